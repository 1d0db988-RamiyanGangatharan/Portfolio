001700*    MOD LOG                                                     *
001800*    ----------  ----  -------------------------------------     *
001900*    2026-09-02   RG   INITIAL LAYOUT.                           *
001910*    2026-10-08   RG   RUN DATE NOW COMES FROM THE BUSINESS      *
001920*                      DATE CONTROL FILE - LEAVE IT BLANK OR     *
001930*                      KEY THE SAME DATE.                        *
002000*                                                                *
002100*****************************************************************
002200 01  DORMANT-SWEEP-CARD.
002300     05  DSC-RUN-DATE                PIC 9(08).
002310     05  DSC-RUN-DATE-X REDEFINES DSC-RUN-DATE
002320                                     PIC X(08).
002400     05  FILLER                      PIC X(01).
002500     05  DSC-DORMANT-MONTHS          PIC 9(03).
002600     05  FILLER                      PIC X(68).

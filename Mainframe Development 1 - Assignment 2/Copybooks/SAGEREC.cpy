001700*    MOD LOG                                                     *
001800*    ----------  ----  -------------------------------------     *
001900*    2026-09-02   RG   INITIAL LAYOUT.                           *
001910*    2026-10-08   RG   RUN DATE NOW COMES FROM THE BUSINESS      *
001920*                      DATE CONTROL FILE - LEAVE IT BLANK OR     *
001930*                      KEY THE SAME DATE.                        *
002000*                                                                *
002100*****************************************************************
002200 01  SUSPENSE-AGING-CARD.
002300     05  SAC-RUN-DATE                PIC 9(08).
002310     05  SAC-RUN-DATE-X REDEFINES SAC-RUN-DATE
002320                                     PIC X(08).
002400     05  FILLER                      PIC X(01).
002500     05  SAC-CUTOFF-DAYS             PIC 9(03).
002600     05  FILLER                      PIC X(68).

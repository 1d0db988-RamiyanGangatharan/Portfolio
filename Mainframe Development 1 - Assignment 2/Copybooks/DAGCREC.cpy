000100*****************************************************************
000200*                                                                *
000300*    DAGCREC  --  DISPUTE AGING CONTROL CARD LAYOUT              *
000400*                                                                *
000500*    ONE 80 BYTE CARD ON SYSIN STEERING THE DISPUTE CASE AGING   *
000600*    REPORT:                                                     *
000700*                                                                *
000800*      DEADLINE DAYS - CALENDAR DAYS FROM THE DAY A CASE OPENS   *
000900*                      TO THE REGULATORY DEADLINE FOR RESOLVING  *
001000*                      IT.  OPERATIONS RUNS WITH 045.            *
001100*                                                                *
001200*      WARNING DAYS  - A CASE STILL OPEN WITH THIS MANY DAYS OR  *
001300*                      FEWER LEFT IS FLAGGED AS NEARING THE      *
001400*                      DEADLINE.  OPERATIONS RUNS WITH 010.      *
001500*                                                                *
001600*    MOD LOG                                                     *
001700*    ----------  ----  -------------------------------------     *
001800*    2026-10-12   RG   INITIAL LAYOUT.                           *
001900*                                                                *
002000*****************************************************************
002100 01  DISPUTE-AGING-CARD.
002200     05  DAC-DEADLINE-DAYS           PIC 9(03).
002300     05  FILLER                      PIC X(01).
002400     05  DAC-WARNING-DAYS            PIC 9(03).
002500     05  FILLER                      PIC X(73).

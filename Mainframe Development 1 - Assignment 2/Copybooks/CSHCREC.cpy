000100*****************************************************************
000200*                                                                *
000300*    CSHCREC  --  CASH MONITORING CONTROL CARD LAYOUT            *
000400*                                                                *
000500*    ONE 80 BYTE CARD ON SYSIN STEERING THE LARGE CASH AND       *
000600*    STRUCTURING MONITORING REPORT (A2CASHMN):                   *
000700*                                                                *
000800*      DAY THRESHOLD    - AN ACCOUNT WHOSE CASH IN, OR WHOSE     *
000900*                         CASH OUT, ON ONE BUSINESS DAY COMES    *
001000*                         TO MORE THAN THIS IS REPORTED.         *
001100*                                                                *
001200*      WINDOW THRESHOLD - AN ACCOUNT WHOSE CASH IN, OR WHOSE     *
001300*                         CASH OUT, OVER ANY RUN OF WINDOW DAYS  *
001400*                         COMES TO MORE THAN THIS IS REPORTED -  *
001500*                         THE STRUCTURING TEST.                  *
001600*                                                                *
001700*      WINDOW DAYS      - LENGTH OF THE ROLLING WINDOW IN        *
001800*                         CALENDAR DAYS, ENDING ON THE DATE OF   *
001900*                         EACH CASH ITEM.  02 TO 31 - THE        *
002000*                         HISTORY HOLDS 31 GENERATIONS.          *
002100*                                                                *
002200*    BOTH AMOUNTS ARE KEYED AS 11 DIGITS WITH TWO IMPLIED        *
002300*    DECIMALS (00001000000 IS 10,000.00).                        *
002400*                                                                *
002500*    MOD LOG                                                     *
002600*    ----------  ----  -------------------------------------     *
002700*    2026-10-13   RG   INITIAL LAYOUT.                           *
002800*                                                                *
002900*****************************************************************
003000 01  CASH-MONITOR-CARD.
003100     05  CSC-DAY-THRESHOLD           PIC 9(9)V99.
003200     05  FILLER                      PIC X(01).
003300     05  CSC-WINDOW-THRESHOLD        PIC 9(9)V99.
003400     05  FILLER                      PIC X(01).
003500     05  CSC-WINDOW-DAYS             PIC 9(02).
003600     05  FILLER                      PIC X(54).

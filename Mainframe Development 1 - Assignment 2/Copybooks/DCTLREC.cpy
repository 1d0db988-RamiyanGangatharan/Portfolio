000100*****************************************************************
000200*                                                                *
000300*    DCTLREC  --  DUAL CONTROL PARAMETER CARD LAYOUT             *
000400*                                                                *
000500*    ONE 80 BYTE CARD, KEPT ON ITS OWN DATASET SO THE REPAIR,    *
000600*    DUPLICATE REVIEW AND REFERENCE MAINTENANCE RUNS ALL WORK TO *
000700*    THE SAME LIMIT.  AN OPERATOR CARD WHOSE AMOUNT IS OVER THE  *
000800*    APPROVAL THRESHOLD NEEDS A CHECKER APPROVAL (APRVREC) FROM  *
000900*    A SECOND OPERATOR BEFORE IT IS APPLIED:                     *
001000*                                                                *
001100*      CORRECTION CARD   - THE REPLACEMENT AMOUNT WHEN ONE IS    *
001200*                          KEYED, OTHERWISE THE ORIGINAL AMOUNT. *
001300*      DECISION CARD     - THE AMOUNT OF THE DIVERTED ITEM.      *
001400*      MAINTENANCE CARD  - THE OVERDRAFT LIMIT, WHEN KEYED.      *
001500*                                                                *
001600*    THE AMOUNT IS TESTED WITHOUT ITS SIGN.  AN AMOUNT THAT IS   *
001700*    NOT NUMERIC CANNOT BE TESTED AND ALWAYS NEEDS APPROVAL.     *
001800*    THE THRESHOLD IS KEYED AS 11 DIGITS WITH TWO IMPLIED        *
001900*    DECIMALS (00000500000 IS 5,000.00); ZERO MEANS EVERY CARD   *
002000*    CARRYING AN AMOUNT NEEDS APPROVAL.                          *
002100*                                                                *
002200*    MOD LOG                                                     *
002300*    ----------  ----  -------------------------------------     *
002400*    2026-10-14   RG   INITIAL LAYOUT.                           *
002500*                                                                *
002600*****************************************************************
002700 01  DUAL-CONTROL-CARD.
002800     05  DCT-APPROVAL-THRESHOLD      PIC 9(9)V99.
002900     05  FILLER                      PIC X(69).

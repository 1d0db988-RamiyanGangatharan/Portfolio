000400*                                                                *
000500*    ONE 80 BYTE CARD PER MAINTENANCE ACTION AGAINST THE         *
000600*    ACCOUNT REFERENCE MASTER.  ON A CHANGE, A BLANK NAME OR     *
000700*    TYPE FIELD KEEPS THE VALUE ALREADY ON THE MASTER, AND A     *
000710*    BLANK OVERDRAFT LIMIT KEEPS THE LIMIT ALREADY THERE.  ON    *
000720*    AN ADD, A BLANK LIMIT MEANS NO OVERDRAFT (ZERO).            *
000800*                                                                *
000900*    MOD LOG                                                     *
001000*    ----------  ----  -------------------------------------     *
001110*    2026-09-02   RG   ACCOUNT TYPE 'D' (DORMANT) IS NOW A       *
001120*                      VALID MAINTENANCE VALUE - THE A2DORMNT    *
001130*                      SWEEP GENERATES CHANGE CARDS WITH IT.     *
001140*    2026-10-06   RG   ADDED THE AUTHORIZED OVERDRAFT LIMIT,     *
001150*                      KEYED AS NINE DIGITS WITH TWO IMPLIED     *
001160*                      DECIMALS.                                 *
001165*    2026-10-14   RG   ADDED THE MAKER OPERATOR ID IN COLUMNS    *
001170*                      51-58 FOR DUAL CONTROL - A CARD WITHOUT   *
001175*                      ONE IS REFUSED.  A CARD KEYING AN         *
001180*                      OVERDRAFT LIMIT OVER THE APPROVAL         *
001185*                      THRESHOLD (DCTLREC), OR CHANGING THE TYPE *
001190*                      OF A FROZEN OR CLOSED ACCOUNT, ALSO NEEDS *
001195*                      A CHECKER APPROVAL CARD (APRVREC).        *
001200*                                                                *
001300*****************************************************************
001400 01  MAINTENANCE-RECORD.
002200     05  RMT-ACCOUNT-TYPE            PIC X(01).
002300         88  RMT-TYPE-VALID                  VALUES 'O' 'C' 'F'
002310                                                    'D'.
002400     05  RMT-OVERDRAFT-LIMIT-X       PIC X(09).
002500     05  RMT-OVERDRAFT-LIMIT REDEFINES RMT-OVERDRAFT-LIMIT-X
002600                                     PIC 9(7)V99.
002700     05  FILLER                      PIC X(12).
002800     05  RMT-MAKER-ID                PIC X(08).
002900     05  FILLER                      PIC X(22).

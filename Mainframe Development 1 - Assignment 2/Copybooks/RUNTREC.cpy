001700*      A2START  REJECTED  REJECTS / AMOUNT                       *
001800*      A2START  SUSPNDED  SUSPENDED / AMOUNT                     *
001900*      A2START  DUPLICAT  DUPLICATES DIVERTED / AMOUNT           *
001910*      A2START  XFERDR    TRANSFER DEBIT LEGS WRITTEN / AMOUNT   *
001920*      A2START  XFERCR    TRANSFER CREDIT LEGS WRITTEN / AMOUNT  *
001930*      A2START  QUARANTN  DETAILS HELD IN QUARANTINE / HASH      *
002000*      A2REPAIR REJREAD   REJECTS READ                           *
002100*      A2REPAIR REPAIRED  REPAIRED AND RECYCLED / AMOUNT         *
002200*      A2REPAIR STILFAIL  CORRECTIONS STILL FAILING EDITS        *
002500*      A2POST   DEBITS    TOTAL DEBITS POSTED (AMOUNT)           *
002600*      A2POST   CREDITS   TOTAL CREDITS POSTED (AMOUNT)          *
002700*      A2POST   NETPOSTD  CREDITS LESS DEBITS (AMOUNT)           *
002710*      A2POST   RETURNED  ITEMS RETURNED UNPAID / AMOUNT         *
002800*      A2STMT   STMTS     STATEMENTS PRINTED                     *
002900*      A2STMT   STMTTRNS  TRANSACTIONS ON STATEMENTS             *
003000*      A2STMT   STMTAMT   TOTAL AMOUNT ON STATEMENTS             *
003010*      A2FEEASM FEEACCTS  ACCOUNTS ASSESSED FOR MONTHLY FEES     *
003020*      A2FEEASM FEECHRGD  MONTHLY FEES CHARGED / AMOUNT          *
003030*      A2FEEASM FEEWAIVD  MONTHLY FEES WAIVED / AMOUNT           *
003040*      A2FEEASM FEENOFEE  ACCOUNTS WITH NO MONTHLY FEE           *
003050*      A2FEEASM FEEITEMS  ITEM CHARGES / AMOUNT                  *
003060*      A2FEEASM FEEWRITN  FEE TRANSACTIONS WRITTEN / AMOUNT      *
003100*                                                                *
003110*    RUN-SOURCE-ID IS BLANK ON THE RECORDS ABOVE.  A2START ALSO  *
003120*    WRITES FEEDDETL, WRITTEN, XFERCR, REJECTED, SUSPNDED,       *
003130*    DUPLICAT AND QUARANTN ONCE PER FEED BATCH WITH THE BATCH'S  *
003140*    SOURCE SYSTEM IN RUN-SOURCE-ID (COUNTS ONLY, EXCEPT THE     *
003150*    FEEDDETL AND QUARANTN HASH), SO THE GATE CAN PROVE EACH     *
003160*    SOURCE ON ITS OWN.                                          *
003170*                                                                *
003200*    MOD LOG                                                     *
003300*    ----------  ----  -------------------------------------     *
003400*    2026-09-02   RG   INITIAL LAYOUT.                           *
003430*                      LESS DEBITS IS NOT COMPARABLE TO THE      *
003440*                      EXTRACT'S SIGNED TOTAL WHEN A 'D' CODE    *
003450*                      CARRIES A POSITIVE AMOUNT.                *
003460*    2026-10-05   RG   ADDED XFERDR AND XFERCR - THE TWO LEGS OF *
003470*                      INTERNAL TRANSFERS, WHICH MUST NET TO     *
003480*                      ZERO AT THE BALANCING GATE.               *
003485*    2026-10-06   RG   ADDED RETURNED - EXTRACT RECORDS A2POST   *
003490*                      RETURNED UNPAID INSTEAD OF POSTING.  THE  *
003495*                      GATE PROVES WRITTEN = POSTED + RETURNED.  *
003496*    2026-10-14   RG   ADDED RUN-SOURCE-ID (FROM FILLER), THE    *
003497*                      PER-SOURCE BREAKOUT RECORDS AND QUARANTN  *
003498*                      - DETAILS OF A FEED BATCH THAT FAILED TO  *
003499*                      BALANCE, HELD WHOLE FOR A LATER RUN.      *
003500*    2026-10-15   RG   ADDED THE A2FEEASM MONTHLY FEE TOTALS.    *
003550*                                                                *
003600*****************************************************************
003700 01  RUN-TOTALS-RECORD.
003800     05  RUN-PROGRAM-ID              PIC X(08).
004200     05  RUN-AMOUNT-VALUE            PIC S9(13)V99
004300                                     SIGN IS TRAILING
004400                                     SEPARATE CHARACTER.
004410     05  RUN-SOURCE-ID               PIC X(08).
004500     05  FILLER                      PIC X(23).

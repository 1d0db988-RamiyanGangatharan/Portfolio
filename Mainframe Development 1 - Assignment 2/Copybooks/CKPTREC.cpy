001404*                      THE RUN-TOTALS RECORDS OF A RESTARTED     *
001405*                      RUN STILL CROSS-FOOT AT THE BALANCING     *
001406*                      GATE.  RECORD GREW 165 TO 174 BYTES.      *
001407*    2026-10-05   RG   ADDED THE TRANSFER LEG COUNTS AND         *
001408*                      AMOUNTS SO THEY SURVIVE A RESTART.        *
001409*                      RECORD GREW 174 TO 220 BYTES.             *
001411*    2026-10-14   RG   THE FEED TOTALS AND HEADER STATE ARE NO   *
001412*                      LONGER CARRIED - EVERY START, RESTART     *
001413*                      INCLUDED, PRESCANS THE WHOLE FEED AND     *
001414*                      BALANCES EACH SOURCE BATCH AFRESH - AND   *
001415*                      THEIR 43 BYTES ARE FILLER.  ADDED THE     *
001416*                      PER-BATCH OUTCOME COUNTS SO THE SOURCE    *
001417*                      BREAKOUT SURVIVES A RESTART.  RECORD      *
001418*                      GREW 220 TO 670 BYTES.                    *
001420*                                                                *
001500*****************************************************************
001600 01  CHECKPOINT-RECORD.
001700     05  CKPT-RECORD-COUNT           PIC 9(09).
002400     05  CKPT-REJECTED-AMOUNT-TOTAL  PIC S9(9)V99
002500                                     SIGN IS TRAILING
002600                                     SEPARATE CHARACTER.
002700     05  FILLER                      PIC X(43).
003500     05  CKPT-SUSPENDED-COUNT        PIC 9(09).
003600     05  CKPT-SUSP-MISSING-COUNT     PIC 9(09).
003700     05  CKPT-SUSP-CLOSED-COUNT      PIC 9(09).
004300                                     SIGN IS TRAILING
004400                                     SEPARATE CHARACTER.
004500     05  CKPT-REPRESENTED-COUNT      PIC 9(09).
004600     05  CKPT-XFER-DEBIT-COUNT       PIC 9(09).
004700     05  CKPT-XFER-DEBIT-AMOUNT      PIC S9(11)V99
004800                                     SIGN IS TRAILING
004900                                     SEPARATE CHARACTER.
005000     05  CKPT-XFER-CREDIT-COUNT      PIC 9(09).
005100     05  CKPT-XFER-CREDIT-AMOUNT     PIC S9(11)V99
005200                                     SIGN IS TRAILING
005300                                     SEPARATE CHARACTER.
005400     05  CKPT-BATCH-OUTCOMES.
005500         10  CKPT-BATCH-OUTCOME      OCCURS 10 TIMES.
005600             15  CKPT-BOC-WRITTEN    PIC 9(09).
005700             15  CKPT-BOC-XFER-CR    PIC 9(09).
005800             15  CKPT-BOC-REJECTED   PIC 9(09).
005900             15  CKPT-BOC-SUSPENDED  PIC 9(09).
006000             15  CKPT-BOC-DUPLICATE  PIC 9(09).

001600*          THE RESUME POINT; A RESTART POSTS FROM THE NEXT       *
001700*          EXTRACT RECORD AND NEVER POSTS A TRANSACTION THE      *
001800*          ABENDED RUN ALREADY APPLIED.                          *
001810*      X - THE TRANSFER CREDIT PASS.  TRANSFER CREDIT LEGS ARE   *
001820*          HELD BACK FROM THE POSTING PASS AND POSTED IN A       *
001830*          SECOND PASS OVER THE EXTRACT, ONCE THE FATE OF        *
001840*          EVERY DEBIT LEG IS KNOWN.  THE LAST-POSTED EXTRACT    *
001850*          KEY IS THE RESUME POINT WITHIN THIS PASS.             *
001900*                                                                *
002000*    POSTING CHECKPOINTS COME IN PAIRS - AN INTENT ('I'),        *
002100*    WRITTEN JUST BEFORE THE MASTER REWRITE WITH THE IN-FLIGHT   *
004300*                      IN-FLIGHT AMOUNT SO A RESTART CAN TELL    *
004400*                      WHETHER THE ONE IN-FLIGHT REWRITE         *
004500*                      LANDED.  RECORD GREW 67 TO 108 BYTES.     *
004510*    2026-10-06   RG   ADDED THE TRANSFER CREDIT PASS PHASE AND  *
004520*                      THE RETURNED-ITEM COUNT AND AMOUNT SO A   *
004530*                      RESTARTED RUN'S RETURNED TOTALS COVER     *
004540*                      THE WHOLE DAY.  RECORD GREW 108 TO 133    *
004550*                      BYTES.                                    *
004600*                                                                *
004700*****************************************************************
004800 01  POST-CHECKPOINT-RECORD.
004900     05  PCK-PHASE-CODE              PIC X(01).
005000         88  PCK-ROLL-PHASE                  VALUE 'R'.
005100         88  PCK-POSTING-PHASE               VALUE 'P'.
005110         88  PCK-XFER-CREDIT-PHASE           VALUE 'X'.
005200     05  PCK-LAST-ROLLED-ACCOUNT     PIC 9(07).
005300     05  PCK-ACCOUNTS-ROLLED-COUNT   PIC 9(09).
005400     05  PCK-ACCOUNTS-ADDED-COUNT    PIC 9(09).
007100     05  PCK-INFLIGHT-AMOUNT         PIC S9(9)V99
007200                                     SIGN IS TRAILING
007300                                     SEPARATE CHARACTER.
007400     05  PCK-RETURNED-COUNT          PIC 9(09).
007500     05  PCK-RETURNED-AMOUNT         PIC S9(13)V99
007600                                     SIGN IS TRAILING
007700                                     SEPARATE CHARACTER.

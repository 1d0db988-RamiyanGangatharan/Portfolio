001930*                      DEFINITION TABLE.  THE TWO-DIGIT CODE IS  *
001940*                      KEPT FOR DOWNSTREAM KEYING.  RECORD GREW  *
001950*                      70 TO 91 BYTES.                           *
001960*    2026-10-05   RG   NAMED THE INTERNAL TRANSFER LEG CODES -   *
001970*                      AN ACCEPTED TRANSFER WRITES A DEBIT LEG   *
001980*                      (91) ON THE FROM ACCOUNT AND A CREDIT LEG *
001990*                      (92) ON THE TO ACCOUNT.                   *
002000*                                                                *
002100*****************************************************************
002200 01  OUTPUT-LINE.
002600     05  OUT-ACCOUNT-NAME                PIC X(20).
002700     05  OUT-TRANSACTION-DATE            PIC 9(08).
002800     05  OUT-TRANSACTION-CODE            PIC 9(02).
002810         88  OUT-TRANSFER-DEBIT-LEG              VALUE 91.
002820         88  OUT-TRANSFER-CREDIT-LEG             VALUE 92.
002830         88  OUT-TRANSFER-LEG                    VALUES 91 92.
002900     05  OUT-TRANSACTION-AMOUNT          PIC S9(9)V99
003000                                     SIGN IS TRAILING
003100                                     SEPARATE CHARACTER.

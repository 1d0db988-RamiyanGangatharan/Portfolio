001200*    MOD LOG                                                     *
001300*    ----------  ----  -------------------------------------     *
001400*    2026-08-21   RG   INITIAL LAYOUT.                           *
001410*    2026-10-06   RG   ADDED THE FORCE-POST FLAG - A DEBIT UNDER *
001420*                      A FORCE-POST CODE (FEES AND SIMILAR BANK  *
001430*                      CHARGES) POSTS EVEN WHEN IT TAKES THE     *
001440*                      ACCOUNT PAST ITS OVERDRAFT LIMIT; ANY     *
001450*                      OTHER DEBIT IS RETURNED UNPAID.           *
001460*    2026-10-13   RG   ADDED THE CASH FLAG - A CODE FLAGGED Y    *
001470*                      MOVES CASH AND IS AGGREGATED BY THE       *
001480*                      CASH MONITORING REPORT.                   *
001500*                                                                *
001600*****************************************************************
001700 01  TRANCODE-RECORD.
002400         88  TRC-CODE-ACTIVE                 VALUE 'A'.
002500         88  TRC-CODE-INACTIVE               VALUE 'I'.
002600     05  TRC-AMOUNT-LIMIT            PIC 9(9)V99.
002700     05  TRC-FORCE-POST-FLAG         PIC X(01).
002800         88  TRC-FORCE-POST                  VALUE 'Y'.
002810     05  TRC-CASH-FLAG               PIC X(01).
002820         88  TRC-CASH-CODE                   VALUE 'Y'.
002900     05  FILLER                      PIC X(43).

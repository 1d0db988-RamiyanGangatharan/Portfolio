000100*****************************************************************
000200*                                                                *
000300*    CSHFREC  --  CASH MONITORING FILING EXTRACT RECORD LAYOUT   *
000400*                                                                *
000500*    80 BYTE RECORDS WRITTEN BY A2CASHMN FOR EVERY ACCOUNT AND   *
000600*    DIRECTION (CASH IN OR CASH OUT) OVER A THRESHOLD, FOR THE   *
000700*    COMPLIANCE FILING SYSTEM TO PICK UP.  EACH REPORTED ACCOUNT *
000800*    AND DIRECTION GIVES ONE SUMMARY RECORD (TYPE S) FOLLOWED BY *
000900*    ONE ITEM RECORD (TYPE T) PER CONTRIBUTING TRANSACTION.      *
001000*                                                                *
001100*    TRIGGER:  D - OVER THE DAY THRESHOLD                        *
001200*              W - OVER THE WINDOW THRESHOLD                     *
001300*              B - OVER BOTH                                     *
001400*                                                                *
001500*    ON AN ITEM RECORD THE DAY AND WINDOW FLAGS ARE Y WHEN THE   *
001600*    ITEM FELL IN A DAY, OR A WINDOW, THAT WENT OVER.            *
001700*                                                                *
001800*    MOD LOG                                                     *
001900*    ----------  ----  -------------------------------------     *
002000*    2026-10-13   RG   INITIAL LAYOUT.                           *
002100*                                                                *
002200*****************************************************************
002300 01  CASH-FILING-RECORD.
002400     05  CFL-RECORD-TYPE             PIC X(01).
002500         88  CFL-SUMMARY-RECORD              VALUE 'S'.
002600         88  CFL-ITEM-RECORD                 VALUE 'T'.
002700     05  CFL-ACCOUNT-NUMBER          PIC 9(07).
002800     05  CFL-DIRECTION               PIC X(01).
002900         88  CFL-CASH-IN                     VALUE 'I'.
003000         88  CFL-CASH-OUT                    VALUE 'O'.
003100     05  CFL-TYPE-DATA               PIC X(71).
003200     05  CFL-SUMMARY-DATA REDEFINES CFL-TYPE-DATA.
003300         10  CFL-REPORT-DATE         PIC 9(08).
003400         10  CFL-ACCOUNT-NAME        PIC X(20).
003500         10  CFL-TRIGGER             PIC X(01).
003600             88  CFL-TRIGGER-DAY             VALUE 'D'.
003700             88  CFL-TRIGGER-WINDOW          VALUE 'W'.
003800             88  CFL-TRIGGER-BOTH            VALUE 'B'.
003900         10  CFL-MAX-DAY-TOTAL       PIC 9(9)V99.
004000         10  CFL-MAX-WINDOW-TOTAL    PIC 9(9)V99.
004100         10  CFL-ITEM-COUNT          PIC 9(04).
004200         10  CFL-FIRST-DATE          PIC 9(08).
004300         10  CFL-LAST-DATE           PIC 9(08).
004400     05  CFL-ITEM-DATA REDEFINES CFL-TYPE-DATA.
004500         10  CFL-TRANSACTION-DATE    PIC 9(08).
004600         10  CFL-SEQUENCE-NUMBER     PIC 9(09).
004700         10  CFL-TRANSACTION-CODE    PIC 9(02).
004800         10  CFL-TRANSACTION-AMOUNT  PIC 9(9)V99.
004900         10  CFL-DAY-FLAG            PIC X(01).
005000         10  CFL-WINDOW-FLAG         PIC X(01).
005100         10  FILLER                  PIC X(39).

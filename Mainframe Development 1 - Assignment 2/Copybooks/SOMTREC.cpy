000100*****************************************************************
000200*                                                                *
000300*    SOMTREC  --  STANDING ORDER MAINTENANCE CARD LAYOUT         *
000400*                                                                *
000500*    ONE 80 BYTE CARD PER MAINTENANCE ACTION AGAINST THE         *
000600*    STANDING ORDER MASTER (SEE SORDREC):                        *
000700*                                                                *
000800*      A - SET UP A NEW ORDER.  AMOUNT AND FREQUENCY ARE         *
000900*          REQUIRED, WITH THE TRANSACTION CODE FOR A PAYMENT OR  *
001000*          THE TO-ACCOUNT FOR A TRANSFER, AND THE DAY OF THE     *
001100*          MONTH FOR FREQUENCY D.  A BLANK START DATE MEANS THE  *
001200*          CURRENT BUSINESS DATE; A BLANK END DATE MEANS NONE.   *
001300*      C - AMEND AN ORDER.  A BLANK FIELD KEEPS THE VALUE        *
001400*          ALREADY THERE.  A NEW FREQUENCY, DAY OR START DATE    *
001500*          RESETS THE SCHEDULE FROM THE START DATE.              *
001600*          ZEROS IN THE TO-ACCOUNT OR THE END DATE CLEAR IT -    *
001700*          THE ORDER BECOMES A PAYMENT, OR RUNS UNTIL CANCELLED. *
001800*      S - SUSPEND AN ACTIVE ORDER.                              *
001900*      R - RESUME A SUSPENDED ORDER FROM ITS NEXT DUE DATE ON    *
002000*          OR AFTER THE CURRENT BUSINESS DATE - DUE DATES        *
002100*          PASSED WHILE SUSPENDED ARE NOT MADE UP.               *
002200*      X - CANCEL AN ORDER.  THE RECORD STAYS ON THE MASTER.     *
002300*                                                                *
002400*    MOD LOG                                                     *
002500*    ----------  ----  -------------------------------------     *
002600*    2026-10-09   RG   INITIAL LAYOUT.                           *
002700*                                                                *
002800*****************************************************************
002900 01  ORDER-MAINTENANCE-RECORD.
003000     05  SOC-ACTION-CODE             PIC X(01).
003100         88  SOC-ACTION-ADD                  VALUE 'A'.
003200         88  SOC-ACTION-CHANGE               VALUE 'C'.
003300         88  SOC-ACTION-SUSPEND              VALUE 'S'.
003400         88  SOC-ACTION-RESUME               VALUE 'R'.
003500         88  SOC-ACTION-CANCEL               VALUE 'X'.
003600         88  SOC-ACTION-VALID                VALUES 'A' 'C' 'S'
003700                                                    'R' 'X'.
003800     05  SOC-ACCOUNT-NUMBER          PIC 9(07).
003900     05  SOC-ORDER-NUMBER            PIC 9(04).
004000     05  SOC-TRANSACTION-CODE-X      PIC X(02).
004100     05  SOC-TRANSACTION-CODE REDEFINES SOC-TRANSACTION-CODE-X
004200                                     PIC 9(02).
004300     05  SOC-ORDER-AMOUNT-X          PIC X(11).
004400     05  SOC-ORDER-AMOUNT REDEFINES SOC-ORDER-AMOUNT-X
004500                                     PIC 9(9)V99.
004600     05  SOC-TO-ACCOUNT-X            PIC X(07).
004700     05  SOC-TO-ACCOUNT REDEFINES SOC-TO-ACCOUNT-X
004800                                     PIC 9(07).
004900     05  SOC-FREQUENCY               PIC X(01).
005000     05  SOC-DAY-OF-MONTH-X          PIC X(02).
005100     05  SOC-DAY-OF-MONTH REDEFINES SOC-DAY-OF-MONTH-X
005200                                     PIC 9(02).
005300     05  SOC-START-DATE-X            PIC X(08).
005400     05  SOC-START-DATE REDEFINES SOC-START-DATE-X
005500                                     PIC 9(08).
005600     05  SOC-END-DATE-X              PIC X(08).
005700     05  SOC-END-DATE REDEFINES SOC-END-DATE-X
005800                                     PIC 9(08).
005900     05  FILLER                      PIC X(29).

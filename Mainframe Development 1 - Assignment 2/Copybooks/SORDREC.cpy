000100*****************************************************************
000200*                                                                *
000300*    SORDREC  --  STANDING ORDER MASTER RECORD LAYOUT            *
000400*                                                                *
000500*    ONE 80 BYTE RECORD PER STANDING ORDER (RECURRING PAYMENT OR *
000600*    TRANSFER) ON THE STANDING ORDER MASTER KSDS, KEYED ON THE   *
000700*    ACCOUNT NUMBER AND AN ORDER NUMBER WITHIN THE ACCOUNT.  SET *
000800*    UP, AMENDED, SUSPENDED, RESUMED AND CANCELLED BY A2SOMNT;   *
000900*    READ EACH NIGHT BY THE A2SOSCHD SCHEDULER, WHICH GENERATES  *
001000*    THE ORDERS DUE AS DAILY-FEED TRANSACTIONS AND ADVANCES THE  *
001100*    NEXT DUE DATE.                                              *
001200*                                                                *
001300*    AN ORDER WITH NO TO-ACCOUNT IS A PAYMENT - ONE DETAIL       *
001400*    RECORD UNDER ITS TRANSACTION CODE.  AN ORDER WITH A         *
001500*    TO-ACCOUNT IS AN INTERNAL TRANSFER - ONE 'XFR' RECORD, AND  *
001600*    THE TRANSACTION CODE IS NOT USED.                           *
001700*                                                                *
001800*    FREQUENCY:                                                  *
001900*      W - WEEKLY, ON THE WEEKDAY OF THE START DATE.             *
002000*      M - MONTHLY, ON THE DAY OF THE MONTH OF THE START DATE.   *
002100*      D - MONTHLY, ON THE DAY OF THE MONTH CARRIED ON THE       *
002200*          ORDER.                                                *
002300*    A MONTHLY DAY PAST THE END OF A SHORTER MONTH FALLS ON THE  *
002400*    LAST DAY OF THAT MONTH.  A DUE DATE THAT IS NOT A BUSINESS  *
002500*    DAY IS PAID ON THE NEXT SCHEDULER RUN AFTER IT.             *
002600*                                                                *
002700*    STATUS:  A - ACTIVE     S - SUSPENDED                       *
002800*             C - CANCELLED  E - ENDED (PAST ITS END DATE)       *
002900*                                                                *
003000*    A ZERO END DATE MEANS THE ORDER RUNS UNTIL CANCELLED.       *
003100*                                                                *
003200*    MOD LOG                                                     *
003300*    ----------  ----  -------------------------------------     *
003400*    2026-10-09   RG   INITIAL LAYOUT.                           *
003500*                                                                *
003600*****************************************************************
003700 01  STANDING-ORDER-RECORD.
003800     05  SOR-KEY.
003900         10  SOR-ACCOUNT-NUMBER      PIC 9(07).
004000         10  SOR-ORDER-NUMBER        PIC 9(04).
004100     05  SOR-TRANSACTION-CODE        PIC 9(02).
004200     05  SOR-ORDER-AMOUNT            PIC 9(9)V99.
004300     05  SOR-TO-ACCOUNT-NUMBER       PIC 9(07).
004400         88  SOR-PAYMENT-ORDER               VALUE ZERO.
004500     05  SOR-FREQUENCY               PIC X(01).
004600         88  SOR-FREQ-WEEKLY                 VALUE 'W'.
004700         88  SOR-FREQ-MONTHLY                VALUE 'M'.
004800         88  SOR-FREQ-DAY-OF-MONTH           VALUE 'D'.
004900         88  SOR-FREQ-VALID                  VALUES 'W' 'M' 'D'.
005000     05  SOR-DAY-OF-MONTH            PIC 9(02).
005100     05  SOR-START-DATE              PIC 9(08).
005200     05  SOR-END-DATE                PIC 9(08).
005300         88  SOR-NO-END-DATE                 VALUE ZERO.
005400     05  SOR-NEXT-DUE-DATE           PIC 9(08).
005500     05  SOR-LAST-RUN-DATE           PIC 9(08).
005600     05  SOR-STATUS                  PIC X(01).
005700         88  SOR-STATUS-ACTIVE               VALUE 'A'.
005800         88  SOR-STATUS-SUSPENDED            VALUE 'S'.
005900         88  SOR-STATUS-CANCELLED            VALUE 'C'.
006000         88  SOR-STATUS-ENDED                VALUE 'E'.
006100     05  FILLER                      PIC X(13).

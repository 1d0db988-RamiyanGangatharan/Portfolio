000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2SOMNT.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2SOMNT  --  STANDING ORDER MAINTENANCE PROGRAM               *
001100*                                                                *
001200*  APPLIES SET-UP / AMEND / SUSPEND / RESUME / CANCEL CARDS      *
001300*  (SEE SOMTREC) AGAINST THE STANDING ORDER MASTER KSDS THAT THE *
001400*  A2SOSCHD SCHEDULER READS EACH NIGHT.  EACH CARD IS EDITED     *
001500*  BEFORE IT IS APPLIED:                                         *
001600*                                                                *
001700*    - THE ACTION CODE, ACCOUNT NUMBER AND ORDER NUMBER MUST BE  *
001800*      VALID, AND EVERY FIELD KEYED MUST BE NUMERIC WHERE IT     *
001900*      SHOULD BE.                                                *
002000*    - A NEW ORDER MUST NAME AN ACCOUNT ON THE REFERENCE MASTER  *
002100*      THAT IS NOT CLOSED OR FROZEN, AND MUST NOT DUPLICATE AN   *
002200*      ORDER ALREADY THERE.                                      *
002300*    - THE ORDER AS IT WILL STAND MUST HAVE AN AMOUNT, A VALID   *
002400*      FREQUENCY AND DAY OF THE MONTH, VALID START AND END DATES *
002500*      (A START KEYED ON THE CARD NOT BEFORE THE CURRENT         *
002600*      BUSINESS DATE), AND EITHER A TRANSACTION CODE THAT IS     *
002700*      ACTIVE ON THE CODE TABLE WITH THE AMOUNT INSIDE ITS       *
002800*      LIMIT, OR A DIFFERENT, OPEN TO-ACCOUNT FOR A TRANSFER.    *
002900*    - SUSPEND, RESUME AND CANCEL MUST FIND THE ORDER IN A       *
003000*      STATUS THE ACTION APPLIES TO.                             *
003100*                                                                *
003200*  THE NEXT DUE DATE IS WORKED OUT HERE WHEN AN ORDER IS SET UP, *
003300*  WHEN ITS SCHEDULE IS AMENDED, AND WHEN IT IS RESUMED - NEVER  *
003400*  EARLIER THAN THE CURRENT BUSINESS DATE.  EVERY CARD, APPLIED  *
003500*  OR REFUSED, PRINTS ON THE MAINTENANCE AUDIT REPORT WITH THE   *
003600*  BEFORE AND AFTER IMAGE OF THE ORDER IT TOUCHED.               *
003700*                                                                *
003800*  MODIFICATION HISTORY                                         *
003900*  ----------  ----  --------------------------------------     *
004000*  2026-10-09   RG   INITIAL VERSION.                            *
004100*                                                                *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*
005000*    ORDER-MAINT-FILE  --  STANDING ORDER MAINTENANCE CARDS
005100     SELECT ORDER-MAINT-FILE
005200         ASSIGN TO SOMFILE
005300         ORGANIZATION IS SEQUENTIAL.
005400*
005500*    ORDER-FILE  --  STANDING ORDER MASTER, THE FILE BEING
005600*    MAINTAINED
005700     SELECT ORDER-FILE
005800         ASSIGN TO SORDFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS SOR-KEY
006200         FILE STATUS IS SOM-ORD-FILE-STATUS.
006300*
006400*    REFERENCE-FILE  --  ACCOUNT/CROSS-REFERENCE MASTER, FOR THE
006500*    ACCOUNT AND TO-ACCOUNT EDITS
006600     SELECT REFERENCE-FILE
006700         ASSIGN TO REFFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS REF-ACCOUNT-NUMBER
007100         FILE STATUS IS SOM-REF-FILE-STATUS.
007200*
007300*    TRANCODE-FILE  --  TRANSACTION CODE DEFINITION TABLE, READ
007400*    ONCE AT INITIALIZATION
007500     SELECT TRANCODE-FILE
007600         ASSIGN TO CODEFILE
007700         ORGANIZATION IS SEQUENTIAL.
007800*
007900*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD, FOR
008000*    THE CURRENT BUSINESS DATE
008100     SELECT BUSINESS-DATE-FILE
008200         ASSIGN TO BDATFILE
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS SOM-BDT-FILE-STATUS.
008500*
008600*    ORDER-REPORT  --  BEFORE/AFTER MAINTENANCE AUDIT REPORT
008700     SELECT ORDER-REPORT
008800         ASSIGN TO RPTFILE
008900         ORGANIZATION IS SEQUENTIAL.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300*
009400 FD  ORDER-MAINT-FILE
009500     RECORDING MODE IS F
009600     DATA RECORD IS ORDER-MAINTENANCE-RECORD
009700     RECORD CONTAINS 80 CHARACTERS.
009800*
009900     COPY SOMTREC.
010000*
010100 FD  ORDER-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300*
010400     COPY SORDREC.
010500*
010600 FD  REFERENCE-FILE
010700     RECORD CONTAINS 37 CHARACTERS.
010800*
010900     COPY REFMREC.
011000*
011100 FD  TRANCODE-FILE
011200     RECORDING MODE IS F
011300     DATA RECORD IS TRANCODE-RECORD
011400     RECORD CONTAINS 80 CHARACTERS.
011500*
011600     COPY TRNCREC.
011700*
011800 FD  BUSINESS-DATE-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 80 CHARACTERS.
012100*
012200     COPY BDATREC.
012300*
012400 FD  ORDER-REPORT
012500     RECORDING MODE IS F
012600     RECORD CONTAINS 80 CHARACTERS.
012700*
012800     COPY RPTLINE.
012900*
013000 01  SOM-DETAIL-LINE.
013100     05  SOM-DET-TAG                 PIC X(07).
013200     05  FILLER                      PIC X(01).
013300     05  SOM-DET-ACCOUNT             PIC X(07).
013400     05  SOM-DET-SLASH               PIC X(01).
013500     05  SOM-DET-ORDER               PIC X(04).
013600     05  FILLER                      PIC X(01).
013700     05  SOM-DET-CODE                PIC X(02).
013800     05  FILLER                      PIC X(01).
013900     05  SOM-DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
014000     05  FILLER                      PIC X(01).
014100     05  SOM-DET-FREQUENCY           PIC X(01).
014200     05  SOM-DET-DAY                 PIC X(02).
014300     05  FILLER                      PIC X(01).
014400     05  SOM-DET-NEXT-DUE            PIC X(08).
014500     05  FILLER                      PIC X(01).
014600     05  SOM-DET-STATUS              PIC X(01).
014700     05  FILLER                      PIC X(01).
014800     05  SOM-DET-TO-ACCOUNT          PIC X(07).
014900     05  FILLER                      PIC X(01).
015000     05  SOM-DET-START               PIC X(08).
015100     05  FILLER                      PIC X(01).
015200     05  SOM-DET-END                 PIC X(08).
015300     05  FILLER                      PIC X(01).
015400*
015500 01  SOM-REFUSAL-LINE.
015600     05  SOM-REF-TAG                 PIC X(07).
015700     05  FILLER                      PIC X(01).
015800     05  SOM-REF-ACCOUNT             PIC X(07).
015900     05  SOM-REF-SLASH               PIC X(01).
016000     05  SOM-REF-ORDER               PIC X(04).
016100     05  FILLER                      PIC X(02).
016200     05  SOM-REF-ACTION              PIC X(01).
016300     05  FILLER                      PIC X(02).
016400     05  SOM-REF-REASON              PIC X(40).
016500     05  FILLER                      PIC X(15).
016600*
016700 WORKING-STORAGE SECTION.
016800*
016900 77  SOM-MAINT-EOF-SWITCH           PIC X(01) VALUE 'N'.
017000     88  SOM-END-OF-MAINTENANCE             VALUE 'Y'.
017100*
017200 77  SOM-TRANCODE-EOF-SWITCH        PIC X(01) VALUE 'N'.
017300     88  SOM-END-OF-TRANCODES               VALUE 'Y'.
017400*
017500 77  SOM-RECORD-SWITCH              PIC X(01) VALUE 'Y'.
017600     88  SOM-RECORD-IS-VALID                VALUE 'Y'.
017700     88  SOM-RECORD-IS-INVALID              VALUE 'N'.
017800*
017900 77  SOM-SCHEDULE-SWITCH            PIC X(01) VALUE 'N'.
018000     88  SOM-RESET-SCHEDULE                 VALUE 'Y'.
018100*
018200 77  SOM-DATE-SWITCH                PIC X(01) VALUE 'Y'.
018300     88  SOM-DATE-IS-VALID                  VALUE 'Y'.
018400     88  SOM-DATE-IS-INVALID                VALUE 'N'.
018500*
018600 77  SOM-ORD-FILE-STATUS            PIC X(02) VALUE SPACES.
018700 77  SOM-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
018800 77  SOM-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
018900*
019000 77  SOM-CARDS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
019100 77  SOM-ADDS-APPLIED-COUNT         PIC 9(09) COMP VALUE ZERO.
019200 77  SOM-CHANGES-APPLIED-COUNT      PIC 9(09) COMP VALUE ZERO.
019300 77  SOM-SUSPENDS-APPLIED-COUNT     PIC 9(09) COMP VALUE ZERO.
019400 77  SOM-RESUMES-APPLIED-COUNT      PIC 9(09) COMP VALUE ZERO.
019500 77  SOM-CANCELS-APPLIED-COUNT      PIC 9(09) COMP VALUE ZERO.
019600 77  SOM-CARDS-REFUSED-COUNT        PIC 9(09) COMP VALUE ZERO.
019700*
019800 77  SOM-REFUSAL-TEXT               PIC X(40) VALUE SPACES.
019900 77  SOM-RUN-DATE                   PIC 9(08) VALUE ZERO.
020000*
020100 77  SOM-TRANCODE-COUNT             PIC 9(03) COMP VALUE ZERO.
020200 77  SOM-TRANCODE-SUB               PIC 9(03) COMP VALUE ZERO.
020300*
020400*    TRANSACTION CODE TABLE, SUBSCRIPTED BY THE CODE ITSELF.
020500 01  SOM-TRANCODE-TABLE.
020600     05  SOM-TRANCODE-ENTRY OCCURS 99 TIMES.
020700         10  SOM-TCT-LOADED-FLAG     PIC X(01).
020800             88  SOM-TCT-LOADED              VALUE 'Y'.
020900         10  SOM-TCT-STATUS          PIC X(01).
021000             88  SOM-TCT-ACTIVE              VALUE 'A'.
021100         10  SOM-TCT-AMOUNT-LIMIT    PIC 9(9)V99 COMP-3.
021200*
021300*    BEFORE AND AFTER IMAGES OF THE ORDER A CARD TOUCHES, SO THE
021400*    AUDIT REPORT CAN SHOW BOTH SIDES OF THE CHANGE.
021500 01  SOM-BEFORE-IMAGE               PIC X(80) VALUE SPACES.
021600 01  SOM-AFTER-IMAGE                PIC X(80) VALUE SPACES.
021700*
021800*    CALENDAR ARITHMETIC WORK AREAS.
021900 77  SOM-DAYS-IN-MONTH              PIC 9(02) COMP VALUE ZERO.
022000 77  SOM-START-DAY                  PIC 9(02) COMP VALUE ZERO.
022100 77  SOM-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
022200 77  SOM-LEAP-REMAINDER             PIC 9(03) COMP VALUE ZERO.
022300 77  SOM-LEAP-SWITCH                PIC X(01) VALUE 'N'.
022400     88  SOM-LEAP-YEAR                      VALUE 'Y'.
022500*
022600 01  SOM-WORK-DATE.
022700     05  SOM-WORK-YEAR               PIC 9(04).
022800     05  SOM-WORK-MONTH              PIC 9(02).
022900     05  SOM-WORK-DAY                PIC 9(02).
023000 01  SOM-WORK-DATE-N REDEFINES SOM-WORK-DATE
023100                                     PIC 9(08).
023200*
023300*    DAYS IN EACH MONTH OF A COMMON YEAR.
023400 01  SOM-MONTH-LENGTH-VALUES         PIC X(24)
023500                         VALUE '312831303130313130313031'.
023600 01  SOM-MONTH-LENGTH-TABLE REDEFINES SOM-MONTH-LENGTH-VALUES.
023700     05  SOM-MONTH-LENGTH            PIC 9(02) OCCURS 12 TIMES.
023800*
023900 PROCEDURE DIVISION.
024000*
024100*****************************************************************
024200*    0000-MAINLINE                                               *
024300*****************************************************************
024400 0000-MAINLINE.
024500*
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
024800         UNTIL SOM-END-OF-MAINTENANCE.
024900     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
025000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025100     GOBACK.
025200*
025300*****************************************************************
025400*    1000-INITIALIZE                                             *
025500*****************************************************************
025600 1000-INITIALIZE.
025700*
025800     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
025900     PERFORM 1400-LOAD-TRANCODE-TABLE THRU 1400-EXIT.
026000     OPEN INPUT  ORDER-MAINT-FILE
026100                 REFERENCE-FILE
026200          I-O    ORDER-FILE
026300          OUTPUT ORDER-REPORT.
026400     IF SOM-ORD-FILE-STATUS NOT = '00'
026500         DISPLAY 'A2SOMNT - ORDER-FILE OPEN FAILED STATUS '
026600                 SOM-ORD-FILE-STATUS ' - RUN TERMINATED'
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     IF SOM-REF-FILE-STATUS NOT = '00'
027100         DISPLAY 'A2SOMNT - REFERENCE-FILE OPEN FAILED STATUS '
027200                 SOM-REF-FILE-STATUS ' - RUN TERMINATED'
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
027700     PERFORM 2900-READ-CARD THRU 2900-EXIT.
027800*
027900 1000-EXIT.
028000     EXIT.
028100*
028200*****************************************************************
028300*    1060-READ-BUSINESS-DATE  --  TAKE THE RUN DATE FROM THE     *
028400*    BUSINESS DATE CONTROL RECORD                                *
028500*****************************************************************
028600 1060-READ-BUSINESS-DATE.
028700*
028800     OPEN INPUT BUSINESS-DATE-FILE.
028900     IF SOM-BDT-FILE-STATUS NOT = '00'
029000         DISPLAY 'A2SOMNT - BUSINESS DATE FILE OPEN FAILED '
029100                 'STATUS ' SOM-BDT-FILE-STATUS
029200                 ' - RUN TERMINATED'
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     READ BUSINESS-DATE-FILE
029700         AT END
029800             DISPLAY 'A2SOMNT - BUSINESS DATE RECORD MISSING '
029900                     '- RUN TERMINATED'
030000             MOVE 16 TO RETURN-CODE
030100             STOP RUN
030200     END-READ.
030300     CLOSE BUSINESS-DATE-FILE.
030400     IF BDT-CURRENT-DATE NOT NUMERIC
030500             OR BDT-CURRENT-DATE = ZERO
030600         DISPLAY 'A2SOMNT - BUSINESS DATE RECORD INVALID '
030700                 '- RUN TERMINATED'
030800         MOVE 16 TO RETURN-CODE
030900         STOP RUN
031000     END-IF.
031100     MOVE BDT-CURRENT-DATE TO SOM-RUN-DATE.
031200*
031300 1060-EXIT.
031400     EXIT.
031500*
031600*****************************************************************
031700*    1400-LOAD-TRANCODE-TABLE  --  STATUS AND LIMIT BY CODE      *
031800*****************************************************************
031900 1400-LOAD-TRANCODE-TABLE.
032000*
032100     PERFORM 1410-CLEAR-ONE-TRANCODE THRU 1410-EXIT
032200         VARYING SOM-TRANCODE-SUB FROM 1 BY 1
032300         UNTIL SOM-TRANCODE-SUB > 99.
032400     OPEN INPUT TRANCODE-FILE.
032500     PERFORM 1450-LOAD-ONE-TRANCODE THRU 1450-EXIT
032600         UNTIL SOM-END-OF-TRANCODES.
032700     CLOSE TRANCODE-FILE.
032800     IF SOM-TRANCODE-COUNT = ZERO
032900         DISPLAY 'A2SOMNT - TRANSACTION CODE TABLE IS EMPTY - '
033000                 'RUN TERMINATED'
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400*
033500 1400-EXIT.
033600     EXIT.
033700*
033800*****************************************************************
033900*    1410-CLEAR-ONE-TRANCODE                                     *
034000*****************************************************************
034100 1410-CLEAR-ONE-TRANCODE.
034200*
034300     MOVE 'N'    TO SOM-TCT-LOADED-FLAG (SOM-TRANCODE-SUB).
034400     MOVE SPACES TO SOM-TCT-STATUS (SOM-TRANCODE-SUB).
034500     MOVE ZERO   TO SOM-TCT-AMOUNT-LIMIT (SOM-TRANCODE-SUB).
034600*
034700 1410-EXIT.
034800     EXIT.
034900*
035000*****************************************************************
035100*    1450-LOAD-ONE-TRANCODE                                      *
035200*****************************************************************
035300 1450-LOAD-ONE-TRANCODE.
035400*
035500     READ TRANCODE-FILE
035600         AT END
035700             SET SOM-END-OF-TRANCODES TO TRUE
035800             GO TO 1450-EXIT
035900     END-READ.
036000     IF TRC-TRANSACTION-CODE NOT NUMERIC
036100             OR TRC-TRANSACTION-CODE = ZERO
036200         DISPLAY 'A2SOMNT - BAD CODE TABLE RECORD IGNORED'
036300         GO TO 1450-EXIT
036400     END-IF.
036500     MOVE TRC-TRANSACTION-CODE TO SOM-TRANCODE-SUB.
036600     IF SOM-TCT-LOADED (SOM-TRANCODE-SUB)
036700         GO TO 1450-EXIT
036800     END-IF.
036900     MOVE 'Y' TO SOM-TCT-LOADED-FLAG (SOM-TRANCODE-SUB).
037000     MOVE TRC-STATUS-FLAG TO SOM-TCT-STATUS (SOM-TRANCODE-SUB).
037100     IF TRC-AMOUNT-LIMIT NUMERIC
037200         MOVE TRC-AMOUNT-LIMIT
037300                     TO SOM-TCT-AMOUNT-LIMIT (SOM-TRANCODE-SUB)
037400     END-IF.
037500     ADD 1 TO SOM-TRANCODE-COUNT.
037600*
037700 1450-EXIT.
037800     EXIT.
037900*
038000*****************************************************************
038100*    2000-PROCESS-CARD  --  EDIT AND APPLY ONE CARD              *
038200*****************************************************************
038300 2000-PROCESS-CARD.
038400*
038500     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
038600     IF SOM-RECORD-IS-VALID
038700         EVALUATE TRUE
038800             WHEN SOC-ACTION-ADD
038900                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
039000             WHEN SOC-ACTION-CHANGE
039100                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
039200             WHEN SOC-ACTION-SUSPEND
039300                 PERFORM 2400-APPLY-SUSPEND THRU 2400-EXIT
039400             WHEN SOC-ACTION-RESUME
039500                 PERFORM 2450-APPLY-RESUME THRU 2450-EXIT
039600             WHEN SOC-ACTION-CANCEL
039700                 PERFORM 2480-APPLY-CANCEL THRU 2480-EXIT
039800         END-EVALUATE
039900     END-IF.
040000     IF SOM-RECORD-IS-INVALID
040100         PERFORM 2700-REPORT-REFUSAL THRU 2700-EXIT
040200     END-IF.
040300     PERFORM 2900-READ-CARD THRU 2900-EXIT.
040400*
040500 2000-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*    2100-EDIT-CARD  --  FIELD EDITS ON THE CARD ITSELF          *
041000*****************************************************************
041100*    EVERY FIELD KEYED MUST BE NUMERIC WHERE IT SHOULD BE -      *
041200*    A BLANK FIELD IS LEFT TO THE ACTION TO DEFAULT OR KEEP.     *
041300 2100-EDIT-CARD.
041400*
041500     SET SOM-RECORD-IS-VALID TO TRUE.
041600     MOVE SPACES TO SOM-REFUSAL-TEXT.
041700     MOVE 'N' TO SOM-SCHEDULE-SWITCH.
041800*
041900     IF NOT SOC-ACTION-VALID
042000         SET SOM-RECORD-IS-INVALID TO TRUE
042100         MOVE 'INVALID ACTION CODE' TO SOM-REFUSAL-TEXT
042200         GO TO 2100-EXIT
042300     END-IF.
042400     IF SOC-ACCOUNT-NUMBER NOT NUMERIC
042500             OR SOC-ACCOUNT-NUMBER = ZERO
042600         SET SOM-RECORD-IS-INVALID TO TRUE
042700         MOVE 'MISSING/INVALID ACCT NUMBER' TO SOM-REFUSAL-TEXT
042800         GO TO 2100-EXIT
042900     END-IF.
043000     IF SOC-ORDER-NUMBER NOT NUMERIC
043100             OR SOC-ORDER-NUMBER = ZERO
043200         SET SOM-RECORD-IS-INVALID TO TRUE
043300         MOVE 'MISSING/INVALID ORDER NUMBER' TO SOM-REFUSAL-TEXT
043400         GO TO 2100-EXIT
043500     END-IF.
043600     IF NOT SOC-ACTION-ADD
043700             AND NOT SOC-ACTION-CHANGE
043800         GO TO 2100-EXIT
043900     END-IF.
044000*
044100     IF SOC-TRANSACTION-CODE-X NOT = SPACES
044200             AND SOC-TRANSACTION-CODE NOT NUMERIC
044300         SET SOM-RECORD-IS-INVALID TO TRUE
044400         MOVE 'INVALID TRANSACTION CODE' TO SOM-REFUSAL-TEXT
044500         GO TO 2100-EXIT
044600     END-IF.
044700     IF SOC-ORDER-AMOUNT-X NOT = SPACES
044800             AND SOC-ORDER-AMOUNT NOT NUMERIC
044900         SET SOM-RECORD-IS-INVALID TO TRUE
045000         MOVE 'INVALID ORDER AMOUNT' TO SOM-REFUSAL-TEXT
045100         GO TO 2100-EXIT
045200     END-IF.
045300     IF SOC-TO-ACCOUNT-X NOT = SPACES
045400             AND SOC-TO-ACCOUNT NOT NUMERIC
045500         SET SOM-RECORD-IS-INVALID TO TRUE
045600         MOVE 'INVALID TO-ACCOUNT NUMBER' TO SOM-REFUSAL-TEXT
045700         GO TO 2100-EXIT
045800     END-IF.
045900     IF SOC-DAY-OF-MONTH-X NOT = SPACES
046000             AND SOC-DAY-OF-MONTH NOT NUMERIC
046100         SET SOM-RECORD-IS-INVALID TO TRUE
046200         MOVE 'INVALID DAY OF MONTH' TO SOM-REFUSAL-TEXT
046300         GO TO 2100-EXIT
046400     END-IF.
046500     IF SOC-START-DATE-X NOT = SPACES
046600             AND SOC-START-DATE NOT NUMERIC
046700         SET SOM-RECORD-IS-INVALID TO TRUE
046800         MOVE 'INVALID START DATE' TO SOM-REFUSAL-TEXT
046900         GO TO 2100-EXIT
047000     END-IF.
047100     IF SOC-END-DATE-X NOT = SPACES
047200             AND SOC-END-DATE NOT NUMERIC
047300         SET SOM-RECORD-IS-INVALID TO TRUE
047400         MOVE 'INVALID END DATE' TO SOM-REFUSAL-TEXT
047500         GO TO 2100-EXIT
047600     END-IF.
047700*
047800     IF SOC-FREQUENCY NOT = SPACES
047900             OR SOC-DAY-OF-MONTH-X NOT = SPACES
048000             OR SOC-START-DATE-X NOT = SPACES
048100         SET SOM-RESET-SCHEDULE TO TRUE
048200     END-IF.
048300*
048400 2100-EXIT.
048500     EXIT.
048600*
048700*****************************************************************
048800*    2200-APPLY-ADD  --  SET UP A NEW ORDER                      *
048900*****************************************************************
049000*    THE DUPLICATE-ORDER EDIT RIDES ON THE WRITE ITSELF - A      *
049100*    STATUS 22 MEANS THE ORDER IS ALREADY ON THE MASTER.         *
049200 2200-APPLY-ADD.
049300*
049400     IF SOC-ORDER-AMOUNT-X = SPACES
049500         SET SOM-RECORD-IS-INVALID TO TRUE
049600         MOVE 'ORDER AMOUNT MISSING' TO SOM-REFUSAL-TEXT
049700         GO TO 2200-EXIT
049800     END-IF.
049900     IF SOC-FREQUENCY = SPACES
050000         SET SOM-RECORD-IS-INVALID TO TRUE
050100         MOVE 'FREQUENCY MISSING' TO SOM-REFUSAL-TEXT
050200         GO TO 2200-EXIT
050300     END-IF.
050400     PERFORM 2250-CHECK-ACCOUNT THRU 2250-EXIT.
050500     IF SOM-RECORD-IS-INVALID
050600         GO TO 2200-EXIT
050700     END-IF.
050800*
050900     MOVE SPACES TO STANDING-ORDER-RECORD.
051000     MOVE SOC-ACCOUNT-NUMBER TO SOR-ACCOUNT-NUMBER.
051100     MOVE SOC-ORDER-NUMBER   TO SOR-ORDER-NUMBER.
051200     MOVE ZERO TO SOR-TRANSACTION-CODE
051300                  SOR-TO-ACCOUNT-NUMBER
051400                  SOR-DAY-OF-MONTH
051500                  SOR-END-DATE
051600                  SOR-NEXT-DUE-DATE
051700                  SOR-LAST-RUN-DATE.
051800     MOVE SOM-RUN-DATE TO SOR-START-DATE.
051900     PERFORM 2350-OVERLAY-CARD-FIELDS THRU 2350-EXIT.
052000     MOVE 'A' TO SOR-STATUS.
052100     MOVE SPACES TO SOM-BEFORE-IMAGE.
052200     PERFORM 2500-EDIT-ORDER THRU 2500-EXIT.
052300     IF SOM-RECORD-IS-INVALID
052400         GO TO 2200-EXIT
052500     END-IF.
052600     PERFORM 6500-RESET-SCHEDULE THRU 6500-EXIT.
052700     WRITE STANDING-ORDER-RECORD
052800         INVALID KEY
052900             SET SOM-RECORD-IS-INVALID TO TRUE
053000             IF SOM-ORD-FILE-STATUS = '22'
053100                 MOVE 'ORDER ALREADY ON MASTER'
053200                                     TO SOM-REFUSAL-TEXT
053300             ELSE
053400                 MOVE 'MASTER WRITE FAILED' TO SOM-REFUSAL-TEXT
053500                 DISPLAY 'A2SOMNT - ORDER-FILE WRITE FAILED '
053600                         'STATUS ' SOM-ORD-FILE-STATUS
053700                         ' FOR ORDER ' SOC-ACCOUNT-NUMBER
053800                         '/' SOC-ORDER-NUMBER
053900             END-IF
054000         NOT INVALID KEY
054100             ADD 1 TO SOM-ADDS-APPLIED-COUNT
054200             PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
054300     END-WRITE.
054400*
054500 2200-EXIT.
054600     EXIT.
054700*
054800*****************************************************************
054900*    2250-CHECK-ACCOUNT  --  A NEW ORDER'S ACCOUNT MUST BE OPEN  *
055000*****************************************************************
055100 2250-CHECK-ACCOUNT.
055200*
055300     MOVE SOC-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
055400     READ REFERENCE-FILE
055500         INVALID KEY
055600             SET SOM-RECORD-IS-INVALID TO TRUE
055700             MOVE 'ACCOUNT NOT ON MASTER' TO SOM-REFUSAL-TEXT
055800             GO TO 2250-EXIT
055900     END-READ.
056000     IF REF-TYPE-CLOSED
056100             OR REF-TYPE-FROZEN
056200         SET SOM-RECORD-IS-INVALID TO TRUE
056300         MOVE 'ACCOUNT CLOSED OR FROZEN' TO SOM-REFUSAL-TEXT
056400     END-IF.
056500*
056600 2250-EXIT.
056700     EXIT.
056800*
056900*****************************************************************
057000*    2300-APPLY-CHANGE  --  AMEND AN EXISTING ORDER              *
057100*****************************************************************
057200*    BLANK FIELDS ON THE CARD KEEP THE VALUE ALREADY ON THE      *
057300*    ORDER.  A NEW FREQUENCY, DAY OR START DATE WORKS THE NEXT   *
057400*    DUE DATE OUT AFRESH FROM THE START DATE.                    *
057500 2300-APPLY-CHANGE.
057600*
057700     PERFORM 2550-READ-ORDER THRU 2550-EXIT.
057800     IF SOM-RECORD-IS-INVALID
057900         GO TO 2300-EXIT
058000     END-IF.
058100     IF SOR-STATUS-CANCELLED
058200             OR SOR-STATUS-ENDED
058300         SET SOM-RECORD-IS-INVALID TO TRUE
058400         MOVE 'ORDER CANCELLED OR ENDED' TO SOM-REFUSAL-TEXT
058500         GO TO 2300-EXIT
058600     END-IF.
058700     PERFORM 2350-OVERLAY-CARD-FIELDS THRU 2350-EXIT.
058800     PERFORM 2500-EDIT-ORDER THRU 2500-EXIT.
058900     IF SOM-RECORD-IS-INVALID
059000         GO TO 2300-EXIT
059100     END-IF.
059200     IF SOM-RESET-SCHEDULE
059300         PERFORM 6500-RESET-SCHEDULE THRU 6500-EXIT
059400     END-IF.
059500     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
059600     IF SOM-RECORD-IS-VALID
059700         ADD 1 TO SOM-CHANGES-APPLIED-COUNT
059800         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
059900     END-IF.
060000*
060100 2300-EXIT.
060200     EXIT.
060300*
060400*****************************************************************
060500*    2350-OVERLAY-CARD-FIELDS  --  CARD FIELDS KEYED ONTO THE    *
060600*    ORDER                                                       *
060700*****************************************************************
060800 2350-OVERLAY-CARD-FIELDS.
060900*
061000     IF SOC-TRANSACTION-CODE-X NOT = SPACES
061100         MOVE SOC-TRANSACTION-CODE TO SOR-TRANSACTION-CODE
061200     END-IF.
061300     IF SOC-ORDER-AMOUNT-X NOT = SPACES
061400         MOVE SOC-ORDER-AMOUNT TO SOR-ORDER-AMOUNT
061500     END-IF.
061600     IF SOC-TO-ACCOUNT-X NOT = SPACES
061700         MOVE SOC-TO-ACCOUNT TO SOR-TO-ACCOUNT-NUMBER
061800     END-IF.
061900     IF SOC-FREQUENCY NOT = SPACES
062000         MOVE SOC-FREQUENCY TO SOR-FREQUENCY
062100     END-IF.
062200     IF SOC-DAY-OF-MONTH-X NOT = SPACES
062300         MOVE SOC-DAY-OF-MONTH TO SOR-DAY-OF-MONTH
062400     END-IF.
062500     IF SOC-START-DATE-X NOT = SPACES
062600         MOVE SOC-START-DATE TO SOR-START-DATE
062700     END-IF.
062800     IF SOC-END-DATE-X NOT = SPACES
062900         MOVE SOC-END-DATE TO SOR-END-DATE
063000     END-IF.
063100*
063200 2350-EXIT.
063300     EXIT.
063400*
063500*****************************************************************
063600*    2400-APPLY-SUSPEND  --  SUSPEND AN ACTIVE ORDER             *
063700*****************************************************************
063800 2400-APPLY-SUSPEND.
063900*
064000     PERFORM 2550-READ-ORDER THRU 2550-EXIT.
064100     IF SOM-RECORD-IS-INVALID
064200         GO TO 2400-EXIT
064300     END-IF.
064400     IF NOT SOR-STATUS-ACTIVE
064500         SET SOM-RECORD-IS-INVALID TO TRUE
064600         MOVE 'ORDER NOT ACTIVE' TO SOM-REFUSAL-TEXT
064700         GO TO 2400-EXIT
064800     END-IF.
064900     MOVE 'S' TO SOR-STATUS.
065000     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
065100     IF SOM-RECORD-IS-VALID
065200         ADD 1 TO SOM-SUSPENDS-APPLIED-COUNT
065300         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
065400     END-IF.
065500*
065600 2400-EXIT.
065700     EXIT.
065800*
065900*****************************************************************
066000*    2450-APPLY-RESUME  --  RESUME A SUSPENDED ORDER             *
066100*****************************************************************
066200*    DUE DATES THAT PASSED WHILE THE ORDER WAS SUSPENDED ARE     *
066300*    STEPPED OVER, NOT MADE UP.                                  *
066400 2450-APPLY-RESUME.
066500*
066600     PERFORM 2550-READ-ORDER THRU 2550-EXIT.
066700     IF SOM-RECORD-IS-INVALID
066800         GO TO 2450-EXIT
066900     END-IF.
067000     IF NOT SOR-STATUS-SUSPENDED
067100         SET SOM-RECORD-IS-INVALID TO TRUE
067200         MOVE 'ORDER NOT SUSPENDED' TO SOM-REFUSAL-TEXT
067300         GO TO 2450-EXIT
067400     END-IF.
067500     MOVE 'A' TO SOR-STATUS.
067600     MOVE SOR-NEXT-DUE-DATE TO SOM-WORK-DATE-N.
067700     PERFORM 6600-CATCH-UP-SCHEDULE THRU 6600-EXIT.
067800     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
067900     IF SOM-RECORD-IS-VALID
068000         ADD 1 TO SOM-RESUMES-APPLIED-COUNT
068100         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
068200     END-IF.
068300*
068400 2450-EXIT.
068500     EXIT.
068600*
068700*****************************************************************
068800*    2480-APPLY-CANCEL  --  CANCEL AN ORDER                      *
068900*****************************************************************
069000*    THE ORDER STAYS ON THE MASTER, CANCELLED, AS THE RECORD OF  *
069100*    WHAT RAN.                                                   *
069200 2480-APPLY-CANCEL.
069300*
069400     PERFORM 2550-READ-ORDER THRU 2550-EXIT.
069500     IF SOM-RECORD-IS-INVALID
069600         GO TO 2480-EXIT
069700     END-IF.
069800     IF SOR-STATUS-CANCELLED
069900             OR SOR-STATUS-ENDED
070000         SET SOM-RECORD-IS-INVALID TO TRUE
070100         MOVE 'ORDER ALREADY CANCELLED OR ENDED'
070200                                     TO SOM-REFUSAL-TEXT
070300         GO TO 2480-EXIT
070400     END-IF.
070500     MOVE 'C' TO SOR-STATUS.
070600     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
070700     IF SOM-RECORD-IS-VALID
070800         ADD 1 TO SOM-CANCELS-APPLIED-COUNT
070900         PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT
071000     END-IF.
071100*
071200 2480-EXIT.
071300     EXIT.
071400*
071500*****************************************************************
071600*    2500-EDIT-ORDER  --  EDITS ON THE ORDER AS IT WILL STAND    *
071700*****************************************************************
071800 2500-EDIT-ORDER.
071900*
072000     IF SOR-ORDER-AMOUNT NOT NUMERIC
072100             OR SOR-ORDER-AMOUNT = ZERO
072200         SET SOM-RECORD-IS-INVALID TO TRUE
072300         MOVE 'ORDER AMOUNT MISSING OR ZERO' TO SOM-REFUSAL-TEXT
072400         GO TO 2500-EXIT
072500     END-IF.
072600     IF NOT SOR-FREQ-VALID
072700         SET SOM-RECORD-IS-INVALID TO TRUE
072800         MOVE 'INVALID FREQUENCY' TO SOM-REFUSAL-TEXT
072900         GO TO 2500-EXIT
073000     END-IF.
073100*
073200     MOVE SOR-START-DATE TO SOM-WORK-DATE-N.
073300     PERFORM 6000-CHECK-DATE THRU 6000-EXIT.
073400     IF SOM-DATE-IS-INVALID
073500         SET SOM-RECORD-IS-INVALID TO TRUE
073600         MOVE 'INVALID START DATE' TO SOM-REFUSAL-TEXT
073700         GO TO 2500-EXIT
073800     END-IF.
073900     IF SOC-START-DATE-X NOT = SPACES
074000             AND SOR-START-DATE < SOM-RUN-DATE
074100         SET SOM-RECORD-IS-INVALID TO TRUE
074200         MOVE 'START DATE BEFORE BUSINESS DATE'
074300                                     TO SOM-REFUSAL-TEXT
074400         GO TO 2500-EXIT
074500     END-IF.
074600     EVALUATE TRUE
074700         WHEN SOR-FREQ-WEEKLY
074800             MOVE ZERO TO SOR-DAY-OF-MONTH
074900         WHEN SOR-FREQ-MONTHLY
075000             MOVE SOM-WORK-DAY TO SOR-DAY-OF-MONTH
075100         WHEN SOR-FREQ-DAY-OF-MONTH
075200             IF SOR-DAY-OF-MONTH < 1
075300                     OR SOR-DAY-OF-MONTH > 31
075400                 SET SOM-RECORD-IS-INVALID TO TRUE
075500                 MOVE 'INVALID DAY OF MONTH' TO SOM-REFUSAL-TEXT
075600                 GO TO 2500-EXIT
075700             END-IF
075800     END-EVALUATE.
075900     IF NOT SOR-NO-END-DATE
076000         MOVE SOR-END-DATE TO SOM-WORK-DATE-N
076100         PERFORM 6000-CHECK-DATE THRU 6000-EXIT
076200         IF SOM-DATE-IS-INVALID
076300             SET SOM-RECORD-IS-INVALID TO TRUE
076400             MOVE 'INVALID END DATE' TO SOM-REFUSAL-TEXT
076500             GO TO 2500-EXIT
076600         END-IF
076700         IF SOR-END-DATE < SOR-START-DATE
076800             SET SOM-RECORD-IS-INVALID TO TRUE
076900             MOVE 'END DATE BEFORE START DATE' TO SOM-REFUSAL-TEXT
077000             GO TO 2500-EXIT
077100         END-IF
077200     END-IF.
077300*
077400     IF SOR-PAYMENT-ORDER
077500         PERFORM 2520-EDIT-PAYMENT THRU 2520-EXIT
077600     ELSE
077700         PERFORM 2540-EDIT-TRANSFER THRU 2540-EXIT
077800     END-IF.
077900*
078000 2500-EXIT.
078100     EXIT.
078200*
078300*****************************************************************
078400*    2520-EDIT-PAYMENT  --  THE CODE MUST BE LIVE AND THE AMOUNT *
078500*    INSIDE ITS LIMIT, OR THE EXTRACT EDITS WOULD REJECT IT      *
078600*****************************************************************
078700 2520-EDIT-PAYMENT.
078800*
078900     IF SOR-TRANSACTION-CODE = ZERO
079000         SET SOM-RECORD-IS-INVALID TO TRUE
079100         MOVE 'TRANSACTION CODE MISSING' TO SOM-REFUSAL-TEXT
079200         GO TO 2520-EXIT
079300     END-IF.
079400     MOVE SOR-TRANSACTION-CODE TO SOM-TRANCODE-SUB.
079500     IF NOT SOM-TCT-LOADED (SOM-TRANCODE-SUB)
079600             OR NOT SOM-TCT-ACTIVE (SOM-TRANCODE-SUB)
079700         SET SOM-RECORD-IS-INVALID TO TRUE
079800         MOVE 'CODE NOT ON TABLE OR INACTIVE' TO SOM-REFUSAL-TEXT
079900         GO TO 2520-EXIT
080000     END-IF.
080100     IF SOM-TCT-AMOUNT-LIMIT (SOM-TRANCODE-SUB) > ZERO
080200             AND SOR-ORDER-AMOUNT
080300                     > SOM-TCT-AMOUNT-LIMIT (SOM-TRANCODE-SUB)
080400         SET SOM-RECORD-IS-INVALID TO TRUE
080500         MOVE 'AMOUNT OVER CODE LIMIT' TO SOM-REFUSAL-TEXT
080600     END-IF.
080700*
080800 2520-EXIT.
080900     EXIT.
081000*
081100*****************************************************************
081200*    2540-EDIT-TRANSFER  --  A DIFFERENT, OPEN TO-ACCOUNT        *
081300*****************************************************************
081400*    THE TO-ACCOUNT IS CHECKED ON THE REFERENCE MASTER WHEN IT   *
081500*    IS KEYED.  A TRANSFER CARRIES NO TRANSACTION CODE OF ITS    *
081600*    OWN - THE EXTRACT GIVES BOTH LEGS THE TRANSFER CODES.       *
081700 2540-EDIT-TRANSFER.
081800*
081900     MOVE ZERO TO SOR-TRANSACTION-CODE.
082000     IF SOR-TO-ACCOUNT-NUMBER = SOR-ACCOUNT-NUMBER
082100         SET SOM-RECORD-IS-INVALID TO TRUE
082200         MOVE 'TRANSFER TO THE SAME ACCOUNT' TO SOM-REFUSAL-TEXT
082300         GO TO 2540-EXIT
082400     END-IF.
082500     IF SOC-TO-ACCOUNT-X = SPACES
082600         GO TO 2540-EXIT
082700     END-IF.
082800     MOVE SOR-TO-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
082900     READ REFERENCE-FILE
083000         INVALID KEY
083100             SET SOM-RECORD-IS-INVALID TO TRUE
083200             MOVE 'TO-ACCOUNT NOT ON MASTER' TO SOM-REFUSAL-TEXT
083300             GO TO 2540-EXIT
083400     END-READ.
083500     IF REF-TYPE-CLOSED
083600             OR REF-TYPE-FROZEN
083700         SET SOM-RECORD-IS-INVALID TO TRUE
083800         MOVE 'TO-ACCOUNT CLOSED OR FROZEN' TO SOM-REFUSAL-TEXT
083900     END-IF.
084000*
084100 2540-EXIT.
084200     EXIT.
084300*
084400*****************************************************************
084500*    2550-READ-ORDER  --  FETCH THE BEFORE IMAGE                 *
084600*****************************************************************
084700 2550-READ-ORDER.
084800*
084900     MOVE SOC-ACCOUNT-NUMBER TO SOR-ACCOUNT-NUMBER.
085000     MOVE SOC-ORDER-NUMBER   TO SOR-ORDER-NUMBER.
085100     READ ORDER-FILE
085200         INVALID KEY
085300             SET SOM-RECORD-IS-INVALID TO TRUE
085400             MOVE 'ORDER NOT ON MASTER' TO SOM-REFUSAL-TEXT
085500         NOT INVALID KEY
085600             MOVE STANDING-ORDER-RECORD TO SOM-BEFORE-IMAGE
085700     END-READ.
085800*
085900 2550-EXIT.
086000     EXIT.
086100*
086200*****************************************************************
086300*    2600-REPORT-APPLIED  --  BEFORE/AFTER AUDIT LINES           *
086400*****************************************************************
086500 2600-REPORT-APPLIED.
086600*
086700     MOVE STANDING-ORDER-RECORD TO SOM-AFTER-IMAGE.
086800     MOVE SPACES TO SOM-DETAIL-LINE.
086900     EVALUATE TRUE
087000         WHEN SOC-ACTION-ADD
087100             MOVE 'SET UP'  TO SOM-DET-TAG
087200         WHEN SOC-ACTION-CHANGE
087300             MOVE 'AMEND'   TO SOM-DET-TAG
087400         WHEN SOC-ACTION-SUSPEND
087500             MOVE 'SUSPEND' TO SOM-DET-TAG
087600         WHEN SOC-ACTION-RESUME
087700             MOVE 'RESUME'  TO SOM-DET-TAG
087800         WHEN SOC-ACTION-CANCEL
087900             MOVE 'CANCEL'  TO SOM-DET-TAG
088000     END-EVALUATE.
088100     MOVE SOC-ACCOUNT-NUMBER TO SOM-DET-ACCOUNT.
088200     MOVE '/' TO SOM-DET-SLASH.
088300     MOVE SOC-ORDER-NUMBER TO SOM-DET-ORDER.
088400     MOVE 'APPLIED' TO SOM-DETAIL-LINE (22:7).
088500     WRITE SOM-DETAIL-LINE.
088600*
088700     MOVE SPACES TO SOM-DETAIL-LINE.
088800     IF SOC-ACTION-ADD
088900         MOVE '** NO RECORD **' TO SOM-DETAIL-LINE (22:15)
089000     ELSE
089100         MOVE SOM-BEFORE-IMAGE TO STANDING-ORDER-RECORD
089200         PERFORM 2650-FORMAT-ORDER-LINE THRU 2650-EXIT
089300     END-IF.
089400     MOVE 'BEFORE' TO SOM-DET-TAG.
089500     WRITE SOM-DETAIL-LINE.
089600*
089700     MOVE SOM-AFTER-IMAGE TO STANDING-ORDER-RECORD.
089800     PERFORM 2650-FORMAT-ORDER-LINE THRU 2650-EXIT.
089900     MOVE 'AFTER' TO SOM-DET-TAG.
090000     WRITE SOM-DETAIL-LINE.
090100*
090200 2600-EXIT.
090300     EXIT.
090400*
090500*****************************************************************
090600*    2650-FORMAT-ORDER-LINE  --  ONE IMAGE OF AN ORDER           *
090700*****************************************************************
090800 2650-FORMAT-ORDER-LINE.
090900*
091000     MOVE SPACES TO SOM-DETAIL-LINE.
091100     MOVE SOR-ACCOUNT-NUMBER TO SOM-DET-ACCOUNT.
091200     MOVE '/' TO SOM-DET-SLASH.
091300     MOVE SOR-ORDER-NUMBER TO SOM-DET-ORDER.
091400     IF SOR-PAYMENT-ORDER
091500         MOVE SOR-TRANSACTION-CODE TO SOM-DET-CODE
091600     ELSE
091700         MOVE SOR-TO-ACCOUNT-NUMBER TO SOM-DET-TO-ACCOUNT
091800     END-IF.
091900     MOVE SOR-ORDER-AMOUNT TO SOM-DET-AMOUNT.
092000     MOVE SOR-FREQUENCY TO SOM-DET-FREQUENCY.
092100     IF NOT SOR-FREQ-WEEKLY
092200         MOVE SOR-DAY-OF-MONTH TO SOM-DET-DAY
092300     END-IF.
092400     MOVE SOR-NEXT-DUE-DATE TO SOM-DET-NEXT-DUE.
092500     MOVE SOR-STATUS TO SOM-DET-STATUS.
092600     MOVE SOR-START-DATE TO SOM-DET-START.
092700     IF NOT SOR-NO-END-DATE
092800         MOVE SOR-END-DATE TO SOM-DET-END
092900     END-IF.
093000*
093100 2650-EXIT.
093200     EXIT.
093300*
093400*****************************************************************
093500*    2700-REPORT-REFUSAL  --  ONE AUDIT LINE PER REFUSAL         *
093600*****************************************************************
093700 2700-REPORT-REFUSAL.
093800*
093900     ADD 1 TO SOM-CARDS-REFUSED-COUNT.
094000     MOVE SPACES TO SOM-REFUSAL-LINE.
094100     MOVE 'REFUSED' TO SOM-REF-TAG.
094200     MOVE SOC-ACCOUNT-NUMBER TO SOM-REF-ACCOUNT.
094300     MOVE '/' TO SOM-REF-SLASH.
094400     MOVE SOC-ORDER-NUMBER TO SOM-REF-ORDER.
094500     MOVE SOC-ACTION-CODE TO SOM-REF-ACTION.
094600     MOVE SOM-REFUSAL-TEXT TO SOM-REF-REASON.
094700     WRITE SOM-REFUSAL-LINE.
094800*
094900 2700-EXIT.
095000     EXIT.
095100*
095200*****************************************************************
095300*    2800-REWRITE-ORDER  --  PUT THE AMENDED ORDER BACK          *
095400*****************************************************************
095500 2800-REWRITE-ORDER.
095600*
095700     REWRITE STANDING-ORDER-RECORD
095800         INVALID KEY
095900             SET SOM-RECORD-IS-INVALID TO TRUE
096000             MOVE 'MASTER REWRITE FAILED' TO SOM-REFUSAL-TEXT
096100             DISPLAY 'A2SOMNT - ORDER-FILE REWRITE FAILED STATUS '
096200                     SOM-ORD-FILE-STATUS ' FOR ORDER '
096300                     SOC-ACCOUNT-NUMBER '/' SOC-ORDER-NUMBER
096400     END-REWRITE.
096500*
096600 2800-EXIT.
096700     EXIT.
096800*
096900*****************************************************************
097000*    2900-READ-CARD  --  READ THE NEXT MAINTENANCE CARD          *
097100*****************************************************************
097200 2900-READ-CARD.
097300*
097400     READ ORDER-MAINT-FILE
097500         AT END
097600             SET SOM-END-OF-MAINTENANCE TO TRUE
097700         NOT AT END
097800             ADD 1 TO SOM-CARDS-READ-COUNT
097900     END-READ.
098000*
098100 2900-EXIT.
098200     EXIT.
098300*
098400*****************************************************************
098500*    6000-CHECK-DATE  --  IS SOM-WORK-DATE A REAL CALENDAR DATE  *
098600*****************************************************************
098700 6000-CHECK-DATE.
098800*
098900     SET SOM-DATE-IS-VALID TO TRUE.
099000     IF SOM-WORK-YEAR < 1900
099100             OR SOM-WORK-MONTH < 1
099200             OR SOM-WORK-MONTH > 12
099300         SET SOM-DATE-IS-INVALID TO TRUE
099400         GO TO 6000-EXIT
099500     END-IF.
099600     PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT.
099700     IF SOM-WORK-DAY < 1
099800             OR SOM-WORK-DAY > SOM-DAYS-IN-MONTH
099900         SET SOM-DATE-IS-INVALID TO TRUE
100000     END-IF.
100100*
100200 6000-EXIT.
100300     EXIT.
100400*
100500*****************************************************************
100600*    6100-SET-MONTH-LENGTH  --  DAYS IN THE MONTH OF             *
100700*    SOM-WORK-DATE                                               *
100800*****************************************************************
100900*    A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR *
101000*    NOT DIVISIBLE BY 400.                                       *
101100 6100-SET-MONTH-LENGTH.
101200*
101300     MOVE SOM-MONTH-LENGTH (SOM-WORK-MONTH) TO SOM-DAYS-IN-MONTH.
101400     IF SOM-WORK-MONTH = 2
101500         MOVE 'N' TO SOM-LEAP-SWITCH
101600         DIVIDE SOM-WORK-YEAR BY 4 GIVING SOM-CAL-QUOTIENT
101700             REMAINDER SOM-LEAP-REMAINDER
101800         IF SOM-LEAP-REMAINDER = ZERO
101900             SET SOM-LEAP-YEAR TO TRUE
102000             DIVIDE SOM-WORK-YEAR BY 100 GIVING SOM-CAL-QUOTIENT
102100                 REMAINDER SOM-LEAP-REMAINDER
102200             IF SOM-LEAP-REMAINDER = ZERO
102300                 DIVIDE SOM-WORK-YEAR BY 400
102400                     GIVING SOM-CAL-QUOTIENT
102500                     REMAINDER SOM-LEAP-REMAINDER
102600                 IF SOM-LEAP-REMAINDER NOT = ZERO
102700                     MOVE 'N' TO SOM-LEAP-SWITCH
102800                 END-IF
102900             END-IF
103000         END-IF
103100         IF SOM-LEAP-YEAR
103200             MOVE 29 TO SOM-DAYS-IN-MONTH
103300         END-IF
103400     END-IF.
103500*
103600 6100-EXIT.
103700     EXIT.
103800*
103900*****************************************************************
104000*    6200-ADVANCE-DUE-DATE  --  STEP SOM-WORK-DATE ON TO THE     *
104100*    ORDER'S NEXT DUE DATE                                       *
104200*****************************************************************
104300*    WEEKLY ADDS SEVEN DAYS.  MONTHLY MOVES TO THE ORDER'S DAY   *
104400*    OF THE FOLLOWING MONTH, OR THE LAST DAY OF A SHORTER ONE.   *
104500 6200-ADVANCE-DUE-DATE.
104600*
104700     IF SOR-FREQ-WEEKLY
104800         PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT
104900         ADD 7 TO SOM-WORK-DAY
105000         IF SOM-WORK-DAY > SOM-DAYS-IN-MONTH
105100             SUBTRACT SOM-DAYS-IN-MONTH FROM SOM-WORK-DAY
105200             PERFORM 6250-ADD-ONE-MONTH THRU 6250-EXIT
105300         END-IF
105400     ELSE
105500         PERFORM 6250-ADD-ONE-MONTH THRU 6250-EXIT
105600         PERFORM 6300-SET-MONTHLY-DAY THRU 6300-EXIT
105700     END-IF.
105800*
105900 6200-EXIT.
106000     EXIT.
106100*
106200*****************************************************************
106300*    6250-ADD-ONE-MONTH  --  STEP SOM-WORK-DATE'S MONTH ON ONE   *
106400*****************************************************************
106500 6250-ADD-ONE-MONTH.
106600*
106700     ADD 1 TO SOM-WORK-MONTH.
106800     IF SOM-WORK-MONTH > 12
106900         MOVE 1 TO SOM-WORK-MONTH
107000         ADD 1 TO SOM-WORK-YEAR
107100     END-IF.
107200*
107300 6250-EXIT.
107400     EXIT.
107500*
107600*****************************************************************
107700*    6300-SET-MONTHLY-DAY  --  THE ORDER'S DAY IN THE MONTH OF   *
107800*    SOM-WORK-DATE                                               *
107900*****************************************************************
108000 6300-SET-MONTHLY-DAY.
108100*
108200     PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT.
108300     IF SOR-DAY-OF-MONTH > SOM-DAYS-IN-MONTH
108400         MOVE SOM-DAYS-IN-MONTH TO SOM-WORK-DAY
108500     ELSE
108600         MOVE SOR-DAY-OF-MONTH TO SOM-WORK-DAY
108700     END-IF.
108800*
108900 6300-EXIT.
109000     EXIT.
109100*
109200*****************************************************************
109300*    6500-RESET-SCHEDULE  --  FIRST DUE DATE FROM THE START      *
109400*****************************************************************
109500*    WEEKLY AND MONTHLY ORDERS FIRST FALL DUE ON THE START DATE. *
109600*    A DAY-OF-MONTH ORDER FIRST FALLS DUE ON ITS DAY IN THE      *
109700*    START MONTH, OR THE MONTH AFTER IF THAT DAY IS ALREADY      *
109800*    PAST.  THE SCHEDULE IS THEN BROUGHT UP TO THE BUSINESS DATE.*
109900 6500-RESET-SCHEDULE.
110000*
110100     MOVE SOR-START-DATE TO SOM-WORK-DATE-N.
110200     IF SOR-FREQ-DAY-OF-MONTH
110300         MOVE SOM-WORK-DAY TO SOM-START-DAY
110400         PERFORM 6300-SET-MONTHLY-DAY THRU 6300-EXIT
110500         IF SOM-WORK-DAY < SOM-START-DAY
110600             PERFORM 6200-ADVANCE-DUE-DATE THRU 6200-EXIT
110700         END-IF
110800     END-IF.
110900     PERFORM 6600-CATCH-UP-SCHEDULE THRU 6600-EXIT.
111000*
111100 6500-EXIT.
111200     EXIT.
111300*
111400*****************************************************************
111500*    6600-CATCH-UP-SCHEDULE  --  NEXT DUE DATE NOT BEFORE THE    *
111600*    CURRENT BUSINESS DATE                                       *
111700*****************************************************************
111800*    STARTS FROM THE DUE DATE IN SOM-WORK-DATE.                  *
111900 6600-CATCH-UP-SCHEDULE.
112000*
112100     PERFORM 6200-ADVANCE-DUE-DATE THRU 6200-EXIT
112200         UNTIL SOM-WORK-DATE-N NOT < SOM-RUN-DATE.
112300     MOVE SOM-WORK-DATE-N TO SOR-NEXT-DUE-DATE.
112400*
112500 6600-EXIT.
112600     EXIT.
112700*
112800*****************************************************************
112900*    8000-WRITE-REPORT-TOTALS  --  END OF RUN MAINTENANCE TOTALS *
113000*****************************************************************
113100 8000-WRITE-REPORT-TOTALS.
113200*
113300     MOVE SPACES TO RPT-HEADING-LINE.
113400     WRITE RPT-HEADING-LINE.
113500*
113600     MOVE SPACES TO RPT-COUNT-LINE.
113700     MOVE 'MAINTENANCE CARDS READ' TO RPT-CNT-LABEL.
113800     MOVE SOM-CARDS-READ-COUNT TO RPT-CNT-VALUE.
113900     WRITE RPT-COUNT-LINE.
114000*
114100     MOVE SPACES TO RPT-COUNT-LINE.
114200     MOVE 'ORDERS SET UP' TO RPT-CNT-LABEL.
114300     MOVE SOM-ADDS-APPLIED-COUNT TO RPT-CNT-VALUE.
114400     WRITE RPT-COUNT-LINE.
114500*
114600     MOVE SPACES TO RPT-COUNT-LINE.
114700     MOVE 'ORDERS AMENDED' TO RPT-CNT-LABEL.
114800     MOVE SOM-CHANGES-APPLIED-COUNT TO RPT-CNT-VALUE.
114900     WRITE RPT-COUNT-LINE.
115000*
115100     MOVE SPACES TO RPT-COUNT-LINE.
115200     MOVE 'ORDERS SUSPENDED' TO RPT-CNT-LABEL.
115300     MOVE SOM-SUSPENDS-APPLIED-COUNT TO RPT-CNT-VALUE.
115400     WRITE RPT-COUNT-LINE.
115500*
115600     MOVE SPACES TO RPT-COUNT-LINE.
115700     MOVE 'ORDERS RESUMED' TO RPT-CNT-LABEL.
115800     MOVE SOM-RESUMES-APPLIED-COUNT TO RPT-CNT-VALUE.
115900     WRITE RPT-COUNT-LINE.
116000*
116100     MOVE SPACES TO RPT-COUNT-LINE.
116200     MOVE 'ORDERS CANCELLED' TO RPT-CNT-LABEL.
116300     MOVE SOM-CANCELS-APPLIED-COUNT TO RPT-CNT-VALUE.
116400     WRITE RPT-COUNT-LINE.
116500*
116600     MOVE SPACES TO RPT-COUNT-LINE.
116700     MOVE 'CARDS REFUSED' TO RPT-CNT-LABEL.
116800     MOVE SOM-CARDS-REFUSED-COUNT TO RPT-CNT-VALUE.
116900     WRITE RPT-COUNT-LINE.
117000*
117100 8000-EXIT.
117200     EXIT.
117300*
117400*****************************************************************
117500*    8100-WRITE-REPORT-HEADING                                   *
117600*****************************************************************
117700 8100-WRITE-REPORT-HEADING.
117800*
117900     MOVE SPACES TO RPT-HEADING-LINE.
118000     MOVE 'A2SOMNT STANDING ORDER MAINTENANCE AUDIT REPORT'
118100                                     TO RPT-HEADING-LINE.
118200     WRITE RPT-HEADING-LINE.
118300     MOVE SPACES TO RPT-HEADING-LINE.
118400     MOVE 'BUSINESS DATE' TO RPT-HEADING-LINE (1:13).
118500     MOVE SOM-RUN-DATE TO RPT-HEADING-LINE (15:8).
118600     WRITE RPT-HEADING-LINE.
118700     MOVE SPACES TO RPT-HEADING-LINE.
118800     WRITE RPT-HEADING-LINE.
118900     MOVE 'ACTION'   TO RPT-HEADING-LINE (1:6).
119000     MOVE 'ACCT/ORDER' TO RPT-HEADING-LINE (9:10).
119100     MOVE 'CD'       TO RPT-HEADING-LINE (22:2).
119200     MOVE 'AMOUNT'   TO RPT-HEADING-LINE (33:6).
119300     MOVE 'FDY'      TO RPT-HEADING-LINE (40:3).
119400     MOVE 'NEXT DUE' TO RPT-HEADING-LINE (44:8).
119500     MOVE 'S'        TO RPT-HEADING-LINE (53:1).
119600     MOVE 'TO ACCT'  TO RPT-HEADING-LINE (55:7).
119700     MOVE 'START'    TO RPT-HEADING-LINE (63:5).
119800     MOVE 'END'      TO RPT-HEADING-LINE (72:3).
119900     WRITE RPT-HEADING-LINE.
120000     MOVE SPACES TO RPT-HEADING-LINE.
120100     WRITE RPT-HEADING-LINE.
120200*
120300 8100-EXIT.
120400     EXIT.
120500*
120600*****************************************************************
120700*    9000-TERMINATE                                              *
120800*****************************************************************
120900 9000-TERMINATE.
121000*
121100     CLOSE ORDER-MAINT-FILE
121200           ORDER-FILE
121300           REFERENCE-FILE
121400           ORDER-REPORT.
121500*
121600 9000-EXIT.
121700     EXIT.
121800*
121900 END PROGRAM A2SOMNT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2SOSCHD.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2SOSCHD  --  NIGHTLY STANDING ORDER SCHEDULER                *
001100*                                                                *
001200*  BROWSES THE STANDING ORDER MASTER (SEE SORDREC) AFTER THE     *
001300*  BUSINESS DATE HAS ROLLED AND, FOR EVERY ACTIVE ORDER FALLING  *
001400*  DUE ON OR BEFORE THE NEW CURRENT BUSINESS DATE, WRITES ONE    *
001500*  DAILY-FEED RECORD DATED THAT BUSINESS DATE - A DETAIL UNDER   *
001600*  THE ORDER'S TRANSACTION CODE, OR AN 'XFR' TRANSFER RECORD.    *
001700*  THE FEED FILE IS CONCATENATED BEHIND THE DAILY FEED ON THE    *
001800*  NEXT A2START INFILE, SO THE PAYMENTS POST THROUGH THE NORMAL  *
001900*  EDIT AND AUDIT PATH.  DUE DATES THAT FELL ON A WEEKEND OR     *
002000*  HOLIDAY ARE PAID ON THE FIRST BUSINESS DATE AFTER.            *
002100*                                                                *
002200*  EACH ORDER PAID HAS ITS NEXT DUE DATE ADVANCED AND ITS LAST   *
002300*  RUN DATE SET.  ONE OCCURRENCE IS PAID PER ORDER PER RUN - ANY *
002400*  FURTHER DUE DATES ALREADY PASSED ARE STEPPED OVER AND         *
002500*  REPORTED, NOT PAID TOGETHER.  AN ORDER WHOSE ACCOUNT (OR      *
002600*  TO-ACCOUNT) IS MISSING, CLOSED OR FROZEN, OR WHOSE CODE IS NO *
002700*  LONGER ACTIVE OR NOW LIMITS THE AMOUNT, IS NOT PAID: IT GOES  *
002800*  ON THE EXCEPTION REPORT AND ITS SCHEDULE MOVES ON.  AN ORDER  *
002900*  PAST ITS END DATE IS MARKED ENDED.                            *
003000*                                                                *
003100*  THE RUN IS REFUSED IF THE CURRENT BUSINESS DATE HAS ALREADY   *
003200*  BEEN EXTRACTED (THE DATE HAS NOT ROLLED) OR ALREADY           *
003300*  SCHEDULED, SO AN ORDER IS NEVER PAID TWICE.                   *
003400*                                                                *
003500*  RETURN CODES: 0 = CLEAN, 4 = EXCEPTIONS REPORTED,             *
003600*  16 = RUN TERMINATED.                                          *
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
005000*    ORDER-FILE  --  STANDING ORDER MASTER, BROWSED IN KEY ORDER
005100*    AND UPDATED IN PLACE
005200     SELECT ORDER-FILE
005300         ASSIGN TO SORDFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS SOR-KEY
005700         FILE STATUS IS SOS-ORD-FILE-STATUS.
005800*
005900*    REFERENCE-FILE  --  ACCOUNT/CROSS-REFERENCE MASTER, FOR THE
006000*    ACCOUNT STATUS CHECKS
006100     SELECT REFERENCE-FILE
006200         ASSIGN TO REFFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS REF-ACCOUNT-NUMBER
006600         FILE STATUS IS SOS-REF-FILE-STATUS.
006700*
006800*    TRANCODE-FILE  --  TRANSACTION CODE DEFINITION TABLE, READ
006900*    ONCE AT INITIALIZATION
007000     SELECT TRANCODE-FILE
007100         ASSIGN TO CODEFILE
007200         ORGANIZATION IS SEQUENTIAL.
007300*
007400*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD; THE
007500*    DATE SCHEDULED IS RECORDED BACK ON IT
007600     SELECT BUSINESS-DATE-FILE
007700         ASSIGN TO BDATFILE
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS SOS-BDT-FILE-STATUS.
008000*
008100*    ORDER-FEED  --  GENERATED PAYMENTS IN DAILY-FEED FORMAT, FOR
008200*    THE NEXT INFILE CONCATENATION
008300     SELECT ORDER-FEED
008400         ASSIGN TO ORDFEED
008500         ORGANIZATION IS SEQUENTIAL.
008600*
008700*    SCHEDULE-REPORT  --  SCHEDULER EXCEPTIONS AND RUN TOTALS
008800     SELECT SCHEDULE-REPORT
008900         ASSIGN TO RPTFILE
009000         ORGANIZATION IS SEQUENTIAL.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400*
009500 FD  ORDER-FILE
009600     RECORD CONTAINS 80 CHARACTERS.
009700*
009800     COPY SORDREC.
009900*
010000 FD  REFERENCE-FILE
010100     RECORD CONTAINS 37 CHARACTERS.
010200*
010300     COPY REFMREC.
010400*
010500 FD  TRANCODE-FILE
010600     RECORDING MODE IS F
010700     DATA RECORD IS TRANCODE-RECORD
010800     RECORD CONTAINS 80 CHARACTERS.
010900*
011000     COPY TRNCREC.
011100*
011200 FD  BUSINESS-DATE-FILE
011300     RECORDING MODE IS F
011400     RECORD CONTAINS 80 CHARACTERS.
011500*
011600     COPY BDATREC.
011700*
011800 FD  ORDER-FEED
011900     RECORDING MODE IS F
012000     DATA RECORD IS INPUT-LINE
012100     RECORD CONTAINS 29 CHARACTERS.
012200*
012300     COPY INPTREC.
012400*
012500 FD  SCHEDULE-REPORT
012600     RECORDING MODE IS F
012700     RECORD CONTAINS 80 CHARACTERS.
012800*
012900     COPY RPTLINE.
013000*
013100 01  SOS-EXCEPTION-LINE.
013200     05  SOS-EXC-ACCOUNT             PIC X(07).
013300     05  SOS-EXC-SLASH               PIC X(01).
013400     05  SOS-EXC-ORDER               PIC X(04).
013500     05  FILLER                      PIC X(02).
013600     05  SOS-EXC-DUE-DATE            PIC X(08).
013700     05  FILLER                      PIC X(02).
013800     05  SOS-EXC-CODE                PIC X(02).
013900     05  FILLER                      PIC X(01).
014000     05  SOS-EXC-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
014100     05  FILLER                      PIC X(02).
014200     05  SOS-EXC-REASON              PIC X(35).
014300     05  FILLER                      PIC X(02).
014400*
014500 WORKING-STORAGE SECTION.
014600*
014700 77  SOS-ORDER-EOF-SWITCH           PIC X(01) VALUE 'N'.
014800     88  SOS-END-OF-ORDERS                  VALUE 'Y'.
014900*
015000 77  SOS-TRANCODE-EOF-SWITCH        PIC X(01) VALUE 'N'.
015100     88  SOS-END-OF-TRANCODES               VALUE 'Y'.
015200*
015300 77  SOS-ORDER-SWITCH               PIC X(01) VALUE 'Y'.
015400     88  SOS-ORDER-IS-PAYABLE               VALUE 'Y'.
015500     88  SOS-ORDER-IS-NOT-PAYABLE           VALUE 'N'.
015600*
015700 77  SOS-ORD-FILE-STATUS            PIC X(02) VALUE SPACES.
015800 77  SOS-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
015900 77  SOS-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
016000*
016100 77  SOS-ORDERS-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
016200 77  SOS-ORDERS-DUE-COUNT           PIC 9(09) COMP VALUE ZERO.
016300 77  SOS-FEED-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
016400 77  SOS-TRANSFERS-WRITTEN-COUNT    PIC 9(09) COMP VALUE ZERO.
016500 77  SOS-EXCEPTION-COUNT            PIC 9(09) COMP VALUE ZERO.
016600 77  SOS-ORDERS-ENDED-COUNT         PIC 9(09) COMP VALUE ZERO.
016700 77  SOS-AMOUNT-GENERATED-TOTAL     PIC S9(11)V99 COMP-3
016800                                                 VALUE ZERO.
016900*
017000 77  SOS-EXCEPTION-TEXT             PIC X(35) VALUE SPACES.
017100 77  SOS-EXCEPTION-DUE-DATE         PIC 9(08) VALUE ZERO.
017200 77  SOS-RUN-DATE                   PIC 9(08) VALUE ZERO.
017300*
017400 77  SOS-TRANCODE-COUNT             PIC 9(03) COMP VALUE ZERO.
017500 77  SOS-TRANCODE-SUB               PIC 9(03) COMP VALUE ZERO.
017600*
017700*    TRANSACTION CODE TABLE, SUBSCRIPTED BY THE CODE ITSELF.
017800 01  SOS-TRANCODE-TABLE.
017900     05  SOS-TRANCODE-ENTRY OCCURS 99 TIMES.
018000         10  SOS-TCT-LOADED-FLAG     PIC X(01).
018100             88  SOS-TCT-LOADED              VALUE 'Y'.
018200         10  SOS-TCT-STATUS          PIC X(01).
018300             88  SOS-TCT-ACTIVE              VALUE 'A'.
018400         10  SOS-TCT-AMOUNT-LIMIT    PIC 9(9)V99 COMP-3.
018500*
018600*    CALENDAR ARITHMETIC WORK AREAS.
018700 77  SOS-DAYS-IN-MONTH              PIC 9(02) COMP VALUE ZERO.
018800 77  SOS-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
018900 77  SOS-LEAP-REMAINDER             PIC 9(03) COMP VALUE ZERO.
019000 77  SOS-LEAP-SWITCH                PIC X(01) VALUE 'N'.
019100     88  SOS-LEAP-YEAR                      VALUE 'Y'.
019200*
019300 01  SOS-WORK-DATE.
019400     05  SOS-WORK-YEAR               PIC 9(04).
019500     05  SOS-WORK-MONTH              PIC 9(02).
019600     05  SOS-WORK-DAY                PIC 9(02).
019700 01  SOS-WORK-DATE-N REDEFINES SOS-WORK-DATE
019800                                     PIC 9(08).
019900*
020000*    DAYS IN EACH MONTH OF A COMMON YEAR.
020100 01  SOS-MONTH-LENGTH-VALUES         PIC X(24)
020200                         VALUE '312831303130313130313031'.
020300 01  SOS-MONTH-LENGTH-TABLE REDEFINES SOS-MONTH-LENGTH-VALUES.
020400     05  SOS-MONTH-LENGTH            PIC 9(02) OCCURS 12 TIMES.
020500*
020600 PROCEDURE DIVISION.
020700*
020800*****************************************************************
020900*    0000-MAINLINE                                               *
021000*****************************************************************
021100 0000-MAINLINE.
021200*
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
021500         UNTIL SOS-END-OF-ORDERS.
021600     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     IF SOS-EXCEPTION-COUNT > ZERO
021900             AND RETURN-CODE = ZERO
022000         MOVE 4 TO RETURN-CODE
022100     END-IF.
022200     GOBACK.
022300*
022400*****************************************************************
022500*    1000-INITIALIZE                                             *
022600*****************************************************************
022700 1000-INITIALIZE.
022800*
022900     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
023000     PERFORM 1400-LOAD-TRANCODE-TABLE THRU 1400-EXIT.
023100     OPEN INPUT  REFERENCE-FILE
023200          I-O    ORDER-FILE
023300          OUTPUT ORDER-FEED
023400                 SCHEDULE-REPORT.
023500     IF SOS-ORD-FILE-STATUS NOT = '00'
023600         DISPLAY 'A2SOSCHD - ORDER-FILE OPEN FAILED STATUS '
023700                 SOS-ORD-FILE-STATUS ' - RUN TERMINATED'
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     IF SOS-REF-FILE-STATUS NOT = '00'
024200         DISPLAY 'A2SOSCHD - REFERENCE-FILE OPEN FAILED STATUS '
024300                 SOS-REF-FILE-STATUS ' - RUN TERMINATED'
024400         MOVE 16 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
024800     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
024900*
025000 1000-EXIT.
025100     EXIT.
025200*
025300*****************************************************************
025400*    1060-READ-BUSINESS-DATE  --  SCHEDULE AS OF THE CURRENT     *
025500*    BUSINESS DATE, ONCE, AND ONLY AFTER THE DATE HAS ROLLED.    *
025600*    THE FILE STAYS OPEN - 9000 RECORDS THE DATE SCHEDULED.      *
025700*****************************************************************
025800 1060-READ-BUSINESS-DATE.
025900*
026000     OPEN I-O BUSINESS-DATE-FILE.
026100     IF SOS-BDT-FILE-STATUS NOT = '00'
026200         DISPLAY 'A2SOSCHD - BUSINESS DATE FILE OPEN FAILED '
026300                 'STATUS ' SOS-BDT-FILE-STATUS
026400                 ' - RUN TERMINATED'
026500         MOVE 16 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800     READ BUSINESS-DATE-FILE
026900         AT END
027000             DISPLAY 'A2SOSCHD - BUSINESS DATE RECORD MISSING '
027100                     '- RUN TERMINATED'
027200             MOVE 16 TO RETURN-CODE
027300             STOP RUN
027400     END-READ.
027500     IF BDT-CURRENT-DATE NOT NUMERIC
027600             OR BDT-CURRENT-DATE = ZERO
027700         DISPLAY 'A2SOSCHD - BUSINESS DATE RECORD INVALID '
027800                 '- RUN TERMINATED'
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     IF BDT-LAST-EXTRACT-DATE = BDT-CURRENT-DATE
028300         DISPLAY 'A2SOSCHD - BUSINESS DATE ' BDT-CURRENT-DATE
028400                 ' ALREADY EXTRACTED - RUN AFTER THE DATE ROLL '
028500                 '- RUN TERMINATED'
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     IF BDT-LAST-SCHEDULE-DATE = BDT-CURRENT-DATE
029000         DISPLAY 'A2SOSCHD - STANDING ORDERS ALREADY SCHEDULED '
029100                 'FOR ' BDT-CURRENT-DATE ' - RUN TERMINATED'
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     MOVE BDT-CURRENT-DATE TO SOS-RUN-DATE.
029600*
029700 1060-EXIT.
029800     EXIT.
029900*
030000*****************************************************************
030100*    1400-LOAD-TRANCODE-TABLE  --  STATUS AND LIMIT BY CODE      *
030200*****************************************************************
030300 1400-LOAD-TRANCODE-TABLE.
030400*
030500     PERFORM 1410-CLEAR-ONE-TRANCODE THRU 1410-EXIT
030600         VARYING SOS-TRANCODE-SUB FROM 1 BY 1
030700         UNTIL SOS-TRANCODE-SUB > 99.
030800     OPEN INPUT TRANCODE-FILE.
030900     PERFORM 1450-LOAD-ONE-TRANCODE THRU 1450-EXIT
031000         UNTIL SOS-END-OF-TRANCODES.
031100     CLOSE TRANCODE-FILE.
031200     IF SOS-TRANCODE-COUNT = ZERO
031300         DISPLAY 'A2SOSCHD - TRANSACTION CODE TABLE IS EMPTY - '
031400                 'RUN TERMINATED'
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800*
031900 1400-EXIT.
032000     EXIT.
032100*
032200*****************************************************************
032300*    1410-CLEAR-ONE-TRANCODE                                     *
032400*****************************************************************
032500 1410-CLEAR-ONE-TRANCODE.
032600*
032700     MOVE 'N'    TO SOS-TCT-LOADED-FLAG (SOS-TRANCODE-SUB).
032800     MOVE SPACES TO SOS-TCT-STATUS (SOS-TRANCODE-SUB).
032900     MOVE ZERO   TO SOS-TCT-AMOUNT-LIMIT (SOS-TRANCODE-SUB).
033000*
033100 1410-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500*    1450-LOAD-ONE-TRANCODE                                      *
033600*****************************************************************
033700 1450-LOAD-ONE-TRANCODE.
033800*
033900     READ TRANCODE-FILE
034000         AT END
034100             SET SOS-END-OF-TRANCODES TO TRUE
034200             GO TO 1450-EXIT
034300     END-READ.
034400     IF TRC-TRANSACTION-CODE NOT NUMERIC
034500             OR TRC-TRANSACTION-CODE = ZERO
034600         DISPLAY 'A2SOSCHD - BAD CODE TABLE RECORD IGNORED'
034700         GO TO 1450-EXIT
034800     END-IF.
034900     MOVE TRC-TRANSACTION-CODE TO SOS-TRANCODE-SUB.
035000     IF SOS-TCT-LOADED (SOS-TRANCODE-SUB)
035100         GO TO 1450-EXIT
035200     END-IF.
035300     MOVE 'Y' TO SOS-TCT-LOADED-FLAG (SOS-TRANCODE-SUB).
035400     MOVE TRC-STATUS-FLAG TO SOS-TCT-STATUS (SOS-TRANCODE-SUB).
035500     IF TRC-AMOUNT-LIMIT NUMERIC
035600         MOVE TRC-AMOUNT-LIMIT
035700                     TO SOS-TCT-AMOUNT-LIMIT (SOS-TRANCODE-SUB)
035800     END-IF.
035900     ADD 1 TO SOS-TRANCODE-COUNT.
036000*
036100 1450-EXIT.
036200     EXIT.
036300*
036400*****************************************************************
036500*    2000-PROCESS-ORDER  --  SCHEDULE ONE ORDER                  *
036600*****************************************************************
036700 2000-PROCESS-ORDER.
036800*
036900     PERFORM 2100-SCHEDULE-ORDER THRU 2100-EXIT.
037000     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
037100*
037200 2000-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*    2100-SCHEDULE-ORDER  --  PAY A DUE ORDER AND MOVE IT ON     *
037700*****************************************************************
037800*    ORDERS NOT ACTIVE, OR NOT YET DUE, ARE LEFT ALONE.          *
037900 2100-SCHEDULE-ORDER.
038000*
038100     IF NOT SOR-STATUS-ACTIVE
038200             OR SOR-NEXT-DUE-DATE > SOS-RUN-DATE
038300         GO TO 2100-EXIT
038400     END-IF.
038500     ADD 1 TO SOS-ORDERS-DUE-COUNT.
038600     IF NOT SOR-NO-END-DATE
038700             AND SOR-NEXT-DUE-DATE > SOR-END-DATE
038800         PERFORM 2600-END-ORDER THRU 2600-EXIT
038900         PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT
039000         GO TO 2100-EXIT
039100     END-IF.
039200*
039300     PERFORM 2200-EDIT-DUE-ORDER THRU 2200-EXIT.
039400     IF SOS-ORDER-IS-PAYABLE
039500         PERFORM 2300-WRITE-FEED-RECORD THRU 2300-EXIT
039600     ELSE
039700         MOVE SOR-NEXT-DUE-DATE TO SOS-EXCEPTION-DUE-DATE
039800         PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT
039900     END-IF.
040000*
040100     MOVE SOR-NEXT-DUE-DATE TO SOS-WORK-DATE-N.
040200     PERFORM 6200-ADVANCE-DUE-DATE THRU 6200-EXIT.
040300     PERFORM 2400-STEP-OVER-MISSED-DATE THRU 2400-EXIT
040400         UNTIL SOS-WORK-DATE-N > SOS-RUN-DATE
040500            OR (SOR-END-DATE NOT = ZERO
040600                AND SOS-WORK-DATE-N > SOR-END-DATE).
040700     MOVE SOS-WORK-DATE-N TO SOR-NEXT-DUE-DATE.
040800     IF NOT SOR-NO-END-DATE
040900             AND SOR-NEXT-DUE-DATE > SOR-END-DATE
041000         PERFORM 2600-END-ORDER THRU 2600-EXIT
041100     END-IF.
041200     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
041300*
041400 2100-EXIT.
041500     EXIT.
041600*
041700*****************************************************************
041800*    2200-EDIT-DUE-ORDER  --  CAN THE ORDER BE PAID TONIGHT      *
041900*****************************************************************
042000*    THE SAME CONDITIONS THE EXTRACT WOULD REJECT IT FOR ARE     *
042100*    CAUGHT HERE, SO A PAYMENT THAT CANNOT POST IS NEVER RAISED. *
042200 2200-EDIT-DUE-ORDER.
042300*
042400     SET SOS-ORDER-IS-PAYABLE TO TRUE.
042500     MOVE SPACES TO SOS-EXCEPTION-TEXT.
042600     MOVE SOR-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
042700     READ REFERENCE-FILE
042800         INVALID KEY
042900             SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
043000             MOVE 'ACCOUNT NOT ON MASTER' TO SOS-EXCEPTION-TEXT
043100             GO TO 2200-EXIT
043200     END-READ.
043300     IF REF-TYPE-CLOSED
043400         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
043500         MOVE 'ACCOUNT CLOSED' TO SOS-EXCEPTION-TEXT
043600         GO TO 2200-EXIT
043700     END-IF.
043800     IF REF-TYPE-FROZEN
043900         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
044000         MOVE 'ACCOUNT FROZEN' TO SOS-EXCEPTION-TEXT
044100         GO TO 2200-EXIT
044200     END-IF.
044300*
044400     IF NOT SOR-PAYMENT-ORDER
044500         PERFORM 2250-EDIT-TO-ACCOUNT THRU 2250-EXIT
044600         GO TO 2200-EXIT
044700     END-IF.
044800     IF SOR-TRANSACTION-CODE NOT NUMERIC
044900             OR SOR-TRANSACTION-CODE = ZERO
045000         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
045100         MOVE 'NO TRANSACTION CODE ON ORDER' TO SOS-EXCEPTION-TEXT
045200         GO TO 2200-EXIT
045300     END-IF.
045400     MOVE SOR-TRANSACTION-CODE TO SOS-TRANCODE-SUB.
045500     IF NOT SOS-TCT-LOADED (SOS-TRANCODE-SUB)
045600             OR NOT SOS-TCT-ACTIVE (SOS-TRANCODE-SUB)
045700         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
045800         MOVE 'CODE NOT ON TABLE OR INACTIVE'
045900                                     TO SOS-EXCEPTION-TEXT
046000         GO TO 2200-EXIT
046100     END-IF.
046200     IF SOS-TCT-AMOUNT-LIMIT (SOS-TRANCODE-SUB) > ZERO
046300             AND SOR-ORDER-AMOUNT
046400                     > SOS-TCT-AMOUNT-LIMIT (SOS-TRANCODE-SUB)
046500         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
046600         MOVE 'AMOUNT OVER CODE LIMIT' TO SOS-EXCEPTION-TEXT
046700     END-IF.
046800*
046900 2200-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300*    2250-EDIT-TO-ACCOUNT  --  A TRANSFER'S RECEIVING ACCOUNT    *
047400*****************************************************************
047500 2250-EDIT-TO-ACCOUNT.
047600*
047700     MOVE SOR-TO-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
047800     READ REFERENCE-FILE
047900         INVALID KEY
048000             SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
048100             MOVE 'TO-ACCOUNT NOT ON MASTER' TO SOS-EXCEPTION-TEXT
048200             GO TO 2250-EXIT
048300     END-READ.
048400     IF REF-TYPE-CLOSED
048500         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
048600         MOVE 'TO-ACCOUNT CLOSED' TO SOS-EXCEPTION-TEXT
048700         GO TO 2250-EXIT
048800     END-IF.
048900     IF REF-TYPE-FROZEN
049000         SET SOS-ORDER-IS-NOT-PAYABLE TO TRUE
049100         MOVE 'TO-ACCOUNT FROZEN' TO SOS-EXCEPTION-TEXT
049200     END-IF.
049300*
049400 2250-EXIT.
049500     EXIT.
049600*
049700*****************************************************************
049800*    2300-WRITE-FEED-RECORD  --  ONE PAYMENT FOR THE NEXT FEED   *
049900*****************************************************************
050000*    A PAYMENT IS AN ORDINARY DETAIL DATED THE BUSINESS DATE.  A *
050100*    TRANSFER IS AN 'XFR' RECORD - THE EXTRACT SPLITS IT INTO    *
050200*    ITS DEBIT AND CREDIT LEGS.                                  *
050300 2300-WRITE-FEED-RECORD.
050400*
050500     IF SOR-PAYMENT-ORDER
050600         MOVE SOR-ACCOUNT-NUMBER   TO IN-ACCOUNT-NUMBER
050700         MOVE SOS-RUN-DATE         TO IN-TRANSACTION-DATE
050800         MOVE SOR-TRANSACTION-CODE TO IN-TRANSACTION-CODE
050900         MOVE SOR-ORDER-AMOUNT     TO IN-TRANSACTION-AMOUNT
051000         WRITE INPUT-LINE
051100     ELSE
051200         MOVE 'XFR'                 TO XFR-RECORD-ID
051300         MOVE SOR-ACCOUNT-NUMBER    TO XFR-FROM-ACCOUNT
051400         MOVE SOR-TO-ACCOUNT-NUMBER TO XFR-TO-ACCOUNT
051500         MOVE SOR-ORDER-AMOUNT      TO XFR-TRANSFER-AMOUNT
051600         WRITE TRANSFER-LINE
051700         ADD 1 TO SOS-TRANSFERS-WRITTEN-COUNT
051800     END-IF.
051900     ADD 1 TO SOS-FEED-WRITTEN-COUNT.
052000     ADD SOR-ORDER-AMOUNT TO SOS-AMOUNT-GENERATED-TOTAL.
052100     MOVE SOS-RUN-DATE TO SOR-LAST-RUN-DATE.
052200*
052300 2300-EXIT.
052400     EXIT.
052500*
052600*****************************************************************
052700*    2400-STEP-OVER-MISSED-DATE  --  A FURTHER DUE DATE ALREADY  *
052800*    PASSED IS REPORTED AND SKIPPED, NOT PAID                    *
052900*****************************************************************
053000 2400-STEP-OVER-MISSED-DATE.
053100*
053200     MOVE SOS-WORK-DATE-N TO SOS-EXCEPTION-DUE-DATE.
053300     MOVE 'MISSED DUE DATE - NOT PAID' TO SOS-EXCEPTION-TEXT.
053400     PERFORM 2700-REPORT-EXCEPTION THRU 2700-EXIT.
053500     PERFORM 6200-ADVANCE-DUE-DATE THRU 6200-EXIT.
053600*
053700 2400-EXIT.
053800     EXIT.
053900*
054000*****************************************************************
054100*    2600-END-ORDER  --  THE ORDER HAS RUN PAST ITS END DATE     *
054200*****************************************************************
054300 2600-END-ORDER.
054400*
054500     MOVE 'E' TO SOR-STATUS.
054600     ADD 1 TO SOS-ORDERS-ENDED-COUNT.
054700*
054800 2600-EXIT.
054900     EXIT.
055000*
055100*****************************************************************
055200*    2700-REPORT-EXCEPTION  --  ONE EXCEPTION REPORT LINE        *
055300*****************************************************************
055400*    THE CALLER SETS THE DUE DATE AND THE REASON.                *
055500 2700-REPORT-EXCEPTION.
055600*
055700     ADD 1 TO SOS-EXCEPTION-COUNT.
055800     MOVE SPACES TO SOS-EXCEPTION-LINE.
055900     MOVE SOS-EXCEPTION-DUE-DATE TO SOS-EXC-DUE-DATE.
056000     MOVE SOR-ACCOUNT-NUMBER TO SOS-EXC-ACCOUNT.
056100     MOVE '/' TO SOS-EXC-SLASH.
056200     MOVE SOR-ORDER-NUMBER TO SOS-EXC-ORDER.
056300     IF SOR-PAYMENT-ORDER
056400         MOVE SOR-TRANSACTION-CODE TO SOS-EXC-CODE
056500     ELSE
056600         MOVE 'XF' TO SOS-EXC-CODE
056700     END-IF.
056800     MOVE SOR-ORDER-AMOUNT TO SOS-EXC-AMOUNT.
056900     MOVE SOS-EXCEPTION-TEXT TO SOS-EXC-REASON.
057000     WRITE SOS-EXCEPTION-LINE.
057100*
057200 2700-EXIT.
057300     EXIT.
057400*
057500*****************************************************************
057600*    2800-REWRITE-ORDER  --  PUT THE ADVANCED ORDER BACK         *
057700*****************************************************************
057800 2800-REWRITE-ORDER.
057900*
058000     REWRITE STANDING-ORDER-RECORD.
058100     IF SOS-ORD-FILE-STATUS NOT = '00'
058200         DISPLAY 'A2SOSCHD - ORDER-FILE REWRITE FAILED STATUS '
058300                 SOS-ORD-FILE-STATUS ' FOR ORDER '
058400                 SOR-ACCOUNT-NUMBER '/' SOR-ORDER-NUMBER
058500                 ' - RUN TERMINATED'
058600         MOVE 16 TO RETURN-CODE
058700         STOP RUN
058800     END-IF.
058900*
059000 2800-EXIT.
059100     EXIT.
059200*
059300*****************************************************************
059400*    2900-READ-ORDER  --  NEXT ORDER IN KEY SEQUENCE             *
059500*****************************************************************
059600*    THE ACCOUNT 0000000 RECORD THAT PRIMES THE CLUSTER IS NOT   *
059700*    AN ORDER AND IS PASSED OVER.                                *
059800 2900-READ-ORDER.
059900*
060000     READ ORDER-FILE NEXT RECORD
060100         AT END
060200             SET SOS-END-OF-ORDERS TO TRUE
060300             GO TO 2900-EXIT
060400     END-READ.
060500     IF SOS-ORD-FILE-STATUS NOT = '00'
060600         DISPLAY 'A2SOSCHD - ORDER-FILE READ FAILED STATUS '
060700                 SOS-ORD-FILE-STATUS ' - RUN TERMINATED'
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF.
061100     IF SOR-ACCOUNT-NUMBER = ZERO
061200         GO TO 2900-READ-ORDER
061300     END-IF.
061400     ADD 1 TO SOS-ORDERS-READ-COUNT.
061500*
061600 2900-EXIT.
061700     EXIT.
061800*
061900*****************************************************************
062000*    6100-SET-MONTH-LENGTH  --  DAYS IN THE MONTH OF             *
062100*    SOS-WORK-DATE                                               *
062200*****************************************************************
062300*    A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR *
062400*    NOT DIVISIBLE BY 400.                                       *
062500 6100-SET-MONTH-LENGTH.
062600*
062700     MOVE SOS-MONTH-LENGTH (SOS-WORK-MONTH) TO SOS-DAYS-IN-MONTH.
062800     IF SOS-WORK-MONTH = 2
062900         MOVE 'N' TO SOS-LEAP-SWITCH
063000         DIVIDE SOS-WORK-YEAR BY 4 GIVING SOS-CAL-QUOTIENT
063100             REMAINDER SOS-LEAP-REMAINDER
063200         IF SOS-LEAP-REMAINDER = ZERO
063300             SET SOS-LEAP-YEAR TO TRUE
063400             DIVIDE SOS-WORK-YEAR BY 100 GIVING SOS-CAL-QUOTIENT
063500                 REMAINDER SOS-LEAP-REMAINDER
063600             IF SOS-LEAP-REMAINDER = ZERO
063700                 DIVIDE SOS-WORK-YEAR BY 400
063800                     GIVING SOS-CAL-QUOTIENT
063900                     REMAINDER SOS-LEAP-REMAINDER
064000                 IF SOS-LEAP-REMAINDER NOT = ZERO
064100                     MOVE 'N' TO SOS-LEAP-SWITCH
064200                 END-IF
064300             END-IF
064400         END-IF
064500         IF SOS-LEAP-YEAR
064600             MOVE 29 TO SOS-DAYS-IN-MONTH
064700         END-IF
064800     END-IF.
064900*
065000 6100-EXIT.
065100     EXIT.
065200*
065300*****************************************************************
065400*    6200-ADVANCE-DUE-DATE  --  STEP SOS-WORK-DATE ON TO THE     *
065500*    ORDER'S NEXT DUE DATE                                       *
065600*****************************************************************
065700*    WEEKLY ADDS SEVEN DAYS.  MONTHLY MOVES TO THE ORDER'S DAY   *
065800*    OF THE FOLLOWING MONTH, OR THE LAST DAY OF A SHORTER ONE.   *
065900 6200-ADVANCE-DUE-DATE.
066000*
066100     IF SOR-FREQ-WEEKLY
066200         PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT
066300         ADD 7 TO SOS-WORK-DAY
066400         IF SOS-WORK-DAY > SOS-DAYS-IN-MONTH
066500             SUBTRACT SOS-DAYS-IN-MONTH FROM SOS-WORK-DAY
066600             PERFORM 6250-ADD-ONE-MONTH THRU 6250-EXIT
066700         END-IF
066800     ELSE
066900         PERFORM 6250-ADD-ONE-MONTH THRU 6250-EXIT
067000         PERFORM 6100-SET-MONTH-LENGTH THRU 6100-EXIT
067100         IF SOR-DAY-OF-MONTH > SOS-DAYS-IN-MONTH
067200             MOVE SOS-DAYS-IN-MONTH TO SOS-WORK-DAY
067300         ELSE
067400             MOVE SOR-DAY-OF-MONTH TO SOS-WORK-DAY
067500         END-IF
067600     END-IF.
067700*
067800 6200-EXIT.
067900     EXIT.
068000*
068100*****************************************************************
068200*    6250-ADD-ONE-MONTH  --  STEP SOS-WORK-DATE'S MONTH ON ONE   *
068300*****************************************************************
068400 6250-ADD-ONE-MONTH.
068500*
068600     ADD 1 TO SOS-WORK-MONTH.
068700     IF SOS-WORK-MONTH > 12
068800         MOVE 1 TO SOS-WORK-MONTH
068900         ADD 1 TO SOS-WORK-YEAR
069000     END-IF.
069100*
069200 6250-EXIT.
069300     EXIT.
069400*
069500*****************************************************************
069600*    8000-WRITE-REPORT-TOTALS  --  END OF RUN SCHEDULER TOTALS   *
069700*****************************************************************
069800 8000-WRITE-REPORT-TOTALS.
069900*
070000     MOVE SPACES TO RPT-HEADING-LINE.
070100     IF SOS-EXCEPTION-COUNT = ZERO
070200         MOVE '** NO EXCEPTIONS **' TO RPT-HEADING-LINE
070300     END-IF.
070400     WRITE RPT-HEADING-LINE.
070500     MOVE SPACES TO RPT-HEADING-LINE.
070600     WRITE RPT-HEADING-LINE.
070700*
070800     MOVE SPACES TO RPT-COUNT-LINE.
070900     MOVE 'STANDING ORDERS READ' TO RPT-CNT-LABEL.
071000     MOVE SOS-ORDERS-READ-COUNT TO RPT-CNT-VALUE.
071100     WRITE RPT-COUNT-LINE.
071200*
071300     MOVE SPACES TO RPT-COUNT-LINE.
071400     MOVE 'STANDING ORDERS DUE' TO RPT-CNT-LABEL.
071500     MOVE SOS-ORDERS-DUE-COUNT TO RPT-CNT-VALUE.
071600     WRITE RPT-COUNT-LINE.
071700*
071800     MOVE SPACES TO RPT-COUNT-LINE.
071900     MOVE 'FEED RECORDS WRITTEN' TO RPT-CNT-LABEL.
072000     MOVE SOS-FEED-WRITTEN-COUNT TO RPT-CNT-VALUE.
072100     WRITE RPT-COUNT-LINE.
072200*
072300     MOVE SPACES TO RPT-COUNT-LINE.
072400     MOVE '  OF WHICH TRANSFERS' TO RPT-CNT-LABEL.
072500     MOVE SOS-TRANSFERS-WRITTEN-COUNT TO RPT-CNT-VALUE.
072600     WRITE RPT-COUNT-LINE.
072700*
072800     MOVE SPACES TO RPT-HASH-LINE.
072900     MOVE 'AMOUNT GENERATED' TO RPT-HSH-LABEL.
073000     MOVE SOS-AMOUNT-GENERATED-TOTAL TO RPT-HSH-VALUE.
073100     WRITE RPT-HASH-LINE.
073200*
073300     MOVE SPACES TO RPT-COUNT-LINE.
073400     MOVE 'EXCEPTIONS REPORTED' TO RPT-CNT-LABEL.
073500     MOVE SOS-EXCEPTION-COUNT TO RPT-CNT-VALUE.
073600     WRITE RPT-COUNT-LINE.
073700*
073800     MOVE SPACES TO RPT-COUNT-LINE.
073900     MOVE 'ORDERS ENDED' TO RPT-CNT-LABEL.
074000     MOVE SOS-ORDERS-ENDED-COUNT TO RPT-CNT-VALUE.
074100     WRITE RPT-COUNT-LINE.
074200*
074300     IF SOS-FEED-WRITTEN-COUNT > ZERO
074400         MOVE SPACES TO RPT-HEADING-LINE
074500         WRITE RPT-HEADING-LINE
074600         MOVE 'CONCATENATE THE STANDING ORDER FEED ONTO THE '
074700                                         TO RPT-HEADING-LINE
074800         MOVE 'NEXT INFILE' TO RPT-HEADING-LINE (46:11)
074900         WRITE RPT-HEADING-LINE
075000     END-IF.
075100*
075200 8000-EXIT.
075300     EXIT.
075400*
075500*****************************************************************
075600*    8100-WRITE-REPORT-HEADING                                   *
075700*****************************************************************
075800 8100-WRITE-REPORT-HEADING.
075900*
076000     MOVE SPACES TO RPT-HEADING-LINE.
076100     MOVE 'A2SOSCHD STANDING ORDER SCHEDULER EXCEPTION REPORT'
076200                                     TO RPT-HEADING-LINE.
076300     WRITE RPT-HEADING-LINE.
076400     MOVE SPACES TO RPT-HEADING-LINE.
076500     MOVE 'BUSINESS DATE' TO RPT-HEADING-LINE (1:13).
076600     MOVE SOS-RUN-DATE TO RPT-HEADING-LINE (15:8).
076700     WRITE RPT-HEADING-LINE.
076800     MOVE SPACES TO RPT-HEADING-LINE.
076900     WRITE RPT-HEADING-LINE.
077000     MOVE 'ACCT/ORDER'   TO RPT-HEADING-LINE (1:10).
077100     MOVE 'DUE DATE'     TO RPT-HEADING-LINE (15:8).
077200     MOVE 'CD'           TO RPT-HEADING-LINE (25:2).
077300     MOVE 'AMOUNT'       TO RPT-HEADING-LINE (36:6).
077400     MOVE 'REASON'       TO RPT-HEADING-LINE (44:6).
077500     WRITE RPT-HEADING-LINE.
077600     MOVE SPACES TO RPT-HEADING-LINE.
077700     WRITE RPT-HEADING-LINE.
077800*
077900 8100-EXIT.
078000     EXIT.
078100*
078200*****************************************************************
078300*    9000-TERMINATE  --  RECORD THE DATE SCHEDULED AND CLOSE     *
078400*****************************************************************
078500 9000-TERMINATE.
078600*
078700     CLOSE ORDER-FILE
078800           REFERENCE-FILE
078900           ORDER-FEED
079000           SCHEDULE-REPORT.
079100     MOVE SOS-RUN-DATE TO BDT-LAST-SCHEDULE-DATE.
079200     REWRITE BUSINESS-DATE-RECORD.
079300     IF SOS-BDT-FILE-STATUS NOT = '00'
079400         DISPLAY 'A2SOSCHD - BUSINESS DATE REWRITE FAILED '
079500                 'STATUS ' SOS-BDT-FILE-STATUS
079600         MOVE 16 TO RETURN-CODE
079700     END-IF.
079800     CLOSE BUSINESS-DATE-FILE.
079900*
080000 9000-EXIT.
080100     EXIT.
080200*
080300 END PROGRAM A2SOSCHD.

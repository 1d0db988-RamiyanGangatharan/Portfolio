000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2CASHMN.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2CASHMN  --  LARGE CASH AND STRUCTURING MONITORING REPORT    *
001100*                                                                *
001200*  READS THE ROLLING HISTORY, SORTED BY ACCOUNT, TRANSACTION     *
001300*  DATE AND SEQUENCE, AND PICKS OUT THE ITEMS POSTED UNDER A     *
001400*  CODE CARRYING THE CASH FLAG ON THE TRANSACTION CODE TABLE.    *
001500*  AN ITEM RETURNED UNPAID (THE RETURNS GDG) MOVED NO CASH AND   *
001600*  IS LEFT OUT.  FOR EACH ACCOUNT, CASH IN (CREDITS) AND CASH    *
001700*  OUT (DEBITS) ARE TESTED SEPARATELY:                           *
001800*                                                                *
001850*    - THE DAY TEST TOTALS THE CASH OF THE BUSINESS DATE JUST    *
001900*      CLOSED (THE AS-OF DATE).  A DAY OVER THE DAY THRESHOLD IS *
001950*      REPORTED - ONE LARGE ITEM OR SEVERAL SMALLER ONES.        *
002000*    - THE WINDOW TEST TOTALS THE CASH OVER THE WINDOW ENDING ON *
002050*      THE AS-OF DATE.  A WINDOW OVER THE WINDOW THRESHOLD IS    *
002100*      REPORTED - THE STRUCTURING PATTERN, WHERE NO SINGLE DAY   *
002150*      GOES OVER BUT A RUN OF DAYS DOES.                         *
002200*                                                                *
002250*  THE EARLIER HISTORY IS ONLY LOOKBACK FOR THE WINDOW TOTAL, SO *
002300*  A BREACH IS REPORTED AND FILED ONCE, ON THE DAY IT HAPPENS.   *
002600*                                                                *
002700*  AN ACCOUNT OVER EITHER THRESHOLD IS LISTED ON THE COMPLIANCE  *
002800*  REPORT WITH EVERY CONTRIBUTING ITEM, AND WRITTEN TO THE       *
002900*  FILING EXTRACT (SEE CSHFREC).  THE THRESHOLDS AND THE WINDOW  *
003000*  LENGTH COME FROM THE SYSIN CONTROL CARD (SEE CSHCREC).        *
003100*                                                                *
003200*  MODIFICATION HISTORY                                         *
003300*  ----------  ----  --------------------------------------     *
003400*  2026-10-13   RG   INITIAL VERSION.                            *
003410*  2026-10-15   RG   ONLY THE DAY AND THE WINDOW ENDING ON THE   *
003420*                    AS-OF DATE ARE TESTED, SO A BREACH IS NOT   *
003430*                    REPORTED AND FILED AGAIN EVERY NIGHT.  A    *
003440*                    FULL RETURNED ITEM TABLE HAS ITS OWN SWITCH *
003450*                    AND REPORT LINE.                            *
003500*                                                                *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*
004400*    CONTROL-CARD-FILE  --  SYSIN THRESHOLDS AND WINDOW LENGTH
004500     SELECT CONTROL-CARD-FILE
004600         ASSIGN TO SYSIN
004700         ORGANIZATION IS SEQUENTIAL.
004800*
004900*    HISTORY-FILE  --  THE HISTORY, SORTED BY ACCOUNT, DATE AND
005000*    SEQUENCE
005100     SELECT HISTORY-FILE
005200         ASSIGN TO HISTFILE
005300         ORGANIZATION IS SEQUENTIAL.
005400*
005500*    TRANCODE-FILE  --  TRANSACTION CODE DEFINITION TABLE, READ
005600*    FOR THE CASH FLAG
005700     SELECT TRANCODE-FILE
005800         ASSIGN TO CODEFILE
005900         ORGANIZATION IS SEQUENTIAL.
006000*
006100*    RETURNS-FILE  --  EVERY GENERATION OF THE RETURNED ITEMS,
006200*    WHICH STAY ON THE HISTORY BUT NEVER POSTED
006300     SELECT RETURNS-FILE
006400         ASSIGN TO RTNFILE
006500         ORGANIZATION IS SEQUENTIAL.
006600*
006700*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD
006800     SELECT BUSINESS-DATE-FILE
006900         ASSIGN TO BDATFILE
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CSH-BDT-FILE-STATUS.
007200*
007300*    FILING-FILE  --  MACHINE-READABLE FILING EXTRACT
007400     SELECT FILING-FILE
007500         ASSIGN TO CSHFILE
007600         ORGANIZATION IS SEQUENTIAL.
007700*
007800*    MONITOR-REPORT  --  THE COMPLIANCE REPORT
007900     SELECT MONITOR-REPORT
008000         ASSIGN TO RPTFILE
008100         ORGANIZATION IS SEQUENTIAL.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500*
008600 FD  CONTROL-CARD-FILE
008700     RECORDING MODE IS F
008800     DATA RECORD IS CASH-MONITOR-CARD
008900     RECORD CONTAINS 80 CHARACTERS.
009000*
009100     COPY CSHCREC.
009200*
009300 FD  HISTORY-FILE
009400     RECORDING MODE IS F
009500     DATA RECORD IS OUTPUT-LINE
009600     RECORD CONTAINS 91 CHARACTERS.
009700*
009800     COPY OUTPTREC.
009900*
010000 FD  TRANCODE-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS.
010300*
010400     COPY TRNCREC.
010500*
010600 FD  RETURNS-FILE
010700     RECORDING MODE IS F
010800     DATA RECORD IS RETURNED-ITEM-RECORD
010900     RECORD CONTAINS 120 CHARACTERS.
011000*
011100     COPY RTNIREC.
011200*
011300 FD  BUSINESS-DATE-FILE
011400     RECORDING MODE IS F
011500     RECORD CONTAINS 80 CHARACTERS.
011600*
011700     COPY BDATREC.
011800*
011900 FD  FILING-FILE
012000     RECORDING MODE IS F
012100     DATA RECORD IS CASH-FILING-RECORD
012200     RECORD CONTAINS 80 CHARACTERS.
012300*
012400     COPY CSHFREC.
012500*
012600 FD  MONITOR-REPORT
012700     RECORDING MODE IS F
012800     RECORD CONTAINS 80 CHARACTERS.
012900*
013000     COPY RPTLINE.
013100*
013200 01  CSH-ACCOUNT-LINE.
013300     05  FILLER                      PIC X(08).
013400     05  CSH-ACT-ACCOUNT             PIC 9(07).
013500     05  FILLER                      PIC X(02).
013600     05  CSH-ACT-NAME                PIC X(20).
013700     05  FILLER                      PIC X(02).
013800     05  CSH-ACT-DIRECTION           PIC X(08).
013900     05  FILLER                      PIC X(02).
014000     05  CSH-ACT-TRIGGER             PIC X(31).
014100*
014200 01  CSH-DETAIL-LINE.
014300     05  FILLER                      PIC X(04).
014400     05  CSH-DET-DATE                PIC 9(08).
014500     05  FILLER                      PIC X(02).
014600     05  CSH-DET-SEQUENCE            PIC 9(09).
014700     05  FILLER                      PIC X(02).
014800     05  CSH-DET-CODE                PIC 9(02).
014900     05  FILLER                      PIC X(02).
015000     05  CSH-DET-DESC                PIC X(20).
015100     05  FILLER                      PIC X(02).
015200     05  CSH-DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                      PIC X(02).
015400     05  CSH-DET-DAY-FLAG            PIC X(03).
015500     05  FILLER                      PIC X(01).
015600     05  CSH-DET-WINDOW-FLAG         PIC X(06).
015700     05  FILLER                      PIC X(03).
015800*
015900 WORKING-STORAGE SECTION.
016000*
016100 77  CSH-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
016200     88  CSH-END-OF-HISTORY                 VALUE 'Y'.
016300 77  CSH-TRANCODE-EOF-SWITCH        PIC X(01) VALUE 'N'.
016400     88  CSH-END-OF-TRANCODES               VALUE 'Y'.
016500 77  CSH-RETURNS-EOF-SWITCH         PIC X(01) VALUE 'N'.
016600     88  CSH-END-OF-RETURNS                 VALUE 'Y'.
016700*
016800 77  CSH-RETURNED-SWITCH            PIC X(01) VALUE 'N'.
016900     88  CSH-ITEM-RETURNED                  VALUE 'Y'.
017000 77  CSH-DAY-OVER-SWITCH            PIC X(01) VALUE 'N'.
017100     88  CSH-DAY-OVER                       VALUE 'Y'.
017200 77  CSH-WINDOW-OVER-SWITCH         PIC X(01) VALUE 'N'.
017300     88  CSH-WINDOW-OVER                    VALUE 'Y'.
017400 77  CSH-OVERFLOW-SWITCH            PIC X(01) VALUE 'N'.
017500     88  CSH-TABLE-OVERFLOWED               VALUE 'Y'.
017520 77  CSH-RTN-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
017540     88  CSH-RETURNS-OVERFLOWED             VALUE 'Y'.
017600*
017700 77  CSH-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
017800*
017900 77  CSH-HISTORY-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
018000 77  CSH-CASH-ITEM-COUNT            PIC 9(09) COMP VALUE ZERO.
018100 77  CSH-RETURNED-ITEM-COUNT        PIC 9(09) COMP VALUE ZERO.
018200 77  CSH-UNTESTED-ITEM-COUNT        PIC 9(09) COMP VALUE ZERO.
018250 77  CSH-UNLOADED-RETURN-COUNT      PIC 9(09) COMP VALUE ZERO.
018300 77  CSH-CASH-ACCOUNT-COUNT         PIC 9(09) COMP VALUE ZERO.
018400 77  CSH-REPORTED-IN-COUNT          PIC 9(09) COMP VALUE ZERO.
018500 77  CSH-REPORTED-OUT-COUNT         PIC 9(09) COMP VALUE ZERO.
018600 77  CSH-FILING-WRITTEN-COUNT       PIC 9(09) COMP VALUE ZERO.
018700 77  CSH-CASH-CODE-COUNT            PIC 9(09) COMP VALUE ZERO.
018800*
018900 77  CSH-AS-OF-DATE                 PIC 9(08) VALUE ZERO.
019000 77  CSH-DAY-THRESHOLD              PIC 9(9)V99 COMP-3 VALUE ZERO.
019100 77  CSH-WINDOW-THRESHOLD           PIC 9(9)V99 COMP-3 VALUE ZERO.
019200 77  CSH-WINDOW-DAYS                PIC 9(02) COMP VALUE ZERO.
019300*
019400*    THE ACCOUNT AND DIRECTION UNDER TEST, AND ITS RUNNING TOTALS.
019500 77  CSH-CURRENT-ACCOUNT            PIC 9(07) VALUE ZERO.
019600 77  CSH-CURRENT-NAME               PIC X(20) VALUE SPACES.
019700 77  CSH-TEST-DIRECTION             PIC X(01) VALUE SPACE.
019800 77  CSH-DAY-TOTAL                  PIC 9(11)V99 COMP-3
019900                                     VALUE ZERO.
020000 77  CSH-WINDOW-TOTAL               PIC 9(11)V99 COMP-3
020100                                     VALUE ZERO.
020200 77  CSH-MAX-DAY-TOTAL              PIC 9(11)V99 COMP-3
020300                                     VALUE ZERO.
020400 77  CSH-MAX-WINDOW-TOTAL           PIC 9(11)V99 COMP-3
020500                                     VALUE ZERO.
020600 77  CSH-WINDOW-START-DAY           PIC 9(07) COMP VALUE ZERO.
020700 77  CSH-CONTRIB-COUNT              PIC 9(05) COMP VALUE ZERO.
020800 77  CSH-FIRST-DATE                 PIC 9(08) VALUE ZERO.
020900 77  CSH-LAST-DATE                  PIC 9(08) VALUE ZERO.
021000*
021100*    THE CASH FLAG BY CODE, SUBSCRIPTED BY THE CODE ITSELF.
021200 77  CSH-TRANCODE-SUB               PIC 9(04) COMP VALUE ZERO.
021300 01  CSH-CODE-TABLE.
021400     05  CSH-TCT-ENTRY OCCURS 99 TIMES.
021500         10  CSH-TCT-LOADED-FLAG     PIC X(01).
021600             88  CSH-TCT-LOADED              VALUE 'Y'.
021700         10  CSH-TCT-CASH-FLAG       PIC X(01).
021800             88  CSH-TCT-CASH                VALUE 'Y'.
021900*
022000*    THE RETURNED CASH ITEMS, BY ACCOUNT, SEQUENCE AND DATE.
022100 77  CSH-RTN-COUNT                  PIC 9(05) COMP VALUE ZERO.
022200 77  CSH-RTN-SUB                    PIC 9(05) COMP VALUE ZERO.
022300 77  CSH-RTN-MAX                    PIC 9(05) COMP VALUE 2000.
022400 01  CSH-RTN-TABLE.
022500     05  CSH-RTN-KEY OCCURS 2000 TIMES
022600                                     PIC X(24).
022700*
022800*    THE KEY OF THE HISTORY OR RETURNED ITEM BEING MATCHED.
022900 01  CSH-MATCH-KEY.
023000     05  CSH-MTK-ACCOUNT             PIC 9(07).
023100     05  CSH-MTK-SEQUENCE            PIC 9(09).
023200     05  CSH-MTK-DATE                PIC 9(08).
023300*
023400*    ONE ACCOUNT'S CASH ITEMS, BOTH DIRECTIONS, IN DATE ORDER.
023500 77  CSH-ITEM-COUNT                 PIC 9(05) COMP VALUE ZERO.
023600 77  CSH-ITEM-SUB                   PIC 9(05) COMP VALUE ZERO.
023700 77  CSH-SCAN-SUB                   PIC 9(05) COMP VALUE ZERO.
023800 77  CSH-ITEM-MAX                   PIC 9(05) COMP VALUE 1000.
023900 01  CSH-ITEM-TABLE.
024000     05  CSH-ITEM-ENTRY OCCURS 1000 TIMES.
024100         10  CSH-ITM-DATE            PIC 9(08).
024200         10  CSH-ITM-DAY-NUMBER      PIC 9(07) COMP.
024300         10  CSH-ITM-SEQUENCE        PIC 9(09).
024400         10  CSH-ITM-CODE            PIC 9(02).
024500         10  CSH-ITM-DESC            PIC X(20).
024600         10  CSH-ITM-AMOUNT          PIC 9(9)V99 COMP-3.
024700         10  CSH-ITM-DIRECTION       PIC X(01).
024800         10  CSH-ITM-DAY-FLAG        PIC X(01).
024900             88  CSH-ITM-IN-DAY-OVER         VALUE 'Y'.
025000         10  CSH-ITM-WINDOW-FLAG     PIC X(01).
025100             88  CSH-ITM-IN-WINDOW-OVER      VALUE 'Y'.
025200*
025300 77  CSH-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
025400 77  CSH-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
025500 77  CSH-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
025600 77  CSH-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
025700 77  CSH-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
025800*
025900 01  CSH-WORK-DATE.
026000     05  CSH-WORK-YEAR               PIC 9(04).
026100     05  CSH-WORK-MONTH              PIC 9(02).
026200     05  CSH-WORK-DAY                PIC 9(02).
026300*
026400 PROCEDURE DIVISION.
026500*
026600*****************************************************************
026700*    0000-MAINLINE                                               *
026800*****************************************************************
026900 0000-MAINLINE.
027000*
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
027300         UNTIL CSH-END-OF-HISTORY.
027400     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
027500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027600     GOBACK.
027700*
027800*****************************************************************
027900*    1000-INITIALIZE                                             *
028000*****************************************************************
028100 1000-INITIALIZE.
028200*
028300     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
028400     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
028500     PERFORM 1400-LOAD-TRANCODE-TABLE THRU 1400-EXIT.
028600     PERFORM 1500-LOAD-RETURNS THRU 1500-EXIT.
028700     OPEN INPUT  HISTORY-FILE
028800          OUTPUT FILING-FILE
028900                 MONITOR-REPORT.
029000     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
029100     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
029200*
029300 1000-EXIT.
029400     EXIT.
029500*
029600*****************************************************************
029700*    1050-READ-CONTROL-CARD  --  THRESHOLDS AND WINDOW LENGTH    *
029800*****************************************************************
029900 1050-READ-CONTROL-CARD.
030000*
030100     OPEN INPUT CONTROL-CARD-FILE.
030200     READ CONTROL-CARD-FILE
030300         AT END
030400             DISPLAY 'A2CASHMN - SYSIN CONTROL CARD MISSING OR '
030500                     'EMPTY - RUN TERMINATED'
030600             MOVE 16 TO RETURN-CODE
030700             STOP RUN
030800     END-READ.
030900     IF CSC-DAY-THRESHOLD NOT NUMERIC
031000             OR CSC-DAY-THRESHOLD = ZERO
031100         DISPLAY 'A2CASHMN - DAY THRESHOLD ON CONTROL CARD NOT '
031200                 'NUMERIC OR ZERO - RUN TERMINATED'
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     IF CSC-WINDOW-THRESHOLD NOT NUMERIC
031700             OR CSC-WINDOW-THRESHOLD = ZERO
031800         DISPLAY 'A2CASHMN - WINDOW THRESHOLD ON CONTROL CARD '
031900                 'NOT NUMERIC OR ZERO - RUN TERMINATED'
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     IF CSC-WINDOW-DAYS NOT NUMERIC
032400             OR CSC-WINDOW-DAYS < 2
032500             OR CSC-WINDOW-DAYS > 31
032600         DISPLAY 'A2CASHMN - WINDOW DAYS ON CONTROL CARD NOT '
032700                 '02 TO 31 - RUN TERMINATED'
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     MOVE CSC-DAY-THRESHOLD    TO CSH-DAY-THRESHOLD.
033200     MOVE CSC-WINDOW-THRESHOLD TO CSH-WINDOW-THRESHOLD.
033300     MOVE CSC-WINDOW-DAYS      TO CSH-WINDOW-DAYS.
033400     CLOSE CONTROL-CARD-FILE.
033500*
033600 1050-EXIT.
033700     EXIT.
033800*
033900*****************************************************************
034000*    1060-READ-BUSINESS-DATE  --  REPORT AS OF THE LAST CLOSED   *
034100*    BUSINESS DATE, THE LAST ONE ON THE HISTORY                  *
034200*****************************************************************
034300 1060-READ-BUSINESS-DATE.
034400*
034500     OPEN INPUT BUSINESS-DATE-FILE.
034600     IF CSH-BDT-FILE-STATUS NOT = '00'
034700         DISPLAY 'A2CASHMN - BUSINESS DATE FILE OPEN FAILED '
034800                 'STATUS ' CSH-BDT-FILE-STATUS
034900                 ' - RUN TERMINATED'
035000         MOVE 16 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     READ BUSINESS-DATE-FILE
035400         AT END
035500             DISPLAY 'A2CASHMN - BUSINESS DATE RECORD MISSING '
035600                     '- RUN TERMINATED'
035700             MOVE 16 TO RETURN-CODE
035800             STOP RUN
035900     END-READ.
036000     CLOSE BUSINESS-DATE-FILE.
036100     IF BDT-PRIOR-DATE NOT NUMERIC
036200             OR BDT-PRIOR-DATE = ZERO
036300         DISPLAY 'A2CASHMN - BUSINESS DATE RECORD INVALID '
036400                 '- RUN TERMINATED'
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     MOVE BDT-PRIOR-DATE TO CSH-AS-OF-DATE.
036900*
037000 1060-EXIT.
037100     EXIT.
037200*
037300*****************************************************************
037400*    1400-LOAD-TRANCODE-TABLE  --  CASH FLAG BY CODE             *
037500*****************************************************************
037600*    A TABLE WITH NO CASH CODE WOULD PRINT AN EMPTY REPORT THAT  *
037700*    LOOKS CLEAN, SO IT STOPS THE RUN INSTEAD.                   *
037800 1400-LOAD-TRANCODE-TABLE.
037900*
038000     PERFORM 1410-CLEAR-ONE-TRANCODE THRU 1410-EXIT
038100         VARYING CSH-TRANCODE-SUB FROM 1 BY 1
038200         UNTIL CSH-TRANCODE-SUB > 99.
038300     OPEN INPUT TRANCODE-FILE.
038400     PERFORM 1450-LOAD-ONE-TRANCODE THRU 1450-EXIT
038500         UNTIL CSH-END-OF-TRANCODES.
038600     CLOSE TRANCODE-FILE.
038700     IF CSH-CASH-CODE-COUNT = ZERO
038800         DISPLAY 'A2CASHMN - NO CODE ON THE TRANSACTION CODE '
038900                 'TABLE CARRIES THE CASH FLAG - RUN TERMINATED'
039000         MOVE 16 TO RETURN-CODE
039100         STOP RUN
039200     END-IF.
039300*
039400 1400-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800*    1410-CLEAR-ONE-TRANCODE                                     *
039900*****************************************************************
040000 1410-CLEAR-ONE-TRANCODE.
040100*
040200     MOVE 'N' TO CSH-TCT-LOADED-FLAG (CSH-TRANCODE-SUB)
040300                 CSH-TCT-CASH-FLAG (CSH-TRANCODE-SUB).
040400*
040500 1410-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*    1450-LOAD-ONE-TRANCODE                                      *
041000*****************************************************************
041100 1450-LOAD-ONE-TRANCODE.
041200*
041300     READ TRANCODE-FILE
041400         AT END
041500             SET CSH-END-OF-TRANCODES TO TRUE
041600             GO TO 1450-EXIT
041700     END-READ.
041800     IF TRC-TRANSACTION-CODE NOT NUMERIC
041900             OR TRC-TRANSACTION-CODE = ZERO
042000         DISPLAY 'A2CASHMN - BAD CODE TABLE RECORD IGNORED'
042100         GO TO 1450-EXIT
042200     END-IF.
042300     MOVE TRC-TRANSACTION-CODE TO CSH-TRANCODE-SUB.
042400     IF CSH-TCT-LOADED (CSH-TRANCODE-SUB)
042500         GO TO 1450-EXIT
042600     END-IF.
042700     MOVE 'Y' TO CSH-TCT-LOADED-FLAG (CSH-TRANCODE-SUB).
042800     IF TRC-CASH-CODE
042900         MOVE 'Y' TO CSH-TCT-CASH-FLAG (CSH-TRANCODE-SUB)
043000         ADD 1 TO CSH-CASH-CODE-COUNT
043100     END-IF.
043200*
043300 1450-EXIT.
043400     EXIT.
043500*
043600*****************************************************************
043700*    1500-LOAD-RETURNS  --  TABLE THE RETURNED CASH ITEMS        *
043800*****************************************************************
043900 1500-LOAD-RETURNS.
044000*
044100     OPEN INPUT RETURNS-FILE.
044200     PERFORM 1550-LOAD-ONE-RETURN THRU 1550-EXIT
044300         UNTIL CSH-END-OF-RETURNS.
044400     CLOSE RETURNS-FILE.
044500*
044600 1500-EXIT.
044700     EXIT.
044800*
044900*****************************************************************
045000*    1550-LOAD-ONE-RETURN                                        *
045100*****************************************************************
045200*    ONCE THE TABLE IS FULL THE REST OF THE RETURNED ITEMS STAY  *
045300*    IN THE TOTALS - THE REPORT ERRS TOWARD LISTING TOO MUCH.    *
045400 1550-LOAD-ONE-RETURN.
045500*
045600     READ RETURNS-FILE
045700         AT END
045800             SET CSH-END-OF-RETURNS TO TRUE
045900             GO TO 1550-EXIT
046000     END-READ.
046100     IF RTN-TRANSACTION-CODE NOT NUMERIC
046200             OR RTN-TRANSACTION-CODE = ZERO
046300         GO TO 1550-EXIT
046400     END-IF.
046500     MOVE RTN-TRANSACTION-CODE TO CSH-TRANCODE-SUB.
046600     IF NOT CSH-TCT-CASH (CSH-TRANCODE-SUB)
046700         GO TO 1550-EXIT
046800     END-IF.
046900     IF CSH-RTN-COUNT >= CSH-RTN-MAX
046950         IF NOT CSH-RETURNS-OVERFLOWED
047000             DISPLAY 'A2CASHMN - RETURNED ITEM TABLE FULL AT '
047050                     CSH-RTN-MAX ' ENTRIES - LATER RETURNED ITEMS'
047100                     ' MAY BE TESTED AS CASH'
047150         END-IF
047200         SET CSH-RETURNS-OVERFLOWED TO TRUE
047250         ADD 1 TO CSH-UNLOADED-RETURN-COUNT
047500         GO TO 1550-EXIT
047600     END-IF.
047700     MOVE RTN-ACCOUNT-NUMBER   TO CSH-MTK-ACCOUNT.
047800     MOVE RTN-SEQUENCE-NUMBER  TO CSH-MTK-SEQUENCE.
047900     MOVE RTN-TRANSACTION-DATE TO CSH-MTK-DATE.
048000     ADD 1 TO CSH-RTN-COUNT.
048100     MOVE CSH-MATCH-KEY TO CSH-RTN-KEY (CSH-RTN-COUNT).
048200*
048300 1550-EXIT.
048400     EXIT.
048500*
048600*****************************************************************
048700*    2000-PROCESS-ACCOUNT  --  COLLECT AND TEST ONE ACCOUNT      *
048800*****************************************************************
048900 2000-PROCESS-ACCOUNT.
049000*
049100     MOVE OUT-ACCOUNT-NUMBER TO CSH-CURRENT-ACCOUNT.
049200     MOVE OUT-ACCOUNT-NAME   TO CSH-CURRENT-NAME.
049300     MOVE ZERO TO CSH-ITEM-COUNT.
049400     PERFORM 2100-COLLECT-ITEM THRU 2100-EXIT
049500         UNTIL CSH-END-OF-HISTORY
049600            OR OUT-ACCOUNT-NUMBER NOT = CSH-CURRENT-ACCOUNT.
049700     IF CSH-ITEM-COUNT = ZERO
049800         GO TO 2000-EXIT
049900     END-IF.
050000     ADD 1 TO CSH-CASH-ACCOUNT-COUNT.
050100     MOVE 'C' TO CSH-TEST-DIRECTION.
050200     PERFORM 3000-TEST-DIRECTION THRU 3000-EXIT.
050300     MOVE 'D' TO CSH-TEST-DIRECTION.
050400     PERFORM 3000-TEST-DIRECTION THRU 3000-EXIT.
050500*
050600 2000-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*    2100-COLLECT-ITEM  --  TABLE ONE CASH ITEM, READ THE NEXT   *
051100*****************************************************************
051200*    AN ACCOUNT WITH MORE CASH ITEMS THAN THE TABLE HOLDS IS     *
051300*    TESTED ON THE ITEMS THAT FIT; THE REST ARE COUNTED AND THE  *
051400*    RUN ENDS WITH RETURN CODE 4.                                *
051500 2100-COLLECT-ITEM.
051600*
051700     ADD 1 TO CSH-HISTORY-READ-COUNT.
051800     IF OUT-TRANSACTION-CODE NOT NUMERIC
051900             OR OUT-TRANSACTION-CODE = ZERO
052000         GO TO 2100-READ-NEXT
052100     END-IF.
052200     MOVE OUT-TRANSACTION-CODE TO CSH-TRANCODE-SUB.
052300     IF NOT CSH-TCT-CASH (CSH-TRANCODE-SUB)
052400         GO TO 2100-READ-NEXT
052500     END-IF.
052600     IF OUT-DEBIT-CREDIT-IND NOT = 'C'
052700             AND OUT-DEBIT-CREDIT-IND NOT = 'D'
052800         GO TO 2100-READ-NEXT
052900     END-IF.
053000     PERFORM 2150-CHECK-RETURNED THRU 2150-EXIT.
053100     IF CSH-ITEM-RETURNED
053200         ADD 1 TO CSH-RETURNED-ITEM-COUNT
053300         GO TO 2100-READ-NEXT
053400     END-IF.
053500     ADD 1 TO CSH-CASH-ITEM-COUNT.
053600     IF CSH-ITEM-COUNT >= CSH-ITEM-MAX
053700         IF NOT CSH-TABLE-OVERFLOWED
053800             DISPLAY 'A2CASHMN - CASH ITEM TABLE FULL AT '
053900                     CSH-ITEM-MAX ' ENTRIES FOR ACCOUNT '
054000                     CSH-CURRENT-ACCOUNT
054100         END-IF
054200         SET CSH-TABLE-OVERFLOWED TO TRUE
054300         ADD 1 TO CSH-UNTESTED-ITEM-COUNT
054400         GO TO 2100-READ-NEXT
054500     END-IF.
054600*
054700     ADD 1 TO CSH-ITEM-COUNT.
054800     MOVE OUT-TRANSACTION-DATE TO CSH-ITM-DATE (CSH-ITEM-COUNT)
054900                                  CSH-WORK-DATE.
055000     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
055100     MOVE CSH-WORK-DAY-NUMBER
055200                         TO CSH-ITM-DAY-NUMBER (CSH-ITEM-COUNT).
055300     MOVE OUT-SEQUENCE-NUMBER
055400                         TO CSH-ITM-SEQUENCE (CSH-ITEM-COUNT).
055500     MOVE OUT-TRANSACTION-CODE TO CSH-ITM-CODE (CSH-ITEM-COUNT).
055600     MOVE OUT-TRANCODE-DESC    TO CSH-ITM-DESC (CSH-ITEM-COUNT).
055700     MOVE OUT-DEBIT-CREDIT-IND
055800                         TO CSH-ITM-DIRECTION (CSH-ITEM-COUNT).
055900     IF OUT-TRANSACTION-AMOUNT < ZERO
056000         COMPUTE CSH-ITM-AMOUNT (CSH-ITEM-COUNT)
056100                 = OUT-TRANSACTION-AMOUNT * -1
056200     ELSE
056300         MOVE OUT-TRANSACTION-AMOUNT
056400                         TO CSH-ITM-AMOUNT (CSH-ITEM-COUNT)
056500     END-IF.
056600     MOVE 'N' TO CSH-ITM-DAY-FLAG (CSH-ITEM-COUNT)
056700                 CSH-ITM-WINDOW-FLAG (CSH-ITEM-COUNT).
056800*
056900 2100-READ-NEXT.
057000     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
057100*
057200 2100-EXIT.
057300     EXIT.
057400*
057500*****************************************************************
057600*    2150-CHECK-RETURNED  --  WAS THIS ITEM RETURNED UNPAID      *
057700*****************************************************************
057800 2150-CHECK-RETURNED.
057900*
058000     MOVE 'N' TO CSH-RETURNED-SWITCH.
058100     MOVE OUT-ACCOUNT-NUMBER   TO CSH-MTK-ACCOUNT.
058200     MOVE OUT-SEQUENCE-NUMBER  TO CSH-MTK-SEQUENCE.
058300     MOVE OUT-TRANSACTION-DATE TO CSH-MTK-DATE.
058400     PERFORM 2160-CHECK-ONE-RETURN THRU 2160-EXIT
058500         VARYING CSH-RTN-SUB FROM 1 BY 1
058600         UNTIL CSH-RTN-SUB > CSH-RTN-COUNT
058700            OR CSH-ITEM-RETURNED.
058800*
058900 2150-EXIT.
059000     EXIT.
059100*
059200*****************************************************************
059300*    2160-CHECK-ONE-RETURN                                       *
059400*****************************************************************
059500 2160-CHECK-ONE-RETURN.
059600*
059700     IF CSH-RTN-KEY (CSH-RTN-SUB) = CSH-MATCH-KEY
059800         SET CSH-ITEM-RETURNED TO TRUE
059900     END-IF.
060000*
060100 2160-EXIT.
060200     EXIT.
060300*
060400*****************************************************************
060500*    2900-READ-HISTORY  --  READ THE NEXT HISTORY RECORD         *
060600*****************************************************************
060700 2900-READ-HISTORY.
060800*
060900     READ HISTORY-FILE
061000         AT END
061100             SET CSH-END-OF-HISTORY TO TRUE
061200     END-READ.
061300*
061400 2900-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800*    3000-TEST-DIRECTION  --  DAY AND WINDOW TESTS FOR ONE       *
061900*    DIRECTION OF ONE ACCOUNT                                    *
062000*****************************************************************
062050*    ONLY AN ITEM DATED THE AS-OF DATE IS TAKEN AS THE END OF A  *
062100*    DAY AND OF A WINDOW - THE EARLIER ITEMS ARE LOOKBACK FOR    *
062150*    THE WINDOW TOTAL, AND WERE TESTED ON THEIR OWN DAY'S RUN.   *
062200*    AN ITEM IN A DAY OR WINDOW THAT GOES OVER IS MARKED AS      *
062250*    CONTRIBUTING.                                               *
062400 3000-TEST-DIRECTION.
062500*
062600     MOVE 'N' TO CSH-DAY-OVER-SWITCH
062700                 CSH-WINDOW-OVER-SWITCH.
062800     MOVE ZERO TO CSH-MAX-DAY-TOTAL
062900                  CSH-MAX-WINDOW-TOTAL.
063000     PERFORM 3100-TEST-ONE-ITEM THRU 3100-EXIT
063100         VARYING CSH-ITEM-SUB FROM 1 BY 1
063200         UNTIL CSH-ITEM-SUB > CSH-ITEM-COUNT.
063300     IF CSH-DAY-OVER OR CSH-WINDOW-OVER
063400         PERFORM 3500-REPORT-DIRECTION THRU 3500-EXIT
063500     END-IF.
063600*
063700 3000-EXIT.
063800     EXIT.
063900*
064000*****************************************************************
064100*    3100-TEST-ONE-ITEM  --  THE DAY AND THE WINDOW ENDING ON    *
064200*    THIS ITEM'S DATE                                            *
064300*****************************************************************
064400 3100-TEST-ONE-ITEM.
064500*
064550     IF CSH-ITM-DIRECTION (CSH-ITEM-SUB) NOT = CSH-TEST-DIRECTION
064600             OR CSH-ITM-DATE (CSH-ITEM-SUB) NOT = CSH-AS-OF-DATE
064700         GO TO 3100-EXIT
064800     END-IF.
064900     MOVE ZERO TO CSH-DAY-TOTAL
065000                  CSH-WINDOW-TOTAL.
065100     IF CSH-ITM-DAY-NUMBER (CSH-ITEM-SUB) < CSH-WINDOW-DAYS
065200         MOVE ZERO TO CSH-WINDOW-START-DAY
065300     ELSE
065400         COMPUTE CSH-WINDOW-START-DAY
065500                 = CSH-ITM-DAY-NUMBER (CSH-ITEM-SUB)
065600                 - CSH-WINDOW-DAYS + 1
065700     END-IF.
065800     PERFORM 3150-ADD-ONE-ITEM THRU 3150-EXIT
065900         VARYING CSH-SCAN-SUB FROM 1 BY 1
066000         UNTIL CSH-SCAN-SUB > CSH-ITEM-COUNT.
066100*
066200     IF CSH-DAY-TOTAL > CSH-MAX-DAY-TOTAL
066300         MOVE CSH-DAY-TOTAL TO CSH-MAX-DAY-TOTAL
066400     END-IF.
066500     IF CSH-WINDOW-TOTAL > CSH-MAX-WINDOW-TOTAL
066600         MOVE CSH-WINDOW-TOTAL TO CSH-MAX-WINDOW-TOTAL
066700     END-IF.
066800     IF CSH-DAY-TOTAL > CSH-DAY-THRESHOLD
066900         SET CSH-DAY-OVER TO TRUE
067000         PERFORM 3200-MARK-DAY-ITEM THRU 3200-EXIT
067100             VARYING CSH-SCAN-SUB FROM 1 BY 1
067200             UNTIL CSH-SCAN-SUB > CSH-ITEM-COUNT
067300     END-IF.
067400     IF CSH-WINDOW-TOTAL > CSH-WINDOW-THRESHOLD
067500         SET CSH-WINDOW-OVER TO TRUE
067600         PERFORM 3250-MARK-WINDOW-ITEM THRU 3250-EXIT
067700             VARYING CSH-SCAN-SUB FROM 1 BY 1
067800             UNTIL CSH-SCAN-SUB > CSH-ITEM-COUNT
067900     END-IF.
068000*
068100 3100-EXIT.
068200     EXIT.
068300*
068400*****************************************************************
068500*    3150-ADD-ONE-ITEM  --  ADD AN ITEM TO THE DAY AND WINDOW    *
068600*    TOTALS IF IT FALLS IN THEM                                  *
068700*****************************************************************
068800 3150-ADD-ONE-ITEM.
068900*
069000     IF CSH-ITM-DIRECTION (CSH-SCAN-SUB) NOT = CSH-TEST-DIRECTION
069100         GO TO 3150-EXIT
069200     END-IF.
069300     IF CSH-ITM-DATE (CSH-SCAN-SUB) = CSH-ITM-DATE (CSH-ITEM-SUB)
069400         ADD CSH-ITM-AMOUNT (CSH-SCAN-SUB) TO CSH-DAY-TOTAL
069500     END-IF.
069600     IF CSH-ITM-DAY-NUMBER (CSH-SCAN-SUB)
069700                         NOT < CSH-WINDOW-START-DAY
069800             AND CSH-ITM-DAY-NUMBER (CSH-SCAN-SUB)
069900                         NOT > CSH-ITM-DAY-NUMBER (CSH-ITEM-SUB)
070000         ADD CSH-ITM-AMOUNT (CSH-SCAN-SUB) TO CSH-WINDOW-TOTAL
070100     END-IF.
070200*
070300 3150-EXIT.
070400     EXIT.
070500*
070600*****************************************************************
070700*    3200-MARK-DAY-ITEM  --  MARK THE ITEMS OF A DAY OVER        *
070800*****************************************************************
070900 3200-MARK-DAY-ITEM.
071000*
071100     IF CSH-ITM-DIRECTION (CSH-SCAN-SUB) = CSH-TEST-DIRECTION
071200             AND CSH-ITM-DATE (CSH-SCAN-SUB)
071300                                 = CSH-ITM-DATE (CSH-ITEM-SUB)
071400         MOVE 'Y' TO CSH-ITM-DAY-FLAG (CSH-SCAN-SUB)
071500     END-IF.
071600*
071700 3200-EXIT.
071800     EXIT.
071900*
072000*****************************************************************
072100*    3250-MARK-WINDOW-ITEM  --  MARK THE ITEMS OF A WINDOW OVER  *
072200*****************************************************************
072300 3250-MARK-WINDOW-ITEM.
072400*
072500     IF CSH-ITM-DIRECTION (CSH-SCAN-SUB) = CSH-TEST-DIRECTION
072600             AND CSH-ITM-DAY-NUMBER (CSH-SCAN-SUB)
072700                         NOT < CSH-WINDOW-START-DAY
072800             AND CSH-ITM-DAY-NUMBER (CSH-SCAN-SUB)
072900                         NOT > CSH-ITM-DAY-NUMBER (CSH-ITEM-SUB)
073000         MOVE 'Y' TO CSH-ITM-WINDOW-FLAG (CSH-SCAN-SUB)
073100     END-IF.
073200*
073300 3250-EXIT.
073400     EXIT.
073500*
073600*****************************************************************
073700*    3500-REPORT-DIRECTION  --  REPORT AND FILE ONE ACCOUNT AND  *
073800*    DIRECTION OVER A THRESHOLD                                  *
073900*****************************************************************
074000 3500-REPORT-DIRECTION.
074100*
074200     IF CSH-TEST-DIRECTION = 'C'
074300         ADD 1 TO CSH-REPORTED-IN-COUNT
074400     ELSE
074500         ADD 1 TO CSH-REPORTED-OUT-COUNT
074600     END-IF.
074700     MOVE ZERO TO CSH-CONTRIB-COUNT
074800                  CSH-FIRST-DATE
074900                  CSH-LAST-DATE.
075000     PERFORM 3550-COUNT-ONE-CONTRIBUTOR THRU 3550-EXIT
075100         VARYING CSH-ITEM-SUB FROM 1 BY 1
075200         UNTIL CSH-ITEM-SUB > CSH-ITEM-COUNT.
075300*
075400     MOVE SPACES TO RPT-HEADING-LINE.
075500     WRITE RPT-HEADING-LINE.
075600     MOVE SPACES TO CSH-ACCOUNT-LINE.
075700     MOVE 'ACCOUNT' TO CSH-ACCOUNT-LINE (1:7).
075800     MOVE CSH-CURRENT-ACCOUNT TO CSH-ACT-ACCOUNT.
075900     MOVE CSH-CURRENT-NAME    TO CSH-ACT-NAME.
076000     MOVE SPACES TO CASH-FILING-RECORD.
076100     IF CSH-TEST-DIRECTION = 'C'
076200         MOVE 'CASH IN'  TO CSH-ACT-DIRECTION
076300         SET CFL-CASH-IN TO TRUE
076400     ELSE
076500         MOVE 'CASH OUT' TO CSH-ACT-DIRECTION
076600         SET CFL-CASH-OUT TO TRUE
076700     END-IF.
076800     EVALUATE TRUE
076900         WHEN CSH-DAY-OVER AND CSH-WINDOW-OVER
077000             MOVE 'OVER DAY AND WINDOW THRESHOLDS'
077100                                     TO CSH-ACT-TRIGGER
077200             SET CFL-TRIGGER-BOTH TO TRUE
077300         WHEN CSH-DAY-OVER
077400             MOVE 'OVER DAY THRESHOLD' TO CSH-ACT-TRIGGER
077500             SET CFL-TRIGGER-DAY TO TRUE
077600         WHEN OTHER
077700             MOVE 'OVER WINDOW THRESHOLD' TO CSH-ACT-TRIGGER
077800             SET CFL-TRIGGER-WINDOW TO TRUE
077900     END-EVALUATE.
078000     WRITE CSH-ACCOUNT-LINE.
078100     MOVE SPACES TO RPT-HASH-LINE.
078200     MOVE '    HIGHEST DAY TOTAL' TO RPT-HSH-LABEL.
078300     MOVE CSH-MAX-DAY-TOTAL TO RPT-HSH-VALUE.
078400     WRITE RPT-HASH-LINE.
078500     MOVE SPACES TO RPT-HASH-LINE.
078600     MOVE '    HIGHEST WINDOW TOTAL' TO RPT-HSH-LABEL.
078700     MOVE CSH-MAX-WINDOW-TOTAL TO RPT-HSH-VALUE.
078800     WRITE RPT-HASH-LINE.
078900*
079000     SET CFL-SUMMARY-RECORD TO TRUE.
079100     MOVE CSH-CURRENT-ACCOUNT  TO CFL-ACCOUNT-NUMBER.
079200     MOVE CSH-AS-OF-DATE       TO CFL-REPORT-DATE.
079300     MOVE CSH-CURRENT-NAME     TO CFL-ACCOUNT-NAME.
079400     MOVE CSH-MAX-DAY-TOTAL    TO CFL-MAX-DAY-TOTAL.
079500     MOVE CSH-MAX-WINDOW-TOTAL TO CFL-MAX-WINDOW-TOTAL.
079600     MOVE CSH-CONTRIB-COUNT    TO CFL-ITEM-COUNT.
079700     MOVE CSH-FIRST-DATE       TO CFL-FIRST-DATE.
079800     MOVE CSH-LAST-DATE        TO CFL-LAST-DATE.
079900     WRITE CASH-FILING-RECORD.
080000     ADD 1 TO CSH-FILING-WRITTEN-COUNT.
080100*
080200     PERFORM 3600-REPORT-ONE-CONTRIBUTOR THRU 3600-EXIT
080300         VARYING CSH-ITEM-SUB FROM 1 BY 1
080400         UNTIL CSH-ITEM-SUB > CSH-ITEM-COUNT.
080500*
080600 3500-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000*    3550-COUNT-ONE-CONTRIBUTOR  --  COUNT AND DATE RANGE OF THE *
081100*    CONTRIBUTING ITEMS                                          *
081200*****************************************************************
081300*    THE ITEMS ARE IN DATE ORDER, SO THE FIRST CONTRIBUTOR HAS   *
081400*    THE EARLIEST DATE AND THE LAST THE LATEST.                  *
081500 3550-COUNT-ONE-CONTRIBUTOR.
081600*
081700     IF CSH-ITM-DIRECTION (CSH-ITEM-SUB) NOT = CSH-TEST-DIRECTION
081800         GO TO 3550-EXIT
081900     END-IF.
082000     IF NOT CSH-ITM-IN-DAY-OVER (CSH-ITEM-SUB)
082100             AND NOT CSH-ITM-IN-WINDOW-OVER (CSH-ITEM-SUB)
082200         GO TO 3550-EXIT
082300     END-IF.
082400     ADD 1 TO CSH-CONTRIB-COUNT.
082500     IF CSH-FIRST-DATE = ZERO
082600         MOVE CSH-ITM-DATE (CSH-ITEM-SUB) TO CSH-FIRST-DATE
082700     END-IF.
082800     MOVE CSH-ITM-DATE (CSH-ITEM-SUB) TO CSH-LAST-DATE.
082900*
083000 3550-EXIT.
083100     EXIT.
083200*
083300*****************************************************************
083400*    3600-REPORT-ONE-CONTRIBUTOR  --  REPORT LINE AND FILING     *
083500*    ITEM RECORD FOR ONE CONTRIBUTING ITEM                       *
083600*****************************************************************
083700 3600-REPORT-ONE-CONTRIBUTOR.
083800*
083900     IF CSH-ITM-DIRECTION (CSH-ITEM-SUB) NOT = CSH-TEST-DIRECTION
084000         GO TO 3600-EXIT
084100     END-IF.
084200     IF NOT CSH-ITM-IN-DAY-OVER (CSH-ITEM-SUB)
084300             AND NOT CSH-ITM-IN-WINDOW-OVER (CSH-ITEM-SUB)
084400         GO TO 3600-EXIT
084500     END-IF.
084600     MOVE SPACES TO CSH-DETAIL-LINE.
084700     MOVE CSH-ITM-DATE (CSH-ITEM-SUB)     TO CSH-DET-DATE.
084800     MOVE CSH-ITM-SEQUENCE (CSH-ITEM-SUB) TO CSH-DET-SEQUENCE.
084900     MOVE CSH-ITM-CODE (CSH-ITEM-SUB)     TO CSH-DET-CODE.
085000     MOVE CSH-ITM-DESC (CSH-ITEM-SUB)     TO CSH-DET-DESC.
085100     MOVE CSH-ITM-AMOUNT (CSH-ITEM-SUB)   TO CSH-DET-AMOUNT.
085200     IF CSH-ITM-IN-DAY-OVER (CSH-ITEM-SUB)
085300         MOVE 'DAY' TO CSH-DET-DAY-FLAG
085400     END-IF.
085500     IF CSH-ITM-IN-WINDOW-OVER (CSH-ITEM-SUB)
085600         MOVE 'WINDOW' TO CSH-DET-WINDOW-FLAG
085700     END-IF.
085800     WRITE CSH-DETAIL-LINE.
085900*
086000     MOVE SPACES TO CFL-TYPE-DATA.
086100     SET CFL-ITEM-RECORD TO TRUE.
086200     MOVE CSH-ITM-DATE (CSH-ITEM-SUB)     TO CFL-TRANSACTION-DATE.
086300     MOVE CSH-ITM-SEQUENCE (CSH-ITEM-SUB) TO CFL-SEQUENCE-NUMBER.
086400     MOVE CSH-ITM-CODE (CSH-ITEM-SUB)     TO CFL-TRANSACTION-CODE.
086500     MOVE CSH-ITM-AMOUNT (CSH-ITEM-SUB)
086600                                 TO CFL-TRANSACTION-AMOUNT.
086700     MOVE CSH-ITM-DAY-FLAG (CSH-ITEM-SUB)    TO CFL-DAY-FLAG.
086800     MOVE CSH-ITM-WINDOW-FLAG (CSH-ITEM-SUB) TO CFL-WINDOW-FLAG.
086900     WRITE CASH-FILING-RECORD.
087000     ADD 1 TO CSH-FILING-WRITTEN-COUNT.
087100*
087200 3600-EXIT.
087300     EXIT.
087400*
087500*****************************************************************
087600*    6000-DATE-TO-DAY-NUMBER  --  CCYYMMDD TO A DAY NUMBER       *
087700*****************************************************************
087800*    THE SAME MARCH-BASED DAY COUNT AS A2ACCRUE - THE DIFFERENCE *
087900*    OF TWO DAY NUMBERS IS THE CALENDAR DAYS BETWEEN THE DATES.  *
088000 6000-DATE-TO-DAY-NUMBER.
088100*
088200     IF CSH-WORK-MONTH > 2
088300         MOVE CSH-WORK-YEAR TO CSH-CAL-YEAR
088400         COMPUTE CSH-CAL-MONTH = CSH-WORK-MONTH - 3
088500     ELSE
088600         COMPUTE CSH-CAL-YEAR = CSH-WORK-YEAR - 1
088700         COMPUTE CSH-CAL-MONTH = CSH-WORK-MONTH + 9
088800     END-IF.
088900     COMPUTE CSH-WORK-DAY-NUMBER
089000             = (CSH-CAL-YEAR * 365) + CSH-WORK-DAY.
089100     DIVIDE CSH-CAL-YEAR BY 4 GIVING CSH-CAL-QUOTIENT.
089200     ADD CSH-CAL-QUOTIENT TO CSH-WORK-DAY-NUMBER.
089300     DIVIDE CSH-CAL-YEAR BY 100 GIVING CSH-CAL-QUOTIENT.
089400     SUBTRACT CSH-CAL-QUOTIENT FROM CSH-WORK-DAY-NUMBER.
089500     DIVIDE CSH-CAL-YEAR BY 400 GIVING CSH-CAL-QUOTIENT.
089600     ADD CSH-CAL-QUOTIENT TO CSH-WORK-DAY-NUMBER.
089700     COMPUTE CSH-CAL-WORK = (153 * CSH-CAL-MONTH) + 2.
089800     DIVIDE CSH-CAL-WORK BY 5 GIVING CSH-CAL-QUOTIENT.
089900     ADD CSH-CAL-QUOTIENT TO CSH-WORK-DAY-NUMBER.
090000*
090100 6000-EXIT.
090200     EXIT.
090300*
090400*****************************************************************
090500*    8000-WRITE-REPORT-TOTALS  --  END OF RUN MONITORING TOTALS  *
090600*****************************************************************
090700 8000-WRITE-REPORT-TOTALS.
090800*
090900     MOVE SPACES TO RPT-HEADING-LINE.
091000     WRITE RPT-HEADING-LINE.
091100     MOVE ALL '-' TO RPT-HEADING-LINE.
091200     WRITE RPT-HEADING-LINE.
091300*
091400     MOVE SPACES TO RPT-COUNT-LINE.
091500     MOVE 'HISTORY RECORDS READ' TO RPT-CNT-LABEL.
091600     MOVE CSH-HISTORY-READ-COUNT TO RPT-CNT-VALUE.
091700     WRITE RPT-COUNT-LINE.
091800*
091900     MOVE SPACES TO RPT-COUNT-LINE.
092000     MOVE 'CASH ITEMS EXAMINED' TO RPT-CNT-LABEL.
092100     MOVE CSH-CASH-ITEM-COUNT TO RPT-CNT-VALUE.
092200     WRITE RPT-COUNT-LINE.
092300*
092400     MOVE SPACES TO RPT-COUNT-LINE.
092500     MOVE 'RETURNED CASH ITEMS LEFT OUT' TO RPT-CNT-LABEL.
092600     MOVE CSH-RETURNED-ITEM-COUNT TO RPT-CNT-VALUE.
092700     WRITE RPT-COUNT-LINE.
092800*
092900     MOVE SPACES TO RPT-COUNT-LINE.
093000     MOVE 'ACCOUNTS WITH CASH ACTIVITY' TO RPT-CNT-LABEL.
093100     MOVE CSH-CASH-ACCOUNT-COUNT TO RPT-CNT-VALUE.
093200     WRITE RPT-COUNT-LINE.
093300*
093400     MOVE SPACES TO RPT-COUNT-LINE.
093500     MOVE 'ACCOUNTS REPORTED - CASH IN' TO RPT-CNT-LABEL.
093600     MOVE CSH-REPORTED-IN-COUNT TO RPT-CNT-VALUE.
093700     WRITE RPT-COUNT-LINE.
093800*
093900     MOVE SPACES TO RPT-COUNT-LINE.
094000     MOVE 'ACCOUNTS REPORTED - CASH OUT' TO RPT-CNT-LABEL.
094100     MOVE CSH-REPORTED-OUT-COUNT TO RPT-CNT-VALUE.
094200     WRITE RPT-COUNT-LINE.
094300*
094400     MOVE SPACES TO RPT-COUNT-LINE.
094500     MOVE 'FILING RECORDS WRITTEN' TO RPT-CNT-LABEL.
094600     MOVE CSH-FILING-WRITTEN-COUNT TO RPT-CNT-VALUE.
094700     WRITE RPT-COUNT-LINE.
094800*
094900     IF CSH-TABLE-OVERFLOWED
095000         MOVE SPACES TO RPT-COUNT-LINE
095100         MOVE 'CASH ITEMS NOT TESTED - TABLE FULL'
095200                                     TO RPT-CNT-LABEL
095300         MOVE CSH-UNTESTED-ITEM-COUNT TO RPT-CNT-VALUE
095400         WRITE RPT-COUNT-LINE
095500     END-IF.
095510*
095520     IF CSH-RETURNS-OVERFLOWED
095530         MOVE SPACES TO RPT-COUNT-LINE
095540         MOVE 'RETURNED ITEMS NOT LOADED - TABLE FULL'
095550                                     TO RPT-CNT-LABEL
095560         MOVE CSH-UNLOADED-RETURN-COUNT TO RPT-CNT-VALUE
095570         WRITE RPT-COUNT-LINE
095580     END-IF.
095600*
095700 8000-EXIT.
095800     EXIT.
095900*
096000*****************************************************************
096100*    8100-WRITE-REPORT-HEADING                                   *
096200*****************************************************************
096300 8100-WRITE-REPORT-HEADING.
096400*
096500     MOVE SPACES TO RPT-HEADING-LINE.
096600     MOVE 'A2CASHMN LARGE CASH AND STRUCTURING MONITORING REPORT'
096700                                     TO RPT-HEADING-LINE.
096800     WRITE RPT-HEADING-LINE.
096900     MOVE SPACES TO RPT-HEADING-LINE.
097000     MOVE 'AS OF' TO RPT-HEADING-LINE (1:5).
097100     MOVE CSH-AS-OF-DATE TO RPT-HEADING-LINE (7:8).
097200     MOVE 'WINDOW DAYS' TO RPT-HEADING-LINE (17:11).
097300     MOVE CSC-WINDOW-DAYS TO RPT-HEADING-LINE (29:2).
097400     WRITE RPT-HEADING-LINE.
097500     MOVE SPACES TO RPT-HASH-LINE.
097600     MOVE 'DAY THRESHOLD' TO RPT-HSH-LABEL.
097700     MOVE CSH-DAY-THRESHOLD TO RPT-HSH-VALUE.
097800     WRITE RPT-HASH-LINE.
097900     MOVE SPACES TO RPT-HASH-LINE.
098000     MOVE 'WINDOW THRESHOLD' TO RPT-HSH-LABEL.
098100     MOVE CSH-WINDOW-THRESHOLD TO RPT-HSH-VALUE.
098200     WRITE RPT-HASH-LINE.
098300     MOVE SPACES TO RPT-HEADING-LINE.
098400     WRITE RPT-HEADING-LINE.
098500     MOVE '    DATE      SEQUENCE   CD  DESCRIPTION'
098600                                     TO RPT-HEADING-LINE.
098700     MOVE 'AMOUNT' TO RPT-HEADING-LINE (60:6).
098800     MOVE 'OVER' TO RPT-HEADING-LINE (68:4).
098900     WRITE RPT-HEADING-LINE.
099000*
099100 8100-EXIT.
099200     EXIT.
099300*
099400*****************************************************************
099500*    9000-TERMINATE                                              *
099600*****************************************************************
099700 9000-TERMINATE.
099800*
099900     CLOSE HISTORY-FILE
100000           FILING-FILE
100100           MONITOR-REPORT.
100150     IF CSH-TABLE-OVERFLOWED
100200             OR CSH-RETURNS-OVERFLOWED
100300         MOVE 4 TO RETURN-CODE
100400     END-IF.
100500*
100600 9000-EXIT.
100700     EXIT.
100800*
100900 END PROGRAM A2CASHMN.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2DSPAGE.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2DSPAGE  --  DISPUTE CASE AGING REPORT                       *
001100*                                                                *
001200*  LISTS EVERY OPEN CASE ON THE DISPUTE CASE MASTER WITH THE     *
001300*  CALENDAR DAYS IT HAS BEEN OPEN AND THE DAYS LEFT BEFORE THE   *
001400*  REGULATORY RESOLUTION DEADLINE, AS OF THE CURRENT BUSINESS    *
001500*  DATE.  THE DEADLINE AND THE WARNING WINDOW COME FROM THE      *
001600*  SYSIN AGING CARD (SEE DAGCREC).  A CASE WITHIN THE WARNING    *
001700*  WINDOW IS FLAGGED NEARING THE DEADLINE; A CASE PAST IT IS     *
001800*  FLAGGED OVERDUE AND SETS RETURN CODE 4.                       *
001900*                                                                *
002000*  MODIFICATION HISTORY                                         *
002100*  ----------  ----  --------------------------------------     *
002200*  2026-10-12   RG   INITIAL VERSION.                            *
002300*                                                                *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100*
003200*    AGING-CARD-FILE  --  SYSIN DEADLINE AND WARNING DAYS
003300     SELECT AGING-CARD-FILE
003400         ASSIGN TO SYSIN
003500         ORGANIZATION IS SEQUENTIAL.
003600*
003700*    CASE-FILE  --  DISPUTE CASE MASTER, READ IN KEY ORDER
003800     SELECT CASE-FILE
003900         ASSIGN TO DSPFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS DCS-KEY
004300         FILE STATUS IS DAG-CAS-FILE-STATUS.
004400*
004500*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD
004600     SELECT BUSINESS-DATE-FILE
004700         ASSIGN TO BDATFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS DAG-BDT-FILE-STATUS.
005000*
005100*    AGING-REPORT  --  OPEN CASES, FLAGS AND TOTALS
005200     SELECT AGING-REPORT
005300         ASSIGN TO RPTFILE
005400         ORGANIZATION IS SEQUENTIAL.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  AGING-CARD-FILE
006000     RECORDING MODE IS F
006100     DATA RECORD IS DISPUTE-AGING-CARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300*
006400     COPY DAGCREC.
006500*
006600 FD  CASE-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800*
006900     COPY DSPCREC.
007000*
007100 FD  BUSINESS-DATE-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS.
007400*
007500     COPY BDATREC.
007600*
007700 FD  AGING-REPORT
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS.
008000*
008100     COPY RPTLINE.
008200*
008300 01  DAG-DETAIL-LINE.
008400     05  DAG-DET-ACCOUNT             PIC 9(07).
008500     05  FILLER                      PIC X(01).
008600     05  DAG-DET-SEQUENCE            PIC 9(09).
008700     05  FILLER                      PIC X(01).
008800     05  DAG-DET-DATE                PIC 9(08).
008900     05  FILLER                      PIC X(01).
009000     05  DAG-DET-REASON              PIC X(02).
009100     05  FILLER                      PIC X(01).
009200     05  DAG-DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
009300     05  FILLER                      PIC X(01).
009400     05  DAG-DET-OPENED              PIC 9(08).
009500     05  FILLER                      PIC X(01).
009600     05  DAG-DET-DAYS-OPEN           PIC ZZZ9.
009700     05  FILLER                      PIC X(01).
009800     05  DAG-DET-DAYS-LEFT           PIC ---9.
009900     05  FILLER                      PIC X(01).
010000     05  DAG-DET-FLAG                PIC X(16).
010100*
010200 WORKING-STORAGE SECTION.
010300*
010400 77  DAG-CASE-EOF-SWITCH            PIC X(01) VALUE 'N'.
010500     88  DAG-END-OF-CASES                   VALUE 'Y'.
010600*
010700 77  DAG-CAS-FILE-STATUS            PIC X(02) VALUE SPACES.
010800 77  DAG-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
010900*
011000 77  DAG-CASES-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
011100 77  DAG-OPEN-CASE-COUNT            PIC 9(09) COMP VALUE ZERO.
011200 77  DAG-NEARING-COUNT              PIC 9(09) COMP VALUE ZERO.
011300 77  DAG-OVERDUE-COUNT              PIC 9(09) COMP VALUE ZERO.
011400 77  DAG-OPEN-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3
011500                                                 VALUE ZERO.
011600*
011700 77  DAG-DEADLINE-DAYS              PIC 9(03) VALUE ZERO.
011800 77  DAG-WARNING-DAYS               PIC 9(03) VALUE ZERO.
011900 77  DAG-AS-OF-DATE                 PIC 9(08) VALUE ZERO.
012000 77  DAG-AS-OF-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
012100 77  DAG-DAYS-OPEN                  PIC 9(05) COMP VALUE ZERO.
012200 77  DAG-DAYS-LEFT                  PIC S9(05) COMP VALUE ZERO.
012300*
012400 77  DAG-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
012500 77  DAG-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
012600 77  DAG-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
012700 77  DAG-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
012800 77  DAG-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
012900*
013000 01  DAG-WORK-DATE.
013100     05  DAG-WORK-YEAR               PIC 9(04).
013200     05  DAG-WORK-MONTH              PIC 9(02).
013300     05  DAG-WORK-DAY                PIC 9(02).
013400*
013500 PROCEDURE DIVISION.
013600*
013700*****************************************************************
013800*    0000-MAINLINE                                               *
013900*****************************************************************
014000 0000-MAINLINE.
014100*
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300     PERFORM 2000-AGE-CASE THRU 2000-EXIT
014400         UNTIL DAG-END-OF-CASES.
014500     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     GOBACK.
014800*
014900*****************************************************************
015000*    1000-INITIALIZE                                             *
015100*****************************************************************
015200 1000-INITIALIZE.
015300*
015400     PERFORM 1050-READ-AGING-CARD THRU 1050-EXIT.
015500     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
015600     MOVE DAG-AS-OF-DATE TO DAG-WORK-DATE.
015700     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
015800     MOVE DAG-WORK-DAY-NUMBER TO DAG-AS-OF-DAY-NUMBER.
015900     OPEN INPUT  CASE-FILE
016000          OUTPUT AGING-REPORT.
016100     IF DAG-CAS-FILE-STATUS NOT = '00'
016200         DISPLAY 'A2DSPAGE - CASE-FILE OPEN FAILED STATUS '
016300                 DAG-CAS-FILE-STATUS ' - RUN TERMINATED'
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF.
016700     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
016800*
016900 1000-EXIT.
017000     EXIT.
017100*
017200*****************************************************************
017300*    1050-READ-AGING-CARD  --  DEADLINE AND WARNING DAYS         *
017400*****************************************************************
017500*    THE WARNING WINDOW MUST FALL INSIDE THE DEADLINE.           *
017600 1050-READ-AGING-CARD.
017700*
017800     OPEN INPUT AGING-CARD-FILE.
017900     READ AGING-CARD-FILE
018000         AT END
018100             DISPLAY 'A2DSPAGE - SYSIN AGING CARD MISSING OR '
018200                     'EMPTY - RUN TERMINATED'
018300             MOVE 16 TO RETURN-CODE
018400             STOP RUN
018500     END-READ.
018600     IF DAC-DEADLINE-DAYS NOT NUMERIC
018700             OR DAC-DEADLINE-DAYS = ZERO
018800         DISPLAY 'A2DSPAGE - DEADLINE DAYS ON AGING CARD NOT '
018900                 'NUMERIC OR ZERO - RUN TERMINATED'
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     IF DAC-WARNING-DAYS NOT NUMERIC
019400             OR DAC-WARNING-DAYS NOT < DAC-DEADLINE-DAYS
019500         DISPLAY 'A2DSPAGE - WARNING DAYS ON AGING CARD NOT '
019600                 'NUMERIC OR NOT UNDER THE DEADLINE '
019700                 '- RUN TERMINATED'
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100     MOVE DAC-DEADLINE-DAYS TO DAG-DEADLINE-DAYS.
020200     MOVE DAC-WARNING-DAYS  TO DAG-WARNING-DAYS.
020300     CLOSE AGING-CARD-FILE.
020400*
020500 1050-EXIT.
020600     EXIT.
020700*
020800*****************************************************************
020900*    1060-READ-BUSINESS-DATE  --  AGE AS OF THE CURRENT          *
021000*    BUSINESS DATE, THE DATE NEW CASES ARE OPENED UNDER          *
021100*****************************************************************
021200 1060-READ-BUSINESS-DATE.
021300*
021400     OPEN INPUT BUSINESS-DATE-FILE.
021500     IF DAG-BDT-FILE-STATUS NOT = '00'
021600         DISPLAY 'A2DSPAGE - BUSINESS DATE FILE OPEN FAILED '
021700                 'STATUS ' DAG-BDT-FILE-STATUS
021800                 ' - RUN TERMINATED'
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     READ BUSINESS-DATE-FILE
022300         AT END
022400             DISPLAY 'A2DSPAGE - BUSINESS DATE RECORD MISSING '
022500                     '- RUN TERMINATED'
022600             MOVE 16 TO RETURN-CODE
022700             STOP RUN
022800     END-READ.
022900     CLOSE BUSINESS-DATE-FILE.
023000     IF BDT-CURRENT-DATE NOT NUMERIC
023100             OR BDT-CURRENT-DATE = ZERO
023200         DISPLAY 'A2DSPAGE - BUSINESS DATE RECORD INVALID '
023300                 '- RUN TERMINATED'
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE BDT-CURRENT-DATE TO DAG-AS-OF-DATE.
023800*
023900 1060-EXIT.
024000     EXIT.
024100*
024200*****************************************************************
024300*    2000-AGE-CASE  --  READ ONE CASE AND AGE IT IF STILL OPEN   *
024400*****************************************************************
024500*    THE DUMMY ACCOUNT-ZERO RECORD THE MASTER IS PRIMED WITH IS  *
024600*    NEVER OPEN, SO FALLS OUT WITH THE RESOLVED CASES.           *
024700 2000-AGE-CASE.
024800*
024900     READ CASE-FILE NEXT RECORD
025000         AT END
025100             SET DAG-END-OF-CASES TO TRUE
025200             GO TO 2000-EXIT
025300     END-READ.
025400     ADD 1 TO DAG-CASES-READ-COUNT.
025500     IF NOT DCS-STATUS-OPEN
025600         GO TO 2000-EXIT
025700     END-IF.
025800     ADD 1 TO DAG-OPEN-CASE-COUNT.
025900     ADD DCS-DISPUTED-AMOUNT TO DAG-OPEN-AMOUNT-TOTAL.
026000*
026100     MOVE ZERO TO DAG-DAYS-OPEN.
026200     IF DCS-OPENED-DATE IS NUMERIC
026300             AND DCS-OPENED-DATE NOT > DAG-AS-OF-DATE
026400         MOVE DCS-OPENED-DATE TO DAG-WORK-DATE
026500         PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT
026600         COMPUTE DAG-DAYS-OPEN
026700                 = DAG-AS-OF-DAY-NUMBER - DAG-WORK-DAY-NUMBER
026800     END-IF.
026900     COMPUTE DAG-DAYS-LEFT = DAG-DEADLINE-DAYS - DAG-DAYS-OPEN.
027000*
027100     MOVE SPACES TO DAG-DETAIL-LINE.
027200     MOVE DCS-ACCOUNT-NUMBER   TO DAG-DET-ACCOUNT.
027300     MOVE DCS-SEQUENCE-NUMBER  TO DAG-DET-SEQUENCE.
027400     MOVE DCS-TRANSACTION-DATE TO DAG-DET-DATE.
027500     MOVE DCS-REASON-CODE      TO DAG-DET-REASON.
027600     MOVE DCS-DISPUTED-AMOUNT  TO DAG-DET-AMOUNT.
027700     MOVE DCS-OPENED-DATE      TO DAG-DET-OPENED.
027800     MOVE DAG-DAYS-OPEN        TO DAG-DET-DAYS-OPEN.
027900     MOVE DAG-DAYS-LEFT        TO DAG-DET-DAYS-LEFT.
028000     IF DAG-DAYS-LEFT < ZERO
028100         MOVE 'OVERDUE' TO DAG-DET-FLAG
028200         ADD 1 TO DAG-OVERDUE-COUNT
028300     ELSE
028400         IF DAG-DAYS-LEFT NOT > DAG-WARNING-DAYS
028500             MOVE 'NEARING DEADLINE' TO DAG-DET-FLAG
028600             ADD 1 TO DAG-NEARING-COUNT
028700         END-IF
028800     END-IF.
028900     WRITE DAG-DETAIL-LINE.
029000*
029100 2000-EXIT.
029200     EXIT.
029300*
029400*****************************************************************
029500*    6000-DATE-TO-DAY-NUMBER  --  CCYYMMDD TO A DAY NUMBER       *
029600*****************************************************************
029700*    THE SAME MARCH-BASED DAY COUNT AS A2ACCRUE - THE DIFFERENCE *
029800*    OF TWO DAY NUMBERS IS THE CALENDAR DAYS BETWEEN THE DATES.  *
029900 6000-DATE-TO-DAY-NUMBER.
030000*
030100     IF DAG-WORK-MONTH > 2
030200         MOVE DAG-WORK-YEAR TO DAG-CAL-YEAR
030300         COMPUTE DAG-CAL-MONTH = DAG-WORK-MONTH - 3
030400     ELSE
030500         COMPUTE DAG-CAL-YEAR = DAG-WORK-YEAR - 1
030600         COMPUTE DAG-CAL-MONTH = DAG-WORK-MONTH + 9
030700     END-IF.
030800     COMPUTE DAG-WORK-DAY-NUMBER
030900             = (DAG-CAL-YEAR * 365) + DAG-WORK-DAY.
031000     DIVIDE DAG-CAL-YEAR BY 4 GIVING DAG-CAL-QUOTIENT.
031100     ADD DAG-CAL-QUOTIENT TO DAG-WORK-DAY-NUMBER.
031200     DIVIDE DAG-CAL-YEAR BY 100 GIVING DAG-CAL-QUOTIENT.
031300     SUBTRACT DAG-CAL-QUOTIENT FROM DAG-WORK-DAY-NUMBER.
031400     DIVIDE DAG-CAL-YEAR BY 400 GIVING DAG-CAL-QUOTIENT.
031500     ADD DAG-CAL-QUOTIENT TO DAG-WORK-DAY-NUMBER.
031600     COMPUTE DAG-CAL-WORK = (153 * DAG-CAL-MONTH) + 2.
031700     DIVIDE DAG-CAL-WORK BY 5 GIVING DAG-CAL-QUOTIENT.
031800     ADD DAG-CAL-QUOTIENT TO DAG-WORK-DAY-NUMBER.
031900*
032000 6000-EXIT.
032100     EXIT.
032200*
032300*****************************************************************
032400*    8000-WRITE-REPORT-TOTALS  --  END OF RUN AGING TOTALS       *
032500*****************************************************************
032600 8000-WRITE-REPORT-TOTALS.
032700*
032800     MOVE SPACES TO RPT-HEADING-LINE.
032900     WRITE RPT-HEADING-LINE.
033000*
033100     MOVE SPACES TO RPT-COUNT-LINE.
033200     MOVE 'CASE RECORDS READ' TO RPT-CNT-LABEL.
033300     MOVE DAG-CASES-READ-COUNT TO RPT-CNT-VALUE.
033400     WRITE RPT-COUNT-LINE.
033500*
033600     MOVE SPACES TO RPT-COUNT-LINE.
033700     MOVE 'OPEN CASES' TO RPT-CNT-LABEL.
033800     MOVE DAG-OPEN-CASE-COUNT TO RPT-CNT-VALUE.
033900     WRITE RPT-COUNT-LINE.
034000*
034100     MOVE SPACES TO RPT-HASH-LINE.
034200     MOVE 'OPEN DISPUTED AMOUNT' TO RPT-HSH-LABEL.
034300     MOVE DAG-OPEN-AMOUNT-TOTAL TO RPT-HSH-VALUE.
034400     WRITE RPT-HASH-LINE.
034500*
034600     MOVE SPACES TO RPT-COUNT-LINE.
034700     MOVE 'CASES NEARING DEADLINE' TO RPT-CNT-LABEL.
034800     MOVE DAG-NEARING-COUNT TO RPT-CNT-VALUE.
034900     WRITE RPT-COUNT-LINE.
035000*
035100     MOVE SPACES TO RPT-COUNT-LINE.
035200     MOVE 'CASES OVERDUE' TO RPT-CNT-LABEL.
035300     MOVE DAG-OVERDUE-COUNT TO RPT-CNT-VALUE.
035400     WRITE RPT-COUNT-LINE.
035500*
035600 8000-EXIT.
035700     EXIT.
035800*
035900*****************************************************************
036000*    8100-WRITE-REPORT-HEADING                                   *
036100*****************************************************************
036200 8100-WRITE-REPORT-HEADING.
036300*
036400     MOVE SPACES TO RPT-HEADING-LINE.
036500     MOVE 'A2DSPAGE DISPUTE CASE AGING REPORT'
036600                                     TO RPT-HEADING-LINE.
036700     WRITE RPT-HEADING-LINE.
036800     MOVE SPACES TO RPT-HEADING-LINE.
036900     MOVE 'AS OF' TO RPT-HEADING-LINE (1:5).
037000     MOVE DAG-AS-OF-DATE TO RPT-HEADING-LINE (7:8).
037100     MOVE 'DEADLINE DAYS' TO RPT-HEADING-LINE (17:13).
037200     MOVE DAG-DEADLINE-DAYS TO RPT-HEADING-LINE (31:3).
037300     MOVE 'WARNING DAYS' TO RPT-HEADING-LINE (36:12).
037400     MOVE DAG-WARNING-DAYS TO RPT-HEADING-LINE (49:3).
037500     WRITE RPT-HEADING-LINE.
037600     MOVE SPACES TO RPT-HEADING-LINE.
037700     WRITE RPT-HEADING-LINE.
037800     MOVE 'ACCOUNT SEQUENCE  TRN DATE RS' TO RPT-HEADING-LINE.
037900     MOVE 'AMOUNT' TO RPT-HEADING-LINE (39:6).
038000     MOVE 'OPENED   OPEN LEFT' TO RPT-HEADING-LINE (46:18).
038100     WRITE RPT-HEADING-LINE.
038200     MOVE SPACES TO RPT-HEADING-LINE.
038300     WRITE RPT-HEADING-LINE.
038400*
038500 8100-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900*    9000-TERMINATE                                              *
039000*****************************************************************
039100 9000-TERMINATE.
039200*
039300     CLOSE CASE-FILE
039400           AGING-REPORT.
039500     IF DAG-OVERDUE-COUNT > ZERO
039600         MOVE 4 TO RETURN-CODE
039700     END-IF.
039800*
039900 9000-EXIT.
040000     EXIT.
040100*
040200 END PROGRAM A2DSPAGE.

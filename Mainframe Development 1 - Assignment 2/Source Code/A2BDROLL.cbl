000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2BDROLL.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2BDROLL  --  BUSINESS DATE ROLL PROGRAM                      *
001100*                                                                *
001200*  ROLLS THE BUSINESS DATE CONTROL RECORD FORWARD ONE BUSINESS   *
001300*  DAY.  RUNS ONLY AFTER THE A2BALGTE BALANCING GATE HAS PASSED, *
001400*  SO A DATE THAT DID NOT BALANCE IS NEVER CLOSED:               *
001500*                                                                *
001600*    - THE CURRENT DATE BECOMES THE PRIOR (LAST CLOSED) DATE.    *
001700*    - THE NEXT DATE BECOMES THE CURRENT DATE - MOVED ON         *
001800*      FURTHER IF IT HAS SINCE BEEN ADDED TO THE HOLIDAY         *
001900*      CALENDAR.                                                 *
002000*    - A NEW NEXT DATE IS WORKED OUT AS THE FIRST BUSINESS DAY   *
002100*      AFTER THE NEW CURRENT DATE.                               *
002200*                                                                *
002300*  A BUSINESS DAY IS A MONDAY TO FRIDAY NOT ON THE HOLIDAY       *
002400*  CALENDAR FILE.                                                *
002500*                                                                *
002600*  THE RECORD IS ROLLED ONLY WHEN A2START HAS EXTRACTED THE      *
002700*  CURRENT DATE.  A SECOND ROLL WITHOUT AN EXTRACT BETWEEN - THE *
002800*  STANDALONE GATE JOB RERUN AFTER THE NIGHTLY JOB ALREADY       *
002900*  ROLLED, SAY - LEAVES THE RECORD ALONE AND ENDS WITH RETURN    *
003000*  CODE 4.  RETURN CODE 4 ALSO WARNS THAT THE HOLIDAY CALENDAR   *
003100*  HAS NO ENTRIES FOR THE YEAR OF THE NEW NEXT DATE.  THE        *
003200*  REPORT SHOWS THE DATES BEFORE AND AFTER THE ROLL.             *
003300*                                                                *
003400*  MODIFICATION HISTORY                                         *
003500*  ----------  ----  --------------------------------------     *
003600*  2026-10-08   RG   INITIAL VERSION.                            *
003700*                                                                *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*
004600*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD, READ
004700*    AND REWRITTEN IN PLACE
004800     SELECT BUSINESS-DATE-FILE
004900         ASSIGN TO BDATFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS BDR-BDT-FILE-STATUS.
005200*
005300*    HOLIDAY-FILE  --  HOLIDAY CALENDAR, NON-BUSINESS WEEKDAYS
005400     SELECT HOLIDAY-FILE
005500         ASSIGN TO HOLFILE
005600         ORGANIZATION IS SEQUENTIAL.
005700*
005800*    ROLL-REPORT  --  BUSINESS DATES BEFORE AND AFTER THE ROLL
005900     SELECT ROLL-REPORT
006000         ASSIGN TO RPTFILE
006100         ORGANIZATION IS SEQUENTIAL.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600 FD  BUSINESS-DATE-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 80 CHARACTERS.
006900*
007000     COPY BDATREC.
007100*
007200 FD  HOLIDAY-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS.
007500*
007600     COPY HOLDREC.
007700*
007800 FD  ROLL-REPORT
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 80 CHARACTERS.
008100*
008200     COPY RPTLINE.
008300*
008400 01  BDR-DATE-LINE.
008500     05  BDR-DTL-LABEL               PIC X(35).
008600     05  BDR-DTL-BEFORE              PIC 9(08).
008700     05  FILLER                      PIC X(04).
008800     05  BDR-DTL-AFTER               PIC 9(08).
008900     05  FILLER                      PIC X(25).
009000*
009100 WORKING-STORAGE SECTION.
009200*
009300 77  BDR-HOL-EOF-SWITCH             PIC X(01) VALUE 'N'.
009400     88  BDR-END-OF-HOLIDAYS                VALUE 'Y'.
009500*
009600 77  BDR-BUSINESS-DAY-SWITCH        PIC X(01) VALUE 'N'.
009700     88  BDR-BUSINESS-DAY                   VALUE 'Y'.
009800     88  BDR-NON-BUSINESS-DAY               VALUE 'N'.
009900*
010000 77  BDR-CALENDAR-YEAR-SWITCH       PIC X(01) VALUE 'N'.
010100     88  BDR-YEAR-ON-CALENDAR               VALUE 'Y'.
010200*
010300 77  BDR-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
010400*
010500 77  BDR-HOLIDAY-COUNT              PIC 9(04) COMP VALUE ZERO.
010600 77  BDR-HOL-SUB                    PIC 9(04) COMP VALUE ZERO.
010700 77  BDR-HOLIDAY-MAX                PIC 9(04) COMP VALUE 1000.
010800 77  BDR-DAYS-SKIPPED-COUNT         PIC 9(09) COMP VALUE ZERO.
010900*
011000*    DATES AS THEY STOOD BEFORE THE ROLL, FOR THE REPORT.
011100 77  BDR-OLD-PRIOR-DATE             PIC 9(08) VALUE ZERO.
011200 77  BDR-OLD-CURRENT-DATE           PIC 9(08) VALUE ZERO.
011300 77  BDR-OLD-NEXT-DATE              PIC 9(08) VALUE ZERO.
011400*
011500*    CALENDAR ARITHMETIC WORK AREAS.
011600 77  BDR-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
011700 77  BDR-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
011800 77  BDR-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
011900 77  BDR-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
012000 77  BDR-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
012100 77  BDR-WEEKDAY                    PIC 9(01) COMP VALUE ZERO.
012200     88  BDR-WEEKEND-DAY                    VALUES 4 5.
012300 77  BDR-DAYS-IN-MONTH              PIC 9(02) COMP VALUE ZERO.
012400 77  BDR-LEAP-REMAINDER             PIC 9(03) COMP VALUE ZERO.
012500 77  BDR-LEAP-SWITCH                PIC X(01) VALUE 'N'.
012600     88  BDR-LEAP-YEAR                      VALUE 'Y'.
012700*
012800 01  BDR-WORK-DATE.
012900     05  BDR-WORK-YEAR               PIC 9(04).
013000     05  BDR-WORK-MONTH              PIC 9(02).
013100     05  BDR-WORK-DAY                PIC 9(02).
013200 01  BDR-WORK-DATE-N REDEFINES BDR-WORK-DATE
013300                                     PIC 9(08).
013400*
013500*    DAYS IN EACH MONTH OF A COMMON YEAR.
013600 01  BDR-MONTH-LENGTH-VALUES         PIC X(24)
013700                         VALUE '312831303130313130313031'.
013800 01  BDR-MONTH-LENGTH-TABLE REDEFINES BDR-MONTH-LENGTH-VALUES.
013900     05  BDR-MONTH-LENGTH            PIC 9(02) OCCURS 12 TIMES.
014000*
014100*    HOLIDAY CALENDAR, LOADED AT INITIALIZATION.
014200 01  BDR-HOLIDAY-TABLE.
014300     05  BDR-HOL-ENTRY OCCURS 1000 TIMES.
014400         10  BDR-HOL-DATE            PIC 9(08).
014500         10  BDR-HOL-DATE-PARTS REDEFINES BDR-HOL-DATE.
014600             15  BDR-HOL-YEAR        PIC 9(04).
014700             15  BDR-HOL-MONTH-DAY   PIC 9(04).
014800*
014900 PROCEDURE DIVISION.
015000*
015100*****************************************************************
015200*    0000-MAINLINE                                               *
015300*****************************************************************
015400 0000-MAINLINE.
015500*
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-ROLL-DATE THRU 2000-EXIT.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015900     GOBACK.
016000*
016100*****************************************************************
016200*    1000-INITIALIZE                                             *
016300*****************************************************************
016400 1000-INITIALIZE.
016500*
016600     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
016700     OPEN I-O BUSINESS-DATE-FILE.
016800     IF BDR-BDT-FILE-STATUS NOT = '00'
016900         DISPLAY 'A2BDROLL - BUSINESS DATE FILE OPEN FAILED '
017000                 'STATUS ' BDR-BDT-FILE-STATUS
017100                 ' - RUN TERMINATED'
017200         MOVE 16 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017500     READ BUSINESS-DATE-FILE
017600         AT END
017700             DISPLAY 'A2BDROLL - BUSINESS DATE RECORD MISSING '
017800                     '- RUN TERMINATED'
017900             MOVE 16 TO RETURN-CODE
018000             STOP RUN
018100     END-READ.
018200     IF BDT-CURRENT-DATE NOT NUMERIC
018300             OR BDT-CURRENT-DATE = ZERO
018400         DISPLAY 'A2BDROLL - BUSINESS DATE RECORD INVALID '
018500                 '- RUN TERMINATED'
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF.
018900     MOVE BDT-PRIOR-DATE   TO BDR-OLD-PRIOR-DATE.
019000     MOVE BDT-CURRENT-DATE TO BDR-OLD-CURRENT-DATE.
019100     MOVE BDT-NEXT-DATE    TO BDR-OLD-NEXT-DATE.
019200     OPEN OUTPUT ROLL-REPORT.
019300     MOVE SPACES TO RPT-HEADING-LINE.
019400     MOVE 'A2BDROLL BUSINESS DATE ROLL REPORT'
019500                                     TO RPT-HEADING-LINE.
019600     WRITE RPT-HEADING-LINE.
019700     MOVE SPACES TO RPT-HEADING-LINE.
019800     WRITE RPT-HEADING-LINE.
019900     MOVE SPACES TO BDR-DATE-LINE.
020000     MOVE 'BUSINESS DATE' TO BDR-DTL-LABEL.
020100     MOVE 'BEFORE' TO BDR-DATE-LINE (36:6).
020200     MOVE 'AFTER' TO BDR-DATE-LINE (48:5).
020300     WRITE BDR-DATE-LINE.
020400*
020500 1000-EXIT.
020600     EXIT.
020700*
020800*****************************************************************
020900*    1100-LOAD-HOLIDAYS  --  TABLE THE HOLIDAY CALENDAR          *
021000*****************************************************************
021100 1100-LOAD-HOLIDAYS.
021200*
021300     OPEN INPUT HOLIDAY-FILE.
021400     PERFORM 1150-LOAD-ONE-HOLIDAY THRU 1150-EXIT
021500         UNTIL BDR-END-OF-HOLIDAYS.
021600     CLOSE HOLIDAY-FILE.
021700*
021800 1100-EXIT.
021900     EXIT.
022000*
022100*****************************************************************
022200*    1150-LOAD-ONE-HOLIDAY  --  TABLE ONE HOLIDAY                *
022300*****************************************************************
022400 1150-LOAD-ONE-HOLIDAY.
022500*
022600     READ HOLIDAY-FILE
022700         AT END
022800             SET BDR-END-OF-HOLIDAYS TO TRUE
022900             GO TO 1150-EXIT
023000     END-READ.
023100     IF HOL-DATE NOT NUMERIC
023200             OR HOL-DATE = ZERO
023300         DISPLAY 'A2BDROLL - BAD HOLIDAY CALENDAR RECORD IGNORED'
023400         GO TO 1150-EXIT
023500     END-IF.
023600     IF BDR-HOLIDAY-COUNT >= BDR-HOLIDAY-MAX
023700         DISPLAY 'A2BDROLL - HOLIDAY TABLE FULL AT '
023800                 BDR-HOLIDAY-MAX ' ENTRIES - ' HOL-DATE
023900                 ' IGNORED'
024000         GO TO 1150-EXIT
024100     END-IF.
024200     ADD 1 TO BDR-HOLIDAY-COUNT.
024300     MOVE HOL-DATE TO BDR-HOL-DATE (BDR-HOLIDAY-COUNT).
024400*
024500 1150-EXIT.
024600     EXIT.
024700*
024800*****************************************************************
024900*    2000-ROLL-DATE  --  ROLL THE RECORD ONE BUSINESS DAY        *
025000*****************************************************************
025100*    A NEXT DATE THAT IS MISSING OR NOT AFTER THE CURRENT DATE   *
025200*    (A NEWLY SEEDED RECORD) IS WORKED OUT FROM THE CURRENT      *
025300*    DATE INSTEAD.                                               *
025400 2000-ROLL-DATE.
025500*
025600     IF BDT-LAST-EXTRACT-DATE NOT = BDT-CURRENT-DATE
025700         DISPLAY 'A2BDROLL - BUSINESS DATE ' BDT-CURRENT-DATE
025800                 ' NOT EXTRACTED - NOT ROLLED'
025900         MOVE SPACES TO RPT-HEADING-LINE
026000         MOVE 'CURRENT DATE NOT YET EXTRACTED - RECORD NOT ROLLED'
026100                                     TO RPT-HEADING-LINE
026200         WRITE RPT-HEADING-LINE
026300         PERFORM 8000-WRITE-DATE-LINES THRU 8000-EXIT
026400         MOVE 4 TO RETURN-CODE
026500         GO TO 2000-EXIT
026600     END-IF.
026700     IF BDT-NEXT-DATE NUMERIC
026800             AND BDT-NEXT-DATE > BDT-CURRENT-DATE
026900         MOVE BDT-NEXT-DATE TO BDR-WORK-DATE-N
027000     ELSE
027100         MOVE BDT-CURRENT-DATE TO BDR-WORK-DATE-N
027200         PERFORM 6100-ADD-ONE-DAY THRU 6100-EXIT
027300     END-IF.
027400     PERFORM 3000-SKIP-TO-BUSINESS-DAY THRU 3000-EXIT.
027500     MOVE BDT-CURRENT-DATE TO BDT-PRIOR-DATE.
027600     MOVE BDR-WORK-DATE-N TO BDT-CURRENT-DATE.
027700     PERFORM 6100-ADD-ONE-DAY THRU 6100-EXIT.
027800     PERFORM 3000-SKIP-TO-BUSINESS-DAY THRU 3000-EXIT.
027900     MOVE BDR-WORK-DATE-N TO BDT-NEXT-DATE.
028000     REWRITE BUSINESS-DATE-RECORD.
028100     IF BDR-BDT-FILE-STATUS NOT = '00'
028200         DISPLAY 'A2BDROLL - BUSINESS DATE REWRITE FAILED '
028300                 'STATUS ' BDR-BDT-FILE-STATUS
028400                 ' - RUN TERMINATED'
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     PERFORM 8000-WRITE-DATE-LINES THRU 8000-EXIT.
028900     PERFORM 4000-CHECK-CALENDAR-YEAR THRU 4000-EXIT.
029000*
029100 2000-EXIT.
029200     EXIT.
029300*
029400*****************************************************************
029500*    3000-SKIP-TO-BUSINESS-DAY  --  MOVE BDR-WORK-DATE ON TO THE *
029600*    FIRST BUSINESS DAY ON OR AFTER IT                           *
029700*****************************************************************
029800 3000-SKIP-TO-BUSINESS-DAY.
029900*
030000     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
030100     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
030200         UNTIL BDR-BUSINESS-DAY.
030300*
030400 3000-EXIT.
030500     EXIT.
030600*
030700*****************************************************************
030800*    3100-STEP-ONE-DAY  --  PASS OVER ONE NON-BUSINESS DAY       *
030900*****************************************************************
031000 3100-STEP-ONE-DAY.
031100*
031200     ADD 1 TO BDR-DAYS-SKIPPED-COUNT.
031300     PERFORM 6100-ADD-ONE-DAY THRU 6100-EXIT.
031400     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
031500*
031600 3100-EXIT.
031700     EXIT.
031800*
031900*****************************************************************
032000*    4000-CHECK-CALENDAR-YEAR  --  WARN WHEN THE CALENDAR HAS    *
032100*    NOTHING FOR THE YEAR OF THE NEW NEXT DATE                   *
032200*****************************************************************
032300*    A YEAR MISSING FROM THE CALENDAR WOULD QUIETLY TREAT EVERY  *
032400*    HOLIDAY IN IT AS A BUSINESS DAY.                            *
032500 4000-CHECK-CALENDAR-YEAR.
032600*
032700     MOVE 'N' TO BDR-CALENDAR-YEAR-SWITCH.
032800     MOVE ZERO TO BDR-HOL-SUB.
032900     PERFORM 4100-CHECK-ONE-YEAR THRU 4100-EXIT
033000         UNTIL BDR-YEAR-ON-CALENDAR
033100             OR BDR-HOL-SUB >= BDR-HOLIDAY-COUNT.
033200     IF NOT BDR-YEAR-ON-CALENDAR
033300         DISPLAY 'A2BDROLL - HOLIDAY CALENDAR HAS NO ENTRIES FOR '
033400                 BDT-NEXT-DATE (1:4)
033500         MOVE SPACES TO RPT-HEADING-LINE
033600         WRITE RPT-HEADING-LINE
033700         MOVE 'WARNING - HOLIDAY CALENDAR HAS NO ENTRIES FOR YEAR'
033800                                     TO RPT-HEADING-LINE
033900         MOVE BDT-NEXT-DATE (1:4) TO RPT-HEADING-LINE (52:4)
034000         WRITE RPT-HEADING-LINE
034100         MOVE 4 TO RETURN-CODE
034200     END-IF.
034300*
034400 4000-EXIT.
034500     EXIT.
034600*
034700*****************************************************************
034800*    4100-CHECK-ONE-YEAR  --  TEST THE NEXT CALENDAR ENTRY       *
034900*****************************************************************
035000 4100-CHECK-ONE-YEAR.
035100*
035200     ADD 1 TO BDR-HOL-SUB.
035300     IF BDR-HOL-YEAR (BDR-HOL-SUB) = BDT-NEXT-DATE (1:4)
035400         SET BDR-YEAR-ON-CALENDAR TO TRUE
035500     END-IF.
035600*
035700 4100-EXIT.
035800     EXIT.
035900*
036000*****************************************************************
036100*    6000-DATE-TO-DAY-NUMBER  --  CALENDAR DAY NUMBER OF A DATE  *
036200*****************************************************************
036300*    CONVERTS THE DATE IN BDR-WORK-DATE TO A DAY NUMBER FROM A   *
036400*    FIXED ORIGIN IN BDR-WORK-DAY-NUMBER, YEARS STARTING IN      *
036500*    MARCH SO THE LEAP DAY FALLS AT THE END.  CONSECUTIVE        *
036600*    CALENDAR DAYS HAVE CONSECUTIVE DAY NUMBERS.                 *
036700 6000-DATE-TO-DAY-NUMBER.
036800*
036900     IF BDR-WORK-MONTH > 2
037000         MOVE BDR-WORK-YEAR TO BDR-CAL-YEAR
037100         COMPUTE BDR-CAL-MONTH = BDR-WORK-MONTH - 3
037200     ELSE
037300         COMPUTE BDR-CAL-YEAR = BDR-WORK-YEAR - 1
037400         COMPUTE BDR-CAL-MONTH = BDR-WORK-MONTH + 9
037500     END-IF.
037600     COMPUTE BDR-WORK-DAY-NUMBER
037700             = (BDR-CAL-YEAR * 365) + BDR-WORK-DAY.
037800     DIVIDE BDR-CAL-YEAR BY 4 GIVING BDR-CAL-QUOTIENT.
037900     ADD BDR-CAL-QUOTIENT TO BDR-WORK-DAY-NUMBER.
038000     DIVIDE BDR-CAL-YEAR BY 100 GIVING BDR-CAL-QUOTIENT.
038100     SUBTRACT BDR-CAL-QUOTIENT FROM BDR-WORK-DAY-NUMBER.
038200     DIVIDE BDR-CAL-YEAR BY 400 GIVING BDR-CAL-QUOTIENT.
038300     ADD BDR-CAL-QUOTIENT TO BDR-WORK-DAY-NUMBER.
038400     COMPUTE BDR-CAL-WORK = (153 * BDR-CAL-MONTH) + 2.
038500     DIVIDE BDR-CAL-WORK BY 5 GIVING BDR-CAL-QUOTIENT.
038600     ADD BDR-CAL-QUOTIENT TO BDR-WORK-DAY-NUMBER.
038700*
038800 6000-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200*    6100-ADD-ONE-DAY  --  STEP BDR-WORK-DATE ON ONE CALENDAR    *
039300*    DAY                                                         *
039400*****************************************************************
039500*    A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR *
039600*    NOT DIVISIBLE BY 400.                                       *
039700 6100-ADD-ONE-DAY.
039800*
039900     MOVE BDR-MONTH-LENGTH (BDR-WORK-MONTH) TO BDR-DAYS-IN-MONTH.
040000     IF BDR-WORK-MONTH = 2
040100         MOVE 'N' TO BDR-LEAP-SWITCH
040200         DIVIDE BDR-WORK-YEAR BY 4 GIVING BDR-CAL-QUOTIENT
040300             REMAINDER BDR-LEAP-REMAINDER
040400         IF BDR-LEAP-REMAINDER = ZERO
040500             SET BDR-LEAP-YEAR TO TRUE
040600             DIVIDE BDR-WORK-YEAR BY 100 GIVING BDR-CAL-QUOTIENT
040700                 REMAINDER BDR-LEAP-REMAINDER
040800             IF BDR-LEAP-REMAINDER = ZERO
040900                 DIVIDE BDR-WORK-YEAR BY 400
041000                     GIVING BDR-CAL-QUOTIENT
041100                     REMAINDER BDR-LEAP-REMAINDER
041200                 IF BDR-LEAP-REMAINDER NOT = ZERO
041300                     MOVE 'N' TO BDR-LEAP-SWITCH
041400                 END-IF
041500             END-IF
041600         END-IF
041700         IF BDR-LEAP-YEAR
041800             MOVE 29 TO BDR-DAYS-IN-MONTH
041900         END-IF
042000     END-IF.
042100     ADD 1 TO BDR-WORK-DAY.
042200     IF BDR-WORK-DAY > BDR-DAYS-IN-MONTH
042300         MOVE 1 TO BDR-WORK-DAY
042400         ADD 1 TO BDR-WORK-MONTH
042500         IF BDR-WORK-MONTH > 12
042600             MOVE 1 TO BDR-WORK-MONTH
042700             ADD 1 TO BDR-WORK-YEAR
042800         END-IF
042900     END-IF.
043000*
043100 6100-EXIT.
043200     EXIT.
043300*
043400*****************************************************************
043500*    6200-CHECK-BUSINESS-DAY  --  IS BDR-WORK-DATE A BUSINESS    *
043600*    DAY                                                         *
043700*****************************************************************
043800*    THE DAY NUMBER DIVIDED BY SEVEN LEAVES 4 ON A SATURDAY AND  *
043900*    5 ON A SUNDAY.  A WEEKDAY IS A BUSINESS DAY UNLESS IT IS ON *
044000*    THE HOLIDAY CALENDAR.                                       *
044100 6200-CHECK-BUSINESS-DAY.
044200*
044300     SET BDR-NON-BUSINESS-DAY TO TRUE.
044400     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
044500     DIVIDE BDR-WORK-DAY-NUMBER BY 7
044600         GIVING BDR-CAL-QUOTIENT
044700         REMAINDER BDR-WEEKDAY.
044800     IF BDR-WEEKEND-DAY
044900         GO TO 6200-EXIT
045000     END-IF.
045100     SET BDR-BUSINESS-DAY TO TRUE.
045200     MOVE ZERO TO BDR-HOL-SUB.
045300     PERFORM 6250-CHECK-ONE-HOLIDAY THRU 6250-EXIT
045400         UNTIL BDR-NON-BUSINESS-DAY
045500             OR BDR-HOL-SUB >= BDR-HOLIDAY-COUNT.
045600*
045700 6200-EXIT.
045800     EXIT.
045900*
046000*****************************************************************
046100*    6250-CHECK-ONE-HOLIDAY  --  TEST THE NEXT CALENDAR ENTRY    *
046200*****************************************************************
046300 6250-CHECK-ONE-HOLIDAY.
046400*
046500     ADD 1 TO BDR-HOL-SUB.
046600     IF BDR-HOL-DATE (BDR-HOL-SUB) = BDR-WORK-DATE-N
046700         SET BDR-NON-BUSINESS-DAY TO TRUE
046800     END-IF.
046900*
047000 6250-EXIT.
047100     EXIT.
047200*
047300*****************************************************************
047400*    8000-WRITE-DATE-LINES  --  BEFORE AND AFTER DATES           *
047500*****************************************************************
047600 8000-WRITE-DATE-LINES.
047700*
047800     MOVE SPACES TO BDR-DATE-LINE.
047900     MOVE 'PRIOR (LAST CLOSED) DATE' TO BDR-DTL-LABEL.
048000     MOVE BDR-OLD-PRIOR-DATE TO BDR-DTL-BEFORE.
048100     MOVE BDT-PRIOR-DATE TO BDR-DTL-AFTER.
048200     WRITE BDR-DATE-LINE.
048300*
048400     MOVE SPACES TO BDR-DATE-LINE.
048500     MOVE 'CURRENT DATE' TO BDR-DTL-LABEL.
048600     MOVE BDR-OLD-CURRENT-DATE TO BDR-DTL-BEFORE.
048700     MOVE BDT-CURRENT-DATE TO BDR-DTL-AFTER.
048800     WRITE BDR-DATE-LINE.
048900*
049000     MOVE SPACES TO BDR-DATE-LINE.
049100     MOVE 'NEXT BUSINESS DATE' TO BDR-DTL-LABEL.
049200     MOVE BDR-OLD-NEXT-DATE TO BDR-DTL-BEFORE.
049300     MOVE BDT-NEXT-DATE TO BDR-DTL-AFTER.
049400     WRITE BDR-DATE-LINE.
049500*
049600     MOVE SPACES TO RPT-COUNT-LINE.
049700     MOVE 'NON-BUSINESS DAYS PASSED OVER' TO RPT-CNT-LABEL.
049800     MOVE BDR-DAYS-SKIPPED-COUNT TO RPT-CNT-VALUE.
049900     WRITE RPT-COUNT-LINE.
050000*
050100     MOVE SPACES TO RPT-COUNT-LINE.
050200     MOVE 'HOLIDAY CALENDAR ENTRIES LOADED' TO RPT-CNT-LABEL.
050300     MOVE BDR-HOLIDAY-COUNT TO RPT-CNT-VALUE.
050400     WRITE RPT-COUNT-LINE.
050500*
050600 8000-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*    9000-TERMINATE                                              *
051100*****************************************************************
051200 9000-TERMINATE.
051300*
051400     CLOSE BUSINESS-DATE-FILE
051500           ROLL-REPORT.
051600*
051700 9000-EXIT.
051800     EXIT.
051900*
052000 END PROGRAM A2BDROLL.

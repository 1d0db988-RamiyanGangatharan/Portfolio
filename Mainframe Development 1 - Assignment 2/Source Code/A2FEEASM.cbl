000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2FEEASM.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2FEEASM  --  MONTH-END SERVICE CHARGE AND FEE ASSESSMENT     *
001100*                                                                *
001200*  RUNS ON THE MONTH-END CYCLE.  READS THE BALANCE MASTER IN     *
001300*  ACCOUNT ORDER, MERGED WITH THE MONTH'S DAILY BALANCE          *
001400*  SNAPSHOTS AND THE MONTH'S HISTORY (BOTH SORTED BY ACCOUNT BY  *
001500*  THE PRECEDING SORT STEPS), AND FOR EACH ACCOUNT:              *
001600*                                                                *
001700*    - WORKS OUT THE AVERAGE DAILY BALANCE FOR THE CALENDAR      *
001800*      MONTH.  A SNAPSHOT IS THE MASTER AS IT STOOD BEFORE THAT  *
001900*      DAY'S POSTING, SO ITS CLOSING BALANCE IS THE BALANCE HELD *
002000*      EVERY CALENDAR DAY SINCE THE SNAPSHOT BEFORE IT (OR SINCE *
002100*      THE FIRST OF THE MONTH).  THE MASTER'S OWN CLOSING        *
002200*      BALANCE IS HELD FROM THE LAST SNAPSHOT TO MONTH-END.      *
002300*    - LOOKS UP THE FEE SCHEDULE FOR THE ACCOUNT'S TYPE (SEE     *
002400*      FEESREC) AND CHARGES THE MONTHLY FEE, UNLESS THE AVERAGE  *
002500*      DAILY BALANCE IS AT OR OVER THE TYPE'S WAIVER BALANCE.    *
002600*    - COUNTS THE ACCOUNT'S ITEMS ON THE MONTH'S HISTORY AND     *
002700*      CHARGES EACH ITEM OVER THE TYPE'S FREE COUNT.             *
002720*    - CHARGES ONLY OPEN ACCOUNTS.  A CLOSED, FROZEN OR DORMANT  *
002740*      ACCOUNT IS LISTED AS NO FEE - ITS FEES WOULD ONLY REJECT  *
002760*      OR SUSPEND AT THE EXTRACT EDITS.                          *
002800*                                                                *
002900*  EACH FEE CHARGED GENERATES ONE 29 BYTE DAILY-FEED             *
003000*  TRANSACTION UNDER THE TYPE'S FEE CODE, FOR CONCATENATION      *
003100*  ONTO THE NEXT EXTRACT RUN'S INFILE - THE FEES POST THROUGH    *
003200*  THE NORMAL EDIT, AUDIT AND POSTING PATH, AS A2ACCRUE'S        *
003300*  CAPITALIZATION DOES.  THE FEE REGISTER SHOWS EVERY ACCOUNT -  *
003400*  CHARGED, WAIVED OR NOT CHARGED, AND WHY - AND THE TOTALS ALSO *
003500*  GO TO THE RUN-TOTALS DATASET FOR THE BALANCING GATE.          *
003600*                                                                *
003700*  THE RUN ONLY PROCEEDS ON THE MONTH-END MODE CONTROL CARD,     *
003800*  WHEN THE BUSINESS DATE JUST CLOSED WAS THE LAST BUSINESS DAY  *
003900*  OF ITS MONTH, AND ONCE PER MONTH.                             *
004000*                                                                *
004100*  MODIFICATION HISTORY                                          *
004200*  ----------  ----  --------------------------------------      *
004300*  2026-10-15   RG   INITIAL VERSION.                            *
004400*                                                                *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*
005300*    BALANCE-FILE  --  THE BALANCE MASTER, BROWSED IN KEY ORDER
005400     SELECT BALANCE-FILE
005500         ASSIGN TO BALFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS BAL-ACCOUNT-NUMBER
005900         FILE STATUS IS FAS-BAL-FILE-STATUS.
006000*
006100*    REFERENCE-FILE  --  ACCOUNT TYPES FOR THE SCHEDULE LOOKUP
006200     SELECT REFERENCE-FILE
006300         ASSIGN TO REFFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS REF-ACCOUNT-NUMBER
006700         FILE STATUS IS FAS-REF-FILE-STATUS.
006800*
006900*    FEE-SCHEDULE-FILE  --  MONTHLY FEE SCHEDULE BY ACCOUNT TYPE
007000     SELECT FEE-SCHEDULE-FILE
007100         ASSIGN TO FEESCHD
007200         ORGANIZATION IS SEQUENTIAL.
007300*
007400*    SNAPSHOT-FILE  --  THE DAILY BALANCE SNAPSHOTS, SORTED BY
007500*    ACCOUNT NUMBER AND SNAPSHOT DATE
007600     SELECT SNAPSHOT-FILE
007700         ASSIGN TO SNAPIN
007800         ORGANIZATION IS SEQUENTIAL.
007900*
008000*    HISTORY-FILE  --  THE MONTH'S EXTRACT HISTORY, SORTED BY
008100*    ACCOUNT NUMBER, TRANSACTION DATE, SEQUENCE NUMBER
008200     SELECT HISTORY-FILE
008300         ASSIGN TO HISTFILE
008400         ORGANIZATION IS SEQUENTIAL.
008500*
008600*    FEE-FILE  --  FEE TRANSACTIONS IN DAILY-FEED FORMAT, FOR THE
008700*    NEXT INFILE CONCATENATION
008800     SELECT FEE-FILE
008900         ASSIGN TO FEEFILE
009000         ORGANIZATION IS SEQUENTIAL.
009100*
009200*    FEE-REGISTER  --  FEES CHARGED AND WAIVED, AND THE TOTALS
009300     SELECT FEE-REGISTER
009400         ASSIGN TO RPTFILE
009500         ORGANIZATION IS SEQUENTIAL.
009600*
009700*    CONTROL-CARD-FILE  --  SYSIN RUN-DATE / MODE CONTROL RECORD
009800     SELECT CONTROL-CARD-FILE
009900         ASSIGN TO SYSIN
010000         ORGANIZATION IS SEQUENTIAL.
010100*
010200*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
010300*    FEE MONTH IS THAT OF THE LAST CLOSED BUSINESS DATE
010400     SELECT BUSINESS-DATE-FILE
010500         ASSIGN TO BDATFILE
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS FAS-BDT-FILE-STATUS.
010800*
010900*    RUN-TOTALS-FILE  --  MACHINE-READABLE RUN CONTROL TOTALS
011000*    FOR THE BALANCING GATE
011100     SELECT RUN-TOTALS-FILE
011200         ASSIGN TO RUNFILE
011300         ORGANIZATION IS SEQUENTIAL.
011400*
011500 DATA DIVISION.
011600 FILE SECTION.
011700*
011800 FD  BALANCE-FILE
011900     DATA RECORD IS BALANCE-RECORD
012000     RECORD CONTAINS 63 CHARACTERS.
012100*
012200     COPY BALREC.
012300*
012400 FD  REFERENCE-FILE
012500     RECORD CONTAINS 37 CHARACTERS.
012600*
012700     COPY REFMREC.
012800*
012900 FD  FEE-SCHEDULE-FILE
013000     RECORDING MODE IS F
013100     DATA RECORD IS FEE-SCHEDULE-RECORD
013200     RECORD CONTAINS 80 CHARACTERS.
013300*
013400     COPY FEESREC.
013500*
013600 FD  SNAPSHOT-FILE
013700     RECORDING MODE IS F
013800     DATA RECORD IS SNAPSHOT-RECORD
013900     RECORD CONTAINS 71 CHARACTERS.
014000*
014100     COPY SNAPREC.
014200*
014300 FD  HISTORY-FILE
014400     RECORDING MODE IS F
014500     DATA RECORD IS OUTPUT-LINE
014600     RECORD CONTAINS 91 CHARACTERS.
014700*
014800     COPY OUTPTREC.
014900*
015000 FD  FEE-FILE
015100     RECORDING MODE IS F
015200     DATA RECORD IS INPUT-LINE
015300     RECORD CONTAINS 29 CHARACTERS.
015400*
015500     COPY INPTREC.
015600*
015700 FD  FEE-REGISTER
015800     RECORDING MODE IS F
015900     RECORD CONTAINS 80 CHARACTERS.
016000*
016100     COPY RPTLINE.
016200*
016300 01  FAS-DETAIL-LINE.
016400     05  FAS-DET-ACCOUNT             PIC 9(07).
016500     05  FILLER                      PIC X(01).
016600     05  FAS-DET-TYPE                PIC X(01).
016700     05  FILLER                      PIC X(01).
016800     05  FAS-DET-AVG-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016900     05  FILLER                      PIC X(01).
017000     05  FAS-DET-ITEMS               PIC ZZ,ZZ9.
017100     05  FILLER                      PIC X(01).
017200     05  FAS-DET-ACTION              PIC X(07).
017300     05  FILLER                      PIC X(01).
017400     05  FAS-DET-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
017500     05  FILLER                      PIC X(01).
017600     05  FAS-DET-REASON              PIC X(21).
017700     05  FILLER                      PIC X(01).
017800*
017900 FD  CONTROL-CARD-FILE
018000     RECORDING MODE IS F
018100     RECORD CONTAINS 11 CHARACTERS.
018200*
018300     COPY CTLCARD.
018400*
018500 FD  BUSINESS-DATE-FILE
018600     RECORDING MODE IS F
018700     RECORD CONTAINS 80 CHARACTERS.
018800*
018900     COPY BDATREC.
019000*
019100 FD  RUN-TOTALS-FILE
019200     RECORDING MODE IS F
019300     RECORD CONTAINS 80 CHARACTERS.
019400*
019500     COPY RUNTREC.
019600*
019700 WORKING-STORAGE SECTION.
019800*
019900 77  FAS-BAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
020000     88  FAS-END-OF-MASTER                  VALUE 'Y'.
020100*
020200 77  FAS-SNAP-EOF-SWITCH            PIC X(01) VALUE 'N'.
020300     88  FAS-END-OF-SNAPSHOTS               VALUE 'Y'.
020400*
020500 77  FAS-HIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
020600     88  FAS-END-OF-HISTORY                 VALUE 'Y'.
020700*
020800 77  FAS-SCHED-EOF-SWITCH           PIC X(01) VALUE 'N'.
020900     88  FAS-END-OF-SCHEDULE                VALUE 'Y'.
021000*
021100 77  FAS-SCHED-FOUND-SWITCH         PIC X(01) VALUE 'N'.
021200     88  FAS-SCHEDULE-FOUND                 VALUE 'Y'.
021300*
021400 77  FAS-BAL-FILE-STATUS            PIC X(02) VALUE SPACES.
021500 77  FAS-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
021600 77  FAS-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
021700*
021800 77  FAS-ACCOUNTS-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
021900 77  FAS-CHARGED-COUNT              PIC 9(09) COMP VALUE ZERO.
022000 77  FAS-WAIVED-COUNT               PIC 9(09) COMP VALUE ZERO.
022100 77  FAS-NO-FEE-COUNT               PIC 9(09) COMP VALUE ZERO.
022200 77  FAS-ITEM-CHARGE-COUNT          PIC 9(09) COMP VALUE ZERO.
022300 77  FAS-FEE-TRANS-COUNT            PIC 9(09) COMP VALUE ZERO.
022400 77  FAS-SNAPS-USED-COUNT           PIC 9(09) COMP VALUE ZERO.
022500 77  FAS-SNAPS-BYPASSED-COUNT       PIC 9(09) COMP VALUE ZERO.
022600 77  FAS-ITEMS-COUNTED-COUNT        PIC 9(09) COMP VALUE ZERO.
022700 77  FAS-ITEMS-BYPASSED-COUNT       PIC 9(09) COMP VALUE ZERO.
022800*
022900 77  FAS-CHARGED-AMOUNT             PIC S9(13)V99 COMP-3
023000                                              VALUE ZERO.
023100 77  FAS-WAIVED-AMOUNT              PIC S9(13)V99 COMP-3
023200                                              VALUE ZERO.
023300 77  FAS-ITEM-CHARGE-AMOUNT         PIC S9(13)V99 COMP-3
023400                                              VALUE ZERO.
023500 77  FAS-FEE-TRANS-AMOUNT           PIC S9(13)V99 COMP-3
023600                                              VALUE ZERO.
023700*
023800*    THE ACCOUNT BEING ASSESSED.
023900 77  FAS-BALANCE-DAYS               PIC S9(15)V99 COMP-3
024000                                              VALUE ZERO.
024100 77  FAS-AVG-BALANCE                PIC S9(11)V99 COMP-3
024200                                              VALUE ZERO.
024300 77  FAS-ACCOUNT-ITEMS              PIC 9(05) COMP VALUE ZERO.
024400 77  FAS-EXCESS-ITEMS               PIC 9(05) COMP VALUE ZERO.
024500 77  FAS-FEE-AMOUNT-WORK            PIC 9(9)V99 COMP-3
024600                                              VALUE ZERO.
024700 77  FAS-MARK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
024800 77  FAS-DAYS-HELD                  PIC 9(05) COMP VALUE ZERO.
024900*
025000*    THE FEE MONTH - THAT OF THE LAST CLOSED BUSINESS DATE - AND
025100*    THE DAY NUMBERS OF ITS FIRST DAY AND OF THE FIRST DAY OF THE
025200*    MONTH AFTER.
025300 77  FAS-FEE-MONTH                  PIC 9(06) VALUE ZERO.
025400 77  FAS-MONTH-START-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.
025500 77  FAS-NEXT-MONTH-DAY-NUMBER      PIC 9(07) COMP VALUE ZERO.
025600 77  FAS-MONTH-DAYS                 PIC 9(03) COMP VALUE ZERO.
025700*
025800 77  FAS-FEE-COUNT                  PIC 9(02) COMP VALUE ZERO.
025900 77  FAS-FEE-SUB                    PIC 9(02) COMP VALUE ZERO.
026000 77  FAS-FEE-MAX                    PIC 9(02) COMP VALUE 10.
026100*
026200*    FEE SCHEDULE BY ACCOUNT TYPE, LOADED AT INITIALIZATION.
026300*    ONLY TYPES ON THE TABLE ARE CHARGED.
026400 01  FAS-FEE-TABLE.
026500     05  FAS-FEE-ENTRY OCCURS 10 TIMES.
026600         10  FAS-TAB-TYPE            PIC X(01).
026700         10  FAS-TAB-FEE-CODE        PIC 9(02).
026800         10  FAS-TAB-MONTHLY-FEE     PIC 9(5)V99 COMP-3.
026900         10  FAS-TAB-WAIVER-BALANCE  PIC 9(9)V99 COMP-3.
027000         10  FAS-TAB-FREE-ITEMS      PIC 9(05) COMP.
027100         10  FAS-TAB-ITEM-CHARGE     PIC 9(3)V99 COMP-3.
027200*
027300*    RUN-TOTALS RECORD WORK FIELDS.
027400 77  FAS-RTW-TOTAL-ID               PIC X(08) VALUE SPACES.
027500 77  FAS-RTW-COUNT                  PIC 9(09) COMP VALUE ZERO.
027600 77  FAS-RTW-AMOUNT                 PIC S9(13)V99 COMP-3
027700                                              VALUE ZERO.
027800*
027900*    CALENDAR DAY NUMBER WORK AREAS
028000 77  FAS-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
028100 77  FAS-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
028200 77  FAS-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
028300 77  FAS-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
028400 77  FAS-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
028500*
028600 01  FAS-WORK-DATE.
028700     05  FAS-WORK-YEAR               PIC 9(04).
028800     05  FAS-WORK-MONTH              PIC 9(02).
028900     05  FAS-WORK-DAY                PIC 9(02).
029000*
029100*    REGISTER HEADINGS.
029200 01  FAS-SCHEDULE-LINE.
029300     05  FILLER                      PIC X(05) VALUE 'TYPE '.
029400     05  FAS-SCH-TYPE                PIC X(01) VALUE SPACE.
029500     05  FILLER                      PIC X(07) VALUE '  CODE '.
029600     05  FAS-SCH-CODE                PIC 9(02) VALUE ZERO.
029700     05  FILLER                      PIC X(06) VALUE '  FEE '.
029800     05  FAS-SCH-FEE                 PIC ZZ,ZZ9.99.
029900     05  FILLER                      PIC X(09) VALUE '  WAIVER '.
030000     05  FAS-SCH-WAIVER              PIC ZZZ,ZZZ,ZZ9.99.
030100     05  FILLER                      PIC X(07) VALUE '  FREE '.
030200     05  FAS-SCH-FREE                PIC ZZZZ9.
030300     05  FILLER                      PIC X(07) VALUE '  ITEM '.
030400     05  FAS-SCH-CHARGE              PIC ZZ9.99.
030500     05  FILLER                      PIC X(02) VALUE SPACES.
030600*
030700 01  FAS-COLUMN-HEADING.
030800     05  FILLER                      PIC X(10) VALUE 'ACCOUNT T'.
030900     05  FILLER                      PIC X(18)
031000                                     VALUE '     AVG DAILY BAL'.
031100     05  FILLER                      PIC X(08) VALUE '  ITEMS'.
031200     05  FILLER                      PIC X(08) VALUE 'ACTION'.
031300     05  FILLER                      PIC X(13)
031400                                     VALUE '       AMOUNT'.
031500     05  FILLER                      PIC X(23) VALUE ' REASON'.
031600*
031700 PROCEDURE DIVISION.
031800*
031900*****************************************************************
032000*    0000-MAINLINE                                               *
032100*****************************************************************
032200 0000-MAINLINE.
032300*
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032500     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
032600         UNTIL FAS-END-OF-MASTER.
032700     PERFORM 2150-BYPASS-ONE-SNAPSHOT THRU 2150-EXIT
032800         UNTIL FAS-END-OF-SNAPSHOTS.
032900     PERFORM 2250-BYPASS-ONE-ITEM THRU 2250-EXIT
033000         UNTIL FAS-END-OF-HISTORY.
033100     PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
033200     PERFORM 8700-WRITE-RUN-TOTALS THRU 8700-EXIT.
033300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033400     GOBACK.
033500*
033600*****************************************************************
033700*    1000-INITIALIZE                                             *
033800*****************************************************************
033900 1000-INITIALIZE.
034000*
034100     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
034200     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
034300     PERFORM 1080-SET-FEE-MONTH THRU 1080-EXIT.
034400     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT.
034500     OPEN INPUT  BALANCE-FILE
034600                 REFERENCE-FILE
034700                 SNAPSHOT-FILE
034800                 HISTORY-FILE
034900          OUTPUT FEE-FILE
035000                 FEE-REGISTER.
035100     IF FAS-BAL-FILE-STATUS NOT = '00'
035200         DISPLAY 'A2FEEASM - BALANCE-FILE OPEN FAILED STATUS '
035300                 FAS-BAL-FILE-STATUS ' - RUN TERMINATED'
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035610     IF FAS-REF-FILE-STATUS NOT = '00'
035620         DISPLAY 'A2FEEASM - REFERENCE-FILE OPEN FAILED STATUS '
035630                 FAS-REF-FILE-STATUS ' - RUN TERMINATED'
035640         MOVE 16 TO RETURN-CODE
035650         STOP RUN
035660     END-IF.
035700     MOVE SPACES TO RPT-HEADING-LINE.
035800     MOVE 'A2FEEASM MONTHLY FEE REGISTER FOR MONTH'
035900                                     TO RPT-HEADING-LINE.
036000     MOVE FAS-FEE-MONTH TO RPT-HEADING-LINE (41:6).
036100     WRITE RPT-HEADING-LINE.
036200     MOVE SPACES TO RPT-HEADING-LINE.
036300     WRITE RPT-HEADING-LINE.
036400     PERFORM 1400-LIST-ONE-SCHEDULE THRU 1400-EXIT
036500         VARYING FAS-FEE-SUB FROM 1 BY 1
036600         UNTIL FAS-FEE-SUB > FAS-FEE-COUNT.
036700     MOVE SPACES TO RPT-HEADING-LINE.
036800     WRITE RPT-HEADING-LINE.
036900     MOVE FAS-COLUMN-HEADING TO RPT-HEADING-LINE.
037000     WRITE RPT-HEADING-LINE.
037100     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
037200     PERFORM 2950-READ-SNAPSHOT THRU 2950-EXIT.
037300     PERFORM 2970-READ-HISTORY THRU 2970-EXIT.
037400*
037500 1000-EXIT.
037600     EXIT.
037700*
037800*****************************************************************
037900*    1050-READ-CONTROL-CARD  --  READ THE SYSIN CONTROL RECORD   *
038000*****************************************************************
038100 1050-READ-CONTROL-CARD.
038200*
038300     OPEN INPUT CONTROL-CARD-FILE.
038400     READ CONTROL-CARD-FILE
038500         AT END
038600             DISPLAY 'A2FEEASM - SYSIN CONTROL CARD MISSING OR '
038700                     'EMPTY - RUN TERMINATED'
038800             MOVE 16 TO RETURN-CODE
038900             STOP RUN
039000     END-READ.
039100     CLOSE CONTROL-CARD-FILE.
039200     IF NOT CTL-MONTH-END-MODE
039300         DISPLAY 'A2FEEASM - CONTROL CARD IS NOT MONTH-END MODE '
039400                 '- RUN TERMINATED'
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800*
039900 1050-EXIT.
040000     EXIT.
040100*
040200*****************************************************************
040300*    1060-READ-BUSINESS-DATE  --  ASSESS AS OF THE LAST CLOSED   *
040400*    BUSINESS DATE.  A DATE KEYED ON THE CONTROL CARD MUST AGREE *
040500*    WITH IT.  THE FILE STAYS OPEN - 9000 RECORDS THE MONTH      *
040600*    ASSESSED.                                                   *
040700*****************************************************************
040800*    THE MONTH IS CLOSED ONLY WHEN THE LAST CLOSED BUSINESS DATE *
040900*    WAS THE LAST BUSINESS DAY OF ITS MONTH - THE CURRENT DATE   *
041000*    HAS ALREADY MOVED INTO THE NEXT MONTH.  A MONTH ALREADY     *
041100*    ASSESSED IS REFUSED RATHER THAN CHARGED TWICE.              *
041200 1060-READ-BUSINESS-DATE.
041300*
041400     OPEN I-O BUSINESS-DATE-FILE.
041500     IF FAS-BDT-FILE-STATUS NOT = '00'
041600         DISPLAY 'A2FEEASM - BUSINESS DATE FILE OPEN FAILED '
041700                 'STATUS ' FAS-BDT-FILE-STATUS
041800                 ' - RUN TERMINATED'
041900         MOVE 16 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     READ BUSINESS-DATE-FILE
042300         AT END
042400             DISPLAY 'A2FEEASM - BUSINESS DATE RECORD MISSING '
042500                     '- RUN TERMINATED'
042600             MOVE 16 TO RETURN-CODE
042700             STOP RUN
042800     END-READ.
042900     IF BDT-PRIOR-DATE NOT NUMERIC
043000             OR BDT-PRIOR-DATE = ZERO
043100         DISPLAY 'A2FEEASM - BUSINESS DATE RECORD INVALID '
043200                 '- RUN TERMINATED'
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     IF CTL-RUN-DATE-X NOT = SPACES
043700             AND CTL-RUN-DATE-X NOT = BDT-PRIOR-DATE
043800         DISPLAY 'A2FEEASM - CONTROL CARD DATE ' CTL-RUN-DATE-X
043900                 ' DISAGREES WITH BUSINESS DATE '
044000                 BDT-PRIOR-DATE ' - RUN TERMINATED'
044100         MOVE 16 TO RETURN-CODE
044200         STOP RUN
044300     END-IF.
044400     IF BDT-CURRENT-DATE (1:6) = BDT-PRIOR-DATE (1:6)
044500         DISPLAY 'A2FEEASM - BUSINESS DATE ' BDT-PRIOR-DATE
044600                 ' IS NOT THE LAST BUSINESS DAY OF THE MONTH '
044700                 '- RUN TERMINATED'
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     MOVE BDT-PRIOR-DATE TO CTL-RUN-DATE.
045200     MOVE CTL-RUN-DATE (1:6) TO FAS-FEE-MONTH.
045300     IF BDT-LAST-FEE-MONTH NUMERIC
045400             AND BDT-LAST-FEE-MONTH = FAS-FEE-MONTH
045500         DISPLAY 'A2FEEASM - FEES ALREADY ASSESSED FOR MONTH '
045600                 FAS-FEE-MONTH ' - RUN TERMINATED'
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000*
046100 1060-EXIT.
046200     EXIT.
046300*
046400*****************************************************************
046500*    1080-SET-FEE-MONTH  --  DAY NUMBERS BOUNDING THE MONTH      *
046600*****************************************************************
046700*    THE AVERAGE IS TAKEN OVER EVERY CALENDAR DAY OF THE MONTH,  *
046800*    WEEKENDS AND HOLIDAYS INCLUDED - FROM THE FIRST DAY UP TO   *
046900*    BUT NOT INCLUDING THE FIRST DAY OF THE NEXT MONTH.          *
047000 1080-SET-FEE-MONTH.
047100*
047200     MOVE CTL-RUN-DATE TO FAS-WORK-DATE.
047300     MOVE 1 TO FAS-WORK-DAY.
047400     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
047500     MOVE FAS-WORK-DAY-NUMBER TO FAS-MONTH-START-DAY-NUMBER.
047600     IF FAS-WORK-MONTH = 12
047700         ADD 1 TO FAS-WORK-YEAR
047800         MOVE 1 TO FAS-WORK-MONTH
047900     ELSE
048000         ADD 1 TO FAS-WORK-MONTH
048100     END-IF.
048200     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
048300     MOVE FAS-WORK-DAY-NUMBER TO FAS-NEXT-MONTH-DAY-NUMBER.
048400     COMPUTE FAS-MONTH-DAYS
048500             = FAS-NEXT-MONTH-DAY-NUMBER
048600             - FAS-MONTH-START-DAY-NUMBER.
048700*
048800 1080-EXIT.
048900     EXIT.
049000*
049100*****************************************************************
049200*    1300-LOAD-FEE-SCHEDULE  --  LOAD THE FEE SCHEDULE           *
049300*****************************************************************
049400*    AN EMPTY OR MISSING SCHEDULE WOULD SILENTLY WAIVE EVERY     *
049500*    FEE, SO IT TERMINATES THE RUN INSTEAD.                      *
049600 1300-LOAD-FEE-SCHEDULE.
049700*
049800     OPEN INPUT FEE-SCHEDULE-FILE.
049900     PERFORM 1350-LOAD-ONE-SCHEDULE THRU 1350-EXIT
050000         UNTIL FAS-END-OF-SCHEDULE.
050100     CLOSE FEE-SCHEDULE-FILE.
050200     IF FAS-FEE-COUNT = ZERO
050300         DISPLAY 'A2FEEASM - FEE SCHEDULE FILE EMPTY OR MISSING '
050400                 '- RUN TERMINATED'
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF.
050800*
050900 1300-EXIT.
051000     EXIT.
051100*
051200*****************************************************************
051300*    1350-LOAD-ONE-SCHEDULE  --  TABLE ONE FEE SCHEDULE ENTRY    *
051400*****************************************************************
051500 1350-LOAD-ONE-SCHEDULE.
051600*
051700     READ FEE-SCHEDULE-FILE
051800         AT END
051900             SET FAS-END-OF-SCHEDULE TO TRUE
052000             GO TO 1350-EXIT
052100     END-READ.
052200     IF NOT FSC-TYPE-VALID
052300             OR FSC-FEE-CODE NOT NUMERIC
052400             OR FSC-FEE-CODE = ZERO
052500             OR FSC-MONTHLY-FEE NOT NUMERIC
052600             OR FSC-WAIVER-BALANCE NOT NUMERIC
052700             OR FSC-FREE-ITEMS NOT NUMERIC
052800             OR FSC-ITEM-CHARGE NOT NUMERIC
052900         DISPLAY 'A2FEEASM - BAD FEE SCHEDULE RECORD IGNORED'
053000         GO TO 1350-EXIT
053100     END-IF.
053200     IF FAS-FEE-COUNT >= FAS-FEE-MAX
053300         DISPLAY 'A2FEEASM - FEE SCHEDULE FULL AT ' FAS-FEE-MAX
053400                 ' ENTRIES - RECORD FOR TYPE ' FSC-ACCOUNT-TYPE
053500                 ' IGNORED'
053600         GO TO 1350-EXIT
053700     END-IF.
053800     ADD 1 TO FAS-FEE-COUNT.
053900     MOVE FSC-ACCOUNT-TYPE   TO FAS-TAB-TYPE (FAS-FEE-COUNT).
054000     MOVE FSC-FEE-CODE       TO FAS-TAB-FEE-CODE (FAS-FEE-COUNT).
054100     MOVE FSC-MONTHLY-FEE
054200         TO FAS-TAB-MONTHLY-FEE (FAS-FEE-COUNT).
054300     MOVE FSC-WAIVER-BALANCE
054400         TO FAS-TAB-WAIVER-BALANCE (FAS-FEE-COUNT).
054500     MOVE FSC-FREE-ITEMS
054600         TO FAS-TAB-FREE-ITEMS (FAS-FEE-COUNT).
054700     MOVE FSC-ITEM-CHARGE
054800         TO FAS-TAB-ITEM-CHARGE (FAS-FEE-COUNT).
054900*
055000 1350-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400*    1400-LIST-ONE-SCHEDULE  --  PRINT ONE SCHEDULE ENTRY        *
055500*****************************************************************
055600*    THE SCHEDULE THE MONTH WAS ASSESSED UNDER HEADS THE         *
055700*    REGISTER, SO EVERY CHARGE AND WAIVER CAN BE CHECKED BACK.   *
055800 1400-LIST-ONE-SCHEDULE.
055900*
056000     MOVE FAS-TAB-TYPE (FAS-FEE-SUB)        TO FAS-SCH-TYPE.
056100     MOVE FAS-TAB-FEE-CODE (FAS-FEE-SUB)    TO FAS-SCH-CODE.
056200     MOVE FAS-TAB-MONTHLY-FEE (FAS-FEE-SUB) TO FAS-SCH-FEE.
056300     MOVE FAS-TAB-WAIVER-BALANCE (FAS-FEE-SUB)
056400                                         TO FAS-SCH-WAIVER.
056500     MOVE FAS-TAB-FREE-ITEMS (FAS-FEE-SUB)  TO FAS-SCH-FREE.
056600     MOVE FAS-TAB-ITEM-CHARGE (FAS-FEE-SUB) TO FAS-SCH-CHARGE.
056700     MOVE FAS-SCHEDULE-LINE TO RPT-HEADING-LINE.
056800     WRITE RPT-HEADING-LINE.
056900*
057000 1400-EXIT.
057100     EXIT.
057200*
057300*****************************************************************
057400*    2000-PROCESS-ACCOUNT  --  ASSESS ONE BALANCE MASTER RECORD  *
057500*****************************************************************
057600*    A THREE-WAY MERGE BY ACCOUNT NUMBER BETWEEN THE BALANCE     *
057700*    MASTER BROWSE, THE SORTED SNAPSHOTS AND THE SORTED HISTORY  *
057800*    - ALL THREE ARRIVE IN ACCOUNT ORDER.                        *
057900 2000-PROCESS-ACCOUNT.
058000*
058100     PERFORM 2100-AVERAGE-BALANCE THRU 2100-EXIT.
058200     PERFORM 2200-COUNT-ITEMS THRU 2200-EXIT.
058300     PERFORM 2300-ASSESS-FEES THRU 2300-EXIT.
058400     PERFORM 2900-READ-MASTER THRU 2900-EXIT.
058500*
058600 2000-EXIT.
058700     EXIT.
058800*
058900*****************************************************************
059000*    2100-AVERAGE-BALANCE  --  AVERAGE DAILY BALANCE FOR MONTH   *
059100*****************************************************************
059200*    EACH OF THE ACCOUNT'S SNAPSHOTS IN THE MONTH CLOSES OFF THE *
059300*    DAYS SINCE THE ONE BEFORE AT ITS CLOSING BALANCE; THE DAYS  *
059400*    FROM THE LAST ONE TO MONTH-END ARE HELD AT THE MASTER'S     *
059500*    CLOSING BALANCE.  AN ACCOUNT WITH NO SNAPSHOT IN THE MONTH  *
059600*    IS TAKEN AS HOLDING ITS CLOSING BALANCE ALL MONTH.          *
059700 2100-AVERAGE-BALANCE.
059800*
059900     MOVE ZERO TO FAS-BALANCE-DAYS.
060000     MOVE FAS-MONTH-START-DAY-NUMBER TO FAS-MARK-DAY-NUMBER.
060100     PERFORM 2150-BYPASS-ONE-SNAPSHOT THRU 2150-EXIT
060200         UNTIL FAS-END-OF-SNAPSHOTS
060300             OR SNP-ACCOUNT-NUMBER NOT < BAL-ACCOUNT-NUMBER.
060400     PERFORM 2160-TAKE-ONE-SNAPSHOT THRU 2160-EXIT
060500         UNTIL FAS-END-OF-SNAPSHOTS
060600             OR SNP-ACCOUNT-NUMBER NOT = BAL-ACCOUNT-NUMBER.
060700     COMPUTE FAS-DAYS-HELD
060800             = FAS-NEXT-MONTH-DAY-NUMBER - FAS-MARK-DAY-NUMBER.
060900     COMPUTE FAS-BALANCE-DAYS
061000             = FAS-BALANCE-DAYS
061100             + (BAL-CLOSING-BALANCE * FAS-DAYS-HELD).
061200     COMPUTE FAS-AVG-BALANCE ROUNDED
061300             = FAS-BALANCE-DAYS / FAS-MONTH-DAYS.
061400*
061500 2100-EXIT.
061600     EXIT.
061700*
061800*****************************************************************
061900*    2150-BYPASS-ONE-SNAPSHOT  --  SNAPSHOT WITH NO MASTER       *
062000*****************************************************************
062100 2150-BYPASS-ONE-SNAPSHOT.
062200*
062300     ADD 1 TO FAS-SNAPS-BYPASSED-COUNT.
062400     PERFORM 2950-READ-SNAPSHOT THRU 2950-EXIT.
062500*
062600 2150-EXIT.
062700     EXIT.
062800*
062900*****************************************************************
063000*    2160-TAKE-ONE-SNAPSHOT  --  ONE OF THE ACCOUNT'S SNAPSHOTS  *
063100*****************************************************************
063200*    THE SNAPSHOT GDG CAN HOLD PRIOR-MONTH GENERATIONS - ONLY    *
063300*    THE FEE MONTH'S SNAPSHOTS COUNT.  A SECOND SNAPSHOT FOR THE *
063400*    SAME DATE (A RESTARTED POSTING RUN) CLOSES OFF NO DAYS.     *
063500 2160-TAKE-ONE-SNAPSHOT.
063600*
063700     IF SNP-SNAP-DATE NOT NUMERIC
063800             OR SNP-SNAP-DATE (1:6) NOT = FAS-FEE-MONTH
063900         ADD 1 TO FAS-SNAPS-BYPASSED-COUNT
064000         PERFORM 2950-READ-SNAPSHOT THRU 2950-EXIT
064100         GO TO 2160-EXIT
064200     END-IF.
064300     ADD 1 TO FAS-SNAPS-USED-COUNT.
064400     MOVE SNP-SNAP-DATE TO FAS-WORK-DATE.
064500     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
064600     IF FAS-WORK-DAY-NUMBER > FAS-MARK-DAY-NUMBER
064700         COMPUTE FAS-DAYS-HELD
064800                 = FAS-WORK-DAY-NUMBER - FAS-MARK-DAY-NUMBER
064900         COMPUTE FAS-BALANCE-DAYS
065000                 = FAS-BALANCE-DAYS
065100                 + (SNP-CLOSING-BALANCE * FAS-DAYS-HELD)
065200         MOVE FAS-WORK-DAY-NUMBER TO FAS-MARK-DAY-NUMBER
065300     END-IF.
065400     PERFORM 2950-READ-SNAPSHOT THRU 2950-EXIT.
065500*
065600 2160-EXIT.
065700     EXIT.
065800*
065900*****************************************************************
066000*    2200-COUNT-ITEMS  --  THE ACCOUNT'S ITEMS FOR THE MONTH     *
066100*****************************************************************
066200*    EVERY ITEM ON THE MONTH'S HISTORY COUNTS.  THE FEES THIS    *
066300*    PROGRAM GENERATED LAST MONTH CARRY LAST MONTH'S DATE, SO    *
066400*    THEY ARE NEVER COUNTED AS ITEMS OF THIS ONE.                *
066500 2200-COUNT-ITEMS.
066600*
066700     MOVE ZERO TO FAS-ACCOUNT-ITEMS.
066800     PERFORM 2250-BYPASS-ONE-ITEM THRU 2250-EXIT
066900         UNTIL FAS-END-OF-HISTORY
067000             OR OUT-ACCOUNT-NUMBER NOT < BAL-ACCOUNT-NUMBER.
067100     PERFORM 2260-TAKE-ONE-ITEM THRU 2260-EXIT
067200         UNTIL FAS-END-OF-HISTORY
067300             OR OUT-ACCOUNT-NUMBER NOT = BAL-ACCOUNT-NUMBER.
067400*
067500 2200-EXIT.
067600     EXIT.
067700*
067800*****************************************************************
067900*    2250-BYPASS-ONE-ITEM  --  HISTORY ITEM WITH NO MASTER       *
068000*****************************************************************
068100 2250-BYPASS-ONE-ITEM.
068200*
068300     ADD 1 TO FAS-ITEMS-BYPASSED-COUNT.
068400     PERFORM 2970-READ-HISTORY THRU 2970-EXIT.
068500*
068600 2250-EXIT.
068700     EXIT.
068800*
068900*****************************************************************
069000*    2260-TAKE-ONE-ITEM  --  ONE OF THE ACCOUNT'S HISTORY ITEMS  *
069100*****************************************************************
069200*    THE HISTORY GDG CAN HOLD PRIOR-MONTH GENERATIONS - ONLY THE *
069300*    FEE MONTH'S ITEMS COUNT.                                    *
069400 2260-TAKE-ONE-ITEM.
069500*
069600     IF OUT-TRANSACTION-DATE (1:6) NOT = FAS-FEE-MONTH
069700         ADD 1 TO FAS-ITEMS-BYPASSED-COUNT
069800     ELSE
069900         ADD 1 TO FAS-ITEMS-COUNTED-COUNT
070000         IF FAS-ACCOUNT-ITEMS < 99999
070100             ADD 1 TO FAS-ACCOUNT-ITEMS
070200         END-IF
070300     END-IF.
070400     PERFORM 2970-READ-HISTORY THRU 2970-EXIT.
070500*
070600 2260-EXIT.
070700     EXIT.
070800*
070900*****************************************************************
071000*    2300-ASSESS-FEES  --  CHARGE OR WAIVE THE ACCOUNT'S FEES    *
071100*****************************************************************
071200*    EVERY ACCOUNT GETS ONE REGISTER LINE FOR ITS MONTHLY FEE -  *
071300*    CHARGED, WAIVED, OR NO FEE WITH THE REASON - AND A SECOND   *
071400*    LINE WHEN IT IS CHARGED FOR ITEMS OVER THE FREE COUNT.      *
071500 2300-ASSESS-FEES.
071600*
071700     MOVE SPACES TO FAS-DETAIL-LINE.
071800     MOVE BAL-ACCOUNT-NUMBER TO FAS-DET-ACCOUNT.
071900     MOVE FAS-AVG-BALANCE    TO FAS-DET-AVG-BALANCE.
072000     MOVE FAS-ACCOUNT-ITEMS  TO FAS-DET-ITEMS.
072100     PERFORM 2310-MONTHLY-FEE THRU 2310-EXIT.
072200     WRITE FAS-DETAIL-LINE.
072300     IF FAS-SCHEDULE-FOUND
072400         PERFORM 2500-ASSESS-ITEM-CHARGE THRU 2500-EXIT
072500     END-IF.
072600*
072700 2300-EXIT.
072800     EXIT.
072900*
073000*****************************************************************
073100*    2310-MONTHLY-FEE  --  CHARGE, WAIVE OR PASS THE MONTHLY FEE *
073200*****************************************************************
073300 2310-MONTHLY-FEE.
073400*
073500     MOVE 'N' TO FAS-SCHED-FOUND-SWITCH.
073600     MOVE 'NO FEE' TO FAS-DET-ACTION.
073700     MOVE BAL-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
073720     READ REFERENCE-FILE
073740         INVALID KEY
073760             CONTINUE
073780     END-READ.
073800     IF FAS-REF-FILE-STATUS = '23'
073820         MOVE 'NO REFERENCE RECORD' TO FAS-DET-REASON
073840         ADD 1 TO FAS-NO-FEE-COUNT
073860         GO TO 2310-EXIT
073880     END-IF.
073900     IF FAS-REF-FILE-STATUS NOT = '00'
073920         DISPLAY 'A2FEEASM - REFERENCE-FILE READ FAILED STATUS '
073940                 FAS-REF-FILE-STATUS ' FOR ACCOUNT '
073960                 REF-ACCOUNT-NUMBER ' - RUN TERMINATED'
073980         MOVE 16 TO RETURN-CODE
074000         STOP RUN
074020     END-IF.
074040     MOVE REF-ACCOUNT-TYPE TO FAS-DET-TYPE.
074060*    A FEE AGAINST A CLOSED, FROZEN OR DORMANT ACCOUNT WOULD ONLY
074080*    REJECT OR SUSPEND AT THE EXTRACT EDITS - IT IS NOT RAISED.
074100     IF NOT REF-TYPE-OPEN
074120         EVALUATE TRUE
074140             WHEN REF-TYPE-CLOSED
074160                 MOVE 'ACCOUNT CLOSED' TO FAS-DET-REASON
074180             WHEN REF-TYPE-FROZEN
074200                 MOVE 'ACCOUNT FROZEN' TO FAS-DET-REASON
074220             WHEN REF-TYPE-DORMANT
074240                 MOVE 'ACCOUNT DORMANT' TO FAS-DET-REASON
074260             WHEN OTHER
074280                 MOVE 'ACCOUNT NOT OPEN' TO FAS-DET-REASON
074300         END-EVALUATE
074320         ADD 1 TO FAS-NO-FEE-COUNT
074340         GO TO 2310-EXIT
074360     END-IF.
074500     PERFORM 2350-FIND-SCHEDULE THRU 2350-EXIT.
074600     IF NOT FAS-SCHEDULE-FOUND
074700         MOVE 'NO SCHEDULE FOR TYPE' TO FAS-DET-REASON
074800         ADD 1 TO FAS-NO-FEE-COUNT
074900         GO TO 2310-EXIT
075000     END-IF.
075100     IF FAS-TAB-MONTHLY-FEE (FAS-FEE-SUB) = ZERO
075200         MOVE 'TYPE PAYS NO FEE' TO FAS-DET-REASON
075300         ADD 1 TO FAS-NO-FEE-COUNT
075400         GO TO 2310-EXIT
075500     END-IF.
075600     MOVE FAS-TAB-MONTHLY-FEE (FAS-FEE-SUB)
075700                                     TO FAS-FEE-AMOUNT-WORK.
075800     MOVE FAS-FEE-AMOUNT-WORK TO FAS-DET-AMOUNT.
075900     IF FAS-TAB-WAIVER-BALANCE (FAS-FEE-SUB) NOT = ZERO
076000             AND FAS-AVG-BALANCE
076100                 NOT < FAS-TAB-WAIVER-BALANCE (FAS-FEE-SUB)
076200         MOVE 'WAIVED' TO FAS-DET-ACTION
076300         MOVE 'AVG BAL MEETS MINIMUM' TO FAS-DET-REASON
076400         ADD 1 TO FAS-WAIVED-COUNT
076500         ADD FAS-FEE-AMOUNT-WORK TO FAS-WAIVED-AMOUNT
076600         GO TO 2310-EXIT
076700     END-IF.
076800     MOVE 'CHARGED' TO FAS-DET-ACTION.
076900     IF FAS-TAB-WAIVER-BALANCE (FAS-FEE-SUB) = ZERO
077000         MOVE 'NO WAIVER FOR TYPE' TO FAS-DET-REASON
077100     ELSE
077200         MOVE 'AVG BAL UNDER MINIMUM' TO FAS-DET-REASON
077300     END-IF.
077400     ADD 1 TO FAS-CHARGED-COUNT.
077500     ADD FAS-FEE-AMOUNT-WORK TO FAS-CHARGED-AMOUNT.
077600     PERFORM 2400-WRITE-FEE THRU 2400-EXIT.
077700*
077800 2310-EXIT.
077900     EXIT.
078000*
078100*****************************************************************
078200*    2350-FIND-SCHEDULE  --  FEE SCHEDULE FOR THE ACCOUNT TYPE   *
078300*****************************************************************
078400 2350-FIND-SCHEDULE.
078500*
078600     MOVE 'N' TO FAS-SCHED-FOUND-SWITCH.
078700     MOVE ZERO TO FAS-FEE-SUB.
078800     PERFORM 2360-CHECK-ONE-SCHEDULE THRU 2360-EXIT
078900         UNTIL FAS-SCHEDULE-FOUND
079000             OR FAS-FEE-SUB >= FAS-FEE-COUNT.
079100*
079200 2350-EXIT.
079300     EXIT.
079400*
079500*****************************************************************
079600*    2360-CHECK-ONE-SCHEDULE  --  TEST THE NEXT TABLE ENTRY      *
079700*****************************************************************
079800 2360-CHECK-ONE-SCHEDULE.
079900*
080000     ADD 1 TO FAS-FEE-SUB.
080100     IF FAS-TAB-TYPE (FAS-FEE-SUB) = REF-ACCOUNT-TYPE
080200         SET FAS-SCHEDULE-FOUND TO TRUE
080300     END-IF.
080400*
080500 2360-EXIT.
080600     EXIT.
080700*
080800*****************************************************************
080900*    2400-WRITE-FEE  --  ONE FEE FEED TRANSACTION                *
081000*****************************************************************
081100*    THE GENERATED RECORD IS AN ORDINARY DAILY-FEED DETAIL UNDER *
081200*    THE TYPE'S FEE CODE, DATED THE LAST BUSINESS DAY OF THE FEE *
081300*    MONTH - IT RIDES THE NEXT INFILE CONCATENATION AND POSTS    *
081400*    THROUGH THE NORMAL EDIT AND AUDIT PATH.  THE AMOUNT IS      *
081500*    POSITIVE - THE FEE CODE'S DEBIT INDICATOR MAKES IT A DEBIT. *
081600 2400-WRITE-FEE.
081700*
081800     MOVE BAL-ACCOUNT-NUMBER  TO IN-ACCOUNT-NUMBER.
081900     MOVE CTL-RUN-DATE        TO IN-TRANSACTION-DATE.
082000     MOVE FAS-TAB-FEE-CODE (FAS-FEE-SUB) TO IN-TRANSACTION-CODE.
082100     MOVE FAS-FEE-AMOUNT-WORK TO IN-TRANSACTION-AMOUNT.
082200     WRITE INPUT-LINE.
082300     ADD 1 TO FAS-FEE-TRANS-COUNT.
082400     ADD FAS-FEE-AMOUNT-WORK TO FAS-FEE-TRANS-AMOUNT.
082500*
082600 2400-EXIT.
082700     EXIT.
082800*
082900*****************************************************************
083000*    2500-ASSESS-ITEM-CHARGE  --  ITEMS OVER THE FREE COUNT      *
083100*****************************************************************
083200*    THE ITEM CHARGE IS NOT WAIVED BY THE BALANCE.  THE ITEMS    *
083300*    COLUMN ON ITS REGISTER LINE IS THE NUMBER CHARGED.          *
083400 2500-ASSESS-ITEM-CHARGE.
083500*
083600     IF FAS-TAB-ITEM-CHARGE (FAS-FEE-SUB) = ZERO
083700             OR FAS-ACCOUNT-ITEMS
083800                 NOT > FAS-TAB-FREE-ITEMS (FAS-FEE-SUB)
083900         GO TO 2500-EXIT
084000     END-IF.
084100     COMPUTE FAS-EXCESS-ITEMS
084200             = FAS-ACCOUNT-ITEMS
084300             - FAS-TAB-FREE-ITEMS (FAS-FEE-SUB).
084400     COMPUTE FAS-FEE-AMOUNT-WORK
084500             = FAS-EXCESS-ITEMS
084600             * FAS-TAB-ITEM-CHARGE (FAS-FEE-SUB).
084700     ADD 1 TO FAS-ITEM-CHARGE-COUNT.
084800     ADD FAS-FEE-AMOUNT-WORK TO FAS-ITEM-CHARGE-AMOUNT.
084900     PERFORM 2400-WRITE-FEE THRU 2400-EXIT.
085000     MOVE SPACES TO FAS-DETAIL-LINE.
085100     MOVE BAL-ACCOUNT-NUMBER  TO FAS-DET-ACCOUNT.
085200     MOVE REF-ACCOUNT-TYPE    TO FAS-DET-TYPE.
085300     MOVE FAS-EXCESS-ITEMS    TO FAS-DET-ITEMS.
085400     MOVE 'ITEMS'             TO FAS-DET-ACTION.
085500     MOVE FAS-FEE-AMOUNT-WORK TO FAS-DET-AMOUNT.
085600     MOVE 'ITEMS OVER FREE COUNT' TO FAS-DET-REASON.
085700     WRITE FAS-DETAIL-LINE.
085800*
085900 2500-EXIT.
086000     EXIT.
086100*
086200*****************************************************************
086300*    2900-READ-MASTER  --  NEXT BALANCE MASTER RECORD            *
086400*****************************************************************
086500 2900-READ-MASTER.
086600*
086700     READ BALANCE-FILE
086800         AT END
086900             SET FAS-END-OF-MASTER TO TRUE
087000         NOT AT END
087100             ADD 1 TO FAS-ACCOUNTS-READ-COUNT
087200     END-READ.
087300*
087400 2900-EXIT.
087500     EXIT.
087600*
087700*****************************************************************
087800*    2950-READ-SNAPSHOT  --  NEXT SORTED SNAPSHOT                *
087900*****************************************************************
088000 2950-READ-SNAPSHOT.
088100*
088200     READ SNAPSHOT-FILE
088300         AT END
088400             SET FAS-END-OF-SNAPSHOTS TO TRUE
088500     END-READ.
088600*
088700 2950-EXIT.
088800     EXIT.
088900*
089000*****************************************************************
089100*    2970-READ-HISTORY  --  NEXT SORTED HISTORY ITEM             *
089200*****************************************************************
089300 2970-READ-HISTORY.
089400*
089500     READ HISTORY-FILE
089600         AT END
089700             SET FAS-END-OF-HISTORY TO TRUE
089800     END-READ.
089900*
090000 2970-EXIT.
090100     EXIT.
090200*
090300*****************************************************************
090400*    6000-DATE-TO-DAY-NUMBER  --  CALENDAR DAY NUMBER OF A DATE  *
090500*****************************************************************
090600*    COUNTS DAYS FROM A FIXED ORIGIN, YEARS STARTING IN MARCH SO *
090700*    THE LEAP DAY FALLS AT THE END.  THE DIFFERENCE BETWEEN TWO  *
090800*    DAY NUMBERS IS THE TRUE NUMBER OF CALENDAR DAYS BETWEEN.    *
090900 6000-DATE-TO-DAY-NUMBER.
091000*
091100     IF FAS-WORK-MONTH > 2
091200         MOVE FAS-WORK-YEAR TO FAS-CAL-YEAR
091300         COMPUTE FAS-CAL-MONTH = FAS-WORK-MONTH - 3
091400     ELSE
091500         COMPUTE FAS-CAL-YEAR = FAS-WORK-YEAR - 1
091600         COMPUTE FAS-CAL-MONTH = FAS-WORK-MONTH + 9
091700     END-IF.
091800     COMPUTE FAS-WORK-DAY-NUMBER
091900             = (FAS-CAL-YEAR * 365) + FAS-WORK-DAY.
092000     DIVIDE FAS-CAL-YEAR BY 4 GIVING FAS-CAL-QUOTIENT.
092100     ADD FAS-CAL-QUOTIENT TO FAS-WORK-DAY-NUMBER.
092200     DIVIDE FAS-CAL-YEAR BY 100 GIVING FAS-CAL-QUOTIENT.
092300     SUBTRACT FAS-CAL-QUOTIENT FROM FAS-WORK-DAY-NUMBER.
092400     DIVIDE FAS-CAL-YEAR BY 400 GIVING FAS-CAL-QUOTIENT.
092500     ADD FAS-CAL-QUOTIENT TO FAS-WORK-DAY-NUMBER.
092600     COMPUTE FAS-CAL-WORK = (153 * FAS-CAL-MONTH) + 2.
092700     DIVIDE FAS-CAL-WORK BY 5 GIVING FAS-CAL-QUOTIENT.
092800     ADD FAS-CAL-QUOTIENT TO FAS-WORK-DAY-NUMBER.
092900*
093000 6000-EXIT.
093100     EXIT.
093200*
093300*****************************************************************
093400*    8000-WRITE-REGISTER-TOTALS  --  END OF RUN FEE TOTALS       *
093500*****************************************************************
093600 8000-WRITE-REGISTER-TOTALS.
093700*
093800     MOVE SPACES TO RPT-HEADING-LINE.
093900     WRITE RPT-HEADING-LINE.
094000     MOVE 'FEE REGISTER TOTALS' TO RPT-HEADING-LINE.
094100     WRITE RPT-HEADING-LINE.
094200*
094300     MOVE SPACES TO RPT-COUNT-LINE.
094400     MOVE 'CALENDAR DAYS IN MONTH' TO RPT-CNT-LABEL.
094500     MOVE FAS-MONTH-DAYS TO RPT-CNT-VALUE.
094600     WRITE RPT-COUNT-LINE.
094700*
094800     MOVE SPACES TO RPT-COUNT-LINE.
094900     MOVE 'BALANCE ACCOUNTS ASSESSED' TO RPT-CNT-LABEL.
095000     MOVE FAS-ACCOUNTS-READ-COUNT TO RPT-CNT-VALUE.
095100     WRITE RPT-COUNT-LINE.
095200*
095300     MOVE SPACES TO RPT-COUNT-LINE.
095400     MOVE 'MONTHLY FEES CHARGED' TO RPT-CNT-LABEL.
095500     MOVE FAS-CHARGED-COUNT TO RPT-CNT-VALUE.
095600     WRITE RPT-COUNT-LINE.
095700     MOVE SPACES TO RPT-HASH-LINE.
095800     MOVE '  AMOUNT CHARGED' TO RPT-HSH-LABEL.
095900     MOVE FAS-CHARGED-AMOUNT TO RPT-HSH-VALUE.
096000     WRITE RPT-HASH-LINE.
096100*
096200     MOVE SPACES TO RPT-COUNT-LINE.
096300     MOVE 'MONTHLY FEES WAIVED' TO RPT-CNT-LABEL.
096400     MOVE FAS-WAIVED-COUNT TO RPT-CNT-VALUE.
096500     WRITE RPT-COUNT-LINE.
096600     MOVE SPACES TO RPT-HASH-LINE.
096700     MOVE '  AMOUNT WAIVED' TO RPT-HSH-LABEL.
096800     MOVE FAS-WAIVED-AMOUNT TO RPT-HSH-VALUE.
096900     WRITE RPT-HASH-LINE.
097000*
097100     MOVE SPACES TO RPT-COUNT-LINE.
097200     MOVE 'ACCOUNTS WITH NO MONTHLY FEE' TO RPT-CNT-LABEL.
097300     MOVE FAS-NO-FEE-COUNT TO RPT-CNT-VALUE.
097400     WRITE RPT-COUNT-LINE.
097500*
097600     MOVE SPACES TO RPT-COUNT-LINE.
097700     MOVE 'ITEM CHARGES' TO RPT-CNT-LABEL.
097800     MOVE FAS-ITEM-CHARGE-COUNT TO RPT-CNT-VALUE.
097900     WRITE RPT-COUNT-LINE.
098000     MOVE SPACES TO RPT-HASH-LINE.
098100     MOVE '  AMOUNT CHARGED FOR ITEMS' TO RPT-HSH-LABEL.
098200     MOVE FAS-ITEM-CHARGE-AMOUNT TO RPT-HSH-VALUE.
098300     WRITE RPT-HASH-LINE.
098400*
098500     MOVE SPACES TO RPT-COUNT-LINE.
098600     MOVE 'FEE TRANSACTIONS WRITTEN' TO RPT-CNT-LABEL.
098700     MOVE FAS-FEE-TRANS-COUNT TO RPT-CNT-VALUE.
098800     WRITE RPT-COUNT-LINE.
098900     MOVE SPACES TO RPT-HASH-LINE.
099000     MOVE '  AMOUNT WRITTEN' TO RPT-HSH-LABEL.
099100     MOVE FAS-FEE-TRANS-AMOUNT TO RPT-HSH-VALUE.
099200     WRITE RPT-HASH-LINE.
099300*
099400     MOVE SPACES TO RPT-COUNT-LINE.
099500     MOVE 'SNAPSHOTS USED' TO RPT-CNT-LABEL.
099600     MOVE FAS-SNAPS-USED-COUNT TO RPT-CNT-VALUE.
099700     WRITE RPT-COUNT-LINE.
099800*
099900     MOVE SPACES TO RPT-COUNT-LINE.
100000     MOVE 'SNAPSHOTS BYPASSED' TO RPT-CNT-LABEL.
100100     MOVE FAS-SNAPS-BYPASSED-COUNT TO RPT-CNT-VALUE.
100200     WRITE RPT-COUNT-LINE.
100300*
100400     MOVE SPACES TO RPT-COUNT-LINE.
100500     MOVE 'HISTORY ITEMS COUNTED' TO RPT-CNT-LABEL.
100600     MOVE FAS-ITEMS-COUNTED-COUNT TO RPT-CNT-VALUE.
100700     WRITE RPT-COUNT-LINE.
100800*
100900     MOVE SPACES TO RPT-COUNT-LINE.
101000     MOVE 'HISTORY ITEMS BYPASSED' TO RPT-CNT-LABEL.
101100     MOVE FAS-ITEMS-BYPASSED-COUNT TO RPT-CNT-VALUE.
101200     WRITE RPT-COUNT-LINE.
101300*
101400     MOVE 'CONCATENATE THE FEE FILE ONTO THE NEXT INFILE'
101500                                     TO RPT-HEADING-LINE.
101600     WRITE RPT-HEADING-LINE.
101700*
101800 8000-EXIT.
101900     EXIT.
102000*
102100*****************************************************************
102200*    8700-WRITE-RUN-TOTALS  --  FEE TOTALS FOR THE GATE          *
102300*****************************************************************
102400*    THE GATE PROVES ACCOUNTS ASSESSED = CHARGED + WAIVED + NO   *
102500*    FEE, AND FEE TRANSACTIONS WRITTEN = MONTHLY FEES CHARGED +  *
102600*    ITEM CHARGES, IN COUNT AND AMOUNT.                          *
102700 8700-WRITE-RUN-TOTALS.
102800*
102900     OPEN EXTEND RUN-TOTALS-FILE.
103000     MOVE 'FEEACCTS'             TO FAS-RTW-TOTAL-ID.
103100     MOVE FAS-ACCOUNTS-READ-COUNT TO FAS-RTW-COUNT.
103200     MOVE ZERO                   TO FAS-RTW-AMOUNT.
103300     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
103400     MOVE 'FEECHRGD'             TO FAS-RTW-TOTAL-ID.
103500     MOVE FAS-CHARGED-COUNT      TO FAS-RTW-COUNT.
103600     MOVE FAS-CHARGED-AMOUNT     TO FAS-RTW-AMOUNT.
103700     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
103800     MOVE 'FEEWAIVD'             TO FAS-RTW-TOTAL-ID.
103900     MOVE FAS-WAIVED-COUNT       TO FAS-RTW-COUNT.
104000     MOVE FAS-WAIVED-AMOUNT      TO FAS-RTW-AMOUNT.
104100     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
104200     MOVE 'FEENOFEE'             TO FAS-RTW-TOTAL-ID.
104300     MOVE FAS-NO-FEE-COUNT       TO FAS-RTW-COUNT.
104400     MOVE ZERO                   TO FAS-RTW-AMOUNT.
104500     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
104600     MOVE 'FEEITEMS'             TO FAS-RTW-TOTAL-ID.
104700     MOVE FAS-ITEM-CHARGE-COUNT  TO FAS-RTW-COUNT.
104800     MOVE FAS-ITEM-CHARGE-AMOUNT TO FAS-RTW-AMOUNT.
104900     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
105000     MOVE 'FEEWRITN'             TO FAS-RTW-TOTAL-ID.
105100     MOVE FAS-FEE-TRANS-COUNT    TO FAS-RTW-COUNT.
105200     MOVE FAS-FEE-TRANS-AMOUNT   TO FAS-RTW-AMOUNT.
105300     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
105400     CLOSE RUN-TOTALS-FILE.
105500*
105600 8700-EXIT.
105700     EXIT.
105800*
105900*****************************************************************
106000*    8750-WRITE-ONE-TOTAL  --  ONE RUN-TOTALS RECORD             *
106100*****************************************************************
106200 8750-WRITE-ONE-TOTAL.
106300*
106400     MOVE SPACES TO RUN-TOTALS-RECORD.
106500     MOVE 'A2FEEASM'     TO RUN-PROGRAM-ID.
106600     MOVE CTL-RUN-DATE   TO RUN-RUN-DATE.
106700     MOVE FAS-RTW-TOTAL-ID TO RUN-TOTAL-ID.
106800     MOVE FAS-RTW-COUNT  TO RUN-COUNT-VALUE.
106900     MOVE FAS-RTW-AMOUNT TO RUN-AMOUNT-VALUE.
107000     WRITE RUN-TOTALS-RECORD.
107100*
107200 8750-EXIT.
107300     EXIT.
107400*
107500*****************************************************************
107600*    9000-TERMINATE                                              *
107700*****************************************************************
107800 9000-TERMINATE.
107900*
108000     CLOSE BALANCE-FILE
108100           REFERENCE-FILE
108200           SNAPSHOT-FILE
108300           HISTORY-FILE
108400           FEE-FILE
108500           FEE-REGISTER.
108600     MOVE FAS-FEE-MONTH TO BDT-LAST-FEE-MONTH.
108700     REWRITE BUSINESS-DATE-RECORD.
108800     IF FAS-BDT-FILE-STATUS NOT = '00'
108900         DISPLAY 'A2FEEASM - BUSINESS DATE REWRITE FAILED '
109000                 'STATUS ' FAS-BDT-FILE-STATUS
109100         MOVE 16 TO RETURN-CODE
109200     END-IF.
109300     CLOSE BUSINESS-DATE-FILE.
109400*
109500 9000-EXIT.
109600     EXIT.
109700*
109800 END PROGRAM A2FEEASM.

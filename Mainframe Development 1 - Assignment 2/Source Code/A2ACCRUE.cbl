000900*                                                                *
001000*  A2ACCRUE  --  NIGHTLY INTEREST ACCRUAL PROGRAM                *
001100*                                                                *
001200*  READS THE BALANCE MASTER IN ACCOUNT ORDER AND ACCRUES        *
001300*  INTEREST FOR EVERY CALENDAR DAY SINCE THE LAST RUN ON EACH   *
001400*  POSITIVE CLOSING BALANCE, AT THE ANNUAL RATE THE RATE TABLE  *
001500*  CARRIES FOR THE ACCOUNT'S TYPE ON THE REFERENCE MASTER (360  *
001600*  DAY YEAR).  THE ACCRUED BALANCE PER ACCOUNT RIDES FORWARD    *
001700*  ON THE ACCRUAL MASTER GDG - CURRENT GENERATION IN, NEW       *
001750*  GENERATION OUT.                                              *
001800*                                                                *
001900*  ON A MONTH-END CYCLE (CONTROL CARD MODE 'M') THE ACCRUED     *
002000*  BALANCES ARE CAPITALIZED INSTEAD OF CARRIED - EACH ACCOUNT   *
003140*                    PREVIOUS ACCOUNT COULD CAPITALIZE A        *
003150*                    NON-ACCRUING ACCOUNT UNDER THE WRONG       *
003160*                    TRANSACTION CODE AT MONTH-END.             *
003170*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR   *
003180*                    THE AUTHORIZED OVERDRAFT LIMIT.            *
003182*  2026-10-08   RG   AS-OF DATE NOW TAKEN FROM THE BUSINESS     *
003184*                    DATE CONTROL FILE (THE LAST CLOSED DATE).  *
003186*                    EACH RUN ACCRUES EVERY CALENDAR DAY SINCE  *
003188*                    THE DATE LAST ACCRUED THROUGH, NOT ONE     *
003190*                    DAY, SO WEEKENDS AND HOLIDAYS EARN THEIR   *
003192*                    INTEREST; A DATE ALREADY ACCRUED IS        *
003194*                    REFUSED.                                   *
003200*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
008500         ASSIGN TO SYSIN
008600         ORGANIZATION IS SEQUENTIAL.
008700*
008710*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
008720*    AS-OF DATE AND THE DATE LAST ACCRUED THROUGH
008730     SELECT BUSINESS-DATE-FILE
008740         ASSIGN TO BDATFILE
008750         ORGANIZATION IS SEQUENTIAL
008760         FILE STATUS IS ACR-BDT-FILE-STATUS.
008770*
008800 DATA DIVISION.
008900 FILE SECTION.
009000*
009500     COPY BALREC.
009600*
009700 FD  REFERENCE-FILE
009800     RECORD CONTAINS 37 CHARACTERS.
009900*
010000     COPY REFMREC.
010100*
014200*
014300     COPY CTLCARD.
014400*
014410 FD  BUSINESS-DATE-FILE
014420     RECORDING MODE IS F
014430     RECORD CONTAINS 80 CHARACTERS.
014440*
014450     COPY BDATREC.
014460*
014500 WORKING-STORAGE SECTION.
014600*
014700 77  ACR-BAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
015800*
015900 77  ACR-BAL-FILE-STATUS            PIC X(02) VALUE SPACES.
016000 77  ACR-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
016010 77  ACR-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
016100*
016200 77  ACR-ACCOUNTS-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
016300 77  ACR-ACCOUNTS-ACCRUED-COUNT     PIC 9(09) COMP VALUE ZERO.
016600 77  ACR-ORPHAN-COUNT               PIC 9(09) COMP VALUE ZERO.
016700 77  ACR-CAP-TRANS-COUNT            PIC 9(09) COMP VALUE ZERO.
016800*
016900 77  ACR-RUN-ACCRUED-TOTAL          PIC S9(11)V99 COMP-3
017000                                              VALUE ZERO.
017100 77  ACR-TO-DATE-ACCRUED-TOTAL      PIC S9(11)V99 COMP-3
017200                                              VALUE ZERO.
017500*
017600 77  ACR-PRIOR-ACCRUED              PIC S9(11)V99 COMP-3
017700                                              VALUE ZERO.
017800 77  ACR-PERIOD-INTEREST            PIC S9(11)V99 COMP-3
017900                                              VALUE ZERO.
018000 77  ACR-NEW-ACCRUED                PIC S9(11)V99 COMP-3
018100                                              VALUE ZERO.
019400         10  ACR-TAB-TYPE            PIC X(01).
019500         10  ACR-TAB-RATE            PIC 9(02)V9(04) COMP-3.
019600         10  ACR-TAB-CAP-CODE        PIC 9(02).
019606*
019612*    CALENDAR DAY NUMBER WORK AREAS
019618 77  ACR-ACCRUAL-DAYS               PIC 9(05) COMP VALUE ZERO.
019624 77  ACR-AS-OF-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
019630 77  ACR-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
019636 77  ACR-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
019642 77  ACR-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
019648 77  ACR-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
019654 77  ACR-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
019660*
019666 01  ACR-WORK-DATE.
019672     05  ACR-WORK-YEAR               PIC 9(04).
019678     05  ACR-WORK-MONTH              PIC 9(02).
019684     05  ACR-WORK-DAY                PIC 9(02).
019700*
019800 PROCEDURE DIVISION.
019900*
021700 1000-INITIALIZE.
021800*
021900     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
021910     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
021920     PERFORM 1080-COUNT-ACCRUAL-DAYS THRU 1080-EXIT.
022000     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
022100     OPEN INPUT  BALANCE-FILE
022200                 REFERENCE-FILE
026000 1050-EXIT.
026100     EXIT.
026200*
026201*****************************************************************
026202*    1060-READ-BUSINESS-DATE  --  ACCRUE AS OF THE LAST CLOSED   *
026203*    BUSINESS DATE.  A DATE KEYED ON THE CONTROL CARD MUST AGREE *
026204*    WITH IT.  THE FILE STAYS OPEN - 9000 RECORDS THE DATE       *
026205*    ACCRUED THROUGH.                                            *
026206*****************************************************************
026207 1060-READ-BUSINESS-DATE.
026208*
026209     OPEN I-O BUSINESS-DATE-FILE.
026210     IF ACR-BDT-FILE-STATUS NOT = '00'
026211         DISPLAY 'A2ACCRUE - BUSINESS DATE FILE OPEN FAILED '
026212                 'STATUS ' ACR-BDT-FILE-STATUS
026213                 ' - RUN TERMINATED'
026214         MOVE 16 TO RETURN-CODE
026215         STOP RUN
026216     END-IF.
026217     READ BUSINESS-DATE-FILE
026218         AT END
026219             DISPLAY 'A2ACCRUE - BUSINESS DATE RECORD MISSING '
026220                     '- RUN TERMINATED'
026221             MOVE 16 TO RETURN-CODE
026222             STOP RUN
026223     END-READ.
026224     IF BDT-PRIOR-DATE NOT NUMERIC
026225             OR BDT-PRIOR-DATE = ZERO
026226         DISPLAY 'A2ACCRUE - BUSINESS DATE RECORD INVALID '
026227                 '- RUN TERMINATED'
026228         MOVE 16 TO RETURN-CODE
026229         STOP RUN
026230     END-IF.
026231     IF CTL-RUN-DATE-X NOT = SPACES
026232             AND CTL-RUN-DATE-X NOT = BDT-PRIOR-DATE
026233         DISPLAY 'A2ACCRUE - CONTROL CARD DATE ' CTL-RUN-DATE-X
026234                 ' DISAGREES WITH BUSINESS DATE '
026235                 BDT-PRIOR-DATE ' - RUN TERMINATED'
026236         MOVE 16 TO RETURN-CODE
026237         STOP RUN
026238     END-IF.
026239     MOVE BDT-PRIOR-DATE TO CTL-RUN-DATE.
026240*
026241 1060-EXIT.
026242     EXIT.
026243*
026244*****************************************************************
026245*    1080-COUNT-ACCRUAL-DAYS  --  CALENDAR DAYS SINCE LAST RUN   *
026246*****************************************************************
026247*    WEEKENDS AND HOLIDAYS HAVE NO RUN OF THEIR OWN, SO THE RUN  *
026248*    AFTER ONE ACCRUES EVERY CALENDAR DAY SINCE THE LAST DATE    *
026249*    ACCRUED THROUGH.  WITH NO PREVIOUS ACCRUAL ON RECORD THE    *
026250*    RUN ACCRUES ONE DAY.  A DATE ALREADY ACCRUED IS REFUSED     *
026251*    RATHER THAN PAID TWICE.                                     *
026252 1080-COUNT-ACCRUAL-DAYS.
026253*
026254     IF BDT-LAST-ACCRUAL-DATE NOT NUMERIC
026255             OR BDT-LAST-ACCRUAL-DATE = ZERO
026256         MOVE 1 TO ACR-ACCRUAL-DAYS
026257         GO TO 1080-EXIT
026258     END-IF.
026259     IF BDT-LAST-ACCRUAL-DATE NOT < BDT-PRIOR-DATE
026260         DISPLAY 'A2ACCRUE - INTEREST ALREADY ACCRUED THROUGH '
026261                 BDT-LAST-ACCRUAL-DATE ' - RUN TERMINATED'
026262         MOVE 16 TO RETURN-CODE
026263         STOP RUN
026264     END-IF.
026265     MOVE BDT-PRIOR-DATE TO ACR-WORK-DATE.
026266     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
026267     MOVE ACR-WORK-DAY-NUMBER TO ACR-AS-OF-DAY-NUMBER.
026268     MOVE BDT-LAST-ACCRUAL-DATE TO ACR-WORK-DATE.
026269     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
026270     COMPUTE ACR-ACCRUAL-DAYS
026271             = ACR-AS-OF-DAY-NUMBER - ACR-WORK-DAY-NUMBER.
026272*
026273 1080-EXIT.
026274     EXIT.
026275*
026300*****************************************************************
026400*    1300-LOAD-RATE-TABLE  --  LOAD THE RATE DEFINITIONS         *
026500*****************************************************************
033100         END-IF
033200         PERFORM 2950-READ-ACCRIN THRU 2950-EXIT
033300     END-IF.
033400     PERFORM 2100-ACCRUE-PERIOD THRU 2100-EXIT.
033500     COMPUTE ACR-NEW-ACCRUED
033600             = ACR-PRIOR-ACCRUED + ACR-PERIOD-INTEREST.
033700     IF ACR-NEW-ACCRUED NOT = ZERO
033800         IF CTL-MONTH-END-MODE
033900             PERFORM 2400-WRITE-CAPITALIZATION THRU 2400-EXIT
034800     EXIT.
034900*
035000*****************************************************************
035100*    2100-ACCRUE-PERIOD  --  INTEREST FOR THE ACCOUNT FOR EVERY  *
035110*    CALENDAR DAY SINCE THE LAST ACCRUAL                         *
035200*****************************************************************
035300*    NO REFERENCE RECORD, NO RATE FOR THE TYPE, OR A CLOSING     *
035400*    BALANCE AT OR BELOW ZERO ALL ACCRUE NOTHING - EACH FOR      *
035500*    ITS OWN COUNTED REASON.                                     *
035600 2100-ACCRUE-PERIOD.
035700*
035750*    CLEARED BEFORE THE EARLY EXITS SO A NON-ACCRUING ACCOUNT
035760*    NEVER INHERITS THE PREVIOUS ACCOUNT'S RATE OR CAP CODE.
035770     MOVE 'N' TO ACR-RATE-FOUND-SWITCH.
035800     MOVE ZERO TO ACR-PERIOD-INTEREST.
035900     IF BAL-CLOSING-BALANCE NOT > ZERO
036000         GO TO 2100-EXIT
036100     END-IF.
037000         ADD 1 TO ACR-NO-RATE-COUNT
037100         GO TO 2100-EXIT
037200     END-IF.
037300     COMPUTE ACR-PERIOD-INTEREST ROUNDED
037310             = BAL-CLOSING-BALANCE * ACR-RATE-WORK
037320             * ACR-ACCRUAL-DAYS / 360.
037500     IF ACR-PERIOD-INTEREST NOT = ZERO
037600         ADD 1 TO ACR-ACCOUNTS-ACCRUED-COUNT
037700         ADD ACR-PERIOD-INTEREST TO ACR-RUN-ACCRUED-TOTAL
037800     END-IF.
037900*
038000 2100-EXIT.
050200*****************************************************************
050300 8000-WRITE-RUN-TOTALS.
050400*
050410     MOVE SPACES TO RPT-COUNT-LINE.
050420     MOVE 'CALENDAR DAYS ACCRUED' TO RPT-CNT-LABEL.
050430     MOVE ACR-ACCRUAL-DAYS TO RPT-CNT-VALUE.
050440     WRITE RPT-COUNT-LINE.
050450*
050500     MOVE SPACES TO RPT-COUNT-LINE.
050600     MOVE 'BALANCE ACCOUNTS READ' TO RPT-CNT-LABEL.
050700     MOVE ACR-ACCOUNTS-READ-COUNT TO RPT-CNT-VALUE.
050800     WRITE RPT-COUNT-LINE.
050900*
051000     MOVE SPACES TO RPT-COUNT-LINE.
051100     MOVE 'ACCOUNTS ACCRUING THIS RUN' TO RPT-CNT-LABEL.
051200     MOVE ACR-ACCOUNTS-ACCRUED-COUNT TO RPT-CNT-VALUE.
051300     WRITE RPT-COUNT-LINE.
051400*
051500     MOVE SPACES TO RPT-HASH-LINE.
051600     MOVE 'INTEREST ACCRUED THIS RUN' TO RPT-HSH-LABEL.
051700     MOVE ACR-RUN-ACCRUED-TOTAL TO RPT-HSH-VALUE.
051800     WRITE RPT-HASH-LINE.
051900*
052000     MOVE SPACES TO RPT-HASH-LINE.
056000 8000-EXIT.
056100     EXIT.
056200*
056203*****************************************************************
056206*    6000-DATE-TO-DAY-NUMBER  --  CALENDAR DAY NUMBER OF A DATE  *
056209*****************************************************************
056212*    COUNTS DAYS FROM A FIXED ORIGIN, YEARS STARTING IN MARCH SO *
056215*    THE LEAP DAY FALLS AT THE END.  THE DIFFERENCE BETWEEN TWO  *
056218*    DAY NUMBERS IS THE TRUE NUMBER OF CALENDAR DAYS BETWEEN.    *
056221 6000-DATE-TO-DAY-NUMBER.
056224*
056227     IF ACR-WORK-MONTH > 2
056230         MOVE ACR-WORK-YEAR TO ACR-CAL-YEAR
056233         COMPUTE ACR-CAL-MONTH = ACR-WORK-MONTH - 3
056236     ELSE
056239         COMPUTE ACR-CAL-YEAR = ACR-WORK-YEAR - 1
056242         COMPUTE ACR-CAL-MONTH = ACR-WORK-MONTH + 9
056245     END-IF.
056248     COMPUTE ACR-WORK-DAY-NUMBER
056251             = (ACR-CAL-YEAR * 365) + ACR-WORK-DAY.
056254     DIVIDE ACR-CAL-YEAR BY 4 GIVING ACR-CAL-QUOTIENT.
056257     ADD ACR-CAL-QUOTIENT TO ACR-WORK-DAY-NUMBER.
056260     DIVIDE ACR-CAL-YEAR BY 100 GIVING ACR-CAL-QUOTIENT.
056263     SUBTRACT ACR-CAL-QUOTIENT FROM ACR-WORK-DAY-NUMBER.
056266     DIVIDE ACR-CAL-YEAR BY 400 GIVING ACR-CAL-QUOTIENT.
056269     ADD ACR-CAL-QUOTIENT TO ACR-WORK-DAY-NUMBER.
056272     COMPUTE ACR-CAL-WORK = (153 * ACR-CAL-MONTH) + 2.
056275     DIVIDE ACR-CAL-WORK BY 5 GIVING ACR-CAL-QUOTIENT.
056278     ADD ACR-CAL-QUOTIENT TO ACR-WORK-DAY-NUMBER.
056281*
056284 6000-EXIT.
056287     EXIT.
056290*
056300*****************************************************************
056400*    9000-TERMINATE                                              *
056500*****************************************************************
057100           ACCRUAL-OUT
057200           CAP-FILE
057300           ACCRUAL-REPORT.
057310     MOVE BDT-PRIOR-DATE TO BDT-LAST-ACCRUAL-DATE.
057320     REWRITE BUSINESS-DATE-RECORD.
057330     IF ACR-BDT-FILE-STATUS NOT = '00'
057340         DISPLAY 'A2ACCRUE - BUSINESS DATE REWRITE FAILED '
057350                 'STATUS ' ACR-BDT-FILE-STATUS
057360         MOVE 16 TO RETURN-CODE
057370     END-IF.
057380     CLOSE BUSINESS-DATE-FILE.
057400*
057500 9000-EXIT.
057600     EXIT.

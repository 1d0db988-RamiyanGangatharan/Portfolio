000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2DISPUT.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2DISPUT  --  CUSTOMER DISPUTE CASE PROGRAM                   *
001100*                                                                *
001200*  APPLIES THE DAY'S DISPUTE REQUEST CARDS (SEE DSPQREC) TO THE  *
001300*  DISPUTE CASE MASTER KSDS (SEE DSPCREC):                       *
001400*                                                                *
001500*    - AN OPEN CARD NAMES A POSTED ITEM BY ITS EXTRACT KEY AND   *
001600*      TRANSACTION DATE.  THE ITEM MUST BE ON THE HISTORY GDG,   *
001700*      MUST NOT HAVE BEEN RETURNED UNPAID (THE RETURNS GDG), MUST*
001800*      BE A CUSTOMER DEBIT, AND MUST NOT ALREADY CARRY A CASE.   *
001900*      THE CASE IS WRITTEN AND THE DISPUTED AMOUNT IS CREDITED   *
002000*      PROVISIONALLY UNDER THE DISPUTE CREDIT CODE.              *
002100*    - A FINAL CARD RESOLVES AN OPEN CASE IN THE CUSTOMER'S      *
002200*      FAVOUR - THE PROVISIONAL CREDIT STANDS.                   *
002300*    - A REVERSE CARD RESOLVES AN OPEN CASE AGAINST THE CUSTOMER *
002400*      - THE PROVISIONAL CREDIT IS DEBITED BACK UNDER THE        *
002500*      DISPUTE REVERSAL CODE.                                    *
002600*                                                                *
002700*  THE CREDITS AND REVERSALS ARE WRITTEN AS 29 BYTE DAILY-FEED   *
002800*  DETAILS DATED THE CURRENT BUSINESS DATE, FOR CONCATENATION    *
002900*  BEHIND THE DAILY FEED ON THE NEXT A2START INFILE.  THE RUN IS *
003000*  REFUSED ONCE THE CURRENT BUSINESS DATE HAS BEEN EXTRACTED.    *
003100*                                                                *
003200*  THE CARDS ARE TABLED FIRST SO THE HISTORY AND RETURNS FILES   *
003300*  ARE EACH READ ONCE, HOWEVER MANY CASES OPEN.                  *
003400*                                                                *
003500*  MODIFICATION HISTORY                                         *
003600*  ----------  ----  --------------------------------------     *
003700*  2026-10-12   RG   INITIAL VERSION.                            *
003800*                                                                *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*
004700*    REQUEST-FILE  --  SYSIN DISPUTE REQUEST CARDS
004800     SELECT REQUEST-FILE
004900         ASSIGN TO SYSIN
005000         ORGANIZATION IS SEQUENTIAL.
005100*
005200*    CASE-FILE  --  DISPUTE CASE MASTER
005300     SELECT CASE-FILE
005400         ASSIGN TO DSPFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS DCS-KEY
005800         FILE STATUS IS DSP-CAS-FILE-STATUS.
005900*
006000*    HISTORY-FILE  --  EVERY GENERATION OF THE EXTRACT HISTORY,
006100*    TO PROVE THE DISPUTED ITEM POSTED
006200     SELECT HISTORY-FILE
006300         ASSIGN TO HISTFILE
006400         ORGANIZATION IS SEQUENTIAL.
006500*
006600*    RETURNS-FILE  --  EVERY GENERATION OF THE RETURNED ITEMS,
006700*    WHICH STAY ON THE HISTORY BUT NEVER POSTED
006800     SELECT RETURNS-FILE
006900         ASSIGN TO RTNFILE
007000         ORGANIZATION IS SEQUENTIAL.
007100*
007200*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD
007300     SELECT BUSINESS-DATE-FILE
007400         ASSIGN TO BDATFILE
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS DSP-BDT-FILE-STATUS.
007700*
007800*    CREDIT-FEED  --  PROVISIONAL CREDITS AND REVERSALS IN
007900*    DAILY-FEED FORMAT, FOR THE NEXT INFILE CONCATENATION
008000     SELECT CREDIT-FEED
008100         ASSIGN TO DSPFEED
008200         ORGANIZATION IS SEQUENTIAL.
008300*
008400*    CASE-REPORT  --  ONE LINE PER CARD, AND RUN TOTALS
008500     SELECT CASE-REPORT
008600         ASSIGN TO RPTFILE
008700         ORGANIZATION IS SEQUENTIAL.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100*
009200 FD  REQUEST-FILE
009300     RECORDING MODE IS F
009400     DATA RECORD IS DISPUTE-REQUEST-RECORD
009500     RECORD CONTAINS 80 CHARACTERS.
009600*
009700     COPY DSPQREC.
009800*
009900 FD  CASE-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100*
010200     COPY DSPCREC.
010300*
010400 FD  HISTORY-FILE
010500     RECORDING MODE IS F
010600     DATA RECORD IS OUTPUT-LINE
010700     RECORD CONTAINS 91 CHARACTERS.
010800*
010900     COPY OUTPTREC.
011000*
011100 FD  RETURNS-FILE
011200     RECORDING MODE IS F
011300     DATA RECORD IS RETURNED-ITEM-RECORD
011400     RECORD CONTAINS 120 CHARACTERS.
011500*
011600     COPY RTNIREC.
011700*
011800 FD  BUSINESS-DATE-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 80 CHARACTERS.
012100*
012200     COPY BDATREC.
012300*
012400 FD  CREDIT-FEED
012500     RECORDING MODE IS F
012600     DATA RECORD IS INPUT-LINE
012700     RECORD CONTAINS 29 CHARACTERS.
012800*
012900     COPY INPTREC.
013000*
013100 FD  CASE-REPORT
013200     RECORDING MODE IS F
013300     RECORD CONTAINS 80 CHARACTERS.
013400*
013500     COPY RPTLINE.
013600*
013700 01  DSP-DETAIL-LINE.
013800     05  DSP-DET-TAG                 PIC X(08).
013900     05  FILLER                      PIC X(01).
014000     05  DSP-DET-ACCOUNT             PIC X(07).
014100     05  DSP-DET-SLASH               PIC X(01).
014200     05  DSP-DET-SEQUENCE            PIC X(09).
014300     05  FILLER                      PIC X(01).
014400     05  DSP-DET-DATE                PIC X(08).
014500     05  FILLER                      PIC X(01).
014600     05  DSP-DET-REASON              PIC X(02).
014700     05  FILLER                      PIC X(01).
014800     05  DSP-DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
014900     05  FILLER                      PIC X(01).
015000     05  DSP-DET-TEXT                PIC X(26).
015100*
015200 WORKING-STORAGE SECTION.
015300*
015400 77  DSP-REQUEST-EOF-SWITCH         PIC X(01) VALUE 'N'.
015500     88  DSP-END-OF-REQUESTS                VALUE 'Y'.
015600 77  DSP-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
015700     88  DSP-END-OF-HISTORY                 VALUE 'Y'.
015800 77  DSP-RETURNS-EOF-SWITCH         PIC X(01) VALUE 'N'.
015900     88  DSP-END-OF-RETURNS                 VALUE 'Y'.
016000*
016100 77  DSP-RECORD-SWITCH              PIC X(01) VALUE 'Y'.
016200     88  DSP-RECORD-IS-VALID                VALUE 'Y'.
016300     88  DSP-RECORD-IS-INVALID              VALUE 'N'.
016400*
016500 77  DSP-CAS-FILE-STATUS            PIC X(02) VALUE SPACES.
016600 77  DSP-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
016700*
016800 77  DSP-CARDS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
016900 77  DSP-OPEN-CARD-COUNT            PIC 9(09) COMP VALUE ZERO.
017000 77  DSP-HISTORY-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
017100 77  DSP-RETURNS-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
017200 77  DSP-CASES-OPENED-COUNT         PIC 9(09) COMP VALUE ZERO.
017300 77  DSP-CASES-FINAL-COUNT          PIC 9(09) COMP VALUE ZERO.
017400 77  DSP-CASES-REVERSED-COUNT       PIC 9(09) COMP VALUE ZERO.
017500 77  DSP-CARDS-REFUSED-COUNT        PIC 9(09) COMP VALUE ZERO.
017600 77  DSP-CREDIT-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3
017700                                                 VALUE ZERO.
017800 77  DSP-REVERSAL-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3
017900                                                 VALUE ZERO.
018000*
018100 77  DSP-REFUSAL-TEXT               PIC X(26) VALUE SPACES.
018200 77  DSP-RUN-DATE                   PIC 9(08) VALUE ZERO.
018300 77  DSP-ITEM-AMOUNT                PIC 9(9)V99 VALUE ZERO.
018400 77  DSP-FEED-AMOUNT                PIC 9(9)V99 VALUE ZERO.
018500 77  DSP-FEED-CODE                  PIC 9(02) VALUE ZERO.
018600*
018700*    THE DEDICATED DISPUTE CODES ON THE TRANSACTION CODE TABLE -
018800*    THE PROVISIONAL CREDIT (A CREDIT) AND ITS REVERSAL (A
018900*    FORCE-POSTED DEBIT).
019000 77  DSP-PROV-CREDIT-CODE           PIC 9(02) VALUE 93.
019100 77  DSP-REVERSAL-CODE              PIC 9(02) VALUE 94.
019200*
019300*    THE REQUEST CARDS, TABLED AT INITIALIZATION.  AN OPEN CARD
019400*    PICKS UP THE ORIGINAL ITEM'S CODE, AMOUNT AND DEBIT/CREDIT
019500*    INDICATOR FROM THE HISTORY, AND IS MARKED IF THE ITEM WAS
019600*    RETURNED UNPAID.
019700 77  DSP-CARD-COUNT                 PIC 9(05) COMP VALUE ZERO.
019800 77  DSP-CARD-SUB                   PIC 9(05) COMP VALUE ZERO.
019900 77  DSP-CARD-MAX                   PIC 9(05) COMP VALUE 500.
020000*
020100 01  DSP-CARD-TABLE.
020200     05  DSP-CARD-ENTRY OCCURS 500 TIMES.
020300         10  DSP-CARD-IMAGE          PIC X(80).
020400         10  DSP-CARD-FOUND-FLAG     PIC X(01).
020500             88  DSP-CARD-FOUND              VALUE 'Y'.
020600         10  DSP-CARD-RETURNED-FLAG  PIC X(01).
020700             88  DSP-CARD-RETURNED           VALUE 'Y'.
020800         10  DSP-CARD-CODE           PIC 9(02).
020900         10  DSP-CARD-DC-IND         PIC X(01).
021000         10  DSP-CARD-AMOUNT         PIC S9(9)V99 COMP-3.
021100*
021200*    FIELD VIEW OF ONE TABLED CARD - SAME LAYOUT AS DSPQREC.
021300 01  DSP-REQ-WORK.
021400     05  DSP-REQ-ACTION              PIC X(01).
021500         88  DSP-REQ-OPEN                    VALUE 'O'.
021600         88  DSP-REQ-FINAL                   VALUE 'F'.
021700         88  DSP-REQ-REVERSE                 VALUE 'R'.
021800         88  DSP-REQ-VALID                   VALUES 'O' 'F' 'R'.
021900     05  DSP-REQ-KEY.
022000         10  DSP-REQ-ACCOUNT         PIC 9(07).
022100         10  DSP-REQ-SEQUENCE        PIC 9(09).
022200         10  DSP-REQ-DATE            PIC 9(08).
022300     05  DSP-REQ-REASON              PIC X(02).
022400         88  DSP-REQ-REASON-VALID            VALUES 'UA' 'DP' 'NR'
022500                                                    'IA' 'OT'.
022600     05  DSP-REQ-AMOUNT-X            PIC X(11).
022700     05  DSP-REQ-AMOUNT REDEFINES DSP-REQ-AMOUNT-X
022800                                     PIC 9(9)V99.
022900     05  FILLER                      PIC X(42).
023000*
023100*    THE KEY OF THE HISTORY OR RETURNED ITEM BEING MATCHED, IN
023200*    THE SAME SHAPE AS THE CARD'S.
023300 01  DSP-MATCH-KEY.
023400     05  DSP-MTK-ACCOUNT             PIC 9(07).
023500     05  DSP-MTK-SEQUENCE            PIC 9(09).
023600     05  DSP-MTK-DATE                PIC 9(08).
023700*
023800 PROCEDURE DIVISION.
023900*
024000*****************************************************************
024100*    0000-MAINLINE                                               *
024200*****************************************************************
024300 0000-MAINLINE.
024400*
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
024700         VARYING DSP-CARD-SUB FROM 1 BY 1
024800         UNTIL DSP-CARD-SUB > DSP-CARD-COUNT.
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
025900     OPEN INPUT REQUEST-FILE.
026000     PERFORM 1100-TABLE-ONE-CARD THRU 1100-EXIT
026100         UNTIL DSP-END-OF-REQUESTS.
026200     CLOSE REQUEST-FILE.
026300     IF DSP-OPEN-CARD-COUNT > ZERO
026400         PERFORM 1200-MATCH-HISTORY THRU 1200-EXIT
026500         PERFORM 1300-MATCH-RETURNS THRU 1300-EXIT
026600     END-IF.
026700     OPEN I-O    CASE-FILE
026800          OUTPUT CREDIT-FEED
026900                 CASE-REPORT.
027000     IF DSP-CAS-FILE-STATUS NOT = '00'
027100         DISPLAY 'A2DISPUT - CASE-FILE OPEN FAILED STATUS '
027200                 DSP-CAS-FILE-STATUS ' - RUN TERMINATED'
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
027700*
027800 1000-EXIT.
027900     EXIT.
028000*
028100*****************************************************************
028200*    1060-READ-BUSINESS-DATE  --  CREDIT AS OF THE CURRENT       *
028300*    BUSINESS DATE, WHICH MUST NOT YET BE EXTRACTED              *
028400*****************************************************************
028500 1060-READ-BUSINESS-DATE.
028600*
028700     OPEN INPUT BUSINESS-DATE-FILE.
028800     IF DSP-BDT-FILE-STATUS NOT = '00'
028900         DISPLAY 'A2DISPUT - BUSINESS DATE FILE OPEN FAILED '
029000                 'STATUS ' DSP-BDT-FILE-STATUS
029100                 ' - RUN TERMINATED'
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     READ BUSINESS-DATE-FILE
029600         AT END
029700             DISPLAY 'A2DISPUT - BUSINESS DATE RECORD MISSING '
029800                     '- RUN TERMINATED'
029900             MOVE 16 TO RETURN-CODE
030000             STOP RUN
030100     END-READ.
030200     CLOSE BUSINESS-DATE-FILE.
030300     IF BDT-CURRENT-DATE NOT NUMERIC
030400             OR BDT-CURRENT-DATE = ZERO
030500         DISPLAY 'A2DISPUT - BUSINESS DATE RECORD INVALID '
030600                 '- RUN TERMINATED'
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     IF BDT-LAST-EXTRACT-DATE = BDT-CURRENT-DATE
031100         DISPLAY 'A2DISPUT - BUSINESS DATE ' BDT-CURRENT-DATE
031200                 ' ALREADY EXTRACTED - RUN AFTER THE DATE ROLL '
031300                 '- RUN TERMINATED'
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     MOVE BDT-CURRENT-DATE TO DSP-RUN-DATE.
031800*
031900 1060-EXIT.
032000     EXIT.
032100*
032200*****************************************************************
032300*    1100-TABLE-ONE-CARD  --  READ AND TABLE ONE REQUEST CARD    *
032400*****************************************************************
032500*    A DECK TOO BIG FOR THE TABLE IS REFUSED WHOLE RATHER THAN   *
032600*    PART APPLIED - SPLIT IT ACROSS RUNS.                        *
032700 1100-TABLE-ONE-CARD.
032800*
032900     READ REQUEST-FILE
033000         AT END
033100             SET DSP-END-OF-REQUESTS TO TRUE
033200             GO TO 1100-EXIT
033300     END-READ.
033400     ADD 1 TO DSP-CARDS-READ-COUNT.
033500     IF DSP-CARD-COUNT >= DSP-CARD-MAX
033600         DISPLAY 'A2DISPUT - MORE THAN ' DSP-CARD-MAX
033700                 ' REQUEST CARDS - RUN TERMINATED'
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     ADD 1 TO DSP-CARD-COUNT.
034200     MOVE DISPUTE-REQUEST-RECORD
034300                             TO DSP-CARD-IMAGE (DSP-CARD-COUNT).
034400     MOVE 'N' TO DSP-CARD-FOUND-FLAG (DSP-CARD-COUNT)
034500                 DSP-CARD-RETURNED-FLAG (DSP-CARD-COUNT).
034600     MOVE ZERO TO DSP-CARD-CODE (DSP-CARD-COUNT)
034700                  DSP-CARD-AMOUNT (DSP-CARD-COUNT).
034800     MOVE SPACES TO DSP-CARD-DC-IND (DSP-CARD-COUNT).
034900     IF DRQ-ACTION-OPEN
035000         ADD 1 TO DSP-OPEN-CARD-COUNT
035100     END-IF.
035200*
035300 1100-EXIT.
035400     EXIT.
035500*
035600*****************************************************************
035700*    1200-MATCH-HISTORY  --  FIND EACH DISPUTED ITEM ON THE      *
035800*    HISTORY                                                     *
035900*****************************************************************
036000 1200-MATCH-HISTORY.
036100*
036200     OPEN INPUT HISTORY-FILE.
036300     PERFORM 1250-MATCH-ONE-HISTORY THRU 1250-EXIT
036400         UNTIL DSP-END-OF-HISTORY.
036500     CLOSE HISTORY-FILE.
036600*
036700 1200-EXIT.
036800     EXIT.
036900*
037000*****************************************************************
037100*    1250-MATCH-ONE-HISTORY  --  ONE HISTORY RECORD AGAINST THE  *
037200*    OPEN CARDS                                                  *
037300*****************************************************************
037400 1250-MATCH-ONE-HISTORY.
037500*
037600     READ HISTORY-FILE
037700         AT END
037800             SET DSP-END-OF-HISTORY TO TRUE
037900             GO TO 1250-EXIT
038000     END-READ.
038100     ADD 1 TO DSP-HISTORY-READ-COUNT.
038200     MOVE OUT-ACCOUNT-NUMBER   TO DSP-MTK-ACCOUNT.
038300     MOVE OUT-SEQUENCE-NUMBER  TO DSP-MTK-SEQUENCE.
038400     MOVE OUT-TRANSACTION-DATE TO DSP-MTK-DATE.
038500     PERFORM 1260-MATCH-HISTORY-CARD THRU 1260-EXIT
038600         VARYING DSP-CARD-SUB FROM 1 BY 1
038700         UNTIL DSP-CARD-SUB > DSP-CARD-COUNT.
038800*
038900 1250-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300*    1260-MATCH-HISTORY-CARD  --  IS THIS THE ITEM A CARD NAMES  *
039400*****************************************************************
039500 1260-MATCH-HISTORY-CARD.
039600*
039700     IF DSP-CARD-IMAGE (DSP-CARD-SUB) (1:1) NOT = 'O'
039800             OR DSP-CARD-IMAGE (DSP-CARD-SUB) (2:24)
039900                                     NOT = DSP-MATCH-KEY
040000         GO TO 1260-EXIT
040100     END-IF.
040200     MOVE 'Y' TO DSP-CARD-FOUND-FLAG (DSP-CARD-SUB).
040300     MOVE OUT-TRANSACTION-CODE TO DSP-CARD-CODE (DSP-CARD-SUB).
040400     MOVE OUT-DEBIT-CREDIT-IND TO DSP-CARD-DC-IND (DSP-CARD-SUB).
040500     IF OUT-TRANSACTION-AMOUNT IS NUMERIC
040600         MOVE OUT-TRANSACTION-AMOUNT
040700                                 TO DSP-CARD-AMOUNT (DSP-CARD-SUB)
040800     END-IF.
040900*
041000 1260-EXIT.
041100     EXIT.
041200*
041300*****************************************************************
041400*    1300-MATCH-RETURNS  --  MARK ITEMS RETURNED UNPAID          *
041500*****************************************************************
041600 1300-MATCH-RETURNS.
041700*
041800     OPEN INPUT RETURNS-FILE.
041900     PERFORM 1350-MATCH-ONE-RETURN THRU 1350-EXIT
042000         UNTIL DSP-END-OF-RETURNS.
042100     CLOSE RETURNS-FILE.
042200*
042300 1300-EXIT.
042400     EXIT.
042500*
042600*****************************************************************
042700*    1350-MATCH-ONE-RETURN  --  ONE RETURNED ITEM AGAINST THE    *
042800*    OPEN CARDS                                                  *
042900*****************************************************************
043000 1350-MATCH-ONE-RETURN.
043100*
043200     READ RETURNS-FILE
043300         AT END
043400             SET DSP-END-OF-RETURNS TO TRUE
043500             GO TO 1350-EXIT
043600     END-READ.
043700     ADD 1 TO DSP-RETURNS-READ-COUNT.
043800     MOVE RTN-ACCOUNT-NUMBER   TO DSP-MTK-ACCOUNT.
043900     MOVE RTN-SEQUENCE-NUMBER  TO DSP-MTK-SEQUENCE.
044000     MOVE RTN-TRANSACTION-DATE TO DSP-MTK-DATE.
044100     PERFORM 1360-MATCH-RETURN-CARD THRU 1360-EXIT
044200         VARYING DSP-CARD-SUB FROM 1 BY 1
044300         UNTIL DSP-CARD-SUB > DSP-CARD-COUNT.
044400*
044500 1350-EXIT.
044600     EXIT.
044700*
044800*****************************************************************
044900*    1360-MATCH-RETURN-CARD  --  DOES A CARD NAME THIS ITEM      *
045000*****************************************************************
045100 1360-MATCH-RETURN-CARD.
045200*
045300     IF DSP-CARD-IMAGE (DSP-CARD-SUB) (1:1) = 'O'
045400             AND DSP-CARD-IMAGE (DSP-CARD-SUB) (2:24)
045500                                     = DSP-MATCH-KEY
045600         MOVE 'Y' TO DSP-CARD-RETURNED-FLAG (DSP-CARD-SUB)
045700     END-IF.
045800*
045900 1360-EXIT.
046000     EXIT.
046100*
046200*****************************************************************
046300*    2000-PROCESS-CARD  --  EDIT AND APPLY ONE TABLED CARD       *
046400*****************************************************************
046500 2000-PROCESS-CARD.
046600*
046700     MOVE DSP-CARD-IMAGE (DSP-CARD-SUB) TO DSP-REQ-WORK.
046800     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
046900     IF DSP-RECORD-IS-VALID
047000         EVALUATE TRUE
047100             WHEN DSP-REQ-OPEN
047200                 PERFORM 2200-OPEN-CASE THRU 2200-EXIT
047300             WHEN DSP-REQ-FINAL
047400             WHEN DSP-REQ-REVERSE
047500                 PERFORM 2400-RESOLVE-CASE THRU 2400-EXIT
047600         END-EVALUATE
047700     END-IF.
047800     IF DSP-RECORD-IS-INVALID
047900         PERFORM 2700-REPORT-REFUSAL THRU 2700-EXIT
048000     END-IF.
048100*
048200 2000-EXIT.
048300     EXIT.
048400*
048500*****************************************************************
048600*    2100-EDIT-CARD  --  FIELD EDITS ON THE CARD ITSELF          *
048700*****************************************************************
048800 2100-EDIT-CARD.
048900*
049000     SET DSP-RECORD-IS-VALID TO TRUE.
049100     MOVE SPACES TO DSP-REFUSAL-TEXT.
049200     IF NOT DSP-REQ-VALID
049300         SET DSP-RECORD-IS-INVALID TO TRUE
049400         MOVE 'INVALID ACTION CODE' TO DSP-REFUSAL-TEXT
049500         GO TO 2100-EXIT
049600     END-IF.
049700     IF DSP-REQ-ACCOUNT NOT NUMERIC
049800             OR DSP-REQ-ACCOUNT = ZERO
049900             OR DSP-REQ-SEQUENCE NOT NUMERIC
050000             OR DSP-REQ-SEQUENCE = ZERO
050100             OR DSP-REQ-DATE NOT NUMERIC
050200             OR DSP-REQ-DATE = ZERO
050300         SET DSP-RECORD-IS-INVALID TO TRUE
050400         MOVE 'INVALID ITEM KEY' TO DSP-REFUSAL-TEXT
050500         GO TO 2100-EXIT
050600     END-IF.
050700     IF NOT DSP-REQ-OPEN
050800         GO TO 2100-EXIT
050900     END-IF.
051000     IF NOT DSP-REQ-REASON-VALID
051100         SET DSP-RECORD-IS-INVALID TO TRUE
051200         MOVE 'INVALID REASON CODE' TO DSP-REFUSAL-TEXT
051300         GO TO 2100-EXIT
051400     END-IF.
051500     IF DSP-REQ-AMOUNT-X NOT = SPACES
051600         IF DSP-REQ-AMOUNT NOT NUMERIC
051700                 OR DSP-REQ-AMOUNT = ZERO
051800             SET DSP-RECORD-IS-INVALID TO TRUE
051900             MOVE 'INVALID DISPUTED AMOUNT' TO DSP-REFUSAL-TEXT
052000         END-IF
052100     END-IF.
052200*
052300 2100-EXIT.
052400     EXIT.
052500*
052600*****************************************************************
052700*    2200-OPEN-CASE  --  OPEN A CASE AND CREDIT PROVISIONALLY    *
052800*****************************************************************
052900*    THE ALREADY-UNDER-DISPUTE EDIT RIDES ON THE WRITE ITSELF -  *
053000*    A STATUS 22 MEANS THE ITEM ALREADY CARRIES A CASE, OPEN OR  *
053100*    RESOLVED.                                                   *
053200 2200-OPEN-CASE.
053300*
053400     IF NOT DSP-CARD-FOUND (DSP-CARD-SUB)
053500         SET DSP-RECORD-IS-INVALID TO TRUE
053600         MOVE 'ITEM NOT ON HISTORY' TO DSP-REFUSAL-TEXT
053700         GO TO 2200-EXIT
053800     END-IF.
053900     IF DSP-CARD-RETURNED (DSP-CARD-SUB)
054000         SET DSP-RECORD-IS-INVALID TO TRUE
054100         MOVE 'ITEM RETURNED UNPAID' TO DSP-REFUSAL-TEXT
054200         GO TO 2200-EXIT
054300     END-IF.
054400     IF DSP-CARD-DC-IND (DSP-CARD-SUB) NOT = 'D'
054500         SET DSP-RECORD-IS-INVALID TO TRUE
054600         MOVE 'ITEM IS NOT A DEBIT' TO DSP-REFUSAL-TEXT
054700         GO TO 2200-EXIT
054800     END-IF.
054900     IF DSP-CARD-CODE (DSP-CARD-SUB) = 91
055000             OR DSP-CARD-CODE (DSP-CARD-SUB) = DSP-REVERSAL-CODE
055100         SET DSP-RECORD-IS-INVALID TO TRUE
055200         MOVE 'ITEM CODE NOT DISPUTABLE' TO DSP-REFUSAL-TEXT
055300         GO TO 2200-EXIT
055400     END-IF.
055500     IF DSP-CARD-AMOUNT (DSP-CARD-SUB) < ZERO
055600         COMPUTE DSP-ITEM-AMOUNT
055700                 = DSP-CARD-AMOUNT (DSP-CARD-SUB) * -1
055800     ELSE
055900         MOVE DSP-CARD-AMOUNT (DSP-CARD-SUB) TO DSP-ITEM-AMOUNT
056000     END-IF.
056100     IF DSP-REQ-AMOUNT-X = SPACES
056200         MOVE DSP-ITEM-AMOUNT TO DSP-FEED-AMOUNT
056300     ELSE
056400         MOVE DSP-REQ-AMOUNT TO DSP-FEED-AMOUNT
056500     END-IF.
056600     IF DSP-FEED-AMOUNT > DSP-ITEM-AMOUNT
056700             OR DSP-FEED-AMOUNT = ZERO
056800         SET DSP-RECORD-IS-INVALID TO TRUE
056900         MOVE 'AMOUNT OVER ORIGINAL ITEM' TO DSP-REFUSAL-TEXT
057000         GO TO 2200-EXIT
057100     END-IF.
057200*
057300     MOVE SPACES TO DISPUTE-CASE-RECORD.
057400     MOVE DSP-REQ-ACCOUNT  TO DCS-ACCOUNT-NUMBER.
057500     MOVE DSP-REQ-SEQUENCE TO DCS-SEQUENCE-NUMBER.
057600     MOVE DSP-REQ-DATE     TO DCS-TRANSACTION-DATE.
057700     MOVE DSP-CARD-CODE (DSP-CARD-SUB) TO DCS-TRANSACTION-CODE.
057800     MOVE DSP-ITEM-AMOUNT  TO DCS-ORIGINAL-AMOUNT.
057900     MOVE DSP-FEED-AMOUNT  TO DCS-DISPUTED-AMOUNT.
058000     MOVE DSP-REQ-REASON   TO DCS-REASON-CODE.
058100     MOVE DSP-RUN-DATE     TO DCS-OPENED-DATE.
058200     MOVE ZERO             TO DCS-RESOLVED-DATE.
058300     MOVE 'O'              TO DCS-STATUS.
058400     WRITE DISPUTE-CASE-RECORD
058500         INVALID KEY
058600             SET DSP-RECORD-IS-INVALID TO TRUE
058700             IF DSP-CAS-FILE-STATUS = '22'
058800                 MOVE 'ITEM ALREADY UNDER DISPUTE'
058900                                     TO DSP-REFUSAL-TEXT
059000             ELSE
059100                 MOVE 'CASE WRITE FAILED' TO DSP-REFUSAL-TEXT
059200                 DISPLAY 'A2DISPUT - CASE-FILE WRITE FAILED '
059300                         'STATUS ' DSP-CAS-FILE-STATUS
059400             END-IF
059500             GO TO 2200-EXIT
059600     END-WRITE.
059700*
059800     MOVE DSP-PROV-CREDIT-CODE TO DSP-FEED-CODE.
059900     PERFORM 2500-WRITE-FEED-RECORD THRU 2500-EXIT.
060000     ADD 1 TO DSP-CASES-OPENED-COUNT.
060100     ADD DSP-FEED-AMOUNT TO DSP-CREDIT-AMOUNT-TOTAL.
060200     MOVE 'OPENED' TO DSP-DET-TAG.
060300     MOVE 'PROVISIONAL CREDIT' TO DSP-DET-TEXT.
060400     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
060500*
060600 2200-EXIT.
060700     EXIT.
060800*
060900*****************************************************************
061000*    2400-RESOLVE-CASE  --  MAKE FINAL, OR REVERSE, A CREDIT     *
061100*****************************************************************
061200 2400-RESOLVE-CASE.
061300*
061400     MOVE DSP-REQ-KEY TO DCS-KEY.
061500     READ CASE-FILE
061600         INVALID KEY
061700             SET DSP-RECORD-IS-INVALID TO TRUE
061800             MOVE 'NO CASE FOR THIS ITEM' TO DSP-REFUSAL-TEXT
061900             GO TO 2400-EXIT
062000     END-READ.
062100     IF NOT DCS-STATUS-OPEN
062200         SET DSP-RECORD-IS-INVALID TO TRUE
062300         MOVE 'CASE ALREADY RESOLVED' TO DSP-REFUSAL-TEXT
062400         GO TO 2400-EXIT
062500     END-IF.
062600     MOVE DSP-RUN-DATE TO DCS-RESOLVED-DATE.
062700     IF DSP-REQ-FINAL
062800         MOVE 'F' TO DCS-STATUS
062900     ELSE
063000         MOVE 'R' TO DCS-STATUS
063100     END-IF.
063200     REWRITE DISPUTE-CASE-RECORD
063300         INVALID KEY
063400             SET DSP-RECORD-IS-INVALID TO TRUE
063500             MOVE 'CASE REWRITE FAILED' TO DSP-REFUSAL-TEXT
063600             DISPLAY 'A2DISPUT - CASE-FILE REWRITE FAILED '
063700                     'STATUS ' DSP-CAS-FILE-STATUS
063800             GO TO 2400-EXIT
063900     END-REWRITE.
064000*
064100     MOVE DCS-DISPUTED-AMOUNT TO DSP-FEED-AMOUNT.
064200     IF DSP-REQ-FINAL
064300         ADD 1 TO DSP-CASES-FINAL-COUNT
064400         MOVE 'FINAL' TO DSP-DET-TAG
064500         MOVE 'CREDIT MADE FINAL' TO DSP-DET-TEXT
064600     ELSE
064700         MOVE DSP-REVERSAL-CODE TO DSP-FEED-CODE
064800         PERFORM 2500-WRITE-FEED-RECORD THRU 2500-EXIT
064900         ADD 1 TO DSP-CASES-REVERSED-COUNT
065000         ADD DSP-FEED-AMOUNT TO DSP-REVERSAL-AMOUNT-TOTAL
065100         MOVE 'REVERSED' TO DSP-DET-TAG
065200         MOVE 'PROVISIONAL CREDIT REVERSED' TO DSP-DET-TEXT
065300     END-IF.
065400     MOVE DCS-REASON-CODE TO DSP-REQ-REASON.
065500     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
065600*
065700 2400-EXIT.
065800     EXIT.
065900*
066000*****************************************************************
066100*    2500-WRITE-FEED-RECORD  --  ONE CREDIT OR REVERSAL FOR THE  *
066200*    NEXT FEED                                                   *
066300*****************************************************************
066400*    AN ORDINARY DETAIL DATED THE BUSINESS DATE - IT POSTS       *
066500*    THROUGH THE NORMAL EDIT AND AUDIT PATH.                     *
066600 2500-WRITE-FEED-RECORD.
066700*
066800     MOVE DSP-REQ-ACCOUNT TO IN-ACCOUNT-NUMBER.
066900     MOVE DSP-RUN-DATE    TO IN-TRANSACTION-DATE.
067000     MOVE DSP-FEED-CODE   TO IN-TRANSACTION-CODE.
067100     MOVE DSP-FEED-AMOUNT TO IN-TRANSACTION-AMOUNT.
067200     WRITE INPUT-LINE.
067300*
067400 2500-EXIT.
067500     EXIT.
067600*
067700*****************************************************************
067800*    2600-REPORT-APPLIED  --  ONE LINE PER CARD APPLIED          *
067900*****************************************************************
068000*    THE CALLER SETS THE TAG AND TEXT.                           *
068100 2600-REPORT-APPLIED.
068200*
068300     MOVE DSP-REQ-ACCOUNT  TO DSP-DET-ACCOUNT.
068400     MOVE '/'              TO DSP-DET-SLASH.
068500     MOVE DSP-REQ-SEQUENCE TO DSP-DET-SEQUENCE.
068600     MOVE DSP-REQ-DATE     TO DSP-DET-DATE.
068700     MOVE DSP-REQ-REASON   TO DSP-DET-REASON.
068800     MOVE DSP-FEED-AMOUNT  TO DSP-DET-AMOUNT.
068900     WRITE DSP-DETAIL-LINE.
069000     MOVE SPACES TO DSP-DETAIL-LINE.
069100*
069200 2600-EXIT.
069300     EXIT.
069400*
069500*****************************************************************
069600*    2700-REPORT-REFUSAL  --  ONE LINE PER CARD REFUSED          *
069700*****************************************************************
069800 2700-REPORT-REFUSAL.
069900*
070000     ADD 1 TO DSP-CARDS-REFUSED-COUNT.
070100     MOVE SPACES TO DSP-DETAIL-LINE.
070200     MOVE 'REFUSED' TO DSP-DET-TAG.
070300     MOVE DSP-CARD-IMAGE (DSP-CARD-SUB) (2:7)
070400                                     TO DSP-DET-ACCOUNT.
070500     MOVE '/' TO DSP-DET-SLASH.
070600     MOVE DSP-CARD-IMAGE (DSP-CARD-SUB) (9:9)
070700                                     TO DSP-DET-SEQUENCE.
070800     MOVE DSP-CARD-IMAGE (DSP-CARD-SUB) (18:8)
070900                                     TO DSP-DET-DATE.
071000     MOVE DSP-REQ-REASON TO DSP-DET-REASON.
071100     MOVE DSP-REFUSAL-TEXT TO DSP-DET-TEXT.
071200     WRITE DSP-DETAIL-LINE.
071300     MOVE SPACES TO DSP-DETAIL-LINE.
071400*
071500 2700-EXIT.
071600     EXIT.
071700*
071800*****************************************************************
071900*    8000-WRITE-REPORT-TOTALS  --  END OF RUN CASE TOTALS        *
072000*****************************************************************
072100 8000-WRITE-REPORT-TOTALS.
072200*
072300     MOVE SPACES TO RPT-HEADING-LINE.
072400     WRITE RPT-HEADING-LINE.
072500*
072600     MOVE SPACES TO RPT-COUNT-LINE.
072700     MOVE 'REQUEST CARDS READ' TO RPT-CNT-LABEL.
072800     MOVE DSP-CARDS-READ-COUNT TO RPT-CNT-VALUE.
072900     WRITE RPT-COUNT-LINE.
073000*
073100     MOVE SPACES TO RPT-COUNT-LINE.
073200     MOVE 'HISTORY RECORDS SCANNED' TO RPT-CNT-LABEL.
073300     MOVE DSP-HISTORY-READ-COUNT TO RPT-CNT-VALUE.
073400     WRITE RPT-COUNT-LINE.
073500*
073600     MOVE SPACES TO RPT-COUNT-LINE.
073700     MOVE 'RETURNED ITEMS SCANNED' TO RPT-CNT-LABEL.
073800     MOVE DSP-RETURNS-READ-COUNT TO RPT-CNT-VALUE.
073900     WRITE RPT-COUNT-LINE.
074000*
074100     MOVE SPACES TO RPT-COUNT-LINE.
074200     MOVE 'CASES OPENED' TO RPT-CNT-LABEL.
074300     MOVE DSP-CASES-OPENED-COUNT TO RPT-CNT-VALUE.
074400     WRITE RPT-COUNT-LINE.
074500*
074600     MOVE SPACES TO RPT-HASH-LINE.
074700     MOVE 'PROVISIONAL CREDITS' TO RPT-HSH-LABEL.
074800     MOVE DSP-CREDIT-AMOUNT-TOTAL TO RPT-HSH-VALUE.
074900     WRITE RPT-HASH-LINE.
075000*
075100     MOVE SPACES TO RPT-COUNT-LINE.
075200     MOVE 'CASES RESOLVED - CREDIT FINAL' TO RPT-CNT-LABEL.
075300     MOVE DSP-CASES-FINAL-COUNT TO RPT-CNT-VALUE.
075400     WRITE RPT-COUNT-LINE.
075500*
075600     MOVE SPACES TO RPT-COUNT-LINE.
075700     MOVE 'CASES RESOLVED - CREDIT REVERSED' TO RPT-CNT-LABEL.
075800     MOVE DSP-CASES-REVERSED-COUNT TO RPT-CNT-VALUE.
075900     WRITE RPT-COUNT-LINE.
076000*
076100     MOVE SPACES TO RPT-HASH-LINE.
076200     MOVE 'CREDIT REVERSALS' TO RPT-HSH-LABEL.
076300     MOVE DSP-REVERSAL-AMOUNT-TOTAL TO RPT-HSH-VALUE.
076400     WRITE RPT-HASH-LINE.
076500*
076600     MOVE SPACES TO RPT-COUNT-LINE.
076700     MOVE 'CARDS REFUSED' TO RPT-CNT-LABEL.
076800     MOVE DSP-CARDS-REFUSED-COUNT TO RPT-CNT-VALUE.
076900     WRITE RPT-COUNT-LINE.
077000*
077100     IF DSP-CASES-OPENED-COUNT > ZERO
077200             OR DSP-CASES-REVERSED-COUNT > ZERO
077300         MOVE SPACES TO RPT-HEADING-LINE
077400         WRITE RPT-HEADING-LINE
077500         MOVE 'CONCATENATE THE DISPUTE CREDIT FEED ONTO THE '
077600                                         TO RPT-HEADING-LINE
077700         MOVE 'NEXT INFILE' TO RPT-HEADING-LINE (46:11)
077800         WRITE RPT-HEADING-LINE
077900     END-IF.
078000*
078100 8000-EXIT.
078200     EXIT.
078300*
078400*****************************************************************
078500*    8100-WRITE-REPORT-HEADING                                   *
078600*****************************************************************
078700 8100-WRITE-REPORT-HEADING.
078800*
078900     MOVE SPACES TO RPT-HEADING-LINE.
079000     MOVE 'A2DISPUT DISPUTE CASE REPORT' TO RPT-HEADING-LINE.
079100     WRITE RPT-HEADING-LINE.
079200     MOVE SPACES TO RPT-HEADING-LINE.
079300     MOVE 'BUSINESS DATE' TO RPT-HEADING-LINE (1:13).
079400     MOVE DSP-RUN-DATE TO RPT-HEADING-LINE (15:8).
079500     WRITE RPT-HEADING-LINE.
079600     MOVE SPACES TO RPT-HEADING-LINE.
079700     WRITE RPT-HEADING-LINE.
079800     MOVE 'ACTION'       TO RPT-HEADING-LINE (1:6).
079900     MOVE 'ACCOUNT/SEQUENCE' TO RPT-HEADING-LINE (10:16).
080000     MOVE 'TRN DATE'     TO RPT-HEADING-LINE (28:8).
080100     MOVE 'RS'           TO RPT-HEADING-LINE (37:2).
080200     MOVE 'AMOUNT'       TO RPT-HEADING-LINE (48:6).
080300     MOVE 'RESULT'       TO RPT-HEADING-LINE (55:6).
080400     WRITE RPT-HEADING-LINE.
080500     MOVE SPACES TO RPT-HEADING-LINE.
080600     WRITE RPT-HEADING-LINE.
080700     MOVE SPACES TO DSP-DETAIL-LINE.
080800*
080900 8100-EXIT.
081000     EXIT.
081100*
081200*****************************************************************
081300*    9000-TERMINATE                                              *
081400*****************************************************************
081500 9000-TERMINATE.
081600*
081700     CLOSE CASE-FILE
081800           CREDIT-FEED
081900           CASE-REPORT.
082000*
082100 9000-EXIT.
082200     EXIT.
082300*
082400 END PROGRAM A2DISPUT.

006050*                    RE-STAMPED WITH THE RUN DATE, SO THE       *
006060*                    SUSPENSE AGING CUTOFF CAN ACTUALLY FIRE    *
006070*                    FOR ITEMS THAT RECYCLE NIGHT AFTER NIGHT.  *
006071*  2026-10-05   RG   INTERNAL FUNDS TRANSFERS.  AN 'XFR' FEED   *
006072*                    RECORD CARRIES A FROM AND A TO ACCOUNT.    *
006073*                    BOTH SIDES ARE EDITED TOGETHER - THE       *
006074*                    FROZEN AND DORMANT DEBIT RULES ON THE FROM *
006075*                    SIDE, THE CLOSED/UNKNOWN SUSPENSE RULES ON *
006076*                    BOTH - AND THE PAIR IS ACCEPTED, REJECTED  *
006077*                    OR SUSPENDED AS ONE UNIT.  AN ACCEPTED     *
006078*                    TRANSFER WRITES A DEBIT LEG (CODE 91) AND  *
006079*                    A CREDIT LEG (CODE 92); THE CONTROL REPORT *
006080*                    AND RUN TOTALS CARRY THE LEGS AS THEIR OWN *
006081*                    LINE.  CHECKPOINT GREW 174 TO 220 BYTES.   *
006083*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR   *
006085*                    THE AUTHORIZED OVERDRAFT LIMIT.            *
006086*  2026-10-08   RG   RUN DATE NOW TAKEN FROM THE BUSINESS DATE  *
006087*                    CONTROL FILE; A CONTROL-CARD DATE MUST     *
006088*                    AGREE WITH IT.  A DATE ALREADY RUN IS      *
006089*                    REFUSED UNLESS THE CARD CARRIES THE RERUN  *
006090*                    FLAG OR THE RUN IS A CHECKPOINT RESTART.   *
006091*  2026-10-14   RG   SEVERAL SOURCE BATCHES PER FEED - THE FEED  *
006092*                    IS PRESCANNED AND EACH HEADER/TRAILER BATCH *
006093*                    BALANCED ON ITS OWN.  A FAILING BATCH GOES  *
006094*                    WHOLE TO QUARFILE (RC=4) FOR RELEASE BY A   *
006095*                    RELFILE CARD ON A LATER RUN; THE REST POST. *
006096*                    REPORT AND RUN TOTALS BREAK OUT BY SOURCE.  *
006097*                    CHECKPOINT GREW 220 TO 670 BYTES.           *
006098*                                                                *
006099*****************************************************************
006100 ENVIRONMENT DIVISION.
006110 CONFIGURATION SECTION.
006120 SOURCE-COMPUTER.   IBM-370.
010400         ASSIGN TO SYSIN
010500         ORGANIZATION IS SEQUENTIAL.
010600*
010610*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
010620*    RUN DATE COMES FROM HERE, AND THE DATE IS MARKED RUN
010630     SELECT BUSINESS-DATE-FILE
010640         ASSIGN TO BDATFILE
010650         ORGANIZATION IS SEQUENTIAL
010660         FILE STATUS IS A2-BDT-FILE-STATUS.
010670*
010700*    AUDIT-FILE  --  AUDIT TRAIL OF EVERY INPUT RECORD PROCESSED
010800     SELECT AUDIT-FILE
010900         ASSIGN TO AUDFILE
011182         ASSIGN TO RUNFILE
011183         ORGANIZATION IS SEQUENTIAL.
011184*
011185*    QUARANTINE-FILE  --  FEED BATCHES THAT FAILED TO BALANCE,
011186*    HELD WHOLE IN DAILY-FEED FORMAT FOR RELEASE ON A LATER RUN
011187     SELECT QUARANTINE-FILE
011188         ASSIGN TO QUARFILE
011189         ORGANIZATION IS SEQUENTIAL.
011190*
011191*    RELEASE-FILE  --  QUARANTINE RELEASE CARDS
011192     SELECT RELEASE-FILE
011193         ASSIGN TO RELFILE
011194         ORGANIZATION IS SEQUENTIAL.
011195*
011200*    REFERENCE-FILE  --  ACCOUNT/CROSS-REFERENCE MASTER
011300     SELECT REFERENCE-FILE
011400         ASSIGN TO REFFILE
014800*
014900 FD  CHECKPOINT-FILE
015000     RECORDING MODE IS F
015100     RECORD CONTAINS 670 CHARACTERS.
015200*
015300     COPY CKPTREC.
015400*
015800*
015900     COPY CTLCARD.
016000*
016010 FD  BUSINESS-DATE-FILE
016020     RECORDING MODE IS F
016030     RECORD CONTAINS 80 CHARACTERS.
016040*
016050     COPY BDATREC.
016060*
016100 FD  AUDIT-FILE
016200     RECORDING MODE IS F
016300     RECORD CONTAINS 28 CHARACTERS.
016500     COPY AUDTREC.
016600*
016700 FD  REFERENCE-FILE
016800     RECORD CONTAINS 37 CHARACTERS.
016900*
017000     COPY REFMREC.
017100*
017235*
017240     COPY RUNTREC.
017245*
017246 FD  QUARANTINE-FILE
017248     RECORDING MODE IS F
017250     RECORD CONTAINS 29 CHARACTERS.
017252*
017254 01  QUAR-OUT-RECORD                PIC X(29).
017256*
017258 FD  RELEASE-FILE
017260     RECORDING MODE IS F
017262     RECORD CONTAINS 80 CHARACTERS.
017264*
017266     COPY QRELREC.
017268*
017270 WORKING-STORAGE SECTION.
017300*
017400 77  A2-EOF-SWITCH                  PIC X(01) VALUE 'N'.
017500     88  A2-END-OF-INPUT                    VALUE 'Y'.
021100 77  A2-CKPT-INTERVAL               PIC 9(05) COMP VALUE 1.
021200 77  A2-CKPT-QUOTIENT               PIC 9(09) COMP VALUE ZERO.
021300 77  A2-CKPT-REMAINDER              PIC 9(05) COMP VALUE ZERO.
021305*
021310*    PER-BATCH OUTCOME COUNTS, CHECKPOINTED SO THE SOURCE
021315*    BREAKOUT SURVIVES A RESTART - THE SAME SHAPE AS
021320*    CKPT-BATCH-OUTCOMES.  A FEED DETAIL'S OUTCOME IS TAKEN AS
021325*    THE MOVEMENT IN THE RUN COUNTERS ACROSS ITS PROCESSING.
021330 01  A2-BATCH-OUTCOME-TABLE.
021335     05  A2-BATCH-OUTCOME OCCURS 10 TIMES.
021340         10  A2-BOC-WRITTEN          PIC 9(09).
021345         10  A2-BOC-XFER-CR          PIC 9(09).
021350         10  A2-BOC-REJECTED         PIC 9(09).
021355         10  A2-BOC-SUSPENDED        PIC 9(09).
021360         10  A2-BOC-DUPLICATE        PIC 9(09).
021365 01  A2-RESTART-OUTCOMES            PIC X(450) VALUE SPACES.
021370 77  A2-SNAP-WRITTEN                PIC 9(09) COMP VALUE ZERO.
021375 77  A2-SNAP-XFER-CR                PIC 9(09) COMP VALUE ZERO.
021380 77  A2-SNAP-REJECTED               PIC 9(09) COMP VALUE ZERO.
021385 77  A2-SNAP-SUSPENDED              PIC 9(09) COMP VALUE ZERO.
021390 77  A2-SNAP-DUPLICATE              PIC 9(09) COMP VALUE ZERO.
021400*
021402*    INTERNAL FUNDS TRANSFERS - AN 'XFR' FEED RECORD POSTS AS A
021404*    DEBIT LEG ON THE FROM ACCOUNT AND A CREDIT LEG ON THE TO
021406*    ACCOUNT, UNDER THEIR OWN TWO CODES.  THE LEG TOTALS ARE
021408*    CARRIED THROUGH THE CHECKPOINT AND ALWAYS NET TO ZERO.
021410 77  A2-XFER-DEBIT-CODE             PIC 9(02) VALUE 91.
021412 77  A2-XFER-CREDIT-CODE            PIC 9(02) VALUE 92.
021414 77  A2-XFER-DEBIT-COUNT            PIC 9(09) COMP VALUE ZERO.
021416 77  A2-XFER-CREDIT-COUNT           PIC 9(09) COMP VALUE ZERO.
021418 77  A2-XFER-DEBIT-AMOUNT           PIC S9(11)V99 COMP-3
021420                                              VALUE ZERO.
021422 77  A2-XFER-CREDIT-AMOUNT          PIC S9(11)V99 COMP-3
021424                                              VALUE ZERO.
021426 77  A2-XFER-NET-AMOUNT             PIC S9(11)V99 COMP-3
021428                                              VALUE ZERO.
021430 77  A2-RESTART-XFER-DR-COUNT       PIC 9(09) VALUE ZERO.
021432 77  A2-RESTART-XFER-DR-AMOUNT      PIC S9(11)V99 COMP-3
021434                                              VALUE ZERO.
021436 77  A2-RESTART-XFER-CR-COUNT       PIC 9(09) VALUE ZERO.
021438 77  A2-RESTART-XFER-CR-AMOUNT      PIC S9(11)V99 COMP-3
021440                                              VALUE ZERO.
021442*    THE ONE LEG BEING WRITTEN, AND BOTH SIDES' NAMES HELD
021444*    FROM THE REFERENCE LOOKUPS UNTIL THE LEGS ARE BUILT.
021446 77  A2-XFER-LEG-ACCOUNT            PIC 9(07) VALUE ZERO.
021448 77  A2-XFER-LEG-CODE               PIC 9(02) VALUE ZERO.
021450 77  A2-XFER-LEG-NAME               PIC X(20) VALUE SPACES.
021452 77  A2-XFER-LEG-AMOUNT             PIC S9(9)V99 COMP-3
021454                                              VALUE ZERO.
021456 77  A2-XFER-LEG-SWITCH             PIC X(01) VALUE 'N'.
021458     88  A2-XFER-LEG-WRITTEN                VALUE 'Y'.
021460 77  A2-XFER-FROM-NAME              PIC X(20) VALUE SPACES.
021462 77  A2-XFER-TO-NAME                PIC X(20) VALUE SPACES.
021464 77  A2-XFER-DEBIT-KEY              PIC X(16) VALUE SPACES.
021466*
021467*    QUARANTINE RELEASE CARDS - A BATCH DATED OTHER THAN THE RUN
021468*    DATE IS TAKEN ONLY WHEN A CARD NAMES ITS SOURCE AND DATE.
021469 77  A2-RELEASE-EOF-SWITCH          PIC X(01) VALUE 'N'.
021470     88  A2-END-OF-RELEASES                 VALUE 'Y'.
021471 77  A2-RELEASE-COUNT               PIC 9(03) COMP VALUE ZERO.
021472 77  A2-RELEASE-MAX                 PIC 9(03) COMP VALUE 10.
021473 77  A2-RELEASE-SUB                 PIC 9(03) COMP VALUE ZERO.
021474*
021475 01  A2-RELEASE-TABLE.
021476     05  A2-RELEASE-ENTRY OCCURS 10 TIMES.
021477         10  A2-REL-SOURCE           PIC X(08).
021478         10  A2-REL-FEED-DATE        PIC 9(08).
021479         10  A2-REL-USED-FLAG        PIC X(01).
021480             88  A2-REL-USED                 VALUE 'Y'.
021481*
021482 01  A2-RELEASE-LINE.
021483     05  FILLER                      PIC X(13)
021484                                     VALUE 'RELEASE CARD '.
021485     05  A2-RLL-SOURCE               PIC X(08) VALUE SPACES.
021486     05  FILLER                      PIC X(12)
021487                                     VALUE '  FEED DATE '.
021488     05  A2-RLL-DATE                 PIC 9(08) VALUE ZERO.
021489     05  FILLER                      PIC X(02) VALUE SPACES.
021490     05  A2-RLL-STATUS               PIC X(20) VALUE SPACES.
021491     05  FILLER                      PIC X(17) VALUE SPACES.
021492*
021500 77  A2-REF-FILE-STATUS             PIC X(02) VALUE SPACES.
021510 77  A2-BDT-FILE-STATUS             PIC X(02) VALUE SPACES.
021600 77  A2-REF-ACCOUNT-NAME            PIC X(20) VALUE SPACES.
021601*
021602*    ACCOUNT-TYPE DRIVEN PROCESSING - THE REFERENCE LOOKUP NOW
021626 77  A2-RESTART-SUSPENDED-AMOUNT    PIC S9(11)V99 COMP-3
021627                                              VALUE ZERO.
021628*
021629*    FEED RECONCILIATION - THE FEED CARRIES ONE HEADER/TRAILER
021630*    BATCH PER SOURCE SYSTEM.  THE WHOLE FEED IS PRESCANNED AT
021631*    START, RESTART INCLUDED, AND EACH BATCH BALANCED TO ITS OWN
021632*    TRAILER BEFORE ANY RECORD IS PROCESSED.  A BATCH THAT DOES
021633*    NOT BALANCE IS QUARANTINED WHOLE (RETURN CODE 4) AND THE
021634*    OTHER SOURCES POST.  NO BATCH AT ALL HOLDS THE RUN (RC 12).
021635 77  A2-RECONCILE-SWITCH            PIC X(01) VALUE 'N'.
021636     88  A2-RECONCILE-FAILED                VALUE 'Y'.
021637 77  A2-FEED-DETAIL-COUNT           PIC 9(09) COMP VALUE ZERO.
021638 77  A2-FEED-HASH-TOTAL             PIC S9(13)V99 COMP-3
021639                                              VALUE ZERO.
021640 77  A2-QUARANTINED-COUNT           PIC 9(09) COMP VALUE ZERO.
021641 77  A2-QUARANTINED-HASH            PIC S9(13)V99 COMP-3
021642                                              VALUE ZERO.
021643 77  A2-HELD-BATCH-COUNT            PIC 9(03) COMP VALUE ZERO.
021644 77  A2-BATCH-COUNT                 PIC 9(03) COMP VALUE ZERO.
021645 77  A2-BATCH-MAX                   PIC 9(03) COMP VALUE 10.
021646 77  A2-BATCH-SUB                   PIC 9(03) COMP VALUE ZERO.
021647*    PRESCAN STATE.  DETAILS READ WITH NO BATCH OPEN ARE LOOSE -
021648*    BEHIND THE LAST BATCH THEY ARE THE RE-PRESENTED STREAM,
021649*    AHEAD OF A HEADER OR TRAILER A BATCH MISSING ITS HEADER.
021650 77  A2-PRESCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
021651     88  A2-END-OF-PRESCAN                  VALUE 'Y'.
021652 77  A2-BATCH-OPEN-SWITCH           PIC X(01) VALUE 'N'.
021653     88  A2-BATCH-OPEN                      VALUE 'Y'.
021654 77  A2-PRESCAN-POSITION            PIC 9(09) COMP VALUE ZERO.
021655 77  A2-BATCH-START-POSITION        PIC 9(09) COMP VALUE ZERO.
021656 77  A2-BATCH-END-POSITION          PIC 9(09) COMP VALUE ZERO.
021657 77  A2-LOOSE-COUNT                 PIC 9(09) COMP VALUE ZERO.
021658 77  A2-LOOSE-HASH                  PIC S9(13)V99 COMP-3
021659                                              VALUE ZERO.
021660 77  A2-LOOSE-FIRST-RECORD          PIC 9(09) COMP VALUE ZERO.
021661*    MAIN-PASS STATE - THE BATCH THE RECORD IN HAND SITS IN, AND
021662*    WHETHER IT TAKES THE DUPLICATE CHECK.
021663 77  A2-LOCATE-POSITION             PIC 9(09) COMP VALUE ZERO.
021664 77  A2-BATCH-FOUND-SWITCH          PIC X(01) VALUE 'N'.
021665     88  A2-BATCH-LOCATED                   VALUE 'Y'.
021666 77  A2-IN-BATCH-SWITCH             PIC X(01) VALUE 'N'.
021667     88  A2-IN-BATCH                        VALUE 'Y'.
021668 77  A2-DUP-CHECK-SWITCH            PIC X(01) VALUE 'N'.
021669     88  A2-DUP-CHECK-DUE                   VALUE 'Y'.
021670*
021671 01  A2-BATCH-TABLE.
021672     05  A2-BATCH-ENTRY OCCURS 10 TIMES.
021673         10  A2-BAT-SOURCE           PIC X(08).
021674         10  A2-BAT-FEED-DATE        PIC 9(08).
021675         10  A2-BAT-FIRST-RECORD     PIC 9(09) COMP.
021676         10  A2-BAT-LAST-RECORD      PIC 9(09) COMP.
021677         10  A2-BAT-DETAIL-COUNT     PIC 9(09) COMP.
021678         10  A2-BAT-HASH-TOTAL       PIC S9(13)V99 COMP-3.
021679         10  A2-BAT-TRL-COUNT        PIC 9(09).
021680         10  A2-BAT-TRL-HASH         PIC S9(13)V99 COMP-3.
021681         10  A2-BAT-HEADER-FLAG      PIC X(01).
021682             88  A2-BAT-HEADER-SEEN          VALUE 'Y'.
021683         10  A2-BAT-TRAILER-FLAG     PIC X(01).
021684             88  A2-BAT-TRAILER-SEEN         VALUES 'Y' 'X'.
021685             88  A2-BAT-TRAILER-INVALID      VALUE 'X'.
021686         10  A2-BAT-DATE-FLAG        PIC X(01).
021687             88  A2-BAT-DATE-MISMATCH        VALUE 'Y'.
021688         10  A2-BAT-RELEASE-FLAG     PIC X(01).
021689             88  A2-BAT-RELEASED             VALUE 'Y'.
021690         10  A2-BAT-STATUS-FLAG      PIC X(01).
021691             88  A2-BAT-BALANCED             VALUE 'B'.
021692             88  A2-BAT-HELD                 VALUE 'H'.
021693*
021694 01  A2-BATCH-HEAD-LINE.
021695     05  FILLER                      PIC X(28)
021696                         VALUE 'FEED RECONCILIATION - BATCH '.
021697     05  A2-BHL-NUMBER               PIC Z9.
021698     05  FILLER                      PIC X(50) VALUE SPACES.
021699*
021700 01  A2-HEADER-INFO-LINE.
021701     05  FILLER                      PIC X(14)
021702                                     VALUE 'SOURCE SYSTEM '.
021703     05  A2-HIL-SOURCE               PIC X(08) VALUE SPACES.
021704     05  FILLER                      PIC X(12)
021705                                     VALUE '  FEED DATE '.
021706     05  A2-HIL-DATE                 PIC 9(08) VALUE ZERO.
021707     05  FILLER                      PIC X(38) VALUE SPACES.
021724*
021725*    TRANSACTION CODE DEFINITION TABLE, LOADED FROM THE CODE
021726*    FILE AT INITIALIZATION AND INDEXED DIRECTLY BY THE
021790 77  A2-RTW-COUNT                   PIC 9(09) COMP VALUE ZERO.
021791 77  A2-RTW-AMOUNT                  PIC S9(13)V99 COMP-3
021792                                              VALUE ZERO.
021794 77  A2-RTW-SOURCE-ID               PIC X(08) VALUE SPACES.
021796*
021800 PROCEDURE DIVISION.
021900*
022000*****************************************************************
022700         UNTIL A2-END-OF-INPUT.
022702*    SUSPENSE RETRIES SKIP THE DUPLICATE CHECK - EVERY RETRY IS
022704*    IN THE PRIOR DAY'S FEED BY CONSTRUCTION.
022705     SET A2-RETRY-PHASE TO TRUE.
022706     MOVE 'N' TO A2-IN-BATCH-SWITCH.
022707     MOVE 'N' TO A2-DUP-CHECK-SWITCH.
022710     PERFORM 2700-PROCESS-SUSPENSE THRU 2700-EXIT
022720         UNTIL A2-END-OF-SUSPIN.
022750     PERFORM 7600-FEED-RETURN-CODE THRU 7600-EXIT.
022800     PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
022810     PERFORM 8600-WRITE-DUP-TOTALS THRU 8600-EXIT.
022820     PERFORM 8700-WRITE-RUN-TOTALS THRU 8700-EXIT.
023500 1000-INITIALIZE.
023600*
023700     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
023710     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
023750     PERFORM 1300-LOAD-TRANCODE-TABLE THRU 1300-EXIT.
023760     PERFORM 1400-LOAD-PRIOR-FEED THRU 1400-EXIT.
023800     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT.
023810     PERFORM 1070-MARK-DATE-EXTRACTED THRU 1070-EXIT.
023820     PERFORM 1500-LOAD-RELEASE-CARDS THRU 1500-EXIT.
023840     PERFORM 1600-PRESCAN-FEED THRU 1600-EXIT.
023900     OPEN INPUT INPUT-FILE.
024000     IF A2-RESTART-RUN
024100         OPEN I-O OUTPUT-FILE
024400         OPEN EXTEND AUDIT-FILE
024410         OPEN EXTEND SUSPENSE-FILE
024420         OPEN EXTEND DUPLICATE-FILE
024450         OPEN EXTEND QUARANTINE-FILE
024500         PERFORM 1200-SKIP-TO-CHECKPOINT THRU 1200-EXIT
024600     ELSE
024700         OPEN OUTPUT OUTPUT-FILE
025000         OPEN OUTPUT AUDIT-FILE
025010         OPEN OUTPUT SUSPENSE-FILE
025020         OPEN OUTPUT DUPLICATE-FILE
025050         OPEN OUTPUT QUARANTINE-FILE
025100     END-IF.
025200     OPEN INPUT REFERENCE-FILE.
025210     OPEN INPUT SUSPENSE-IN.
027400 1050-EXIT.
027500     EXIT.
027600*
027601*****************************************************************
027602*    1060-READ-BUSINESS-DATE  --  TAKE THE RUN DATE FROM THE     *
027603*    BUSINESS DATE CONTROL RECORD.  A DATE KEYED ON THE CONTROL  *
027604*    CARD MUST AGREE WITH IT.  THE FILE STAYS OPEN FOR 1070.     *
027605*****************************************************************
027606 1060-READ-BUSINESS-DATE.
027607*
027608     OPEN I-O BUSINESS-DATE-FILE.
027609     IF A2-BDT-FILE-STATUS NOT = '00'
027610         DISPLAY 'A2START - BUSINESS DATE FILE OPEN FAILED '
027611                 'STATUS ' A2-BDT-FILE-STATUS
027612                 ' - RUN TERMINATED'
027613         MOVE 16 TO RETURN-CODE
027614         STOP RUN
027615     END-IF.
027616     READ BUSINESS-DATE-FILE
027617         AT END
027618             DISPLAY 'A2START - BUSINESS DATE RECORD MISSING '
027619                     '- RUN TERMINATED'
027620             MOVE 16 TO RETURN-CODE
027621             STOP RUN
027622     END-READ.
027623     IF BDT-CURRENT-DATE NOT NUMERIC
027624             OR BDT-CURRENT-DATE = ZERO
027625         DISPLAY 'A2START - BUSINESS DATE RECORD INVALID '
027626                 '- RUN TERMINATED'
027627         MOVE 16 TO RETURN-CODE
027628         STOP RUN
027629     END-IF.
027630     IF CTL-RUN-DATE-X NOT = SPACES
027631             AND CTL-RUN-DATE-X NOT = BDT-CURRENT-DATE
027632         DISPLAY 'A2START - CONTROL CARD DATE ' CTL-RUN-DATE-X
027633                 ' DISAGREES WITH BUSINESS DATE '
027634                 BDT-CURRENT-DATE ' - RUN TERMINATED'
027635         MOVE 16 TO RETURN-CODE
027636         STOP RUN
027637     END-IF.
027638     MOVE BDT-CURRENT-DATE TO CTL-RUN-DATE.
027639*
027640 1060-EXIT.
027641     EXIT.
027642*
027643*****************************************************************
027644*    1070-MARK-DATE-EXTRACTED  --  REFUSE A BUSINESS DATE THAT   *
027645*    HAS ALREADY BEEN RUN UNLESS THIS IS A CHECKPOINT RESTART OR *
027646*    THE OPERATOR FLAGGED A RERUN, THEN RECORD THE DATE AS RUN.  *
027647*****************************************************************
027648 1070-MARK-DATE-EXTRACTED.
027649*
027650     IF BDT-LAST-EXTRACT-DATE = BDT-CURRENT-DATE
027651             AND NOT A2-RESTART-RUN
027652             AND NOT CTL-RERUN-REQUESTED
027653         DISPLAY 'A2START - BUSINESS DATE ' BDT-CURRENT-DATE
027654                 ' ALREADY RUN - CODE R IN CONTROL CARD '
027655                 'COLUMN 10 TO RERUN - RUN TERMINATED'
027656         MOVE 16 TO RETURN-CODE
027657         STOP RUN
027658     END-IF.
027659     MOVE BDT-CURRENT-DATE TO BDT-LAST-EXTRACT-DATE.
027660     REWRITE BUSINESS-DATE-RECORD.
027661     IF A2-BDT-FILE-STATUS NOT = '00'
027662         DISPLAY 'A2START - BUSINESS DATE REWRITE FAILED '
027663                 'STATUS ' A2-BDT-FILE-STATUS
027664                 ' - RUN TERMINATED'
027665         MOVE 16 TO RETURN-CODE
027666         STOP RUN
027667     END-IF.
027668     CLOSE BUSINESS-DATE-FILE.
027669*
027670 1070-EXIT.
027671     EXIT.
027672*
027700*****************************************************************
027800*    1100-CHECK-FOR-RESTART  --  LOOK FOR A PRIOR CHECKPOINT     *
027900*****************************************************************
031200             MOVE CKPT-AMOUNT-TOTAL TO A2-RESTART-AMOUNT-TOTAL
031300             MOVE CKPT-REJECTED-AMOUNT-TOTAL
031400                                 TO A2-RESTART-REJ-AMOUNT-TOTAL
031420             MOVE CKPT-BATCH-OUTCOMES
031440                                 TO A2-RESTART-OUTCOMES
031497             MOVE CKPT-SUSPENDED-COUNT
031498                                 TO A2-RESTART-SUSPENDED-COUNT
031499             MOVE CKPT-SUSP-MISSING-COUNT
031509                                 TO A2-RESTART-DUP-AMOUNT
031511             MOVE CKPT-REPRESENTED-COUNT
031513                                 TO A2-RESTART-REPRESENTED
031521             MOVE CKPT-XFER-DEBIT-COUNT
031529                                 TO A2-RESTART-XFER-DR-COUNT
031537             MOVE CKPT-XFER-DEBIT-AMOUNT
031545                                 TO A2-RESTART-XFER-DR-AMOUNT
031553             MOVE CKPT-XFER-CREDIT-COUNT
031561                                 TO A2-RESTART-XFER-CR-COUNT
031569             MOVE CKPT-XFER-CREDIT-AMOUNT
031577                                 TO A2-RESTART-XFER-CR-AMOUNT
031585     END-READ.
031600*
031700 1150-EXIT.
031800     EXIT.
033300     MOVE A2-RESTART-AMOUNT-TOTAL   TO A2-AMOUNT-TOTAL.
033400     MOVE A2-RESTART-REJ-AMOUNT-TOTAL
033500                                 TO A2-REJECTED-AMOUNT-TOTAL.
033550     MOVE A2-RESTART-OUTCOMES       TO A2-BATCH-OUTCOME-TABLE.
033572     MOVE A2-RESTART-SUSPENDED-COUNT
033574                                 TO A2-RECORDS-SUSPENDED-COUNT.
033576     MOVE A2-RESTART-SUSP-MISSING   TO A2-SUSP-MISSING-COUNT.
033586     MOVE A2-RESTART-DUP-AMOUNT
033588                                 TO A2-DUPLICATE-AMOUNT-TOTAL.
033589     MOVE A2-RESTART-REPRESENTED    TO A2-REPRESENTED-COUNT.
033591     MOVE A2-RESTART-XFER-DR-COUNT  TO A2-XFER-DEBIT-COUNT.
033593     MOVE A2-RESTART-XFER-DR-AMOUNT TO A2-XFER-DEBIT-AMOUNT.
033595     MOVE A2-RESTART-XFER-CR-COUNT  TO A2-XFER-CREDIT-COUNT.
033597     MOVE A2-RESTART-XFER-CR-AMOUNT TO A2-XFER-CREDIT-AMOUNT.
033600     MOVE A2-RESTART-WRITTEN-COUNT  TO A2-OUTPUT-SEQUENCE-NUMBER.
033700*
033800 1200-EXIT.
034800             SET A2-END-OF-INPUT TO TRUE
034900         NOT AT END
035000             ADD 1 TO A2-SKIP-COUNTER
035005*            SKIPPED DETAILS STILL FEED THE DUPLICATE TABLE SO
035010*            WITHIN-RUN DETECTION SURVIVES THE RESTART - THOSE OF
035015*            A BALANCED, UNRELEASED SOURCE BATCH ONLY, AS IN LIVE
035020*            RUNNING
035025             MOVE A2-SKIP-COUNTER TO A2-LOCATE-POSITION
035030             PERFORM 2020-LOCATE-BATCH THRU 2020-EXIT
035035             IF A2-DUP-CHECK-DUE
035040                     AND NOT HEADER-RECORD-PRESENT
035045                     AND NOT TRAILER-RECORD-PRESENT
035050                 MOVE INPUT-LINE TO A2-DUP-WORK
035055                 PERFORM 2095-ADD-DUP-ENTRY THRU 2095-EXIT
035060             END-IF
035100     END-READ.
035200*
035300 1250-EXIT.
035524 1450-EXIT.
035525     EXIT.
035526*
035530*****************************************************************
035535*    1500-LOAD-RELEASE-CARDS  --  TABLE THE QUARANTINE RELEASES  *
035540*****************************************************************
035545*    EACH CARD AUTHORIZES ONE QUARANTINED BATCH, BY SOURCE AND   *
035550*    HEADER FEED DATE, TO BE TAKEN BACK ON THIS RUN.  THE CARD   *
035555*    FILE IS NORMALLY EMPTY.                                     *
035560 1500-LOAD-RELEASE-CARDS.
035565*
035570     OPEN INPUT RELEASE-FILE.
035575     PERFORM 1550-LOAD-ONE-RELEASE THRU 1550-EXIT
035580         UNTIL A2-END-OF-RELEASES.
035585     CLOSE RELEASE-FILE.
035590*
035595 1500-EXIT.
035600     EXIT.
035605*
035610*****************************************************************
035615*    1550-LOAD-ONE-RELEASE  --  TABLE ONE RELEASE CARD           *
035620*****************************************************************
035625 1550-LOAD-ONE-RELEASE.
035630*
035635     READ RELEASE-FILE
035640         AT END
035645             SET A2-END-OF-RELEASES TO TRUE
035650             GO TO 1550-EXIT
035655     END-READ.
035660     IF QRL-SOURCE-SYSTEM-ID = SPACES
035665             OR QRL-FEED-DATE-X NOT NUMERIC
035670         DISPLAY 'A2START - QUARANTINE RELEASE CARD INVALID - '
035675                 'IGNORED'
035680         GO TO 1550-EXIT
035685     END-IF.
035690     IF A2-RELEASE-COUNT NOT < A2-RELEASE-MAX
035695         DISPLAY 'A2START - QUARANTINE RELEASE TABLE FULL - CARD '
035700                 'FOR ' QRL-SOURCE-SYSTEM-ID ' IGNORED'
035705         GO TO 1550-EXIT
035710     END-IF.
035715     ADD 1 TO A2-RELEASE-COUNT.
035720     MOVE A2-RELEASE-COUNT TO A2-RELEASE-SUB.
035725     MOVE QRL-SOURCE-SYSTEM-ID
035730                           TO A2-REL-SOURCE (A2-RELEASE-SUB).
035735     MOVE QRL-FEED-DATE    TO A2-REL-FEED-DATE (A2-RELEASE-SUB).
035740     MOVE 'N'              TO A2-REL-USED-FLAG (A2-RELEASE-SUB).
035745*
035750 1550-EXIT.
035755     EXIT.
035760*
035765*****************************************************************
035770*    1600-PRESCAN-FEED  --  FIND AND BALANCE THE FEED BATCHES    *
035775*****************************************************************
035780*    A FIRST PASS OF INPUT-FILE MARKS OUT EACH HEADER/TRAILER    *
035785*    BATCH BY RECORD POSITION AND COUNTS AND HASH-TOTALS ITS     *
035790*    DETAILS, THEN 7500 BALANCES EVERY BATCH TO ITS TRAILER - SO *
035795*    A SOURCE THAT DOES NOT BALANCE IS KNOWN BEFORE ANY OF ITS   *
035800*    RECORDS IS PROCESSED, AND IS QUARANTINED WHOLE.  A RESTART  *
035805*    REPEATS THE PRESCAN, SO NO FEED STATE IS CHECKPOINTED.      *
035810 1600-PRESCAN-FEED.
035815*
035820     MOVE ZEROS TO A2-BATCH-OUTCOME-TABLE.
035825     OPEN INPUT INPUT-FILE.
035830     PERFORM 1650-PRESCAN-ONE-RECORD THRU 1650-EXIT
035835         UNTIL A2-END-OF-PRESCAN.
035840     CLOSE INPUT-FILE.
035845*    A BATCH STILL OPEN AT END OF FILE HAS LOST ITS TRAILER
035850     IF A2-BATCH-OPEN
035855         MOVE A2-PRESCAN-POSITION TO A2-BATCH-END-POSITION
035860         PERFORM 1670-CLOSE-BATCH THRU 1670-EXIT
035865     END-IF.
035870     PERFORM 7500-RECONCILE-FEED THRU 7500-EXIT
035875         VARYING A2-BATCH-SUB FROM 1 BY 1
035880         UNTIL A2-BATCH-SUB > A2-BATCH-COUNT.
035885     MOVE 1 TO A2-BATCH-SUB.
035890*
035895 1600-EXIT.
035900     EXIT.
035905*
035910*****************************************************************
035915*    1650-PRESCAN-ONE-RECORD  --  PLACE ONE RECORD IN ITS BATCH  *
035920*****************************************************************
035925*    DETAILS READ WITH NO BATCH OPEN ARE HELD AS LOOSE.  A       *
035930*    HEADER OR TRAILER TURNS THEM INTO A BATCH MISSING ITS       *
035935*    HEADER; LEFT AT END OF FILE THEY ARE THE RE-PRESENTED       *
035940*    STREAM CONCATENATED BEHIND THE LAST SOURCE BATCH.           *
035945 1650-PRESCAN-ONE-RECORD.
035950*
035955     READ INPUT-FILE
035960         AT END
035965             SET A2-END-OF-PRESCAN TO TRUE
035970             GO TO 1650-EXIT
035975     END-READ.
035980     ADD 1 TO A2-PRESCAN-POSITION.
035985     IF HEADER-RECORD-PRESENT
035990         COMPUTE A2-BATCH-END-POSITION = A2-PRESCAN-POSITION - 1
035995         IF A2-BATCH-OPEN
036000             PERFORM 1670-CLOSE-BATCH THRU 1670-EXIT
036005         END-IF
036010         IF A2-LOOSE-COUNT > ZERO
036015             MOVE A2-LOOSE-FIRST-RECORD TO A2-BATCH-START-POSITION
036020             PERFORM 1660-START-BATCH THRU 1660-EXIT
036025             PERFORM 1670-CLOSE-BATCH THRU 1670-EXIT
036030         END-IF
036035         MOVE A2-PRESCAN-POSITION TO A2-BATCH-START-POSITION
036040         PERFORM 1660-START-BATCH THRU 1660-EXIT
036045         PERFORM 1680-TAKE-HEADER THRU 1680-EXIT
036050         GO TO 1650-EXIT
036055     END-IF.
036060     IF TRAILER-RECORD-PRESENT
036065         IF NOT A2-BATCH-OPEN
036070             MOVE A2-PRESCAN-POSITION TO A2-BATCH-START-POSITION
036075             IF A2-LOOSE-COUNT > ZERO
036080                 MOVE A2-LOOSE-FIRST-RECORD
036085                                     TO A2-BATCH-START-POSITION
036090             END-IF
036095             PERFORM 1660-START-BATCH THRU 1660-EXIT
036100         END-IF
036105         PERFORM 1690-TAKE-TRAILER THRU 1690-EXIT
036110         MOVE A2-PRESCAN-POSITION TO A2-BATCH-END-POSITION
036115         PERFORM 1670-CLOSE-BATCH THRU 1670-EXIT
036120         GO TO 1650-EXIT
036125     END-IF.
036130     IF A2-BATCH-OPEN
036135         ADD 1 TO A2-BAT-DETAIL-COUNT (A2-BATCH-SUB)
036140         IF IN-TRANSACTION-AMOUNT IS NUMERIC
036145             ADD IN-TRANSACTION-AMOUNT
036150                             TO A2-BAT-HASH-TOTAL (A2-BATCH-SUB)
036155         END-IF
036160     ELSE
036165         IF A2-LOOSE-COUNT = ZERO
036170             MOVE A2-PRESCAN-POSITION TO A2-LOOSE-FIRST-RECORD
036175         END-IF
036180         ADD 1 TO A2-LOOSE-COUNT
036185         IF IN-TRANSACTION-AMOUNT IS NUMERIC
036190             ADD IN-TRANSACTION-AMOUNT TO A2-LOOSE-HASH
036195         END-IF
036200     END-IF.
036205*
036210 1650-EXIT.
036215     EXIT.
036220*
036225*****************************************************************
036230*    1660-START-BATCH  --  OPEN A NEW BATCH TABLE ENTRY          *
036235*****************************************************************
036240*    ANY LOOSE DETAILS AHEAD OF IT BELONG TO THE NEW BATCH.      *
036245 1660-START-BATCH.
036250*
036255     IF A2-BATCH-COUNT NOT < A2-BATCH-MAX
036260         DISPLAY 'A2START - MORE THAN 10 FEED BATCHES ON '
036265                 'INPUT-FILE - RUN TERMINATED'
036270         MOVE 16 TO RETURN-CODE
036275         STOP RUN
036280     END-IF.
036285     ADD 1 TO A2-BATCH-COUNT.
036290     MOVE A2-BATCH-COUNT TO A2-BATCH-SUB.
036295     MOVE 'UNKNOWN'      TO A2-BAT-SOURCE (A2-BATCH-SUB).
036300     MOVE ZERO           TO A2-BAT-FEED-DATE (A2-BATCH-SUB).
036305     MOVE A2-BATCH-START-POSITION
036310                         TO A2-BAT-FIRST-RECORD (A2-BATCH-SUB).
036315     MOVE ZERO           TO A2-BAT-LAST-RECORD (A2-BATCH-SUB).
036320     MOVE A2-LOOSE-COUNT TO A2-BAT-DETAIL-COUNT (A2-BATCH-SUB).
036325     MOVE A2-LOOSE-HASH  TO A2-BAT-HASH-TOTAL (A2-BATCH-SUB).
036330     MOVE ZERO           TO A2-BAT-TRL-COUNT (A2-BATCH-SUB).
036335     MOVE ZERO           TO A2-BAT-TRL-HASH (A2-BATCH-SUB).
036340     MOVE 'N'            TO A2-BAT-HEADER-FLAG (A2-BATCH-SUB).
036345     MOVE 'N'            TO A2-BAT-TRAILER-FLAG (A2-BATCH-SUB).
036350     MOVE 'N'            TO A2-BAT-DATE-FLAG (A2-BATCH-SUB).
036355     MOVE 'N'            TO A2-BAT-RELEASE-FLAG (A2-BATCH-SUB).
036360     MOVE SPACE          TO A2-BAT-STATUS-FLAG (A2-BATCH-SUB).
036365     MOVE ZERO TO A2-LOOSE-COUNT.
036370     MOVE ZERO TO A2-LOOSE-HASH.
036375     SET A2-BATCH-OPEN TO TRUE.
036380*
036385 1660-EXIT.
036390     EXIT.
036395*
036400*****************************************************************
036405*    1670-CLOSE-BATCH  --  END THE OPEN BATCH AT A POSITION      *
036410*****************************************************************
036415 1670-CLOSE-BATCH.
036420*
036425     MOVE A2-BATCH-END-POSITION
036430                         TO A2-BAT-LAST-RECORD (A2-BATCH-SUB).
036435     MOVE 'N' TO A2-BATCH-OPEN-SWITCH.
036440*
036445 1670-EXIT.
036450     EXIT.
036455*
036460*****************************************************************
036465*    1680-TAKE-HEADER  --  VERIFY A BATCH HEADER RECORD          *
036470*****************************************************************
036475*    A BATCH DATED OTHER THAN THE RUN DATE IS A QUARANTINED ONE  *
036480*    COMING BACK, AND IS TAKEN ONLY AGAINST ITS RELEASE CARD.    *
036485 1680-TAKE-HEADER.
036490*
036495     SET A2-BAT-HEADER-SEEN (A2-BATCH-SUB) TO TRUE.
036500     IF HDR-SOURCE-SYSTEM-ID NOT = SPACES
036505         MOVE HDR-SOURCE-SYSTEM-ID TO A2-BAT-SOURCE (A2-BATCH-SUB)
036510     END-IF.
036515     IF HDR-FEED-DATE IS NUMERIC
036520         MOVE HDR-FEED-DATE TO A2-BAT-FEED-DATE (A2-BATCH-SUB)
036525     END-IF.
036530     IF A2-BAT-FEED-DATE (A2-BATCH-SUB) = CTL-RUN-DATE
036535         GO TO 1680-EXIT
036540     END-IF.
036545     PERFORM 1685-CHECK-RELEASE THRU 1685-EXIT
036550         VARYING A2-RELEASE-SUB FROM 1 BY 1
036555         UNTIL A2-RELEASE-SUB > A2-RELEASE-COUNT
036560            OR A2-BAT-RELEASED (A2-BATCH-SUB).
036565     IF NOT A2-BAT-RELEASED (A2-BATCH-SUB)
036570         SET A2-BAT-DATE-MISMATCH (A2-BATCH-SUB) TO TRUE
036575         DISPLAY 'A2START - FEED HEADER DATE '
036580                 A2-BAT-FEED-DATE (A2-BATCH-SUB)
036585                 ' DOES NOT MATCH RUN DATE ' CTL-RUN-DATE
036590                 ' - SOURCE ' A2-BAT-SOURCE (A2-BATCH-SUB)
036595     END-IF.
036600*
036605 1680-EXIT.
036610     EXIT.
036615*
036620*****************************************************************
036625*    1685-CHECK-RELEASE  --  MATCH THE BATCH TO ONE RELEASE CARD *
036630*****************************************************************
036635*    A CARD RELEASES ONE EARLIER-DATED BATCH ONLY, SO A BATCH    *
036640*    PRESENTED TWICE IS QUARANTINED AGAIN THE SECOND TIME.       *
036645 1685-CHECK-RELEASE.
036650*
036655     IF A2-REL-SOURCE (A2-RELEASE-SUB)
036660                                 = A2-BAT-SOURCE (A2-BATCH-SUB)
036665             AND A2-REL-FEED-DATE (A2-RELEASE-SUB)
036670                                 = A2-BAT-FEED-DATE (A2-BATCH-SUB)
036675             AND A2-BAT-FEED-DATE (A2-BATCH-SUB) < CTL-RUN-DATE
036680             AND NOT A2-REL-USED (A2-RELEASE-SUB)
036685         SET A2-REL-USED (A2-RELEASE-SUB) TO TRUE
036690         SET A2-BAT-RELEASED (A2-BATCH-SUB) TO TRUE
036695     END-IF.
036700*
036705 1685-EXIT.
036710     EXIT.
036715*
036720*****************************************************************
036725*    1690-TAKE-TRAILER  --  CAPTURE A BATCH'S TRAILER TOTALS     *
036730*****************************************************************
036735 1690-TAKE-TRAILER.
036740*
036745     IF TRL-DETAIL-COUNT IS NUMERIC
036750             AND TRL-AMOUNT-HASH-TOTAL IS NUMERIC
036755         MOVE 'Y' TO A2-BAT-TRAILER-FLAG (A2-BATCH-SUB)
036760         MOVE TRL-DETAIL-COUNT TO A2-BAT-TRL-COUNT (A2-BATCH-SUB)
036765         MOVE TRL-AMOUNT-HASH-TOTAL
036770                                 TO A2-BAT-TRL-HASH (A2-BATCH-SUB)
036775     ELSE
036780         SET A2-BAT-TRAILER-INVALID (A2-BATCH-SUB) TO TRUE
036785     END-IF.
036790*
036795 1690-EXIT.
036800     EXIT.
036805*
036810*****************************************************************
036815*    2000-PROCESS-RECORD                                         *
036820*****************************************************************
036825 2000-PROCESS-RECORD.
036830*
036835     MOVE A2-RECORDS-READ-COUNT TO A2-LOCATE-POSITION.
036840     PERFORM 2020-LOCATE-BATCH THRU 2020-EXIT.
036845*    EVERY RECORD OF A BATCH THAT FAILED TO BALANCE, HEADER AND
036850*    TRAILER INCLUDED, GOES TO QUARANTINE UNPROCESSED
036855     IF A2-IN-BATCH
036860             AND A2-BAT-HELD (A2-BATCH-SUB)
036865         PERFORM 2040-QUARANTINE-RECORD THRU 2040-EXIT
036870         PERFORM 2400-CHECKPOINT-CHECK THRU 2400-EXIT
036875         GO TO 2000-READ-NEXT
036880     END-IF.
036885     IF HEADER-RECORD-PRESENT
036890             OR TRAILER-RECORD-PRESENT
036895         GO TO 2000-READ-NEXT
036900     END-IF.
036905*    DETAILS OUTSIDE EVERY BATCH ARE THE RE-PRESENTED STREAM
036910*    (REPAIRED REJECTS, RELEASED DUPLICATES AND THE OTHER FILES
036915*    CONCATENATED BEHIND THE FEED) - PROCESSED NORMALLY BUT
036920*    OUTSIDE THE BATCH RECONCILIATION, WHICH COVERS THE SOURCE
036925*    FEEDS ALONE
036930     IF A2-IN-BATCH
036935         PERFORM 2030-SNAP-OUTCOME-COUNTS THRU 2030-EXIT
036940         PERFORM 2800-PROCESS-ITEM THRU 2800-EXIT
036945         PERFORM 2070-ATTRIBUTE-TO-BATCH THRU 2070-EXIT
036950     ELSE
036955         ADD 1 TO A2-REPRESENTED-COUNT
036960         PERFORM 2800-PROCESS-ITEM THRU 2800-EXIT
036965     END-IF.
036970     PERFORM 2400-CHECKPOINT-CHECK THRU 2400-EXIT.
036975*
036980 2000-READ-NEXT.
036985     PERFORM 2900-READ-INPUT THRU 2900-EXIT.
036990*
036995 2000-EXIT.
037000     EXIT.
037005*
037010*****************************************************************
037015*    2020-LOCATE-BATCH  --  FIND THE BATCH A RECORD SITS IN      *
037020*****************************************************************
037025*    RECORDS ARRIVE IN POSITION ORDER, SO A2-BATCH-SUB ONLY EVER *
037030*    MOVES FORWARD.  SHARED WITH THE RESTART SKIP LOOP.          *
037035 2020-LOCATE-BATCH.
037040*
037045     MOVE 'N' TO A2-BATCH-FOUND-SWITCH.
037050     MOVE 'N' TO A2-IN-BATCH-SWITCH.
037055     MOVE 'N' TO A2-DUP-CHECK-SWITCH.
037060     PERFORM 2025-STEP-BATCH THRU 2025-EXIT
037065         UNTIL A2-BATCH-LOCATED
037070            OR A2-BATCH-SUB > A2-BATCH-COUNT.
037075     IF NOT A2-BATCH-LOCATED
037080         GO TO 2020-EXIT
037085     END-IF.
037090     IF A2-BAT-FIRST-RECORD (A2-BATCH-SUB) > A2-LOCATE-POSITION
037095         GO TO 2020-EXIT
037100     END-IF.
037105     SET A2-IN-BATCH TO TRUE.
037110*    A RELEASED BATCH SKIPS THE DUPLICATE CHECK - ITS ORIGINALS
037115*    ARE IN AN EARLIER DAY'S FEED BY CONSTRUCTION
037120     IF A2-BAT-BALANCED (A2-BATCH-SUB)
037125             AND NOT A2-BAT-RELEASED (A2-BATCH-SUB)
037130         SET A2-DUP-CHECK-DUE TO TRUE
037135     END-IF.
037140*
037145 2020-EXIT.
037150     EXIT.
037155*
037160*****************************************************************
037165*    2025-STEP-BATCH  --  MOVE PAST A BATCH ALREADY FINISHED     *
037170*****************************************************************
037175 2025-STEP-BATCH.
037180*
037185     IF A2-BAT-LAST-RECORD (A2-BATCH-SUB) < A2-LOCATE-POSITION
037190         ADD 1 TO A2-BATCH-SUB
037195     ELSE
037200         SET A2-BATCH-LOCATED TO TRUE
037205     END-IF.
037210*
037215 2025-EXIT.
037220     EXIT.
037225*
037230*****************************************************************
037235*    2030-SNAP-OUTCOME-COUNTS  --  RUN COUNTERS BEFORE AN ITEM   *
037240*****************************************************************
037245 2030-SNAP-OUTCOME-COUNTS.
037250*
037255     MOVE A2-RECORDS-WRITTEN-COUNT   TO A2-SNAP-WRITTEN.
037260     MOVE A2-XFER-CREDIT-COUNT       TO A2-SNAP-XFER-CR.
037265     MOVE A2-RECORDS-REJECTED-COUNT  TO A2-SNAP-REJECTED.
037270     MOVE A2-RECORDS-SUSPENDED-COUNT TO A2-SNAP-SUSPENDED.
037275     MOVE A2-DUPLICATES-COUNT        TO A2-SNAP-DUPLICATE.
037280*
037285 2030-EXIT.
037290     EXIT.
037295*
037300*****************************************************************
037305*    2040-QUARANTINE-RECORD  --  HOLD ONE RECORD OF A BATCH THAT *
037310*    FAILED TO BALANCE, UNCHANGED, FOR RELEASE ON A LATER RUN    *
037315*****************************************************************
037320 2040-QUARANTINE-RECORD.
037325*
037330     MOVE INPUT-LINE TO QUAR-OUT-RECORD.
037335     WRITE QUAR-OUT-RECORD.
037340*
037345 2040-EXIT.
037350     EXIT.
037355*
037360*****************************************************************
037365*    2070-ATTRIBUTE-TO-BATCH  --  CHARGE AN ITEM'S OUTCOME TO    *
037370*    ITS SOURCE BATCH                                            *
037375*****************************************************************
037380 2070-ATTRIBUTE-TO-BATCH.
037385*
037390     COMPUTE A2-BOC-WRITTEN (A2-BATCH-SUB)
037395           = A2-BOC-WRITTEN (A2-BATCH-SUB)
037400           + A2-RECORDS-WRITTEN-COUNT - A2-SNAP-WRITTEN.
037405     COMPUTE A2-BOC-XFER-CR (A2-BATCH-SUB)
037410           = A2-BOC-XFER-CR (A2-BATCH-SUB)
037415           + A2-XFER-CREDIT-COUNT - A2-SNAP-XFER-CR.
037420     COMPUTE A2-BOC-REJECTED (A2-BATCH-SUB)
037425           = A2-BOC-REJECTED (A2-BATCH-SUB)
037430           + A2-RECORDS-REJECTED-COUNT - A2-SNAP-REJECTED.
037435     COMPUTE A2-BOC-SUSPENDED (A2-BATCH-SUB)
037440           = A2-BOC-SUSPENDED (A2-BATCH-SUB)
037445           + A2-RECORDS-SUSPENDED-COUNT - A2-SNAP-SUSPENDED.
037450     COMPUTE A2-BOC-DUPLICATE (A2-BATCH-SUB)
037455           = A2-BOC-DUPLICATE (A2-BATCH-SUB)
037460           + A2-DUPLICATES-COUNT - A2-SNAP-DUPLICATE.
037465*
037470 2070-EXIT.
037475     EXIT.
037480*
037951*****************************************************************
037952*    2080-PROCESS-DETAIL  --  EDIT AND DISPOSE ONE TRANSACTION   *
037953*****************************************************************
037958 2080-PROCESS-DETAIL.
037959*
037960     PERFORM 2100-EDIT-RECORD THRU 2100-EXIT.
037961*    ONLY DETAILS OF A BALANCED SOURCE BATCH TAKE THE CHECK -
037962*    RETRIES, RE-PRESENTED RECORDS AND RELEASED BATCHES HAVE
037963*    THEIR ORIGINALS IN AN EARLIER FEED BY CONSTRUCTION
037964     IF A2-RECORD-IS-VALID
037965             AND A2-DUP-CHECK-DUE
037966         PERFORM 2090-CHECK-DUPLICATE THRU 2090-EXIT
037967     END-IF.
037968     IF A2-RECORD-IS-VALID
049100     MOVE IN-TRANSACTION-CODE    TO REJ-TRANSACTION-CODE.
049200     MOVE IN-TRANSACTION-AMOUNT  TO REJ-TRANSACTION-AMOUNT.
049300     MOVE A2-REJECT-REASON-CODE  TO REJ-REASON-CODE.
049310*    A TRANSFER REJECTS AS THE WHOLE 'XFR' RECORD, SO A REPAIRED
049320*    ONE RECYCLES AS A PAIR.
049330     IF TRANSFER-RECORD-PRESENT
049340         MOVE INPUT-LINE         TO REJ-INPUT-DATA
049350     END-IF.
049400     PERFORM 2350-SET-REASON-TEXT THRU 2350-EXIT.
049410     MOVE SPACES TO REJ-TRANCODE-DESC.
049420     IF IN-TRANSACTION-CODE IS NUMERIC
049470                                     TO REJ-TRANCODE-DESC
049480         END-IF
049490     END-IF.
049491     IF TRANSFER-RECORD-PRESENT
049492         MOVE SPACES TO REJ-TRANCODE-DESC
049493         IF A2-TCT-LOADED (A2-XFER-DEBIT-CODE)
049494             MOVE A2-TCT-DESCRIPTION (A2-XFER-DEBIT-CODE)
049495                                 TO REJ-TRANCODE-DESC
049496         END-IF
049497     END-IF.
049500     WRITE REJECT-LINE.
049600     ADD 1 TO A2-RECORDS-REJECTED-COUNT.
049700     IF IN-TRANSACTION-AMOUNT IS NUMERIC
052491         WHEN 28
052492             MOVE 'DEBIT TO DORMANT ACCOUNT'
052493                                     TO REJ-REASON-TEXT
052494         WHEN 30
052495             MOVE 'TRANSFER TO-ACCOUNT INVALID'
052496                                     TO REJ-REASON-TEXT
052497         WHEN 32
052498             MOVE 'TRANSFER AMOUNT NOT POSITIVE'
052499                                     TO REJ-REASON-TEXT
052500         WHEN OTHER
052600             MOVE 'UNKNOWN EDIT FAILURE'
052700                                     TO REJ-REASON-TEXT
055000*****************************************************************
055100 2450-WRITE-CHECKPOINT-RECORD.
055200*
055220*
055240     MOVE SPACES TO CHECKPOINT-RECORD.
055300     MOVE A2-RECORDS-READ-COUNT     TO CKPT-RECORD-COUNT.
055400     MOVE IN-ACCOUNT-NUMBER         TO CKPT-LAST-ACCOUNT-NUMBER.
055410     IF TRANSFER-RECORD-PRESENT
055420         MOVE XFR-FROM-ACCOUNT      TO CKPT-LAST-ACCOUNT-NUMBER
055430     END-IF.
055500     MOVE A2-RECORDS-WRITTEN-COUNT  TO CKPT-WRITTEN-COUNT.
055600     MOVE A2-RECORDS-REJECTED-COUNT TO CKPT-REJECTED-COUNT.
055700     MOVE A2-AMOUNT-TOTAL           TO CKPT-AMOUNT-TOTAL.
055800     MOVE A2-REJECTED-AMOUNT-TOTAL  TO CKPT-REJECTED-AMOUNT-TOTAL.
055850     MOVE A2-BATCH-OUTCOME-TABLE    TO CKPT-BATCH-OUTCOMES.
055862     MOVE A2-RECORDS-SUSPENDED-COUNT
055864                                    TO CKPT-SUSPENDED-COUNT.
055866     MOVE A2-SUSP-MISSING-COUNT     TO CKPT-SUSP-MISSING-COUNT.
055872     MOVE A2-DUPLICATES-COUNT       TO CKPT-DUPLICATE-COUNT.
055874     MOVE A2-DUPLICATE-AMOUNT-TOTAL TO CKPT-DUPLICATE-AMOUNT.
055876     MOVE A2-REPRESENTED-COUNT      TO CKPT-REPRESENTED-COUNT.
055880     MOVE A2-XFER-DEBIT-COUNT       TO CKPT-XFER-DEBIT-COUNT.
055884     MOVE A2-XFER-DEBIT-AMOUNT      TO CKPT-XFER-DEBIT-AMOUNT.
055888     MOVE A2-XFER-CREDIT-COUNT      TO CKPT-XFER-CREDIT-COUNT.
055892     MOVE A2-XFER-CREDIT-AMOUNT     TO CKPT-XFER-CREDIT-AMOUNT.
055900     WRITE CHECKPOINT-RECORD.
055950     IF A2-CKPT-FILE-STATUS NOT = '00'
055960         DISPLAY 'A2START - CHECKPOINT-FILE WRITE FAILED STATUS '
056900     MOVE IN-ACCOUNT-NUMBER      TO AUD-ACCOUNT-NUMBER.
057000     MOVE IN-TRANSACTION-DATE    TO AUD-TRANSACTION-DATE.
057100     MOVE IN-TRANSACTION-CODE    TO AUD-TRANSACTION-CODE.
057110*    A TRANSFER IS AUDITED ONCE, UNDER ITS FROM ACCOUNT AND THE
057120*    DEBIT LEG CODE, DATED THE RUN DATE IT POSTS ON.
057130     IF TRANSFER-RECORD-PRESENT
057140         MOVE XFR-FROM-ACCOUNT   TO AUD-ACCOUNT-NUMBER
057150         MOVE CTL-RUN-DATE       TO AUD-TRANSACTION-DATE
057160         MOVE A2-XFER-DEBIT-CODE TO AUD-TRANSACTION-CODE
057170     END-IF.
057200     ACCEPT AUD-PROCESS-TIME     FROM TIME.
057300     EVALUATE TRUE
057302         WHEN A2-DUPLICATE-RECORD
058363*
058364 2650-EXIT.
058365     EXIT.
058366*
058367*****************************************************************
058368*    2800-PROCESS-ITEM  --  ONE DETAIL OR ONE TRANSFER           *
058369*****************************************************************
058370*    SHARED BY THE DAILY-FEED READ LOOP AND THE SUSPENSE RETRY   *
058371*    LOOP.  AN 'XFR' RECORD TAKES THE TRANSFER PATH, EVERY       *
058372*    OTHER DETAIL THE ORDINARY ONE.                              *
058373 2800-PROCESS-ITEM.
058374*
058375     IF TRANSFER-RECORD-PRESENT
058376         PERFORM 2810-PROCESS-TRANSFER THRU 2810-EXIT
058377     ELSE
058378         PERFORM 2080-PROCESS-DETAIL THRU 2080-EXIT
058379     END-IF.
058380*
058381 2800-EXIT.
058382     EXIT.
058383*
058384*****************************************************************
058385*    2810-PROCESS-TRANSFER  --  EDIT AND DISPOSE ONE TRANSFER    *
058386*****************************************************************
058387*    THE FROM AND TO SIDES ARE EDITED TOGETHER AND THE PAIR      *
058388*    ENDS UP IN EXACTLY ONE PLACE - BOTH LEGS ON THE OUTPUT      *
058389*    EXTRACT, OR THE WHOLE 'XFR' RECORD ON THE REJECT, SUSPENSE  *
058390*    OR DUPLICATES FILE - AND LEAVES ONE AUDIT RECORD.           *
058391 2810-PROCESS-TRANSFER.
058392*
058393     PERFORM 2820-EDIT-TRANSFER THRU 2820-EXIT.
058394     IF A2-RECORD-IS-VALID
058395             AND A2-DUP-CHECK-DUE
058396         PERFORM 2090-CHECK-DUPLICATE THRU 2090-EXIT
058398     END-IF.
058399     IF A2-RECORD-IS-VALID
058400             AND NOT A2-DUPLICATE-RECORD
058401         PERFORM 2830-CHECK-TRANSFER-SIDES THRU 2830-EXIT
058402     END-IF.
058403     EVALUATE TRUE
058404         WHEN A2-DUPLICATE-RECORD
058405             PERFORM 2855-WRITE-TRANSFER-DUP THRU 2855-EXIT
058406         WHEN A2-SUSPEND-RECORD
058407             PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
058408         WHEN A2-RECORD-IS-VALID
058409             PERFORM 2840-WRITE-TRANSFER THRU 2840-EXIT
058410         WHEN OTHER
058411             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
058412     END-EVALUATE.
058413     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
058414*
058415 2810-EXIT.
058416     EXIT.
058417*
058418*****************************************************************
058419*    2820-EDIT-TRANSFER  --  VALIDATE ONE TRANSFER RECORD        *
058420*****************************************************************
058421*    BOTH LEG CODES MUST BE ON THE CODE TABLE AND ACTIVE, AND    *
058422*    THE AMOUNT WITHIN EITHER CODE'S LIMIT.  THE TRANSFER DATE   *
058423*    IS THE RUN DATE, SO THERE IS NO DATE TO EDIT.               *
058424 2820-EDIT-TRANSFER.
058425*
058426     SET A2-RECORD-IS-VALID TO TRUE.
058427     MOVE 'N' TO A2-SUSPEND-SWITCH.
058428     MOVE 'N' TO A2-DUPLICATE-SWITCH.
058429     MOVE ZERO TO A2-REJECT-REASON-CODE.
058430     MOVE SPACES TO A2-XFER-FROM-NAME
058431                    A2-XFER-TO-NAME.
058432     IF XFR-FROM-ACCOUNT NOT NUMERIC
058433             OR XFR-FROM-ACCOUNT = ZERO
058434         SET A2-RECORD-IS-INVALID TO TRUE
058435         MOVE 02 TO A2-REJECT-REASON-CODE
058436         GO TO 2820-EXIT
058437     END-IF.
058438     IF XFR-TO-ACCOUNT NOT NUMERIC
058439             OR XFR-TO-ACCOUNT = ZERO
058440             OR XFR-TO-ACCOUNT = XFR-FROM-ACCOUNT
058441         SET A2-RECORD-IS-INVALID TO TRUE
058442         MOVE 30 TO A2-REJECT-REASON-CODE
058443         GO TO 2820-EXIT
058444     END-IF.
058445     IF XFR-TRANSFER-AMOUNT NOT NUMERIC
058446         SET A2-RECORD-IS-INVALID TO TRUE
058447         MOVE 06 TO A2-REJECT-REASON-CODE
058448         GO TO 2820-EXIT
058449     END-IF.
058450     IF XFR-TRANSFER-AMOUNT NOT > ZERO
058451         SET A2-RECORD-IS-INVALID TO TRUE
058452         MOVE 32 TO A2-REJECT-REASON-CODE
058453         GO TO 2820-EXIT
058454     END-IF.
058455     IF NOT A2-TCT-LOADED (A2-XFER-DEBIT-CODE)
058456             OR NOT A2-TCT-LOADED (A2-XFER-CREDIT-CODE)
058457         SET A2-RECORD-IS-INVALID TO TRUE
058458         MOVE 04 TO A2-REJECT-REASON-CODE
058459         GO TO 2820-EXIT
058460     END-IF.
058461     IF NOT A2-TCT-ACTIVE (A2-XFER-DEBIT-CODE)
058462             OR NOT A2-TCT-ACTIVE (A2-XFER-CREDIT-CODE)
058463         SET A2-RECORD-IS-INVALID TO TRUE
058464         MOVE 12 TO A2-REJECT-REASON-CODE
058465         GO TO 2820-EXIT
058466     END-IF.
058467     IF (A2-TCT-AMOUNT-LIMIT (A2-XFER-DEBIT-CODE) > ZERO
058468             AND XFR-TRANSFER-AMOUNT >
058469                 A2-TCT-AMOUNT-LIMIT (A2-XFER-DEBIT-CODE))
058470         OR (A2-TCT-AMOUNT-LIMIT (A2-XFER-CREDIT-CODE) > ZERO
058471             AND XFR-TRANSFER-AMOUNT >
058472                 A2-TCT-AMOUNT-LIMIT (A2-XFER-CREDIT-CODE))
058473         SET A2-RECORD-IS-INVALID TO TRUE
058474         MOVE 14 TO A2-REJECT-REASON-CODE
058475     END-IF.
058476*
058477 2820-EXIT.
058478     EXIT.
058479*
058480*****************************************************************
058481*    2830-CHECK-TRANSFER-SIDES  --  ACCOUNT TYPE, BOTH SIDES     *
058482*****************************************************************
058483*    THE FROM SIDE IS A DEBIT - MISSING OR CLOSED SUSPENDS,      *
058484*    FROZEN OR DORMANT REJECTS.  THE TO SIDE IS A CREDIT -       *
058485*    MISSING OR CLOSED SUSPENDS, FROZEN AND DORMANT TAKE IT.     *
058486*    EITHER SIDE FAILING HOLDS THE WHOLE PAIR.                   *
058487 2830-CHECK-TRANSFER-SIDES.
058488*
058489     MOVE XFR-FROM-ACCOUNT TO REF-ACCOUNT-NUMBER.
058490     PERFORM 2835-READ-TRANSFER-ACCOUNT THRU 2835-EXIT.
058491     MOVE A2-REF-ACCOUNT-NAME TO A2-XFER-FROM-NAME.
058492     IF NOT A2-REF-FOUND
058493         SET A2-SUSPEND-RECORD TO TRUE
058494         MOVE 20 TO A2-REJECT-REASON-CODE
058495         GO TO 2830-EXIT
058496     END-IF.
058497     IF A2-REF-TYPE-CLOSED
058498         SET A2-SUSPEND-RECORD TO TRUE
058499         MOVE 22 TO A2-REJECT-REASON-CODE
058500         GO TO 2830-EXIT
058501     END-IF.
058502     IF A2-REF-TYPE-FROZEN
058503         SET A2-RECORD-IS-INVALID TO TRUE
058504         MOVE 24 TO A2-REJECT-REASON-CODE
058505         GO TO 2830-EXIT
058506     END-IF.
058507     IF A2-REF-TYPE-DORMANT
058508         SET A2-RECORD-IS-INVALID TO TRUE
058509         MOVE 28 TO A2-REJECT-REASON-CODE
058510         GO TO 2830-EXIT
058511     END-IF.
058512     MOVE XFR-TO-ACCOUNT TO REF-ACCOUNT-NUMBER.
058513     PERFORM 2835-READ-TRANSFER-ACCOUNT THRU 2835-EXIT.
058514     MOVE A2-REF-ACCOUNT-NAME TO A2-XFER-TO-NAME.
058515     IF NOT A2-REF-FOUND
058516         SET A2-SUSPEND-RECORD TO TRUE
058517         MOVE 20 TO A2-REJECT-REASON-CODE
058518         GO TO 2830-EXIT
058519     END-IF.
058520     IF A2-REF-TYPE-CLOSED
058521         SET A2-SUSPEND-RECORD TO TRUE
058522         MOVE 22 TO A2-REJECT-REASON-CODE
058523     END-IF.
058524*
058525 2830-EXIT.
058526     EXIT.
058527*
058528*****************************************************************
058529*    2835-READ-TRANSFER-ACCOUNT  --  ONE SIDE'S REFERENCE ENTRY  *
058530*****************************************************************
058531 2835-READ-TRANSFER-ACCOUNT.
058532*
058533     MOVE 'N' TO A2-REF-FOUND-SWITCH.
058534     MOVE SPACES TO A2-REF-ACCOUNT-TYPE.
058535     MOVE SPACES TO A2-REF-ACCOUNT-NAME.
058536     READ REFERENCE-FILE
058537         INVALID KEY
058538             IF A2-REF-FILE-STATUS NOT = '23'
058539                 DISPLAY 'A2START - REFERENCE-FILE READ ERROR '
058540                         'STATUS ' A2-REF-FILE-STATUS
058541                         ' FOR ACCOUNT ' REF-ACCOUNT-NUMBER
058542             END-IF
058543         NOT INVALID KEY
058544             SET A2-REF-FOUND TO TRUE
058545             MOVE REF-ACCOUNT-NAME TO A2-REF-ACCOUNT-NAME
058546             MOVE REF-ACCOUNT-TYPE TO A2-REF-ACCOUNT-TYPE
058547     END-READ.
058548*
058549 2835-EXIT.
058550     EXIT.
058551*
058552*****************************************************************
058553*    2840-WRITE-TRANSFER  --  WRITE BOTH LEGS OF A TRANSFER      *
058554*****************************************************************
058555*    THE DEBIT LEG GOES FIRST.  IF THE CREDIT LEG CANNOT BE      *
058556*    WRITTEN THE DEBIT LEG IS DELETED AGAIN AND THE WHOLE        *
058557*    TRANSFER REJECTS, SO THE EXTRACT NEVER CARRIES HALF A       *
058558*    PAIR.  ON A RESTART A LEG ALREADY ON FILE (STATUS 22) IS    *
058559*    COUNTED AS WRITTEN, THE SAME RULE 2200-WRITE-OUTPUT USES.   *
058560 2840-WRITE-TRANSFER.
058561*
058562     MOVE XFR-FROM-ACCOUNT    TO A2-XFER-LEG-ACCOUNT.
058563     MOVE A2-XFER-DEBIT-CODE  TO A2-XFER-LEG-CODE.
058564     MOVE A2-XFER-FROM-NAME   TO A2-XFER-LEG-NAME.
058565     COMPUTE A2-XFER-LEG-AMOUNT = - XFR-TRANSFER-AMOUNT.
058566     PERFORM 2845-WRITE-TRANSFER-LEG THRU 2845-EXIT.
058567     IF NOT A2-XFER-LEG-WRITTEN
058568         GO TO 2840-REJECT
058569     END-IF.
058570     MOVE OUT-KEY             TO A2-XFER-DEBIT-KEY.
058571     MOVE XFR-TO-ACCOUNT      TO A2-XFER-LEG-ACCOUNT.
058572     MOVE A2-XFER-CREDIT-CODE TO A2-XFER-LEG-CODE.
058573     MOVE A2-XFER-TO-NAME     TO A2-XFER-LEG-NAME.
058574     MOVE XFR-TRANSFER-AMOUNT TO A2-XFER-LEG-AMOUNT.
058575     PERFORM 2845-WRITE-TRANSFER-LEG THRU 2845-EXIT.
058576     IF A2-XFER-LEG-WRITTEN
058577         ADD 1 TO A2-XFER-DEBIT-COUNT
058578                  A2-XFER-CREDIT-COUNT
058579         SUBTRACT XFR-TRANSFER-AMOUNT FROM A2-XFER-DEBIT-AMOUNT
058580         ADD XFR-TRANSFER-AMOUNT TO A2-XFER-CREDIT-AMOUNT
058581         GO TO 2840-EXIT
058582     END-IF.
058583     MOVE A2-XFER-DEBIT-KEY   TO OUT-KEY.
058584     DELETE OUTPUT-FILE RECORD
058585         INVALID KEY
058586             DISPLAY 'A2START - TRANSFER DEBIT LEG BACKOUT '
058587                     'FAILED STATUS ' A2-OUTPUT-FILE-STATUS
058588                     ' FOR ACCOUNT ' XFR-FROM-ACCOUNT
058589         NOT INVALID KEY
058590             SUBTRACT 1 FROM A2-RECORDS-WRITTEN-COUNT
058591             ADD XFR-TRANSFER-AMOUNT TO A2-AMOUNT-TOTAL
058592     END-DELETE.
058593*
058594 2840-REJECT.
058595     MOVE 10 TO A2-REJECT-REASON-CODE.
058596     SET A2-RECORD-IS-INVALID TO TRUE.
058597     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT.
058598*
058599 2840-EXIT.
058600     EXIT.
058601*
058602*****************************************************************
058603*    2845-WRITE-TRANSFER-LEG  --  WRITE ONE LEG TO THE EXTRACT   *
058604*****************************************************************
058605 2845-WRITE-TRANSFER-LEG.
058606*
058607     MOVE 'N' TO A2-XFER-LEG-SWITCH.
058608     ADD 1 TO A2-OUTPUT-SEQUENCE-NUMBER.
058609     MOVE A2-XFER-LEG-ACCOUNT   TO OUT-ACCOUNT-NUMBER.
058610     MOVE A2-OUTPUT-SEQUENCE-NUMBER
058611                                TO OUT-SEQUENCE-NUMBER.
058612     MOVE A2-XFER-LEG-NAME      TO OUT-ACCOUNT-NAME.
058613     MOVE CTL-RUN-DATE          TO OUT-TRANSACTION-DATE.
058614     MOVE A2-XFER-LEG-CODE      TO OUT-TRANSACTION-CODE.
058615     MOVE A2-TCT-DESCRIPTION (A2-XFER-LEG-CODE)
058616                                TO OUT-TRANCODE-DESC.
058617     MOVE A2-TCT-DC-IND (A2-XFER-LEG-CODE)
058618                                TO OUT-DEBIT-CREDIT-IND.
058619     MOVE A2-XFER-LEG-AMOUNT    TO OUT-TRANSACTION-AMOUNT.
058620     COMPUTE A2-PROSPECTIVE-TOTAL
058621             = A2-AMOUNT-TOTAL + A2-XFER-LEG-AMOUNT.
058622     MOVE A2-PROSPECTIVE-TOTAL  TO OUT-RUNNING-TOTAL.
058623     WRITE OUTPUT-LINE
058624         INVALID KEY
058625             IF A2-OUTPUT-FILE-STATUS = '22'
058626                     AND A2-RESTART-RUN
058627                 DISPLAY 'A2START - OUTPUT-FILE DUPLICATE KEY ON '
058628                         'RESTART FOR TRANSFER LEG ON ACCOUNT '
058629                         A2-XFER-LEG-ACCOUNT
058630                 SET A2-XFER-LEG-WRITTEN TO TRUE
058631             ELSE
058632                 DISPLAY 'A2START - OUTPUT-FILE WRITE FAILED '
058633                         'STATUS ' A2-OUTPUT-FILE-STATUS
058634                         ' FOR TRANSFER LEG ON ACCOUNT '
058635                         A2-XFER-LEG-ACCOUNT
058636             END-IF
058637         NOT INVALID KEY
058638             SET A2-XFER-LEG-WRITTEN TO TRUE
058639     END-WRITE.
058640     IF A2-XFER-LEG-WRITTEN
058641         ADD 1 TO A2-RECORDS-WRITTEN-COUNT
058642         MOVE A2-PROSPECTIVE-TOTAL TO A2-AMOUNT-TOTAL
058643     END-IF.
058644*
058645 2845-EXIT.
058646     EXIT.
058647*
058648*****************************************************************
058649*    2855-WRITE-TRANSFER-DUP  --  DIVERT A DUPLICATE TRANSFER    *
058650*****************************************************************
058651*    THE WHOLE 'XFR' RECORD IS DIVERTED, SO A RELEASED ONE       *
058652*    RE-ENTERS AS A PAIR.  THE REPORT LINE SHOWS THE FROM SIDE   *
058653*    WITH THE TO ACCOUNT ALONGSIDE.                              *
058654 2855-WRITE-TRANSFER-DUP.
058655*
058656     MOVE INPUT-LINE TO DUP-OUT-RECORD.
058657     WRITE DUP-OUT-RECORD.
058658     MOVE SPACES TO DUP-RPT-LINE.
058659     MOVE XFR-FROM-ACCOUNT      TO DUP-RPT-ACCOUNT.
058660     MOVE CTL-RUN-DATE          TO DUP-RPT-DATE.
058661     MOVE A2-XFER-DEBIT-CODE    TO DUP-RPT-CODE.
058662     MOVE XFR-TRANSFER-AMOUNT   TO DUP-RPT-AMOUNT.
058663     MOVE 'TRANSFER TO '        TO DUP-RPT-LINE (43:12).
058664     MOVE XFR-TO-ACCOUNT        TO DUP-RPT-LINE (55:7).
058665     WRITE DUP-RPT-LINE.
058666     ADD 1 TO A2-DUPLICATES-COUNT.
058667     ADD XFR-TRANSFER-AMOUNT TO A2-DUPLICATE-AMOUNT-TOTAL.
058668*
058669 2855-EXIT.
058670     EXIT.
058671*
058672*****************************************************************
058673*    2900-READ-INPUT  --  READ THE NEXT TRANSACTION RECORD       *
058700*****************************************************************
058800 2900-READ-INPUT.
058900*
059819 2700-PROCESS-SUSPENSE.
059820*
059821     MOVE SUSPIN-INPUT-DATA TO INPUT-LINE.
059822     PERFORM 2800-PROCESS-ITEM THRU 2800-EXIT.
059823     PERFORM 2950-READ-SUSPIN THRU 2950-EXIT.
059824*
059825 2700-EXIT.
059839*
059840 2950-EXIT.
059841     EXIT.
059842*
059843*****************************************************************
059844*    7500-RECONCILE-FEED  --  BALANCE ONE BATCH TO ITS TRAILER   *
059845*****************************************************************
059846*    A MISSING HEADER OR TRAILER, A HEADER DATE THAT IS NEITHER  *
059847*    THE RUN DATE NOR RELEASED, OR A TRAILER THAT DOES NOT       *
059848*    BALANCE TO THE DETAILS ACTUALLY READ ALL QUARANTINE THE     *
059849*    BATCH - NONE OF ITS RECORDS REACHES THE OUTPUT FILE, AND    *
059850*    THE OTHER SOURCES' BATCHES RUN ON.  PERFORMED FROM THE      *
059851*    PRESCAN ONCE PER BATCH, FOR A2-BATCH-SUB.                   *
059852 7500-RECONCILE-FEED.
059853*
059854     MOVE 'N' TO A2-RECONCILE-SWITCH.
059855     IF A2-BAT-DATE-MISMATCH (A2-BATCH-SUB)
059856         SET A2-RECONCILE-FAILED TO TRUE
059857     END-IF.
059858     IF NOT A2-BAT-HEADER-SEEN (A2-BATCH-SUB)
059859         SET A2-RECONCILE-FAILED TO TRUE
059860         DISPLAY 'A2START - FEED HEADER MISSING'
059861     END-IF.
059862     IF NOT A2-BAT-TRAILER-SEEN (A2-BATCH-SUB)
059863         SET A2-RECONCILE-FAILED TO TRUE
059864         DISPLAY 'A2START - FEED TRAILER MISSING - SOURCE '
059865                 A2-BAT-SOURCE (A2-BATCH-SUB)
059866     END-IF.
059867     IF A2-BAT-TRAILER-INVALID (A2-BATCH-SUB)
059868         SET A2-RECONCILE-FAILED TO TRUE
059869         DISPLAY 'A2START - FEED TRAILER TOTALS NOT NUMERIC - '
059870                 'SOURCE ' A2-BAT-SOURCE (A2-BATCH-SUB)
059871     END-IF.
059872     IF A2-BAT-TRL-COUNT (A2-BATCH-SUB)
059873             NOT = A2-BAT-DETAIL-COUNT (A2-BATCH-SUB)
059874         SET A2-RECONCILE-FAILED TO TRUE
059875     END-IF.
059876     IF A2-BAT-TRL-HASH (A2-BATCH-SUB)
059877             NOT = A2-BAT-HASH-TOTAL (A2-BATCH-SUB)
059878         SET A2-RECONCILE-FAILED TO TRUE
059879     END-IF.
059880     ADD A2-BAT-DETAIL-COUNT (A2-BATCH-SUB)
059881                                 TO A2-FEED-DETAIL-COUNT.
059882     ADD A2-BAT-HASH-TOTAL (A2-BATCH-SUB)
059883                                 TO A2-FEED-HASH-TOTAL.
059884     IF A2-RECONCILE-FAILED
059885         SET A2-BAT-HELD (A2-BATCH-SUB) TO TRUE
059886         ADD 1 TO A2-HELD-BATCH-COUNT
059887         ADD A2-BAT-DETAIL-COUNT (A2-BATCH-SUB)
059888                                     TO A2-QUARANTINED-COUNT
059889         ADD A2-BAT-HASH-TOTAL (A2-BATCH-SUB)
059890                                     TO A2-QUARANTINED-HASH
059891         DISPLAY 'A2START - SOURCE ' A2-BAT-SOURCE (A2-BATCH-SUB)
059892                 ' FEED OUT OF BALANCE - BATCH QUARANTINED'
059893     ELSE
059894         SET A2-BAT-BALANCED (A2-BATCH-SUB) TO TRUE
059895     END-IF.
059896*
059897 7500-EXIT.
059898     EXIT.
059899*
059900*****************************************************************
059901*    7600-FEED-RETURN-CODE  --  SET THE RUN'S FEED OUTCOME       *
059902*****************************************************************
059903*    A FEED WITH NO BATCH AT ALL HOLDS THE RUN - RETURN CODE 12  *
059904*    STOPS THE OUTPUT FILE BEING RELEASED DOWNSTREAM.  A BATCH   *
059905*    IN QUARANTINE WARNS WITH RETURN CODE 4 - THE SOURCES THAT   *
059906*    BALANCED STILL GO ON TO POSTING.                            *
059907 7600-FEED-RETURN-CODE.
059908*
059909     IF A2-BATCH-COUNT = ZERO
059910         DISPLAY 'A2START - DAILY FEED HAS NO BATCH - RUN HELD'
059911         MOVE 12 TO RETURN-CODE
059912         GO TO 7600-EXIT
059913     END-IF.
059914     IF A2-HELD-BATCH-COUNT > ZERO
059915         DISPLAY 'A2START - FEED BATCH QUARANTINED - SEE CONTROL '
059916                 'REPORT'
059917         IF RETURN-CODE < 4
059918             MOVE 4 TO RETURN-CODE
059919         END-IF
059920     END-IF.
059921*
059922 7600-EXIT.
059923     EXIT.
059924*
060000*****************************************************************
060100*    8000-WRITE-CONTROL-REPORT  --  END OF RUN CONTROL TOTALS    *
060200*****************************************************************
063200     MOVE A2-REJECTED-AMOUNT-TOTAL TO RPT-AMT-VALUE.
063300     WRITE RPT-AMOUNT-LINE.
063400*
063401     IF A2-BATCH-COUNT = ZERO
063402         MOVE SPACES TO RPT-HEADING-LINE
063403         WRITE RPT-HEADING-LINE
063404         MOVE 'FEED RECONCILIATION' TO RPT-HEADING-LINE
063405         WRITE RPT-HEADING-LINE
063406         MOVE 'NO FEED BATCH ON INPUT-FILE - RUN HELD'
063407                                         TO RPT-HEADING-LINE
063408         WRITE RPT-HEADING-LINE
063409     END-IF.
063410     PERFORM 8100-WRITE-BATCH-SECTION THRU 8100-EXIT
063411         VARYING A2-BATCH-SUB FROM 1 BY 1
063412         UNTIL A2-BATCH-SUB > A2-BATCH-COUNT.
063413     IF A2-HELD-BATCH-COUNT > ZERO
063414         MOVE SPACES TO RPT-HEADING-LINE
063415         WRITE RPT-HEADING-LINE
063416         MOVE SPACES TO RPT-COUNT-LINE
063417         MOVE 'FEED BATCHES QUARANTINED' TO RPT-CNT-LABEL
063418         MOVE A2-HELD-BATCH-COUNT TO RPT-CNT-VALUE
063419         WRITE RPT-COUNT-LINE
063420         MOVE SPACES TO RPT-COUNT-LINE
063421         MOVE 'FEED DETAILS QUARANTINED' TO RPT-CNT-LABEL
063422         MOVE A2-QUARANTINED-COUNT TO RPT-CNT-VALUE
063423         WRITE RPT-COUNT-LINE
063424     END-IF.
063425     IF A2-RELEASE-COUNT > ZERO
063426         MOVE SPACES TO RPT-HEADING-LINE
063427         WRITE RPT-HEADING-LINE
063428         MOVE 'QUARANTINE RELEASE CARDS' TO RPT-HEADING-LINE
063429         WRITE RPT-HEADING-LINE
063430         PERFORM 8150-WRITE-RELEASE-LINE THRU 8150-EXIT
063431             VARYING A2-RELEASE-SUB FROM 1 BY 1
063432             UNTIL A2-RELEASE-SUB > A2-RELEASE-COUNT
063433     END-IF.
063457*
063461     MOVE SPACES TO RPT-HEADING-LINE.
063462     WRITE RPT-HEADING-LINE.
063800         MOVE A2-RESTART-COUNT TO RPT-CNT-VALUE
063900         WRITE RPT-COUNT-LINE
064000     END-IF.
064004*
064008     MOVE SPACES TO RPT-HEADING-LINE.
064012     WRITE RPT-HEADING-LINE.
064016     MOVE 'TRANSFERS - INTERNAL FUNDS TRANSFER LEGS'
064020                                     TO RPT-HEADING-LINE.
064024     WRITE RPT-HEADING-LINE.
064028     MOVE SPACES TO RPT-COUNT-LINE.
064032     MOVE 'TRANSFERS ACCEPTED (LEG PAIRS)' TO RPT-CNT-LABEL.
064036     MOVE A2-XFER-DEBIT-COUNT TO RPT-CNT-VALUE.
064040     WRITE RPT-COUNT-LINE.
064044     MOVE SPACES TO RPT-HASH-LINE.
064048     MOVE 'DEBIT LEGS AMOUNT' TO RPT-HSH-LABEL.
064052     MOVE A2-XFER-DEBIT-AMOUNT TO RPT-HSH-VALUE.
064056     WRITE RPT-HASH-LINE.
064060     MOVE SPACES TO RPT-HASH-LINE.
064064     MOVE 'CREDIT LEGS AMOUNT' TO RPT-HSH-LABEL.
064068     MOVE A2-XFER-CREDIT-AMOUNT TO RPT-HSH-VALUE.
064072     WRITE RPT-HASH-LINE.
064076     COMPUTE A2-XFER-NET-AMOUNT
064080             = A2-XFER-DEBIT-AMOUNT + A2-XFER-CREDIT-AMOUNT.
064084     MOVE SPACES TO RPT-HASH-LINE.
064088     MOVE 'NET OF TRANSFER LEGS' TO RPT-HSH-LABEL.
064092     MOVE A2-XFER-NET-AMOUNT TO RPT-HSH-VALUE.
064096     WRITE RPT-HASH-LINE.
064100*
064200 8000-EXIT.
064300     EXIT.
064305*
064310*****************************************************************
064315*    8100-WRITE-BATCH-SECTION  --  ONE SOURCE BATCH'S            *
064320*    RECONCILIATION AND OUTCOME ON THE CONTROL REPORT            *
064325*****************************************************************
064330 8100-WRITE-BATCH-SECTION.
064335*
064340     MOVE SPACES TO RPT-HEADING-LINE.
064345     WRITE RPT-HEADING-LINE.
064350     MOVE A2-BATCH-SUB TO A2-BHL-NUMBER.
064355     MOVE A2-BATCH-HEAD-LINE TO RPT-HEADING-LINE.
064360     WRITE RPT-HEADING-LINE.
064365     IF A2-BAT-HEADER-SEEN (A2-BATCH-SUB)
064370         MOVE A2-BAT-SOURCE (A2-BATCH-SUB)    TO A2-HIL-SOURCE
064375         MOVE A2-BAT-FEED-DATE (A2-BATCH-SUB) TO A2-HIL-DATE
064380         MOVE A2-HEADER-INFO-LINE TO RPT-HEADING-LINE
064385     ELSE
064390         MOVE 'FEED HEADER MISSING' TO RPT-HEADING-LINE
064395     END-IF.
064400     WRITE RPT-HEADING-LINE.
064405     IF A2-BAT-DATE-MISMATCH (A2-BATCH-SUB)
064410         MOVE 'HEADER FEED DATE DOES NOT MATCH RUN DATE'
064415                                         TO RPT-HEADING-LINE
064420         WRITE RPT-HEADING-LINE
064425     END-IF.
064430     IF A2-BAT-RELEASED (A2-BATCH-SUB)
064435         MOVE 'EARLIER FEED DATE RELEASED FROM QUARANTINE'
064440                                         TO RPT-HEADING-LINE
064445         WRITE RPT-HEADING-LINE
064450     END-IF.
064455     IF NOT A2-BAT-TRAILER-SEEN (A2-BATCH-SUB)
064460         MOVE 'FEED TRAILER MISSING' TO RPT-HEADING-LINE
064465         WRITE RPT-HEADING-LINE
064470     END-IF.
064475     IF A2-BAT-TRAILER-INVALID (A2-BATCH-SUB)
064480         MOVE 'FEED TRAILER TOTALS NOT NUMERIC'
064485                                         TO RPT-HEADING-LINE
064490         WRITE RPT-HEADING-LINE
064495     END-IF.
064500     MOVE SPACES TO RPT-COUNT-LINE.
064505     MOVE 'FEED DETAIL RECORDS READ' TO RPT-CNT-LABEL.
064510     MOVE A2-BAT-DETAIL-COUNT (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064515     WRITE RPT-COUNT-LINE.
064520     MOVE SPACES TO RPT-COUNT-LINE.
064525     MOVE 'DETAIL COUNT ON FEED TRAILER' TO RPT-CNT-LABEL.
064530     MOVE A2-BAT-TRL-COUNT (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064535     WRITE RPT-COUNT-LINE.
064540     MOVE SPACES TO RPT-HASH-LINE.
064545     MOVE 'FEED AMOUNT HASH ACCUMULATED' TO RPT-HSH-LABEL.
064550     MOVE A2-BAT-HASH-TOTAL (A2-BATCH-SUB) TO RPT-HSH-VALUE.
064555     WRITE RPT-HASH-LINE.
064560     MOVE SPACES TO RPT-HASH-LINE.
064565     MOVE 'AMOUNT HASH ON FEED TRAILER' TO RPT-HSH-LABEL.
064570     MOVE A2-BAT-TRL-HASH (A2-BATCH-SUB) TO RPT-HSH-VALUE.
064575     WRITE RPT-HASH-LINE.
064580     IF A2-BAT-HELD (A2-BATCH-SUB)
064585         MOVE 'SOURCE OUT OF BALANCE - BATCH QUARANTINED'
064590                                         TO RPT-HEADING-LINE
064595         WRITE RPT-HEADING-LINE
064600         GO TO 8100-EXIT
064605     END-IF.
064610     MOVE 'SOURCE IN BALANCE - RELEASED TO POSTING'
064615                                     TO RPT-HEADING-LINE.
064620     WRITE RPT-HEADING-LINE.
064625     MOVE SPACES TO RPT-COUNT-LINE.
064630     MOVE 'RECORDS WRITTEN TO OUTPUT-FILE' TO RPT-CNT-LABEL.
064635     MOVE A2-BOC-WRITTEN (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064640     WRITE RPT-COUNT-LINE.
064645     MOVE SPACES TO RPT-COUNT-LINE.
064650     MOVE 'OF WHICH TRANSFER CREDIT LEGS' TO RPT-CNT-LABEL.
064655     MOVE A2-BOC-XFER-CR (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064660     WRITE RPT-COUNT-LINE.
064665     MOVE SPACES TO RPT-COUNT-LINE.
064670     MOVE 'RECORDS REJECTED' TO RPT-CNT-LABEL.
064675     MOVE A2-BOC-REJECTED (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064680     WRITE RPT-COUNT-LINE.
064685     MOVE SPACES TO RPT-COUNT-LINE.
064690     MOVE 'RECORDS SUSPENDED' TO RPT-CNT-LABEL.
064695     MOVE A2-BOC-SUSPENDED (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064700     WRITE RPT-COUNT-LINE.
064705     MOVE SPACES TO RPT-COUNT-LINE.
064710     MOVE 'SUSPECTED DUPLICATES DIVERTED' TO RPT-CNT-LABEL.
064715     MOVE A2-BOC-DUPLICATE (A2-BATCH-SUB) TO RPT-CNT-VALUE.
064720     WRITE RPT-COUNT-LINE.
064725*
064730 8100-EXIT.
064735     EXIT.
064740*
064745*****************************************************************
064750*    8150-WRITE-RELEASE-LINE  --  ONE RELEASE CARD AND WHETHER   *
064755*    A QUARANTINED BATCH WAS TAKEN AGAINST IT                    *
064760*****************************************************************
064765 8150-WRITE-RELEASE-LINE.
064770*
064775     MOVE A2-REL-SOURCE (A2-RELEASE-SUB)    TO A2-RLL-SOURCE.
064780     MOVE A2-REL-FEED-DATE (A2-RELEASE-SUB) TO A2-RLL-DATE.
064785     IF A2-REL-USED (A2-RELEASE-SUB)
064790         MOVE 'BATCH TAKEN'       TO A2-RLL-STATUS
064795     ELSE
064800         MOVE 'NO MATCHING BATCH' TO A2-RLL-STATUS
064805     END-IF.
064810     MOVE A2-RELEASE-LINE TO RPT-HEADING-LINE.
064815     WRITE RPT-HEADING-LINE.
064820*
064825 8150-EXIT.
064830     EXIT.
064835*
064840*****************************************************************
064845*    8600-WRITE-DUP-TOTALS  --  SUSPECTED DUPLICATES TOTALS      *
064850*****************************************************************
064855 8600-WRITE-DUP-TOTALS.
064860*
064865     MOVE SPACES TO DUP-RPT-HEADING.
064870     WRITE DUP-RPT-HEADING.
064875     MOVE SPACES TO A2-DUP-TOTAL-LINE.
064880     MOVE 'SUSPECTED DUPLICATES DIVERTED' TO A2-DTL-LABEL.
064885     MOVE A2-DUPLICATES-COUNT TO A2-DTL-VALUE.
064890     MOVE A2-DUP-TOTAL-LINE TO DUP-RPT-HEADING.
064895     WRITE DUP-RPT-HEADING.
064900     MOVE 'CONFIRM EACH ITEM WITH THE SOURCE SYSTEM - RELEASE '
064905                                     TO DUP-RPT-HEADING.
064910     MOVE 'LEGITIMATE ITEMS ONTO' TO DUP-RPT-HEADING (52:21).
064915     WRITE DUP-RPT-HEADING.
064920     MOVE 'THE NEXT DAILY FEED' TO DUP-RPT-HEADING.
064925     WRITE DUP-RPT-HEADING.
064930*
064935 8600-EXIT.
064940     EXIT.
064945*
064950*****************************************************************
064955*    8700-WRITE-RUN-TOTALS  --  MACHINE-READABLE CONTROL TOTALS  *
064960*****************************************************************
064965*    THE SAME TOTALS THE PRINTED CONTROL REPORT SHOWS, WRITTEN   *
064970*    AS FIXED-FORMAT RECORDS FOR THE BALANCING GATE.  FEED +     *
064975*    RETRIED + RE-PRESENTED MUST EQUAL WRITTEN + REJECTED +      *
064980*    SUSPENDED + DIVERTED + QUARANTINED - THE GATE HOLDS THE     *
064985*    STREAM WHEN IT DOES NOT.  EACH SOURCE BATCH'S TOTALS FOLLOW *
064990*    THE RUN'S, TAGGED WITH ITS SOURCE, SO EVERY SOURCE IS       *
064995*    PROVED ON ITS OWN.                                          *
065000 8700-WRITE-RUN-TOTALS.
065005*
065010     OPEN EXTEND RUN-TOTALS-FILE.
065015     MOVE SPACES TO A2-RTW-SOURCE-ID.
065020     MOVE 'FEEDDETL'            TO A2-RTW-TOTAL-ID.
065025     MOVE A2-FEED-DETAIL-COUNT  TO A2-RTW-COUNT.
065030     MOVE A2-FEED-HASH-TOTAL    TO A2-RTW-AMOUNT.
065035     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065040     MOVE 'RETRIED'             TO A2-RTW-TOTAL-ID.
065045     MOVE A2-RETRY-COUNT        TO A2-RTW-COUNT.
065050     MOVE ZERO                  TO A2-RTW-AMOUNT.
065055     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065060     MOVE 'REPRESNT'            TO A2-RTW-TOTAL-ID.
065065     MOVE A2-REPRESENTED-COUNT  TO A2-RTW-COUNT.
065070     MOVE ZERO                  TO A2-RTW-AMOUNT.
065075     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065080     MOVE 'WRITTEN'             TO A2-RTW-TOTAL-ID.
065085     MOVE A2-RECORDS-WRITTEN-COUNT TO A2-RTW-COUNT.
065090     MOVE A2-AMOUNT-TOTAL       TO A2-RTW-AMOUNT.
065095     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065100     MOVE 'REJECTED'            TO A2-RTW-TOTAL-ID.
065105     MOVE A2-RECORDS-REJECTED-COUNT TO A2-RTW-COUNT.
065110     MOVE A2-REJECTED-AMOUNT-TOTAL TO A2-RTW-AMOUNT.
065115     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065120     MOVE 'SUSPNDED'            TO A2-RTW-TOTAL-ID.
065125     MOVE A2-RECORDS-SUSPENDED-COUNT TO A2-RTW-COUNT.
065130     MOVE A2-SUSPENDED-AMOUNT-TOTAL TO A2-RTW-AMOUNT.
065135     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065140     MOVE 'DUPLICAT'            TO A2-RTW-TOTAL-ID.
065145     MOVE A2-DUPLICATES-COUNT   TO A2-RTW-COUNT.
065150     MOVE A2-DUPLICATE-AMOUNT-TOTAL TO A2-RTW-AMOUNT.
065155     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065160     MOVE 'QUARANTN'            TO A2-RTW-TOTAL-ID.
065165     MOVE A2-QUARANTINED-COUNT  TO A2-RTW-COUNT.
065170     MOVE A2-QUARANTINED-HASH   TO A2-RTW-AMOUNT.
065175     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065180     PERFORM 8760-WRITE-XFER-TOTALS THRU 8760-EXIT.
065185     PERFORM 8770-WRITE-SOURCE-TOTALS THRU 8770-EXIT
065190         VARYING A2-BATCH-SUB FROM 1 BY 1
065195         UNTIL A2-BATCH-SUB > A2-BATCH-COUNT.
065200     CLOSE RUN-TOTALS-FILE.
065205*
065210 8700-EXIT.
065215     EXIT.
065220*
065225*****************************************************************
065230*    8750-WRITE-ONE-TOTAL  --  ONE RUN-TOTALS RECORD             *
065235*****************************************************************
065240 8750-WRITE-ONE-TOTAL.
065245*
065250     MOVE SPACES TO RUN-TOTALS-RECORD.
065255     MOVE 'A2START'      TO RUN-PROGRAM-ID.
065260     MOVE CTL-RUN-DATE   TO RUN-RUN-DATE.
065265     MOVE A2-RTW-TOTAL-ID TO RUN-TOTAL-ID.
065270     MOVE A2-RTW-COUNT   TO RUN-COUNT-VALUE.
065275     MOVE A2-RTW-AMOUNT  TO RUN-AMOUNT-VALUE.
065280     MOVE A2-RTW-SOURCE-ID TO RUN-SOURCE-ID.
065285     WRITE RUN-TOTALS-RECORD.
065290*
065295 8750-EXIT.
065300     EXIT.
065305*
065310*****************************************************************
065315*    8760-WRITE-XFER-TOTALS  --  TRANSFER LEG RUN TOTALS         *
065320*****************************************************************
065325*    AN ACCEPTED TRANSFER IS ONE DETAIL BUT TWO WRITTEN          *
065330*    RECORDS, SO THE GATE NEEDS THE LEGS BROKEN OUT TO           *
065335*    CROSS-FOOT.  THE DEBIT AND CREDIT LEG AMOUNTS NET TO ZERO.  *
065340 8760-WRITE-XFER-TOTALS.
065345*
065350     MOVE 'XFERDR'              TO A2-RTW-TOTAL-ID.
065355     MOVE A2-XFER-DEBIT-COUNT   TO A2-RTW-COUNT.
065360     MOVE A2-XFER-DEBIT-AMOUNT  TO A2-RTW-AMOUNT.
065365     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065370     MOVE 'XFERCR'              TO A2-RTW-TOTAL-ID.
065375     MOVE A2-XFER-CREDIT-COUNT  TO A2-RTW-COUNT.
065380     MOVE A2-XFER-CREDIT-AMOUNT TO A2-RTW-AMOUNT.
065385     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065390*
065395 8760-EXIT.
065400     EXIT.
065405*
065410*****************************************************************
065415*    8770-WRITE-SOURCE-TOTALS  --  ONE SOURCE BATCH'S RUN TOTALS *
065420*****************************************************************
065425*    THE DETAIL RECORDS ONLY, TAGGED WITH THE BATCH'S SOURCE     *
065430*    SYSTEM, SO THE GATE CAN PROVE EACH SOURCE: FEED DETAILS =   *
065435*    WRITTEN - TRANSFER CREDIT LEGS + REJECTED + SUSPENDED +     *
065440*    DIVERTED + QUARANTINED.  COUNTS ONLY, BAR THE FEED HASH.    *
065445 8770-WRITE-SOURCE-TOTALS.
065450*
065455     MOVE A2-BAT-SOURCE (A2-BATCH-SUB) TO A2-RTW-SOURCE-ID.
065460     MOVE 'FEEDDETL'            TO A2-RTW-TOTAL-ID.
065465     MOVE A2-BAT-DETAIL-COUNT (A2-BATCH-SUB) TO A2-RTW-COUNT.
065470     MOVE A2-BAT-HASH-TOTAL (A2-BATCH-SUB)   TO A2-RTW-AMOUNT.
065475     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065480     MOVE ZERO                  TO A2-RTW-AMOUNT.
065485     MOVE 'WRITTEN'             TO A2-RTW-TOTAL-ID.
065490     MOVE A2-BOC-WRITTEN (A2-BATCH-SUB)   TO A2-RTW-COUNT.
065495     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065500     MOVE 'XFERCR'              TO A2-RTW-TOTAL-ID.
065505     MOVE A2-BOC-XFER-CR (A2-BATCH-SUB)   TO A2-RTW-COUNT.
065510     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065515     MOVE 'REJECTED'            TO A2-RTW-TOTAL-ID.
065520     MOVE A2-BOC-REJECTED (A2-BATCH-SUB)  TO A2-RTW-COUNT.
065525     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065530     MOVE 'SUSPNDED'            TO A2-RTW-TOTAL-ID.
065535     MOVE A2-BOC-SUSPENDED (A2-BATCH-SUB) TO A2-RTW-COUNT.
065540     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065545     MOVE 'DUPLICAT'            TO A2-RTW-TOTAL-ID.
065550     MOVE A2-BOC-DUPLICATE (A2-BATCH-SUB) TO A2-RTW-COUNT.
065555     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065560     MOVE 'QUARANTN'            TO A2-RTW-TOTAL-ID.
065565     MOVE ZERO                  TO A2-RTW-COUNT.
065570     IF A2-BAT-HELD (A2-BATCH-SUB)
065575         MOVE A2-BAT-DETAIL-COUNT (A2-BATCH-SUB) TO A2-RTW-COUNT
065580         MOVE A2-BAT-HASH-TOTAL (A2-BATCH-SUB)   TO A2-RTW-AMOUNT
065585     END-IF.
065590     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
065595     MOVE SPACES TO A2-RTW-SOURCE-ID.
065600*
065605 8770-EXIT.
065610     EXIT.
065615*
065620*****************************************************************
065625*    9000-TERMINATE                                              *
065630*****************************************************************
065635 9000-TERMINATE.
065640*
065645*    AN OVERFLOWED DUPLICATE TABLE MEANS THE CHECK RAN
065650*    INCOMPLETE - WARN OPERATIONS WITHOUT HOLDING THE RUN
065655     IF A2-DUP-TABLE-FULL
065660             AND RETURN-CODE = ZERO
065665         MOVE 4 TO RETURN-CODE
065670     END-IF.
065675     CLOSE INPUT-FILE
065680           OUTPUT-FILE
065685           REJECT-FILE
065690           CHECKPOINT-FILE
065695           AUDIT-FILE
065700           REFERENCE-FILE
065705           SUSPENSE-FILE
065710           SUSPENSE-IN
065715           DUPLICATE-FILE
065720           DUP-REPORT
065725           QUARANTINE-FILE
065730           CONTROL-REPORT.
065735*
065740 9000-EXIT.
065745     EXIT.
065750*
066100 END PROGRAM A2START.

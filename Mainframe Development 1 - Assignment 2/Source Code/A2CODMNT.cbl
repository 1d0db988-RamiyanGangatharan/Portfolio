000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    A2CODMNT.
000300 AUTHOR.        R GANGATHARAN.
000400 INSTALLATION.  ACCOUNTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                                *
001000*  A2CODMNT  --  TRANSACTION CODE TABLE MAINTENANCE PROGRAM      *
001100*                                                                *
001200*  APPLIES ADD/CHANGE/DEACTIVATE/DELETE MAINTENANCE CARDS TO     *
001300*  THE TRANSACTION CODE DEFINITION TABLE THAT A2START, A2REPAIR  *
001400*  AND A2POST LOAD AT INITIALIZATION.  THE CURRENT TABLE IS      *
001500*  READ INTO STORAGE, THE CARDS ARE APPLIED, AND THE NEW TABLE   *
001600*  IS WRITTEN OUT IN CODE ORDER FOR THE JOB TO COPY BACK OVER    *
001700*  THE OLD ONE.  EACH CARD IS EDITED BEFORE IT IS APPLIED:       *
001800*                                                                *
001900*    - THE ACTION CODE AND TRANSACTION CODE MUST BE VALID, AND   *
002000*      AN EFFECTIVE DATE, WHEN KEYED, MUST BE NUMERIC.           *
002100*    - AN ADD MUST CARRY A DESCRIPTION AND A D OR C INDICATOR,   *
002200*      AND MUST NOT DUPLICATE A CODE ALREADY ON THE TABLE.       *
002300*    - A KEYED AMOUNT LIMIT MUST BE NUMERIC, A KEYED STATUS      *
002400*      FLAG A OR I, A KEYED FORCE-POST FLAG Y OR N,              *
002410*      AND A KEYED CASH FLAG Y OR N.                             *
002500*    - A CHANGE, DEACTIVATE OR DELETE MUST NAME A CODE ALREADY   *
002600*      ON THE TABLE.                                             *
002700*    - A CHANGE MAY NOT FLIP THE D/C INDICATOR, AND A DELETE IS  *
002800*      REFUSED, FOR A CODE IN USE - ONE THAT APPEARS ON THE      *
002900*      LATEST DAILY EXTRACT OR ANYWHERE ON THE HISTORY FILE.     *
003000*      SUCH A CODE CAN ONLY BE DEACTIVATED.                      *
003100*                                                                *
003200*  A CARD WHOSE EFFECTIVE DATE IS AFTER THE RUN DATE IS NOT      *
003300*  APPLIED TONIGHT.  IT IS WRITTEN TO THE PENDING FILE, WHICH    *
003400*  THE JOB FEEDS BACK IN AHEAD OF THE NEXT RUN'S CARDS, SO A NEW *
003500*  LIMIT OR CODE CAN BE LOADED AHEAD OF TIME AND TAKES EFFECT ON *
003600*  THE RIGHT RUN DATE.                                           *
003700*                                                                *
003800*  EVERY CARD, APPLIED, PENDED OR REFUSED, PRINTS ON THE CODE    *
003900*  MAINTENANCE AUDIT REPORT, WITH THE BEFORE AND AFTER IMAGE OF  *
004000*  THE TABLE ENTRY FOR EACH ONE APPLIED.                         *
004100*                                                                *
004200*  MODIFICATION HISTORY                                          *
004300*  ----------  ----  --------------------------------------      *
004400*  2026-10-07   RG   INITIAL VERSION.                            *
004410*  2026-10-08   RG   RUN DATE NOW TAKEN FROM THE BUSINESS DATE   *
004420*                    CONTROL FILE; A CONTROL-CARD DATE MUST      *
004430*                    AGREE WITH IT.                              *
004440*  2026-10-13   RG   CASH FLAG KEYED, EDITED, CARRIED ON THE     *
004450*                    TABLE AND SHOWN ON THE AUDIT LINES.         *
004500*                                                                *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*
005400*    MAINTENANCE-FILE  --  CODE MAINTENANCE CARDS, CARRIED
005500*    FORWARD PENDING CARDS FIRST
005600     SELECT MAINTENANCE-FILE
005700         ASSIGN TO CMTFILE
005800         ORGANIZATION IS SEQUENTIAL.
005900*
006000*    TRANCODE-FILE  --  THE CURRENT TRANSACTION CODE DEFINITION
006100*    TABLE, THE FILE BEING MAINTAINED
006200     SELECT TRANCODE-FILE
006300         ASSIGN TO CODEFILE
006400         ORGANIZATION IS SEQUENTIAL.
006500*
006600*    CODE-OUT-FILE  --  THE NEW TRANSACTION CODE DEFINITION TABLE
006700     SELECT CODE-OUT-FILE
006800         ASSIGN TO CODEOUT
006900         ORGANIZATION IS SEQUENTIAL.
007000*
007100*    PENDING-FILE  --  FUTURE-DATED CARDS CARRIED TO THE NEXT RUN
007200     SELECT PENDING-FILE
007300         ASSIGN TO PENDOUT
007400         ORGANIZATION IS SEQUENTIAL.
007500*
007600*    OUTPUT-FILE  --  THE LATEST DAILY EXTRACT KSDS, READ IN KEY
007700*    SEQUENCE TO FIND EVERY TRANSACTION CODE IN USE
007800     SELECT OUTPUT-FILE
007900         ASSIGN TO OUTFILE
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS SEQUENTIAL
008200         RECORD KEY IS OUT-KEY
008300         FILE STATUS IS CM-OUT-FILE-STATUS.
008400*
008500*    HISTORY-FILE  --  EVERY GENERATION OF THE EXTRACT HISTORY,
008600*    READ FOR THE SAME PURPOSE
008700     SELECT HISTORY-FILE
008800         ASSIGN TO HISTFILE
008900         ORGANIZATION IS SEQUENTIAL.
009000*
009100*    CONTROL-CARD-FILE  --  SYSIN RUN-DATE CONTROL RECORD
009200     SELECT CONTROL-CARD-FILE
009300         ASSIGN TO SYSIN
009400         ORGANIZATION IS SEQUENTIAL.
009500*
009510*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
009520*    RUN DATE COMES FROM HERE
009530     SELECT BUSINESS-DATE-FILE
009540         ASSIGN TO BDATFILE
009550         ORGANIZATION IS SEQUENTIAL
009560         FILE STATUS IS CM-BDT-FILE-STATUS.
009570*
009600*    MAINT-REPORT  --  BEFORE/AFTER CODE MAINTENANCE AUDIT REPORT
009700     SELECT MAINT-REPORT
009800         ASSIGN TO RPTFILE
009900         ORGANIZATION IS SEQUENTIAL.
010000*
010100 DATA DIVISION.
010200 FILE SECTION.
010300*
010400 FD  MAINTENANCE-FILE
010500     RECORDING MODE IS F
010600     DATA RECORD IS CODE-MAINTENANCE-RECORD
010700     RECORD CONTAINS 80 CHARACTERS.
010800*
010900     COPY CMNTREC.
011000*
011100 FD  TRANCODE-FILE
011200     RECORDING MODE IS F
011300     DATA RECORD IS TRANCODE-RECORD
011400     RECORD CONTAINS 80 CHARACTERS.
011500*
011600     COPY TRNCREC.
011700*
011800 FD  CODE-OUT-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 80 CHARACTERS.
012100*
012200 01  CM-CODE-OUT-RECORD              PIC X(80).
012300*
012400 FD  PENDING-FILE
012500     RECORDING MODE IS F
012600     RECORD CONTAINS 80 CHARACTERS.
012700*
012800 01  CM-PENDING-RECORD               PIC X(80).
012900*
013000 FD  OUTPUT-FILE
013100     DATA RECORD IS OUTPUT-LINE
013200     RECORD CONTAINS 91 CHARACTERS.
013300*
013400     COPY OUTPTREC.
013500*
013600*    ONLY THE TRANSACTION CODE IS NEEDED FROM THE HISTORY - SAME
013700*    91 BYTE EXTRACT LAYOUT AS OUTPTREC.
013800 FD  HISTORY-FILE
013900     RECORDING MODE IS F
014000     RECORD CONTAINS 91 CHARACTERS.
014100*
014200 01  CM-HISTORY-RECORD.
014300     05  FILLER                      PIC X(44).
014400     05  CM-HST-TRANSACTION-CODE     PIC 9(02).
014500     05  FILLER                      PIC X(45).
014600*
014700 FD  CONTROL-CARD-FILE
014800     RECORDING MODE IS F
014900     RECORD CONTAINS 11 CHARACTERS.
015000*
015100     COPY CTLCARD.
015200*
015210 FD  BUSINESS-DATE-FILE
015220     RECORDING MODE IS F
015230     RECORD CONTAINS 80 CHARACTERS.
015240*
015250     COPY BDATREC.
015260*
015300 FD  MAINT-REPORT
015400     RECORDING MODE IS F
015500     RECORD CONTAINS 80 CHARACTERS.
015600*
015700     COPY RPTLINE.
015800*
015900 01  CM-DETAIL-LINE.
016000     05  CM-DET-TAG                  PIC X(07).
016100     05  FILLER                      PIC X(02).
016200     05  CM-DET-CODE                 PIC X(02).
016300     05  FILLER                      PIC X(02).
016400     05  CM-DET-DESCRIPTION          PIC X(20).
016500     05  FILLER                      PIC X(02).
016600     05  CM-DET-DC-IND               PIC X(01).
016700     05  FILLER                      PIC X(02).
016800     05  CM-DET-STATUS               PIC X(01).
016900     05  FILLER                      PIC X(02).
017000     05  CM-DET-LIMIT                PIC ZZZ,ZZZ,ZZ9.99.
017100     05  FILLER                      PIC X(01).
017200     05  CM-DET-FORCE-POST           PIC X(01).
017300     05  FILLER                      PIC X(01).
017310     05  CM-DET-CASH                 PIC X(01).
017320     05  FILLER                      PIC X(01).
017400     05  CM-DET-TEXT                 PIC X(20).
017500 01  CM-DET-TEXT-LINE REDEFINES CM-DETAIL-LINE.
017600     05  FILLER                      PIC X(60).
017700     05  CM-DET-TEXT-TAG             PIC X(12).
017800     05  CM-DET-TEXT-DATE            PIC 9(08).
017900*
018000 WORKING-STORAGE SECTION.
018100*
018200 77  CM-MAINT-EOF-SWITCH            PIC X(01) VALUE 'N'.
018300     88  CM-END-OF-MAINTENANCE              VALUE 'Y'.
018400*
018500 77  CM-TRANCODE-EOF-SWITCH         PIC X(01) VALUE 'N'.
018600     88  CM-END-OF-TRANCODES                VALUE 'Y'.
018700*
018800 77  CM-EXTRACT-EOF-SWITCH          PIC X(01) VALUE 'N'.
018900     88  CM-END-OF-EXTRACT                  VALUE 'Y'.
019000*
019100 77  CM-HISTORY-EOF-SWITCH          PIC X(01) VALUE 'N'.
019200     88  CM-END-OF-HISTORY                  VALUE 'Y'.
019300*
019400 77  CM-RECORD-SWITCH               PIC X(01) VALUE 'Y'.
019500     88  CM-RECORD-IS-VALID                 VALUE 'Y'.
019600     88  CM-RECORD-IS-INVALID               VALUE 'N'.
019700*
019800 77  CM-OUT-FILE-STATUS             PIC X(02) VALUE SPACES.
019810 77  CM-BDT-FILE-STATUS             PIC X(02) VALUE SPACES.
019900*
020000 77  CM-CODE-SUB                    PIC 9(04) COMP VALUE ZERO.
020100 77  CM-EFFECTIVE-DATE              PIC 9(08) VALUE ZERO.
020200*
020300 77  CM-TRANCODE-COUNT              PIC 9(09) COMP VALUE ZERO.
020400 77  CM-TRANCODE-DROPPED-COUNT      PIC 9(09) COMP VALUE ZERO.
020500 77  CM-EXTRACT-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
020600 77  CM-HISTORY-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
020700 77  CM-TRANS-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
020800 77  CM-ADDS-APPLIED-COUNT          PIC 9(09) COMP VALUE ZERO.
020900 77  CM-CHANGES-APPLIED-COUNT       PIC 9(09) COMP VALUE ZERO.
021000 77  CM-DEACTS-APPLIED-COUNT        PIC 9(09) COMP VALUE ZERO.
021100 77  CM-DELETES-APPLIED-COUNT       PIC 9(09) COMP VALUE ZERO.
021200 77  CM-TRANS-PENDED-COUNT          PIC 9(09) COMP VALUE ZERO.
021300 77  CM-TRANS-REFUSED-COUNT         PIC 9(09) COMP VALUE ZERO.
021400 77  CM-CODES-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
021500*
021600 77  CM-REFUSAL-TEXT                PIC X(20) VALUE SPACES.
021700*
021800*    THE CODE TABLE IN STORAGE, ONE ENTRY PER POSSIBLE CODE AND
021900*    SUBSCRIPTED BY THE CODE ITSELF.  THE IMAGE IS THE TRNCREC
022000*    RECORD AS IT WILL BE WRITTEN; THE IN-USE FLAG IS SET FOR ANY
022100*    CODE FOUND ON THE EXTRACT OR THE HISTORY, LOADED OR NOT.
022200 01  CM-CODE-TABLE.
022300     05  CM-CODE-ENTRY OCCURS 99 TIMES.
022400         10  CM-TCT-LOADED-FLAG      PIC X(01).
022500             88  CM-TCT-LOADED               VALUE 'Y'.
022600         10  CM-TCT-IN-USE-FLAG      PIC X(01).
022700             88  CM-TCT-IN-USE               VALUE 'Y'.
022800         10  CM-TCT-IMAGE            PIC X(80).
022900*
023000*    FIELD VIEW OF ONE TABLE IMAGE - SAME LAYOUT AS TRNCREC.  AN
023100*    ENTRY IS MOVED IN HERE, CHANGED, AND MOVED BACK.
023200 01  CM-CODE-WORK.
023300     05  CM-CDW-TRANSACTION-CODE     PIC 9(02).
023400     05  CM-CDW-DESCRIPTION          PIC X(20).
023500     05  CM-CDW-DEBIT-CREDIT-IND     PIC X(01).
023600     05  CM-CDW-STATUS-FLAG          PIC X(01).
023700     05  CM-CDW-AMOUNT-LIMIT         PIC 9(9)V99.
023800     05  CM-CDW-FORCE-POST-FLAG      PIC X(01).
023810     05  CM-CDW-CASH-FLAG            PIC X(01).
023900     05  FILLER                      PIC X(43).
024000*
024100*    BEFORE IMAGE OF THE TABLE ENTRY A CARD TOUCHES, CAPTURED
024200*    AHEAD OF THE APPLY SO THE AUDIT REPORT CAN SHOW BOTH SIDES
024300*    OF THE CHANGE.
024400 01  CM-BEFORE-IMAGE                 PIC X(80).
024500*
024600 PROCEDURE DIVISION.
024700*
024800*****************************************************************
024900*    0000-MAINLINE                                               *
025000*****************************************************************
025100 0000-MAINLINE.
025200*
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025400     PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
025500         UNTIL CM-END-OF-MAINTENANCE.
025600     PERFORM 7000-WRITE-CODE-TABLE THRU 7000-EXIT.
025700     PERFORM 8000-WRITE-REPORT-TOTALS THRU 8000-EXIT.
025800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025900     GOBACK.
026000*
026100*****************************************************************
026200*    1000-INITIALIZE                                             *
026300*****************************************************************
026400 1000-INITIALIZE.
026500*
026600     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
026610     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
026700     PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
026800     PERFORM 1200-FIND-CODES-IN-USE THRU 1200-EXIT.
026900     OPEN INPUT  MAINTENANCE-FILE
027000          OUTPUT CODE-OUT-FILE
027100                 PENDING-FILE
027200                 MAINT-REPORT.
027300     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
027400     PERFORM 2900-READ-MAINT THRU 2900-EXIT.
027500*
027600 1000-EXIT.
027700     EXIT.
027800*
027900*****************************************************************
028000*    1050-READ-CONTROL-CARD  --  READ THE SYSIN CONTROL RECORD   *
028100*****************************************************************
028200 1050-READ-CONTROL-CARD.
028300*
028400     OPEN INPUT CONTROL-CARD-FILE.
028500     READ CONTROL-CARD-FILE
028600         AT END
028700             DISPLAY 'A2CODMNT - SYSIN CONTROL CARD MISSING OR '
028800                     'EMPTY - RUN TERMINATED'
028900             MOVE 16 TO RETURN-CODE
029000             STOP RUN
029100     END-READ.
029200     CLOSE CONTROL-CARD-FILE.
029300*
029400 1050-EXIT.
029500     EXIT.
029502*****************************************************************
029504*    1060-READ-BUSINESS-DATE  --  TAKE THE RUN DATE FROM THE     *
029506*    BUSINESS DATE CONTROL RECORD.  A DATE KEYED ON THE CONTROL  *
029508*    CARD MUST AGREE WITH IT.                                    *
029510*****************************************************************
029512 1060-READ-BUSINESS-DATE.
029514*
029516     OPEN INPUT BUSINESS-DATE-FILE.
029518     IF CM-BDT-FILE-STATUS NOT = '00'
029520         DISPLAY 'A2CODMNT - BUSINESS DATE FILE OPEN FAILED '
029522                 'STATUS ' CM-BDT-FILE-STATUS
029524                 ' - RUN TERMINATED'
029526         MOVE 16 TO RETURN-CODE
029528         STOP RUN
029530     END-IF.
029532     READ BUSINESS-DATE-FILE
029534         AT END
029536             DISPLAY 'A2CODMNT - BUSINESS DATE RECORD MISSING '
029538                     '- RUN TERMINATED'
029540             MOVE 16 TO RETURN-CODE
029542             STOP RUN
029544     END-READ.
029546     CLOSE BUSINESS-DATE-FILE.
029548     IF BDT-CURRENT-DATE NOT NUMERIC
029550             OR BDT-CURRENT-DATE = ZERO
029552         DISPLAY 'A2CODMNT - BUSINESS DATE RECORD INVALID '
029554                 '- RUN TERMINATED'
029556         MOVE 16 TO RETURN-CODE
029558         STOP RUN
029560     END-IF.
029562     IF CTL-RUN-DATE-X NOT = SPACES
029564             AND CTL-RUN-DATE-X NOT = BDT-CURRENT-DATE
029566         DISPLAY 'A2CODMNT - CONTROL CARD DATE ' CTL-RUN-DATE-X
029568                 ' DISAGREES WITH BUSINESS DATE '
029570                 BDT-CURRENT-DATE ' - RUN TERMINATED'
029572         MOVE 16 TO RETURN-CODE
029574         STOP RUN
029576     END-IF.
029578     MOVE BDT-CURRENT-DATE TO CTL-RUN-DATE.
029580*
029582 1060-EXIT.
029584     EXIT.
029586*
029600*
029700*****************************************************************
029800*    1100-LOAD-CODE-TABLE  --  READ THE CURRENT CODE TABLE       *
029900*****************************************************************
030000*    AN EMPTY TABLE STOPS THE RUN - REWRITING FROM NOTHING WOULD *
030100*    LEAVE A2START REJECTING EVERY TRANSACTION.                  *
030200 1100-LOAD-CODE-TABLE.
030300*
030400     PERFORM 1110-CLEAR-CODE-ENTRY THRU 1110-EXIT
030500         VARYING CM-CODE-SUB FROM 1 BY 1
030600         UNTIL CM-CODE-SUB > 99.
030700     OPEN INPUT TRANCODE-FILE.
030800     PERFORM 1150-LOAD-ONE-TRANCODE THRU 1150-EXIT
030900         UNTIL CM-END-OF-TRANCODES.
031000     CLOSE TRANCODE-FILE.
031100     IF CM-TRANCODE-COUNT = ZERO
031200         DISPLAY 'A2CODMNT - TRANSACTION CODE TABLE FILE EMPTY '
031300                 'OR MISSING - RUN TERMINATED'
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700*
031800 1100-EXIT.
031900     EXIT.
032000*
032100*****************************************************************
032200*    1110-CLEAR-CODE-ENTRY  --  EMPTY ONE TABLE SLOT             *
032300*****************************************************************
032400 1110-CLEAR-CODE-ENTRY.
032500*
032600     MOVE 'N'    TO CM-TCT-LOADED-FLAG (CM-CODE-SUB).
032700     MOVE 'N'    TO CM-TCT-IN-USE-FLAG (CM-CODE-SUB).
032800     MOVE SPACES TO CM-TCT-IMAGE (CM-CODE-SUB).
032900*
033000 1110-EXIT.
033100     EXIT.
033200*
033300*****************************************************************
033400*    1150-LOAD-ONE-TRANCODE  --  TABLE ONE CODE DEFINITION       *
033500*****************************************************************
033600*    A BAD OR DUPLICATE RECORD IS DROPPED FROM THE NEW TABLE -   *
033700*    THE LOADERS ALREADY IGNORE IT, SO NOTHING CHANGES FOR THEM. *
033800 1150-LOAD-ONE-TRANCODE.
033900*
034000     READ TRANCODE-FILE
034100         AT END
034200             SET CM-END-OF-TRANCODES TO TRUE
034300             GO TO 1150-EXIT
034400     END-READ.
034500     IF TRC-TRANSACTION-CODE NOT NUMERIC
034600             OR TRC-TRANSACTION-CODE = ZERO
034700             OR TRC-AMOUNT-LIMIT NOT NUMERIC
034800         DISPLAY 'A2CODMNT - BAD CODE TABLE RECORD DROPPED: '
034900                 TRANCODE-RECORD (1:24)
035000         ADD 1 TO CM-TRANCODE-DROPPED-COUNT
035100         GO TO 1150-EXIT
035200     END-IF.
035300     MOVE TRC-TRANSACTION-CODE TO CM-CODE-SUB.
035400     IF CM-TCT-LOADED (CM-CODE-SUB)
035500         DISPLAY 'A2CODMNT - DUPLICATE CODE TABLE RECORD '
035600                 'DROPPED: ' TRANCODE-RECORD (1:24)
035700         ADD 1 TO CM-TRANCODE-DROPPED-COUNT
035800         GO TO 1150-EXIT
035900     END-IF.
036000     SET CM-TCT-LOADED (CM-CODE-SUB) TO TRUE.
036100     MOVE TRANCODE-RECORD TO CM-TCT-IMAGE (CM-CODE-SUB).
036200     ADD 1 TO CM-TRANCODE-COUNT.
036300*
036400 1150-EXIT.
036500     EXIT.
036600*
036700*****************************************************************
036800*    1200-FIND-CODES-IN-USE  --  FLAG CODES ON EXTRACT/HISTORY   *
036900*****************************************************************
037000*    A CODE IN USE MUST NEVER BE DELETED OR HAVE ITS D/C         *
037100*    INDICATOR FLIPPED BECAUSE THE USAGE FILES COULD NOT BE      *
037200*    OPENED - A FAILED OPEN STOPS THE RUN.                       *
037300 1200-FIND-CODES-IN-USE.
037400*
037500     OPEN INPUT OUTPUT-FILE.
037600     IF CM-OUT-FILE-STATUS NOT = '00'
037700         DISPLAY 'A2CODMNT - OUTPUT-FILE OPEN FAILED STATUS '
037800                 CM-OUT-FILE-STATUS ' - RUN TERMINATED'
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     PERFORM 1250-SCAN-ONE-EXTRACT THRU 1250-EXIT
038300         UNTIL CM-END-OF-EXTRACT.
038400     CLOSE OUTPUT-FILE.
038500*
038600     OPEN INPUT HISTORY-FILE.
038700     PERFORM 1260-SCAN-ONE-HISTORY THRU 1260-EXIT
038800         UNTIL CM-END-OF-HISTORY.
038900     CLOSE HISTORY-FILE.
039000*
039100 1200-EXIT.
039200     EXIT.
039300*
039400*****************************************************************
039500*    1250-SCAN-ONE-EXTRACT  --  FLAG ONE EXTRACT RECORD'S CODE   *
039600*****************************************************************
039700 1250-SCAN-ONE-EXTRACT.
039800*
039900     READ OUTPUT-FILE NEXT RECORD
040000         AT END
040100             SET CM-END-OF-EXTRACT TO TRUE
040200             GO TO 1250-EXIT
040300     END-READ.
040400     ADD 1 TO CM-EXTRACT-READ-COUNT.
040500     IF OUT-TRANSACTION-CODE NUMERIC
040600             AND OUT-TRANSACTION-CODE > ZERO
040700         MOVE OUT-TRANSACTION-CODE TO CM-CODE-SUB
040800         SET CM-TCT-IN-USE (CM-CODE-SUB) TO TRUE
040900     END-IF.
041000*
041100 1250-EXIT.
041200     EXIT.
041300*
041400*****************************************************************
041500*    1260-SCAN-ONE-HISTORY  --  FLAG ONE HISTORY RECORD'S CODE   *
041600*****************************************************************
041700 1260-SCAN-ONE-HISTORY.
041800*
041900     READ HISTORY-FILE
042000         AT END
042100             SET CM-END-OF-HISTORY TO TRUE
042200             GO TO 1260-EXIT
042300     END-READ.
042400     ADD 1 TO CM-HISTORY-READ-COUNT.
042500     IF CM-HST-TRANSACTION-CODE NUMERIC
042600             AND CM-HST-TRANSACTION-CODE > ZERO
042700         MOVE CM-HST-TRANSACTION-CODE TO CM-CODE-SUB
042800         SET CM-TCT-IN-USE (CM-CODE-SUB) TO TRUE
042900     END-IF.
043000*
043100 1260-EXIT.
043200     EXIT.
043300*
043400*****************************************************************
043500*    2000-PROCESS-MAINT  --  EDIT AND APPLY ONE CARD             *
043600*****************************************************************
043700 2000-PROCESS-MAINT.
043800*
043900     PERFORM 2100-EDIT-MAINT THRU 2100-EXIT.
044000     IF CM-RECORD-IS-VALID
044100             AND CM-EFFECTIVE-DATE > CTL-RUN-DATE
044200         PERFORM 2800-PEND-MAINT THRU 2800-EXIT
044300         GO TO 2000-READ-NEXT
044400     END-IF.
044500     IF CM-RECORD-IS-VALID
044600         MOVE CMT-TRANSACTION-CODE TO CM-CODE-SUB
044700         EVALUATE TRUE
044800             WHEN CMT-ACTION-ADD
044900                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
045000             WHEN CMT-ACTION-CHANGE
045100                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
045200             WHEN CMT-ACTION-DEACTIVATE
045300                 PERFORM 2350-APPLY-DEACTIVATE THRU 2350-EXIT
045400             WHEN CMT-ACTION-DELETE
045500                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
045600         END-EVALUATE
045700     END-IF.
045800     IF CM-RECORD-IS-INVALID
045900         PERFORM 2700-REPORT-REFUSAL THRU 2700-EXIT
046000     END-IF.
046100*
046200 2000-READ-NEXT.
046300     PERFORM 2900-READ-MAINT THRU 2900-EXIT.
046400*
046500 2000-EXIT.
046600     EXIT.
046700*
046800*****************************************************************
046900*    2100-EDIT-MAINT  --  FIELD EDITS ON THE CARD ITSELF         *
047000*****************************************************************
047100*    A BLANK EFFECTIVE DATE MEANS THE CURRENT RUN DATE.          *
047200 2100-EDIT-MAINT.
047300*
047400     SET CM-RECORD-IS-VALID TO TRUE.
047500     MOVE SPACES TO CM-REFUSAL-TEXT.
047600     MOVE CTL-RUN-DATE TO CM-EFFECTIVE-DATE.
047700*
047800     IF NOT CMT-ACTION-VALID
047900         SET CM-RECORD-IS-INVALID TO TRUE
048000         MOVE 'INVALID ACTION CODE' TO CM-REFUSAL-TEXT
048100     END-IF.
048200*
048300     IF CM-RECORD-IS-VALID
048400             AND (CMT-TRANSACTION-CODE NOT NUMERIC
048500             OR CMT-TRANSACTION-CODE = ZERO)
048600         SET CM-RECORD-IS-INVALID TO TRUE
048700         MOVE 'INVALID TRANS CODE' TO CM-REFUSAL-TEXT
048800     END-IF.
048900*
049000     IF CM-RECORD-IS-VALID
049100             AND CMT-EFFECTIVE-DATE-X NOT = SPACES
049200         IF CMT-EFFECTIVE-DATE NOT NUMERIC
049300             SET CM-RECORD-IS-INVALID TO TRUE
049400             MOVE 'INVALID EFFECTIVE DATE' TO CM-REFUSAL-TEXT
049500         ELSE
049600             MOVE CMT-EFFECTIVE-DATE TO CM-EFFECTIVE-DATE
049700         END-IF
049800     END-IF.
049900*
050000     IF CM-RECORD-IS-VALID
050100             AND CMT-ACTION-ADD
050200         IF CMT-DESCRIPTION = SPACES
050300             SET CM-RECORD-IS-INVALID TO TRUE
050400             MOVE 'DESCRIPTION MISSING' TO CM-REFUSAL-TEXT
050500         ELSE
050600             IF NOT CMT-DC-VALID
050700                 SET CM-RECORD-IS-INVALID TO TRUE
050800                 MOVE 'INVALID D/C INDICATOR' TO CM-REFUSAL-TEXT
050900             END-IF
051000         END-IF
051100     END-IF.
051200*
051300     IF CM-RECORD-IS-VALID
051400             AND CMT-ACTION-CHANGE
051500             AND CMT-DEBIT-CREDIT-IND NOT = SPACE
051600             AND NOT CMT-DC-VALID
051700         SET CM-RECORD-IS-INVALID TO TRUE
051800         MOVE 'INVALID D/C INDICATOR' TO CM-REFUSAL-TEXT
051900     END-IF.
052000*
052100     IF CM-RECORD-IS-VALID
052200             AND (CMT-ACTION-ADD OR CMT-ACTION-CHANGE)
052300         IF CMT-AMOUNT-LIMIT-X NOT = SPACES
052400                 AND CMT-AMOUNT-LIMIT NOT NUMERIC
052500             SET CM-RECORD-IS-INVALID TO TRUE
052600             MOVE 'INVALID AMOUNT LIMIT' TO CM-REFUSAL-TEXT
052700         END-IF
052800         IF CMT-STATUS-FLAG NOT = SPACE
052900                 AND NOT CMT-STATUS-VALID
053000             SET CM-RECORD-IS-INVALID TO TRUE
053100             MOVE 'INVALID STATUS FLAG' TO CM-REFUSAL-TEXT
053200         END-IF
053300         IF CMT-FORCE-POST-FLAG NOT = SPACE
053400                 AND NOT CMT-FORCE-VALID
053500             SET CM-RECORD-IS-INVALID TO TRUE
053600             MOVE 'INVALID FORCE-POST' TO CM-REFUSAL-TEXT
053700         END-IF
053710         IF CMT-CASH-FLAG NOT = SPACE
053720                 AND NOT CMT-CASH-VALID
053730             SET CM-RECORD-IS-INVALID TO TRUE
053740             MOVE 'INVALID CASH FLAG' TO CM-REFUSAL-TEXT
053750         END-IF
053800     END-IF.
053900*
054000 2100-EXIT.
054100     EXIT.
054200*
054300*****************************************************************
054400*    2200-APPLY-ADD  --  ADD A NEW CODE TO THE TABLE             *
054500*****************************************************************
054600*    A BLANK LIMIT MEANS NO LIMIT, A BLANK STATUS ACTIVE AND A   *
054700*    BLANK FORCE-POST OR CASH FLAG N.                            *
054800 2200-APPLY-ADD.
054900*
055000     IF CM-TCT-LOADED (CM-CODE-SUB)
055100         SET CM-RECORD-IS-INVALID TO TRUE
055200         MOVE 'DUPLICATE ADD' TO CM-REFUSAL-TEXT
055300         GO TO 2200-EXIT
055400     END-IF.
055500     MOVE SPACES TO CM-CODE-WORK.
055600     MOVE CMT-TRANSACTION-CODE TO CM-CDW-TRANSACTION-CODE.
055700     MOVE CMT-DESCRIPTION      TO CM-CDW-DESCRIPTION.
055800     MOVE CMT-DEBIT-CREDIT-IND TO CM-CDW-DEBIT-CREDIT-IND.
055900     IF CMT-STATUS-FLAG = SPACE
056000         MOVE 'A' TO CM-CDW-STATUS-FLAG
056100     ELSE
056200         MOVE CMT-STATUS-FLAG TO CM-CDW-STATUS-FLAG
056300     END-IF.
056400     IF CMT-AMOUNT-LIMIT-X = SPACES
056500         MOVE ZERO TO CM-CDW-AMOUNT-LIMIT
056600     ELSE
056700         MOVE CMT-AMOUNT-LIMIT TO CM-CDW-AMOUNT-LIMIT
056800     END-IF.
056900     IF CMT-FORCE-POST-FLAG = SPACE
057000         MOVE 'N' TO CM-CDW-FORCE-POST-FLAG
057100     ELSE
057200         MOVE CMT-FORCE-POST-FLAG TO CM-CDW-FORCE-POST-FLAG
057300     END-IF.
057310     IF CMT-CASH-FLAG = SPACE
057320         MOVE 'N' TO CM-CDW-CASH-FLAG
057330     ELSE
057340         MOVE CMT-CASH-FLAG TO CM-CDW-CASH-FLAG
057350     END-IF.
057400     MOVE CM-CODE-WORK TO CM-TCT-IMAGE (CM-CODE-SUB).
057500     SET CM-TCT-LOADED (CM-CODE-SUB) TO TRUE.
057600     ADD 1 TO CM-ADDS-APPLIED-COUNT.
057700     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
057800*
057900 2200-EXIT.
058000     EXIT.
058100*
058200*****************************************************************
058300*    2300-APPLY-CHANGE  --  CHANGE A CODE ALREADY ON THE TABLE   *
058400*****************************************************************
058500*    BLANK FIELDS ON THE CARD KEEP THE VALUE ALREADY ON THE      *
058600*    TABLE.  THE D/C INDICATOR OF A CODE IN USE STAYS PUT - THE  *
058700*    HISTORY ALREADY POSTED UNDER IT WOULD READ THE WRONG WAY.   *
058800 2300-APPLY-CHANGE.
058900*
059000     PERFORM 2500-FETCH-CODE THRU 2500-EXIT.
059100     IF CM-RECORD-IS-INVALID
059200         GO TO 2300-EXIT
059300     END-IF.
059400     IF CMT-DEBIT-CREDIT-IND NOT = SPACE
059500             AND CMT-DEBIT-CREDIT-IND
059600                 NOT = CM-CDW-DEBIT-CREDIT-IND
059700             AND CM-TCT-IN-USE (CM-CODE-SUB)
059800         SET CM-RECORD-IS-INVALID TO TRUE
059900         MOVE 'D/C FLIP - CODE IN USE' TO CM-REFUSAL-TEXT
060000         GO TO 2300-EXIT
060100     END-IF.
060200     IF CMT-DESCRIPTION NOT = SPACES
060300         MOVE CMT-DESCRIPTION TO CM-CDW-DESCRIPTION
060400     END-IF.
060500     IF CMT-DEBIT-CREDIT-IND NOT = SPACE
060600         MOVE CMT-DEBIT-CREDIT-IND TO CM-CDW-DEBIT-CREDIT-IND
060700     END-IF.
060800     IF CMT-STATUS-FLAG NOT = SPACE
060900         MOVE CMT-STATUS-FLAG TO CM-CDW-STATUS-FLAG
061000     END-IF.
061100     IF CMT-AMOUNT-LIMIT-X NOT = SPACES
061200         MOVE CMT-AMOUNT-LIMIT TO CM-CDW-AMOUNT-LIMIT
061300     END-IF.
061400     IF CMT-FORCE-POST-FLAG NOT = SPACE
061500         MOVE CMT-FORCE-POST-FLAG TO CM-CDW-FORCE-POST-FLAG
061600     END-IF.
061610     IF CMT-CASH-FLAG NOT = SPACE
061620         MOVE CMT-CASH-FLAG TO CM-CDW-CASH-FLAG
061630     END-IF.
061700     MOVE CM-CODE-WORK TO CM-TCT-IMAGE (CM-CODE-SUB).
061800     ADD 1 TO CM-CHANGES-APPLIED-COUNT.
061900     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
062000*
062100 2300-EXIT.
062200     EXIT.
062300*
062400*****************************************************************
062500*    2350-APPLY-DEACTIVATE  --  CARRY A CODE AS INACTIVE         *
062600*****************************************************************
062700 2350-APPLY-DEACTIVATE.
062800*
062900     PERFORM 2500-FETCH-CODE THRU 2500-EXIT.
063000     IF CM-RECORD-IS-INVALID
063100         GO TO 2350-EXIT
063200     END-IF.
063300     MOVE 'I' TO CM-CDW-STATUS-FLAG.
063400     MOVE CM-CODE-WORK TO CM-TCT-IMAGE (CM-CODE-SUB).
063500     ADD 1 TO CM-DEACTS-APPLIED-COUNT.
063600     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
063700*
063800 2350-EXIT.
063900     EXIT.
064000*
064100*****************************************************************
064200*    2400-APPLY-DELETE  --  DROP A CODE THAT WAS NEVER USED      *
064300*****************************************************************
064400 2400-APPLY-DELETE.
064500*
064600     PERFORM 2500-FETCH-CODE THRU 2500-EXIT.
064700     IF CM-RECORD-IS-INVALID
064800         GO TO 2400-EXIT
064900     END-IF.
065000     IF CM-TCT-IN-USE (CM-CODE-SUB)
065100         SET CM-RECORD-IS-INVALID TO TRUE
065200         MOVE 'CODE IN USE' TO CM-REFUSAL-TEXT
065300         GO TO 2400-EXIT
065400     END-IF.
065500     MOVE 'N'    TO CM-TCT-LOADED-FLAG (CM-CODE-SUB).
065600     MOVE SPACES TO CM-TCT-IMAGE (CM-CODE-SUB).
065700     ADD 1 TO CM-DELETES-APPLIED-COUNT.
065800     PERFORM 2600-REPORT-APPLIED THRU 2600-EXIT.
065900*
066000 2400-EXIT.
066100     EXIT.
066200*
066300*****************************************************************
066400*    2500-FETCH-CODE  --  FETCH THE BEFORE IMAGE                 *
066500*****************************************************************
066600*    LEAVES THE ENTRY IN THE FIELD VIEW READY TO BE CHANGED.     *
066700 2500-FETCH-CODE.
066800*
066900     IF NOT CM-TCT-LOADED (CM-CODE-SUB)
067000         SET CM-RECORD-IS-INVALID TO TRUE
067100         MOVE 'CODE NOT ON TABLE' TO CM-REFUSAL-TEXT
067200         GO TO 2500-EXIT
067300     END-IF.
067400     MOVE CM-TCT-IMAGE (CM-CODE-SUB) TO CM-BEFORE-IMAGE.
067500     MOVE CM-TCT-IMAGE (CM-CODE-SUB) TO CM-CODE-WORK.
067600*
067700 2500-EXIT.
067800     EXIT.
067900*
068000*****************************************************************
068100*    2600-REPORT-APPLIED  --  BEFORE/AFTER AUDIT LINES           *
068200*****************************************************************
068300 2600-REPORT-APPLIED.
068400*
068500     MOVE SPACES TO CM-DETAIL-LINE.
068600     EVALUATE TRUE
068700         WHEN CMT-ACTION-ADD
068800             MOVE 'ADD'    TO CM-DET-TAG
068900         WHEN CMT-ACTION-CHANGE
069000             MOVE 'CHANGE' TO CM-DET-TAG
069100         WHEN CMT-ACTION-DEACTIVATE
069200             MOVE 'DEACT'  TO CM-DET-TAG
069300         WHEN CMT-ACTION-DELETE
069400             MOVE 'DELETE' TO CM-DET-TAG
069500     END-EVALUATE.
069600     MOVE CMT-TRANSACTION-CODE TO CM-DET-CODE.
069700     MOVE 'APPLIED EFF' TO CM-DET-TEXT-TAG.
069800     MOVE CM-EFFECTIVE-DATE TO CM-DET-TEXT-DATE.
069900     WRITE CM-DETAIL-LINE.
070000*
070100     MOVE SPACES TO CM-DETAIL-LINE.
070200     MOVE 'BEFORE' TO CM-DET-TAG.
070300     IF CMT-ACTION-ADD
070400         MOVE '** NO RECORD **' TO CM-DET-DESCRIPTION
070500     ELSE
070600         MOVE CM-BEFORE-IMAGE TO CM-CODE-WORK
070700         PERFORM 2650-FORMAT-CODE-FIELDS THRU 2650-EXIT
070800     END-IF.
070900     WRITE CM-DETAIL-LINE.
071000*
071100     MOVE SPACES TO CM-DETAIL-LINE.
071200     MOVE 'AFTER' TO CM-DET-TAG.
071300     IF CMT-ACTION-DELETE
071400         MOVE '** DELETED **' TO CM-DET-DESCRIPTION
071500     ELSE
071600         MOVE CM-TCT-IMAGE (CM-CODE-SUB) TO CM-CODE-WORK
071700         PERFORM 2650-FORMAT-CODE-FIELDS THRU 2650-EXIT
071800     END-IF.
071900     WRITE CM-DETAIL-LINE.
072000*
072100 2600-EXIT.
072200     EXIT.
072300*
072400*****************************************************************
072500*    2650-FORMAT-CODE-FIELDS  --  TABLE ENTRY TO THE AUDIT LINE  *
072600*****************************************************************
072700 2650-FORMAT-CODE-FIELDS.
072800*
072900     MOVE CM-CDW-TRANSACTION-CODE TO CM-DET-CODE.
073000     MOVE CM-CDW-DESCRIPTION      TO CM-DET-DESCRIPTION.
073100     MOVE CM-CDW-DEBIT-CREDIT-IND TO CM-DET-DC-IND.
073200     MOVE CM-CDW-STATUS-FLAG      TO CM-DET-STATUS.
073300     MOVE CM-CDW-AMOUNT-LIMIT     TO CM-DET-LIMIT.
073400     MOVE CM-CDW-FORCE-POST-FLAG  TO CM-DET-FORCE-POST.
073410     MOVE CM-CDW-CASH-FLAG        TO CM-DET-CASH.
073500*
073600 2650-EXIT.
073700     EXIT.
073800*
073900*****************************************************************
074000*    2700-REPORT-REFUSAL  --  ONE AUDIT LINE PER REFUSAL         *
074100*****************************************************************
074200 2700-REPORT-REFUSAL.
074300*
074400     ADD 1 TO CM-TRANS-REFUSED-COUNT.
074500     MOVE SPACES TO CM-DETAIL-LINE.
074600     MOVE 'REFUSED' TO CM-DET-TAG.
074700     MOVE CMT-TRANSACTION-CODE TO CM-DET-CODE.
074800     MOVE CMT-DESCRIPTION      TO CM-DET-DESCRIPTION.
074900     MOVE CMT-DEBIT-CREDIT-IND TO CM-DET-DC-IND.
075000     MOVE CMT-STATUS-FLAG      TO CM-DET-STATUS.
075100     MOVE CMT-FORCE-POST-FLAG  TO CM-DET-FORCE-POST.
075110     MOVE CMT-CASH-FLAG        TO CM-DET-CASH.
075200     MOVE CM-REFUSAL-TEXT      TO CM-DET-TEXT.
075300     WRITE CM-DETAIL-LINE.
075400*
075500 2700-EXIT.
075600     EXIT.
075700*
075800*****************************************************************
075900*    2800-PEND-MAINT  --  CARRY A FUTURE-DATED CARD FORWARD      *
076000*****************************************************************
076100*    THE CARD GOES OUT UNCHANGED AND IS EDITED AGAIN, AGAINST    *
076200*    THE TABLE AS IT STANDS THEN, ON THE RUN IT FALLS DUE.       *
076300 2800-PEND-MAINT.
076400*
076500     MOVE CODE-MAINTENANCE-RECORD TO CM-PENDING-RECORD.
076600     WRITE CM-PENDING-RECORD.
076700     ADD 1 TO CM-TRANS-PENDED-COUNT.
076800     MOVE SPACES TO CM-DETAIL-LINE.
076900     MOVE 'PENDING' TO CM-DET-TAG.
077000     MOVE CMT-TRANSACTION-CODE TO CM-DET-CODE.
077100     MOVE CMT-DESCRIPTION      TO CM-DET-DESCRIPTION.
077200     MOVE CMT-DEBIT-CREDIT-IND TO CM-DET-DC-IND.
077300     MOVE CMT-STATUS-FLAG      TO CM-DET-STATUS.
077400     MOVE CMT-FORCE-POST-FLAG  TO CM-DET-FORCE-POST.
077410     MOVE CMT-CASH-FLAG        TO CM-DET-CASH.
077500     MOVE 'PENDING EFF' TO CM-DET-TEXT-TAG.
077600     MOVE CM-EFFECTIVE-DATE TO CM-DET-TEXT-DATE.
077700     WRITE CM-DETAIL-LINE.
077800*
077900 2800-EXIT.
078000     EXIT.
078100*
078200*****************************************************************
078300*    2900-READ-MAINT  --  READ THE NEXT MAINTENANCE CARD         *
078400*****************************************************************
078500 2900-READ-MAINT.
078600*
078700     READ MAINTENANCE-FILE
078800         AT END
078900             SET CM-END-OF-MAINTENANCE TO TRUE
079000         NOT AT END
079100             ADD 1 TO CM-TRANS-READ-COUNT
079200     END-READ.
079300*
079400 2900-EXIT.
079500     EXIT.
079600*
079700*****************************************************************
079800*    7000-WRITE-CODE-TABLE  --  NEW TABLE IN CODE ORDER          *
079900*****************************************************************
080000 7000-WRITE-CODE-TABLE.
080100*
080200     PERFORM 7100-WRITE-ONE-CODE THRU 7100-EXIT
080300         VARYING CM-CODE-SUB FROM 1 BY 1
080400         UNTIL CM-CODE-SUB > 99.
080500*
080600 7000-EXIT.
080700     EXIT.
080800*
080900*****************************************************************
081000*    7100-WRITE-ONE-CODE                                         *
081100*****************************************************************
081200 7100-WRITE-ONE-CODE.
081300*
081400     IF CM-TCT-LOADED (CM-CODE-SUB)
081500         MOVE CM-TCT-IMAGE (CM-CODE-SUB) TO CM-CODE-OUT-RECORD
081600         WRITE CM-CODE-OUT-RECORD
081700         ADD 1 TO CM-CODES-WRITTEN-COUNT
081800     END-IF.
081900*
082000 7100-EXIT.
082100     EXIT.
082200*
082300*****************************************************************
082400*    8000-WRITE-REPORT-TOTALS  --  END OF RUN MAINTENANCE TOTALS *
082500*****************************************************************
082600 8000-WRITE-REPORT-TOTALS.
082700*
082800     MOVE SPACES TO RPT-HEADING-LINE.
082900     WRITE RPT-HEADING-LINE.
083000*
083100     MOVE SPACES TO RPT-COUNT-LINE.
083200     MOVE 'CODES ON TABLE AT START' TO RPT-CNT-LABEL.
083300     MOVE CM-TRANCODE-COUNT TO RPT-CNT-VALUE.
083400     WRITE RPT-COUNT-LINE.
083500*
083600     MOVE SPACES TO RPT-COUNT-LINE.
083700     MOVE 'BAD TABLE RECORDS DROPPED' TO RPT-CNT-LABEL.
083800     MOVE CM-TRANCODE-DROPPED-COUNT TO RPT-CNT-VALUE.
083900     WRITE RPT-COUNT-LINE.
084000*
084100     MOVE SPACES TO RPT-COUNT-LINE.
084200     MOVE 'EXTRACT RECORDS SCANNED' TO RPT-CNT-LABEL.
084300     MOVE CM-EXTRACT-READ-COUNT TO RPT-CNT-VALUE.
084400     WRITE RPT-COUNT-LINE.
084500*
084600     MOVE SPACES TO RPT-COUNT-LINE.
084700     MOVE 'HISTORY RECORDS SCANNED' TO RPT-CNT-LABEL.
084800     MOVE CM-HISTORY-READ-COUNT TO RPT-CNT-VALUE.
084900     WRITE RPT-COUNT-LINE.
085000*
085100     MOVE SPACES TO RPT-COUNT-LINE.
085200     MOVE 'MAINTENANCE CARDS READ' TO RPT-CNT-LABEL.
085300     MOVE CM-TRANS-READ-COUNT TO RPT-CNT-VALUE.
085400     WRITE RPT-COUNT-LINE.
085500*
085600     MOVE SPACES TO RPT-COUNT-LINE.
085700     MOVE 'ADDS APPLIED' TO RPT-CNT-LABEL.
085800     MOVE CM-ADDS-APPLIED-COUNT TO RPT-CNT-VALUE.
085900     WRITE RPT-COUNT-LINE.
086000*
086100     MOVE SPACES TO RPT-COUNT-LINE.
086200     MOVE 'CHANGES APPLIED' TO RPT-CNT-LABEL.
086300     MOVE CM-CHANGES-APPLIED-COUNT TO RPT-CNT-VALUE.
086400     WRITE RPT-COUNT-LINE.
086500*
086600     MOVE SPACES TO RPT-COUNT-LINE.
086700     MOVE 'DEACTIVATIONS APPLIED' TO RPT-CNT-LABEL.
086800     MOVE CM-DEACTS-APPLIED-COUNT TO RPT-CNT-VALUE.
086900     WRITE RPT-COUNT-LINE.
087000*
087100     MOVE SPACES TO RPT-COUNT-LINE.
087200     MOVE 'DELETES APPLIED' TO RPT-CNT-LABEL.
087300     MOVE CM-DELETES-APPLIED-COUNT TO RPT-CNT-VALUE.
087400     WRITE RPT-COUNT-LINE.
087500*
087600     MOVE SPACES TO RPT-COUNT-LINE.
087700     MOVE 'CARDS PENDED TO A LATER RUN' TO RPT-CNT-LABEL.
087800     MOVE CM-TRANS-PENDED-COUNT TO RPT-CNT-VALUE.
087900     WRITE RPT-COUNT-LINE.
088000*
088100     MOVE SPACES TO RPT-COUNT-LINE.
088200     MOVE 'CARDS REFUSED' TO RPT-CNT-LABEL.
088300     MOVE CM-TRANS-REFUSED-COUNT TO RPT-CNT-VALUE.
088400     WRITE RPT-COUNT-LINE.
088500*
088600     MOVE SPACES TO RPT-COUNT-LINE.
088700     MOVE 'CODES ON NEW TABLE' TO RPT-CNT-LABEL.
088800     MOVE CM-CODES-WRITTEN-COUNT TO RPT-CNT-VALUE.
088900     WRITE RPT-COUNT-LINE.
089000*
089100 8000-EXIT.
089200     EXIT.
089300*
089400*****************************************************************
089500*    8100-WRITE-REPORT-HEADING                                   *
089600*****************************************************************
089700 8100-WRITE-REPORT-HEADING.
089800*
089900     MOVE SPACES TO RPT-HEADING-LINE.
090000     MOVE 'A2CODMNT TRANSACTION CODE MAINTENANCE AUDIT REPORT'
090100                                     TO RPT-HEADING-LINE.
090200     WRITE RPT-HEADING-LINE.
090300     MOVE SPACES TO RPT-HEADING-LINE.
090400     MOVE 'RUN DATE'     TO RPT-HEADING-LINE (1:8).
090500     MOVE CTL-RUN-DATE   TO RPT-HEADING-LINE (10:8).
090600     WRITE RPT-HEADING-LINE.
090700     MOVE SPACES TO RPT-HEADING-LINE.
090800     WRITE RPT-HEADING-LINE.
090900     MOVE SPACES TO RPT-HEADING-LINE.
091000     MOVE 'ACTION'       TO RPT-HEADING-LINE (1:6).
091100     MOVE 'CD'           TO RPT-HEADING-LINE (10:2).
091200     MOVE 'DESCRIPTION'  TO RPT-HEADING-LINE (14:11).
091300     MOVE 'D'            TO RPT-HEADING-LINE (36:1).
091400     MOVE 'S'            TO RPT-HEADING-LINE (39:1).
091500     MOVE 'AMOUNT LIMIT' TO RPT-HEADING-LINE (44:12).
091600     MOVE 'F'            TO RPT-HEADING-LINE (57:1).
091610     MOVE 'C'            TO RPT-HEADING-LINE (59:1).
091700     MOVE 'RESULT'       TO RPT-HEADING-LINE (61:6).
091800     WRITE RPT-HEADING-LINE.
091900*
092000 8100-EXIT.
092100     EXIT.
092200*
092300*****************************************************************
092400*    9000-TERMINATE                                              *
092500*****************************************************************
092600 9000-TERMINATE.
092700*
092800     CLOSE MAINTENANCE-FILE
092900           CODE-OUT-FILE
093000           PENDING-FILE
093100           MAINT-REPORT.
093200*
093300 9000-EXIT.
093400     EXIT.
093500*
093600 END PROGRAM A2CODMNT.

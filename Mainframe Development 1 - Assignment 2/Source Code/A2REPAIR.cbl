002573*                    FOR THE BALANCING GATE - REJECTS READ      *
002574*                    MUST EQUAL REPAIRED PLUS STILL-FAILING     *
002575*                    PLUS OUTSTANDING.                          *
002576*  2026-10-05   RG   INTERNAL TRANSFER REJECTS ('XFR' RECORDS)  *
002577*                    ARE REPAIRED AS TRANSFERS - THE CARD'S NEW *
002578*                    ACCOUNT CORRECTS THE TO-ACCOUNT FOR A      *
002579*                    REASON 30 REJECT, OTHERWISE THE FROM-      *
002580*                    ACCOUNT, AND BOTH LEG CODES (91/92) ARE    *
002581*                    EDITED AGAINST THE CODE TABLE.             *
002582*  2026-10-14   RG   DUAL CONTROL.  A CORRECTION CARD MUST      *
002583*                    CARRY ITS MAKER'S OPERATOR ID OR IT IS     *
002584*                    REFUSED.  A CARD OVER THE APPROVAL         *
002585*                    THRESHOLD (DCTLFILE) ALSO NEEDS A          *
002586*                    CHECKER APPROVAL FROM ANOTHER OPERATOR     *
002587*                    (APRFILE) - UNTIL IT HAS ONE, THE          *
002588*                    REJECT CARRIES FORWARD AND THE CARD        *
002589*                    GOES TO THE NEW PENDOUT FILE FOR THE       *
002590*                    NEXT CYCLE.  A CARD APPROVED BY ITS        *
002591*                    OWN MAKER IS REFUSED.  REPAIRED LINES      *
002592*                    SHOW THE MAKER AND CHECKER.                *
002600*                                                                *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
006640     SELECT RUN-TOTALS-FILE
006650         ASSIGN TO RUNFILE
006660         ORGANIZATION IS SEQUENTIAL.
006662*
006664*    APPROVAL-FILE  --  CHECKER APPROVAL CARDS FOR DUAL CONTROL
006666     SELECT APPROVAL-FILE
006668         ASSIGN TO APRFILE
006670         ORGANIZATION IS SEQUENTIAL.
006672*
006674*    DUAL-CONTROL-FILE  --  APPROVAL THRESHOLD PARAMETER CARD
006676     SELECT DUAL-CONTROL-FILE
006678         ASSIGN TO DCTLFILE
006680         ORGANIZATION IS SEQUENTIAL.
006682*
006684*    PENDING-FILE  --  CORRECTION CARDS STILL AWAITING A CHECKER
006686*    APPROVAL, FOR CONCATENATION AHEAD OF THE NEXT RUN'S CARDS
006688     SELECT PENDING-FILE
006690         ASSIGN TO PENDOUT
006692         ORGANIZATION IS SEQUENTIAL.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
011200     05  FILLER                      PIC X(02).
011300     05  REP-DET-STATUS              PIC X(14).
011400     05  FILLER                      PIC X(01).
011420     05  REP-DET-AGE-AREA.
011440         10  REP-DET-AGE             PIC ZZZ9.
011460         10  REP-DET-AGE-TAG         PIC X(05).
011480         10  FILLER                  PIC X(14).
011500     05  REP-DET-AUTH-AREA REDEFINES REP-DET-AGE-AREA.
011520         10  REP-DET-MAKER           PIC X(08).
011540         10  FILLER                  PIC X(01).
011560         10  REP-DET-CHECKER         PIC X(08).
011580         10  FILLER                  PIC X(06).
011800*
011810 FD  TRANCODE-FILE
011820     RECORDING MODE IS F
012440*
012450     COPY RUNTREC.
012460*
012461 FD  APPROVAL-FILE
012462     RECORDING MODE IS F
012463     DATA RECORD IS APPROVAL-CARD
012464     RECORD CONTAINS 80 CHARACTERS.
012465*
012466     COPY APRVREC.
012467*
012468 FD  DUAL-CONTROL-FILE
012469     RECORDING MODE IS F
012470     DATA RECORD IS DUAL-CONTROL-CARD
012471     RECORD CONTAINS 80 CHARACTERS.
012472*
012473     COPY DCTLREC.
012474*
012475 FD  PENDING-FILE
012476     RECORDING MODE IS F
012477     RECORD CONTAINS 80 CHARACTERS.
012478*
012479 01  PENDING-CARD                   PIC X(80).
012480*
012500 WORKING-STORAGE SECTION.
012600*
012700 77  REP-REJECT-EOF-SWITCH          PIC X(01) VALUE 'N'.
014400 77  REP-STILL-FAILING-COUNT        PIC 9(09) COMP VALUE ZERO.
014500 77  REP-OUTSTANDING-COUNT          PIC 9(09) COMP VALUE ZERO.
014600 77  REP-UNMATCHED-CARD-COUNT       PIC 9(09) COMP VALUE ZERO.
014620 77  REP-PENDING-COUNT              PIC 9(09) COMP VALUE ZERO.
014640 77  REP-REFUSED-CARD-COUNT         PIC 9(09) COMP VALUE ZERO.
014700 77  REP-REPAIRED-AMOUNT-TOTAL      PIC S9(9)V99 COMP-3
014800                                              VALUE ZERO.
014900*
015250 77  REP-TRANCODE-SUB               PIC 9(03) COMP VALUE ZERO.
015260 77  REP-LIMIT-WORK                 PIC 9(9)V99 COMP-3
015270                                              VALUE ZERO.
015271*
015272*    TRANSACTION CODES CARRIED BY THE TWO LEGS OF A TRANSFER -
015273*    THESE MUST MATCH THE CODES THE EXTRACT PROGRAM USES.
015274 77  REP-XFER-DEBIT-CODE            PIC 9(02) VALUE 91.
015275 77  REP-XFER-CREDIT-CODE           PIC 9(02) VALUE 92.
015276*
015277*    STAGING FIELDS FOR ONE RUN-TOTALS RECORD.
015278 77  REP-RTW-TOTAL-ID               PIC X(08) VALUE SPACES.
015279 77  REP-RTW-COUNT                  PIC 9(09) COMP VALUE ZERO.
015281 77  REP-RTW-AMOUNT                 PIC S9(13)V99 COMP-3
015282                                              VALUE ZERO.
015300*
015500 77  REP-REJ-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
015600 77  REP-REJECT-AGE-DAYS            PIC 9(04) COMP VALUE ZERO.
015700*
015705*    DUAL CONTROL - THE APPROVAL THRESHOLD FROM THE PARAMETER
015710*    CARD, AND THE AMOUNT OF THE CARD BEING TESTED AGAINST IT.
015715 77  REP-APR-EOF-SWITCH             PIC X(01) VALUE 'N'.
015720     88  REP-END-OF-APPROVALS               VALUE 'Y'.
015725 77  REP-APR-MATCH-SWITCH           PIC X(01) VALUE 'N'.
015730     88  REP-APPROVAL-FOUND                 VALUE 'Y'.
015735 77  REP-APPROVAL-THRESHOLD         PIC 9(9)V99 COMP-3
015740                                              VALUE ZERO.
015745 77  REP-DUAL-AMOUNT-WORK           PIC 9(9)V99 COMP-3
015750                                              VALUE ZERO.
015755 77  REP-APPROVAL-COUNT             PIC 9(03) COMP VALUE ZERO.
015760 77  REP-APR-SUB                    PIC 9(03) COMP VALUE ZERO.
015765 77  REP-APR-MAX                    PIC 9(03) COMP VALUE 500.
015770*
015800 01  REP-WORK-DATE.
015900     05  REP-WORK-YEAR               PIC 9(04).
016000     05  REP-WORK-MONTH              PIC 9(02).
018060*    GROUP, BYTE FOR BYTE AGAINST REJ-INPUT-DATA - A REJECTED
018070*    FIELD IS OFTEN NOT NUMERIC, SO NO NUMERIC COMPARISON CAN
018080*    BE TRUSTED HERE.
018085*    A CARD THAT NEEDS A CHECKER APPROVAL IT DOES NOT HAVE YET
018090*    IS FLAGGED AWAITING APPROVAL AND IS NEVER APPLIED.
018100 01  REP-CORRECTION-TABLE.
018200     05  REP-CORR-ENTRY OCCURS 500 TIMES.
018300         10  REP-TAB-ORIG-DATA       PIC X(29).
019100         10  REP-TAB-NEW-AMOUNT      PIC X(12).
019200         10  REP-TAB-USED-FLAG       PIC X(01).
019300             88  REP-TAB-ENTRY-USED          VALUE 'Y'.
019302         10  REP-TAB-MAKER-ID        PIC X(08).
019304         10  REP-TAB-CHECKER-ID      PIC X(08).
019306         10  REP-TAB-APPROVAL-FLAG   PIC X(01).
019308             88  REP-TAB-AWAITING-APPROVAL   VALUE 'P'.
019310         10  REP-TAB-CARD-IMAGE      PIC X(80).
019312*
019314*    CHECKER APPROVALS FOR CORRECTION CARDS (TYPE 'COR'),
019316*    LOADED ONCE AT INITIALIZATION.  EACH IS MATCHED AGAINST
019318*    COLUMNS 1-50 OF A CARD EXACTLY AS THE MAKER KEYED THEM.
019320 01  REP-APPROVAL-TABLE.
019322     05  REP-APR-ENTRY OCCURS 500 TIMES.
019324         10  REP-APR-CARD-IMAGE      PIC X(50).
019326         10  REP-APR-CHECKER-ID      PIC X(08).
019350*
019351*    TRANSACTION CODE DEFINITION TABLE, LOADED AT
019352*    INITIALIZATION AND INDEXED DIRECTLY BY THE TWO-DIGIT
021400*
021500     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
021550     PERFORM 1300-LOAD-TRANCODE-TABLE THRU 1300-EXIT.
021600     PERFORM 1200-LOAD-DUAL-CONTROL THRU 1200-EXIT.
021650     OPEN INPUT  REJECT-FILE
021700                 CORRECTION-FILE
021750          OUTPUT RECYCLE-FILE
021800                 CARRY-FILE
021850                 PENDING-FILE
021900                 REPAIR-REPORT.
021950     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
022000     PERFORM 1100-LOAD-ONE-CORRECTION THRU 1100-EXIT
022050         UNTIL REP-END-OF-CORRECTIONS.
022100     CLOSE CORRECTION-FILE.
022150     MOVE CTL-RUN-DATE TO REP-WORK-DATE.
022200     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
022250     MOVE REP-REJ-DAY-NUMBER TO REP-RUN-DAY-NUMBER.
022800     PERFORM 2900-READ-REJECT THRU 2900-EXIT.
022900*
023000 1000-EXIT.
024800 1050-EXIT.
024900     EXIT.
025000*
025010*****************************************************************
025020*    1100-LOAD-ONE-CORRECTION  --  TABLE ONE CORRECTION CARD     *
025030*****************************************************************
025040 1100-LOAD-ONE-CORRECTION.
025050*
025060     READ CORRECTION-FILE
025070         AT END
025080             SET REP-END-OF-CORRECTIONS TO TRUE
025090             GO TO 1100-EXIT
025100     END-READ.
025110     PERFORM 1150-FIND-APPROVAL THRU 1150-EXIT.
025120     IF COR-MAKER-ID = SPACES
025130         MOVE 'NO MAKER ID' TO REP-STATUS-WORK
025140         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
025150         GO TO 1100-EXIT
025160     END-IF.
025170     IF REP-APPROVAL-FOUND
025180             AND REP-APR-CHECKER-ID (REP-APR-SUB) = COR-MAKER-ID
025190         MOVE 'MAKER=CHECKER' TO REP-STATUS-WORK
025200         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
025210         GO TO 1100-EXIT
025220     END-IF.
025230     IF REP-CORRECTION-COUNT >= REP-CORR-MAX
025240         DISPLAY 'A2REPAIR - CORRECTION CARD TABLE FULL AT '
025250                 REP-CORR-MAX ' ENTRIES - CARD FOR ACCOUNT '
025260                 COR-ORIG-ACCOUNT-NUMBER ' IGNORED'
025270         GO TO 1100-EXIT
025280     END-IF.
025290     ADD 1 TO REP-CORRECTION-COUNT.
025300     MOVE COR-ORIG-DATA
025310         TO REP-TAB-ORIG-DATA (REP-CORRECTION-COUNT).
025320     MOVE COR-NEW-ACCOUNT-NUMBER
025330         TO REP-TAB-NEW-ACCOUNT (REP-CORRECTION-COUNT).
025340     MOVE COR-NEW-TRANS-CODE
025350         TO REP-TAB-NEW-CODE (REP-CORRECTION-COUNT).
025360     MOVE COR-NEW-TRANS-AMOUNT
025370         TO REP-TAB-NEW-AMOUNT (REP-CORRECTION-COUNT).
025380     MOVE 'N' TO REP-TAB-USED-FLAG (REP-CORRECTION-COUNT).
025390     MOVE CORRECTION-CARD
025400         TO REP-TAB-CARD-IMAGE (REP-CORRECTION-COUNT).
025410     MOVE COR-MAKER-ID
025420         TO REP-TAB-MAKER-ID (REP-CORRECTION-COUNT).
025430     MOVE 'N' TO REP-TAB-APPROVAL-FLAG (REP-CORRECTION-COUNT).
025440     IF REP-APPROVAL-FOUND
025450         MOVE REP-APR-CHECKER-ID (REP-APR-SUB)
025460             TO REP-TAB-CHECKER-ID (REP-CORRECTION-COUNT)
025470     ELSE
025480         MOVE SPACES TO REP-TAB-CHECKER-ID (REP-CORRECTION-COUNT)
025490         PERFORM 1170-TEST-APPROVAL-NEEDED THRU 1170-EXIT
025500     END-IF.
025510*
025520 1100-EXIT.
025530     EXIT.
025540*
025550*****************************************************************
025560*    1150-FIND-APPROVAL  --  FIND THE CARD'S CHECKER APPROVAL    *
025570*****************************************************************
025580 1150-FIND-APPROVAL.
025590*
025600     MOVE 'N' TO REP-APR-MATCH-SWITCH.
025610     MOVE ZERO TO REP-APR-SUB.
025620     PERFORM 1160-CHECK-ONE-APPROVAL THRU 1160-EXIT
025630         UNTIL REP-APPROVAL-FOUND
025640             OR REP-APR-SUB >= REP-APPROVAL-COUNT.
025650*
025660 1150-EXIT.
025670     EXIT.
025680*
025690*****************************************************************
025700*    1160-CHECK-ONE-APPROVAL  --  TEST THE NEXT APPROVAL ENTRY   *
025710*****************************************************************
025720 1160-CHECK-ONE-APPROVAL.
025730*
025740     ADD 1 TO REP-APR-SUB.
025750     IF REP-APR-CARD-IMAGE (REP-APR-SUB) = CORRECTION-CARD (1:50)
025760         SET REP-APPROVAL-FOUND TO TRUE
025770     END-IF.
025780*
025790 1160-EXIT.
025800     EXIT.
025810*
025820*****************************************************************
025830*    1170-TEST-APPROVAL-NEEDED  --  IS THE CARD OVER THRESHOLD?  *
025840*****************************************************************
025850*    THE AMOUNT TESTED IS THE REPLACEMENT AMOUNT WHEN ONE IS     *
025860*    KEYED, OTHERWISE THE ORIGINAL AMOUNT, WITHOUT ITS SIGN.  AN *
025870*    AMOUNT THAT IS NOT NUMERIC CANNOT BE TESTED, SO THE CARD    *
025880*    NEEDS APPROVAL.  THE ORIGINAL AMOUNT SITS IN THE SAME       *
025890*    COLUMNS ON A TRANSFER ('XFR') CARD.                         *
025900 1170-TEST-APPROVAL-NEEDED.
025910*
025920     IF COR-KEEP-TRANS-AMOUNT
025930         IF COR-ORIG-TRANS-AMOUNT NOT NUMERIC
025940             MOVE 'P'
025950                 TO REP-TAB-APPROVAL-FLAG (REP-CORRECTION-COUNT)
025960             GO TO 1170-EXIT
025970         END-IF
025980         MOVE COR-ORIG-TRANS-AMOUNT TO REP-NEW-AMOUNT
025990     ELSE
026000         MOVE COR-NEW-TRANS-AMOUNT TO REP-NEW-AMOUNT-X
026010         IF REP-NEW-AMOUNT NOT NUMERIC
026020             MOVE 'P'
026030                 TO REP-TAB-APPROVAL-FLAG (REP-CORRECTION-COUNT)
026040             GO TO 1170-EXIT
026050         END-IF
026060     END-IF.
026070     IF REP-NEW-AMOUNT < ZERO
026080         COMPUTE REP-DUAL-AMOUNT-WORK = - REP-NEW-AMOUNT
026090     ELSE
026100         MOVE REP-NEW-AMOUNT TO REP-DUAL-AMOUNT-WORK
026110     END-IF.
026120     IF REP-DUAL-AMOUNT-WORK > REP-APPROVAL-THRESHOLD
026130         MOVE 'P' TO REP-TAB-APPROVAL-FLAG (REP-CORRECTION-COUNT)
026140     END-IF.
026150*
026160 1170-EXIT.
026170     EXIT.
026180*
026190*****************************************************************
026200*    1190-REFUSE-CARD  --  REPORT A CARD REFUSED AT LOAD         *
026210*****************************************************************
026220*    THE REASON IS SET IN REP-STATUS-WORK BY THE CALLER.  THE    *
026230*    CARD IS NOT TABLED, SO THE REJECT IT NAMES STAYS            *
026240*    OUTSTANDING.                                                *
026250 1190-REFUSE-CARD.
026260*
026270     ADD 1 TO REP-REFUSED-CARD-COUNT.
026280     MOVE COR-ORIG-DATA TO REP-ORIG-WORK.
026290     MOVE SPACES TO REP-DETAIL-LINE.
026300     MOVE REP-ORIG-ACCOUNT TO REP-DET-ACCOUNT.
026310     MOVE REP-ORIG-DATE    TO REP-DET-DATE.
026320     MOVE REP-ORIG-CODE    TO REP-DET-CODE.
026330     IF REP-ORIG-AMOUNT IS NUMERIC
026340         MOVE REP-ORIG-AMOUNT TO REP-DET-AMOUNT
026350     ELSE
026360         MOVE ZERO TO REP-DET-AMOUNT
026370     END-IF.
026380     MOVE REP-STATUS-WORK  TO REP-DET-STATUS.
026390     MOVE COR-MAKER-ID     TO REP-DET-MAKER.
026400     IF REP-APPROVAL-FOUND
026410         MOVE REP-APR-CHECKER-ID (REP-APR-SUB) TO REP-DET-CHECKER
026420     END-IF.
026430     WRITE REP-DETAIL-LINE.
026440*
026450 1190-EXIT.
026460     EXIT.
026470*
026480*****************************************************************
026490*    1200-LOAD-DUAL-CONTROL  --  THRESHOLD AND CHECKER APPROVALS *
026500*****************************************************************
026510*    A MISSING OR UNREADABLE THRESHOLD TERMINATES THE RUN - NO   *
026520*    CARD MAY BE APPLIED WITHOUT KNOWING WHETHER IT NEEDED A     *
026530*    SECOND OPERATOR.                                            *
026540 1200-LOAD-DUAL-CONTROL.
026550*
026560     OPEN INPUT DUAL-CONTROL-FILE.
026570     READ DUAL-CONTROL-FILE
026580         AT END
026590             DISPLAY 'A2REPAIR - DUAL CONTROL CARD MISSING OR '
026600                     'EMPTY - RUN TERMINATED'
026610             MOVE 16 TO RETURN-CODE
026620             STOP RUN
026630     END-READ.
026640     CLOSE DUAL-CONTROL-FILE.
026650     IF DCT-APPROVAL-THRESHOLD NOT NUMERIC
026660         DISPLAY 'A2REPAIR - APPROVAL THRESHOLD ON DUAL CONTROL '
026670                 'CARD NOT NUMERIC - RUN TERMINATED'
026680         MOVE 16 TO RETURN-CODE
026690         STOP RUN
026700     END-IF.
026710     MOVE DCT-APPROVAL-THRESHOLD TO REP-APPROVAL-THRESHOLD.
026720     OPEN INPUT APPROVAL-FILE.
026730     PERFORM 1250-LOAD-ONE-APPROVAL THRU 1250-EXIT
026740         UNTIL REP-END-OF-APPROVALS.
026750     CLOSE APPROVAL-FILE.
026760*
026770 1200-EXIT.
026780     EXIT.
026790*
026800*****************************************************************
026810*    1250-LOAD-ONE-APPROVAL  --  TABLE ONE CHECKER APPROVAL      *
026820*****************************************************************
026830*    THE APPROVAL FILE IS SHARED WITH THE DUPLICATE REVIEW AND   *
026840*    REFERENCE MAINTENANCE RUNS - ONLY CORRECTION APPROVALS ARE  *
026850*    TABLED HERE.                                                *
026860 1250-LOAD-ONE-APPROVAL.
026870*
026880     READ APPROVAL-FILE
026890         AT END
026900             SET REP-END-OF-APPROVALS TO TRUE
026910             GO TO 1250-EXIT
026920     END-READ.
026930     IF NOT APR-TYPE-CORRECTION
026940         GO TO 1250-EXIT
026950     END-IF.
026960     IF APR-CHECKER-ID = SPACES
026970         DISPLAY 'A2REPAIR - APPROVAL CARD WITH NO CHECKER ID '
026980                 'IGNORED'
026990         GO TO 1250-EXIT
027000     END-IF.
027010     IF REP-APPROVAL-COUNT >= REP-APR-MAX
027020         DISPLAY 'A2REPAIR - APPROVAL CARD TABLE FULL AT '
027030                 REP-APR-MAX ' ENTRIES - APPROVAL IGNORED'
027040         GO TO 1250-EXIT
027050     END-IF.
027060     ADD 1 TO REP-APPROVAL-COUNT.
027070     MOVE APR-CARD-IMAGE
027080         TO REP-APR-CARD-IMAGE (REP-APPROVAL-COUNT).
027090     MOVE APR-CHECKER-ID
027100         TO REP-APR-CHECKER-ID (REP-APPROVAL-COUNT).
027110*
027120 1250-EXIT.
027130     EXIT.
028505*
028510*****************************************************************
028511*    1300-LOAD-TRANCODE-TABLE  --  LOAD THE CODE DEFINITIONS     *
029000 2000-PROCESS-REJECT.
029100*
029200     PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT.
029210     IF REP-CORRECTION-FOUND
029220             AND REP-TAB-AWAITING-APPROVAL (REP-CORR-SUB)
029230         PERFORM 2600-PEND-CORRECTION THRU 2600-EXIT
029240         PERFORM 2900-READ-REJECT THRU 2900-EXIT
029250         GO TO 2000-EXIT
029260     END-IF.
029300     IF REP-CORRECTION-FOUND
029400         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
029500         PERFORM 2300-EDIT-REPAIRED-RECORD THRU 2300-EXIT
036000*    CHANGED - A REPAIRED RECORD RECYCLES WITH THE DATE IT WAS   *
036100*    ORIGINALLY TRANSACTED.                                      *
036200 2200-APPLY-CORRECTION.
036210*
036220     IF REJ-TRANSFER-REJECT
036230         PERFORM 2250-APPLY-TRANSFER-CORRECTION THRU 2250-EXIT
036240         GO TO 2200-EXIT
036250     END-IF.
036300*
036400     MOVE REJ-ACCOUNT-NUMBER     TO IN-ACCOUNT-NUMBER.
036500     MOVE REJ-TRANSACTION-DATE   TO IN-TRANSACTION-DATE.
038300*
038400 2200-EXIT.
038500     EXIT.
038503*
038506*****************************************************************
038509*    2250-APPLY-TRANSFER-CORRECTION  --  REPAIR A TRANSFER       *
038512*****************************************************************
038515*    A TRANSFER HAS NO CODE OF ITS OWN, SO A NEW CODE ON THE     *
038518*    CARD IS IGNORED.  THE NEW ACCOUNT CORRECTS THE TO-ACCOUNT   *
038521*    WHEN THE REJECT WAS FOR THE TO-ACCOUNT (REASON 30), AND     *
038524*    THE FROM-ACCOUNT OTHERWISE.                                 *
038527 2250-APPLY-TRANSFER-CORRECTION.
038530*
038533     MOVE REJ-INPUT-DATA TO TRANSFER-LINE.
038536     IF REP-TAB-NEW-ACCOUNT (REP-CORR-SUB) NOT = SPACES
038539         MOVE REP-TAB-NEW-ACCOUNT (REP-CORR-SUB)
038542             TO REP-NEW-ACCOUNT-X
038545         IF REJ-REASON-CODE = 30
038548             MOVE REP-NEW-ACCOUNT-X TO XFR-TO-ACCOUNT (1:7)
038551         ELSE
038554             MOVE REP-NEW-ACCOUNT-X TO XFR-FROM-ACCOUNT (1:7)
038557         END-IF
038560     END-IF.
038563     IF REP-TAB-NEW-AMOUNT (REP-CORR-SUB) NOT = SPACES
038566         MOVE REP-TAB-NEW-AMOUNT (REP-CORR-SUB)
038569             TO REP-NEW-AMOUNT-X
038572         MOVE REP-NEW-AMOUNT-X TO XFR-TRANSFER-AMOUNT (1:12)
038575     END-IF.
038578*
038581 2250-EXIT.
038584     EXIT.
038600*
038700*****************************************************************
038800*    2300-EDIT-REPAIRED-RECORD  --  RE-RUN THE A2START EDITS     *
039400*
039500     SET REP-RECORD-IS-VALID TO TRUE.
039600     MOVE ZERO TO REP-REJECT-REASON-CODE.
039610*
039620     IF TRANSFER-RECORD-PRESENT
039630         PERFORM 2360-EDIT-TRANSFER THRU 2360-EXIT
039640         GO TO 2300-EXIT
039650     END-IF.
039700*
039800     IF IN-ACCOUNT-NUMBER NOT NUMERIC
039900             OR IN-ACCOUNT-NUMBER = ZERO
041744*
041745 2350-EXIT.
041746     EXIT.
041748*
041750*****************************************************************
041752*    2360-EDIT-TRANSFER  --  RE-RUN THE A2START TRANSFER EDITS   *
041754*****************************************************************
041756*    MUST STAY IN STEP WITH 2820-EDIT-TRANSFER IN A2START.       *
041758 2360-EDIT-TRANSFER.
041760*
041762     IF XFR-FROM-ACCOUNT NOT NUMERIC
041764             OR XFR-FROM-ACCOUNT = ZERO
041766         SET REP-RECORD-IS-INVALID TO TRUE
041768         MOVE 02 TO REP-REJECT-REASON-CODE
041770         GO TO 2360-EXIT
041772     END-IF.
041774     IF XFR-TO-ACCOUNT NOT NUMERIC
041776             OR XFR-TO-ACCOUNT = ZERO
041778             OR XFR-TO-ACCOUNT = XFR-FROM-ACCOUNT
041780         SET REP-RECORD-IS-INVALID TO TRUE
041782         MOVE 30 TO REP-REJECT-REASON-CODE
041784         GO TO 2360-EXIT
041786     END-IF.
041788     IF XFR-TRANSFER-AMOUNT NOT NUMERIC
041790         SET REP-RECORD-IS-INVALID TO TRUE
041792         MOVE 06 TO REP-REJECT-REASON-CODE
041794         GO TO 2360-EXIT
041796     END-IF.
041798     IF XFR-TRANSFER-AMOUNT NOT > ZERO
041800         SET REP-RECORD-IS-INVALID TO TRUE
041802         MOVE 32 TO REP-REJECT-REASON-CODE
041804         GO TO 2360-EXIT
041806     END-IF.
041808     MOVE REP-XFER-DEBIT-CODE TO REP-TRANCODE-SUB.
041810     PERFORM 2365-EDIT-TRANSFER-CODE THRU 2365-EXIT.
041812     IF REP-RECORD-IS-VALID
041814         MOVE REP-XFER-CREDIT-CODE TO REP-TRANCODE-SUB
041816         PERFORM 2365-EDIT-TRANSFER-CODE THRU 2365-EXIT
041818     END-IF.
041820*
041822 2360-EXIT.
041824     EXIT.
041826*
041828*****************************************************************
041830*    2365-EDIT-TRANSFER-CODE  --  CHECK ONE TRANSFER LEG CODE    *
041832*****************************************************************
041834*    REP-TRANCODE-SUB IS SET BY THE CALLER.                      *
041836 2365-EDIT-TRANSFER-CODE.
041838*
041840     IF NOT REP-TCT-LOADED (REP-TRANCODE-SUB)
041842         SET REP-RECORD-IS-INVALID TO TRUE
041844         MOVE 04 TO REP-REJECT-REASON-CODE
041846         GO TO 2365-EXIT
041848     END-IF.
041850     IF NOT REP-TCT-ACTIVE (REP-TRANCODE-SUB)
041852         SET REP-RECORD-IS-INVALID TO TRUE
041854         MOVE 12 TO REP-REJECT-REASON-CODE
041856         GO TO 2365-EXIT
041858     END-IF.
041860     IF REP-TCT-AMOUNT-LIMIT (REP-TRANCODE-SUB) > ZERO
041862             AND XFR-TRANSFER-AMOUNT > REP-TCT-AMOUNT-LIMIT
041864                                         (REP-TRANCODE-SUB)
041866         SET REP-RECORD-IS-INVALID TO TRUE
041868         MOVE 14 TO REP-REJECT-REASON-CODE
041870     END-IF.
041872*
041874 2365-EXIT.
041876     EXIT.
041878*
041900*****************************************************************
042000*    2400-WRITE-RECYCLE  --  RELEASE A REPAIRED RECORD           *
042100*****************************************************************
044000*
044100 2500-EXIT.
044200     EXIT.
044205*
044210*****************************************************************
044215*    2600-PEND-CORRECTION  --  HOLD A CARD FOR ITS CHECKER       *
044220*****************************************************************
044225*    THE CARD MATCHED BUT STILL NEEDS A CHECKER APPROVAL.  THE   *
044230*    REJECT CARRIES FORWARD AS OUTSTANDING AND THE CARD GOES TO  *
044235*    THE PENDING FILE, SO BOTH ARE PRESENTED AGAIN NEXT CYCLE.   *
044240 2600-PEND-CORRECTION.
044245*
044250     PERFORM 2500-WRITE-OUTSTANDING THRU 2500-EXIT.
044255     MOVE REP-TAB-CARD-IMAGE (REP-CORR-SUB) TO PENDING-CARD.
044260     WRITE PENDING-CARD.
044265     ADD 1 TO REP-OUTSTANDING-COUNT.
044270     ADD 1 TO REP-PENDING-COUNT.
044275     MOVE 'AWAIT APPROVAL' TO REP-STATUS-WORK.
044280     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
044285*
044290 2600-EXIT.
044295     EXIT.
044300*
044400*****************************************************************
044500*    2900-READ-REJECT  --  READ THE NEXT REJECT RECORD           *
053600     MOVE 'REJECTS STILL OUTSTANDING' TO RPT-CNT-LABEL.
053700     MOVE REP-OUTSTANDING-COUNT TO RPT-CNT-VALUE.
053800     WRITE RPT-COUNT-LINE.
053820     MOVE SPACES TO RPT-COUNT-LINE.
053840     MOVE '  OF WHICH AWAITING APPROVAL' TO RPT-CNT-LABEL.
053860     MOVE REP-PENDING-COUNT TO RPT-CNT-VALUE.
053880     WRITE RPT-COUNT-LINE.
053900*
054000     MOVE SPACES TO RPT-COUNT-LINE.
054100     MOVE 'CORRECTION CARDS UNMATCHED' TO RPT-CNT-LABEL.
054200     MOVE REP-UNMATCHED-CARD-COUNT TO RPT-CNT-VALUE.
054300     WRITE RPT-COUNT-LINE.
054310*
054320     MOVE SPACES TO RPT-COUNT-LINE.
054330     MOVE 'CORRECTION CARDS REFUSED' TO RPT-CNT-LABEL.
054340     MOVE REP-REFUSED-CARD-COUNT TO RPT-CNT-VALUE.
054350     WRITE RPT-COUNT-LINE.
054400*
054500     MOVE SPACES TO RPT-AMOUNT-LINE.
054600     MOVE 'TOTAL AMOUNT RECYCLED' TO RPT-AMT-LABEL.
057500*
057600     MOVE SPACES TO REP-DETAIL-LINE.
057700     MOVE REP-STATUS-WORK        TO REP-DET-STATUS.
057800     IF REJ-TRANSFER-REJECT
057810         PERFORM 8250-FILL-TRANSFER-DETAIL THRU 8250-EXIT
057820         GO TO 8200-WRITE
057830     END-IF.
057840     MOVE REJ-ACCOUNT-NUMBER     TO REP-DET-ACCOUNT.
057850     MOVE REJ-TRANSACTION-DATE   TO REP-DET-DATE.
057860     MOVE REJ-TRANSACTION-CODE   TO REP-DET-CODE.
058050     IF REJ-TRANSACTION-AMOUNT IS NUMERIC
058100         MOVE REJ-TRANSACTION-AMOUNT TO REP-DET-AMOUNT
058150     ELSE
059500             MOVE SPACES TO REP-DET-AGE-TAG
059600         END-IF
059700     END-IF.
059710*
059720 8200-WRITE.
059740     IF REP-DET-STATUS = 'REPAIRED'
059760         PERFORM 8270-FILL-AUTHORIZATION THRU 8270-EXIT
059780     END-IF.
059800     WRITE REP-DETAIL-LINE.
059900*
060000 8200-EXIT.
060100     EXIT.
060103*
060106*****************************************************************
060109*    8250-FILL-TRANSFER-DETAIL  --  REPORT FIELDS FOR A TRANSFER *
060112*****************************************************************
060115*    A TRANSFER CARRIES NO TRANSACTION DATE (IT TAKES THE RUN    *
060118*    DATE WHEN IT IS ACCEPTED), SO NO AGE IS SHOWN.  THE LINE    *
060121*    SHOWS THE FROM-ACCOUNT AND THE DEBIT LEG CODE.              *
060124 8250-FILL-TRANSFER-DETAIL.
060127*
060130     IF REJ-XFR-FROM-ACCOUNT IS NUMERIC
060133         MOVE REJ-XFR-FROM-ACCOUNT TO REP-DET-ACCOUNT
060136     ELSE
060139         MOVE ZERO TO REP-DET-ACCOUNT
060142     END-IF.
060145     MOVE ZERO                   TO REP-DET-DATE.
060148     MOVE REP-XFER-DEBIT-CODE    TO REP-DET-CODE.
060151     IF REJ-XFR-TRANSFER-AMOUNT IS NUMERIC
060154         MOVE REJ-XFR-TRANSFER-AMOUNT TO REP-DET-AMOUNT
060157     ELSE
060160         MOVE ZERO TO REP-DET-AMOUNT
060163     END-IF.
060166     MOVE ZERO                   TO REP-DET-AGE.
060169     MOVE SPACES                 TO REP-DET-AGE-TAG.
060172*
060175 8250-EXIT.
060178     EXIT.
060179*
060180*****************************************************************
060181*    8270-FILL-AUTHORIZATION  --  MAKER AND CHECKER OF A REPAIR  *
060182*****************************************************************
060183*    A CARD UNDER THE APPROVAL THRESHOLD NEEDS NO CHECKER.       *
060184 8270-FILL-AUTHORIZATION.
060185*
060186     MOVE SPACES TO REP-DET-AUTH-AREA.
060187     MOVE REP-TAB-MAKER-ID (REP-CORR-SUB) TO REP-DET-MAKER.
060188     IF REP-TAB-CHECKER-ID (REP-CORR-SUB) = SPACES
060189         MOVE 'NOT REQD' TO REP-DET-CHECKER
060190     ELSE
060191         MOVE REP-TAB-CHECKER-ID (REP-CORR-SUB) TO REP-DET-CHECKER
060192     END-IF.
060193*
060194 8270-EXIT.
060195     EXIT.
060200*
060210*****************************************************************
060211*    8700-WRITE-RUN-TOTALS  --  MACHINE-READABLE CONTROL TOTALS  *
060800     CLOSE REJECT-FILE
060900           RECYCLE-FILE
061000           CARRY-FILE
061050           PENDING-FILE
061100           REPAIR-REPORT.
061200*
061300 9000-EXIT.

001800*    - AN ADD MUST CARRY A NAME AND A VALID ACCOUNT TYPE, AND    *
001900*      MUST NOT DUPLICATE AN ACCOUNT ALREADY ON THE MASTER.      *
002000*    - A CHANGE OR DELETE MUST NAME AN ACCOUNT ALREADY THERE.    *
002010*    - AN OVERDRAFT LIMIT, WHEN KEYED, MUST BE NUMERIC.          *
002100*    - A DELETE IS REFUSED WHEN THE ACCOUNT HAS ACTIVITY ON      *
002200*      THE LATEST DAILY EXTRACT FILE, FOUND THROUGH THE          *
002300*      ALTERNATE INDEX PATH ON THE ACCOUNT NUMBER.               *
003000*  ----------  ----  --------------------------------------     *
003100*  2026-08-21   RG   INITIAL VERSION.                            *
003110*  2026-08-21   RG   EXTRACT RECORD GREW 70 TO 91 BYTES.         *
003120*  2026-10-06   RG   ADDED THE AUTHORIZED OVERDRAFT LIMIT TO     *
003130*                    ADD AND CHANGE - EDITED NUMERIC WHEN KEYED, *
003140*                    BLANK KEEPS THE LIMIT ON A CHANGE AND MEANS *
003150*                    ZERO ON AN ADD.  THE BEFORE/AFTER LINES     *
003160*                    SHOW THE LIMIT.  REFERENCE RECORD GREW 28   *
003170*                    TO 37 BYTES.                                *
003172*  2026-10-14   RG   DUAL CONTROL.  A CARD WITH NO MAKER ID IS   *
003174*                    REFUSED.  A CARD KEYING AN OVERDRAFT LIMIT  *
003176*                    OVER THE APPROVAL THRESHOLD (DCTLFILE), OR  *
003178*                    CHANGING THE TYPE OF A FROZEN OR CLOSED     *
003180*                    ACCOUNT, ALSO NEEDS A CHECKER APPROVAL FROM *
003182*                    ANOTHER OPERATOR (APRFILE) - UNTIL IT HAS   *
003184*                    ONE IT GOES TO THE NEW PENDOUT FILE FOR THE *
003186*                    NEXT RUN.  A CARD APPROVED BY ITS OWN MAKER *
003188*                    IS REFUSED.  APPLIED LINES SHOW THE MAKER   *
003190*                    AND CHECKER.                                *
003200*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
006800     SELECT MAINT-REPORT
006900         ASSIGN TO RPTFILE
007000         ORGANIZATION IS SEQUENTIAL.
007005*
007010*    APPROVAL-FILE  --  CHECKER APPROVAL CARDS FOR DUAL CONTROL
007015     SELECT APPROVAL-FILE
007020         ASSIGN TO APRFILE
007025         ORGANIZATION IS SEQUENTIAL.
007030*
007035*    DUAL-CONTROL-FILE  --  APPROVAL THRESHOLD PARAMETER CARD
007040     SELECT DUAL-CONTROL-FILE
007045         ASSIGN TO DCTLFILE
007050         ORGANIZATION IS SEQUENTIAL.
007055*
007060*    PENDING-FILE  --  MAINTENANCE CARDS STILL AWAITING A CHECKER
007065*    APPROVAL, FOR CONCATENATION AHEAD OF THE NEXT RUN'S CARDS
007070     SELECT PENDING-FILE
007075         ASSIGN TO PENDOUT
007080         ORGANIZATION IS SEQUENTIAL.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
008000     COPY RMNTREC.
008100*
008200 FD  REFERENCE-FILE
008300     RECORD CONTAINS 37 CHARACTERS.
008400*
008500     COPY REFMREC.
008600*
010600     05  RM-DET-TYPE                 PIC X(01).
010700     05  FILLER                      PIC X(02).
010800     05  RM-DET-STATUS               PIC X(30).
010810     05  RM-DET-LIMIT-AREA REDEFINES RM-DET-STATUS.
010820         10  RM-DET-LIMIT-TAG        PIC X(09).
010830         10  RM-DET-LIMIT            PIC Z,ZZZ,ZZ9.99.
010840         10  FILLER                  PIC X(09).
010845     05  RM-DET-AUTH-AREA REDEFINES RM-DET-STATUS.
010850         10  RM-DET-AUTH-TAG         PIC X(08).
010855         10  RM-DET-MAKER            PIC X(08).
010860         10  FILLER                  PIC X(01).
010865         10  RM-DET-CHECKER          PIC X(08).
010870         10  FILLER                  PIC X(05).
010900     05  FILLER                      PIC X(07).
010902*
010904 FD  APPROVAL-FILE
010906     RECORDING MODE IS F
010908     DATA RECORD IS APPROVAL-CARD
010910     RECORD CONTAINS 80 CHARACTERS.
010912*
010914     COPY APRVREC.
010916*
010918 FD  DUAL-CONTROL-FILE
010920     RECORDING MODE IS F
010922     DATA RECORD IS DUAL-CONTROL-CARD
010924     RECORD CONTAINS 80 CHARACTERS.
010926*
010928     COPY DCTLREC.
010930*
010932 FD  PENDING-FILE
010934     RECORDING MODE IS F
010936     RECORD CONTAINS 80 CHARACTERS.
010938*
010940 01  PENDING-CARD                   PIC X(80).
011000*
011100 WORKING-STORAGE SECTION.
011200*
012000 77  RM-ACTIVITY-SWITCH             PIC X(01) VALUE 'N'.
012100     88  RM-ACCOUNT-HAS-ACTIVITY            VALUE 'Y'.
012200*
012220*
012240 77  RM-PENDING-SWITCH              PIC X(01) VALUE 'N'.
012260     88  RM-CARD-PENDING                    VALUE 'Y'.
012300 77  RM-REF-FILE-STATUS             PIC X(02) VALUE SPACES.
012400 77  RM-OUT-FILE-STATUS             PIC X(02) VALUE SPACES.
012500*
012800 77  RM-CHANGES-APPLIED-COUNT       PIC 9(09) COMP VALUE ZERO.
012900 77  RM-DELETES-APPLIED-COUNT       PIC 9(09) COMP VALUE ZERO.
013000 77  RM-TRANS-REFUSED-COUNT         PIC 9(09) COMP VALUE ZERO.
013050 77  RM-TRANS-PENDED-COUNT          PIC 9(09) COMP VALUE ZERO.
013100*
013200 77  RM-REFUSAL-TEXT                PIC X(30) VALUE SPACES.
013300*
013800     05  RM-BEF-ACCOUNT-NUMBER       PIC 9(07).
013900     05  RM-BEF-ACCOUNT-NAME         PIC X(20).
014000     05  RM-BEF-ACCOUNT-TYPE         PIC X(01).
014005         88  RM-BEF-FROZEN-OR-CLOSED         VALUES 'F' 'C'.
014010     05  RM-BEF-OVERDRAFT-LIMIT      PIC 9(7)V99.
014012*
014014*    DUAL CONTROL - THE APPROVAL THRESHOLD FROM THE PARAMETER
014016*    CARD, AND THE CHECKER OF THE CARD BEING APPLIED.
014018 77  RM-APR-EOF-SWITCH              PIC X(01) VALUE 'N'.
014020     88  RM-END-OF-APPROVALS                VALUE 'Y'.
014022 77  RM-APR-MATCH-SWITCH            PIC X(01) VALUE 'N'.
014024     88  RM-APPROVAL-FOUND                  VALUE 'Y'.
014026 77  RM-APPROVAL-THRESHOLD          PIC 9(7)V99 COMP-3
014028                                              VALUE ZERO.
014030 77  RM-CHECKER-WORK                PIC X(08) VALUE SPACES.
014032 77  RM-APPROVAL-COUNT              PIC 9(03) COMP VALUE ZERO.
014034 77  RM-APR-SUB                     PIC 9(03) COMP VALUE ZERO.
014036 77  RM-APR-MAX                     PIC 9(03) COMP VALUE 500.
014038*
014040*    CHECKER APPROVALS FOR MAINTENANCE CARDS (TYPE 'RMT'),
014042*    LOADED ONCE AT INITIALIZATION.  EACH IS MATCHED AGAINST
014044*    COLUMNS 1-50 OF A CARD EXACTLY AS THE MAKER KEYED THEM.
014046 01  RM-APPROVAL-TABLE.
014048     05  RM-APR-ENTRY OCCURS 500 TIMES.
014050         10  RM-APR-CARD-IMAGE       PIC X(50).
014052         10  RM-APR-CHECKER-ID       PIC X(08).
014100*
014200 PROCEDURE DIVISION.
014300*
015800*****************************************************************
015900 1000-INITIALIZE.
016000*
016050     PERFORM 1200-LOAD-DUAL-CONTROL THRU 1200-EXIT.
016100     OPEN INPUT  MAINTENANCE-FILE
016200          I-O    REFERENCE-FILE
016300          INPUT  OUTPUT-FILE
016350          OUTPUT MAINT-REPORT
016400                 PENDING-FILE.
016500     IF RM-REF-FILE-STATUS NOT = '00'
016600         DISPLAY 'A2REFMNT - REFERENCE-FILE OPEN FAILED STATUS '
016700                 RM-REF-FILE-STATUS ' - RUN TERMINATED'
017300*
017400 1000-EXIT.
017500     EXIT.
017501*
017502*****************************************************************
017503*    1200-LOAD-DUAL-CONTROL  --  THRESHOLD AND CHECKER APPROVALS *
017504*****************************************************************
017505*    A MISSING OR UNREADABLE THRESHOLD TERMINATES THE RUN - NO   *
017506*    CARD MAY BE APPLIED WITHOUT KNOWING WHETHER IT NEEDED A     *
017507*    SECOND OPERATOR.                                            *
017508 1200-LOAD-DUAL-CONTROL.
017509*
017510     OPEN INPUT DUAL-CONTROL-FILE.
017511     READ DUAL-CONTROL-FILE
017512         AT END
017513             DISPLAY 'A2REFMNT - DUAL CONTROL CARD MISSING OR '
017514                     'EMPTY - RUN TERMINATED'
017515             MOVE 16 TO RETURN-CODE
017516             STOP RUN
017517     END-READ.
017518     CLOSE DUAL-CONTROL-FILE.
017519     IF DCT-APPROVAL-THRESHOLD NOT NUMERIC
017520         DISPLAY 'A2REFMNT - APPROVAL THRESHOLD ON DUAL CONTROL '
017521                 'CARD NOT NUMERIC - RUN TERMINATED'
017522         MOVE 16 TO RETURN-CODE
017523         STOP RUN
017524     END-IF.
017525     MOVE DCT-APPROVAL-THRESHOLD TO RM-APPROVAL-THRESHOLD.
017526     OPEN INPUT APPROVAL-FILE.
017527     PERFORM 1250-LOAD-ONE-APPROVAL THRU 1250-EXIT
017528         UNTIL RM-END-OF-APPROVALS.
017529     CLOSE APPROVAL-FILE.
017530*
017531 1200-EXIT.
017532     EXIT.
017533*
017534*****************************************************************
017535*    1250-LOAD-ONE-APPROVAL  --  TABLE ONE CHECKER APPROVAL      *
017536*****************************************************************
017537*    THE APPROVAL FILE IS SHARED WITH THE REPAIR AND DUPLICATE   *
017538*    REVIEW RUNS - ONLY MAINTENANCE APPROVALS ARE TABLED HERE.   *
017539 1250-LOAD-ONE-APPROVAL.
017540*
017541     READ APPROVAL-FILE
017542         AT END
017543             SET RM-END-OF-APPROVALS TO TRUE
017544             GO TO 1250-EXIT
017545     END-READ.
017546     IF NOT APR-TYPE-MAINTENANCE
017547         GO TO 1250-EXIT
017548     END-IF.
017549     IF APR-CHECKER-ID = SPACES
017550         DISPLAY 'A2REFMNT - APPROVAL CARD WITH NO CHECKER ID '
017551                 'IGNORED'
017552         GO TO 1250-EXIT
017553     END-IF.
017554     IF RM-APPROVAL-COUNT >= RM-APR-MAX
017555         DISPLAY 'A2REFMNT - APPROVAL CARD TABLE FULL AT '
017556                 RM-APR-MAX ' ENTRIES - APPROVAL IGNORED'
017557         GO TO 1250-EXIT
017558     END-IF.
017559     ADD 1 TO RM-APPROVAL-COUNT.
017560     MOVE APR-CARD-IMAGE
017561         TO RM-APR-CARD-IMAGE (RM-APPROVAL-COUNT).
017562     MOVE APR-CHECKER-ID
017563         TO RM-APR-CHECKER-ID (RM-APPROVAL-COUNT).
017564*
017565 1250-EXIT.
017566     EXIT.
017600*
017700*****************************************************************
017800*    2000-PROCESS-MAINT  --  EDIT AND APPLY ONE TRANSACTION      *
018000 2000-PROCESS-MAINT.
018100*
018200     PERFORM 2100-EDIT-MAINT THRU 2100-EXIT.
018210     IF RM-RECORD-IS-VALID
018220         PERFORM 2150-CHECK-DUAL-CONTROL THRU 2150-EXIT
018230     END-IF.
018240     IF RM-RECORD-IS-VALID
018250             AND RM-CARD-PENDING
018260         PERFORM 2800-PEND-MAINT THRU 2800-EXIT
018270         PERFORM 2900-READ-MAINT THRU 2900-EXIT
018280         GO TO 2000-EXIT
018290     END-IF.
018300     IF RM-RECORD-IS-VALID
018400         EVALUATE TRUE
018500             WHEN RMT-ACTION-ADD
023800         SET RM-RECORD-IS-INVALID TO TRUE
023900         MOVE 'INVALID ACCOUNT TYPE' TO RM-REFUSAL-TEXT
024000     END-IF.
024010*
024020     IF RM-RECORD-IS-VALID
024030             AND NOT RMT-ACTION-DELETE
024040             AND RMT-OVERDRAFT-LIMIT-X NOT = SPACES
024050             AND RMT-OVERDRAFT-LIMIT NOT NUMERIC
024060         SET RM-RECORD-IS-INVALID TO TRUE
024070         MOVE 'INVALID OVERDRAFT LIMIT' TO RM-REFUSAL-TEXT
024080     END-IF.
024082*
024084     IF RM-RECORD-IS-VALID
024086             AND RMT-MAKER-ID = SPACES
024088         SET RM-RECORD-IS-INVALID TO TRUE
024090         MOVE 'MAKER ID MISSING' TO RM-REFUSAL-TEXT
024092     END-IF.
024100*
024200 2100-EXIT.
024300     EXIT.
024301*
024302*****************************************************************
024303*    2150-CHECK-DUAL-CONTROL  --  DOES THE CARD NEED A CHECKER?  *
024304*****************************************************************
024305*    A CARD NEEDS A CHECKER APPROVAL WHEN IT KEYS AN OVERDRAFT   *
024306*    LIMIT OVER THE APPROVAL THRESHOLD, OR WHEN IT CHANGES THE   *
024307*    TYPE OF AN ACCOUNT NOW FROZEN OR CLOSED.  ONE WITHOUT ITS   *
024308*    APPROVAL IS FLAGGED PENDING.  AN APPROVAL GIVEN BY THE      *
024309*    CARD'S OWN MAKER REFUSES THE CARD.                          *
024310 2150-CHECK-DUAL-CONTROL.
024311*
024312     MOVE 'N' TO RM-PENDING-SWITCH.
024313     MOVE 'NOT REQD' TO RM-CHECKER-WORK.
024314     PERFORM 2160-FIND-APPROVAL THRU 2160-EXIT.
024315     IF RM-APPROVAL-FOUND
024316         IF RM-APR-CHECKER-ID (RM-APR-SUB) = RMT-MAKER-ID
024317             SET RM-RECORD-IS-INVALID TO TRUE
024318             MOVE 'CHECKER SAME AS MAKER' TO RM-REFUSAL-TEXT
024319         END-IF
024320         MOVE RM-APR-CHECKER-ID (RM-APR-SUB) TO RM-CHECKER-WORK
024322         GO TO 2150-EXIT
024323     END-IF.
024324     IF NOT RMT-ACTION-DELETE
024325             AND RMT-OVERDRAFT-LIMIT-X NOT = SPACES
024326             AND RMT-OVERDRAFT-LIMIT > RM-APPROVAL-THRESHOLD
024327         SET RM-CARD-PENDING TO TRUE
024328         GO TO 2150-EXIT
024329     END-IF.
024330     IF RMT-ACTION-CHANGE
024331             AND RMT-ACCOUNT-TYPE NOT = SPACES
024332         PERFORM 2500-READ-MASTER THRU 2500-EXIT
024333         IF RM-RECORD-IS-VALID
024334                 AND RM-BEF-FROZEN-OR-CLOSED
024335                 AND RMT-ACCOUNT-TYPE NOT = RM-BEF-ACCOUNT-TYPE
024336             SET RM-CARD-PENDING TO TRUE
024337         END-IF
024338     END-IF.
024339*
024340 2150-EXIT.
024341     EXIT.
024342*
024343*****************************************************************
024344*    2160-FIND-APPROVAL  --  FIND THE CARD'S CHECKER APPROVAL    *
024345*****************************************************************
024346 2160-FIND-APPROVAL.
024347*
024348     MOVE 'N' TO RM-APR-MATCH-SWITCH.
024349     MOVE ZERO TO RM-APR-SUB.
024350     PERFORM 2170-CHECK-ONE-APPROVAL THRU 2170-EXIT
024351         UNTIL RM-APPROVAL-FOUND
024352             OR RM-APR-SUB >= RM-APPROVAL-COUNT.
024353*
024354 2160-EXIT.
024355     EXIT.
024356*
024357*****************************************************************
024358*    2170-CHECK-ONE-APPROVAL  --  TEST THE NEXT APPROVAL ENTRY   *
024359*****************************************************************
024360 2170-CHECK-ONE-APPROVAL.
024361*
024362     ADD 1 TO RM-APR-SUB.
024363     IF RM-APR-CARD-IMAGE (RM-APR-SUB)
024364             = MAINTENANCE-RECORD (1:50)
024365         SET RM-APPROVAL-FOUND TO TRUE
024366     END-IF.
024367*
024368 2170-EXIT.
024369     EXIT.
024400*
024500*****************************************************************
024600*    2200-APPLY-ADD  --  ADD A NEW ACCOUNT TO THE MASTER         *
025200     MOVE RMT-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
025300     MOVE RMT-ACCOUNT-NAME   TO REF-ACCOUNT-NAME.
025400     MOVE RMT-ACCOUNT-TYPE   TO REF-ACCOUNT-TYPE.
025410     IF RMT-OVERDRAFT-LIMIT-X = SPACES
025420         MOVE ZERO TO REF-OVERDRAFT-LIMIT
025430     ELSE
025440         MOVE RMT-OVERDRAFT-LIMIT TO REF-OVERDRAFT-LIMIT
025450     END-IF.
025500     WRITE REFERENCE-RECORD
025600         INVALID KEY
025700             SET RM-RECORD-IS-INVALID TO TRUE
027400*****************************************************************
027500*    2300-APPLY-CHANGE  --  CHANGE AN EXISTING ACCOUNT           *
027600*****************************************************************
027700*    BLANK NAME, TYPE OR OVERDRAFT LIMIT FIELDS ON THE           *
027800*    TRANSACTION KEEP THE VALUE ALREADY ON THE MASTER.           *
027900 2300-APPLY-CHANGE.
028000*
028100     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
028800     IF RMT-ACCOUNT-TYPE NOT = SPACES
028900         MOVE RMT-ACCOUNT-TYPE TO REF-ACCOUNT-TYPE
029000     END-IF.
029010     IF RMT-OVERDRAFT-LIMIT-X NOT = SPACES
029020         MOVE RMT-OVERDRAFT-LIMIT TO REF-OVERDRAFT-LIMIT
029030     END-IF.
029100     REWRITE REFERENCE-RECORD
029200         INVALID KEY
029300             SET RM-RECORD-IS-INVALID TO TRUE
034700             MOVE REF-ACCOUNT-NUMBER TO RM-BEF-ACCOUNT-NUMBER
034800             MOVE REF-ACCOUNT-NAME   TO RM-BEF-ACCOUNT-NAME
034900             MOVE REF-ACCOUNT-TYPE   TO RM-BEF-ACCOUNT-TYPE
034910             MOVE REF-OVERDRAFT-LIMIT TO RM-BEF-OVERDRAFT-LIMIT
035000     END-READ.
035100*
035200 2500-EXIT.
039200             MOVE 'DELETE' TO RM-DET-TAG
039300     END-EVALUATE.
039400     MOVE RMT-ACCOUNT-NUMBER TO RM-DET-ACCOUNT.
039450     MOVE 'APPLIED'       TO RM-DET-AUTH-TAG.
039500     MOVE RMT-MAKER-ID    TO RM-DET-MAKER.
039550     MOVE RM-CHECKER-WORK TO RM-DET-CHECKER.
039600     WRITE RM-DETAIL-LINE.
039700*
039800     MOVE SPACES TO RM-DETAIL-LINE.
040200     ELSE
040300         MOVE RM-BEF-ACCOUNT-NAME TO RM-DET-NAME
040400         MOVE RM-BEF-ACCOUNT-TYPE TO RM-DET-TYPE
040410         MOVE 'OD LIMIT' TO RM-DET-LIMIT-TAG
040420         MOVE RM-BEF-OVERDRAFT-LIMIT TO RM-DET-LIMIT
040500     END-IF.
040600     WRITE RM-DETAIL-LINE.
040700*
041200     ELSE
041300         MOVE REF-ACCOUNT-NAME TO RM-DET-NAME
041400         MOVE REF-ACCOUNT-TYPE TO RM-DET-TYPE
041410         MOVE 'OD LIMIT' TO RM-DET-LIMIT-TAG
041420         MOVE REF-OVERDRAFT-LIMIT TO RM-DET-LIMIT
041500     END-IF.
041600     WRITE RM-DETAIL-LINE.
041700*
043400*
043500 2700-EXIT.
043600     EXIT.
043602*
043604*****************************************************************
043606*    2800-PEND-MAINT  --  HOLD A CARD FOR ITS CHECKER            *
043608*****************************************************************
043610*    THE CARD NEEDS A CHECKER APPROVAL IT DOES NOT HAVE YET.  IT *
043612*    GOES TO THE PENDING FILE TO BE PRESENTED AGAIN ON THE NEXT  *
043614*    RUN, AHEAD OF THAT RUN'S CARDS.                             *
043616 2800-PEND-MAINT.
043618*
043620     MOVE MAINTENANCE-RECORD TO PENDING-CARD.
043622     WRITE PENDING-CARD.
043624     ADD 1 TO RM-TRANS-PENDED-COUNT.
043626     MOVE SPACES TO RM-DETAIL-LINE.
043628     MOVE 'PENDING' TO RM-DET-TAG.
043630     MOVE RMT-ACCOUNT-NUMBER TO RM-DET-ACCOUNT.
043632     MOVE RMT-ACCOUNT-NAME   TO RM-DET-NAME.
043634     MOVE RMT-ACCOUNT-TYPE   TO RM-DET-TYPE.
043636     MOVE 'AWAITING CHECKER APPROVAL' TO RM-DET-STATUS.
043638     WRITE RM-DETAIL-LINE.
043640*
043642 2800-EXIT.
043644     EXIT.
043700*
043800*****************************************************************
043900*    2900-READ-MAINT  --  READ THE NEXT MAINTENANCE RECORD       *
047700     MOVE 'DELETES APPLIED' TO RPT-CNT-LABEL.
047800     MOVE RM-DELETES-APPLIED-COUNT TO RPT-CNT-VALUE.
047900     WRITE RPT-COUNT-LINE.
047910*
047920     MOVE SPACES TO RPT-COUNT-LINE.
047930     MOVE 'CARDS PENDING CHECKER APPROVAL' TO RPT-CNT-LABEL.
047940     MOVE RM-TRANS-PENDED-COUNT TO RPT-CNT-VALUE.
047950     WRITE RPT-COUNT-LINE.
048000*
048100     MOVE SPACES TO RPT-COUNT-LINE.
048200     MOVE 'TRANSACTIONS REFUSED' TO RPT-CNT-LABEL.
050900     CLOSE MAINTENANCE-FILE
051000           REFERENCE-FILE
051100           OUTPUT-FILE
051150           MAINT-REPORT
051200           PENDING-FILE.
051300*
051400 9000-EXIT.
051500     EXIT.

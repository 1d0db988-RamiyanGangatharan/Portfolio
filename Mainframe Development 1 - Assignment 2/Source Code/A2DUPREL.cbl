002900*  MODIFICATION HISTORY                                         *
003000*  ----------  ----  --------------------------------------     *
003100*  2026-09-02   RG   INITIAL VERSION.                            *
003105*  2026-10-14   RG   DUAL CONTROL.  A DECISION CARD MUST CARRY   *
003110*                    ITS MAKER'S OPERATOR ID OR IT IS REFUSED.   *
003115*                    A CARD FOR AN ITEM OVER THE APPROVAL        *
003120*                    THRESHOLD (DCTLFILE) ALSO NEEDS A CHECKER   *
003125*                    APPROVAL FROM ANOTHER OPERATOR (APRFILE) -  *
003130*                    UNTIL IT HAS ONE, THE ITEM CARRIES FORWARD  *
003135*                    AND THE CARD GOES TO THE NEW PENDOUT FILE   *
003140*                    FOR THE NEXT CYCLE.  A CARD APPROVED BY     *
003145*                    ITS OWN MAKER IS REFUSED.  RELEASED AND     *
003150*                    CONFIRMED LINES SHOW THE MAKER AND          *
003155*                    CHECKER.                                    *
003200*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
007100     SELECT RELEASE-REPORT
007200         ASSIGN TO RPTFILE
007300         ORGANIZATION IS SEQUENTIAL.
007305*
007310*    APPROVAL-FILE  --  CHECKER APPROVAL CARDS FOR DUAL CONTROL
007315     SELECT APPROVAL-FILE
007320         ASSIGN TO APRFILE
007325         ORGANIZATION IS SEQUENTIAL.
007330*
007335*    DUAL-CONTROL-FILE  --  APPROVAL THRESHOLD PARAMETER CARD
007340     SELECT DUAL-CONTROL-FILE
007345         ASSIGN TO DCTLFILE
007350         ORGANIZATION IS SEQUENTIAL.
007355*
007360*    PENDING-FILE  --  DECISION CARDS STILL AWAITING A CHECKER
007365*    APPROVAL, FOR CONCATENATION AHEAD OF THE NEXT RUN'S CARDS
007370     SELECT PENDING-FILE
007375         ASSIGN TO PENDOUT
007380         ORGANIZATION IS SEQUENTIAL.
007400*
007500 DATA DIVISION.
007600 FILE SECTION.
012200     05  DRL-DET-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
012300     05  FILLER                      PIC X(02).
012400     05  DRL-DET-STATUS              PIC X(14).
012405     05  FILLER                      PIC X(01).
012410     05  DRL-DET-MAKER               PIC X(08).
012415     05  FILLER                      PIC X(01).
012420     05  DRL-DET-CHECKER             PIC X(08).
012425     05  FILLER                      PIC X(06).
012430*
012435 FD  APPROVAL-FILE
012440     RECORDING MODE IS F
012445     DATA RECORD IS APPROVAL-CARD
012450     RECORD CONTAINS 80 CHARACTERS.
012455*
012460     COPY APRVREC.
012465*
012470 FD  DUAL-CONTROL-FILE
012475     RECORDING MODE IS F
012480     DATA RECORD IS DUAL-CONTROL-CARD
012485     RECORD CONTAINS 80 CHARACTERS.
012490*
012495     COPY DCTLREC.
012500*
012505 FD  PENDING-FILE
012510     RECORDING MODE IS F
012515     RECORD CONTAINS 80 CHARACTERS.
012520*
012525 01  PENDING-CARD                   PIC X(80).
012600*
012700 WORKING-STORAGE SECTION.
012800*
013600     88  DRL-DECISION-FOUND                 VALUE 'Y'.
013650*
013660 77  DRL-STATUS-WORK                PIC X(14) VALUE SPACES.
013670 77  DRL-MAKER-WORK                 PIC X(08) VALUE SPACES.
013680 77  DRL-CHECKER-WORK               PIC X(08) VALUE SPACES.
013700*
013800 77  DRL-ITEMS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
013900 77  DRL-RELEASED-COUNT             PIC 9(09) COMP VALUE ZERO.
014000 77  DRL-CONFIRMED-COUNT            PIC 9(09) COMP VALUE ZERO.
014100 77  DRL-CARRIED-COUNT              PIC 9(09) COMP VALUE ZERO.
014200 77  DRL-UNMATCHED-CARD-COUNT       PIC 9(09) COMP VALUE ZERO.
014220 77  DRL-PENDING-COUNT              PIC 9(09) COMP VALUE ZERO.
014240 77  DRL-REFUSED-CARD-COUNT         PIC 9(09) COMP VALUE ZERO.
014300*
014400 77  DRL-RELEASED-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3
014500                                              VALUE ZERO.
015100 77  DRL-DECISION-COUNT             PIC 9(03) COMP VALUE ZERO.
015200 77  DRL-DEC-SUB                    PIC 9(03) COMP VALUE ZERO.
015300 77  DRL-DEC-MAX                    PIC 9(03) COMP VALUE 500.
015305*
015310*    DUAL CONTROL - THE APPROVAL THRESHOLD FROM THE PARAMETER
015315*    CARD, AND THE AMOUNT OF THE CARD BEING TESTED AGAINST IT.
015320 77  DRL-APR-EOF-SWITCH             PIC X(01) VALUE 'N'.
015325     88  DRL-END-OF-APPROVALS               VALUE 'Y'.
015330 77  DRL-APR-MATCH-SWITCH           PIC X(01) VALUE 'N'.
015335     88  DRL-APPROVAL-FOUND                 VALUE 'Y'.
015340 77  DRL-APPROVAL-THRESHOLD         PIC 9(9)V99 COMP-3
015345                                              VALUE ZERO.
015350 77  DRL-DUAL-AMOUNT-WORK           PIC 9(9)V99 COMP-3
015355                                              VALUE ZERO.
015360 77  DRL-APPROVAL-COUNT             PIC 9(03) COMP VALUE ZERO.
015365 77  DRL-APR-SUB                    PIC 9(03) COMP VALUE ZERO.
015370 77  DRL-APR-MAX                    PIC 9(03) COMP VALUE 500.
015400*
015500*    OPERATOR DECISION CARDS, LOADED ONCE AT INITIALIZATION.
015600*    EACH ENTRY IS FLAGGED ONCE IT HAS BEEN APPLIED SO A CARD
016600         10  DRL-TAB-ACTION          PIC X(01).
016700         10  DRL-TAB-USED-FLAG       PIC X(01).
016800             88  DRL-TAB-ENTRY-USED          VALUE 'Y'.
016805         10  DRL-TAB-MAKER-ID        PIC X(08).
016810         10  DRL-TAB-CHECKER-ID      PIC X(08).
016815         10  DRL-TAB-APPROVAL-FLAG   PIC X(01).
016820             88  DRL-TAB-AWAITING-APPROVAL   VALUE 'P'.
016825         10  DRL-TAB-CARD-IMAGE      PIC X(80).
016830*
016835*    CHECKER APPROVALS FOR DECISION CARDS (TYPE 'DUP'), LOADED
016840*    ONCE AT INITIALIZATION.  EACH IS MATCHED AGAINST COLUMNS
016845*    1-50 OF A CARD EXACTLY AS THE MAKER KEYED THEM.
016850 01  DRL-APPROVAL-TABLE.
016855     05  DRL-APR-ENTRY OCCURS 500 TIMES.
016860         10  DRL-APR-CARD-IMAGE      PIC X(50).
016865         10  DRL-APR-CHECKER-ID      PIC X(08).
016900*
017000*    FIELD VIEW OF A 29 BYTE DAILY-FEED RECORD, FOR THE
017100*    ACTIVITY REPORT LINES.
019700*****************************************************************
019800 1000-INITIALIZE.
019900*
019950     PERFORM 1200-LOAD-DUAL-CONTROL THRU 1200-EXIT.
020000     OPEN INPUT  DUPLICATE-FILE
020050                 DECISION-FILE
020100          OUTPUT RELEASE-FILE
020150                 KILL-FILE
020200                 CARRY-FILE
020250                 PENDING-FILE
020300                 RELEASE-REPORT.
020350     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
020400     PERFORM 1100-LOAD-ONE-DECISION THRU 1100-EXIT
020450         UNTIL DRL-END-OF-DECISIONS.
020500     CLOSE DECISION-FILE.
021000     PERFORM 2900-READ-DUPLICATE THRU 2900-EXIT.
021100*
021200 1000-EXIT.
021300     EXIT.
021400*
021410*****************************************************************
021420*    1100-LOAD-ONE-DECISION  --  TABLE ONE DECISION CARD         *
021430*****************************************************************
021440*    A CARD WITHOUT A RECOGNISED ACTION CODE IS REFUSED AT       *
021450*    LOAD - IT CANNOT BE ALLOWED TO SILENTLY DECIDE NOTHING.     *
021460*    SO IS A CARD WITH NO MAKER ID, OR ONE WHOSE CHECKER         *
021470*    APPROVAL WAS GIVEN BY ITS OWN MAKER.                        *
021480 1100-LOAD-ONE-DECISION.
021490*
021500     READ DECISION-FILE
021510         AT END
021520             SET DRL-END-OF-DECISIONS TO TRUE
021530             GO TO 1100-EXIT
021540     END-READ.
021550     IF NOT DDC-ACTION-VALID
021560         DISPLAY 'A2DUPREL - DECISION CARD FOR ACCOUNT '
021570                 DDC-ORIG-ACCOUNT-NUMBER ' HAS ACTION '
021580                 DDC-ACTION-CODE ' - CARD IGNORED'
021590         GO TO 1100-EXIT
021600     END-IF.
021610     PERFORM 1150-FIND-APPROVAL THRU 1150-EXIT.
021620     IF DDC-MAKER-ID = SPACES
021630         MOVE 'NO MAKER ID' TO DRL-STATUS-WORK
021640         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
021650         GO TO 1100-EXIT
021660     END-IF.
021670     IF DRL-APPROVAL-FOUND
021680             AND DRL-APR-CHECKER-ID (DRL-APR-SUB) = DDC-MAKER-ID
021690         MOVE 'MAKER=CHECKER' TO DRL-STATUS-WORK
021700         PERFORM 1190-REFUSE-CARD THRU 1190-EXIT
021710         GO TO 1100-EXIT
021720     END-IF.
021730     IF DRL-DECISION-COUNT >= DRL-DEC-MAX
021740         DISPLAY 'A2DUPREL - DECISION CARD TABLE FULL AT '
021750                 DRL-DEC-MAX ' ENTRIES - CARD FOR ACCOUNT '
021760                 DDC-ORIG-ACCOUNT-NUMBER ' IGNORED'
021770         GO TO 1100-EXIT
021780     END-IF.
021790     ADD 1 TO DRL-DECISION-COUNT.
021800     MOVE DDC-ORIG-DATA
021810         TO DRL-TAB-ORIG-DATA (DRL-DECISION-COUNT).
021820     MOVE DDC-ACTION-CODE
021830         TO DRL-TAB-ACTION (DRL-DECISION-COUNT).
021840     MOVE 'N' TO DRL-TAB-USED-FLAG (DRL-DECISION-COUNT).
021850     MOVE DUPLICATE-DECISION-CARD
021860         TO DRL-TAB-CARD-IMAGE (DRL-DECISION-COUNT).
021870     MOVE DDC-MAKER-ID
021880         TO DRL-TAB-MAKER-ID (DRL-DECISION-COUNT).
021890     MOVE 'N' TO DRL-TAB-APPROVAL-FLAG (DRL-DECISION-COUNT).
021900     IF DRL-APPROVAL-FOUND
021910         MOVE DRL-APR-CHECKER-ID (DRL-APR-SUB)
021920             TO DRL-TAB-CHECKER-ID (DRL-DECISION-COUNT)
021930         GO TO 1100-EXIT
021940     END-IF.
021950     MOVE 'NOT REQD' TO DRL-TAB-CHECKER-ID (DRL-DECISION-COUNT).
021960     PERFORM 1170-TEST-APPROVAL-NEEDED THRU 1170-EXIT.
021970*
021980 1100-EXIT.
021990     EXIT.
022000*
022010*****************************************************************
022020*    1150-FIND-APPROVAL  --  FIND THE CARD'S CHECKER APPROVAL    *
022030*****************************************************************
022040 1150-FIND-APPROVAL.
022050*
022060     MOVE 'N' TO DRL-APR-MATCH-SWITCH.
022070     MOVE ZERO TO DRL-APR-SUB.
022080     PERFORM 1160-CHECK-ONE-APPROVAL THRU 1160-EXIT
022090         UNTIL DRL-APPROVAL-FOUND
022100             OR DRL-APR-SUB >= DRL-APPROVAL-COUNT.
022110*
022120 1150-EXIT.
022130     EXIT.
022140*
022150*****************************************************************
022160*    1160-CHECK-ONE-APPROVAL  --  TEST THE NEXT APPROVAL ENTRY   *
022170*****************************************************************
022180 1160-CHECK-ONE-APPROVAL.
022190*
022200     ADD 1 TO DRL-APR-SUB.
022210     IF DRL-APR-CARD-IMAGE (DRL-APR-SUB)
022220             = DUPLICATE-DECISION-CARD (1:50)
022230         SET DRL-APPROVAL-FOUND TO TRUE
022240     END-IF.
022250*
022260 1160-EXIT.
022270     EXIT.
022280*
022290*****************************************************************
022300*    1170-TEST-APPROVAL-NEEDED  --  IS THE ITEM OVER THRESHOLD?  *
022310*****************************************************************
022320*    THE ITEM AMOUNT IS TESTED WITHOUT ITS SIGN.  AN AMOUNT      *
022330*    THAT IS NOT NUMERIC CANNOT BE TESTED, SO THE CARD NEEDS     *
022340*    APPROVAL.                                                   *
022350 1170-TEST-APPROVAL-NEEDED.
022360*
022370     IF DDC-ORIG-TRANS-AMOUNT NOT NUMERIC
022380         GO TO 1170-NEEDED
022390     END-IF.
022400     IF DDC-ORIG-TRANS-AMOUNT < ZERO
022410         COMPUTE DRL-DUAL-AMOUNT-WORK = - DDC-ORIG-TRANS-AMOUNT
022420     ELSE
022430         MOVE DDC-ORIG-TRANS-AMOUNT TO DRL-DUAL-AMOUNT-WORK
022440     END-IF.
022450     IF DRL-DUAL-AMOUNT-WORK NOT > DRL-APPROVAL-THRESHOLD
022460         GO TO 1170-EXIT
022470     END-IF.
022480*
022490 1170-NEEDED.
022500     MOVE 'P'    TO DRL-TAB-APPROVAL-FLAG (DRL-DECISION-COUNT).
022510     MOVE SPACES TO DRL-TAB-CHECKER-ID (DRL-DECISION-COUNT).
022520*
022530 1170-EXIT.
022540     EXIT.
022550*
022560*****************************************************************
022570*    1190-REFUSE-CARD  --  REPORT A CARD REFUSED AT LOAD         *
022580*****************************************************************
022590*    THE REASON IS SET IN DRL-STATUS-WORK BY THE CALLER.  THE    *
022600*    CARD IS NOT TABLED, SO THE ITEM IT NAMES CARRIES FORWARD    *
022610*    UNDECIDED.                                                  *
022620 1190-REFUSE-CARD.
022630*
022640     ADD 1 TO DRL-REFUSED-CARD-COUNT.
022650     MOVE DDC-ORIG-DATA TO DRL-TRANS-WORK.
022660     MOVE DDC-MAKER-ID  TO DRL-MAKER-WORK.
022670     MOVE SPACES        TO DRL-CHECKER-WORK.
022680     IF DRL-APPROVAL-FOUND
022690         MOVE DRL-APR-CHECKER-ID (DRL-APR-SUB) TO DRL-CHECKER-WORK
022700     END-IF.
022710     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
022720*
022730 1190-EXIT.
022740     EXIT.
022750*
022760*****************************************************************
022770*    1200-LOAD-DUAL-CONTROL  --  THRESHOLD AND CHECKER APPROVALS *
022780*****************************************************************
022790*    A MISSING OR UNREADABLE THRESHOLD TERMINATES THE RUN - NO   *
022800*    CARD MAY BE APPLIED WITHOUT KNOWING WHETHER IT NEEDED A     *
022810*    SECOND OPERATOR.                                            *
022820 1200-LOAD-DUAL-CONTROL.
022830*
022840     OPEN INPUT DUAL-CONTROL-FILE.
022850     READ DUAL-CONTROL-FILE
022860         AT END
022870             DISPLAY 'A2DUPREL - DUAL CONTROL CARD MISSING OR '
022880                     'EMPTY - RUN TERMINATED'
022890             MOVE 16 TO RETURN-CODE
022900             STOP RUN
022910     END-READ.
022920     CLOSE DUAL-CONTROL-FILE.
022930     IF DCT-APPROVAL-THRESHOLD NOT NUMERIC
022940         DISPLAY 'A2DUPREL - APPROVAL THRESHOLD ON DUAL CONTROL '
022950                 'CARD NOT NUMERIC - RUN TERMINATED'
022960         MOVE 16 TO RETURN-CODE
022970         STOP RUN
022980     END-IF.
022990     MOVE DCT-APPROVAL-THRESHOLD TO DRL-APPROVAL-THRESHOLD.
023000     OPEN INPUT APPROVAL-FILE.
023010     PERFORM 1250-LOAD-ONE-APPROVAL THRU 1250-EXIT
023020         UNTIL DRL-END-OF-APPROVALS.
023030     CLOSE APPROVAL-FILE.
023040*
023050 1200-EXIT.
023060     EXIT.
023070*
023080*****************************************************************
023090*    1250-LOAD-ONE-APPROVAL  --  TABLE ONE CHECKER APPROVAL      *
023100*****************************************************************
023110*    THE APPROVAL FILE IS SHARED WITH THE REPAIR AND REFERENCE   *
023120*    MAINTENANCE RUNS - ONLY DECISION APPROVALS ARE TABLED HERE. *
023130 1250-LOAD-ONE-APPROVAL.
023140*
023150     READ APPROVAL-FILE
023160         AT END
023170             SET DRL-END-OF-APPROVALS TO TRUE
023180             GO TO 1250-EXIT
023190     END-READ.
023200     IF NOT APR-TYPE-DUPLICATE
023210         GO TO 1250-EXIT
023220     END-IF.
023230     IF APR-CHECKER-ID = SPACES
023240         DISPLAY 'A2DUPREL - APPROVAL CARD WITH NO CHECKER ID '
023250                 'IGNORED'
023260         GO TO 1250-EXIT
023270     END-IF.
023280     IF DRL-APPROVAL-COUNT >= DRL-APR-MAX
023290         DISPLAY 'A2DUPREL - APPROVAL CARD TABLE FULL AT '
023300                 DRL-APR-MAX ' ENTRIES - APPROVAL IGNORED'
023310         GO TO 1250-EXIT
023320     END-IF.
023330     ADD 1 TO DRL-APPROVAL-COUNT.
023340     MOVE APR-CARD-IMAGE
023350         TO DRL-APR-CARD-IMAGE (DRL-APPROVAL-COUNT).
023360     MOVE APR-CHECKER-ID
023370         TO DRL-APR-CHECKER-ID (DRL-APPROVAL-COUNT).
023380*
023390 1250-EXIT.
023400     EXIT.
024800*
024900*****************************************************************
025000*    2000-PROCESS-DUPLICATE  --  DISPOSE ONE DIVERTED ITEM       *
025300*
025400     MOVE DUP-IN-RECORD TO DRL-TRANS-WORK.
025500     PERFORM 2100-FIND-DECISION THRU 2100-EXIT.
025505     MOVE SPACES TO DRL-MAKER-WORK
025510                    DRL-CHECKER-WORK.
025515     IF DRL-DECISION-FOUND
025520         MOVE DRL-TAB-MAKER-ID (DRL-DEC-SUB)   TO DRL-MAKER-WORK
025525         MOVE DRL-TAB-CHECKER-ID (DRL-DEC-SUB) TO DRL-CHECKER-WORK
025530     END-IF.
025535     IF DRL-DECISION-FOUND
025540             AND DRL-TAB-AWAITING-APPROVAL (DRL-DEC-SUB)
025545         PERFORM 2600-PEND-DECISION THRU 2600-EXIT
025550         PERFORM 2900-READ-DUPLICATE THRU 2900-EXIT
025555         GO TO 2000-EXIT
025560     END-IF.
025600     IF DRL-DECISION-FOUND
025700         IF DRL-TAB-ACTION (DRL-DEC-SUB) = 'R'
025800             PERFORM 2400-WRITE-RELEASE THRU 2400-EXIT
035000*
035100 2500-EXIT.
035200     EXIT.
035202*
035204*****************************************************************
035206*    2600-PEND-DECISION  --  HOLD A CARD FOR ITS CHECKER         *
035208*****************************************************************
035210*    THE CARD MATCHED BUT STILL NEEDS A CHECKER APPROVAL.  THE   *
035212*    ITEM CARRIES FORWARD UNDECIDED AND THE CARD GOES TO THE     *
035214*    PENDING FILE, SO BOTH ARE PRESENTED AGAIN NEXT CYCLE.       *
035216 2600-PEND-DECISION.
035218*
035220     MOVE DRL-TAB-CARD-IMAGE (DRL-DEC-SUB) TO PENDING-CARD.
035222     WRITE PENDING-CARD.
035224     MOVE DUP-IN-RECORD TO CARRY-RECORD.
035226     WRITE CARRY-RECORD.
035228     ADD 1 TO DRL-CARRIED-COUNT.
035230     ADD 1 TO DRL-PENDING-COUNT.
035232     IF DRL-TRN-AMOUNT IS NUMERIC
035234         ADD DRL-TRN-AMOUNT TO DRL-CARRIED-AMOUNT-TOTAL
035236     END-IF.
035238     MOVE 'AWAIT APPROVAL' TO DRL-STATUS-WORK.
035240     PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
035242*
035244 2600-EXIT.
035246     EXIT.
035300*
035400*****************************************************************
035500*    2900-READ-DUPLICATE  --  NEXT DIVERTED ITEM                 *
038800         ADD 1 TO DRL-UNMATCHED-CARD-COUNT
038900         MOVE DRL-TAB-ORIG-DATA (DRL-DEC-SUB) TO DRL-TRANS-WORK
039000         MOVE 'CARD UNMATCHED' TO DRL-STATUS-WORK
039020         MOVE DRL-TAB-MAKER-ID (DRL-DEC-SUB)   TO DRL-MAKER-WORK
039040         MOVE DRL-TAB-CHECKER-ID (DRL-DEC-SUB) TO DRL-CHECKER-WORK
039100         PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT
039200     END-IF.
039300*
043300     MOVE 'AMOUNT CARRIED FORWARD' TO RPT-HSH-LABEL.
043400     MOVE DRL-CARRIED-AMOUNT-TOTAL TO RPT-HSH-VALUE.
043500     WRITE RPT-HASH-LINE.
043520     MOVE SPACES TO RPT-COUNT-LINE.
043540     MOVE '  OF WHICH AWAITING APPROVAL' TO RPT-CNT-LABEL.
043560     MOVE DRL-PENDING-COUNT TO RPT-CNT-VALUE.
043580     WRITE RPT-COUNT-LINE.
043600*
043700     MOVE SPACES TO RPT-COUNT-LINE.
043800     MOVE 'DECISION CARDS UNMATCHED' TO RPT-CNT-LABEL.
043900     MOVE DRL-UNMATCHED-CARD-COUNT TO RPT-CNT-VALUE.
044000     WRITE RPT-COUNT-LINE.
044010*
044020     MOVE SPACES TO RPT-COUNT-LINE.
044030     MOVE 'DECISION CARDS REFUSED' TO RPT-CNT-LABEL.
044040     MOVE DRL-REFUSED-CARD-COUNT TO RPT-CNT-VALUE.
044050     WRITE RPT-COUNT-LINE.
044100*
044200 8000-EXIT.
044300     EXIT.
046100*    8200-WRITE-DETAIL-LINE  --  ONE REPORT LINE PER ITEM        *
046200*****************************************************************
046300*    THE STATUS IS SET IN DRL-STATUS-WORK BY THE CALLER.        *
046320*    THE MAKER AND CHECKER ARE SET IN DRL-MAKER-WORK AND        *
046340*    DRL-CHECKER-WORK, SPACES WHEN NO CARD APPLIES.             *
046400 8200-WRITE-DETAIL-LINE.
046500*
046600     MOVE SPACES TO DRL-DETAIL-LINE.
047400     ELSE
047500         MOVE ZERO TO DRL-DET-AMOUNT
047600     END-IF.
047620     MOVE DRL-MAKER-WORK         TO DRL-DET-MAKER.
047640     MOVE DRL-CHECKER-WORK       TO DRL-DET-CHECKER.
047700     WRITE DRL-DETAIL-LINE.
047800*
047900 8200-EXIT.
048800           RELEASE-FILE
048900           KILL-FILE
049000           CARRY-FILE
049050           PENDING-FILE
049100           RELEASE-REPORT.
049200*
049300 9000-EXIT.

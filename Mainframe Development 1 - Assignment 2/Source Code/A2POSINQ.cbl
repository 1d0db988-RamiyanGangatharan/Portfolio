002000*    - ANYTHING FOR THE ACCOUNT SITTING ON THE SUSPENSE FILE,   *
002100*      THE SUSPECTED-DUPLICATES FILE, OR THE REJECT FILE,       *
002200*      EACH LABELLED WITH ITS REASON CODE.                      *
002210*    - ANY OPEN DISPUTE CASE ON THE ACCOUNT, FROM THE           *
002220*      DISPUTE CASE MASTER, WITH THE DISPUTED AMOUNT.           *
002300*                                                                *
002400*  THE HELD FILES ARE LOADED INTO TABLES AT INITIALIZATION SO   *
002500*  ANY NUMBER OF REQUEST CARDS CAN BE ANSWERED IN ONE PASS.     *
002991*                    FILLERS - THE LABELS ARE MOVED EXPLICITLY   *
002992*                    BEFORE EACH WRITE AND A VALUE THERE NEVER   *
002993*                    PRINTS.                                     *
002995*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR    *
002997*                    THE AUTHORIZED OVERDRAFT LIMIT.             *
002998*  2026-10-12   RG   OPEN DISPUTE CASES ARE LISTED FROM THE      *
002999*                    DISPUTE CASE MASTER.                        *
003000*                                                                *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
007700     SELECT REJECT-FILE
007800         ASSIGN TO REJFILE
007900         ORGANIZATION IS SEQUENTIAL.
007910*
007920*    DISPUTE-FILE  --  THE DISPUTE CASE MASTER, BROWSED ON THE
007930*    ACCOUNT NUMBER AT THE FRONT OF THE CASE KEY
007940     SELECT DISPUTE-FILE
007950         ASSIGN TO DSPFILE
007960         ORGANIZATION IS INDEXED
007970         ACCESS MODE IS DYNAMIC
007980         RECORD KEY IS DCS-KEY
007990         FILE STATUS IS PIQ-DSP-FILE-STATUS.
008000*
008100*    REQUEST-FILE  --  SYSIN INQUIRY REQUEST CARDS
008200     SELECT REQUEST-FILE
009800     COPY BALREC.
009900*
010000 FD  REFERENCE-FILE
010100     RECORD CONTAINS 37 CHARACTERS.
010200*
010300     COPY REFMREC.
010400*
012800*
012900     COPY REJCTREC.
013000*
013010 FD  DISPUTE-FILE
013020     RECORD CONTAINS 80 CHARACTERS.
013030*
013040     COPY DSPCREC.
013050*
013100 FD  REQUEST-FILE
013200     RECORDING MODE IS F
013300     DATA RECORD IS INQUIRY-REQUEST
018500 77  PIQ-BAL-FILE-STATUS            PIC X(02) VALUE SPACES.
018600 77  PIQ-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
018700 77  PIQ-OUT-FILE-STATUS            PIC X(02) VALUE SPACES.
018710 77  PIQ-DSP-FILE-STATUS            PIC X(02) VALUE SPACES.
018800*
018900 77  PIQ-REQUEST-COUNT              PIC 9(09) COMP VALUE ZERO.
019000 77  PIQ-PAGES-COUNT                PIC 9(09) COMP VALUE ZERO.
027100                 SUSPENSE-IN
027200                 DUPLICATE-FILE
027300                 REJECT-FILE
027310                 DISPUTE-FILE
027400                 REQUEST-FILE
027500          OUTPUT POSITION-REPORT.
027600     IF PIQ-BAL-FILE-STATUS NOT = '00'
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028710     IF PIQ-DSP-FILE-STATUS NOT = '00'
028720         DISPLAY 'A2POSINQ - DISPUTE-FILE OPEN FAILED STATUS '
028730                 PIQ-DSP-FILE-STATUS ' - RUN TERMINATED'
028740         MOVE 16 TO RETURN-CODE
028750         STOP RUN
028760     END-IF.
028800     PERFORM 1200-LOAD-ONE-SUSPENSE THRU 1200-EXIT
028900         UNTIL PIQ-END-OF-SUSPENSE.
029000     PERFORM 1300-LOAD-ONE-DUPLICATE THRU 1300-EXIT
042400     PERFORM 3400-SHOW-SUSPENSE THRU 3400-EXIT.
042500     PERFORM 3500-SHOW-DUPLICATES THRU 3500-EXIT.
042600     PERFORM 3600-SHOW-REJECTS THRU 3600-EXIT.
042610     PERFORM 3700-SHOW-OPEN-DISPUTES THRU 3700-EXIT.
042700     ADD 1 TO PIQ-PAGES-COUNT.
042800*
042900 3000-EXIT.
065700         MOVE '  (NONE)' TO RPT-HEADING-LINE
065800         WRITE RPT-HEADING-LINE
065900     END-IF.
066200*
066300 3600-EXIT.
066400     EXIT.
069000 3650-EXIT.
069100     EXIT.
069200*
069202*****************************************************************
069203*    3700-SHOW-OPEN-DISPUTES  --  CASES STILL UNDER DISPUTE     *
069204*****************************************************************
069205*    THE CASE KEY LEADS WITH THE ACCOUNT NUMBER, SO A START AT   *
069206*    THE ACCOUNT AND ZERO SEQUENCE AND DATE BROWSES ITS CASES.   *
069207*    RESOLVED CASES ARE PASSED OVER.                             *
069208 3700-SHOW-OPEN-DISPUTES.
069209*
069210     MOVE 'OPEN DISPUTE CASES' TO RPT-HEADING-LINE.
069211     WRITE RPT-HEADING-LINE.
069212     MOVE 'N' TO PIQ-BROWSE-END-SWITCH.
069213     MOVE ZERO TO PIQ-SECTION-COUNT.
069214     MOVE ZERO TO DCS-KEY.
069215     MOVE INQ-FROM-ACCOUNT TO DCS-ACCOUNT-NUMBER.
069216     START DISPUTE-FILE
069217         KEY IS NOT LESS THAN DCS-KEY
069218         INVALID KEY
069219             SET PIQ-END-OF-BROWSE TO TRUE
069220     END-START.
069221     PERFORM 3750-LIST-ONE-DISPUTE THRU 3750-EXIT
069222         UNTIL PIQ-END-OF-BROWSE.
069223     IF PIQ-SECTION-COUNT = ZERO
069224         MOVE '  (NONE)' TO RPT-HEADING-LINE
069225         WRITE RPT-HEADING-LINE
069226     END-IF.
069227     MOVE ALL '-' TO RPT-HEADING-LINE.
069228     WRITE RPT-HEADING-LINE.
069229*
069230 3700-EXIT.
069231     EXIT.
069232*
069233*****************************************************************
069234*    3750-LIST-ONE-DISPUTE  --  NEXT CASE IN THE BROWSE         *
069235*****************************************************************
069236 3750-LIST-ONE-DISPUTE.
069237*
069238     READ DISPUTE-FILE NEXT RECORD
069239         AT END
069240             SET PIQ-END-OF-BROWSE TO TRUE
069241             GO TO 3750-EXIT
069242     END-READ.
069243     IF DCS-ACCOUNT-NUMBER NOT = INQ-FROM-ACCOUNT
069244         SET PIQ-END-OF-BROWSE TO TRUE
069245         GO TO 3750-EXIT
069246     END-IF.
069247     IF NOT DCS-STATUS-OPEN
069248         GO TO 3750-EXIT
069249     END-IF.
069250     MOVE SPACES TO PIQ-DETAIL-LINE.
069251     MOVE DCS-TRANSACTION-DATE TO PIQ-DET-DATE.
069252     MOVE DCS-TRANSACTION-CODE TO PIQ-DET-CODE.
069253     MOVE 'OPENED ' TO PIQ-DET-DESC.
069254     MOVE DCS-OPENED-DATE TO PIQ-DET-DESC (8:8).
069255     MOVE DCS-DISPUTED-AMOUNT TO PIQ-DET-AMOUNT.
069256     MOVE 'REASON ' TO PIQ-DETAIL-LINE (58:7).
069257     MOVE DCS-REASON-CODE TO PIQ-DET-REASON.
069258     WRITE PIQ-DETAIL-LINE.
069259     ADD 1 TO PIQ-SECTION-COUNT.
069260*
069261 3750-EXIT.
069262     EXIT.
069300*****************************************************************
069400*    8000-WRITE-RUN-TOTALS  --  END OF RUN INQUIRY TOTALS        *
069500*****************************************************************
072000           SUSPENSE-IN
072100           DUPLICATE-FILE
072200           REJECT-FILE
072210           DISPUTE-FILE
072300           REQUEST-FILE
072400           POSITION-REPORT.
072500*

002300*  EVERY ACCOUNT AND IN TOTAL, AND AN OVERDRAFT EXCEPTION PAGE   *
002400*  LISTING EVERY ACCOUNT DRIVEN NEGATIVE.  A MASTER OUT OF       *
002500*  PROOF ENDS THE STEP WITH RETURN CODE 12.                      *
002510*                                                                *
002520*  DEBITS ARE PAID ONLY FROM THE FUNDS AVAILABLE - THE CLOSING   *
002530*  BALANCE PLUS THE ACCOUNT'S AUTHORIZED OVERDRAFT LIMIT FROM    *
002540*  THE REFERENCE MASTER.  A DEBIT THAT DOES NOT FIT IS RETURNED  *
002550*  UNPAID TO THE RETURNED-ITEMS FILE FOR THE SOURCE SYSTEMS,     *
002560*  UNLESS ITS CODE IS FLAGGED FORCE-POST (FEES AND OTHER BANK    *
002570*  ITEMS).  TRANSFER CREDIT LEGS POST IN A SECOND PASS, SO A     *
002580*  RETURNED DEBIT LEG TAKES ITS CREDIT LEG BACK WITH IT.         *
002600*                                                                *
002700*  MODIFICATION HISTORY                                         *
002800*  ----------  ----  --------------------------------------     *
007093*                    SHOW.  THE RESOLUTION AND THE RESUME KEY   *
007094*                    PRINT ON THE RECONCILIATION REPORT.        *
007095*                    CHECKPOINT RECORD GREW 67 TO 108 BYTES.    *
007102*  2026-10-06   RG   AUTHORIZED OVERDRAFT LIMITS.  A DEBIT      *
007109*                    THE CLOSING BALANCE PLUS THE ACCOUNT'S     *
007116*                    LIMIT (REFERENCE MASTER) CANNOT COVER IS   *
007123*                    RETURNED UNPAID TO THE RETURNED-ITEMS      *
007130*                    FILE AND REPORT INSTEAD OF POSTING,        *
007137*                    UNLESS ITS CODE IS FLAGGED FORCE-POST ON   *
007144*                    THE CODE TABLE.  TRANSFER CREDIT LEGS      *
007151*                    POST IN A SECOND PASS (PHASE X) AND GO     *
007158*                    BACK WITH A RETURNED DEBIT LEG.  THE       *
007165*                    OVERDRAFT PAGE SPLITS ACCOUNTS WITHIN      *
007172*                    THEIR LIMIT FROM THOSE OVER IT.  RETURNED  *
007179*                    COUNT AND AMOUNT GO TO THE RUN TOTALS.     *
007186*                    CHECKPOINT RECORD GREW 108 TO 133 BYTES.   *
007187*  2026-10-08   RG   RUN DATE NOW TAKEN FROM THE BUSINESS DATE  *
007188*                    CONTROL FILE; A CONTROL-CARD DATE MUST     *
007189*                    AGREE WITH IT.                             *
007193*                                                                *
007200*****************************************************************
007300 ENVIRONMENT DIVISION.
007400 CONFIGURATION SECTION.
011400         ASSIGN TO SYSIN
011500         ORGANIZATION IS SEQUENTIAL.
011600*
011610*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
011620*    RUN DATE COMES FROM HERE
011630     SELECT BUSINESS-DATE-FILE
011640         ASSIGN TO BDATFILE
011650         ORGANIZATION IS SEQUENTIAL
011660         FILE STATUS IS PST-BDT-FILE-STATUS.
011670*
011700*    RUN-TOTALS-FILE  --  MACHINE-READABLE RUN CONTROL TOTALS
011800*    FOR THE BALANCING GATE
011900     SELECT RUN-TOTALS-FILE
012500     SELECT SNAPSHOT-FILE
012600         ASSIGN TO SNAPFILE
012700         ORGANIZATION IS SEQUENTIAL.
012703*
012706*    REFERENCE-FILE  --  ACCOUNT REFERENCE MASTER, READ FOR THE
012709*    AUTHORIZED OVERDRAFT LIMIT
012712     SELECT REFERENCE-FILE
012715         ASSIGN TO REFFILE
012718         ORGANIZATION IS INDEXED
012721         ACCESS MODE IS RANDOM
012724         RECORD KEY IS REF-ACCOUNT-NUMBER
012727         FILE STATUS IS PST-REF-FILE-STATUS.
012730*
012733*    TRANCODE-FILE  --  TRANSACTION CODE DEFINITION TABLE, READ
012736*    FOR THE FORCE-POST FLAG
012739     SELECT TRANCODE-FILE
012742         ASSIGN TO CODEFILE
012745         ORGANIZATION IS SEQUENTIAL.
012748*
012751*    RETURNED-FILE  --  ITEMS RETURNED UNPAID, FOR THE SOURCE
012754*    SYSTEMS
012757     SELECT RETURNED-FILE
012760         ASSIGN TO RTNFILE
012763         ORGANIZATION IS SEQUENTIAL
012766         FILE STATUS IS PST-RTN-FILE-STATUS.
012769*
012772*    RETURN-REPORT  --  RETURNED ITEMS REPORT
012775     SELECT RETURN-REPORT
012778         ASSIGN TO RTNRPT
012781         ORGANIZATION IS SEQUENTIAL.
012800*
012900 DATA DIVISION.
013000 FILE SECTION.
015700*
015800 FD  CHECKPOINT-FILE
015900     RECORDING MODE IS F
016000     RECORD CONTAINS 133 CHARACTERS.
016100*
016200     COPY PCKPREC.
016300*
016700*
016800     COPY CTLCARD.
016900*
016910 FD  BUSINESS-DATE-FILE
016920     RECORDING MODE IS F
016930     RECORD CONTAINS 80 CHARACTERS.
016940*
016950     COPY BDATREC.
016960*
017000 FD  RUN-TOTALS-FILE
017100     RECORDING MODE IS F
017200     RECORD CONTAINS 80 CHARACTERS.
017800     RECORD CONTAINS 71 CHARACTERS.
017900*
018000     COPY SNAPREC.
018002*
018004 FD  REFERENCE-FILE
018006     RECORD CONTAINS 37 CHARACTERS.
018008*
018010     COPY REFMREC.
018012*
018014 FD  TRANCODE-FILE
018016     RECORDING MODE IS F
018018     DATA RECORD IS TRANCODE-RECORD
018020     RECORD CONTAINS 80 CHARACTERS.
018022*
018024     COPY TRNCREC.
018026*
018028 FD  RETURNED-FILE
018030     RECORDING MODE IS F
018032     DATA RECORD IS RETURNED-ITEM-RECORD
018034     RECORD CONTAINS 120 CHARACTERS.
018036*
018038     COPY RTNIREC.
018040*
018042 FD  RETURN-REPORT
018044     RECORDING MODE IS F
018046     RECORD CONTAINS 80 CHARACTERS.
018048*
018050 01  RTN-RPT-HEADING                 PIC X(80).
018052*
018054 01  RTN-RPT-LINE.
018056     05  RTN-RPT-ACCOUNT             PIC 9(07).
018058     05  FILLER                      PIC X(01).
018060     05  RTN-RPT-DATE                PIC 9(08).
018062     05  FILLER                      PIC X(01).
018064     05  RTN-RPT-CODE                PIC 9(02).
018066     05  FILLER                      PIC X(01).
018068     05  RTN-RPT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
018070     05  FILLER                      PIC X(01).
018072     05  RTN-RPT-AVAILABLE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018074     05  FILLER                      PIC X(01).
018076     05  RTN-RPT-REASON              PIC X(23).
018100*
018200 WORKING-STORAGE SECTION.
018300*
024900                                              VALUE ZERO.
025000 77  PST-RESTART-NET-POSTED         PIC S9(13)V99 COMP-3
025100                                              VALUE ZERO.
025101*
025102*    OVERDRAFT LIMIT AND RETURNED-ITEM STATE.
025103 77  PST-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
025104 77  PST-RTN-FILE-STATUS            PIC X(02) VALUE SPACES.
025105 77  PST-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
025106 77  PST-RTN-EOF-SWITCH             PIC X(01) VALUE 'N'.
025107     88  PST-END-OF-RETURNS                 VALUE 'Y'.
025108 77  PST-TRANCODE-EOF-SWITCH        PIC X(01) VALUE 'N'.
025109     88  PST-END-OF-TRANCODES               VALUE 'Y'.
025110 77  PST-RETURN-SWITCH              PIC X(01) VALUE 'N'.
025111     88  PST-ITEM-RETURNED                  VALUE 'Y'.
025112 77  PST-POST-SKIP-SWITCH           PIC X(01) VALUE 'N'.
025113     88  PST-SKIP-POSTING-PHASE             VALUE 'Y'.
025114 77  PST-LIMIT-LIST-SWITCH          PIC X(01) VALUE 'W'.
025115     88  PST-LIST-WITHIN-LIMIT              VALUE 'W'.
025116     88  PST-LIST-OVER-LIMIT                VALUE 'O'.
025117 77  PST-TRANCODE-SUB               PIC 9(03) COMP VALUE ZERO.
025118 77  PST-TRANCODE-COUNT             PIC 9(09) COMP VALUE ZERO.
025119 77  PST-RETURN-REASON-CODE         PIC 9(02) VALUE ZERO.
025120 77  PST-OVERDRAFT-LIMIT            PIC 9(7)V99 COMP-3
025121                                              VALUE ZERO.
025122 77  PST-AVAILABLE-BALANCE          PIC S9(13)V99 COMP-3
025123                                              VALUE ZERO.
025124 77  PST-RETURNED-COUNT             PIC 9(09) COMP VALUE ZERO.
025125 77  PST-RETURNED-AMOUNT            PIC S9(13)V99 COMP-3
025126                                              VALUE ZERO.
025127 77  PST-RESTART-RETURNED-COUNT     PIC 9(09) VALUE ZERO.
025128 77  PST-RESTART-RETURNED-AMOUNT    PIC S9(13)V99 COMP-3
025129                                              VALUE ZERO.
025130 77  PST-WITHIN-LIMIT-COUNT         PIC 9(09) COMP VALUE ZERO.
025131 77  PST-OVER-LIMIT-COUNT           PIC 9(09) COMP VALUE ZERO.
025132 77  PST-LIMIT-EDIT                 PIC Z,ZZZ,ZZ9.99.
025133 77  PST-RTN-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
025134 77  PST-RTN-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025135*
025136*    TRANSACTION CODE TABLE, INDEXED BY CODE - ONLY THE
025137*    FORCE-POST FLAG IS NEEDED HERE.
025138 01  PST-TRANCODE-TABLE.
025139     05  PST-TRANCODE-ENTRY          OCCURS 99 TIMES.
025140         10  PST-TCT-LOADED-FLAG     PIC X(01).
025141             88  PST-TCT-LOADED              VALUE 'Y'.
025142         10  PST-TCT-FORCE-FLAG      PIC X(01).
025143             88  PST-TCT-FORCE-POST          VALUE 'Y'.
025144*
025145*    SEQUENCE NUMBERS OF THE TRANSFER DEBIT LEGS RETURNED THIS
025146*    RUN, FOR THE CREDIT PASS.
025147 77  PST-XFER-RETURN-COUNT          PIC 9(05) COMP VALUE ZERO.
025148 77  PST-XFER-RETURN-MAX            PIC 9(05) COMP VALUE 2000.
025149 77  PST-XFER-RETURN-SUB            PIC 9(05) COMP VALUE ZERO.
025150 77  PST-XFER-DEBIT-SEQUENCE        PIC 9(09) VALUE ZERO.
025151 77  PST-XFER-MATCH-SWITCH          PIC X(01) VALUE 'N'.
025152     88  PST-XFER-DEBIT-WAS-RETURNED        VALUE 'Y'.
025153 01  PST-XFER-RETURN-TABLE.
025154     05  PST-XRT-SEQUENCE            PIC 9(09) OCCURS 2000 TIMES.
025155*
025156*    THE LAST RECORD ON THE RETURNED-ITEMS FILE AT A RESTART -
025157*    SEE 1700-RELOAD-RETURNS.
025158 01  PST-LAST-RETURN-KEY.
025159     05  PST-LRK-ACCOUNT             PIC 9(07) VALUE ZERO.
025160     05  PST-LRK-SEQUENCE            PIC 9(09) VALUE ZERO.
025161 77  PST-LAST-RETURN-CODE           PIC 9(02) VALUE ZERO.
025162     88  PST-LAST-RETURN-WAS-XFER-CR        VALUE 92.
025163 77  PST-LAST-RETURN-AMOUNT         PIC S9(9)V99 COMP-3
025164                                              VALUE ZERO.
025200*
025300 PROCEDURE DIVISION.
025400*
026500         PERFORM 1100-ROLL-ONE-FORWARD THRU 1100-EXIT
026600             UNTIL PST-END-OF-MASTER
026700     END-IF.
026800*    TRANSFER CREDIT LEGS ARE HELD BACK FROM THE POSTING PASS
026810*    AND POSTED (OR RETURNED WITH THEIR DEBIT LEG) IN A SECOND
026820*    PASS.  A RESTART THAT ABENDED IN THAT SECOND PASS GOES
026830*    STRAIGHT BACK INTO IT.
026840     IF NOT PST-SKIP-POSTING-PHASE
026850         PERFORM 1500-MARK-POSTING-PHASE THRU 1500-EXIT
026860         PERFORM 2000-POST-TRANSACTION THRU 2000-EXIT
026870             UNTIL PST-END-OF-EXTRACT
026880         PERFORM 2500-START-XFER-PASS THRU 2500-EXIT
026890     END-IF.
026900     PERFORM 2600-POST-XFER-CREDIT THRU 2600-EXIT
026910         UNTIL PST-END-OF-EXTRACT.
027100     PERFORM 8000-WRITE-RECONCILIATION THRU 8000-EXIT.
027110     PERFORM 8500-WRITE-RETURN-REPORT THRU 8500-EXIT.
027200     PERFORM 8700-WRITE-RUN-TOTALS THRU 8700-EXIT.
027300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027400     GOBACK.
027900 1000-INITIALIZE.
028000*
028100     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
028105     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
028110     PERFORM 1400-LOAD-TRANCODE-TABLE THRU 1400-EXIT.
028200     PERFORM 1300-CHECK-FOR-RESTART THRU 1300-EXIT.
028300     OPEN INPUT  OUTPUT-FILE
028310                 REFERENCE-FILE
028320          I-O    BALANCE-FILE
028330          OUTPUT BALANCE-REPORT
028340                 RETURN-REPORT.
028600     IF PST-RESTART-RUN
028610         PERFORM 1700-RELOAD-RETURNS THRU 1700-EXIT
028700         OPEN EXTEND CHECKPOINT-FILE
028800         OPEN EXTEND SNAPSHOT-FILE
028810         OPEN EXTEND RETURNED-FILE
028900     ELSE
029000         OPEN OUTPUT CHECKPOINT-FILE
029100         OPEN OUTPUT SNAPSHOT-FILE
029110         OPEN OUTPUT RETURNED-FILE
029200     END-IF.
029300     IF PST-BAL-FILE-STATUS NOT = '00'
029400         DISPLAY 'A2POST - BALANCE-FILE OPEN FAILED STATUS '
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029810     IF PST-REF-FILE-STATUS NOT = '00'
029820         DISPLAY 'A2POST - REFERENCE-FILE OPEN FAILED STATUS '
029830                 PST-REF-FILE-STATUS ' - RUN TERMINATED'
029840         MOVE 16 TO RETURN-CODE
029850         STOP RUN
029860     END-IF.
029900     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
030000     IF PST-RESTART-RUN
030100         PERFORM 1600-RESUME-FROM-CHECKPOINT THRU 1600-EXIT
032400*
032500 1050-EXIT.
032600     EXIT.
032602*****************************************************************
032604*    1060-READ-BUSINESS-DATE  --  TAKE THE RUN DATE FROM THE     *
032606*    BUSINESS DATE CONTROL RECORD.  A DATE KEYED ON THE CONTROL  *
032608*    CARD MUST AGREE WITH IT.                                    *
032610*****************************************************************
032612 1060-READ-BUSINESS-DATE.
032614*
032616     OPEN INPUT BUSINESS-DATE-FILE.
032618     IF PST-BDT-FILE-STATUS NOT = '00'
032620         DISPLAY 'A2POST - BUSINESS DATE FILE OPEN FAILED '
032622                 'STATUS ' PST-BDT-FILE-STATUS
032624                 ' - RUN TERMINATED'
032626         MOVE 16 TO RETURN-CODE
032628         STOP RUN
032630     END-IF.
032632     READ BUSINESS-DATE-FILE
032634         AT END
032636             DISPLAY 'A2POST - BUSINESS DATE RECORD MISSING '
032638                     '- RUN TERMINATED'
032640             MOVE 16 TO RETURN-CODE
032642             STOP RUN
032644     END-READ.
032646     CLOSE BUSINESS-DATE-FILE.
032648     IF BDT-CURRENT-DATE NOT NUMERIC
032650             OR BDT-CURRENT-DATE = ZERO
032652         DISPLAY 'A2POST - BUSINESS DATE RECORD INVALID '
032654                 '- RUN TERMINATED'
032656         MOVE 16 TO RETURN-CODE
032658         STOP RUN
032660     END-IF.
032662     IF CTL-RUN-DATE-X NOT = SPACES
032664             AND CTL-RUN-DATE-X NOT = BDT-CURRENT-DATE
032666         DISPLAY 'A2POST - CONTROL CARD DATE ' CTL-RUN-DATE-X
032668                 ' DISAGREES WITH BUSINESS DATE '
032670                 BDT-CURRENT-DATE ' - RUN TERMINATED'
032672         MOVE 16 TO RETURN-CODE
032674         STOP RUN
032676     END-IF.
032678     MOVE BDT-CURRENT-DATE TO CTL-RUN-DATE.
032680*
032682 1060-EXIT.
032684     EXIT.
032686*
032700*
032800*****************************************************************
032900*    1300-CHECK-FOR-RESTART  --  LOOK FOR A PRIOR CHECKPOINT     *
036930             MOVE PCK-PRE-CREDITS    TO PST-RESTART-PRE-CREDITS
036940             MOVE PCK-INFLIGHT-AMOUNT
036950                                     TO PST-RESTART-INFLIGHT-AMT
036960             MOVE PCK-RETURNED-COUNT
036970                                 TO PST-RESTART-RETURNED-COUNT
036980             MOVE PCK-RETURNED-AMOUNT
036990                                 TO PST-RESTART-RETURNED-AMOUNT
037000     END-READ.
037100*
037200 1350-EXIT.
038500     MOVE PST-RESTART-POSTED-COUNT TO PST-TRANS-POSTED-COUNT.
038600     MOVE PST-RESTART-NET-POSTED   TO PST-NET-POSTED-AMOUNT.
038700     MOVE PST-RESTART-POST-KEY     TO PST-LAST-POSTED-KEY.
038710     MOVE PST-RESTART-RETURNED-COUNT TO PST-RETURNED-COUNT.
038720     MOVE PST-RESTART-RETURNED-AMOUNT TO PST-RETURNED-AMOUNT.
038800     IF PST-RESTART-PHASE = 'P' OR 'X'
038900         SET PST-SKIP-ROLL-PHASE TO TRUE
038910         IF PST-RESTART-CKPT-TYPE = 'I'
038920             PERFORM 1650-RESOLVE-INTENT THRU 1650-EXIT
038930         END-IF
038940         IF PST-RESTART-PHASE = 'X'
038950             MOVE 'X' TO PST-CURRENT-PHASE
038960             SET PST-SKIP-POSTING-PHASE TO TRUE
038970         END-IF
039000     ELSE
039100         MOVE PST-RESTART-ROLL-ACCOUNT TO PST-LAST-ROLLED-ACCOUNT
039200         MOVE 'N' TO PST-BAL-EOF-SWITCH
047900*
048000 1500-EXIT.
048100     EXIT.
048101*
048102*****************************************************************
048103*    1700-RELOAD-RETURNS  --  RECOVER THE ABENDED RUN'S RETURNS  *
048104*****************************************************************
048105*    REBUILDS THE TABLE OF RETURNED TRANSFER DEBIT LEGS FROM     *
048106*    THE RETURNED-ITEMS FILE THE ABENDED RUN WROTE, SO THE       *
048107*    CREDIT PASS STILL RETURNS THEIR CREDIT LEGS.  A RETURN IS   *
048108*    WRITTEN BEFORE ITS CHECKPOINT - WHEN THE LAST RETURN ON     *
048109*    FILE LIES BEYOND THE RESUME KEY OF THE SAME PASS IT WAS     *
048110*    THE ONE ITEM IN FLIGHT: IT IS COUNTED AND THE RESUME KEY    *
048111*    MOVES PAST IT, SO IT IS NEVER RETURNED TWICE.               *
048112 1700-RELOAD-RETURNS.
048113*
048114     OPEN INPUT RETURNED-FILE.
048115     IF PST-RTN-FILE-STATUS NOT = '00'
048116         GO TO 1700-EXIT
048117     END-IF.
048118     PERFORM 1750-RELOAD-ONE-RETURN THRU 1750-EXIT
048119         UNTIL PST-END-OF-RETURNS.
048120     CLOSE RETURNED-FILE.
048121     IF PST-LAST-RETURN-KEY NOT > PST-RESTART-POST-KEY
048122         GO TO 1700-EXIT
048123     END-IF.
048124     IF (PST-RESTART-PHASE = 'P'
048125             AND NOT PST-LAST-RETURN-WAS-XFER-CR)
048126        OR (PST-RESTART-PHASE = 'X'
048127             AND PST-LAST-RETURN-WAS-XFER-CR)
048128         MOVE PST-LAST-RETURN-KEY TO PST-RESTART-POST-KEY
048129         ADD 1 TO PST-RESTART-RETURNED-COUNT
048130         ADD PST-LAST-RETURN-AMOUNT
048131             TO PST-RESTART-RETURNED-AMOUNT
048132         DISPLAY 'A2POST - IN-FLIGHT RETURN SETTLED FOR ACCOUNT '
048133                 PST-LRK-ACCOUNT
048134     END-IF.
048135*
048136 1700-EXIT.
048137     EXIT.
048138*
048139*****************************************************************
048140*    1750-RELOAD-ONE-RETURN                                      *
048141*****************************************************************
048142 1750-RELOAD-ONE-RETURN.
048143*
048144     READ RETURNED-FILE
048145         AT END
048146             SET PST-END-OF-RETURNS TO TRUE
048147             GO TO 1750-EXIT
048148     END-READ.
048149     MOVE RTN-EXTRACT-KEY        TO PST-LAST-RETURN-KEY.
048150     MOVE RTN-TRANSACTION-CODE   TO PST-LAST-RETURN-CODE.
048151     MOVE RTN-TRANSACTION-AMOUNT TO PST-LAST-RETURN-AMOUNT.
048152     IF RTN-TRANSFER-DEBIT-LEG
048153         MOVE RTN-SEQUENCE-NUMBER TO PST-XFER-DEBIT-SEQUENCE
048154         PERFORM 2350-TABLE-XFER-RETURN THRU 2350-EXIT
048155     END-IF.
048156*
048157 1750-EXIT.
048158     EXIT.
048200*
048300*****************************************************************
048400*    1200-START-MASTER-BROWSE  --  POSITION TO THE FIRST RECORD  *
049500*
049600 1200-EXIT.
049700     EXIT.
049701*
049702*****************************************************************
049703*    1400-LOAD-TRANCODE-TABLE  --  FORCE-POST FLAGS BY CODE      *
049704*****************************************************************
049705 1400-LOAD-TRANCODE-TABLE.
049706*
049707     PERFORM 1410-CLEAR-ONE-TRANCODE THRU 1410-EXIT
049708         VARYING PST-TRANCODE-SUB FROM 1 BY 1
049709         UNTIL PST-TRANCODE-SUB > 99.
049710     OPEN INPUT TRANCODE-FILE.
049711     PERFORM 1450-LOAD-ONE-TRANCODE THRU 1450-EXIT
049712         UNTIL PST-END-OF-TRANCODES.
049713     CLOSE TRANCODE-FILE.
049714     IF PST-TRANCODE-COUNT = ZERO
049715         DISPLAY 'A2POST - TRANSACTION CODE TABLE IS EMPTY - '
049716                 'RUN TERMINATED'
049717         MOVE 16 TO RETURN-CODE
049718         STOP RUN
049719     END-IF.
049720*
049721 1400-EXIT.
049722     EXIT.
049723*
049724*****************************************************************
049725*    1410-CLEAR-ONE-TRANCODE                                     *
049726*****************************************************************
049727 1410-CLEAR-ONE-TRANCODE.
049728*
049729     MOVE 'N' TO PST-TCT-LOADED-FLAG (PST-TRANCODE-SUB).
049730     MOVE 'N' TO PST-TCT-FORCE-FLAG (PST-TRANCODE-SUB).
049731*
049732 1410-EXIT.
049733     EXIT.
049734*
049735*****************************************************************
049736*    1450-LOAD-ONE-TRANCODE                                      *
049737*****************************************************************
049738 1450-LOAD-ONE-TRANCODE.
049739*
049740     READ TRANCODE-FILE
049741         AT END
049742             SET PST-END-OF-TRANCODES TO TRUE
049743             GO TO 1450-EXIT
049744     END-READ.
049745     IF TRC-TRANSACTION-CODE NOT NUMERIC
049746             OR TRC-TRANSACTION-CODE = ZERO
049747         DISPLAY 'A2POST - BAD CODE TABLE RECORD IGNORED'
049748         GO TO 1450-EXIT
049749     END-IF.
049750     MOVE TRC-TRANSACTION-CODE TO PST-TRANCODE-SUB.
049751     IF PST-TCT-LOADED (PST-TRANCODE-SUB)
049752         GO TO 1450-EXIT
049753     END-IF.
049754     MOVE 'Y' TO PST-TCT-LOADED-FLAG (PST-TRANCODE-SUB).
049755     MOVE TRC-FORCE-POST-FLAG
049762                     TO PST-TCT-FORCE-FLAG (PST-TRANCODE-SUB).
049769     ADD 1 TO PST-TRANCODE-COUNT.
049776*
049783 1450-EXIT.
049790     EXIT.
049800*
049900*****************************************************************
050000*    1900-READ-NEXT-MASTER  --  NEXT BALANCE MASTER RECORD       *
051400*****************************************************************
051500 2000-POST-TRANSACTION.
051600*
051610*    TRANSFER CREDIT LEGS WAIT FOR THE CREDIT PASS (2600), SO A
051620*    TRANSFER WHOSE DEBIT LEG IS RETURNED NEVER POSTS HALF WAY.
051630     IF OUT-TRANSFER-CREDIT-LEG
051640         GO TO 2000-READ-NEXT
051650     END-IF.
051700     MOVE OUT-ACCOUNT-NUMBER TO BAL-ACCOUNT-NUMBER.
051800     READ BALANCE-FILE
051900         INVALID KEY
052000             PERFORM 2100-ADD-NEW-ACCOUNT THRU 2100-EXIT
052100     END-READ.
052101     PERFORM 2200-CHECK-FUNDS THRU 2200-EXIT.
052102     IF PST-ITEM-RETURNED
052103         PERFORM 2300-RETURN-ITEM THRU 2300-EXIT
052104         GO TO 2000-READ-NEXT
052105     END-IF.
052106     PERFORM 2050-APPLY-POSTING THRU 2050-EXIT.
052107*
052108 2000-READ-NEXT.
052109     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
052110*
052111 2000-EXIT.
052112     EXIT.
052113*
052114*****************************************************************
052115*    2050-APPLY-POSTING  --  POST ONE ITEM TO ITS MASTER RECORD  *
052116*****************************************************************
052117*    THE CALLER HAS ALREADY READ (OR ADDED) THE MASTER RECORD.   *
052118 2050-APPLY-POSTING.
052119*
052120*    INTENT CHECKPOINT - THE IN-FLIGHT KEY AND AMOUNT AND THE
052121*    ACCOUNT'S PRE-REWRITE DAY BUCKETS GO OUT BEFORE THE
052130*    MASTER IS TOUCHED, SO A RESTART CAN TELL WHETHER THE
052140*    REWRITE LANDED (SEE 1650-RESOLVE-INTENT).
052150     MOVE BAL-TODAY-DEBITS       TO PST-PRE-DEBITS.
052160     MOVE BAL-TODAY-CREDITS      TO PST-PRE-CREDITS.
052170     MOVE OUT-TRANSACTION-AMOUNT TO PST-INFLIGHT-AMOUNT.
052180     MOVE OUT-KEY                TO PST-LAST-POSTED-KEY.
052191     MOVE 'I' TO PST-CKPT-TYPE-WORK.
052192     PERFORM 2450-WRITE-CHECKPOINT THRU 2450-EXIT.
052200*    THE CODE TABLE'S DEBIT/CREDIT INDICATOR DECIDES THE
055300         MOVE 'C' TO PST-CKPT-TYPE-WORK
055400         PERFORM 2450-WRITE-CHECKPOINT THRU 2450-EXIT
055500     END-IF.
055600*
055610 2050-EXIT.
055620     EXIT.
056000*
056100*****************************************************************
056200*    2450-WRITE-CHECKPOINT  --  RECORD THE RESUME POSITION       *
058620     MOVE PST-PRE-DEBITS             TO PCK-PRE-DEBITS.
058630     MOVE PST-PRE-CREDITS            TO PCK-PRE-CREDITS.
058640     MOVE PST-INFLIGHT-AMOUNT        TO PCK-INFLIGHT-AMOUNT.
058650     MOVE PST-RETURNED-COUNT         TO PCK-RETURNED-COUNT.
058660     MOVE PST-RETURNED-AMOUNT        TO PCK-RETURNED-AMOUNT.
058700     WRITE POST-CHECKPOINT-RECORD.
058800     IF PST-CKPT-FILE-STATUS NOT = '00'
058900         DISPLAY 'A2POST - CHECKPOINT-FILE WRITE FAILED STATUS '
059300*
059400 2450-EXIT.
059500     EXIT.
059501*
059502*****************************************************************
059503*    2300-RETURN-ITEM  --  RETURN ONE ITEM UNPAID                *
059504*****************************************************************
059505*    THE MASTER IS NOT TOUCHED.  THE RETURN IS CONFIRMED BY AN   *
059506*    ORDINARY 'C' CHECKPOINT ON ITS KEY; A RETURN WRITTEN BUT    *
059507*    NOT YET CHECKPOINTED AT AN ABEND IS SETTLED BY              *
059508*    1700-RELOAD-RETURNS.                                        *
059509 2300-RETURN-ITEM.
059510*
059511     MOVE SPACES TO RETURNED-ITEM-RECORD.
059512     MOVE OUT-KEY                TO RTN-EXTRACT-KEY.
059513     MOVE OUT-TRANSACTION-DATE   TO RTN-TRANSACTION-DATE.
059514     MOVE OUT-TRANSACTION-CODE   TO RTN-TRANSACTION-CODE.
059515     MOVE OUT-TRANSACTION-AMOUNT TO RTN-TRANSACTION-AMOUNT.
059516     MOVE PST-AVAILABLE-BALANCE  TO RTN-BALANCE-AVAILABLE.
059517     MOVE PST-OVERDRAFT-LIMIT    TO RTN-OVERDRAFT-LIMIT.
059518     MOVE CTL-RUN-DATE           TO RTN-RETURN-DATE.
059519     MOVE PST-RETURN-REASON-CODE TO RTN-REASON-CODE.
059520     EVALUATE TRUE
059521         WHEN RTN-INSUFFICIENT-FUNDS
059522             MOVE 'INSUFFICIENT FUNDS' TO RTN-REASON-TEXT
059523         WHEN RTN-TRANSFER-DEBIT-RETURNED
059524             MOVE 'XFER DEBIT LEG RETURNED' TO RTN-REASON-TEXT
059525     END-EVALUATE.
059526     WRITE RETURNED-ITEM-RECORD.
059527     IF PST-RTN-FILE-STATUS NOT = '00'
059528         DISPLAY 'A2POST - RETURNED-FILE WRITE FAILED STATUS '
059529                 PST-RTN-FILE-STATUS ' FOR ACCOUNT '
059530                 OUT-ACCOUNT-NUMBER ' - RUN TERMINATED'
059531         MOVE 16 TO RETURN-CODE
059532         STOP RUN
059533     END-IF.
059534     ADD 1 TO PST-RETURNED-COUNT.
059535     ADD OUT-TRANSACTION-AMOUNT TO PST-RETURNED-AMOUNT.
059536     IF OUT-TRANSFER-DEBIT-LEG
059537         MOVE OUT-SEQUENCE-NUMBER TO PST-XFER-DEBIT-SEQUENCE
059538         PERFORM 2350-TABLE-XFER-RETURN THRU 2350-EXIT
059539     END-IF.
059540     MOVE OUT-KEY TO PST-LAST-POSTED-KEY.
059541     MOVE 'C' TO PST-CKPT-TYPE-WORK.
059542     PERFORM 2450-WRITE-CHECKPOINT THRU 2450-EXIT.
059543*
059544 2300-EXIT.
059545     EXIT.
059546*
059547*****************************************************************
059548*    2350-TABLE-XFER-RETURN  --  REMEMBER A RETURNED DEBIT LEG   *
059549*****************************************************************
059550 2350-TABLE-XFER-RETURN.
059551*
059552     IF PST-XFER-RETURN-COUNT NOT < PST-XFER-RETURN-MAX
059553         DISPLAY 'A2POST - RETURNED TRANSFER TABLE FULL AT '
059554                 PST-XFER-RETURN-MAX ' ENTRIES - RUN TERMINATED'
059555         MOVE 16 TO RETURN-CODE
059556         STOP RUN
059557     END-IF.
059558     ADD 1 TO PST-XFER-RETURN-COUNT.
059559     MOVE PST-XFER-DEBIT-SEQUENCE
059560                     TO PST-XRT-SEQUENCE (PST-XFER-RETURN-COUNT).
059561*
059562 2350-EXIT.
059563     EXIT.
059600*
059700*****************************************************************
059800*    2100-ADD-NEW-ACCOUNT  --  FIRST ACTIVITY FOR AN ACCOUNT     *
061500*
061600 2100-EXIT.
061700     EXIT.
061701*
061702*****************************************************************
061703*    2200-CHECK-FUNDS  --  CAN THE ACCOUNT PAY THIS ITEM         *
061704*****************************************************************
061705*    ONLY A DEBIT - BY THE SAME BUCKET RULE 2050 POSTS BY - CAN  *
061706*    BE RETURNED, AND NEVER ONE UNDER A FORCE-POST CODE (FEES    *
061707*    AND OTHER BANK-ORIGINATED ITEMS).  THE FUNDS AVAILABLE ARE  *
061708*    THE CLOSING BALANCE PLUS THE AUTHORIZED OVERDRAFT LIMIT.    *
061709 2200-CHECK-FUNDS.
061710*
061711     MOVE 'N' TO PST-RETURN-SWITCH.
061712     IF OUT-DEBIT-CREDIT-IND = 'C'
061713         GO TO 2200-EXIT
061714     END-IF.
061715     IF OUT-DEBIT-CREDIT-IND NOT = 'D'
061716             AND OUT-TRANSACTION-AMOUNT NOT < ZERO
061717         GO TO 2200-EXIT
061718     END-IF.
061719     IF OUT-TRANSACTION-CODE > ZERO
061720         MOVE OUT-TRANSACTION-CODE TO PST-TRANCODE-SUB
061721         IF PST-TCT-FORCE-POST (PST-TRANCODE-SUB)
061722             GO TO 2200-EXIT
061723         END-IF
061724     END-IF.
061725     MOVE OUT-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
061726     PERFORM 2250-READ-LIMIT THRU 2250-EXIT.
061727     IF OUT-TRANSACTION-AMOUNT < ZERO
061728         COMPUTE PST-ABS-AMOUNT = - OUT-TRANSACTION-AMOUNT
061729     ELSE
061730         MOVE OUT-TRANSACTION-AMOUNT TO PST-ABS-AMOUNT
061731     END-IF.
061732     IF PST-ABS-AMOUNT > PST-AVAILABLE-BALANCE
061733         SET PST-ITEM-RETURNED TO TRUE
061734         MOVE 01 TO PST-RETURN-REASON-CODE
061735     END-IF.
061736*
061737 2200-EXIT.
061738     EXIT.
061739*
061740*****************************************************************
061741*    2250-READ-LIMIT  --  FUNDS AVAILABLE TO THE CURRENT MASTER  *
061742*****************************************************************
061743*    THE CALLER SETS REF-ACCOUNT-NUMBER.  AN ACCOUNT NOT ON THE  *
061744*    REFERENCE MASTER, OR WITH NO LIMIT SET, HAS NO OVERDRAFT.   *
061745 2250-READ-LIMIT.
061746*
061747     MOVE ZERO TO PST-OVERDRAFT-LIMIT.
061748     READ REFERENCE-FILE
061749         INVALID KEY
061750             IF PST-REF-FILE-STATUS NOT = '23'
061751                 DISPLAY 'A2POST - REFERENCE-FILE READ FAILED '
061752                         'STATUS ' PST-REF-FILE-STATUS
061753                         ' FOR ACCOUNT ' REF-ACCOUNT-NUMBER
061754             END-IF
061755         NOT INVALID KEY
061756             IF REF-OVERDRAFT-LIMIT IS NUMERIC
061757                 MOVE REF-OVERDRAFT-LIMIT TO PST-OVERDRAFT-LIMIT
061758             END-IF
061759     END-READ.
061760     COMPUTE PST-AVAILABLE-BALANCE
061761             = BAL-CLOSING-BALANCE + PST-OVERDRAFT-LIMIT.
061762*
061763 2250-EXIT.
061764     EXIT.
061800*
061900*****************************************************************
062000*    2900-READ-EXTRACT  --  NEXT ACCEPTED TRANSACTION            *
062800*
062900 2900-EXIT.
063000     EXIT.
063001*
063002*****************************************************************
063003*    2500-START-XFER-PASS  --  REWIND FOR THE TRANSFER CREDITS   *
063004*****************************************************************
063005*    EVERY OTHER ITEM HAS NOW POSTED OR BEEN RETURNED.  THE      *
063006*    PHASE-X CHECKPOINT RECORDS THAT THE POSTING PASS IS         *
063007*    COMPLETE - AN ABEND FROM HERE ON RESTARTS STRAIGHT INTO     *
063008*    THE CREDIT PASS - AND THE EXTRACT IS READ AGAIN FROM THE    *
063009*    TOP FOR THE TRANSFER CREDIT LEGS HELD BACK.                 *
063010 2500-START-XFER-PASS.
063011*
063012     MOVE 'X' TO PST-CURRENT-PHASE.
063013     MOVE ZERO TO PST-LAST-POSTED-KEY.
063014     MOVE 'C' TO PST-CKPT-TYPE-WORK.
063015     PERFORM 2450-WRITE-CHECKPOINT THRU 2450-EXIT.
063016     MOVE 'N' TO PST-OUT-EOF-SWITCH.
063017     MOVE ZERO TO OUT-KEY.
063018     START OUTPUT-FILE
063019         KEY IS NOT LESS THAN OUT-KEY
063020         INVALID KEY
063021             SET PST-END-OF-EXTRACT TO TRUE
063022     END-START.
063023     IF NOT PST-END-OF-EXTRACT
063024         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
063025     END-IF.
063026*
063027 2500-EXIT.
063028     EXIT.
063029*
063030*****************************************************************
063031*    2600-POST-XFER-CREDIT  --  POST OR RETURN ONE CREDIT LEG    *
063032*****************************************************************
063033*    A CREDIT LEG WHOSE DEBIT LEG WAS RETURNED GOES BACK WITH    *
063034*    IT; EVERY OTHER CREDIT LEG POSTS.                           *
063035 2600-POST-XFER-CREDIT.
063036*
063037     IF NOT OUT-TRANSFER-CREDIT-LEG
063038         GO TO 2600-READ-NEXT
063039     END-IF.
063040     MOVE OUT-ACCOUNT-NUMBER TO BAL-ACCOUNT-NUMBER.
063041     READ BALANCE-FILE
063042         INVALID KEY
063043             PERFORM 2100-ADD-NEW-ACCOUNT THRU 2100-EXIT
063044     END-READ.
063045     PERFORM 2650-FIND-XFER-RETURN THRU 2650-EXIT.
063046     IF PST-XFER-DEBIT-WAS-RETURNED
063047         MOVE OUT-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER
063048         PERFORM 2250-READ-LIMIT THRU 2250-EXIT
063049         MOVE 02 TO PST-RETURN-REASON-CODE
063050         PERFORM 2300-RETURN-ITEM THRU 2300-EXIT
063051     ELSE
063052         PERFORM 2050-APPLY-POSTING THRU 2050-EXIT
063053     END-IF.
063054*
063055 2600-READ-NEXT.
063056     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
063057*
063058 2600-EXIT.
063059     EXIT.
063060*
063061*****************************************************************
063062*    2650-FIND-XFER-RETURN  --  WAS THIS LEG'S DEBIT RETURNED    *
063063*****************************************************************
063064*    A TRANSFER'S CREDIT LEG IS WRITTEN IMMEDIATELY AFTER ITS    *
063065*    DEBIT LEG, SO IT CARRIES THE DEBIT LEG'S SEQUENCE NUMBER    *
063066*    PLUS ONE.                                                   *
063067 2650-FIND-XFER-RETURN.
063068*
063069     MOVE 'N' TO PST-XFER-MATCH-SWITCH.
063070     COMPUTE PST-XFER-DEBIT-SEQUENCE = OUT-SEQUENCE-NUMBER - 1.
063071     MOVE ZERO TO PST-XFER-RETURN-SUB.
063072     PERFORM 2660-CHECK-ONE-RETURN THRU 2660-EXIT
063073         UNTIL PST-XFER-DEBIT-WAS-RETURNED
063074            OR PST-XFER-RETURN-SUB NOT < PST-XFER-RETURN-COUNT.
063075*
063076 2650-EXIT.
063077     EXIT.
063078*
063079*****************************************************************
063080*    2660-CHECK-ONE-RETURN                                       *
063081*****************************************************************
063082 2660-CHECK-ONE-RETURN.
063083*
063084     ADD 1 TO PST-XFER-RETURN-SUB.
063085     IF PST-XRT-SEQUENCE (PST-XFER-RETURN-SUB)
063086             = PST-XFER-DEBIT-SEQUENCE
063087         SET PST-XFER-DEBIT-WAS-RETURNED TO TRUE
063088     END-IF.
063089*
063090 2660-EXIT.
063091     EXIT.
063100*
063200*****************************************************************
063300*    8000-WRITE-RECONCILIATION  --  PROVE THE WHOLE MASTER       *
066200     MOVE 'TRANSACTIONS POSTED' TO RPT-CNT-LABEL.
066300     MOVE PST-TRANS-POSTED-COUNT TO RPT-CNT-VALUE.
066400     WRITE RPT-COUNT-LINE.
066410*
066420     MOVE SPACES TO RPT-COUNT-LINE.
066430     MOVE 'ITEMS RETURNED UNPAID' TO RPT-CNT-LABEL.
066440     MOVE PST-RETURNED-COUNT TO RPT-CNT-VALUE.
066450     WRITE RPT-COUNT-LINE.
066500*
066600     IF PST-RESTART-RUN
066700         MOVE 'RUN RESTARTED FROM THE POSTING CHECKPOINT'
076200     END-IF.
076300     IF BAL-CLOSING-BALANCE < ZERO
076400         ADD 1 TO PST-OVERDRAWN-COUNT
076410         MOVE BAL-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER
076420         PERFORM 2250-READ-LIMIT THRU 2250-EXIT
076430         IF PST-AVAILABLE-BALANCE < ZERO
076440             ADD 1 TO PST-OVER-LIMIT-COUNT
076450         ELSE
076460             ADD 1 TO PST-WITHIN-LIMIT-COUNT
076470         END-IF
076500     END-IF.
076600*
076700 8200-EXIT.
078300     MOVE 'ACCOUNTS OVERDRAWN' TO RPT-CNT-LABEL.
078400     MOVE PST-OVERDRAWN-COUNT TO RPT-CNT-VALUE.
078500     WRITE RPT-COUNT-LINE.
078509*
078518     MOVE SPACES TO RPT-COUNT-LINE.
078527     MOVE 'WITHIN AUTHORIZED LIMIT' TO RPT-CNT-LABEL.
078536     MOVE PST-WITHIN-LIMIT-COUNT TO RPT-CNT-VALUE.
078545     WRITE RPT-COUNT-LINE.
078554*
078563     MOVE SPACES TO RPT-COUNT-LINE.
078572     MOVE 'OVER AUTHORIZED LIMIT' TO RPT-CNT-LABEL.
078581     MOVE PST-OVER-LIMIT-COUNT TO RPT-CNT-VALUE.
078590     WRITE RPT-COUNT-LINE.
078600*
078700     IF PST-OVERDRAWN-COUNT = ZERO
078800         GO TO 8300-EXIT
078900     END-IF.
079000*    WITHIN-LIMIT ACCOUNTS FIRST, THEN THOSE OVER THEIR LIMIT -
079010*    ONLY A FORCE-POST ITEM CAN TAKE AN ACCOUNT THERE.
079020     IF PST-WITHIN-LIMIT-COUNT > ZERO
079030         MOVE SPACES TO RPT-HEADING-LINE
079040         WRITE RPT-HEADING-LINE
079050         MOVE 'WITHIN AUTHORIZED OVERDRAFT LIMIT'
079060                                     TO RPT-HEADING-LINE
079070         WRITE RPT-HEADING-LINE
079080         SET PST-LIST-WITHIN-LIMIT TO TRUE
079090         PERFORM 1200-START-MASTER-BROWSE THRU 1200-EXIT
079100         PERFORM 8400-LIST-ONE-OVERDRAFT THRU 8400-EXIT
079110             UNTIL PST-END-OF-MASTER
079120     END-IF.
079130     IF PST-OVER-LIMIT-COUNT > ZERO
079140         MOVE SPACES TO RPT-HEADING-LINE
079150         WRITE RPT-HEADING-LINE
079160         MOVE 'OVER AUTHORIZED OVERDRAFT LIMIT - FORCED ITEMS'
079170                                     TO RPT-HEADING-LINE
079180         WRITE RPT-HEADING-LINE
079190         SET PST-LIST-OVER-LIMIT TO TRUE
079200         PERFORM 1200-START-MASTER-BROWSE THRU 1200-EXIT
079210         PERFORM 8400-LIST-ONE-OVERDRAFT THRU 8400-EXIT
079220             UNTIL PST-END-OF-MASTER
079230     END-IF.
079300*
079400 8300-EXIT.
079500     EXIT.
080300     IF PST-END-OF-MASTER
080400         GO TO 8400-EXIT
080500     END-IF.
080600*    ONLY THE ACCOUNTS OF THE SECTION BEING LISTED - WITHIN
080610*    THE AUTHORIZED LIMIT, OR OVER IT.
080620     IF BAL-CLOSING-BALANCE NOT < ZERO
080630         GO TO 8400-EXIT
080640     END-IF.
080650     MOVE BAL-ACCOUNT-NUMBER TO REF-ACCOUNT-NUMBER.
080660     PERFORM 2250-READ-LIMIT THRU 2250-EXIT.
080670     IF PST-LIST-WITHIN-LIMIT
080680             AND PST-AVAILABLE-BALANCE < ZERO
080690         GO TO 8400-EXIT
080700     END-IF.
080710     IF PST-LIST-OVER-LIMIT
080720             AND PST-AVAILABLE-BALANCE NOT < ZERO
080730         GO TO 8400-EXIT
080740     END-IF.
080750     MOVE SPACES TO PST-DETAIL-LINE.
080760     MOVE BAL-ACCOUNT-NUMBER  TO PST-DET-ACCOUNT.
080770     MOVE BAL-CLOSING-BALANCE TO PST-DET-AMOUNT.
080780     MOVE 'LIMIT' TO PST-DET-TEXT.
080790     MOVE PST-OVERDRAFT-LIMIT TO PST-LIMIT-EDIT.
080800     MOVE PST-LIMIT-EDIT TO PST-DET-TEXT (7:12).
080810     WRITE PST-DETAIL-LINE.
081300*
081400 8400-EXIT.
081500     EXIT.
081501*
081502*****************************************************************
081503*    8500-WRITE-RETURN-REPORT  --  ITEMS RETURNED UNPAID         *
081504*****************************************************************
081505*    LISTED FROM THE RETURNED-ITEMS FILE ITSELF RATHER THAN AS   *
081506*    THE ITEMS ARE RETURNED, SO A RESTARTED RUN STILL LISTS      *
081507*    EVERY ITEM THE ABENDED RUN RETURNED.  THE TOTALS ARE THE    *
081508*    RUN TOTALS CARRIED THROUGH THE CHECKPOINT.                  *
081509 8500-WRITE-RETURN-REPORT.
081510*
081511     MOVE SPACES TO RTN-RPT-HEADING.
081512     MOVE 'A2POST RETURNED ITEMS - RUN DATE ' TO RTN-RPT-HEADING.
081513     MOVE CTL-RUN-DATE TO RTN-RPT-HEADING (34:8).
081514     WRITE RTN-RPT-HEADING.
081515     MOVE SPACES TO RTN-RPT-HEADING.
081516     WRITE RTN-RPT-HEADING.
081517     MOVE 'ACCOUNT DATE     CD' TO RTN-RPT-HEADING.
081518     MOVE 'AMOUNT'    TO RTN-RPT-HEADING (32:6).
081519     MOVE 'AVAILABLE' TO RTN-RPT-HEADING (48:9).
081520     MOVE 'REASON'    TO RTN-RPT-HEADING (58:6).
081521     WRITE RTN-RPT-HEADING.
081522*
081523     CLOSE RETURNED-FILE.
081524     OPEN INPUT RETURNED-FILE.
081525     MOVE 'N' TO PST-RTN-EOF-SWITCH.
081526     PERFORM 8550-LIST-ONE-RETURN THRU 8550-EXIT
081527         UNTIL PST-END-OF-RETURNS.
081528     CLOSE RETURNED-FILE.
081529*
081530     MOVE SPACES TO RTN-RPT-HEADING.
081531     WRITE RTN-RPT-HEADING.
081532     MOVE 'ITEMS RETURNED UNPAID' TO RTN-RPT-HEADING.
081533     MOVE PST-RETURNED-COUNT TO PST-RTN-COUNT-EDIT.
081534     MOVE PST-RTN-COUNT-EDIT TO RTN-RPT-HEADING (36:11).
081535     WRITE RTN-RPT-HEADING.
081536     MOVE SPACES TO RTN-RPT-HEADING.
081537     MOVE 'AMOUNT RETURNED UNPAID' TO RTN-RPT-HEADING.
081538     MOVE PST-RETURNED-AMOUNT TO PST-RTN-AMOUNT-EDIT.
081539     MOVE PST-RTN-AMOUNT-EDIT TO RTN-RPT-HEADING (36:23).
081540     WRITE RTN-RPT-HEADING.
081541*
081542 8500-EXIT.
081543     EXIT.
081544*
081545*****************************************************************
081546*    8550-LIST-ONE-RETURN  --  ONE RETURNED ITEM LINE            *
081547*****************************************************************
081548 8550-LIST-ONE-RETURN.
081549*
081550     READ RETURNED-FILE
081551         AT END
081552             SET PST-END-OF-RETURNS TO TRUE
081553             GO TO 8550-EXIT
081554     END-READ.
081555     MOVE SPACES TO RTN-RPT-LINE.
081556     MOVE RTN-ACCOUNT-NUMBER     TO RTN-RPT-ACCOUNT.
081557     MOVE RTN-TRANSACTION-DATE   TO RTN-RPT-DATE.
081558     MOVE RTN-TRANSACTION-CODE   TO RTN-RPT-CODE.
081559     MOVE RTN-TRANSACTION-AMOUNT TO RTN-RPT-AMOUNT.
081560     MOVE RTN-BALANCE-AVAILABLE  TO RTN-RPT-AVAILABLE.
081561     MOVE RTN-REASON-TEXT        TO RTN-RPT-REASON.
081562     WRITE RTN-RPT-LINE.
081563*
081564 8550-EXIT.
081565     EXIT.
081600*
081700*****************************************************************
081800*    8700-WRITE-RUN-TOTALS  --  MACHINE-READABLE CONTROL TOTALS  *
084400     MOVE ZERO                   TO PST-RTW-COUNT.
084500     MOVE PST-NET-POSTED-AMOUNT  TO PST-RTW-AMOUNT.
084600     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
084610*    RETURNED ITEMS WERE WRITTEN BUT NOT POSTED - THE GATE
084620*    PROVES WRITTEN = POSTED + RETURNED.
084630     MOVE 'RETURNED'             TO PST-RTW-TOTAL-ID.
084640     MOVE PST-RETURNED-COUNT     TO PST-RTW-COUNT.
084650     MOVE PST-RETURNED-AMOUNT    TO PST-RTW-AMOUNT.
084660     PERFORM 8750-WRITE-ONE-TOTAL THRU 8750-EXIT.
084700     CLOSE RUN-TOTALS-FILE.
084800*
084900 8700-EXIT.
087400           BALANCE-FILE
087500           CHECKPOINT-FILE
087600           SNAPSHOT-FILE
087700           BALANCE-REPORT
087710           REFERENCE-FILE
087720           RETURN-REPORT.
087800*
087900 9000-EXIT.
088000     EXIT.

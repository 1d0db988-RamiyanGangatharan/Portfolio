003000*  MODIFICATION HISTORY                                         *
003100*  ----------  ----  --------------------------------------     *
003200*  2026-09-02   RG   INITIAL VERSION.                            *
003210*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR    *
003220*                    THE AUTHORIZED OVERDRAFT LIMIT.             *
003230*  2026-10-08   RG   AS-OF DATE NOW TAKEN FROM THE BUSINESS      *
003240*                    DATE CONTROL FILE (THE LAST CLOSED DATE);   *
003250*                    A SWEEP-CARD DATE MUST AGREE WITH IT.       *
003260*  2026-10-14   RG   CHANGE CARDS CARRY MAKER ID 'A2DORMNT' FOR  *
003280*                    DUAL CONTROL ON THE MAINTENANCE RUN.        *
003300*                                                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
007600         ASSIGN TO SYSIN
007700         ORGANIZATION IS SEQUENTIAL.
007800*
007810*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
007820*    SWEEP RUNS AS OF THE LAST CLOSED BUSINESS DATE
007830     SELECT BUSINESS-DATE-FILE
007840         ASSIGN TO BDATFILE
007850         ORGANIZATION IS SEQUENTIAL
007860         FILE STATUS IS DOR-BDT-FILE-STATUS.
007870*
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008600     COPY BALREC.
008700*
008800 FD  REFERENCE-FILE
008900     RECORD CONTAINS 37 CHARACTERS.
009000*
009100     COPY REFMREC.
009200*
012600*
012700     COPY DRMSREC.
012800*
012810 FD  BUSINESS-DATE-FILE
012820     RECORDING MODE IS F
012830     RECORD CONTAINS 80 CHARACTERS.
012840*
012850     COPY BDATREC.
012860*
012900 WORKING-STORAGE SECTION.
013000*
013100 77  DOR-BAL-EOF-SWITCH             PIC X(01) VALUE 'N'.
013600*
013700 77  DOR-BAL-FILE-STATUS            PIC X(02) VALUE SPACES.
013800 77  DOR-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
013810 77  DOR-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
013900*
014000 77  DOR-ACCOUNTS-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
014100 77  DOR-DORMANT-COUNT              PIC 9(09) COMP VALUE ZERO.
018000 1000-INITIALIZE.
018100*
018200     PERFORM 1050-READ-SELECT-CARD THRU 1050-EXIT.
018210     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
018300     PERFORM 1100-EDIT-SELECT-CARD THRU 1100-EXIT.
018400     OPEN INPUT  BALANCE-FILE
018500                 REFERENCE-FILE
023000 1050-EXIT.
023100     EXIT.
023200*
023202*****************************************************************
023204*    1060-READ-BUSINESS-DATE  --  SWEEP AS OF THE LAST CLOSED    *
023206*    BUSINESS DATE ON THE CONTROL RECORD.  A DATE KEYED ON THE   *
023208*    CONTROL CARD MUST AGREE WITH IT.                            *
023210*****************************************************************
023212 1060-READ-BUSINESS-DATE.
023214*
023216     OPEN INPUT BUSINESS-DATE-FILE.
023218     IF DOR-BDT-FILE-STATUS NOT = '00'
023220         DISPLAY 'A2DORMNT - BUSINESS DATE FILE OPEN FAILED '
023222                 'STATUS ' DOR-BDT-FILE-STATUS
023224                 ' - RUN TERMINATED'
023226         MOVE 16 TO RETURN-CODE
023228         STOP RUN
023230     END-IF.
023232     READ BUSINESS-DATE-FILE
023234         AT END
023236             DISPLAY 'A2DORMNT - BUSINESS DATE RECORD MISSING '
023238                     '- RUN TERMINATED'
023240             MOVE 16 TO RETURN-CODE
023242             STOP RUN
023244     END-READ.
023246     CLOSE BUSINESS-DATE-FILE.
023248     IF BDT-PRIOR-DATE NOT NUMERIC
023250             OR BDT-PRIOR-DATE = ZERO
023252         DISPLAY 'A2DORMNT - BUSINESS DATE RECORD INVALID '
023254                 '- RUN TERMINATED'
023256         MOVE 16 TO RETURN-CODE
023258         STOP RUN
023260     END-IF.
023262     IF DSC-RUN-DATE-X NOT = SPACES
023264             AND DSC-RUN-DATE-X NOT = BDT-PRIOR-DATE
023266         DISPLAY 'A2DORMNT - CONTROL CARD DATE ' DSC-RUN-DATE-X
023268                 ' DISAGREES WITH BUSINESS DATE '
023270                 BDT-PRIOR-DATE ' - RUN TERMINATED'
023272         MOVE 16 TO RETURN-CODE
023274         STOP RUN
023276     END-IF.
023278     MOVE BDT-PRIOR-DATE TO DSC-RUN-DATE.
023280*
023282 1060-EXIT.
023284     EXIT.
023286*
023300*****************************************************************
023400*    1100-EDIT-SELECT-CARD  --  REFUSE AN UNUSABLE CARD          *
023500*****************************************************************
023700*
023800     IF DSC-RUN-DATE NOT NUMERIC
023900             OR DSC-RUN-DATE = ZERO
024000         DISPLAY 'A2DORMNT - RUN DATE NOT NUMERIC '
024100                 '- RUN TERMINATED'
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
034600*****************************************************************
034700*    A CHANGE WITH A BLANK NAME KEEPS THE NAME ALREADY ON THE    *
034800*    MASTER - ONLY THE TYPE MOVES, TO DORMANT.                   *
034820*    THE MAKER ID IS THIS PROGRAM - A MOVE TO DORMANT NEEDS NO   *
034840*    CHECKER APPROVAL.                                           *
034900 2500-WRITE-CHANGE-CARD.
035000*
035100     MOVE SPACES TO MAINTENANCE-RECORD.
035300     MOVE BAL-ACCOUNT-NUMBER TO RMT-ACCOUNT-NUMBER.
035400     MOVE SPACES TO RMT-ACCOUNT-NAME.
035500     MOVE 'D' TO RMT-ACCOUNT-TYPE.
035550     MOVE 'A2DORMNT' TO RMT-MAKER-ID.
035600     WRITE MAINTENANCE-RECORD.
035700     ADD 1 TO DOR-CARDS-WRITTEN-COUNT.
035800*

003083*                    ARCHIVE WRITE - ANY OTHER STATUS (E.G.     *
003084*                    24, ARCHIVE OUT OF SPACE) IS DISPLAYED     *
003085*                    AND COUNTED AS A WRITE FAILURE.            *
003090*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR   *
003095*                    THE AUTHORIZED OVERDRAFT LIMIT.            *
003096*  2026-10-08   RG   AS-OF DATE NOW TAKEN FROM THE BUSINESS     *
003097*                    DATE CONTROL FILE (THE LAST CLOSED DATE);  *
003098*                    THE RUN IS REFUSED UNLESS THAT DATE WAS    *
003099*                    THE LAST BUSINESS DAY OF ITS MONTH.        *
003100*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
006800     SELECT CONTROL-CARD-FILE
006900         ASSIGN TO SYSIN
007000         ORGANIZATION IS SEQUENTIAL.
007001*
007002*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  THE
007003*    STATEMENT MONTH IS THAT OF THE LAST CLOSED BUSINESS DATE
007004     SELECT BUSINESS-DATE-FILE
007005         ASSIGN TO BDATFILE
007006         ORGANIZATION IS SEQUENTIAL
007007         FILE STATUS IS STM-BDT-FILE-STATUS.
007010*
007020*    RUN-TOTALS-FILE  --  MACHINE-READABLE RUN CONTROL TOTALS
007030*    FOR THE BALANCING GATE
008000     COPY OUTPTREC.
008100*
008200 FD  REFERENCE-FILE
008300     RECORD CONTAINS 37 CHARACTERS.
008400*
008500     COPY REFMREC.
008600*
012000*
012100     COPY CTLCARD.
012200*
012201 FD  BUSINESS-DATE-FILE
012202     RECORDING MODE IS F
012203     RECORD CONTAINS 80 CHARACTERS.
012204*
012205     COPY BDATREC.
012206*
012210 FD  RUN-TOTALS-FILE
012220     RECORDING MODE IS F
012230     RECORD CONTAINS 80 CHARACTERS.
012700*
012800 77  STM-REF-FILE-STATUS            PIC X(02) VALUE SPACES.
012900 77  STM-BAL-FILE-STATUS            PIC X(02) VALUE SPACES.
012910 77  STM-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
013000*
013100 77  STM-CURRENT-ACCOUNT            PIC 9(07) VALUE ZERO.
013200 77  STM-ACCOUNT-NAME               PIC X(20) VALUE SPACES.
016600 1000-INITIALIZE.
016700*
016800     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
016810     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
016900     IF NOT CTL-MONTH-END-MODE
017000         DISPLAY 'A2STMT - CONTROL CARD IS NOT MONTH-END MODE '
017100                 '- RUN TERMINATED'
017200         MOVE 16 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017404*    THE MONTH IS CLOSED ONLY WHEN THE LAST CLOSED BUSINESS DATE
017408*    WAS THE LAST BUSINESS DAY OF ITS MONTH - THE CURRENT DATE
017412*    HAS ALREADY MOVED INTO THE NEXT MONTH.
017416     IF BDT-CURRENT-DATE (1:6) = BDT-PRIOR-DATE (1:6)
017420         DISPLAY 'A2STMT - BUSINESS DATE ' BDT-PRIOR-DATE
017424                 ' IS NOT THE LAST BUSINESS DAY OF THE MONTH '
017428                 '- RUN TERMINATED'
017432         MOVE 16 TO RETURN-CODE
017436         STOP RUN
017440     END-IF.
017450     MOVE CTL-RUN-DATE (1:6) TO STM-STATEMENT-MONTH.
017500     OPEN INPUT  HISTORY-FILE
017600                 REFERENCE-FILE
020300 1050-EXIT.
020400     EXIT.
020500*
020502*****************************************************************
020504*    1060-READ-BUSINESS-DATE  --  STATEMENTS AS OF THE LAST      *
020506*    CLOSED BUSINESS DATE ON THE CONTROL RECORD.  A DATE KEYED   *
020508*    ON THE CONTROL CARD MUST AGREE WITH IT.                     *
020510*****************************************************************
020512 1060-READ-BUSINESS-DATE.
020514*
020516     OPEN INPUT BUSINESS-DATE-FILE.
020518     IF STM-BDT-FILE-STATUS NOT = '00'
020520         DISPLAY 'A2STMT - BUSINESS DATE FILE OPEN FAILED '
020522                 'STATUS ' STM-BDT-FILE-STATUS
020524                 ' - RUN TERMINATED'
020526         MOVE 16 TO RETURN-CODE
020528         STOP RUN
020530     END-IF.
020532     READ BUSINESS-DATE-FILE
020534         AT END
020536             DISPLAY 'A2STMT - BUSINESS DATE RECORD MISSING '
020538                     '- RUN TERMINATED'
020540             MOVE 16 TO RETURN-CODE
020542             STOP RUN
020544     END-READ.
020546     CLOSE BUSINESS-DATE-FILE.
020548     IF BDT-PRIOR-DATE NOT NUMERIC
020550             OR BDT-PRIOR-DATE = ZERO
020552         DISPLAY 'A2STMT - BUSINESS DATE RECORD INVALID '
020554                 '- RUN TERMINATED'
020556         MOVE 16 TO RETURN-CODE
020558         STOP RUN
020560     END-IF.
020562     IF CTL-RUN-DATE-X NOT = SPACES
020564             AND CTL-RUN-DATE-X NOT = BDT-PRIOR-DATE
020566         DISPLAY 'A2STMT - CONTROL CARD DATE ' CTL-RUN-DATE-X
020568                 ' DISAGREES WITH BUSINESS DATE '
020570                 BDT-PRIOR-DATE ' - RUN TERMINATED'
020572         MOVE 16 TO RETURN-CODE
020574         STOP RUN
020576     END-IF.
020578     MOVE BDT-PRIOR-DATE TO CTL-RUN-DATE.
020580*
020582 1060-EXIT.
020584     EXIT.
020586*
020600*****************************************************************
020700*    2000-PROCESS-HISTORY  --  ONE HISTORY TRANSACTION           *
020800*****************************************************************

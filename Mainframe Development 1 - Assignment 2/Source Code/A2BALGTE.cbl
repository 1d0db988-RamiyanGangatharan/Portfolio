001500*                                                                *
001600*    - DETAILS IN = DETAILS OUT.  FEED DETAILS PLUS SUSPENSE    *
001700*      RETRIES PLUS RE-PRESENTED DETAILS MUST EQUAL WRITTEN     *
001750*      PLUS REJECTED PLUS SUSPENDED PLUS DUPLICATES DIVERTED    *
001800*      PLUS FEED DETAILS QUARANTINED.                           *
001900*    - EXTRACT WRITTEN MUST EQUAL TRANSACTIONS POSTED PLUS      *
001910*      ITEMS RETURNED UNPAID, AND THE EXTRACT AMOUNT MUST       *
001920*      EQUAL THE NET AMOUNT POSTED PLUS THE AMOUNT RETURNED.    *
002100*    - REJECTS READ AT REPAIR MUST EQUAL REPAIRED PLUS STILL    *
002200*      FAILING PLUS CARRIED OUTSTANDING.                        *
002210*    - TRANSFERS.  THE DEBIT AND CREDIT LEG COUNTS OF THE       *
002220*      INTERNAL FUNDS TRANSFERS MUST AGREE AND THE LEG          *
002230*      AMOUNTS MUST NET TO ZERO.  EACH ACCEPTED TRANSFER IS     *
002240*      ONE DETAIL IN BUT TWO EXTRACT RECORDS WRITTEN, SO THE    *
002250*      CREDIT LEGS COME OFF THE DETAILS-OUT SIDE.               *
002255*    - SOURCES.  A2START ALSO WRITES ITS DETAIL TOTALS ONCE PER *
002260*      FEED BATCH, TAGGED WITH THE SOURCE SYSTEM.  EACH SOURCE'S*
002265*      FEED DETAILS MUST EQUAL ITS WRITTEN LESS CREDIT LEGS PLUS*
002270*      REJECTED, SUSPENDED, DIVERTED AND QUARANTINED, AND THE   *
002275*      SOURCES' FEED DETAILS MUST ADD UP TO THE RUN'S.          *
002276*    - FEES.  WHEN A2FEEASM HAS REPORTED, THE ACCOUNTS IT        *
002278*      ASSESSED MUST EQUAL THOSE CHARGED, WAIVED AND NOT         *
002280*      CHARGED, AND ITS FEE TRANSACTIONS WRITTEN MUST EQUAL THE  *
002282*      MONTHLY FEES CHARGED PLUS THE ITEM CHARGES, IN COUNT AND  *
002284*      AMOUNT.                                                   *
002300*                                                                *
002400*  ANY MISMATCH - OR A RUN WITH NO EXTRACT TOTALS AT ALL -      *
002500*  ENDS THE STEP WITH RETURN CODE 12, WHICH HOLDS RELEASE OF    *
003140*                    THE CODE TABLE'S D/C INDICATOR AND         *
003150*                    FALSELY HELD THE STREAM WHEN A 'D' CODE    *
003160*                    CARRIED A POSITIVE AMOUNT.                 *
003168*  2026-10-05   RG   INTERNAL FUNDS TRANSFERS - THE XFERDR AND  *
003176*                    XFERCR LEG TOTALS ARE TABLED, PRINTED AS   *
003184*                    THEIR OWN LINES AND MUST NET TO ZERO; THE  *
003192*                    CREDIT LEGS ARE TAKEN OFF DETAILS OUT.     *
003193*  2026-10-06   RG   A2POST NOW RETURNS UNPAID THE DEBITS THE   *
003194*                    ACCOUNT CANNOT COVER - EXTRACT WRITTEN     *
003195*                    MUST EQUAL POSTED PLUS RETURNED, AND THE   *
003196*                    EXTRACT AMOUNT THE NET POSTED PLUS THE     *
003197*                    AMOUNT RETURNED.                           *
003200*  2026-10-14   RG   A2START NOW TAKES SEVERAL SOURCE BATCHES - *
003220*                    ITS PER-SOURCE TOTALS ARE TABLED AND EACH  *
003240*                    SOURCE CROSS-FOOTED ON ITS OWN; FEED       *
003260*                    DETAILS QUARANTINED COUNT AS DETAILS OUT.  *
003265*  2026-10-15   RG   A2FEEASM'S MONTHLY FEE TOTALS ARE TABLED    *
003270*                    AND CROSS-FOOTED WHEN THE FEE RUN HAS       *
003275*                    REPORTED.                                   *
003280*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
007300     05  GTE-DET-COUNT               PIC ZZZ,ZZZ,ZZ9.
007400     05  FILLER                      PIC X(02).
007500     05  GTE-DET-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
007550     05  FILLER                      PIC X(02).
007600     05  GTE-DET-SOURCE              PIC X(08).
007650     05  FILLER                      PIC X(05).
007700*
007800 WORKING-STORAGE SECTION.
007900*
009400     88  GTE-REPAIR-SEEN                    VALUE 'Y'.
009500 77  GTE-POST-SEEN-SWITCH           PIC X(01) VALUE 'N'.
009600     88  GTE-POST-SEEN                      VALUE 'Y'.
009620 77  GTE-FEE-SEEN-SWITCH            PIC X(01) VALUE 'N'.
009640     88  GTE-FEE-SEEN                       VALUE 'Y'.
009700*
009800*    A2START TOTALS.
009900 77  GTE-FEEDDETL-COUNT             PIC 9(09) COMP VALUE ZERO.
010500 77  GTE-DUPLICAT-COUNT             PIC 9(09) COMP VALUE ZERO.
010600 77  GTE-WRITTEN-AMOUNT             PIC S9(13)V99 COMP-3
010700                                              VALUE ZERO.
010710 77  GTE-XFERDR-COUNT               PIC 9(09) COMP VALUE ZERO.
010720 77  GTE-XFERCR-COUNT               PIC 9(09) COMP VALUE ZERO.
010730 77  GTE-XFERDR-AMOUNT              PIC S9(13)V99 COMP-3
010740                                              VALUE ZERO.
010750 77  GTE-XFERCR-AMOUNT              PIC S9(13)V99 COMP-3
010760                                              VALUE ZERO.
010780 77  GTE-QUARANTN-COUNT             PIC 9(09) COMP VALUE ZERO.
010800*
010900*    A2REPAIR TOTALS.
011000 77  GTE-REJREAD-COUNT              PIC 9(09) COMP VALUE ZERO.
011600 77  GTE-POSTED-COUNT               PIC 9(09) COMP VALUE ZERO.
011700 77  GTE-NETPOSTD-AMOUNT            PIC S9(13)V99 COMP-3
011800                                              VALUE ZERO.
011810 77  GTE-RETURNED-COUNT             PIC 9(09) COMP VALUE ZERO.
011820 77  GTE-RETURNED-AMOUNT            PIC S9(13)V99 COMP-3
011830                                              VALUE ZERO.
011832*
011834*    A2FEEASM TOTALS, AND THEIR CROSS-FOOT WORK FIELDS.
011836 77  GTE-FEEACCTS-COUNT             PIC 9(09) COMP VALUE ZERO.
011838 77  GTE-FEECHRGD-COUNT             PIC 9(09) COMP VALUE ZERO.
011840 77  GTE-FEECHRGD-AMOUNT            PIC S9(13)V99 COMP-3
011842                                              VALUE ZERO.
011844 77  GTE-FEEWAIVD-COUNT             PIC 9(09) COMP VALUE ZERO.
011846 77  GTE-FEENOFEE-COUNT             PIC 9(09) COMP VALUE ZERO.
011848 77  GTE-FEEITEMS-COUNT             PIC 9(09) COMP VALUE ZERO.
011850 77  GTE-FEEITEMS-AMOUNT            PIC S9(13)V99 COMP-3
011852                                              VALUE ZERO.
011854 77  GTE-FEEWRITN-COUNT             PIC 9(09) COMP VALUE ZERO.
011856 77  GTE-FEEWRITN-AMOUNT            PIC S9(13)V99 COMP-3
011858                                              VALUE ZERO.
011860 77  GTE-FEE-OUT                    PIC 9(09) COMP VALUE ZERO.
011862 77  GTE-FEE-OUT-AMOUNT             PIC S9(13)V99 COMP-3
011864                                              VALUE ZERO.
011900*
012000*    CROSS-FOOT WORK FIELDS.
012100 77  GTE-DETAILS-IN                 PIC 9(09) COMP VALUE ZERO.
012200 77  GTE-DETAILS-OUT                PIC 9(09) COMP VALUE ZERO.
012300 77  GTE-REPAIR-OUT                 PIC 9(09) COMP VALUE ZERO.
012310 77  GTE-XFER-NET-AMOUNT            PIC S9(13)V99 COMP-3
012320                                              VALUE ZERO.
012330 77  GTE-POST-OUT                   PIC 9(09) COMP VALUE ZERO.
012340 77  GTE-POST-OUT-AMOUNT            PIC S9(13)V99 COMP-3
012350                                              VALUE ZERO.
012351 77  GTE-SOURCE-OUT                 PIC 9(09) COMP VALUE ZERO.
012352 77  GTE-SOURCE-FEED-TOTAL          PIC 9(09) COMP VALUE ZERO.
012353*
012354*    PER-SOURCE A2START TOTALS - THE RECORDS TAGGED WITH A SOURCE
012355*    SYSTEM, ADDED UP BY SOURCE (A SOURCE MAY SEND MORE THAN ONE
012356*    BATCH IN A NIGHT).
012357 77  GTE-SOURCE-COUNT               PIC 9(03) COMP VALUE ZERO.
012358 77  GTE-SOURCE-MAX                 PIC 9(03) COMP VALUE 20.
012359 77  GTE-SOURCE-SUB                 PIC 9(03) COMP VALUE ZERO.
012360 77  GTE-SOURCE-MATCH-SWITCH        PIC X(01) VALUE 'N'.
012361     88  GTE-SOURCE-FOUND                   VALUE 'Y'.
012362 77  GTE-SOURCE-FULL-SWITCH         PIC X(01) VALUE 'N'.
012363     88  GTE-SOURCE-TABLE-FULL              VALUE 'Y'.
012364*
012365 01  GTE-SOURCE-TABLE.
012366     05  GTE-SOURCE-ENTRY OCCURS 20 TIMES.
012367         10  GTE-SRC-ID              PIC X(08).
012368         10  GTE-SRC-FEEDDETL        PIC 9(09) COMP.
012369         10  GTE-SRC-WRITTEN         PIC 9(09) COMP.
012370         10  GTE-SRC-XFERCR          PIC 9(09) COMP.
012371         10  GTE-SRC-REJECTED        PIC 9(09) COMP.
012372         10  GTE-SRC-SUSPNDED        PIC 9(09) COMP.
012373         10  GTE-SRC-DUPLICAT        PIC 9(09) COMP.
012374         10  GTE-SRC-QUARANTN        PIC 9(09) COMP.
012375*
012376 01  GTE-SOURCE-LABEL.
012377     05  FILLER                      PIC X(07) VALUE 'SOURCE '.
012378     05  GTE-SLB-ID                  PIC X(08) VALUE SPACES.
012379     05  FILLER                      PIC X(01) VALUE SPACE.
012380     05  GTE-SLB-TEXT                PIC X(19) VALUE SPACES.
012381*
012400*
012500 PROCEDURE DIVISION.
012600*
016500     MOVE RUN-TOTAL-ID     TO GTE-DET-TOTAL-ID.
016600     MOVE RUN-COUNT-VALUE  TO GTE-DET-COUNT.
016700     MOVE RUN-AMOUNT-VALUE TO GTE-DET-AMOUNT.
016750     MOVE RUN-SOURCE-ID    TO GTE-DET-SOURCE.
016800     WRITE GTE-DETAIL-LINE.
016900     PERFORM 2100-TABLE-ONE-TOTAL THRU 2100-EXIT.
017000     PERFORM 2900-READ-TOTAL THRU 2900-EXIT.
018000*    ON THE REPORT BUT TAKE NO PART IN A CROSS-FOOT.             *
018100 2100-TABLE-ONE-TOTAL.
018200*
018210*    A2START'S PER-SOURCE RECORDS ARE TABLED BY SOURCE - ONLY
018220*    THE UNTAGGED RECORDS ARE THE RUN'S OWN TOTALS
018230     IF RUN-PROGRAM-ID = 'A2START'
018240             AND RUN-SOURCE-ID NOT = SPACES
018250         PERFORM 2200-TABLE-SOURCE-TOTAL THRU 2200-EXIT
018260         GO TO 2100-EXIT
018270     END-IF.
018300     EVALUATE RUN-PROGRAM-ID ALSO RUN-TOTAL-ID
018400         WHEN 'A2START' ALSO 'FEEDDETL'
018500             SET GTE-START-SEEN TO TRUE
019700             MOVE RUN-COUNT-VALUE TO GTE-SUSPNDED-COUNT
019800         WHEN 'A2START' ALSO 'DUPLICAT'
019900             MOVE RUN-COUNT-VALUE TO GTE-DUPLICAT-COUNT
019910         WHEN 'A2START' ALSO 'XFERDR'
019920             MOVE RUN-COUNT-VALUE TO GTE-XFERDR-COUNT
019930             MOVE RUN-AMOUNT-VALUE TO GTE-XFERDR-AMOUNT
019940         WHEN 'A2START' ALSO 'XFERCR'
019950             MOVE RUN-COUNT-VALUE TO GTE-XFERCR-COUNT
019960             MOVE RUN-AMOUNT-VALUE TO GTE-XFERCR-AMOUNT
019970         WHEN 'A2START' ALSO 'QUARANTN'
019980             MOVE RUN-COUNT-VALUE TO GTE-QUARANTN-COUNT
020000         WHEN 'A2REPAIR' ALSO 'REJREAD'
020100             SET GTE-REPAIR-SEEN TO TRUE
020200             MOVE RUN-COUNT-VALUE TO GTE-REJREAD-COUNT
021100             MOVE RUN-COUNT-VALUE TO GTE-POSTED-COUNT
021200         WHEN 'A2POST' ALSO 'NETPOSTD'
021300             MOVE RUN-AMOUNT-VALUE TO GTE-NETPOSTD-AMOUNT
021320         WHEN 'A2POST' ALSO 'RETURNED'
021340             MOVE RUN-COUNT-VALUE TO GTE-RETURNED-COUNT
021360             MOVE RUN-AMOUNT-VALUE TO GTE-RETURNED-AMOUNT
021362         WHEN 'A2FEEASM' ALSO 'FEEACCTS'
021364             SET GTE-FEE-SEEN TO TRUE
021366             MOVE RUN-COUNT-VALUE TO GTE-FEEACCTS-COUNT
021368         WHEN 'A2FEEASM' ALSO 'FEECHRGD'
021370             MOVE RUN-COUNT-VALUE TO GTE-FEECHRGD-COUNT
021372             MOVE RUN-AMOUNT-VALUE TO GTE-FEECHRGD-AMOUNT
021374         WHEN 'A2FEEASM' ALSO 'FEEWAIVD'
021376             MOVE RUN-COUNT-VALUE TO GTE-FEEWAIVD-COUNT
021378         WHEN 'A2FEEASM' ALSO 'FEENOFEE'
021380             MOVE RUN-COUNT-VALUE TO GTE-FEENOFEE-COUNT
021382         WHEN 'A2FEEASM' ALSO 'FEEITEMS'
021384             MOVE RUN-COUNT-VALUE TO GTE-FEEITEMS-COUNT
021386             MOVE RUN-AMOUNT-VALUE TO GTE-FEEITEMS-AMOUNT
021388         WHEN 'A2FEEASM' ALSO 'FEEWRITN'
021390             MOVE RUN-COUNT-VALUE TO GTE-FEEWRITN-COUNT
021392             MOVE RUN-AMOUNT-VALUE TO GTE-FEEWRITN-AMOUNT
021400         WHEN OTHER
021500             CONTINUE
021600     END-EVALUATE.
021800 2100-EXIT.
021900     EXIT.
022000*
022001*****************************************************************
022002*    2200-TABLE-SOURCE-TOTAL  --  ADD ONE PER-SOURCE TOTAL       *
022003*****************************************************************
022004 2200-TABLE-SOURCE-TOTAL.
022005*
022006     MOVE 'N' TO GTE-SOURCE-MATCH-SWITCH.
022007     MOVE ZERO TO GTE-SOURCE-SUB.
022008     PERFORM 2250-CHECK-ONE-SOURCE THRU 2250-EXIT
022009         UNTIL GTE-SOURCE-FOUND
022010             OR GTE-SOURCE-SUB >= GTE-SOURCE-COUNT.
022011     IF NOT GTE-SOURCE-FOUND
022012         IF GTE-SOURCE-COUNT NOT < GTE-SOURCE-MAX
022013             SET GTE-SOURCE-TABLE-FULL TO TRUE
022014             GO TO 2200-EXIT
022015         END-IF
022016         ADD 1 TO GTE-SOURCE-COUNT
022017         MOVE GTE-SOURCE-COUNT TO GTE-SOURCE-SUB
022018         MOVE RUN-SOURCE-ID TO GTE-SRC-ID (GTE-SOURCE-SUB)
022019         MOVE ZERO TO GTE-SRC-FEEDDETL (GTE-SOURCE-SUB)
022020                      GTE-SRC-WRITTEN (GTE-SOURCE-SUB)
022021                      GTE-SRC-XFERCR (GTE-SOURCE-SUB)
022022                      GTE-SRC-REJECTED (GTE-SOURCE-SUB)
022023                      GTE-SRC-SUSPNDED (GTE-SOURCE-SUB)
022024                      GTE-SRC-DUPLICAT (GTE-SOURCE-SUB)
022025                      GTE-SRC-QUARANTN (GTE-SOURCE-SUB)
022026     END-IF.
022027     EVALUATE RUN-TOTAL-ID
022028         WHEN 'FEEDDETL'
022029             ADD RUN-COUNT-VALUE
022030                             TO GTE-SRC-FEEDDETL (GTE-SOURCE-SUB)
022031         WHEN 'WRITTEN'
022032             ADD RUN-COUNT-VALUE
022033                             TO GTE-SRC-WRITTEN (GTE-SOURCE-SUB)
022034         WHEN 'XFERCR'
022035             ADD RUN-COUNT-VALUE
022036                             TO GTE-SRC-XFERCR (GTE-SOURCE-SUB)
022037         WHEN 'REJECTED'
022038             ADD RUN-COUNT-VALUE
022039                             TO GTE-SRC-REJECTED (GTE-SOURCE-SUB)
022040         WHEN 'SUSPNDED'
022041             ADD RUN-COUNT-VALUE
022042                             TO GTE-SRC-SUSPNDED (GTE-SOURCE-SUB)
022043         WHEN 'DUPLICAT'
022044             ADD RUN-COUNT-VALUE
022045                             TO GTE-SRC-DUPLICAT (GTE-SOURCE-SUB)
022046         WHEN 'QUARANTN'
022047             ADD RUN-COUNT-VALUE
022048                             TO GTE-SRC-QUARANTN (GTE-SOURCE-SUB)
022049         WHEN OTHER
022050             CONTINUE
022051     END-EVALUATE.
022052*
022053 2200-EXIT.
022054     EXIT.
022055*
022056*****************************************************************
022057*    2250-CHECK-ONE-SOURCE  --  TEST THE NEXT TABLE ENTRY        *
022058*****************************************************************
022059 2250-CHECK-ONE-SOURCE.
022060*
022061     ADD 1 TO GTE-SOURCE-SUB.
022062     IF GTE-SRC-ID (GTE-SOURCE-SUB) = RUN-SOURCE-ID
022063         SET GTE-SOURCE-FOUND TO TRUE
022064     END-IF.
022065*
022066 2250-EXIT.
022067     EXIT.
022068*
022100*****************************************************************
022200*    2900-READ-TOTAL  --  NEXT RUN-TOTALS RECORD                 *
022300*****************************************************************
025700             + GTE-REPRESNT-COUNT.
025800     COMPUTE GTE-DETAILS-OUT
025900             = GTE-WRITTEN-COUNT
025910             - GTE-XFERCR-COUNT
026000             + GTE-REJECTED-COUNT
026100             + GTE-SUSPNDED-COUNT
026150             + GTE-DUPLICAT-COUNT
026200             + GTE-QUARANTN-COUNT.
026300     MOVE SPACES TO RPT-COUNT-LINE.
026400     MOVE 'FEED + RETRIED + RE-PRESENTED' TO RPT-CNT-LABEL.
026500     MOVE GTE-DETAILS-IN TO RPT-CNT-VALUE.
026600     WRITE RPT-COUNT-LINE.
026700     MOVE SPACES TO RPT-COUNT-LINE.
026750     MOVE 'WRITTEN-CR+REJ+SUSP+DUP+QUARANTINE'
026800                                     TO RPT-CNT-LABEL.
026900     MOVE GTE-DETAILS-OUT TO RPT-CNT-VALUE.
027000     WRITE RPT-COUNT-LINE.
027100     IF GTE-DETAILS-IN NOT = GTE-DETAILS-OUT
027400                                         TO RPT-HEADING-LINE
027500         WRITE RPT-HEADING-LINE
027600     END-IF.
027604*
027608*    AN ACCEPTED TRANSFER WRITES ONE DEBIT AND ONE CREDIT LEG -
027612*    THE LEG COUNTS MUST AGREE AND THE LEG AMOUNTS NET TO ZERO.
027616     COMPUTE GTE-XFER-NET-AMOUNT
027620             = GTE-XFERDR-AMOUNT + GTE-XFERCR-AMOUNT.
027624     MOVE SPACES TO RPT-COUNT-LINE.
027628     MOVE 'TRANSFER DEBIT LEGS WRITTEN' TO RPT-CNT-LABEL.
027632     MOVE GTE-XFERDR-COUNT TO RPT-CNT-VALUE.
027636     WRITE RPT-COUNT-LINE.
027640     MOVE SPACES TO RPT-COUNT-LINE.
027644     MOVE 'TRANSFER CREDIT LEGS WRITTEN' TO RPT-CNT-LABEL.
027648     MOVE GTE-XFERCR-COUNT TO RPT-CNT-VALUE.
027652     WRITE RPT-COUNT-LINE.
027656     MOVE SPACES TO RPT-HASH-LINE.
027660     MOVE 'NET OF TRANSFER LEGS' TO RPT-HSH-LABEL.
027664     MOVE GTE-XFER-NET-AMOUNT TO RPT-HSH-VALUE.
027668     WRITE RPT-HASH-LINE.
027672     IF GTE-XFERDR-COUNT NOT = GTE-XFERCR-COUNT
027676             OR GTE-XFER-NET-AMOUNT NOT = ZERO
027680         SET GTE-OUT-OF-BALANCE TO TRUE
027684         MOVE 'TRANSFER LEGS DO NOT NET TO ZERO'
027688                                         TO RPT-HEADING-LINE
027692         WRITE RPT-HEADING-LINE
027696     END-IF.
027698*
027700*    EACH FEED SOURCE MUST BALANCE ON ITS OWN, AND THE SOURCES
027702*    MUST ACCOUNT FOR EVERY FEED DETAIL OF THE RUN.
027704     MOVE ZERO TO GTE-SOURCE-FEED-TOTAL.
027706     PERFORM 7100-CROSS-FOOT-SOURCE THRU 7100-EXIT
027708         VARYING GTE-SOURCE-SUB FROM 1 BY 1
027710         UNTIL GTE-SOURCE-SUB > GTE-SOURCE-COUNT.
027712     MOVE SPACES TO RPT-COUNT-LINE.
027714     MOVE 'FEED DETAILS - ALL SOURCES' TO RPT-CNT-LABEL.
027716     MOVE GTE-SOURCE-FEED-TOTAL TO RPT-CNT-VALUE.
027718     WRITE RPT-COUNT-LINE.
027720     IF GTE-SOURCE-FEED-TOTAL NOT = GTE-FEEDDETL-COUNT
027722         SET GTE-OUT-OF-BALANCE TO TRUE
027724         MOVE 'SOURCE FEED DETAILS DO NOT ADD UP TO THE FEED'
027726                                         TO RPT-HEADING-LINE
027728         WRITE RPT-HEADING-LINE
027730     END-IF.
027732     IF GTE-SOURCE-TABLE-FULL
027734         SET GTE-OUT-OF-BALANCE TO TRUE
027736         MOVE 'MORE THAN 20 FEED SOURCES - NOT ALL PROVED'
027738                                         TO RPT-HEADING-LINE
027740         WRITE RPT-HEADING-LINE
027742     END-IF.
027744*
027800     IF GTE-POST-SEEN
027900         MOVE SPACES TO RPT-COUNT-LINE
028000         MOVE 'EXTRACT RECORDS WRITTEN' TO RPT-CNT-LABEL
028400         MOVE 'TRANSACTIONS POSTED' TO RPT-CNT-LABEL
028500         MOVE GTE-POSTED-COUNT TO RPT-CNT-VALUE
028600         WRITE RPT-COUNT-LINE
028610         MOVE SPACES TO RPT-COUNT-LINE
028620         MOVE 'ITEMS RETURNED UNPAID' TO RPT-CNT-LABEL
028630         MOVE GTE-RETURNED-COUNT TO RPT-CNT-VALUE
028640         WRITE RPT-COUNT-LINE
028700         COMPUTE GTE-POST-OUT
028710                 = GTE-POSTED-COUNT + GTE-RETURNED-COUNT
028720         IF GTE-WRITTEN-COUNT NOT = GTE-POST-OUT
028800             SET GTE-OUT-OF-BALANCE TO TRUE
028900             MOVE 'EXTRACT WRITTEN DOES NOT EQUAL POSTED'
029000                                         TO RPT-HEADING-LINE
029800         MOVE 'NET AMOUNT POSTED' TO RPT-HSH-LABEL
029900         MOVE GTE-NETPOSTD-AMOUNT TO RPT-HSH-VALUE
030000         WRITE RPT-HASH-LINE
030010         MOVE SPACES TO RPT-HASH-LINE
030020         MOVE 'AMOUNT RETURNED UNPAID' TO RPT-HSH-LABEL
030030         MOVE GTE-RETURNED-AMOUNT TO RPT-HSH-VALUE
030040         WRITE RPT-HASH-LINE
030100         COMPUTE GTE-POST-OUT-AMOUNT
030110                 = GTE-NETPOSTD-AMOUNT + GTE-RETURNED-AMOUNT
030120         IF GTE-WRITTEN-AMOUNT NOT = GTE-POST-OUT-AMOUNT
030200             SET GTE-OUT-OF-BALANCE TO TRUE
030300             MOVE 'EXTRACT AMOUNT DOES NOT EQUAL NET POSTED'
030400                                         TO RPT-HEADING-LINE
033100             WRITE RPT-HEADING-LINE
033200         END-IF
033300     END-IF.
033301*
033302*    EVERY ACCOUNT THE FEE RUN READ IS CHARGED, WAIVED OR NOT
033303*    CHARGED, AND EVERY FEE TRANSACTION IT WROTE IS A MONTHLY
033304*    FEE OR AN ITEM CHARGE.
033305     IF GTE-FEE-SEEN
033306         COMPUTE GTE-FEE-OUT
033307                 = GTE-FEECHRGD-COUNT
033308                 + GTE-FEEWAIVD-COUNT
033309                 + GTE-FEENOFEE-COUNT
033310         MOVE SPACES TO RPT-COUNT-LINE
033311         MOVE 'FEE ACCOUNTS ASSESSED' TO RPT-CNT-LABEL
033312         MOVE GTE-FEEACCTS-COUNT TO RPT-CNT-VALUE
033313         WRITE RPT-COUNT-LINE
033314         MOVE SPACES TO RPT-COUNT-LINE
033315         MOVE 'CHARGED + WAIVED + NO FEE' TO RPT-CNT-LABEL
033316         MOVE GTE-FEE-OUT TO RPT-CNT-VALUE
033317         WRITE RPT-COUNT-LINE
033318         IF GTE-FEEACCTS-COUNT NOT = GTE-FEE-OUT
033319             SET GTE-OUT-OF-BALANCE TO TRUE
033320             MOVE 'FEE ACCOUNTS DO NOT CROSS-FOOT'
033321                                         TO RPT-HEADING-LINE
033322             WRITE RPT-HEADING-LINE
033323         END-IF
033324         COMPUTE GTE-FEE-OUT
033325                 = GTE-FEECHRGD-COUNT + GTE-FEEITEMS-COUNT
033326         COMPUTE GTE-FEE-OUT-AMOUNT
033327                 = GTE-FEECHRGD-AMOUNT + GTE-FEEITEMS-AMOUNT
033328         MOVE SPACES TO RPT-COUNT-LINE
033329         MOVE 'FEE TRANSACTIONS WRITTEN' TO RPT-CNT-LABEL
033330         MOVE GTE-FEEWRITN-COUNT TO RPT-CNT-VALUE
033331         WRITE RPT-COUNT-LINE
033332         MOVE SPACES TO RPT-COUNT-LINE
033333         MOVE 'MONTHLY FEES + ITEM CHARGES' TO RPT-CNT-LABEL
033334         MOVE GTE-FEE-OUT TO RPT-CNT-VALUE
033335         WRITE RPT-COUNT-LINE
033336         MOVE SPACES TO RPT-HASH-LINE
033337         MOVE 'FEE AMOUNT WRITTEN' TO RPT-HSH-LABEL
033338         MOVE GTE-FEEWRITN-AMOUNT TO RPT-HSH-VALUE
033339         WRITE RPT-HASH-LINE
033340         MOVE SPACES TO RPT-HASH-LINE
033341         MOVE 'MONTHLY FEE + ITEM CHARGE AMOUNT' TO RPT-HSH-LABEL
033342         MOVE GTE-FEE-OUT-AMOUNT TO RPT-HSH-VALUE
033343         WRITE RPT-HASH-LINE
033344         IF GTE-FEEWRITN-COUNT NOT = GTE-FEE-OUT
033345                 OR GTE-FEEWRITN-AMOUNT NOT = GTE-FEE-OUT-AMOUNT
033346             SET GTE-OUT-OF-BALANCE TO TRUE
033347             MOVE 'FEE TRANSACTIONS DO NOT CROSS-FOOT'
033348                                         TO RPT-HEADING-LINE
033349             WRITE RPT-HEADING-LINE
033350         END-IF
033351     END-IF.
033400*
033500 7000-VERDICT.
033600     MOVE SPACES TO RPT-HEADING-LINE.
035100 7000-EXIT.
035200     EXIT.
035300*
035302*****************************************************************
035304*    7100-CROSS-FOOT-SOURCE  --  BALANCE ONE FEED SOURCE         *
035306*****************************************************************
035308 7100-CROSS-FOOT-SOURCE.
035310*
035312     ADD GTE-SRC-FEEDDETL (GTE-SOURCE-SUB)
035314                                 TO GTE-SOURCE-FEED-TOTAL.
035316     COMPUTE GTE-SOURCE-OUT
035318             = GTE-SRC-WRITTEN (GTE-SOURCE-SUB)
035320             - GTE-SRC-XFERCR (GTE-SOURCE-SUB)
035322             + GTE-SRC-REJECTED (GTE-SOURCE-SUB)
035324             + GTE-SRC-SUSPNDED (GTE-SOURCE-SUB)
035326             + GTE-SRC-DUPLICAT (GTE-SOURCE-SUB)
035328             + GTE-SRC-QUARANTN (GTE-SOURCE-SUB).
035330     MOVE GTE-SRC-ID (GTE-SOURCE-SUB) TO GTE-SLB-ID.
035332     MOVE SPACES TO RPT-COUNT-LINE.
035334     MOVE 'FEED DETAILS'   TO GTE-SLB-TEXT.
035336     MOVE GTE-SOURCE-LABEL TO RPT-CNT-LABEL.
035338     MOVE GTE-SRC-FEEDDETL (GTE-SOURCE-SUB) TO RPT-CNT-VALUE.
035340     WRITE RPT-COUNT-LINE.
035342     MOVE SPACES TO RPT-COUNT-LINE.
035344     MOVE 'DETAILS OUT'    TO GTE-SLB-TEXT.
035346     MOVE GTE-SOURCE-LABEL TO RPT-CNT-LABEL.
035348     MOVE GTE-SOURCE-OUT   TO RPT-CNT-VALUE.
035350     WRITE RPT-COUNT-LINE.
035352     IF GTE-SRC-FEEDDETL (GTE-SOURCE-SUB) NOT = GTE-SOURCE-OUT
035354         SET GTE-OUT-OF-BALANCE TO TRUE
035356         MOVE 'SOURCE DETAILS IN DO NOT EQUAL DETAILS OUT'
035358                                         TO RPT-HEADING-LINE
035360         WRITE RPT-HEADING-LINE
035362     END-IF.
035364*
035366 7100-EXIT.
035368     EXIT.
035370*
035400*****************************************************************
035500*    9000-TERMINATE                                              *
035600*****************************************************************

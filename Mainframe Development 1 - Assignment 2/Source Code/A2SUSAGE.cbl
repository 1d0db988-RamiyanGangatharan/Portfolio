002600*  MODIFICATION HISTORY                                         *
002700*  ----------  ----  --------------------------------------     *
002800*  2026-09-02   RG   INITIAL VERSION.                            *
002810*  2026-10-08   RG   AS-OF DATE NOW TAKEN FROM THE BUSINESS      *
002820*                    DATE CONTROL FILE (THE LAST CLOSED DATE).   *
002830*                    AGE IS NOW COUNTED IN TRUE BUSINESS DAYS -  *
002840*                    WEEKENDS AND HOLIDAY CALENDAR DATES DO NOT  *
002850*                    COUNT - INSTEAD OF 30/360 CALENDAR DAYS,    *
002860*                    SO THE FIVE-DAY CUTOFF MEANS FIVE BUSINESS  *
002870*                    DAYS.                                       *
002900*                                                                *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
006200         ASSIGN TO SYSIN
006300         ORGANIZATION IS SEQUENTIAL.
006400*
006407*    BUSINESS-DATE-FILE  --  BUSINESS DATE CONTROL RECORD.  ITEMS
006414*    ARE AGED AS OF THE LAST CLOSED BUSINESS DATE
006421     SELECT BUSINESS-DATE-FILE
006428         ASSIGN TO BDATFILE
006435         ORGANIZATION IS SEQUENTIAL
006442         FILE STATUS IS SAG-BDT-FILE-STATUS.
006449*
006456*    HOLIDAY-FILE  --  HOLIDAY CALENDAR, NON-BUSINESS WEEKDAYS
006463     SELECT HOLIDAY-FILE
006470         ASSIGN TO HOLFILE
006477         ORGANIZATION IS SEQUENTIAL.
006484*
006500 DATA DIVISION.
006600 FILE SECTION.
006700*
011400*
011500     COPY SAGEREC.
011600*
011607 FD  BUSINESS-DATE-FILE
011614     RECORDING MODE IS F
011621     RECORD CONTAINS 80 CHARACTERS.
011628*
011635     COPY BDATREC.
011642*
011649 FD  HOLIDAY-FILE
011656     RECORDING MODE IS F
011663     RECORD CONTAINS 80 CHARACTERS.
011670*
011677     COPY HOLDREC.
011684*
011700 WORKING-STORAGE SECTION.
011800*
011900 77  SAG-SUSP-EOF-SWITCH            PIC X(01) VALUE 'N'.
012700                                              VALUE ZERO.
012800 77  SAG-AGED-AMOUNT-TOTAL          PIC S9(11)V99 COMP-3
012900                                              VALUE ZERO.
012910*
012920 77  SAG-BDT-FILE-STATUS            PIC X(02) VALUE SPACES.
013000*
013100*    AGE BUCKET TOTALS - ONE DAY, TWO TO FOUR DAYS, FIVE DAYS
013200*    AND OVER - ACCUMULATED OVER EVERY ITEM READ WHATEVER ITS
014400 77  SAG-RUN-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
014500 77  SAG-SUS-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
014600 77  SAG-ITEM-AGE-DAYS              PIC 9(04) COMP VALUE ZERO.
014604 77  SAG-WORK-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
014608 77  SAG-SCAN-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.
014612 77  SAG-CAL-YEAR                   PIC 9(04) COMP VALUE ZERO.
014616 77  SAG-CAL-MONTH                  PIC 9(02) COMP VALUE ZERO.
014620 77  SAG-CAL-WORK                   PIC 9(05) COMP VALUE ZERO.
014624 77  SAG-CAL-QUOTIENT               PIC 9(07) COMP VALUE ZERO.
014628 77  SAG-WEEK-QUOTIENT              PIC 9(07) COMP VALUE ZERO.
014632 77  SAG-WEEKDAY                    PIC 9(01) COMP VALUE ZERO.
014636     88  SAG-WEEKEND-DAY                    VALUES 4 5.
014640*
014644 77  SAG-HOLIDAY-SWITCH             PIC X(01) VALUE 'N'.
014648     88  SAG-IS-HOLIDAY                     VALUE 'Y'.
014652 77  SAG-HOL-EOF-SWITCH             PIC X(01) VALUE 'N'.
014656     88  SAG-END-OF-HOLIDAYS                VALUE 'Y'.
014660 77  SAG-HOLIDAY-COUNT              PIC 9(04) COMP VALUE ZERO.
014664 77  SAG-HOL-SUB                    PIC 9(04) COMP VALUE ZERO.
014668 77  SAG-HOLIDAY-MAX                PIC 9(04) COMP VALUE 1000.
014672*
014676*    HOLIDAY CALENDAR AS DAY NUMBERS, LOADED AT INITIALIZATION.
014680 01  SAG-HOLIDAY-TABLE.
014684     05  SAG-HOL-DAY-NUMBER          PIC 9(07) COMP
014688                                     OCCURS 1000 TIMES.
014700*
014800 01  SAG-WORK-DATE.
014900     05  SAG-WORK-YEAR               PIC 9(04).
018100 1000-INITIALIZE.
018200*
018300     PERFORM 1050-READ-SELECT-CARD THRU 1050-EXIT.
018310     PERFORM 1060-READ-BUSINESS-DATE THRU 1060-EXIT.
018400     PERFORM 1100-EDIT-SELECT-CARD THRU 1100-EXIT.
018410     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
018500     OPEN INPUT  SUSPENSE-IN
018600          OUTPUT CARRY-FILE
018700                 AGED-FILE
018800                 AGING-REPORT.
018900     MOVE SAC-RUN-DATE TO SAG-WORK-DATE.
019000     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
019100     MOVE SAG-WORK-DAY-NUMBER TO SAG-RUN-DAY-NUMBER.
019200     PERFORM 8100-WRITE-REPORT-HEADING THRU 8100-EXIT.
019300     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
019400*
021300 1050-EXIT.
021400     EXIT.
021500*
021501*****************************************************************
021502*    1060-READ-BUSINESS-DATE  --  AGE AS OF THE LAST CLOSED      *
021503*    BUSINESS DATE ON THE CONTROL RECORD.  A DATE KEYED ON THE   *
021504*    CONTROL CARD MUST AGREE WITH IT.                            *
021505*****************************************************************
021506 1060-READ-BUSINESS-DATE.
021507*
021508     OPEN INPUT BUSINESS-DATE-FILE.
021509     IF SAG-BDT-FILE-STATUS NOT = '00'
021510         DISPLAY 'A2SUSAGE - BUSINESS DATE FILE OPEN FAILED '
021511                 'STATUS ' SAG-BDT-FILE-STATUS
021512                 ' - RUN TERMINATED'
021513         MOVE 16 TO RETURN-CODE
021514         STOP RUN
021515     END-IF.
021516     READ BUSINESS-DATE-FILE
021517         AT END
021518             DISPLAY 'A2SUSAGE - BUSINESS DATE RECORD MISSING '
021519                     '- RUN TERMINATED'
021520             MOVE 16 TO RETURN-CODE
021521             STOP RUN
021522     END-READ.
021523     CLOSE BUSINESS-DATE-FILE.
021524     IF BDT-PRIOR-DATE NOT NUMERIC
021525             OR BDT-PRIOR-DATE = ZERO
021526         DISPLAY 'A2SUSAGE - BUSINESS DATE RECORD INVALID '
021527                 '- RUN TERMINATED'
021528         MOVE 16 TO RETURN-CODE
021529         STOP RUN
021530     END-IF.
021531     IF SAC-RUN-DATE-X NOT = SPACES
021532             AND SAC-RUN-DATE-X NOT = BDT-PRIOR-DATE
021533         DISPLAY 'A2SUSAGE - CONTROL CARD DATE ' SAC-RUN-DATE-X
021534                 ' DISAGREES WITH BUSINESS DATE '
021535                 BDT-PRIOR-DATE ' - RUN TERMINATED'
021536         MOVE 16 TO RETURN-CODE
021537         STOP RUN
021538     END-IF.
021539     MOVE BDT-PRIOR-DATE TO SAC-RUN-DATE.
021540*
021541 1060-EXIT.
021542     EXIT.
021543*
021544*****************************************************************
021545*    1200-LOAD-HOLIDAYS  --  TABLE THE HOLIDAY CALENDAR          *
021546*****************************************************************
021547*    EACH HOLIDAY IS HELD AS ITS DAY NUMBER.  AN EMPTY CALENDAR  *
021548*    IS ALLOWED - WEEKENDS ARE STILL SKIPPED.                    *
021549 1200-LOAD-HOLIDAYS.
021550*
021551     OPEN INPUT HOLIDAY-FILE.
021552     PERFORM 1250-LOAD-ONE-HOLIDAY THRU 1250-EXIT
021553         UNTIL SAG-END-OF-HOLIDAYS.
021554     CLOSE HOLIDAY-FILE.
021555*
021556 1200-EXIT.
021557     EXIT.
021558*
021559*****************************************************************
021560*    1250-LOAD-ONE-HOLIDAY  --  TABLE ONE HOLIDAY                *
021561*****************************************************************
021562 1250-LOAD-ONE-HOLIDAY.
021563*
021564     READ HOLIDAY-FILE
021565         AT END
021566             SET SAG-END-OF-HOLIDAYS TO TRUE
021567             GO TO 1250-EXIT
021568     END-READ.
021569     IF HOL-DATE NOT NUMERIC
021570             OR HOL-DATE = ZERO
021571         DISPLAY 'A2SUSAGE - BAD HOLIDAY CALENDAR RECORD IGNORED'
021572         GO TO 1250-EXIT
021573     END-IF.
021574     IF SAG-HOLIDAY-COUNT >= SAG-HOLIDAY-MAX
021575         DISPLAY 'A2SUSAGE - HOLIDAY TABLE FULL AT '
021576                 SAG-HOLIDAY-MAX ' ENTRIES - ' HOL-DATE
021577                 ' IGNORED'
021578         GO TO 1250-EXIT
021579     END-IF.
021580     MOVE HOL-DATE TO SAG-WORK-DATE.
021581     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
021582     ADD 1 TO SAG-HOLIDAY-COUNT.
021583     MOVE SAG-WORK-DAY-NUMBER
021584                     TO SAG-HOL-DAY-NUMBER (SAG-HOLIDAY-COUNT).
021585*
021586 1250-EXIT.
021587     EXIT.
021588*
021600*****************************************************************
021700*    1100-EDIT-SELECT-CARD  --  REFUSE AN UNUSABLE CARD          *
021800*****************************************************************
022200*
022300     IF SAC-RUN-DATE NOT NUMERIC
022400             OR SAC-RUN-DATE = ZERO
022500         DISPLAY 'A2SUSAGE - RUN DATE NOT NUMERIC '
022600                 '- RUN TERMINATED'
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
024700     IF SUS-DATE-SUSPENDED IS NUMERIC
024800         MOVE SUS-DATE-SUSPENDED TO SAG-WORK-DATE
024900         PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT
025000         MOVE SAG-WORK-DAY-NUMBER TO SAG-SUS-DAY-NUMBER
025100         PERFORM 2050-COUNT-BUSINESS-DAYS THRU 2050-EXIT
025200     ELSE
025300*        AN UNREADABLE SUSPENSION DATE IS TREATED AS PAST THE
025400*        CUTOFF - A DAMAGED ITEM MUST NOT RECYCLE UNSEEN
026500*
026600 2000-EXIT.
026700     EXIT.
026704*
026708*****************************************************************
026712*    2050-COUNT-BUSINESS-DAYS  --  AGE OF THE ITEM IN BUSINESS   *
026716*    DAYS                                                        *
026720*****************************************************************
026724*    EVERY BUSINESS DAY AFTER THE DAY THE ITEM WAS SUSPENDED, UP *
026728*    TO AND INCLUDING THE AS-OF DATE, COUNTS ONE.  AN ITEM HELD  *
026732*    OVER TEN YEARS, OR DATED AFTER THE AS-OF DATE, IS TREATED   *
026736*    AS PAST THE CUTOFF RATHER THAN COUNTED.                     *
026740 2050-COUNT-BUSINESS-DAYS.
026744*
026748     MOVE ZERO TO SAG-ITEM-AGE-DAYS.
026752     IF SAG-SUS-DAY-NUMBER > SAG-RUN-DAY-NUMBER
026756             OR SAG-RUN-DAY-NUMBER - SAG-SUS-DAY-NUMBER > 3660
026760         MOVE 9999 TO SAG-ITEM-AGE-DAYS
026764         GO TO 2050-EXIT
026768     END-IF.
026772     MOVE SAG-SUS-DAY-NUMBER TO SAG-SCAN-DAY-NUMBER.
026776     PERFORM 6100-COUNT-ONE-DAY THRU 6100-EXIT
026780         UNTIL SAG-SCAN-DAY-NUMBER NOT < SAG-RUN-DAY-NUMBER.
026784*
026788 2050-EXIT.
026792     EXIT.
026800*
026900*****************************************************************
027000*    2100-COUNT-AGE-BUCKET  --  ONE DAY / 2-4 DAYS / 5 AND OVER  *
034500     EXIT.
034600*
034700*****************************************************************
034800*    6000-DATE-TO-DAY-NUMBER  --  CALENDAR DAY NUMBER OF A DATE  *
034810*****************************************************************
034820*    CONVERTS THE DATE IN SAG-WORK-DATE TO A DAY NUMBER FROM A   *
034830*    FIXED ORIGIN IN SAG-WORK-DAY-NUMBER, YEARS STARTING IN      *
034840*    MARCH SO THE LEAP DAY FALLS AT THE END.  CONSECUTIVE        *
034850*    CALENDAR DAYS HAVE CONSECUTIVE DAY NUMBERS.                 *
034860 6000-DATE-TO-DAY-NUMBER.
034870*
034880     IF SAG-WORK-MONTH > 2
034890         MOVE SAG-WORK-YEAR TO SAG-CAL-YEAR
034900         COMPUTE SAG-CAL-MONTH = SAG-WORK-MONTH - 3
034910     ELSE
034920         COMPUTE SAG-CAL-YEAR = SAG-WORK-YEAR - 1
034930         COMPUTE SAG-CAL-MONTH = SAG-WORK-MONTH + 9
034940     END-IF.
034950     COMPUTE SAG-WORK-DAY-NUMBER
034960             = (SAG-CAL-YEAR * 365) + SAG-WORK-DAY.
034970     DIVIDE SAG-CAL-YEAR BY 4 GIVING SAG-CAL-QUOTIENT.
034980     ADD SAG-CAL-QUOTIENT TO SAG-WORK-DAY-NUMBER.
034990     DIVIDE SAG-CAL-YEAR BY 100 GIVING SAG-CAL-QUOTIENT.
035000     SUBTRACT SAG-CAL-QUOTIENT FROM SAG-WORK-DAY-NUMBER.
035010     DIVIDE SAG-CAL-YEAR BY 400 GIVING SAG-CAL-QUOTIENT.
035020     ADD SAG-CAL-QUOTIENT TO SAG-WORK-DAY-NUMBER.
035030     COMPUTE SAG-CAL-WORK = (153 * SAG-CAL-MONTH) + 2.
035040     DIVIDE SAG-CAL-WORK BY 5 GIVING SAG-CAL-QUOTIENT.
035050     ADD SAG-CAL-QUOTIENT TO SAG-WORK-DAY-NUMBER.
035900*
036000 6000-EXIT.
036100     EXIT.
036200*
036202*****************************************************************
036204*    6100-COUNT-ONE-DAY  --  TEST ONE CALENDAR DAY OF THE HOLD   *
036206*****************************************************************
036208*    THE DAY NUMBER DIVIDED BY SEVEN LEAVES 4 ON A SATURDAY AND  *
036210*    5 ON A SUNDAY.  A WEEKDAY COUNTS UNLESS IT IS ON THE        *
036212*    HOLIDAY CALENDAR.                                           *
036214 6100-COUNT-ONE-DAY.
036216*
036218     ADD 1 TO SAG-SCAN-DAY-NUMBER.
036220     DIVIDE SAG-SCAN-DAY-NUMBER BY 7
036222         GIVING SAG-WEEK-QUOTIENT
036224         REMAINDER SAG-WEEKDAY.
036226     IF SAG-WEEKEND-DAY
036228         GO TO 6100-EXIT
036230     END-IF.
036232     MOVE 'N' TO SAG-HOLIDAY-SWITCH.
036234     MOVE ZERO TO SAG-HOL-SUB.
036236     PERFORM 6150-CHECK-ONE-HOLIDAY THRU 6150-EXIT
036238         UNTIL SAG-IS-HOLIDAY
036240             OR SAG-HOL-SUB >= SAG-HOLIDAY-COUNT.
036242     IF NOT SAG-IS-HOLIDAY
036244         ADD 1 TO SAG-ITEM-AGE-DAYS
036246     END-IF.
036248*
036250 6100-EXIT.
036252     EXIT.
036254*
036256*****************************************************************
036258*    6150-CHECK-ONE-HOLIDAY  --  TEST THE NEXT CALENDAR ENTRY    *
036260*****************************************************************
036262 6150-CHECK-ONE-HOLIDAY.
036264*
036266     ADD 1 TO SAG-HOL-SUB.
036268     IF SAG-HOL-DAY-NUMBER (SAG-HOL-SUB) = SAG-SCAN-DAY-NUMBER
036270         SET SAG-IS-HOLIDAY TO TRUE
036272     END-IF.
036274*
036276 6150-EXIT.
036278     EXIT.
036280*
036300*****************************************************************
036400*    8000-WRITE-AGING-SUMMARY  --  BUCKET AND RUN TOTALS         *
036500*****************************************************************

000384*                  ACCRUE THE SAME AS ACTIVE ONES -- DORMANCY
000386*                  SUSPENDS NOTHING CONTRACTUALLY.  CLOSED
000388*                  ACCOUNTS STILL GET NOTHING.
000389* 10/15/2026 RTA   ESCHEATED ACCOUNTS (CUSTMST STATUS 'E', BALANCE
000390*                  REMITTED TO THE STATE) GET NOTHING EITHER.
000391* 10/15/2026 RTA   THE LAST-BUSINESS-DAY RULE IS NOW ENFORCED
000392*                  AGAINST THE SHOP CALENDAR (CAL-FILE, COPYBOOKS
000393*                  CALREC/CALTBL) INSTEAD OF LEFT TO THE SCHEDULE.
000394*                  ON ANY OTHER DAY THE PROGRAM NOW WRITES NOTHING
000395*                  AND ENDS RC 8.  A 'FORCE' CARD ON THE NEW
000396*                  OPTIONAL ACCRCARD CONTROL FILE OVERRIDES THE
000397*                  CHECK (WARNING, RC 4) FOR A RERUN THE NEXT
000398*                  MORNING.
000399*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.  FEEACCR.
000420 AUTHOR.  R. T. ALVAREZ.
000530         FILE STATUS IS DL100-MST-FILE-STATUS.
000540     SELECT ACCR-FILE ASSIGN TO ACCRFILE
000550         ORGANIZATION IS SEQUENTIAL.
000551     SELECT CARD-FILE ASSIGN TO ACCRCARD
000552         ORGANIZATION IS SEQUENTIAL
000553         FILE STATUS IS DL100-CARD-FILE-STATUS.
000554     SELECT CAL-FILE ASSIGN TO CALFILE
000555         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS DL100-CAL-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MST-FILE
000590     RECORD CONTAINS 100 CHARACTERS.
000600     COPY CUSTMST.
000602 FD  CAL-FILE
000604     RECORDING MODE IS F
000606     RECORD CONTAINS 80 CHARACTERS.
000608     COPY CALREC.
000610 FD  ACCR-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 80 CHARACTERS.
000640     COPY CUSTREC.
000641 FD  CARD-FILE
000642     RECORDING MODE IS F
000643     RECORD CONTAINS 80 CHARACTERS.
000644 01  CARD-REC.
000645     05  CARD-FUNCTION               PIC X(06).
000646         88  CARD-FORCE                          VALUE 'FORCE'.
000647     05  FILLER                      PIC X(74).
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* SWITCHES
000700     88  DL100-END-OF-FILE                       VALUE 'Y'.
000710 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
000720     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
000722 77  DL100-FORCE-SWITCH              PIC X(01)   VALUE 'N'.
000724     88  DL100-FORCE-RUN                         VALUE 'Y'.
000726 77  DL100-RUN-DAY-SWITCH            PIC X(01)   VALUE 'Y'.
000728     88  DL100-RIGHT-RUN-DAY                     VALUE 'Y'.
000730*----------------------------------------------------------------
000740* COUNTERS
000750*----------------------------------------------------------------
000810* FILE STATUS KEYS
000820*----------------------------------------------------------------
000830 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
000832 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
000834 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
000840*----------------------------------------------------------------
000850* ACCRUAL CONSTANTS.  THE MONTHLY SERVICE CHARGE POSTS AS A
000860* NEGATIVE AMOUNT UNDER CODE 'SC'; INTEREST IS THE ANNUAL RATE
001010     05  DL100-CURRENT-YEAR          PIC 9(04).
001020     05  DL100-CURRENT-MONTH         PIC 9(02).
001030     05  DL100-CURRENT-DAY           PIC 9(02).
001031*----------------------------------------------------------------
001032* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (LOADED FROM
001033* CAL-FILE, COPYBOOK CALTBL)
001034*----------------------------------------------------------------
001035     COPY CALTBL.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------------
001060* 0000-MAINLINE
001240*     OPENS THE MASTER AND THE ACCRUAL FEED, WRITES THE FEED
001250*     HEADER, AND PRIMES THE READ LOOP.  A MASTER THAT CANNOT
001260*     BE OPENED ENDS THE RUN.
001261*     FIRST THE CONTROL CARD IS READ AND THE SHOP CALENDAR
001262*     LOADED, AND THE RUN DATE IS CHECKED AGAINST IT: ON ANY DAY
001263*     BUT THE LAST BUSINESS DAY OF THE MONTH NOTHING IS OPENED OR
001264*     WRITTEN AND THE RUN ENDS RC 8, UNLESS A FORCE CARD IS
001265*     PRESENT, IN WHICH CASE THE RUN GOES ON WITH A WARNING, RC 4.
001270*----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
001291     PERFORM 1050-CHECK-ACCRUAL-DAY
001292         THRU 1050-EXIT
001293     IF DL100-ABEND-OCCURRED
001294         GO TO 1000-EXIT
001295     END-IF
001300     OPEN INPUT MST-FILE
001310     IF DL100-MST-FILE-STATUS NOT = "00"
001320         DISPLAY "MST-FILE OPEN FAILED, STATUS="
001500*     ACCRUES ONE MASTER ACCOUNT AND READS THE NEXT ONE.  ONLY
001502*     ACTIVE AND DORMANT ACCOUNTS ACCRUE -- DORMANCY SUSPENDS
001504*     NOTHING CONTRACTUALLY.  A CLOSED ACCOUNT GETS NOTHING,
001509*     WHICH IS THE WHOLE POINT OF RETIRING THE SPREADSHEET.  AN
001514*     ESCHEATED ACCOUNT, WHOSE BALANCE NOW BELONGS TO THE STATE,
001519*     GETS NOTHING EITHER.
001530*----------------------------------------------------------------
001540 2000-PROCESS-ACCOUNT.
001550     ADD 1 TO DL100-MASTER-COUNT
002230     DISPLAY "DETAIL RECORDS WRITTEN: " DL100-DETAIL-COUNT.
002240 9000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* 1050-CHECK-ACCRUAL-DAY
002280*     READS THE CONTROL CARD, LOADS THE SHOP CALENDAR, AND
002290*     CHECKS THE RUN DATE AGAINST IT.  ON ANY DAY BUT THE LAST
002300*     BUSINESS DAY OF THE MONTH THE RUN ENDS RC 8 WITH THE
002310*     ABEND SWITCH SET, UNLESS A FORCE CARD IS PRESENT, IN WHICH
002320*     CASE IT GOES ON WITH A WARNING, RC 4.
002330*----------------------------------------------------------------
002340 1050-CHECK-ACCRUAL-DAY.
002350     PERFORM 1200-READ-CONTROL-CARD
002360         THRU 1200-EXIT
002370     IF DL100-ABEND-OCCURRED
002380         GO TO 1050-EXIT
002390     END-IF
002400     PERFORM 1500-LOAD-CALENDAR
002410         THRU 1500-EXIT
002420     IF DL100-ABEND-OCCURRED
002430         GO TO 1050-EXIT
002440     END-IF
002450     PERFORM 1600-CHECK-RUN-DAY
002460         THRU 1600-EXIT
002470     IF NOT DL100-RIGHT-RUN-DAY
002480         IF DL100-FORCE-RUN
002490             DISPLAY "WARNING - NOT THE LAST BUSINESS DAY OF THE "
002500                 "MONTH - RUN FORCED"
002510             MOVE 4 TO RETURN-CODE
002520         ELSE
002530             DISPLAY "NOT THE LAST BUSINESS DAY OF THE MONTH"
002540             DISPLAY "NO ACCRUALS WRITTEN"
002550             MOVE 8 TO RETURN-CODE
002560             MOVE 'Y' TO DL100-ABEND-SWITCH
002570             GO TO 1050-EXIT
002580         END-IF
002590     END-IF.
002600 1050-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630* 1200-READ-CONTROL-CARD
002640*     READS THE OPTIONAL CONTROL CARD.  NO CARD (ACCRCARD DUMMY
002650*     OR EMPTY) MEANS THE NORMAL MONTH-END RUN; A FORCE CARD
002660*     LETS THE RUN GO AHEAD ON A DAY OTHER THAN THE LAST
002670*     BUSINESS DAY (A MISSED MONTH END RERUN THE NEXT MORNING).
002680*     ANY OTHER CARD ENDS THE RUN RC 8 RATHER THAN GUESS WHAT WAS
002690*     MEANT.
002700*----------------------------------------------------------------
002710 1200-READ-CONTROL-CARD.
002720     OPEN INPUT CARD-FILE
002730     IF DL100-CARD-FILE-STATUS NOT = "00"
002740         GO TO 1200-EXIT
002750     END-IF
002760     READ CARD-FILE
002770         AT END
002780             MOVE SPACES TO CARD-REC
002790     END-READ
002800     CLOSE CARD-FILE
002810     IF CARD-FORCE
002820         MOVE 'Y' TO DL100-FORCE-SWITCH
002830     ELSE
002840         IF CARD-REC NOT = SPACES
002850             DISPLAY "INVALID ACCRCARD CONTROL CARD: "
002860                 CARD-FUNCTION
002870             MOVE 8 TO RETURN-CODE
002880             MOVE 'Y' TO DL100-ABEND-SWITCH
002890         END-IF
002900     END-IF.
002910 1200-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 1500-LOAD-CALENDAR
002950*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
002960*     TABLE (COPYBOOK CALTBL) FOR THE RUN DAY CHECK.  A CALENDAR
002970*     THAT CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS THE RUN
002980*     RC 8 -- WITHOUT IT THE LAST BUSINESS DAY IS NOT KNOWN.  A
002990*     CALENDAR WITH NO DATES FOR THE RUN YEAR IS ONLY WARNED.
003000*----------------------------------------------------------------
003010 1500-LOAD-CALENDAR.
003020     OPEN INPUT CAL-FILE
003030     IF DL100-CAL-FILE-STATUS NOT = "00"
003040         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
003050             DL100-CAL-FILE-STATUS
003060         MOVE 8 TO RETURN-CODE
003070         MOVE 'Y' TO DL100-ABEND-SWITCH
003080         GO TO 1500-EXIT
003090     END-IF
003100     PERFORM 1510-LOAD-ONE-CAL-DATE
003110         THRU 1510-EXIT
003120         UNTIL DL100-CAL-END-OF-FILE
003130     CLOSE CAL-FILE
003140     IF DL100-CAL-YEAR-COUNT = ZERO
003150         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
003160             DL100-CURRENT-YEAR
003170     END-IF.
003180 1500-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* 1510-LOAD-ONE-CAL-DATE
003220*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
003230*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
003240*----------------------------------------------------------------
003250 1510-LOAD-ONE-CAL-DATE.
003260     READ CAL-FILE
003270         AT END
003280             MOVE 'Y' TO DL100-CAL-EOF-SW
003290         NOT AT END
003300             IF DL100-CAL-COUNT >= DL100-CAL-MAX
003310                 DISPLAY "CALENDAR TABLE FULL"
003320                 MOVE 8 TO RETURN-CODE
003330                 MOVE 'Y' TO DL100-ABEND-SWITCH
003340                 MOVE 'Y' TO DL100-CAL-EOF-SW
003350             ELSE
003360                 ADD 1 TO DL100-CAL-COUNT
003370                 MOVE CAL-DATE
003380                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
003390                 MOVE CAL-DAY-TYPE
003400                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
003410                 IF CAL-YEAR = DL100-CURRENT-YEAR
003420                     ADD 1 TO DL100-CAL-YEAR-COUNT
003430                 END-IF
003440             END-IF
003450     END-READ.
003460 1510-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 1600-CHECK-RUN-DAY
003500*     CLEARS DL100-RIGHT-RUN-DAY UNLESS THE RUN DATE IS THE LAST
003510*     BUSINESS DAY OF ITS MONTH: IT MUST ITSELF BE A BUSINESS DAY,
003520*     AND NO LATER DAY OF THE SAME MONTH MAY BE ONE.
003530*----------------------------------------------------------------
003540 1600-CHECK-RUN-DAY.
003550     MOVE 'Y' TO DL100-RUN-DAY-SWITCH
003560     MOVE DL100-CURRENT-DATE TO DL100-BDC-DATE
003570     PERFORM 8700-CHECK-BUSINESS-DAY
003580         THRU 8700-EXIT
003590     IF NOT DL100-BDC-BUSINESS-DAY
003600         MOVE 'N' TO DL100-RUN-DAY-SWITCH
003610         GO TO 1600-EXIT
003620     END-IF
003630     PERFORM 8750-ADD-ONE-DAY
003640         THRU 8750-EXIT
003650     PERFORM 1610-CHECK-LATER-DAY
003660         THRU 1610-EXIT
003670         UNTIL DL100-BDC-MONTH NOT = DL100-CURRENT-MONTH
003680             OR NOT DL100-RIGHT-RUN-DAY.
003690 1600-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 1610-CHECK-LATER-DAY
003730*     TESTS ONE LATER DAY OF THE MONTH.  IF IT IS A BUSINESS DAY,
003740*     THE RUN DATE IS NOT THE LAST ONE.
003750*----------------------------------------------------------------
003760 1610-CHECK-LATER-DAY.
003770     PERFORM 8700-CHECK-BUSINESS-DAY
003780         THRU 8700-EXIT
003790     IF DL100-BDC-BUSINESS-DAY
003800         MOVE 'N' TO DL100-RUN-DAY-SWITCH
003810         GO TO 1610-EXIT
003820     END-IF
003830     PERFORM 8750-ADD-ONE-DAY
003840         THRU 8750-EXIT.
003850 1610-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 8700-CHECK-BUSINESS-DAY
003890*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
003900*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
003910*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
003920*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
003930*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
003940*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
003950*----------------------------------------------------------------
003960 8700-CHECK-BUSINESS-DAY.
003970     MOVE 'Y' TO DL100-BDC-SWITCH
003980     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
003990     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
004000     IF DL100-BDC-WK-MONTH < 3
004010         ADD 12 TO DL100-BDC-WK-MONTH
004020         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
004030     END-IF
004040     DIVIDE DL100-BDC-WK-YEAR BY 4
004050         GIVING DL100-BDC-Q1
004060     DIVIDE DL100-BDC-WK-YEAR BY 100
004070         GIVING DL100-BDC-Q2
004080     DIVIDE DL100-BDC-WK-YEAR BY 400
004090         GIVING DL100-BDC-Q3
004100     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
004110     DIVIDE DL100-BDC-M1 BY 5
004120         GIVING DL100-BDC-Q4
004130     COMPUTE DL100-BDC-SERIAL =
004140         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
004150         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
004160         + DL100-BDC-DAY
004170     DIVIDE DL100-BDC-SERIAL BY 7
004180         GIVING DL100-BDC-WEEKS
004190         REMAINDER DL100-BDC-WEEKDAY
004200     IF DL100-BDC-WEEKEND
004210         MOVE 'N' TO DL100-BDC-SWITCH
004220         GO TO 8700-EXIT
004230     END-IF
004240     MOVE 'N' TO DL100-CAL-FOUND-SW
004250     MOVE 1 TO DL100-CAL-SUB
004260     PERFORM 8710-SCAN-CAL-ENTRY
004270         THRU 8710-EXIT
004280         UNTIL DL100-CAL-FOUND
004290             OR DL100-CAL-SUB > DL100-CAL-COUNT
004300     IF DL100-CAL-FOUND
004310         MOVE 'N' TO DL100-BDC-SWITCH
004320     END-IF.
004330 8700-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* 8710-SCAN-CAL-ENTRY
004370*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
004380*     DL100-BDC-DATE.
004390*----------------------------------------------------------------
004400 8710-SCAN-CAL-ENTRY.
004410     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
004420         MOVE 'Y' TO DL100-CAL-FOUND-SW
004430     ELSE
004440         ADD 1 TO DL100-CAL-SUB
004450     END-IF.
004460 8710-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 8750-ADD-ONE-DAY
004500*     ADVANCES DL100-BDC-DATE BY ONE CALENDAR DAY ACROSS
004510*     MONTH AND YEAR ENDS.
004520*----------------------------------------------------------------
004530 8750-ADD-ONE-DAY.
004540     PERFORM 8770-SET-MAX-DAY
004550         THRU 8770-EXIT
004560     IF DL100-BDC-DAY < DL100-BDC-MAX-DAY
004570         ADD 1 TO DL100-BDC-DAY
004580     ELSE
004590         MOVE 1 TO DL100-BDC-DAY
004600         IF DL100-BDC-MONTH < 12
004610             ADD 1 TO DL100-BDC-MONTH
004620         ELSE
004630             MOVE 1 TO DL100-BDC-MONTH
004640             ADD 1 TO DL100-BDC-YEAR
004650         END-IF
004660     END-IF.
004670 8750-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 8770-SET-MAX-DAY
004710*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
004720*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
004730*     YEAR).
004740*----------------------------------------------------------------
004750 8770-SET-MAX-DAY.
004760     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
004770         TO DL100-BDC-MAX-DAY
004780     IF DL100-BDC-MONTH = 2
004790         DIVIDE DL100-BDC-YEAR BY 4
004800             GIVING DL100-BDC-LEAP-Q
004810             REMAINDER DL100-BDC-LEAP-R4
004820         DIVIDE DL100-BDC-YEAR BY 100
004830             GIVING DL100-BDC-LEAP-Q
004840             REMAINDER DL100-BDC-LEAP-R100
004850         DIVIDE DL100-BDC-YEAR BY 400
004860             GIVING DL100-BDC-LEAP-Q
004870             REMAINDER DL100-BDC-LEAP-R400
004880         IF DL100-BDC-LEAP-R4 = ZERO
004890                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
004900                     OR DL100-BDC-LEAP-R400 = ZERO)
004910             MOVE 29 TO DL100-BDC-MAX-DAY
004920         END-IF
004930     END-IF.
004940 8770-EXIT.
004950     EXIT.

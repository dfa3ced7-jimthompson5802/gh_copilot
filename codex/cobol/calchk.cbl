000010*****************************************************************
000020* PROGRAM-ID : CALCHK
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : RUN-DAY CHECK FOR THE MONTHLY JOBS.  RUN AS THE
000070*              FIRST STEP OF A MONTHLY JOB, IT DECIDES FROM THE
000080*              SHOP BUSINESS-DAY CALENDAR (PROD.DL100.CALENDAR,
000090*              COPYBOOKS CALREC/CALTBL) WHETHER TODAY IS THE DAY
000100*              THE JOB IS MEANT TO RUN, AND SETS A RETURN CODE THE
000110*              LATER STEPS TEST.  THE CONTROL CARD ON CALCARD
000120*              NAMES THE RULE:
000130*                FIRST  TODAY MUST BE THE FIRST BUSINESS DAY OF
000160*                       THE MONTH;
000170*                FORCE  NO CHECK -- OPERATIONS IS RUNNING THE JOB
000180*                       OFF SCHEDULE ON PURPOSE (A MISSED MONTH
000190*                       END); A WARNING IS DISPLAYED AND THE STEP
000200*                       ENDS RC 4.
000210*              RC 0 MEANS TODAY IS THE RIGHT DAY.  RC 8 MEANS IT
000220*              IS NOT, OR THE CARD IS MISSING OR INVALID, OR THE
000230*              CALENDAR CANNOT BE LOADED -- THE JOB'S LATER STEPS
000240*              ARE CODED COND=(8,LE,STEP005) AND ARE SKIPPED.
000250*****************************************************************
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*----------------------------------------------------------------
000290* DATE       INIT  DESCRIPTION
000300* 10/15/2026 RTA   ORIGINAL PROGRAM.  THE MONTHLY JOBS WERE
000310*                  RELEASED BY THE SCHEDULER OPERATOR COUNTING
000320*                  BUSINESS DAYS BY HAND; RUNS AS STEP005 OF
000330*                  DL100D AND DL100F.
000332* 10/15/2026 RTA   DROPPED THE 'LAST' RULE.  NO JOB USED IT --
000334*                  THE MONTH-END ACCRUAL (FEEACCR, DL100J) CHECKS
000336*                  ITS OWN RUN DAY AGAINST THE CALENDAR.
000340*----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.  CALCHK.
000370 AUTHOR.  R. T. ALVAREZ.
000380 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000390 DATE-WRITTEN.  10/15/2026.
000400 DATE-COMPILED.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARD-FILE ASSIGN TO CALCARD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DL100-CARD-FILE-STATUS.
000470     SELECT CAL-FILE ASSIGN TO CALFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DL100-CAL-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CARD-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  CARD-REC.
000560     05  CARD-FUNCTION               PIC X(06).
000570         88  CARD-FIRST                          VALUE 'FIRST'.
000590         88  CARD-FORCE                          VALUE 'FORCE'.
000600     05  FILLER                      PIC X(74).
000610 FD  CAL-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 80 CHARACTERS.
000640     COPY CALREC.
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* SWITCHES
000680*----------------------------------------------------------------
000690 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
000700     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
000710 77  DL100-RUN-DAY-SWITCH            PIC X(01)   VALUE 'Y'.
000720     88  DL100-RIGHT-RUN-DAY                     VALUE 'Y'.
000730*----------------------------------------------------------------
000740* FILE STATUS KEYS
000750*----------------------------------------------------------------
000760 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
000770 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
000780*----------------------------------------------------------------
000790* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
000800*----------------------------------------------------------------
000810 01  DL100-CURRENT-DATE.
000820     05  DL100-CURRENT-YEAR          PIC 9(04).
000830     05  DL100-CURRENT-MONTH         PIC 9(02).
000840     05  DL100-CURRENT-DAY           PIC 9(02).
000850*----------------------------------------------------------------
000860* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (LOADED FROM
000870* CAL-FILE, COPYBOOK CALTBL)
000880*----------------------------------------------------------------
000890     COPY CALTBL.
000900 PROCEDURE DIVISION.
000910*----------------------------------------------------------------
000920* 0000-MAINLINE
000930*     CONTROLS OVERALL FLOW OF THE PROGRAM.
000940*----------------------------------------------------------------
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
000970         THRU 1000-EXIT
000980     IF DL100-ABEND-OCCURRED OR CARD-FORCE
000990         GO TO 9999-EXIT
001000     END-IF
001010     PERFORM 2000-CHECK-FIRST-DAY
001020         THRU 2000-EXIT
001080     PERFORM 9000-TERMINATE
001090         THRU 9000-EXIT.
001100 9999-EXIT.
001110     STOP RUN.
001120*----------------------------------------------------------------
001130* 1000-INITIALIZE
001140*     SETS UP THE RUN DATE, READS THE CONTROL CARD, AND LOADS
001150*     THE CALENDAR.  A FORCE CARD ENDS THE RUN HERE, RC 4,
001160*     WITHOUT LOOKING AT THE CALENDAR.
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
001200     PERFORM 1200-READ-CONTROL-CARD
001210         THRU 1200-EXIT
001220     IF DL100-ABEND-OCCURRED
001230         GO TO 1000-EXIT
001240     END-IF
001250     IF CARD-FORCE
001260         DISPLAY "WARNING - RUN DAY CHECK FORCED FOR "
001270             DL100-CURRENT-DATE
001280         MOVE 4 TO RETURN-CODE
001290         GO TO 1000-EXIT
001300     END-IF
001310     PERFORM 1500-LOAD-CALENDAR
001320         THRU 1500-EXIT.
001330 1000-EXIT.
001340     EXIT.
001350*----------------------------------------------------------------
001360* 1200-READ-CONTROL-CARD
001370*     READS THE CONTROL CARD.  UNLIKE THE OPTIONAL CARDS ELSEWHERE
001380*     IN THE SUITE THIS ONE IS REQUIRED -- WITHOUT IT THERE IS NO
001390*     TELLING WHICH DAY THE JOB WANTS -- SO A MISSING, EMPTY, OR
001400*     UNRECOGNIZED CARD ENDS THE RUN RC 8.
001410*----------------------------------------------------------------
001420 1200-READ-CONTROL-CARD.
001430     OPEN INPUT CARD-FILE
001440     IF DL100-CARD-FILE-STATUS NOT = "00"
001450         DISPLAY "CARD-FILE OPEN FAILED, STATUS="
001460             DL100-CARD-FILE-STATUS
001470         MOVE 8 TO RETURN-CODE
001480         MOVE 'Y' TO DL100-ABEND-SWITCH
001490         GO TO 1200-EXIT
001500     END-IF
001510     READ CARD-FILE
001520         AT END
001530             MOVE SPACES TO CARD-REC
001540     END-READ
001550     CLOSE CARD-FILE
001560     IF NOT CARD-FIRST AND NOT CARD-FORCE
001570         DISPLAY "INVALID CALCARD CONTROL CARD: "
001580             CARD-FUNCTION
001590         MOVE 8 TO RETURN-CODE
001600         MOVE 'Y' TO DL100-ABEND-SWITCH
001610     END-IF.
001620 1200-EXIT.
001630     EXIT.
001640*----------------------------------------------------------------
001650* 1500-LOAD-CALENDAR
001660*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
001670*     TABLE (COPYBOOK CALTBL).  A CALENDAR THAT CANNOT BE OPENED
001680*     OR OVERFLOWS THE TABLE ENDS THE RUN RC 8, WHICH HOLDS THE
001690*     JOB -- BETTER A LATE MONTH END THAN ONE ON THE WRONG DAY.
001700*     A CALENDAR WITH NO DATES FOR THE RUN YEAR IS ONLY WARNED.
001710*----------------------------------------------------------------
001720 1500-LOAD-CALENDAR.
001730     OPEN INPUT CAL-FILE
001740     IF DL100-CAL-FILE-STATUS NOT = "00"
001750         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
001760             DL100-CAL-FILE-STATUS
001770         MOVE 8 TO RETURN-CODE
001780         MOVE 'Y' TO DL100-ABEND-SWITCH
001790         GO TO 1500-EXIT
001800     END-IF
001810     PERFORM 1510-LOAD-ONE-CAL-DATE
001820         THRU 1510-EXIT
001830         UNTIL DL100-CAL-END-OF-FILE
001840     CLOSE CAL-FILE
001850     IF DL100-CAL-YEAR-COUNT = ZERO
001860         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
001870             DL100-CURRENT-YEAR
001880     END-IF.
001890 1500-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920* 1510-LOAD-ONE-CAL-DATE
001930*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
001940*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
001950*----------------------------------------------------------------
001960 1510-LOAD-ONE-CAL-DATE.
001970     READ CAL-FILE
001980         AT END
001990             MOVE 'Y' TO DL100-CAL-EOF-SW
002000         NOT AT END
002010             IF DL100-CAL-COUNT >= DL100-CAL-MAX
002020                 DISPLAY "CALENDAR TABLE FULL"
002030                 MOVE 8 TO RETURN-CODE
002040                 MOVE 'Y' TO DL100-ABEND-SWITCH
002050                 MOVE 'Y' TO DL100-CAL-EOF-SW
002060             ELSE
002070                 ADD 1 TO DL100-CAL-COUNT
002080                 MOVE CAL-DATE
002090                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
002100                 MOVE CAL-DAY-TYPE
002110                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
002120                 IF CAL-YEAR = DL100-CURRENT-YEAR
002130                     ADD 1 TO DL100-CAL-YEAR-COUNT
002140                 END-IF
002150             END-IF
002160     END-READ.
002170 1510-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200* 2000-CHECK-FIRST-DAY
002210*     CLEARS DL100-RIGHT-RUN-DAY UNLESS THE RUN DATE IS THE
002220*     FIRST BUSINESS DAY OF ITS MONTH: IT MUST ITSELF BE A
002230*     BUSINESS DAY, AND NO EARLIER DAY OF THE SAME MONTH MAY BE
002240*     ONE.
002250*----------------------------------------------------------------
002260 2000-CHECK-FIRST-DAY.
002270     MOVE 'Y' TO DL100-RUN-DAY-SWITCH
002280     MOVE DL100-CURRENT-DATE TO DL100-BDC-DATE
002290     PERFORM 8700-CHECK-BUSINESS-DAY
002300         THRU 8700-EXIT
002310     IF NOT DL100-BDC-BUSINESS-DAY
002320         MOVE 'N' TO DL100-RUN-DAY-SWITCH
002330         GO TO 2000-EXIT
002340     END-IF
002350     PERFORM 8760-SUBTRACT-ONE-DAY
002360         THRU 8760-EXIT
002370     PERFORM 2010-CHECK-OTHER-DAY
002380         THRU 2010-EXIT
002390         UNTIL DL100-BDC-MONTH NOT = DL100-CURRENT-MONTH
002400             OR NOT DL100-RIGHT-RUN-DAY.
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 2010-CHECK-OTHER-DAY
002450*     TESTS ONE EARLIER DAY OF THE MONTH.  IF IT IS A BUSINESS
002460*     DAY, THE RUN DATE IS NOT THE FIRST ONE.
002470*----------------------------------------------------------------
002480 2010-CHECK-OTHER-DAY.
002490     PERFORM 8700-CHECK-BUSINESS-DAY
002500         THRU 8700-EXIT
002510     IF DL100-BDC-BUSINESS-DAY
002520         MOVE 'N' TO DL100-RUN-DAY-SWITCH
002530         GO TO 2010-EXIT
002540     END-IF
002550     PERFORM 8760-SUBTRACT-ONE-DAY
002560         THRU 8760-EXIT.
002570 2010-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002990* 8700-CHECK-BUSINESS-DAY
003000*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
003010*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
003020*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
003030*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
003040*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
003050*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
003060*----------------------------------------------------------------
003070 8700-CHECK-BUSINESS-DAY.
003080     MOVE 'Y' TO DL100-BDC-SWITCH
003090     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
003100     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
003110     IF DL100-BDC-WK-MONTH < 3
003120         ADD 12 TO DL100-BDC-WK-MONTH
003130         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
003140     END-IF
003150     DIVIDE DL100-BDC-WK-YEAR BY 4
003160         GIVING DL100-BDC-Q1
003170     DIVIDE DL100-BDC-WK-YEAR BY 100
003180         GIVING DL100-BDC-Q2
003190     DIVIDE DL100-BDC-WK-YEAR BY 400
003200         GIVING DL100-BDC-Q3
003210     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
003220     DIVIDE DL100-BDC-M1 BY 5
003230         GIVING DL100-BDC-Q4
003240     COMPUTE DL100-BDC-SERIAL =
003250         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
003260         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
003270         + DL100-BDC-DAY
003280     DIVIDE DL100-BDC-SERIAL BY 7
003290         GIVING DL100-BDC-WEEKS
003300         REMAINDER DL100-BDC-WEEKDAY
003310     IF DL100-BDC-WEEKEND
003320         MOVE 'N' TO DL100-BDC-SWITCH
003330         GO TO 8700-EXIT
003340     END-IF
003350     MOVE 'N' TO DL100-CAL-FOUND-SW
003360     MOVE 1 TO DL100-CAL-SUB
003370     PERFORM 8710-SCAN-CAL-ENTRY
003380         THRU 8710-EXIT
003390         UNTIL DL100-CAL-FOUND
003400             OR DL100-CAL-SUB > DL100-CAL-COUNT
003410     IF DL100-CAL-FOUND
003420         MOVE 'N' TO DL100-BDC-SWITCH
003430     END-IF.
003440 8700-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 8710-SCAN-CAL-ENTRY
003480*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
003490*     DL100-BDC-DATE.
003500*----------------------------------------------------------------
003510 8710-SCAN-CAL-ENTRY.
003520     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
003530         MOVE 'Y' TO DL100-CAL-FOUND-SW
003540     ELSE
003550         ADD 1 TO DL100-CAL-SUB
003560     END-IF.
003570 8710-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 8760-SUBTRACT-ONE-DAY
003820*     MOVES DL100-BDC-DATE BACK ONE CALENDAR DAY ACROSS MONTH
003830*     AND YEAR STARTS.
003840*----------------------------------------------------------------
003850 8760-SUBTRACT-ONE-DAY.
003860     IF DL100-BDC-DAY > 1
003870         SUBTRACT 1 FROM DL100-BDC-DAY
003880     ELSE
003890         IF DL100-BDC-MONTH > 1
003900             SUBTRACT 1 FROM DL100-BDC-MONTH
003910         ELSE
003920             MOVE 12 TO DL100-BDC-MONTH
003930             SUBTRACT 1 FROM DL100-BDC-YEAR
003940         END-IF
003950         PERFORM 8770-SET-MAX-DAY
003960             THRU 8770-EXIT
003970         MOVE DL100-BDC-MAX-DAY TO DL100-BDC-DAY
003980     END-IF.
003990 8760-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 8770-SET-MAX-DAY
004030*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
004040*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
004050*     YEAR).
004060*----------------------------------------------------------------
004070 8770-SET-MAX-DAY.
004080     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
004090         TO DL100-BDC-MAX-DAY
004100     IF DL100-BDC-MONTH = 2
004110         DIVIDE DL100-BDC-YEAR BY 4
004120             GIVING DL100-BDC-LEAP-Q
004130             REMAINDER DL100-BDC-LEAP-R4
004140         DIVIDE DL100-BDC-YEAR BY 100
004150             GIVING DL100-BDC-LEAP-Q
004160             REMAINDER DL100-BDC-LEAP-R100
004170         DIVIDE DL100-BDC-YEAR BY 400
004180             GIVING DL100-BDC-LEAP-Q
004190             REMAINDER DL100-BDC-LEAP-R400
004200         IF DL100-BDC-LEAP-R4 = ZERO
004210                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
004220                     OR DL100-BDC-LEAP-R400 = ZERO)
004230             MOVE 29 TO DL100-BDC-MAX-DAY
004240         END-IF
004250     END-IF.
004260 8770-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 9000-TERMINATE
004300*     REPORTS THE OUTCOME AND SETS THE RETURN CODE: 0 ON THE
004310*     RIGHT DAY, 8 ON ANY OTHER.
004320*----------------------------------------------------------------
004330 9000-TERMINATE.
004340     IF DL100-RIGHT-RUN-DAY
004350         DISPLAY "RUN DAY CONFIRMED " DL100-CURRENT-DATE
004360             " - BUSINESS DAY RULE " CARD-FUNCTION
004370     ELSE
004380         DISPLAY "WRONG RUN DAY " DL100-CURRENT-DATE
004390             " - BUSINESS DAY RULE " CARD-FUNCTION
004400         MOVE 8 TO RETURN-CODE
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.

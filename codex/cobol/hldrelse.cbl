000140*              FORWARD TO HOLDOUT-FILE, THE NEW HOLDING
000150*              GENERATION THAT READFILE ALSO APPENDS THE
000160*              NIGHT'S NEWLY HELD RECORDS TO.
000161*              NOTHING IS RELEASED ON A NIGHT THAT IS NOT A
000162*              BUSINESS DAY ON THE SHOP CALENDAR (COPYBOOK
000163*              CALREC) -- EVERYTHING IS CARRIED FORWARD TO THE
000164*              NEXT BUSINESS DAY'S RUN.
000165*              THE NIGHT IS DATED THE WAY FEEDCHK (STEP001)
000166*              DATES IT: THE RUN DATE, OR THE PRIOR BUSINESS DAY
000167*              WHEN THE RUN STARTS BEFORE 06:00, OR THE BUSINESS
000168*              DATE IN COLUMNS 7-14 OF THE OPTIONAL RELCARD
000169*              CONTROL CARD (THE SAME CARD IMAGE AS FCHKCARD).
000170*****************************************************************
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000220* 08/22/2026 RTA   ORIGINAL PROGRAM.  A TRANSACTION DATED NEXT
000230*                  WEEK USED TO POST TONIGHT; SEE JCL MEMBER
000240*                  DL100A STEP005.
000241* 10/15/2026 RTA   RELEASE ONLY ON A BUSINESS DAY.  HELD ITEMS
000242*                  USED TO RELEASE ON THE DATE EVEN WHEN IT WAS A
000243*                  SATURDAY OR A BANK HOLIDAY; THE RUN NOW LOADS
000244*                  THE SHOP CALENDAR (CAL-FILE) AND CARRIES
000245*                  EVERYTHING FORWARD ON A NON-BUSINESS DAY, OR
000246*                  WHEN THE CALENDAR CANNOT BE LOADED (RC 4).
000247* 10/15/2026 RTA   RELEASE FOR THE NIGHT'S BUSINESS DATE, NOT THE
000248*                  SYSTEM DATE.  A NIGHT THAT RAN PAST MIDNIGHT
000249*                  RELEASED NOTHING ON A FRIDAY AND RELEASED THE
000250*                  NEXT DAY'S ITEMS EARLY ON A WEEKNIGHT.  A RUN
000251*                  STARTED BEFORE 06:00 NOW BELONGS TO THE PRIOR
000252*                  BUSINESS DAY, AS IN FEEDCHK, AND AN OPTIONAL
000253*                  RELCARD CARD NAMES THE DATE FOR A LATE RERUN
000254*                  (A BAD DATE RELEASES NOTHING, RC 8).
000255*----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.  HLDRELSE.
000280 AUTHOR.  R. T. ALVAREZ.
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT RELS-FILE ASSIGN TO RELSFILE
000410         ORGANIZATION IS SEQUENTIAL.
000411     SELECT CAL-FILE ASSIGN TO CALFILE
000412         ORGANIZATION IS SEQUENTIAL
000413         FILE STATUS IS DL100-CAL-FILE-STATUS.
000414     SELECT CARD-FILE ASSIGN TO RELCARD
000415         ORGANIZATION IS SEQUENTIAL
000416         FILE STATUS IS DL100-CARD-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  HOLDIN-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS.
000550     COPY CUSTREC.
000551 FD  CAL-FILE
000552     RECORDING MODE IS F
000553     RECORD CONTAINS 80 CHARACTERS.
000554     COPY CALREC.
000555 FD  CARD-FILE
000556     RECORDING MODE IS F
000557     RECORD CONTAINS 80 CHARACTERS.
000558 01  CARD-REC.
000559     05  FILLER                      PIC X(06).
000560     05  CARD-BUSINESS-DATE          PIC X(08).
000561     05  CARD-BUSINESS-DATE-N REDEFINES CARD-BUSINESS-DATE
000562                                     PIC 9(08).
000563     05  FILLER                      PIC X(66).
000564 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580* SWITCHES
000590*----------------------------------------------------------------
000610     88  DL100-END-OF-FILE                       VALUE 'Y'.
000620 77  DL100-HOLDIN-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
000630     88  DL100-HOLDIN-OPENED                     VALUE 'Y'.
000631 77  DL100-RELEASE-SWITCH            PIC X(01)   VALUE 'N'.
000632     88  DL100-RELEASE-TONIGHT                   VALUE 'Y'.
000633 77  DL100-CAL-FAIL-SWITCH           PIC X(01)   VALUE 'N'.
000634     88  DL100-CAL-FAILED                        VALUE 'Y'.
000635 77  DL100-DATE-SWITCH               PIC X(01)   VALUE 'Y'.
000636     88  DL100-DATE-VALID                        VALUE 'Y'.
000640*----------------------------------------------------------------
000650* COUNTERS
000660*----------------------------------------------------------------
000710* FILE STATUS KEYS
000720*----------------------------------------------------------------
000730 77  DL100-HOLDIN-FILE-STATUS        PIC X(02)   VALUE SPACES.
000732 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
000734 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
000740*----------------------------------------------------------------
000750* HOLDING RECORD WORK AREA (COPYBOOK HLDREC)
000760*----------------------------------------------------------------
000770     COPY HLDREC.
000780*----------------------------------------------------------------
000781* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (COPYBOOK
000782* CALTBL)
000783*----------------------------------------------------------------
000784     COPY CALTBL.
000785*----------------------------------------------------------------
000786* BUSINESS DATE THE NIGHT RELEASES FOR.  A RUN STARTED BEFORE
000787* THE DAY-ROLL TIME RAN PAST MIDNIGHT AND BELONGS TO THE PRIOR
000788* BUSINESS DAY; A DATE ON THE CONTROL CARD OVERRIDES BOTH.
000789*----------------------------------------------------------------
000790 77  DL100-DAY-ROLL-HHMM             PIC 9(04)   VALUE 0600.
000791 77  DL100-CARD-BUS-DATE             PIC 9(08)   VALUE ZERO.
000792 77  DL100-BUSINESS-DATE             PIC 9(08)   VALUE ZERO.
000793*----------------------------------------------------------------
000794* RUN DATE AND TIME (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
000800*----------------------------------------------------------------
000810 01  DL100-CURRENT-DATE.
000820     05  DL100-CURRENT-YEAR          PIC 9(04).
000830     05  DL100-CURRENT-MONTH         PIC 9(02).
000840     05  DL100-CURRENT-DAY           PIC 9(02).
000842 01  DL100-CURRENT-TIME.
000844     05  DL100-RUN-HHMM              PIC 9(04).
000846     05  FILLER                      PIC 9(04).
000850 PROCEDURE DIVISION.
000860*----------------------------------------------------------------
000870* 0000-MAINLINE
000990     STOP RUN.
001000*----------------------------------------------------------------
001010* 1000-INITIALIZE
001020*     SETS UP THE BUSINESS DATE, OPENS THE FILES, AND PRIMES THE
001030*     READ LOOP.  A MISSING HOLDING DATASET IS NOT AN ERROR --
001040*     THE FIRST EVER RUN HAS NOTHING HELD -- SO THE LOOP SIMPLY
001050*     HAS NOTHING TO DO AND EMPTY OUTPUT GENERATIONS ARE
001060*     WRITTEN FOR THE REST OF THE NIGHT'S JOB TO READ.
001061*     RECORDS ARE ONLY RELEASED WHEN THE NIGHT'S BUSINESS DATE
001062*     IS A BUSINESS DAY ON THE SHOP CALENDAR.  A CALENDAR THAT
001063*     CANNOT BE LOADED (RC 4) OR A BAD CONTROL CARD DATE (RC 8)
001064*     RELEASES NOTHING RATHER THAN GUESS -- HOLDING A NIGHT
001065*     LONGER LOSES NOTHING, AND THE OUTPUT GENERATIONS MUST
001066*     STILL BE WRITTEN SO NO HELD RECORD IS DROPPED.
001070*----------------------------------------------------------------
001080 1000-INITIALIZE.
001090     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
001091     ACCEPT DL100-CURRENT-TIME FROM TIME
001092     PERFORM 1200-READ-CONTROL-CARD
001093         THRU 1200-EXIT
001094     PERFORM 1500-LOAD-CALENDAR
001095         THRU 1500-EXIT
001096     EVALUATE TRUE
001097         WHEN DL100-CAL-FAILED
001098             DISPLAY "CALENDAR UNAVAILABLE - NOTHING RELEASED"
001099         WHEN NOT DL100-DATE-VALID
001100             DISPLAY "BAD RELCARD DATE - NOTHING RELEASED"
001101         WHEN OTHER
001102             PERFORM 1550-SET-BUSINESS-DATE
001103                 THRU 1550-EXIT
001104             MOVE DL100-BUSINESS-DATE TO DL100-BDC-DATE
001105             PERFORM 8700-CHECK-BUSINESS-DAY
001106                 THRU 8700-EXIT
001107             IF DL100-BDC-BUSINESS-DAY
001108                 MOVE 'Y' TO DL100-RELEASE-SWITCH
001109             ELSE
001110                 DISPLAY "NOT A BUSINESS DAY - NOTHING RELEASED"
001111             END-IF
001112     END-EVALUATE
001113     OPEN OUTPUT HOLDOUT-FILE
001114     OPEN OUTPUT RELS-FILE
001120     OPEN INPUT HOLDIN-FILE
001130     IF DL100-HOLDIN-FILE-STATUS = "00"
001140         MOVE 'Y' TO DL100-HOLDIN-OPEN-SWITCH
001220 1000-EXIT.
001230     EXIT.
001240*----------------------------------------------------------------
001241* 1200-READ-CONTROL-CARD
001242*     READS THE OPTIONAL CONTROL CARD.  A MISSING (DD DUMMY) OR
001243*     BLANK CARD IS A NORMAL NIGHT.  A VALID YYYYMMDD DATE IN
001244*     COLUMNS 7-14 IS THE BUSINESS DATE TO RELEASE FOR; COLUMNS
001245*     1-6 ARE NOT LOOKED AT, SO THE FCHKCARD CARD CAN BE USED AS
001246*     IT STANDS.  ANY OTHER DATE SETS RC 8 AND RELEASES NOTHING.
001247*----------------------------------------------------------------
001248 1200-READ-CONTROL-CARD.
001249     OPEN INPUT CARD-FILE
001250     IF DL100-CARD-FILE-STATUS NOT = "00"
001251         GO TO 1200-EXIT
001252     END-IF
001253     READ CARD-FILE
001254         AT END
001255             MOVE SPACES TO CARD-REC
001256     END-READ
001257     CLOSE CARD-FILE
001258     IF CARD-BUSINESS-DATE = SPACES
001259         GO TO 1200-EXIT
001260     END-IF
001261     IF CARD-BUSINESS-DATE NOT NUMERIC
001262         MOVE 'N' TO DL100-DATE-SWITCH
001263     ELSE
001264         MOVE CARD-BUSINESS-DATE-N TO DL100-BDC-DATE
001265         IF DL100-BDC-MONTH < 1 OR DL100-BDC-MONTH > 12
001266                 OR DL100-BDC-DAY < 1
001267             MOVE 'N' TO DL100-DATE-SWITCH
001268         ELSE
001269             PERFORM 8770-SET-MAX-DAY
001270                 THRU 8770-EXIT
001271             IF DL100-BDC-DAY > DL100-BDC-MAX-DAY
001272                 MOVE 'N' TO DL100-DATE-SWITCH
001273             END-IF
001274         END-IF
001275     END-IF
001276     IF DL100-DATE-VALID
001277         MOVE CARD-BUSINESS-DATE-N TO DL100-CARD-BUS-DATE
001278     ELSE
001279         DISPLAY "INVALID RELCARD BUSINESS DATE: "
001280             CARD-BUSINESS-DATE
001281         MOVE 8 TO RETURN-CODE
001282     END-IF.
001283 1200-EXIT.
001284     EXIT.
001285*----------------------------------------------------------------
001286* 1500-LOAD-CALENDAR
001287*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
001288*     TABLE (COPYBOOK CALTBL).  A CALENDAR THAT CANNOT BE OPENED
001289*     OR OVERFLOWS THE TABLE SETS DL100-CAL-FAIL-SWITCH AND RC 4.
001290*----------------------------------------------------------------
001291 1500-LOAD-CALENDAR.
001292     OPEN INPUT CAL-FILE
001293     IF DL100-CAL-FILE-STATUS NOT = "00"
001294         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
001295             DL100-CAL-FILE-STATUS
001296         MOVE 4 TO RETURN-CODE
001297         MOVE 'Y' TO DL100-CAL-FAIL-SWITCH
001298         GO TO 1500-EXIT
001299     END-IF
001300     PERFORM 1510-LOAD-ONE-CAL-DATE
001301         THRU 1510-EXIT
001302         UNTIL DL100-CAL-END-OF-FILE
001303     CLOSE CAL-FILE
001304     IF DL100-CAL-YEAR-COUNT = ZERO
001305         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
001306             DL100-CURRENT-YEAR
001307     END-IF.
001308 1500-EXIT.
001309     EXIT.
001310*----------------------------------------------------------------
001311* 1510-LOAD-ONE-CAL-DATE
001312*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
001313*     TABLE.  A TABLE OVERFLOW MARKS THE CALENDAR UNUSABLE.
001314*----------------------------------------------------------------
001315 1510-LOAD-ONE-CAL-DATE.
001316     READ CAL-FILE
001317         AT END
001318             MOVE 'Y' TO DL100-CAL-EOF-SW
001319         NOT AT END
001320             IF DL100-CAL-COUNT >= DL100-CAL-MAX
001321                 DISPLAY "CALENDAR TABLE FULL"
001322                 MOVE 4 TO RETURN-CODE
001323                 MOVE 'Y' TO DL100-CAL-FAIL-SWITCH
001324                 MOVE 'Y' TO DL100-CAL-EOF-SW
001325             ELSE
001326                 ADD 1 TO DL100-CAL-COUNT
001327                 MOVE CAL-DATE
001328                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
001329                 MOVE CAL-DAY-TYPE
001330                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
001331                 IF CAL-YEAR = DL100-CURRENT-YEAR
001332                     ADD 1 TO DL100-CAL-YEAR-COUNT
001333                 END-IF
001334             END-IF
001335     END-READ.
001336 1510-EXIT.
001337     EXIT.
001338*----------------------------------------------------------------
001339* 1550-SET-BUSINESS-DATE
001340*     WORKS OUT THE BUSINESS DATE THE NIGHT RELEASES FOR.  A
001341*     DATE ON THE CONTROL CARD IS TAKEN AS IT STANDS.  OTHERWISE
001342*     IT IS THE RUN DATE, EXCEPT THAT A RUN STARTED BEFORE
001343*     DL100-DAY-ROLL-HHMM IS A NIGHT THAT RAN PAST MIDNIGHT AND
001344*     BELONGS TO THE PRIOR BUSINESS DAY ON THE SHOP CALENDAR.
001345*----------------------------------------------------------------
001346 1550-SET-BUSINESS-DATE.
001347     EVALUATE TRUE
001348         WHEN DL100-CARD-BUS-DATE NOT = ZERO
001349             MOVE DL100-CARD-BUS-DATE TO DL100-BUSINESS-DATE
001350         WHEN DL100-RUN-HHMM < DL100-DAY-ROLL-HHMM
001351             MOVE DL100-CURRENT-DATE TO DL100-BDC-DATE
001352             MOVE 'N' TO DL100-BDC-SWITCH
001353             PERFORM 1560-BACK-ONE-DAY
001354                 THRU 1560-EXIT
001355                 UNTIL DL100-BDC-BUSINESS-DAY
001356             MOVE DL100-BDC-DATE TO DL100-BUSINESS-DATE
001357         WHEN OTHER
001358             MOVE DL100-CURRENT-DATE TO DL100-BUSINESS-DATE
001359     END-EVALUATE
001360     DISPLAY "BUSINESS DATE: " DL100-BUSINESS-DATE.
001361 1550-EXIT.
001362     EXIT.
001363*----------------------------------------------------------------
001364* 1560-BACK-ONE-DAY
001365*     STEPS DL100-BDC-DATE BACK ONE DAY AND CHECKS WHETHER THE
001366*     DAY REACHED IS A BUSINESS DAY.
001367*----------------------------------------------------------------
001368 1560-BACK-ONE-DAY.
001369     PERFORM 8760-SUBTRACT-ONE-DAY
001370         THRU 8760-EXIT
001371     PERFORM 8700-CHECK-BUSINESS-DAY
001372         THRU 8700-EXIT.
001373 1560-EXIT.
001374     EXIT.
001375*----------------------------------------------------------------
001376* 2000-PROCESS-HELD-RECORD
001377*     RELEASES ONE HELD RECORD WHOSE EFFECTIVE DATE HAS ARRIVED
001378*     OR CARRIES IT FORWARD IF IT IS STILL IN THE FUTURE, OR IF
001379*     TONIGHT IS NOT A RELEASE NIGHT (SEE 1000-INITIALIZE).  THE
001380*     ORIGINAL RECORD IMAGE IS MOVED TO THE RELS-FILE RECORD
001381*     AREA SO ITS EFFECTIVE DATE CAN BE TESTED THROUGH THE
001382*     CUSTREC LAYOUT.
001383*----------------------------------------------------------------
001384 2000-PROCESS-HELD-RECORD.
001385     ADD 1 TO DL100-HELD-IN-COUNT
001386     MOVE HELD-ORIGINAL-DATA TO CUST-RECORD
001387     IF CUST-EFFECTIVE-DATE > DL100-BUSINESS-DATE
001388             OR NOT DL100-RELEASE-TONIGHT
001389         MOVE HELD-RECORD TO HOLDOUT-REC
001390         WRITE HOLDOUT-REC
001391         ADD 1 TO DL100-STILL-HELD-COUNT
001392     ELSE
001400         WRITE CUST-RECORD
001410         ADD 1 TO DL100-RELEASED-COUNT
001420     END-IF
001560 2100-EXIT.
001570     EXIT.
001580*----------------------------------------------------------------
001581* 8700-CHECK-BUSINESS-DAY
001582*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
001583*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
001584*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
001585*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
001586*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
001587*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
001588*----------------------------------------------------------------
001589 8700-CHECK-BUSINESS-DAY.
001590     MOVE 'Y' TO DL100-BDC-SWITCH
001591     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
001592     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
001593     IF DL100-BDC-WK-MONTH < 3
001594         ADD 12 TO DL100-BDC-WK-MONTH
001595         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
001596     END-IF
001597     DIVIDE DL100-BDC-WK-YEAR BY 4
001598         GIVING DL100-BDC-Q1
001599     DIVIDE DL100-BDC-WK-YEAR BY 100
001600         GIVING DL100-BDC-Q2
001601     DIVIDE DL100-BDC-WK-YEAR BY 400
001602         GIVING DL100-BDC-Q3
001603     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
001604     DIVIDE DL100-BDC-M1 BY 5
001605         GIVING DL100-BDC-Q4
001606     COMPUTE DL100-BDC-SERIAL =
001607         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
001608         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
001609         + DL100-BDC-DAY
001610     DIVIDE DL100-BDC-SERIAL BY 7
001611         GIVING DL100-BDC-WEEKS
001612         REMAINDER DL100-BDC-WEEKDAY
001613     IF DL100-BDC-WEEKEND
001614         MOVE 'N' TO DL100-BDC-SWITCH
001615         GO TO 8700-EXIT
001616     END-IF
001617     MOVE 'N' TO DL100-CAL-FOUND-SW
001618     MOVE 1 TO DL100-CAL-SUB
001619     PERFORM 8710-SCAN-CAL-ENTRY
001620         THRU 8710-EXIT
001621         UNTIL DL100-CAL-FOUND
001622             OR DL100-CAL-SUB > DL100-CAL-COUNT
001623     IF DL100-CAL-FOUND
001624         MOVE 'N' TO DL100-BDC-SWITCH
001625     END-IF.
001626 8700-EXIT.
001627     EXIT.
001628*----------------------------------------------------------------
001629* 8710-SCAN-CAL-ENTRY
001630*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
001631*     DL100-BDC-DATE.
001632*----------------------------------------------------------------
001633 8710-SCAN-CAL-ENTRY.
001634     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
001635         MOVE 'Y' TO DL100-CAL-FOUND-SW
001636     ELSE
001637         ADD 1 TO DL100-CAL-SUB
001638     END-IF.
001639 8710-EXIT.
001640     EXIT.
001641*----------------------------------------------------------------
001642* 8760-SUBTRACT-ONE-DAY
001643*     MOVES DL100-BDC-DATE BACK ONE CALENDAR DAY ACROSS MONTH
001644*     AND YEAR STARTS.
001645*----------------------------------------------------------------
001646 8760-SUBTRACT-ONE-DAY.
001647     IF DL100-BDC-DAY > 1
001648         SUBTRACT 1 FROM DL100-BDC-DAY
001649     ELSE
001650         IF DL100-BDC-MONTH > 1
001651             SUBTRACT 1 FROM DL100-BDC-MONTH
001652         ELSE
001653             MOVE 12 TO DL100-BDC-MONTH
001654             SUBTRACT 1 FROM DL100-BDC-YEAR
001655         END-IF
001656         PERFORM 8770-SET-MAX-DAY
001657             THRU 8770-EXIT
001658         MOVE DL100-BDC-MAX-DAY TO DL100-BDC-DAY
001659     END-IF.
001660 8760-EXIT.
001661     EXIT.
001662*----------------------------------------------------------------
001663* 8770-SET-MAX-DAY
001664*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
001665*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
001666*     YEAR).
001667*----------------------------------------------------------------
001668 8770-SET-MAX-DAY.
001669     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
001670         TO DL100-BDC-MAX-DAY
001671     IF DL100-BDC-MONTH = 2
001672         DIVIDE DL100-BDC-YEAR BY 4
001673             GIVING DL100-BDC-LEAP-Q
001674             REMAINDER DL100-BDC-LEAP-R4
001675         DIVIDE DL100-BDC-YEAR BY 100
001676             GIVING DL100-BDC-LEAP-Q
001677             REMAINDER DL100-BDC-LEAP-R100
001678         DIVIDE DL100-BDC-YEAR BY 400
001679             GIVING DL100-BDC-LEAP-Q
001680             REMAINDER DL100-BDC-LEAP-R400
001681         IF DL100-BDC-LEAP-R4 = ZERO
001682                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
001683                     OR DL100-BDC-LEAP-R400 = ZERO)
001684             MOVE 29 TO DL100-BDC-MAX-DAY
001685         END-IF
001686     END-IF.
001687 8770-EXIT.
001688     EXIT.
001689*----------------------------------------------------------------
001690* 9000-TERMINATE
001691*     CLOSES THE FILES AND DISPLAYS THE RUN COUNTS.
001692*----------------------------------------------------------------
001693 9000-TERMINATE.
001694     IF DL100-HOLDIN-OPENED
001695         CLOSE HOLDIN-FILE
001696     END-IF
001697     CLOSE HOLDOUT-FILE
001698     CLOSE RELS-FILE
001699     DISPLAY "HELD RECORDS READ: " DL100-HELD-IN-COUNT
001700     DISPLAY "RECORDS RELEASED: " DL100-RELEASED-COUNT
001701     DISPLAY "RECORDS STILL HELD: " DL100-STILL-HELD-COUNT.
001710 9000-EXIT.
001720     EXIT.

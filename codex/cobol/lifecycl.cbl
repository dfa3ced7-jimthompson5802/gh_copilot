000230*              PURGES THE POSTED-TRANSACTION HISTORY DATABASE
000240*              (COPYBOOK HISTREC) OF ENTRIES PAST ITS RETENTION
000250*              WINDOW -- HOUSEKEEPING THAT HAS NO BUSINESS IN
000255*              THE NIGHTLY POSTING PATH -- AND THE HISTORY NAME
000260*              JOURNAL (COPYBOOK HNAMREC) WITH IT.  THE THRESHOLDS
000270*              ARE THE WORKING-STORAGE CONSTANTS BELOW.
000280*****************************************************************
000290*----------------------------------------------------------------
000420*                  TIME THE SORTED POSTING REDESIGN BOUGHT;
000430*                  QUARTERLY IS OFTEN ENOUGH, SINCE THE WINDOW
000440*                  IS A FLOOR, NOT A CEILING.
000441* 10/15/2026 RTA   DORMANCY IS NOW COUNTED IN BUSINESS DAYS FROM
000442*                  THE SHOP CALENDAR (CAL-FILE, COPYBOOKS CALREC/
000443*                  CALTBL): THE CUTOFF IS THE DATE
000444*                  DL100-DORMANT-BUS-DAYS BUSINESS DAYS BEFORE THE
000445*                  RUN DATE, IN PLACE OF THE FLAT 365 CALENDAR
000446*                  DAYS.  THE ARCHIVE AND HISTORY RETENTION
000447*                  PERIODS ARE RECORDS-RETENTION RULES AND STAY IN
000448*                  CALENDAR DAYS.  A CALENDAR THAT CANNOT BE
000449*                  LOADED ENDS THE RUN RC 8 BEFORE ANYTHING IS
000450*                  TOUCHED.
000451* 10/15/2026 RTA   THE HISTORY NAME JOURNAL (HNAM-FILE, KSDS
000452*                  PROD.DL100.CUSTHNAM, WRITTEN BY MSTUPDT FOR
000453*                  EVERY 'OP' AND 'NC') IS PURGED ON THE SAME
000454*                  RETENTION CUTOFF AS THE HISTORY IT BELONGS TO.
000455*                  HNAMFILE DD ADDED TO STEP010.
000456*----------------------------------------------------------------
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.  LIFECYCL.
000480 AUTHOR.  R. T. ALVAREZ.
000660         FILE STATUS IS DL100-HIST-FILE-STATUS.
000670     SELECT RPT-FILE ASSIGN TO RPTFILE
000680         ORGANIZATION IS SEQUENTIAL.
000681     SELECT CAL-FILE ASSIGN TO CALFILE
000682         ORGANIZATION IS SEQUENTIAL
000683         FILE STATUS IS DL100-CAL-FILE-STATUS.
000684     SELECT HNAM-FILE ASSIGN TO HNAMFILE
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS DYNAMIC
000687         RECORD KEY IS HNAM-KEY
000688         FILE STATUS IS DL100-HNAM-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MST-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 133 CHARACTERS.
000840 01  RPT-REPORT-LINE                 PIC X(133).
000841 FD  CAL-FILE
000842     RECORDING MODE IS F
000843     RECORD CONTAINS 80 CHARACTERS.
000844     COPY CALREC.
000845 FD  HNAM-FILE
000846     RECORD CONTAINS 60 CHARACTERS.
000847     COPY HNAMREC.
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* SWITCHES
000950     88  DL100-IN-ARCHIVE-SECTION                VALUE 'R'.
000960 77  DL100-HIST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000970     88  DL100-HIST-END-OF-FILE                  VALUE 'Y'.
000972 77  DL100-HNAM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000974     88  DL100-HNAM-END-OF-FILE                  VALUE 'Y'.
000980*----------------------------------------------------------------
000990* COUNTERS
001000*----------------------------------------------------------------
001030 77  DL100-ARCHIVE-COUNT             PIC 9(09)   COMP VALUE ZERO.
001040 77  DL100-KEPT-COUNT                PIC 9(09)   COMP VALUE ZERO.
001050 77  DL100-HIST-PURGE-COUNT          PIC 9(09)   COMP VALUE ZERO.
001055 77  DL100-HNAM-PURGE-COUNT          PIC 9(09)   COMP VALUE ZERO.
001060 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE ZERO.
001070 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001080 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001090*----------------------------------------------------------------
001100* LIFECYCLE THRESHOLDS.  AN ACTIVE ACCOUNT IDLE PAST THE
001110* DORMANCY THRESHOLD GOES DORMANT; A CLOSED ACCOUNT IDLE PAST
001115* THE RETENTION PERIOD IS ARCHIVED OFF THE MASTER.  THE
001120* DORMANCY THRESHOLD IS IN BUSINESS DAYS (ROUGHLY ONE YEAR);
001125* THE RETENTION PERIODS ARE IN CALENDAR DAYS.
001130*----------------------------------------------------------------
001135 77  DL100-DORMANT-BUS-DAYS          PIC 9(05)   COMP VALUE 250.
001140 77  DL100-BUS-DAY-COUNT             PIC 9(05)   COMP VALUE ZERO.
001145 77  DL100-DORMANT-CUTOFF-DATE       PIC 9(08)   VALUE ZERO.
001150 77  DL100-RETAIN-DAYS               PIC 9(05)   COMP VALUE 730.
001160 77  DL100-HIST-RETAIN-DAYS          PIC 9(05)   COMP VALUE 400.
001170 77  DL100-DORMANT-CUTOFF            PIC 9(09)   COMP VALUE ZERO.
001240*----------------------------------------------------------------
001250 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001260 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001262 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
001264 77  DL100-HNAM-FILE-STATUS          PIC X(02)   VALUE SPACES.
001270*----------------------------------------------------------------
001280* ARCHIVE REGISTER TABLE.  THE MASTER IS KEYED BY ACCOUNT, SO
001290* DORMANT AND ARCHIVABLE ACCOUNTS INTERLEAVE ON THE ONE PASS;
001720     05  DL100-DTS-M1                PIC 9(04)   COMP VALUE ZERO.
001730     05  DL100-DTS-Q4                PIC 9(04)   COMP VALUE ZERO.
001740     05  DL100-DTS-SERIAL            PIC 9(09)   COMP VALUE ZERO.
001741*----------------------------------------------------------------
001742* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (LOADED FROM
001743* CAL-FILE, COPYBOOK CALTBL)
001744*----------------------------------------------------------------
001745     COPY CALTBL.
001750*----------------------------------------------------------------
001760* REPORT PRINT AREAS -- ONE PER LINE TYPE, BUILT HERE AND MOVED
001770* TO RPT-REPORT-LINE JUST BEFORE EACH WRITE.
002450         UNTIL DL100-END-OF-FILE
002460     PERFORM 4000-PURGE-HISTORY
002470         THRU 4000-EXIT
002472     PERFORM 4200-PURGE-NAME-JOURNAL
002474         THRU 4200-EXIT
002480     PERFORM 9000-TERMINATE
002490         THRU 9000-EXIT.
002500 9999-EXIT.
002530* 1000-INITIALIZE
002540*     SETS UP THE RUN DATE AND THE LIFECYCLE CUTOFFS, OPENS THE
002550*     FILES, WRITES THE DORMANCY SECTION HEADING, AND PRIMES
002555*     THE READ LOOP.  THE SHOP CALENDAR IS LOADED FIRST, SINCE
002560*     THE DORMANCY CUTOFF IS COUNTED IN BUSINESS DAYS.
002570*----------------------------------------------------------------
002580 1000-INITIALIZE.
002590     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
002640     PERFORM 8500-DATE-TO-SERIAL
002650         THRU 8500-EXIT
002660     MOVE DL100-DTS-SERIAL TO DL100-TODAY-SERIAL
002662     PERFORM 1500-LOAD-CALENDAR
002664         THRU 1500-EXIT
002666     IF DL100-ABEND-OCCURRED
002668         GO TO 1000-EXIT
002670     END-IF
002672     PERFORM 1600-SET-DORMANT-CUTOFF
002674         THRU 1600-EXIT
002690     COMPUTE DL100-HIST-CUTOFF =
002700         DL100-TODAY-SERIAL - DL100-HIST-RETAIN-DAYS
002710     COMPUTE DL100-ARCHIVE-CUTOFF =
002780         MOVE 'Y' TO DL100-ABEND-SWITCH
002790         GO TO 1000-EXIT
002800     END-IF
002801     OPEN I-O HNAM-FILE
002802     IF DL100-HNAM-FILE-STATUS NOT = "00"
002803         DISPLAY "HNAM-FILE OPEN FAILED, STATUS="
002804             DL100-HNAM-FILE-STATUS
002805         CLOSE MST-FILE
002806         MOVE 8 TO RETURN-CODE
002807         MOVE 'Y' TO DL100-ABEND-SWITCH
002808         GO TO 1000-EXIT
002809     END-IF
002810     OPEN I-O HIST-FILE
002820     IF DL100-HIST-FILE-STATUS NOT = "00"
002830         DISPLAY "HIST-FILE OPEN FAILED, STATUS="
002840             DL100-HIST-FILE-STATUS
002850         CLOSE MST-FILE
002855         CLOSE HNAM-FILE
002860         MOVE 8 TO RETURN-CODE
002870         MOVE 'Y' TO DL100-ABEND-SWITCH
002880         GO TO 1000-EXIT
005700     MOVE DL100-HIST-PURGE-COUNT TO DL100-SUM-VALUE
005710     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
005720     WRITE RPT-REPORT-LINE
005722     MOVE 'NAME JOURNAL RECORDS PURGED:' TO DL100-SUM-TEXT
005724     MOVE DL100-HNAM-PURGE-COUNT TO DL100-SUM-VALUE
005726     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
005728     WRITE RPT-REPORT-LINE
005730     MOVE 'ACCOUNTS ARCHIVED:' TO DL100-SUM-TEXT
005740     MOVE DL100-ARCHIVE-COUNT TO DL100-SUM-VALUE
005750     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
005810     CLOSE MST-FILE
005820     CLOSE ARCH-FILE
005830     CLOSE HIST-FILE
005835     CLOSE HNAM-FILE
005840     CLOSE RPT-FILE
005850     DISPLAY "MASTER ACCOUNTS READ: " DL100-MASTER-COUNT
005860     DISPLAY "ACCOUNTS FLAGGED DORMANT: " DL100-DORMANT-COUNT
005870     DISPLAY "ACCOUNTS ARCHIVED: " DL100-ARCHIVE-COUNT
005880     DISPLAY "HISTORY ENTRIES PURGED: "
005885         DL100-HIST-PURGE-COUNT
005890     DISPLAY "NAME JOURNAL RECORDS PURGED: "
005895         DL100-HNAM-PURGE-COUNT.
005900 9000-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 1500-LOAD-CALENDAR
005940*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
005950*     TABLE (COPYBOOK CALTBL) FOR THE DORMANCY CUTOFF.  A
005960*     CALENDAR THAT CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS
005970*     THE RUN RC 8 BEFORE THE MASTER IS OPENED.  A CALENDAR WITH
005980*     NO DATES FOR THE RUN YEAR IS ONLY WARNED.
005990*----------------------------------------------------------------
006000 1500-LOAD-CALENDAR.
006010     OPEN INPUT CAL-FILE
006020     IF DL100-CAL-FILE-STATUS NOT = "00"
006030         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
006040             DL100-CAL-FILE-STATUS
006050         MOVE 8 TO RETURN-CODE
006060         MOVE 'Y' TO DL100-ABEND-SWITCH
006070         GO TO 1500-EXIT
006080     END-IF
006090     PERFORM 1510-LOAD-ONE-CAL-DATE
006100         THRU 1510-EXIT
006110         UNTIL DL100-CAL-END-OF-FILE
006120     CLOSE CAL-FILE
006130     IF DL100-CAL-YEAR-COUNT = ZERO
006140         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
006150             DL100-CURRENT-YEAR
006160     END-IF.
006170 1500-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* 1510-LOAD-ONE-CAL-DATE
006210*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
006220*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
006230*----------------------------------------------------------------
006240 1510-LOAD-ONE-CAL-DATE.
006250     READ CAL-FILE
006260         AT END
006270             MOVE 'Y' TO DL100-CAL-EOF-SW
006280         NOT AT END
006290             IF DL100-CAL-COUNT >= DL100-CAL-MAX
006300                 DISPLAY "CALENDAR TABLE FULL"
006310                 MOVE 8 TO RETURN-CODE
006320                 MOVE 'Y' TO DL100-ABEND-SWITCH
006330                 MOVE 'Y' TO DL100-CAL-EOF-SW
006340             ELSE
006350                 ADD 1 TO DL100-CAL-COUNT
006360                 MOVE CAL-DATE
006370                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
006380                 MOVE CAL-DAY-TYPE
006390                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
006400                 IF CAL-YEAR = DL100-CURRENT-YEAR
006410                     ADD 1 TO DL100-CAL-YEAR-COUNT
006420                 END-IF
006430             END-IF
006440     END-READ.
006450 1510-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* 1600-SET-DORMANT-CUTOFF
006490*     WALKS BACK FROM THE RUN DATE ONE DAY AT A TIME UNTIL
006500*     DL100-DORMANT-BUS-DAYS BUSINESS DAYS HAVE BEEN COUNTED.
006510*     THE DAY REACHED IS THE DORMANCY CUTOFF; AN ACTIVE ACCOUNT
006520*     WHOSE LAST ACTIVITY IS BEFORE IT GOES DORMANT.  THE CUTOFF
006530*     IS KEPT AS A SERIAL DAY NUMBER FOR THE COMPARISON IN
006540*     2000-PROCESS-ACCOUNT.
006550*----------------------------------------------------------------
006560 1600-SET-DORMANT-CUTOFF.
006570     MOVE DL100-CURRENT-DATE TO DL100-BDC-DATE
006580     MOVE ZERO TO DL100-BUS-DAY-COUNT
006590     PERFORM 1610-COUNT-BACK-ONE-DAY
006600         THRU 1610-EXIT
006610         UNTIL DL100-BUS-DAY-COUNT >= DL100-DORMANT-BUS-DAYS
006620     MOVE DL100-BDC-DATE TO DL100-DORMANT-CUTOFF-DATE
006630     MOVE DL100-BDC-DATE TO DL100-DTS-DATE
006640     PERFORM 8500-DATE-TO-SERIAL
006650         THRU 8500-EXIT
006660     MOVE DL100-DTS-SERIAL TO DL100-DORMANT-CUTOFF
006670     DISPLAY "DORMANCY CUTOFF DATE: " DL100-DORMANT-CUTOFF-DATE.
006680 1600-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 1610-COUNT-BACK-ONE-DAY
006720*     STEPS BACK ONE DAY AND COUNTS IT IF IT IS A BUSINESS DAY.
006730*----------------------------------------------------------------
006740 1610-COUNT-BACK-ONE-DAY.
006750     PERFORM 8760-SUBTRACT-ONE-DAY
006760         THRU 8760-EXIT
006770     PERFORM 8700-CHECK-BUSINESS-DAY
006780         THRU 8700-EXIT
006790     IF DL100-BDC-BUSINESS-DAY
006800         ADD 1 TO DL100-BUS-DAY-COUNT
006810     END-IF.
006820 1610-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* 4200-PURGE-NAME-JOURNAL
006860*     READS THE HISTORY NAME JOURNAL FROM THE TOP AND DELETES
006870*     EVERY RECORD POSTED BEFORE THE HISTORY RETENTION CUTOFF.
006880*     THE JOURNAL ONLY EXPLAINS HISTORY ENTRIES, SO IT KEEPS
006890*     EXACTLY THE HISTORY'S WINDOW.
006900*----------------------------------------------------------------
006910 4200-PURGE-NAME-JOURNAL.
006920     MOVE 'N' TO DL100-HNAM-EOF-SWITCH
006930     MOVE LOW-VALUES TO HNAM-KEY
006940     START HNAM-FILE KEY >= HNAM-KEY
006950         INVALID KEY
006960             MOVE 'Y' TO DL100-HNAM-EOF-SWITCH
006970     END-START
006980     PERFORM 4300-PURGE-ONE-NAME
006990         THRU 4300-EXIT
007000         UNTIL DL100-HNAM-END-OF-FILE.
007010 4200-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040* 4300-PURGE-ONE-NAME
007050*     READS ONE NAME JOURNAL RECORD AND DELETES IT IF ITS
007060*     POSTING DATE IS OLDER THAN THE RETENTION CUTOFF.
007070*----------------------------------------------------------------
007080 4300-PURGE-ONE-NAME.
007090     READ HNAM-FILE NEXT
007100         AT END
007110             MOVE 'Y' TO DL100-HNAM-EOF-SWITCH
007120         NOT AT END
007130             MOVE HNAM-POST-DATE TO DL100-DTS-DATE
007140             PERFORM 8500-DATE-TO-SERIAL
007150                 THRU 8500-EXIT
007160             IF DL100-DTS-SERIAL < DL100-HIST-CUTOFF
007170                 DELETE HNAM-FILE RECORD
007180                 ADD 1 TO DL100-HNAM-PURGE-COUNT
007190             END-IF
007200     END-READ.
007210 4300-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 8700-CHECK-BUSINESS-DAY
007250*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
007260*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
007270*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
007280*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
007290*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
007300*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
007310*----------------------------------------------------------------
007320 8700-CHECK-BUSINESS-DAY.
007330     MOVE 'Y' TO DL100-BDC-SWITCH
007340     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
007350     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
007360     IF DL100-BDC-WK-MONTH < 3
007370         ADD 12 TO DL100-BDC-WK-MONTH
007380         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
007390     END-IF
007400     DIVIDE DL100-BDC-WK-YEAR BY 4
007410         GIVING DL100-BDC-Q1
007420     DIVIDE DL100-BDC-WK-YEAR BY 100
007430         GIVING DL100-BDC-Q2
007440     DIVIDE DL100-BDC-WK-YEAR BY 400
007450         GIVING DL100-BDC-Q3
007460     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
007470     DIVIDE DL100-BDC-M1 BY 5
007480         GIVING DL100-BDC-Q4
007490     COMPUTE DL100-BDC-SERIAL =
007500         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
007510         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
007520         + DL100-BDC-DAY
007530     DIVIDE DL100-BDC-SERIAL BY 7
007540         GIVING DL100-BDC-WEEKS
007550         REMAINDER DL100-BDC-WEEKDAY
007560     IF DL100-BDC-WEEKEND
007570         MOVE 'N' TO DL100-BDC-SWITCH
007580         GO TO 8700-EXIT
007590     END-IF
007600     MOVE 'N' TO DL100-CAL-FOUND-SW
007610     MOVE 1 TO DL100-CAL-SUB
007620     PERFORM 8710-SCAN-CAL-ENTRY
007630         THRU 8710-EXIT
007640         UNTIL DL100-CAL-FOUND
007650             OR DL100-CAL-SUB > DL100-CAL-COUNT
007660     IF DL100-CAL-FOUND
007670         MOVE 'N' TO DL100-BDC-SWITCH
007680     END-IF.
007690 8700-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720* 8710-SCAN-CAL-ENTRY
007730*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
007740*     DL100-BDC-DATE.
007750*----------------------------------------------------------------
007760 8710-SCAN-CAL-ENTRY.
007770     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
007780         MOVE 'Y' TO DL100-CAL-FOUND-SW
007790     ELSE
007800         ADD 1 TO DL100-CAL-SUB
007810     END-IF.
007820 8710-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850* 8760-SUBTRACT-ONE-DAY
007860*     MOVES DL100-BDC-DATE BACK ONE CALENDAR DAY ACROSS MONTH
007870*     AND YEAR STARTS.
007880*----------------------------------------------------------------
007890 8760-SUBTRACT-ONE-DAY.
007900     IF DL100-BDC-DAY > 1
007910         SUBTRACT 1 FROM DL100-BDC-DAY
007920     ELSE
007930         IF DL100-BDC-MONTH > 1
007940             SUBTRACT 1 FROM DL100-BDC-MONTH
007950         ELSE
007960             MOVE 12 TO DL100-BDC-MONTH
007970             SUBTRACT 1 FROM DL100-BDC-YEAR
007980         END-IF
007990         PERFORM 8770-SET-MAX-DAY
008000             THRU 8770-EXIT
008010         MOVE DL100-BDC-MAX-DAY TO DL100-BDC-DAY
008020     END-IF.
008030 8760-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060* 8770-SET-MAX-DAY
008070*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
008080*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
008090*     YEAR).
008100*----------------------------------------------------------------
008110 8770-SET-MAX-DAY.
008120     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
008130         TO DL100-BDC-MAX-DAY
008140     IF DL100-BDC-MONTH = 2
008150         DIVIDE DL100-BDC-YEAR BY 4
008160             GIVING DL100-BDC-LEAP-Q
008170             REMAINDER DL100-BDC-LEAP-R4
008180         DIVIDE DL100-BDC-YEAR BY 100
008190             GIVING DL100-BDC-LEAP-Q
008200             REMAINDER DL100-BDC-LEAP-R100
008210         DIVIDE DL100-BDC-YEAR BY 400
008220             GIVING DL100-BDC-LEAP-Q
008230             REMAINDER DL100-BDC-LEAP-R400
008240         IF DL100-BDC-LEAP-R4 = ZERO
008250                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
008260                     OR DL100-BDC-LEAP-R400 = ZERO)
008270             MOVE 29 TO DL100-BDC-MAX-DAY
008280         END-IF
008290     END-IF.
008300 8770-EXIT.
008310     EXIT.

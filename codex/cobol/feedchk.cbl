000010*****************************************************************
000020* PROGRAM-ID : FEEDCHK
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : NIGHTLY FEED SCHEDULE CHECK, RUN AS THE FIRST STEP
000070*              OF DL100A, AHEAD OF READFILE.  READS THE HEADER AND
000080*              DETAIL RECORDS OF EVERY REGIONAL FEED CONCATENATED
000090*              ON FEEDIN (COPYBOOK CUSTREC) AND CHECKS THEM
000100*              AGAINST THE EXPECTED-FEED SCHEDULE
000110*              (PROD.DL100.FEEDSCHD,
000120*              COPYBOOK FSCHREC) AND THE SHOP BUSINESS-DAY
000130*              CALENDAR (COPYBOOKS CALREC/CALTBL).  EACH FEED
000140*              SEGMENT (ONE HEADER AND THE DETAILS BEHIND IT) IS
000150*              FLAGGED WHEN:
000160*                - ITS FEED ID ARRIVES MORE THAN ONCE (THE SAME
000170*                  REGION SENT TWICE UNDER DIFFERENT DSNS),
000180*                - ITS FEED DATE IS NOT THE BUSINESS DATE
000190*                  (STALE OR FUTURE DATED),
000200*                - ITS DETAIL COUNT IS OUTSIDE THE SCHEDULED
000210*                  VOLUME RANGE,
000220*                - ITS FEED ID IS NOT ON THE SCHEDULE, OR IT
000230*                  ARRIVED ON A DAY IT IS NOT DUE;
000240*              AND EVERY SCHEDULED FEED DUE TODAY THAT DID NOT
000250*              ARRIVE IS FLAGGED MISSING, NOTING WHETHER ITS
000260*              CUTOFF TIME HAS PASSED.  EVERY FINDING GOES ON THE
000270*              CHECK REPORT (FCHKRPT) AND THE FINDINGS DATASET
000280*              (FCHKFILE, COPYBOOK FCHKREC) THAT NIGHTDIG CARRIES
000290*              ONTO THE END-OF-NIGHT DIGEST.
000300*              RC 8 -- A MISSING, DUPLICATE, STALE OR FUTURE
000310*              DATED, OR OUT-OF-RANGE FEED, A SCHEDULE ENTRY IN
000320*              ERROR, OR A FILE THAT CANNOT BE READ -- HOLDS THE
000330*              NIGHT: EVERY LATER DL100A STEP TESTS THIS ONE.  RC
000340*              4 IS A WARNING ONLY (UNSCHEDULED OR NOT-DUE FEED).
000350*              A 'FORCE' CARD ON THE OPTIONAL FCHKCARD CONTROL
000360*              FILE LETS OPERATIONS RUN THE NIGHT ANYWAY ONCE THE
000370*              FINDINGS HAVE BEEN REVIEWED: THE FINDINGS ARE STILL
000372*              REPORTED BUT THE STEP ENDS RC 4.  THE BUSINESS
000374*              DATE IS THE RUN DATE, OR THE PRIOR BUSINESS DAY
000376*              WHEN THE RUN STARTS BEFORE 06:00 (A NIGHT THAT RAN
000378*              PAST MIDNIGHT); A DATE IN COLUMNS 7-14 OF THE
000380*              CONTROL CARD OVERRIDES IT FOR A RERUN.  THE PROGRAM
000390*              CANNOT SEE DSNS; A SEGMENT IS IDENTIFIED BY ITS
000400*              POSITION ON THE CONCATENATION.
000410*****************************************************************
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*----------------------------------------------------------------
000450* DATE       INIT  DESCRIPTION
000460* 10/15/2026 RTA   ORIGINAL PROGRAM.  A REGION THAT SENT NOTHING,
000470*                  OR SENT LAST NIGHT'S FILE AGAIN, WAS ONLY BEING
000480*                  NOTICED AFTER THE NIGHT HAD POSTED; RUNS AS JCL
000490*                  MEMBER DL100A STEP001.
000491* 10/15/2026 RTA   CHECK AGAINST THE NIGHT'S BUSINESS DATE, NOT
000492*                  THE SYSTEM DATE.  A NIGHT THAT STARTED AFTER
000493*                  MIDNIGHT FLAGGED EVERY FEED STALE AND PICKED
000494*                  THE DUE FEEDS FOR THE WRONG WEEKDAY.  A RUN
000495*                  BEFORE 06:00 NOW CHECKS THE PRIOR BUSINESS DAY,
000496*                  AND FCHKCARD TAKES AN OPTIONAL BUSINESS DATE
000497*                  (COLUMNS 7-14) FOR A RERUN THE NEXT MORNING.
000500*----------------------------------------------------------------
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.  FEEDCHK.
000530 AUTHOR.  R. T. ALVAREZ.
000540 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000550 DATE-WRITTEN.  10/15/2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CARD-FILE ASSIGN TO FCHKCARD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS DL100-CARD-FILE-STATUS.
000630     SELECT SCHD-FILE ASSIGN TO FEEDSCHD
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-SCHD-FILE-STATUS.
000660     SELECT CAL-FILE ASSIGN TO CALFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-CAL-FILE-STATUS.
000690     SELECT FEED-FILE ASSIGN TO FEEDIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DL100-FEED-FILE-STATUS.
000720     SELECT FIND-FILE ASSIGN TO FCHKFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL100-FIND-FILE-STATUS.
000750     SELECT RPT-FILE ASSIGN TO FCHKRPT
000760         ORGANIZATION IS SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CARD-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  CARD-REC.
000830     05  CARD-FUNCTION               PIC X(06).
000840         88  CARD-FORCE                          VALUE 'FORCE'.
000842     05  CARD-BUSINESS-DATE          PIC X(08).
000844     05  CARD-BUSINESS-DATE-N REDEFINES CARD-BUSINESS-DATE
000846                                     PIC 9(08).
000848     05  FILLER                      PIC X(66).
000860 FD  SCHD-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 80 CHARACTERS.
000890     COPY FSCHREC.
000900 FD  CAL-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS.
000930     COPY CALREC.
000940 FD  FEED-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 80 CHARACTERS.
000970     COPY CUSTREC.
000980 FD  FIND-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY FCHKREC.
001020 FD  RPT-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 133 CHARACTERS.
001050 01  RPT-REPORT-LINE                 PIC X(133).
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001110     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001120 77  DL100-OPEN-SWITCH               PIC X(01)   VALUE 'N'.
001130     88  DL100-FILES-OPEN                        VALUE 'Y'.
001140 77  DL100-FORCE-SWITCH              PIC X(01)   VALUE 'N'.
001150     88  DL100-FORCE-RUN                         VALUE 'Y'.
001160 77  DL100-FEED-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001170     88  DL100-FEED-END-OF-FILE                  VALUE 'Y'.
001180 77  DL100-SCHD-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001190     88  DL100-SCHD-END-OF-FILE                  VALUE 'Y'.
001200 77  DL100-SCHD-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001210     88  DL100-SCHD-FOUND                        VALUE 'Y'.
001220 77  DL100-DATE-SWITCH               PIC X(01)   VALUE 'Y'.
001230     88  DL100-DATE-VALID                        VALUE 'Y'.
001240 77  DL100-HOLIDAY-SWITCH            PIC X(01)   VALUE 'N'.
001250     88  DL100-TODAY-IS-HOLIDAY                  VALUE 'Y'.
001260*----------------------------------------------------------------
001270* FILE STATUS KEYS
001280*----------------------------------------------------------------
001290 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
001300 77  DL100-SCHD-FILE-STATUS          PIC X(02)   VALUE SPACES.
001310 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
001320 77  DL100-FEED-FILE-STATUS          PIC X(02)   VALUE SPACES.
001330 77  DL100-FIND-FILE-STATUS          PIC X(02)   VALUE SPACES.
001340*----------------------------------------------------------------
001350* COUNTERS
001360*----------------------------------------------------------------
001370 77  DL100-FEED-REC-COUNT            PIC 9(09)   COMP VALUE ZERO.
001380 77  DL100-DUE-COUNT                 PIC 9(03)   COMP VALUE ZERO.
001390 77  DL100-FINDING-COUNT             PIC 9(05)   COMP VALUE ZERO.
001400 77  DL100-HOLD-COUNT                PIC 9(05)   COMP VALUE ZERO.
001410 77  DL100-WARN-COUNT                PIC 9(05)   COMP VALUE ZERO.
001420 77  DL100-MISSING-COUNT             PIC 9(03)   COMP VALUE ZERO.
001430 77  DL100-HIGH-SEVERITY             PIC 9(02)        VALUE ZERO.
001440 77  DL100-DAY-FLAG-TALLY            PIC 9(02)   COMP VALUE ZERO.
001450 77  DL100-DOW-SUB                   PIC 9(01)   COMP VALUE ZERO.
001451*----------------------------------------------------------------
001452* BUSINESS DATE THE NIGHT IS CHECKED FOR.  A RUN STARTED BEFORE
001453* THE DAY-ROLL TIME RAN PAST MIDNIGHT AND BELONGS TO THE PRIOR
001454* BUSINESS DAY; A DATE ON THE CONTROL CARD OVERRIDES BOTH.
001455*----------------------------------------------------------------
001456 77  DL100-DAY-ROLL-HHMM             PIC 9(04)   VALUE 0600.
001457 77  DL100-CARD-BUS-DATE             PIC 9(08)   VALUE ZERO.
001458 77  DL100-BUSINESS-DATE             PIC 9(08)   VALUE ZERO.
001460*----------------------------------------------------------------
001470* RUN DATE AND TIME (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001480*----------------------------------------------------------------
001490 01  DL100-CURRENT-DATE.
001500     05  DL100-CURRENT-YEAR          PIC 9(04).
001510     05  DL100-CURRENT-MONTH         PIC 9(02).
001520     05  DL100-CURRENT-DAY           PIC 9(02).
001530 01  DL100-CURRENT-TIME.
001540     05  DL100-RUN-HHMM              PIC 9(04).
001550     05  FILLER                      PIC 9(04).
001560 01  DL100-DAY-NAME-VALUES           PIC X(21)
001570         VALUE 'SUNMONTUEWEDTHUFRISAT'.
001580 01  DL100-DAY-NAME-TABLE REDEFINES DL100-DAY-NAME-VALUES.
001590     05  DL100-DAY-NAME              PIC X(03)   OCCURS 7 TIMES.
001600*----------------------------------------------------------------
001610* EXPECTED-FEED SCHEDULE TABLE (LOADED FROM SCHD-FILE, COPYBOOK
001620* FSCHREC).  DUE-TODAY IS WORKED OUT ONCE AT INITIALIZATION;
001630* RECEIVED COUNTS THE SEGMENTS SEEN FOR THE FEED ID.
001640*----------------------------------------------------------------
001650 01  DL100-SCHD-TABLE-AREA.
001660     05  DL100-SCHD-COUNT            PIC 9(03)   COMP VALUE ZERO.
001670     05  DL100-SCHD-MAX              PIC 9(03)   COMP VALUE 50.
001680     05  DL100-SCHD-SUB              PIC 9(03)   COMP VALUE ZERO.
001690     05  DL100-SCHD-ENTRY OCCURS 50 TIMES.
001700         10  DL100-SCHD-T-ID         PIC X(10).
001710         10  DL100-SCHD-T-DUE-DAYS.
001720             15  DL100-SCHD-T-DUE-DAY
001730                                     PIC X(01)   OCCURS 7 TIMES.
001740         10  DL100-SCHD-T-HOLIDAY    PIC X(01).
001750         10  DL100-SCHD-T-MIN        PIC 9(07).
001760         10  DL100-SCHD-T-MAX        PIC 9(07).
001770         10  DL100-SCHD-T-CUTOFF     PIC 9(04).
001780         10  DL100-SCHD-T-DUE-SW     PIC X(01).
001790             88  DL100-SCHD-T-DUE-TODAY          VALUE 'Y'.
001800         10  DL100-SCHD-T-RECEIVED   PIC 9(03)   COMP.
001810         10  DL100-SCHD-T-FIRST-SEG  PIC 9(03)   COMP.
001820*----------------------------------------------------------------
001830* FEED SEGMENTS READ FROM FEEDIN, IN CONCATENATION ORDER.  DETAIL
001840* RECORDS AHEAD OF ANY HEADER ARE GATHERED UNDER '*NOHDR*', THE
001850* SAME WAY READFILE GATHERS THEM.
001860*----------------------------------------------------------------
001870 01  DL100-SEG-TABLE-AREA.
001880     05  DL100-SEG-COUNT             PIC 9(03)   COMP VALUE ZERO.
001890     05  DL100-SEG-MAX               PIC 9(03)   COMP VALUE 50.
001900     05  DL100-SEG-SUB               PIC 9(03)   COMP VALUE ZERO.
001910     05  DL100-SEG-ENTRY OCCURS 50 TIMES.
001920         10  DL100-SEG-T-ID          PIC X(10).
001930         10  DL100-SEG-T-DATE        PIC X(08).
001940         10  DL100-SEG-T-DETAILS     PIC 9(09)   COMP.
001950 01  DL100-NEW-SEG-ID                PIC X(10)   VALUE SPACES.
001960 01  DL100-NEW-SEG-DATE              PIC X(08)   VALUE SPACES.
001970*----------------------------------------------------------------
001980* FINDING BEING BUILT.  8000-WRITE-FINDING COPIES IT TO THE
001990* FINDINGS RECORD AND THE REPORT.
002000*----------------------------------------------------------------
002010 01  DL100-FINDING-WORK.
002020     05  DL100-FND-FEED-ID           PIC X(10).
002030     05  DL100-FND-SEGMENT           PIC 9(03).
002040     05  DL100-FND-CODE              PIC X(02).
002050     05  DL100-FND-SEVERITY          PIC 9(02).
002060     05  DL100-FND-FEED-DATE         PIC X(08).
002070     05  DL100-FND-DETAILS           PIC 9(09).
002080     05  DL100-FND-TEXT              PIC X(30).
002090 01  DL100-EDIT-SEG                  PIC 9(03)   VALUE ZERO.
002100 01  DL100-CUTOFF-WORK               PIC 9(04)   VALUE ZERO.
002110 01  DL100-CUTOFF-PARTS REDEFINES DL100-CUTOFF-WORK.
002120     05  DL100-CUTOFF-HH             PIC X(02).
002130     05  DL100-CUTOFF-MM             PIC X(02).
002140*----------------------------------------------------------------
002150* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (LOADED FROM
002160* CAL-FILE, COPYBOOK CALTBL)
002170*----------------------------------------------------------------
002180     COPY CALTBL.
002190*----------------------------------------------------------------
002200* CHECK REPORT PRINT AREAS
002210*----------------------------------------------------------------
002220 01  DL100-TITLE-LINE.
002230     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  FILLER                      PIC X(09) VALUE 'BUS DATE:'.
002260     05  DL100-TITLE-RUN-DATE        PIC 9(08).
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  DL100-TITLE-DAY             PIC X(03).
002290     05  FILLER                      PIC X(07) VALUE '  TIME:'.
002300     05  DL100-TITLE-TIME            PIC 9(04).
002310     05  FILLER                      PIC X(05) VALUE SPACES.
002320     05  FILLER                      PIC X(30)
002330             VALUE 'NIGHTLY FEED SCHEDULE CHECK'.
002340     05  FILLER                      PIC X(64) VALUE SPACES.
002350 01  DL100-SEG-HEADING-LINE.
002360     05  DL100-SHDG-CC               PIC X(01) VALUE '0'.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  FILLER                      PIC X(05) VALUE 'SEG'.
002390     05  FILLER                      PIC X(12) VALUE 'FEED ID'.
002400     05  FILLER                      PIC X(10) VALUE 'FEED DATE'.
002410     05  FILLER                      PIC X(11)
002420             VALUE '    DETAILS'.
002430     05  FILLER                      PIC X(03) VALUE SPACES.
002440     05  FILLER                      PIC X(25)
002450             VALUE 'SCHEDULED VOLUME'.
002460     05  FILLER                      PIC X(65) VALUE SPACES.
002470 01  DL100-SEG-LINE.
002480     05  DL100-SEG-CC                PIC X(01) VALUE SPACE.
002490     05  FILLER                      PIC X(01) VALUE SPACE.
002500     05  DL100-SEG-NO                PIC ZZ9.
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  DL100-SEG-ID                PIC X(10).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  DL100-SEG-DATE              PIC X(08).
002550     05  FILLER                      PIC X(02) VALUE SPACES.
002560     05  DL100-SEG-DETAILS           PIC ZZZ,ZZZ,ZZ9.
002570     05  FILLER                      PIC X(03) VALUE SPACES.
002580     05  DL100-SEG-RANGE.
002590         10  DL100-SEG-MIN           PIC Z,ZZZ,ZZ9.
002600         10  DL100-SEG-DASH          PIC X(03).
002610         10  DL100-SEG-MAX-VOL       PIC Z,ZZZ,ZZ9.
002620         10  FILLER                  PIC X(04).
002630     05  FILLER                      PIC X(65) VALUE SPACES.
002640 01  DL100-FINDING-LINE.
002650     05  DL100-FND-CC                PIC X(01) VALUE SPACE.
002660     05  FILLER                      PIC X(07) VALUE SPACES.
002670     05  FILLER                      PIC X(03) VALUE '** '.
002680     05  DL100-FND-P-CODE            PIC X(02).
002690     05  FILLER                      PIC X(05) VALUE '  RC '.
002700     05  DL100-FND-P-SEVERITY        PIC Z9.
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  DL100-FND-P-FEED-ID         PIC X(10).
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  DL100-FND-P-TEXT            PIC X(30).
002750     05  FILLER                      PIC X(69) VALUE SPACES.
002760 01  DL100-TEXT-LINE.
002770     05  DL100-TXT-CC                PIC X(01) VALUE SPACE.
002780     05  FILLER                      PIC X(01) VALUE SPACE.
002790     05  DL100-TXT-TEXT              PIC X(60).
002800     05  FILLER                      PIC X(71) VALUE SPACES.
002810 01  DL100-COUNT-LINE.
002820     05  DL100-CNT-CC                PIC X(01) VALUE SPACE.
002830     05  FILLER                      PIC X(01) VALUE SPACE.
002840     05  DL100-CNT-TEXT              PIC X(30).
002850     05  DL100-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
002860     05  FILLER                      PIC X(90) VALUE SPACES.
002870 PROCEDURE DIVISION.
002880*----------------------------------------------------------------
002890* 0000-MAINLINE
002900*     CONTROLS OVERALL FLOW OF THE PROGRAM.
002910*----------------------------------------------------------------
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT
002950     IF NOT DL100-FILES-OPEN
002960         GO TO 9999-EXIT
002970     END-IF
002980     IF NOT DL100-ABEND-OCCURRED
002990         PERFORM 2000-READ-FEEDS
003000             THRU 2000-EXIT
003010     END-IF
003020     IF NOT DL100-ABEND-OCCURRED
003030         PERFORM 3000-CHECK-SEGMENTS
003040             THRU 3000-EXIT
003050         PERFORM 4000-CHECK-MISSING
003060             THRU 4000-EXIT
003070     END-IF
003080     PERFORM 9000-TERMINATE
003090         THRU 9000-EXIT.
003100 9999-EXIT.
003110     STOP RUN.
003120*----------------------------------------------------------------
003130* 1000-INITIALIZE
003140*     SETS UP THE RUN DATE AND TIME, READS THE CONTROL CARD,
003145*     LOADS THE CALENDAR, SETS THE BUSINESS DATE, OPENS THE
003150*     FILES, LOADS THE SCHEDULE, AND WORKS OUT WHICH SCHEDULED
003155*     FEEDS ARE DUE ON THE BUSINESS DATE.
003170*----------------------------------------------------------------
003180 1000-INITIALIZE.
003190     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
003200     ACCEPT DL100-CURRENT-TIME FROM TIME
003210     PERFORM 1200-READ-CONTROL-CARD
003220         THRU 1200-EXIT
003230     IF DL100-ABEND-OCCURRED
003240         GO TO 1000-EXIT
003250     END-IF
003260     PERFORM 1500-LOAD-CALENDAR
003270         THRU 1500-EXIT
003280     IF DL100-ABEND-OCCURRED
003290         GO TO 1000-EXIT
003300     END-IF
003302     PERFORM 1550-SET-BUSINESS-DATE
003304         THRU 1550-EXIT
003310     PERFORM 1300-OPEN-FILES
003320         THRU 1300-EXIT
003330     IF DL100-ABEND-OCCURRED
003340         GO TO 1000-EXIT
003350     END-IF
003360     PERFORM 1600-LOAD-SCHEDULE
003370         THRU 1600-EXIT
003380     IF DL100-ABEND-OCCURRED
003390         GO TO 1000-EXIT
003400     END-IF
003410     PERFORM 1700-SET-DUE-TODAY
003420         THRU 1700-EXIT.
003430 1000-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 1200-READ-CONTROL-CARD
003470*     READS THE OPTIONAL CONTROL CARD.  A MISSING (DD DUMMY) OR
003480*     BLANK CARD IS A NORMAL NIGHT; 'FORCE' RELEASES A NIGHT THE
003485*     FINDINGS WOULD OTHERWISE HOLD.  A VALID YYYYMMDD DATE IN
003490*     COLUMNS 7-14 IS THE BUSINESS DATE TO CHECK.  ANYTHING ELSE
003495*     ENDS THE RUN RC 8.
003510*----------------------------------------------------------------
003520 1200-READ-CONTROL-CARD.
003530     OPEN INPUT CARD-FILE
003540     IF DL100-CARD-FILE-STATUS NOT = "00"
003550         GO TO 1200-EXIT
003560     END-IF
003570     READ CARD-FILE
003580         AT END
003590             MOVE SPACES TO CARD-REC
003600     END-READ
003610     CLOSE CARD-FILE
003620     IF CARD-FORCE
003630         MOVE 'Y' TO DL100-FORCE-SWITCH
003640     ELSE
003650         IF CARD-FUNCTION NOT = SPACES
003660             DISPLAY "INVALID FCHKCARD CONTROL CARD: "
003670                 CARD-FUNCTION
003680             MOVE 8 TO RETURN-CODE
003690             MOVE 'Y' TO DL100-ABEND-SWITCH
003695             GO TO 1200-EXIT
003700         END-IF
003701     END-IF
003702     IF CARD-BUSINESS-DATE = SPACES
003703         GO TO 1200-EXIT
003704     END-IF
003705     MOVE 'Y' TO DL100-DATE-SWITCH
003706     IF CARD-BUSINESS-DATE NOT NUMERIC
003707         MOVE 'N' TO DL100-DATE-SWITCH
003708     ELSE
003709         MOVE CARD-BUSINESS-DATE-N TO DL100-BDC-DATE
003710         IF DL100-BDC-MONTH < 1 OR DL100-BDC-MONTH > 12
003711                 OR DL100-BDC-DAY < 1
003712             MOVE 'N' TO DL100-DATE-SWITCH
003713         ELSE
003714             PERFORM 8770-SET-MAX-DAY
003715                 THRU 8770-EXIT
003716             IF DL100-BDC-DAY > DL100-BDC-MAX-DAY
003717                 MOVE 'N' TO DL100-DATE-SWITCH
003718             END-IF
003719         END-IF
003720     END-IF
003721     IF DL100-DATE-VALID
003722         MOVE CARD-BUSINESS-DATE-N TO DL100-CARD-BUS-DATE
003723     ELSE
003724         DISPLAY "INVALID FCHKCARD BUSINESS DATE: "
003725             CARD-BUSINESS-DATE
003726         MOVE 8 TO RETURN-CODE
003727         MOVE 'Y' TO DL100-ABEND-SWITCH
003728     END-IF.
003729 1200-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750* 1300-OPEN-FILES
003760*     OPENS THE FEED INPUT, THE FINDINGS DATASET, AND THE REPORT,
003770*     AND PRINTS THE REPORT TITLE WITH THE BUSINESS DATE'S DAY OF
003780*     THE WEEK (FROM THE BUSINESS-DAY CHECK, WHICH ALSO LEAVES THE
003790*     BUSINESS DATE'S CALENDAR RESULT FOR 1700).  A FAILED OPEN
003800*     ENDS THE RUN RC 8 WITH NOTHING LEFT OPEN.
003810*----------------------------------------------------------------
003820 1300-OPEN-FILES.
003830     OPEN INPUT FEED-FILE
003840     IF DL100-FEED-FILE-STATUS NOT = "00"
003850         DISPLAY "FEED-FILE OPEN FAILED, STATUS="
003860             DL100-FEED-FILE-STATUS
003870         MOVE 8 TO RETURN-CODE
003880         MOVE 'Y' TO DL100-ABEND-SWITCH
003890         GO TO 1300-EXIT
003900     END-IF
003910     OPEN OUTPUT FIND-FILE
003920     IF DL100-FIND-FILE-STATUS NOT = "00"
003930         DISPLAY "FIND-FILE OPEN FAILED, STATUS="
003940             DL100-FIND-FILE-STATUS
003950         CLOSE FEED-FILE
003960         MOVE 8 TO RETURN-CODE
003970         MOVE 'Y' TO DL100-ABEND-SWITCH
003980         GO TO 1300-EXIT
003990     END-IF
004000     OPEN OUTPUT RPT-FILE
004010     MOVE 'Y' TO DL100-OPEN-SWITCH
004020     MOVE DL100-BUSINESS-DATE TO DL100-TITLE-RUN-DATE
004030     MOVE DL100-BUSINESS-DATE TO DL100-BDC-DATE
004040     PERFORM 8700-CHECK-BUSINESS-DAY
004050         THRU 8700-EXIT
004060     IF DL100-BDC-WEEKDAY = ZERO
004070         MOVE 7 TO DL100-DOW-SUB
004080     ELSE
004090         MOVE DL100-BDC-WEEKDAY TO DL100-DOW-SUB
004100     END-IF
004110     MOVE DL100-DAY-NAME (DL100-DOW-SUB) TO DL100-TITLE-DAY
004120     MOVE DL100-RUN-HHMM TO DL100-TITLE-TIME
004130     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
004140     WRITE RPT-REPORT-LINE.
004150 1300-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 1500-LOAD-CALENDAR
004190*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
004200*     TABLE (COPYBOOK CALTBL) SO A FEED THAT IS NOT SENT ON BANK
004210*     HOLIDAYS IS NOT FLAGGED MISSING ON ONE.  A CALENDAR THAT
004220*     CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS THE RUN RC 8.
004230*     A CALENDAR WITH NO DATES FOR THE RUN YEAR IS ONLY WARNED.
004240*----------------------------------------------------------------
004250 1500-LOAD-CALENDAR.
004260     OPEN INPUT CAL-FILE
004270     IF DL100-CAL-FILE-STATUS NOT = "00"
004280         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
004290             DL100-CAL-FILE-STATUS
004300         MOVE 8 TO RETURN-CODE
004310         MOVE 'Y' TO DL100-ABEND-SWITCH
004320         GO TO 1500-EXIT
004330     END-IF
004340     PERFORM 1510-LOAD-ONE-CAL-DATE
004350         THRU 1510-EXIT
004360         UNTIL DL100-CAL-END-OF-FILE
004370     CLOSE CAL-FILE
004380     IF DL100-CAL-YEAR-COUNT = ZERO
004390         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
004400             DL100-CURRENT-YEAR
004410     END-IF.
004420 1500-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 1510-LOAD-ONE-CAL-DATE
004460*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
004470*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
004480*----------------------------------------------------------------
004490 1510-LOAD-ONE-CAL-DATE.
004500     READ CAL-FILE
004510         AT END
004520             MOVE 'Y' TO DL100-CAL-EOF-SW
004530         NOT AT END
004540             IF DL100-CAL-COUNT >= DL100-CAL-MAX
004550                 DISPLAY "CALENDAR TABLE FULL"
004560                 MOVE 8 TO RETURN-CODE
004570                 MOVE 'Y' TO DL100-ABEND-SWITCH
004580                 MOVE 'Y' TO DL100-CAL-EOF-SW
004590             ELSE
004600                 ADD 1 TO DL100-CAL-COUNT
004610                 MOVE CAL-DATE
004620                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
004630                 MOVE CAL-DAY-TYPE
004640                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
004650                 IF CAL-YEAR = DL100-CURRENT-YEAR
004660                     ADD 1 TO DL100-CAL-YEAR-COUNT
004670                 END-IF
004680             END-IF
004690     END-READ.
004700 1510-EXIT.
004701     EXIT.
004702*----------------------------------------------------------------
004703* 1550-SET-BUSINESS-DATE
004704*     WORKS OUT THE BUSINESS DATE THE NIGHT IS CHECKED FOR.  A
004705*     DATE ON THE CONTROL CARD IS TAKEN AS IT STANDS.  OTHERWISE
004706*     IT IS THE RUN DATE, EXCEPT THAT A RUN STARTED BEFORE
004707*     DL100-DAY-ROLL-HHMM IS A NIGHT THAT RAN PAST MIDNIGHT AND
004708*     BELONGS TO THE PRIOR BUSINESS DAY ON THE SHOP CALENDAR.
004709*----------------------------------------------------------------
004710 1550-SET-BUSINESS-DATE.
004711     EVALUATE TRUE
004712         WHEN DL100-CARD-BUS-DATE NOT = ZERO
004713             MOVE DL100-CARD-BUS-DATE TO DL100-BUSINESS-DATE
004714         WHEN DL100-RUN-HHMM < DL100-DAY-ROLL-HHMM
004715             MOVE DL100-CURRENT-DATE TO DL100-BDC-DATE
004716             MOVE 'N' TO DL100-BDC-SWITCH
004717             PERFORM 1560-BACK-ONE-DAY
004718                 THRU 1560-EXIT
004719                 UNTIL DL100-BDC-BUSINESS-DAY
004720             MOVE DL100-BDC-DATE TO DL100-BUSINESS-DATE
004721         WHEN OTHER
004722             MOVE DL100-CURRENT-DATE TO DL100-BUSINESS-DATE
004723     END-EVALUATE
004724     DISPLAY "BUSINESS DATE: " DL100-BUSINESS-DATE.
004725 1550-EXIT.
004726     EXIT.
004727*----------------------------------------------------------------
004728* 1560-BACK-ONE-DAY
004729*     STEPS DL100-BDC-DATE BACK ONE DAY AND CHECKS WHETHER THE
004730*     DAY REACHED IS A BUSINESS DAY.
004731*----------------------------------------------------------------
004732 1560-BACK-ONE-DAY.
004733     PERFORM 8760-SUBTRACT-ONE-DAY
004734         THRU 8760-EXIT
004735     PERFORM 8700-CHECK-BUSINESS-DAY
004736         THRU 8700-EXIT.
004737 1560-EXIT.
004738     EXIT.
004739*----------------------------------------------------------------
004740* 1600-LOAD-SCHEDULE
004741*     LOADS THE EXPECTED-FEED SCHEDULE.  A SCHEDULE THAT CANNOT
004750*     BE OPENED OR OVERFLOWS THE TABLE ENDS THE RUN RC 8; AN
004760*     EMPTY ONE IS A HOLD FINDING, SINCE NO FEED CAN THEN BE
004770*     CHECKED.
004780*----------------------------------------------------------------
004790 1600-LOAD-SCHEDULE.
004800     OPEN INPUT SCHD-FILE
004810     IF DL100-SCHD-FILE-STATUS NOT = "00"
004820         DISPLAY "SCHD-FILE OPEN FAILED, STATUS="
004830             DL100-SCHD-FILE-STATUS
004840         MOVE 8 TO RETURN-CODE
004850         MOVE 'Y' TO DL100-ABEND-SWITCH
004860         GO TO 1600-EXIT
004870     END-IF
004880     PERFORM 1610-LOAD-ONE-SCHEDULE-ENTRY
004890         THRU 1610-EXIT
004900         UNTIL DL100-SCHD-END-OF-FILE
004910     CLOSE SCHD-FILE
004920     IF DL100-ABEND-OCCURRED
004930         GO TO 1600-EXIT
004940     END-IF
004950     IF DL100-SCHD-COUNT = ZERO
004960         MOVE SPACES TO DL100-FINDING-WORK
004970         MOVE ZERO TO DL100-FND-SEGMENT
004980         MOVE ZERO TO DL100-FND-DETAILS
004990         MOVE 'SE' TO DL100-FND-CODE
005000         MOVE 8 TO DL100-FND-SEVERITY
005010         MOVE 'FEED SCHEDULE IS EMPTY' TO DL100-FND-TEXT
005020         PERFORM 8000-WRITE-FINDING
005030             THRU 8000-EXIT
005040     END-IF.
005050 1600-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* 1610-LOAD-ONE-SCHEDULE-ENTRY
005090*     READS ONE SCHEDULE ENTRY, EDITS IT, AND ADDS IT TO THE
005100*     TABLE.  AN ENTRY THAT FAILS THE EDITS IS LEFT OFF THE TABLE
005110*     AND REPORTED AS A HOLD FINDING -- THE NIGHT CANNOT BE
005120*     CHECKED PROPERLY UNTIL THE SCHEDULE IS CORRECTED.
005130*----------------------------------------------------------------
005140 1610-LOAD-ONE-SCHEDULE-ENTRY.
005150     READ SCHD-FILE
005160         AT END
005170             MOVE 'Y' TO DL100-SCHD-EOF-SWITCH
005180             GO TO 1610-EXIT
005190     END-READ
005200     MOVE SPACES TO DL100-FINDING-WORK
005210     MOVE ZERO TO DL100-FND-SEGMENT
005220     MOVE ZERO TO DL100-FND-DETAILS
005230     MOVE 'SE' TO DL100-FND-CODE
005240     MOVE 8 TO DL100-FND-SEVERITY
005250     MOVE FSCH-FEED-ID TO DL100-FND-FEED-ID
005260     MOVE ZERO TO DL100-DAY-FLAG-TALLY
005270     INSPECT FSCH-DUE-DAYS TALLYING DL100-DAY-FLAG-TALLY
005280         FOR ALL 'Y' ALL 'N'
005290     EVALUATE TRUE
005300         WHEN FSCH-FEED-ID = SPACES
005310             MOVE 'SCHEDULE ENTRY HAS NO FEED ID'
005320                 TO DL100-FND-TEXT
005330         WHEN DL100-DAY-FLAG-TALLY NOT = 7
005340                 OR NOT FSCH-VALID-HOLIDAY-FLAG
005350             MOVE 'SCHEDULE DUE DAYS NOT Y/N'
005360                 TO DL100-FND-TEXT
005370         WHEN FSCH-MIN-VOLUME NOT NUMERIC
005380                 OR FSCH-MAX-VOLUME NOT NUMERIC
005390             MOVE 'SCHEDULE VOLUME NOT NUMERIC'
005400                 TO DL100-FND-TEXT
005410         WHEN FSCH-MIN-VOLUME > FSCH-MAX-VOLUME
005420             MOVE 'SCHEDULE VOLUME RANGE REVERSED'
005430                 TO DL100-FND-TEXT
005440         WHEN FSCH-CUTOFF-TIME NOT NUMERIC
005450             MOVE 'SCHEDULE CUTOFF TIME NOT VALID'
005460                 TO DL100-FND-TEXT
005470         WHEN FSCH-CUTOFF-HH > 23 OR FSCH-CUTOFF-MM > 59
005480             MOVE 'SCHEDULE CUTOFF TIME NOT VALID'
005490                 TO DL100-FND-TEXT
005500         WHEN OTHER
005510             MOVE FSCH-FEED-ID TO DL100-NEW-SEG-ID
005520             PERFORM 3110-FIND-SCHEDULE-ENTRY
005530                 THRU 3110-EXIT
005540             IF DL100-SCHD-FOUND
005550                 MOVE 'FEED ID SCHEDULED TWICE'
005560                     TO DL100-FND-TEXT
005570             END-IF
005580     END-EVALUATE
005590     IF DL100-FND-TEXT NOT = SPACES
005600         DISPLAY "SCHEDULE ENTRY IN ERROR: " FSCH-FEED-ID
005610             " " DL100-FND-TEXT
005620         PERFORM 8000-WRITE-FINDING
005630             THRU 8000-EXIT
005640         GO TO 1610-EXIT
005650     END-IF
005660     IF DL100-SCHD-COUNT >= DL100-SCHD-MAX
005670         DISPLAY "FEED SCHEDULE TABLE FULL"
005680         MOVE 8 TO RETURN-CODE
005690         MOVE 'Y' TO DL100-ABEND-SWITCH
005700         MOVE 'Y' TO DL100-SCHD-EOF-SWITCH
005710         GO TO 1610-EXIT
005720     END-IF
005730     ADD 1 TO DL100-SCHD-COUNT
005740     MOVE FSCH-FEED-ID TO DL100-SCHD-T-ID (DL100-SCHD-COUNT)
005750     MOVE FSCH-DUE-DAYS
005760         TO DL100-SCHD-T-DUE-DAYS (DL100-SCHD-COUNT)
005770     MOVE FSCH-HOLIDAY-FLAG
005780         TO DL100-SCHD-T-HOLIDAY (DL100-SCHD-COUNT)
005790     MOVE FSCH-MIN-VOLUME TO DL100-SCHD-T-MIN (DL100-SCHD-COUNT)
005800     MOVE FSCH-MAX-VOLUME TO DL100-SCHD-T-MAX (DL100-SCHD-COUNT)
005810     MOVE FSCH-CUTOFF-TIME
005820         TO DL100-SCHD-T-CUTOFF (DL100-SCHD-COUNT)
005830     MOVE 'N' TO DL100-SCHD-T-DUE-SW (DL100-SCHD-COUNT)
005840     MOVE ZERO TO DL100-SCHD-T-RECEIVED (DL100-SCHD-COUNT)
005850     MOVE ZERO TO DL100-SCHD-T-FIRST-SEG (DL100-SCHD-COUNT).
005860 1610-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* 1700-SET-DUE-TODAY
005895*     MARKS EACH SCHEDULED FEED DUE ON THE BUSINESS DATE ("DUE
005900*     TODAY").  A FEED IS DUE WHEN ITS FLAG FOR THAT DAY OF THE
005905*     WEEK IS 'Y', EXCEPT THAT ON A WEEKDAY THAT IS ON THE SHOP
005910*     CALENDAR ONLY A FEED WHOSE HOLIDAY FLAG IS 'Y' IS DUE.
005915*     DL100-DOW-SUB (1 = SUNDAY) AND THE BUSINESS DATE'S CALENDAR
005920*     RESULT WERE SET AT OPEN TIME.
005950*----------------------------------------------------------------
005960 1700-SET-DUE-TODAY.
005970     IF NOT DL100-BDC-BUSINESS-DAY AND NOT DL100-BDC-WEEKEND
005980         MOVE 'Y' TO DL100-HOLIDAY-SWITCH
005990     END-IF
006000     MOVE 1 TO DL100-SCHD-SUB
006010     PERFORM 1710-SET-ONE-DUE-FLAG
006020         THRU 1710-EXIT
006030         UNTIL DL100-SCHD-SUB > DL100-SCHD-COUNT
006040     DISPLAY "BUSINESS DATE: " DL100-BUSINESS-DATE
006050         " " DL100-DAY-NAME (DL100-DOW-SUB)
006060         "  SCHEDULED FEEDS DUE: " DL100-DUE-COUNT
006070     IF DL100-TODAY-IS-HOLIDAY
006080         MOVE 'TODAY IS ON THE SHOP CALENDAR'
006090             TO DL100-TXT-TEXT
006100         MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
006110         WRITE RPT-REPORT-LINE
006120     END-IF.
006130 1700-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160* 1710-SET-ONE-DUE-FLAG
006170*     DECIDES WHETHER ONE SCHEDULED FEED IS DUE TODAY.
006180*----------------------------------------------------------------
006190 1710-SET-ONE-DUE-FLAG.
006200     IF DL100-SCHD-T-DUE-DAY (DL100-SCHD-SUB DL100-DOW-SUB) = 'Y'
006210         IF NOT DL100-TODAY-IS-HOLIDAY
006220                 OR DL100-SCHD-T-HOLIDAY (DL100-SCHD-SUB) = 'Y'
006230             MOVE 'Y' TO DL100-SCHD-T-DUE-SW (DL100-SCHD-SUB)
006240             ADD 1 TO DL100-DUE-COUNT
006250         END-IF
006260     END-IF
006270     ADD 1 TO DL100-SCHD-SUB.
006280 1710-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* 2000-READ-FEEDS
006320*     READS THE WHOLE FEED CONCATENATION, BUILDING ONE SEGMENT
006330*     ENTRY PER HEADER AND COUNTING THE DETAIL RECORDS BEHIND
006340*     IT.  TRAILERS ARE LEFT TO READFILE'S RECONCILIATION.
006350*----------------------------------------------------------------
006360 2000-READ-FEEDS.
006370     PERFORM 2100-READ-ONE-FEED-RECORD
006380         THRU 2100-EXIT
006390         UNTIL DL100-FEED-END-OF-FILE
006400             OR DL100-ABEND-OCCURRED.
006410 2000-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440* 2100-READ-ONE-FEED-RECORD
006450*     READS ONE FEED RECORD AND FILES IT UNDER ITS SEGMENT.
006460*----------------------------------------------------------------
006470 2100-READ-ONE-FEED-RECORD.
006480     READ FEED-FILE
006490         AT END
006500             MOVE 'Y' TO DL100-FEED-EOF-SWITCH
006510             GO TO 2100-EXIT
006520     END-READ
006530     ADD 1 TO DL100-FEED-REC-COUNT
006540     EVALUATE TRUE
006550         WHEN CUST-TYPE-HEADER
006560             MOVE CUST-HEADER-FEED-ID TO DL100-NEW-SEG-ID
006570             MOVE CUST-HEADER-FEED-DATE TO DL100-NEW-SEG-DATE
006580             PERFORM 2200-START-SEGMENT
006590                 THRU 2200-EXIT
006600         WHEN CUST-TYPE-DETAIL
006610             IF DL100-SEG-COUNT = ZERO
006620                 MOVE '*NOHDR*' TO DL100-NEW-SEG-ID
006630                 MOVE SPACES TO DL100-NEW-SEG-DATE
006640                 PERFORM 2200-START-SEGMENT
006650                     THRU 2200-EXIT
006660             END-IF
006670             IF NOT DL100-ABEND-OCCURRED
006680                 ADD 1 TO DL100-SEG-T-DETAILS (DL100-SEG-COUNT)
006690             END-IF
006700         WHEN OTHER
006710             CONTINUE
006720     END-EVALUATE.
006730 2100-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 2200-START-SEGMENT
006770*     ADDS A SEGMENT ENTRY FOR DL100-NEW-SEG-ID/DATE.  MORE
006780*     SEGMENTS THAN THE TABLE HOLDS ENDS THE RUN RC 8.
006790*----------------------------------------------------------------
006800 2200-START-SEGMENT.
006810     IF DL100-SEG-COUNT >= DL100-SEG-MAX
006820         DISPLAY "FEED SEGMENT TABLE FULL"
006830         MOVE 8 TO RETURN-CODE
006840         MOVE 'Y' TO DL100-ABEND-SWITCH
006850         GO TO 2200-EXIT
006860     END-IF
006870     ADD 1 TO DL100-SEG-COUNT
006880     MOVE DL100-NEW-SEG-ID TO DL100-SEG-T-ID (DL100-SEG-COUNT)
006890     MOVE DL100-NEW-SEG-DATE TO DL100-SEG-T-DATE (DL100-SEG-COUNT)
006900     MOVE ZERO TO DL100-SEG-T-DETAILS (DL100-SEG-COUNT).
006910 2200-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940* 3000-CHECK-SEGMENTS
006950*     CHECKS EVERY SEGMENT RECEIVED, IN CONCATENATION ORDER.
006960*----------------------------------------------------------------
006970 3000-CHECK-SEGMENTS.
006980     MOVE DL100-SEG-HEADING-LINE TO RPT-REPORT-LINE
006990     WRITE RPT-REPORT-LINE
007000     IF DL100-SEG-COUNT = ZERO
007010         MOVE 'NO FEED HEADERS FOUND ON FEEDIN' TO DL100-TXT-TEXT
007020         MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
007030         WRITE RPT-REPORT-LINE
007040     END-IF
007050     MOVE 1 TO DL100-SEG-SUB
007060     PERFORM 3100-CHECK-ONE-SEGMENT
007070         THRU 3100-EXIT
007080         UNTIL DL100-SEG-SUB > DL100-SEG-COUNT.
007090 3000-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120* 3100-CHECK-ONE-SEGMENT
007130*     PRINTS ONE SEGMENT AND WRITES A FINDING FOR EACH THING
007140*     WRONG WITH IT: ITS FEED DATE, ITS PLACE ON THE SCHEDULE, A
007150*     SECOND COPY OF THE SAME FEED ID, ITS VOLUME, AND WHETHER IT
007160*     IS DUE TODAY.
007170*----------------------------------------------------------------
007180 3100-CHECK-ONE-SEGMENT.
007190     MOVE SPACES TO DL100-FINDING-WORK
007200     MOVE DL100-SEG-T-ID (DL100-SEG-SUB) TO DL100-FND-FEED-ID
007210     MOVE DL100-SEG-SUB TO DL100-FND-SEGMENT
007220     MOVE DL100-SEG-T-DATE (DL100-SEG-SUB) TO DL100-FND-FEED-DATE
007230     MOVE DL100-SEG-T-DETAILS (DL100-SEG-SUB) TO DL100-FND-DETAILS
007240     MOVE DL100-SEG-T-ID (DL100-SEG-SUB) TO DL100-NEW-SEG-ID
007250     PERFORM 3110-FIND-SCHEDULE-ENTRY
007260         THRU 3110-EXIT
007270     MOVE DL100-SEG-SUB TO DL100-SEG-NO
007280     MOVE DL100-FND-FEED-ID TO DL100-SEG-ID
007290     MOVE DL100-FND-FEED-DATE TO DL100-SEG-DATE
007300     MOVE DL100-FND-DETAILS TO DL100-SEG-DETAILS
007310     IF DL100-SCHD-FOUND
007320         MOVE DL100-SCHD-T-MIN (DL100-SCHD-SUB) TO DL100-SEG-MIN
007330         MOVE ' - ' TO DL100-SEG-DASH
007340         MOVE DL100-SCHD-T-MAX (DL100-SCHD-SUB)
007350             TO DL100-SEG-MAX-VOL
007360     ELSE
007370         MOVE 'NOT ON SCHEDULE' TO DL100-SEG-RANGE
007380     END-IF
007390     MOVE DL100-SEG-LINE TO RPT-REPORT-LINE
007400     WRITE RPT-REPORT-LINE
007410     PERFORM 3120-CHECK-FEED-DATE
007420         THRU 3120-EXIT
007430     IF NOT DL100-SCHD-FOUND
007440         MOVE 'UN' TO DL100-FND-CODE
007450         MOVE 4 TO DL100-FND-SEVERITY
007460         MOVE 'FEED ID NOT ON SCHEDULE' TO DL100-FND-TEXT
007470         PERFORM 8000-WRITE-FINDING
007480             THRU 8000-EXIT
007490         GO TO 3100-CONTINUE
007500     END-IF
007510     ADD 1 TO DL100-SCHD-T-RECEIVED (DL100-SCHD-SUB)
007520     IF DL100-SCHD-T-RECEIVED (DL100-SCHD-SUB) = 1
007530         MOVE DL100-SEG-SUB
007540             TO DL100-SCHD-T-FIRST-SEG (DL100-SCHD-SUB)
007550     ELSE
007560         MOVE DL100-SCHD-T-FIRST-SEG (DL100-SCHD-SUB)
007570             TO DL100-EDIT-SEG
007580         MOVE SPACES TO DL100-FND-TEXT
007590         STRING 'DUPLICATE OF SEGMENT ' DELIMITED BY SIZE
007600             DL100-EDIT-SEG DELIMITED BY SIZE
007610             INTO DL100-FND-TEXT
007620         MOVE 'DP' TO DL100-FND-CODE
007630         MOVE 8 TO DL100-FND-SEVERITY
007640         PERFORM 8000-WRITE-FINDING
007650             THRU 8000-EXIT
007660     END-IF
007670     IF DL100-FND-DETAILS < DL100-SCHD-T-MIN (DL100-SCHD-SUB)
007680         MOVE 'VL' TO DL100-FND-CODE
007690         MOVE 8 TO DL100-FND-SEVERITY
007700         MOVE 'VOLUME BELOW SCHEDULED RANGE' TO DL100-FND-TEXT
007710         PERFORM 8000-WRITE-FINDING
007720             THRU 8000-EXIT
007730     END-IF
007740     IF DL100-FND-DETAILS > DL100-SCHD-T-MAX (DL100-SCHD-SUB)
007750         MOVE 'VH' TO DL100-FND-CODE
007760         MOVE 8 TO DL100-FND-SEVERITY
007770         MOVE 'VOLUME ABOVE SCHEDULED RANGE' TO DL100-FND-TEXT
007780         PERFORM 8000-WRITE-FINDING
007790             THRU 8000-EXIT
007800     END-IF
007810     IF NOT DL100-SCHD-T-DUE-TODAY (DL100-SCHD-SUB)
007820         MOVE 'ND' TO DL100-FND-CODE
007830         MOVE 4 TO DL100-FND-SEVERITY
007840         MOVE 'RECEIVED ON A DAY NOT DUE' TO DL100-FND-TEXT
007850         PERFORM 8000-WRITE-FINDING
007860             THRU 8000-EXIT
007870     END-IF.
007880 3100-CONTINUE.
007890     ADD 1 TO DL100-SEG-SUB.
007900 3100-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------
007930* 3110-FIND-SCHEDULE-ENTRY
007940*     LOOKS DL100-NEW-SEG-ID UP ON THE SCHEDULE TABLE.  SETS
007950*     DL100-SCHD-FOUND AND LEAVES DL100-SCHD-SUB ON THE ENTRY.
007960*----------------------------------------------------------------
007970 3110-FIND-SCHEDULE-ENTRY.
007980     MOVE 'N' TO DL100-SCHD-FOUND-SWITCH
007990     MOVE 1 TO DL100-SCHD-SUB
008000     PERFORM 3115-SCAN-SCHEDULE-ENTRY
008010         THRU 3115-EXIT
008020         UNTIL DL100-SCHD-FOUND
008030             OR DL100-SCHD-SUB > DL100-SCHD-COUNT.
008040 3110-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 3115-SCAN-SCHEDULE-ENTRY
008080*     COMPARES ONE SCHEDULE TABLE ENTRY AGAINST DL100-NEW-SEG-ID.
008090*----------------------------------------------------------------
008100 3115-SCAN-SCHEDULE-ENTRY.
008110     IF DL100-SCHD-T-ID (DL100-SCHD-SUB) = DL100-NEW-SEG-ID
008120         MOVE 'Y' TO DL100-SCHD-FOUND-SWITCH
008130     ELSE
008140         ADD 1 TO DL100-SCHD-SUB
008150     END-IF.
008160 3115-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190* 3120-CHECK-FEED-DATE
008200*     A FEED DATE THAT IS NOT A REAL CALENDAR DATE, OR IS EARLIER
008210*     THAN THE BUSINESS DATE, IS STALE; ONE LATER THAN THE
008220*     BUSINESS DATE IS FUTURE DATED.  EITHER HOLDS THE NIGHT.
008230*----------------------------------------------------------------
008240 3120-CHECK-FEED-DATE.
008250     MOVE 'Y' TO DL100-DATE-SWITCH
008260     IF DL100-FND-FEED-DATE NOT NUMERIC
008270         MOVE 'N' TO DL100-DATE-SWITCH
008280     ELSE
008290         MOVE DL100-FND-FEED-DATE TO DL100-BDC-DATE
008300         IF DL100-BDC-MONTH < 1 OR DL100-BDC-MONTH > 12
008310                 OR DL100-BDC-DAY < 1
008320             MOVE 'N' TO DL100-DATE-SWITCH
008330         ELSE
008340             PERFORM 8770-SET-MAX-DAY
008350                 THRU 8770-EXIT
008360             IF DL100-BDC-DAY > DL100-BDC-MAX-DAY
008370                 MOVE 'N' TO DL100-DATE-SWITCH
008380             END-IF
008390         END-IF
008400     END-IF
008410     IF NOT DL100-DATE-VALID
008420         MOVE 'ST' TO DL100-FND-CODE
008430         MOVE 8 TO DL100-FND-SEVERITY
008440         MOVE 'FEED DATE NOT A VALID DATE' TO DL100-FND-TEXT
008450         PERFORM 8000-WRITE-FINDING
008460             THRU 8000-EXIT
008470         GO TO 3120-EXIT
008480     END-IF
008490     IF DL100-BDC-DATE < DL100-BUSINESS-DATE
008500         MOVE 'ST' TO DL100-FND-CODE
008510         MOVE 8 TO DL100-FND-SEVERITY
008520         MOVE 'STALE - BEFORE BUSINESS DATE' TO DL100-FND-TEXT
008530         PERFORM 8000-WRITE-FINDING
008540             THRU 8000-EXIT
008550     END-IF
008560     IF DL100-BDC-DATE > DL100-BUSINESS-DATE
008570         MOVE 'FD' TO DL100-FND-CODE
008580         MOVE 8 TO DL100-FND-SEVERITY
008590         MOVE 'DATED AFTER BUSINESS DATE' TO DL100-FND-TEXT
008600         PERFORM 8000-WRITE-FINDING
008610             THRU 8000-EXIT
008620     END-IF.
008630 3120-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* 4000-CHECK-MISSING
008670*     LISTS EVERY SCHEDULED FEED DUE TODAY THAT DID NOT ARRIVE.
008680*----------------------------------------------------------------
008690 4000-CHECK-MISSING.
008700     MOVE SPACES TO DL100-TXT-TEXT
008710     MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
008720     WRITE RPT-REPORT-LINE
008730     MOVE 'SCHEDULED FEEDS DUE TODAY AND NOT RECEIVED:'
008740         TO DL100-TXT-TEXT
008750     MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
008760     WRITE RPT-REPORT-LINE
008770     MOVE 1 TO DL100-SCHD-SUB
008780     PERFORM 4100-CHECK-ONE-MISSING
008790         THRU 4100-EXIT
008800         UNTIL DL100-SCHD-SUB > DL100-SCHD-COUNT
008810     IF DL100-MISSING-COUNT = ZERO
008820         MOVE '        NONE' TO DL100-TXT-TEXT
008830         MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
008840         WRITE RPT-REPORT-LINE
008850     END-IF.
008860 4000-EXIT.
008870     EXIT.
008880*----------------------------------------------------------------
008890* 4100-CHECK-ONE-MISSING
008900*     A FEED DUE TODAY AND NOT RECEIVED IS A HOLD FINDING.  THE
008910*     TEXT SAYS WHETHER ITS CUTOFF TIME HAS PASSED -- BEFORE THE
008915*     CUTOFF THE FEED MAY SIMPLY NOT BE IN YET.  ONCE THE RUN IS
008920*     PAST THE BUSINESS DATE EVERY CUTOFF HAS PASSED.
008930*----------------------------------------------------------------
008940 4100-CHECK-ONE-MISSING.
008950     IF NOT DL100-SCHD-T-DUE-TODAY (DL100-SCHD-SUB)
008960             OR DL100-SCHD-T-RECEIVED (DL100-SCHD-SUB) > ZERO
008970         GO TO 4100-CONTINUE
008980     END-IF
008990     ADD 1 TO DL100-MISSING-COUNT
009000     MOVE SPACES TO DL100-FINDING-WORK
009010     MOVE DL100-SCHD-T-ID (DL100-SCHD-SUB) TO DL100-FND-FEED-ID
009020     MOVE ZERO TO DL100-FND-SEGMENT
009030     MOVE ZERO TO DL100-FND-DETAILS
009040     MOVE 'MS' TO DL100-FND-CODE
009050     MOVE 8 TO DL100-FND-SEVERITY
009060     MOVE DL100-SCHD-T-CUTOFF (DL100-SCHD-SUB)
009070         TO DL100-CUTOFF-WORK
009075     IF DL100-BUSINESS-DATE = DL100-CURRENT-DATE
009080             AND DL100-RUN-HHMM
009085                 < DL100-SCHD-T-CUTOFF (DL100-SCHD-SUB)
009090         STRING 'NOT IN YET - CUTOFF ' DELIMITED BY SIZE
009100             DL100-CUTOFF-HH DELIMITED BY SIZE
009110             ':' DELIMITED BY SIZE
009120             DL100-CUTOFF-MM DELIMITED BY SIZE
009130             INTO DL100-FND-TEXT
009140     ELSE
009150         STRING 'MISSING - CUTOFF ' DELIMITED BY SIZE
009160             DL100-CUTOFF-HH DELIMITED BY SIZE
009170             ':' DELIMITED BY SIZE
009180             DL100-CUTOFF-MM DELIMITED BY SIZE
009190             ' PASSED' DELIMITED BY SIZE
009200             INTO DL100-FND-TEXT
009210     END-IF
009220     PERFORM 8000-WRITE-FINDING
009230         THRU 8000-EXIT.
009240 4100-CONTINUE.
009250     ADD 1 TO DL100-SCHD-SUB.
009260 4100-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290* 8000-WRITE-FINDING
009300*     WRITES THE FINDING IN DL100-FINDING-WORK TO THE FINDINGS
009310*     DATASET AND THE REPORT, AND KEEPS THE HIGHEST SEVERITY.
009320*----------------------------------------------------------------
009330 8000-WRITE-FINDING.
009340     MOVE SPACES TO FCHK-RECORD
009350     MOVE DL100-BUSINESS-DATE TO FCHK-RUN-DATE
009360     MOVE DL100-FND-FEED-ID TO FCHK-FEED-ID
009370     MOVE DL100-FND-SEGMENT TO FCHK-SEGMENT
009380     MOVE DL100-FND-CODE TO FCHK-CODE
009390     MOVE DL100-FND-SEVERITY TO FCHK-SEVERITY
009400     MOVE DL100-FND-FEED-DATE TO FCHK-FEED-DATE
009410     MOVE DL100-FND-DETAILS TO FCHK-DETAIL-COUNT
009420     MOVE DL100-FND-TEXT TO FCHK-TEXT
009430     WRITE FCHK-RECORD
009440     MOVE DL100-FND-CODE TO DL100-FND-P-CODE
009450     MOVE DL100-FND-SEVERITY TO DL100-FND-P-SEVERITY
009460     MOVE DL100-FND-FEED-ID TO DL100-FND-P-FEED-ID
009470     MOVE DL100-FND-TEXT TO DL100-FND-P-TEXT
009480     MOVE DL100-FINDING-LINE TO RPT-REPORT-LINE
009490     WRITE RPT-REPORT-LINE
009500     ADD 1 TO DL100-FINDING-COUNT
009510     IF DL100-FND-SEVERITY = 8
009520         ADD 1 TO DL100-HOLD-COUNT
009530     ELSE
009540         ADD 1 TO DL100-WARN-COUNT
009550     END-IF
009560     IF DL100-FND-SEVERITY > DL100-HIGH-SEVERITY
009570         MOVE DL100-FND-SEVERITY TO DL100-HIGH-SEVERITY
009580     END-IF
009590     DISPLAY "FEED CHECK FINDING " DL100-FND-CODE
009600         " " DL100-FND-FEED-ID " " DL100-FND-TEXT.
009610 8000-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------
009640* 8700-CHECK-BUSINESS-DAY
009650*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
009660*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
009670*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
009680*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
009690*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
009700*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
009710*----------------------------------------------------------------
009720 8700-CHECK-BUSINESS-DAY.
009730     MOVE 'Y' TO DL100-BDC-SWITCH
009740     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
009750     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
009760     IF DL100-BDC-WK-MONTH < 3
009770         ADD 12 TO DL100-BDC-WK-MONTH
009780         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
009790     END-IF
009800     DIVIDE DL100-BDC-WK-YEAR BY 4
009810         GIVING DL100-BDC-Q1
009820     DIVIDE DL100-BDC-WK-YEAR BY 100
009830         GIVING DL100-BDC-Q2
009840     DIVIDE DL100-BDC-WK-YEAR BY 400
009850         GIVING DL100-BDC-Q3
009860     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
009870     DIVIDE DL100-BDC-M1 BY 5
009880         GIVING DL100-BDC-Q4
009890     COMPUTE DL100-BDC-SERIAL =
009900         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
009910         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
009920         + DL100-BDC-DAY
009930     DIVIDE DL100-BDC-SERIAL BY 7
009940         GIVING DL100-BDC-WEEKS
009950         REMAINDER DL100-BDC-WEEKDAY
009960     IF DL100-BDC-WEEKEND
009970         MOVE 'N' TO DL100-BDC-SWITCH
009980         GO TO 8700-EXIT
009990     END-IF
010000     MOVE 'N' TO DL100-CAL-FOUND-SW
010010     MOVE 1 TO DL100-CAL-SUB
010020     PERFORM 8710-SCAN-CAL-ENTRY
010030         THRU 8710-EXIT
010040         UNTIL DL100-CAL-FOUND
010050             OR DL100-CAL-SUB > DL100-CAL-COUNT
010060     IF DL100-CAL-FOUND
010070         MOVE 'N' TO DL100-BDC-SWITCH
010080     END-IF.
010090 8700-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120* 8710-SCAN-CAL-ENTRY
010130*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
010140*     DL100-BDC-DATE.
010150*----------------------------------------------------------------
010160 8710-SCAN-CAL-ENTRY.
010170     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
010180         MOVE 'Y' TO DL100-CAL-FOUND-SW
010190     ELSE
010200         ADD 1 TO DL100-CAL-SUB
010210     END-IF.
010220 8710-EXIT.
010230     EXIT.
010240*----------------------------------------------------------------
010241* 8760-SUBTRACT-ONE-DAY
010242*     MOVES DL100-BDC-DATE BACK ONE CALENDAR DAY ACROSS MONTH
010243*     AND YEAR STARTS.
010244*----------------------------------------------------------------
010245 8760-SUBTRACT-ONE-DAY.
010246     IF DL100-BDC-DAY > 1
010247         SUBTRACT 1 FROM DL100-BDC-DAY
010248     ELSE
010249         IF DL100-BDC-MONTH > 1
010250             SUBTRACT 1 FROM DL100-BDC-MONTH
010251         ELSE
010252             MOVE 12 TO DL100-BDC-MONTH
010253             SUBTRACT 1 FROM DL100-BDC-YEAR
010254         END-IF
010255         PERFORM 8770-SET-MAX-DAY
010256             THRU 8770-EXIT
010257         MOVE DL100-BDC-MAX-DAY TO DL100-BDC-DAY
010258     END-IF.
010259 8760-EXIT.
010260     EXIT.
010261*----------------------------------------------------------------
010262* 8770-SET-MAX-DAY
010263*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
010270*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
010280*     YEAR).
010290*----------------------------------------------------------------
010300 8770-SET-MAX-DAY.
010310     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
010320         TO DL100-BDC-MAX-DAY
010330     IF DL100-BDC-MONTH = 2
010340         DIVIDE DL100-BDC-YEAR BY 4
010350             GIVING DL100-BDC-LEAP-Q
010360             REMAINDER DL100-BDC-LEAP-R4
010370         DIVIDE DL100-BDC-YEAR BY 100
010380             GIVING DL100-BDC-LEAP-Q
010390             REMAINDER DL100-BDC-LEAP-R100
010400         DIVIDE DL100-BDC-YEAR BY 400
010410             GIVING DL100-BDC-LEAP-Q
010420             REMAINDER DL100-BDC-LEAP-R400
010430         IF DL100-BDC-LEAP-R4 = ZERO
010440                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
010450                     OR DL100-BDC-LEAP-R400 = ZERO)
010460             MOVE 29 TO DL100-BDC-MAX-DAY
010470         END-IF
010480     END-IF.
010490 8770-EXIT.
010500     EXIT.
010510*----------------------------------------------------------------
010520* 9000-TERMINATE
010530*     PRINTS THE TOTALS AND THE VERDICT, SETS THE RETURN CODE,
010540*     AND CLOSES THE FILES.  A FORCE CARD TURNS A HOLD INTO RC 4;
010550*     A RUN THAT COULD NOT FINISH THE CHECK IS NEVER RELEASED.
010560*----------------------------------------------------------------
010570 9000-TERMINATE.
010580     MOVE SPACES TO DL100-TXT-TEXT
010590     MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
010600     WRITE RPT-REPORT-LINE
010610     MOVE 'FEED SEGMENTS RECEIVED:' TO DL100-CNT-TEXT
010620     MOVE DL100-SEG-COUNT TO DL100-CNT-VALUE
010630     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
010640     WRITE RPT-REPORT-LINE
010650     MOVE 'SCHEDULED FEEDS DUE TODAY:' TO DL100-CNT-TEXT
010660     MOVE DL100-DUE-COUNT TO DL100-CNT-VALUE
010670     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
010680     WRITE RPT-REPORT-LINE
010690     MOVE 'HOLD FINDINGS (RC 8):' TO DL100-CNT-TEXT
010700     MOVE DL100-HOLD-COUNT TO DL100-CNT-VALUE
010710     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
010720     WRITE RPT-REPORT-LINE
010730     MOVE 'WARNINGS (RC 4):' TO DL100-CNT-TEXT
010740     MOVE DL100-WARN-COUNT TO DL100-CNT-VALUE
010750     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
010760     WRITE RPT-REPORT-LINE
010770     MOVE SPACES TO DL100-TXT-TEXT
010780     MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
010790     WRITE RPT-REPORT-LINE
010800     EVALUATE TRUE
010810         WHEN DL100-ABEND-OCCURRED
010820             MOVE '*** FEED CHECK NOT COMPLETED - NIGHT HELD ***'
010830                 TO DL100-TXT-TEXT
010840         WHEN DL100-HIGH-SEVERITY = 8 AND DL100-FORCE-RUN
010850             MOVE '*** FEED CHECK: FORCED - HOLD RELEASED ***'
010860                 TO DL100-TXT-TEXT
010870             DISPLAY "WARNING - FEED CHECK FORCED, HOLDS: "
010880                 DL100-HOLD-COUNT
010890             MOVE 4 TO RETURN-CODE
010900         WHEN DL100-HIGH-SEVERITY = 8
010910             MOVE '*** FEED CHECK: HOLD ***' TO DL100-TXT-TEXT
010920             MOVE 8 TO RETURN-CODE
010930         WHEN DL100-HIGH-SEVERITY = 4
010940             MOVE '*** FEED CHECK: WARNING ***' TO DL100-TXT-TEXT
010950             MOVE 4 TO RETURN-CODE
010960         WHEN OTHER
010970             MOVE '*** FEED CHECK: CLEAN ***' TO DL100-TXT-TEXT
010980     END-EVALUATE
010990     MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
011000     WRITE RPT-REPORT-LINE
011010     CLOSE FEED-FILE
011020     CLOSE FIND-FILE
011030     CLOSE RPT-FILE
011040     DISPLAY "FEED RECORDS READ: " DL100-FEED-REC-COUNT
011050     DISPLAY "FEED SEGMENTS: " DL100-SEG-COUNT
011060     DISPLAY "FEED CHECK FINDINGS: " DL100-FINDING-COUNT
011070     DISPLAY DL100-TXT-TEXT.
011080 9000-EXIT.
011090     EXIT.

000010*****************************************************************
000020* PROGRAM-ID : ESCHEAT
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : ANNUAL UNCLAIMED PROPERTY (ESCHEATMENT) RUN OVER
000070*              THE KEYED CUSTOMER MASTER.  AN ACCOUNT IS DUE
000080*              WHEN IT IS DORMANT (STATUS 'D', SET BY LIFECYCL),
000090*              CARRIES A POSITIVE BALANCE, AND HAS HAD NO
000100*              ACTIVITY (CUST-MST-LAST-TRANS-DATE) FOR THE
000110*              STATUTORY DORMANCY PERIOD.  THE RUN HAS TWO
000120*              MODES, CHOSEN BY THE OPTIONAL CONTROL CARD ON
000130*              ESCCARD:
000140*                - NO CARD: THE DUE-DILIGENCE NOTICE RUN.  EVERY
000150*                  ACCOUNT DUE IS LISTED ON THE NOTICE LIST FOR
000160*                  THE OWNER LETTERS AND WRITTEN TO THE NOTICE
000170*                  FILE (NOTE-FILE, COPYBOOK ESCREC).  NOTHING
000180*                  ON THE MASTER CHANGES;
000190*                - A 'FINAL' CARD: THE REPORTING RUN, AT LEAST
000200*                  THE WAITING PERIOD AFTER THE NOTICE RUN.  EACH
000210*                  ACCOUNT ON THE NOTICE FILE THAT IS STILL DUE
000220*                  IS WRITTEN TO THE STATE REPORTING FILE
000230*                  (STATE-FILE, COPYBOOK ESCREC) AND GETS AN
000240*                  ESCHEAT TRANSACTION (CODE 'ES', THE NEGATIVE
000250*                  OF ITS BALANCE) ON AN ORDINARY CUSTREC FEED
000260*                  SEGMENT (FEED-FILE) THAT DL100A CARRIES INTO
000270*                  READFILE AND MSTUPDT.  MSTUPDT ZEROES THE
000280*                  BALANCE AND MARKS THE ACCOUNT ESCHEATED
000290*                  (STATUS 'E'), WHICH TAKES IT OUT OF FEEACCR
000300*                  AND STMTGEN.  AN ACCOUNT THAT WAS NOTIFIED BUT
000310*                  IS NO LONGER DUE -- THE OWNER CAME BACK, THE
000320*                  BALANCE WENT, THE ACCOUNT LEFT THE MASTER --
000330*                  IS LISTED WITH ITS DISPOSITION AND LEFT ALONE.
000340*              AN ACCOUNT THAT BECAME DUE AFTER THE NOTICE RUN
000350*              WAS NEVER NOTIFIED AND WAITS FOR NEXT YEAR.  THE
000360*              PERIODS ARE THE WORKING-STORAGE CONSTANTS BELOW.
000370*              RETURN CODES: 0 NORMAL, 8 A REQUIRED DATASET
000380*              COULD NOT BE OPENED, THE CONTROL CARD WAS NOT
000390*              RECOGNIZED, OR THE NOTICE FILE IS NOT A NOTICE
000400*              FILE OR IS TOO RECENT FOR THE FINAL RUN.
000410*****************************************************************
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*----------------------------------------------------------------
000450* DATE       INIT  DESCRIPTION
000460* 10/15/2026 RTA   ORIGINAL PROGRAM.  FINANCE BUILT THE STATE
000470*                  FILING BY HAND FROM THE LIFECYCL DORMANCY
000480*                  LIST EVERY YEAR AND MISSED THE DEADLINE LAST
000490*                  YEAR.  SEE JCL MEMBERS DL100N (NOTICE RUN)
000500*                  AND DL100O (FINAL RUN).
000510*----------------------------------------------------------------
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.  ESCHEAT.
000540 AUTHOR.  R. T. ALVAREZ.
000550 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000560 DATE-WRITTEN.  10/15/2026.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT MST-FILE ASSIGN TO MSTFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CUST-MST-ACCOUNT-NO
000650         FILE STATUS IS DL100-MST-FILE-STATUS.
000660     SELECT CARD-FILE ASSIGN TO ESCCARD
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-CARD-FILE-STATUS.
000690     SELECT NOTE-FILE ASSIGN TO ESCNOTE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DL100-NOTE-FILE-STATUS.
000720     SELECT STATE-FILE ASSIGN TO ESCSTATE
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT FEED-FILE ASSIGN TO ESCFEED
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT RPT-FILE ASSIGN TO ESCRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  MST-FILE
000810     RECORD CONTAINS 100 CHARACTERS.
000820     COPY CUSTMST.
000830 FD  CARD-FILE
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  CARD-REC.
000870     05  CARD-FUNCTION               PIC X(06).
000880         88  CARD-FINAL                          VALUE 'FINAL'.
000890     05  FILLER                      PIC X(74).
000900 FD  NOTE-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  NOTE-REC                        PIC X(80).
000940 FD  STATE-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  STATE-REC                       PIC X(80).
000980 FD  FEED-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY CUSTREC.
001020 FD  RPT-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 133 CHARACTERS.
001050 01  RPT-REPORT-LINE                 PIC X(133).
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 77  DL100-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001110     88  DL100-END-OF-FILE                       VALUE 'Y'.
001120 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001130     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001140 77  DL100-MODE-SWITCH               PIC X(01)   VALUE 'N'.
001150     88  DL100-MODE-NOTICE                       VALUE 'N'.
001160     88  DL100-MODE-FINAL                        VALUE 'F'.
001170*----------------------------------------------------------------
001180* COUNTERS AND CONTROL TOTALS
001190*----------------------------------------------------------------
001200 77  DL100-MASTER-COUNT              PIC 9(09)   COMP VALUE ZERO.
001210 77  DL100-NOTE-READ-COUNT           PIC 9(09)   COMP VALUE ZERO.
001220 77  DL100-DUE-COUNT                 PIC 9(09)   COMP VALUE ZERO.
001230 77  DL100-RELEASED-COUNT            PIC 9(09)   COMP VALUE ZERO.
001240 77  DL100-FEED-COUNT                PIC 9(09)   COMP VALUE ZERO.
001250 77  DL100-DUE-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
001260 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE ZERO.
001270 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001280 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001290*----------------------------------------------------------------
001300* STATUTORY RULES.  AN ACCOUNT IS DUE WHEN ITS LAST ACTIVITY IS
001310* MORE THAN THE DORMANCY PERIOD BEFORE THE NOTICE RUN.  THE
001320* FINAL RUN MAY NOT FOLLOW THE NOTICE RUN BY LESS THAN THE
001330* WAITING PERIOD, SO OWNERS HAVE TIME TO ANSWER THE NOTICE.
001340*----------------------------------------------------------------
001350 77  DL100-DORMANCY-YEARS            PIC 9(02)   VALUE 03.
001360 77  DL100-NOTICE-WAIT-DAYS          PIC 9(03)   COMP VALUE 60.
001370*----------------------------------------------------------------
001380* HOLDER AND FEED CONSTANTS.  THE ESCHEAT POSTS AS THE NEGATIVE
001390* OF THE BALANCE UNDER CODE 'ES', WHICH MUST BE ON THE TRANCODE
001400* REFERENCE DATASET.
001410*----------------------------------------------------------------
001420 77  DL100-HOLDER-ID                 PIC X(10)   VALUE 'DL100'.
001430 77  DL100-PROPERTY-TYPE             PIC X(04)   VALUE 'AC01'.
001440 77  DL100-ESCH-TRANS-CODE           PIC X(02)   VALUE 'ES'.
001450 77  DL100-ESCH-FEED-ID              PIC X(10)   VALUE 'ESCHEAT'.
001460*----------------------------------------------------------------
001470* FILE STATUS KEYS
001480*----------------------------------------------------------------
001490 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001500 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
001510 77  DL100-NOTE-FILE-STATUS          PIC X(02)   VALUE SPACES.
001520*----------------------------------------------------------------
001530* NOTICE / STATE RECORD, BUILT HERE AND WRITTEN TO NOTE-FILE OR
001540* STATE-FILE; THE FINAL RUN READS THE NOTICE FILE INTO IT.
001550*----------------------------------------------------------------
001560     COPY ESCREC.
001570*----------------------------------------------------------------
001580* NOTICE RUN DATE AND THE CUTOFF IT WAS MADE UNDER -- TODAY'S ON
001590* THE NOTICE RUN, THE NOTICE FILE HEADER'S ON THE FINAL RUN.
001600*----------------------------------------------------------------
001610 77  DL100-NOTICE-DATE               PIC 9(08)   VALUE ZERO.
001620 01  DL100-CUTOFF-DATE.
001630     05  DL100-CUTOFF-YEAR           PIC 9(04).
001640     05  DL100-CUTOFF-MONTH          PIC 9(02).
001650     05  DL100-CUTOFF-DAY            PIC 9(02).
001660 01  DL100-CUTOFF-DATE-N REDEFINES DL100-CUTOFF-DATE
001670                                     PIC 9(08).
001680 77  DL100-TODAY-SERIAL              PIC 9(09)   COMP VALUE ZERO.
001690 77  DL100-WAIT-DAYS                 PIC S9(09)  COMP VALUE ZERO.
001700*----------------------------------------------------------------
001710* DISPOSITION OF THE CURRENT ACCOUNT ON THE REPORT
001720*----------------------------------------------------------------
001730 77  DL100-DISPOSITION               PIC X(20)   VALUE SPACES.
001740*----------------------------------------------------------------
001750* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001760*----------------------------------------------------------------
001770 01  DL100-CURRENT-DATE.
001780     05  DL100-CURRENT-YEAR          PIC 9(04).
001790     05  DL100-CURRENT-MONTH         PIC 9(02).
001800     05  DL100-CURRENT-DAY           PIC 9(02).
001810 01  DL100-RUN-DATE.
001820     05  DL100-RUN-YEAR              PIC 9(04).
001830     05  FILLER                      PIC X(01) VALUE '-'.
001840     05  DL100-RUN-MONTH             PIC 9(02).
001850     05  FILLER                      PIC X(01) VALUE '-'.
001860     05  DL100-RUN-DAY               PIC 9(02).
001870*----------------------------------------------------------------
001880* DATE-TO-SERIAL WORK AREA.  8500-DATE-TO-SERIAL CONVERTS
001890* DL100-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER SO THE DAYS
001900* SINCE THE NOTICE RUN ARE A SIMPLE SUBTRACTION.
001910*----------------------------------------------------------------
001920 01  DL100-DTS-WORK.
001930     05  DL100-DTS-DATE.
001940         10  DL100-DTS-YEAR          PIC 9(04).
001950         10  DL100-DTS-MONTH         PIC 9(02).
001960         10  DL100-DTS-DAY           PIC 9(02).
001970     05  DL100-DTS-WK-YEAR           PIC 9(04)   COMP VALUE ZERO.
001980     05  DL100-DTS-WK-MONTH          PIC 9(02)   COMP VALUE ZERO.
001990     05  DL100-DTS-Q1                PIC 9(04)   COMP VALUE ZERO.
002000     05  DL100-DTS-Q2                PIC 9(04)   COMP VALUE ZERO.
002010     05  DL100-DTS-Q3                PIC 9(04)   COMP VALUE ZERO.
002020     05  DL100-DTS-M1                PIC 9(04)   COMP VALUE ZERO.
002030     05  DL100-DTS-Q4                PIC 9(04)   COMP VALUE ZERO.
002040     05  DL100-DTS-SERIAL            PIC 9(09)   COMP VALUE ZERO.
002050*----------------------------------------------------------------
002060* REPORT PRINT AREAS -- ONE PER LINE TYPE, BUILT HERE AND MOVED
002070* TO RPT-REPORT-LINE JUST BEFORE EACH WRITE.
002080*----------------------------------------------------------------
002090 01  DL100-TITLE-LINE.
002100     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002130     05  DL100-TITLE-RUN-DATE        PIC X(10).
002140     05  FILLER                      PIC X(05) VALUE SPACES.
002150     05  DL100-TITLE-TEXT            PIC X(38).
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002180     05  DL100-TITLE-PAGE-NO         PIC ZZZ9.
002190     05  FILLER                      PIC X(59) VALUE SPACES.
002200 01  DL100-COLUMN-HEADING-LINE.
002210     05  DL100-HDG-CC                PIC X(01) VALUE SPACE.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
002240     05  FILLER                      PIC X(02) VALUE SPACES.
002250     05  FILLER                      PIC X(25)
002260             VALUE 'OWNER NAME'.
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  FILLER                      PIC X(08) VALUE 'OPENED'.
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  FILLER                      PIC X(08) VALUE 'LAST ACT'.
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  FILLER                      PIC X(18)
002330             VALUE '           BALANCE'.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  FILLER                      PIC X(20)
002360             VALUE 'DISPOSITION'.
002370     05  FILLER                      PIC X(32) VALUE SPACES.
002380 01  DL100-DETAIL-LINE.
002390     05  DL100-DET-CC                PIC X(01) VALUE SPACE.
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002410     05  DL100-DET-ACCOUNT           PIC 9(10).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  DL100-DET-NAME              PIC X(25).
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  DL100-DET-OPEN-DATE         PIC 9(08).
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  DL100-DET-LAST-DATE         PIC 9(08).
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  DL100-DET-BALANCE           PIC $$,$$$,$$$,$$9.99-.
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  DL100-DET-DISPOSITION       PIC X(20).
002520     05  FILLER                      PIC X(32) VALUE SPACES.
002530 01  DL100-BLANK-LINE.
002540     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
002550     05  FILLER                      PIC X(132) VALUE SPACES.
002560 01  DL100-SUMMARY-LINE.
002570     05  DL100-SUM-CC                PIC X(01) VALUE SPACE.
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  DL100-SUM-TEXT              PIC X(30).
002600     05  DL100-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  DL100-SUM-AMOUNT            PIC $$,$$$,$$$,$$9.99-.
002630     05  FILLER                      PIC X(70) VALUE SPACES.
002640 01  DL100-INFO-LINE.
002650     05  DL100-INFO-CC               PIC X(01) VALUE SPACE.
002660     05  FILLER                      PIC X(01) VALUE SPACE.
002670     05  DL100-INFO-TEXT             PIC X(30).
002680     05  DL100-INFO-VALUE            PIC X(10).
002690     05  FILLER                      PIC X(91) VALUE SPACES.
002700 PROCEDURE DIVISION.
002710*----------------------------------------------------------------
002720* 0000-MAINLINE
002730*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE NOTICE RUN
002740*     READS THE MASTER FRONT TO BACK; THE FINAL RUN READS THE
002750*     NOTICE FILE AND LOOKS EACH ACCOUNT UP ON THE MASTER.
002760*----------------------------------------------------------------
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE
002790         THRU 1000-EXIT
002800     IF DL100-ABEND-OCCURRED
002810         GO TO 9999-EXIT
002820     END-IF
002830     IF DL100-MODE-FINAL
002840         PERFORM 3000-FINAL-ONE-ACCOUNT
002850             THRU 3000-EXIT
002860             UNTIL DL100-END-OF-FILE
002870     ELSE
002880         PERFORM 2000-NOTICE-ONE-ACCOUNT
002890             THRU 2000-EXIT
002900             UNTIL DL100-END-OF-FILE
002910     END-IF
002920     PERFORM 9000-TERMINATE
002930         THRU 9000-EXIT.
002940 9999-EXIT.
002950     STOP RUN.
002960*----------------------------------------------------------------
002970* 1000-INITIALIZE
002980*     SETS UP THE RUN DATE, READS THE CONTROL CARD, OPENS THE
002990*     MASTER AND THE FILES FOR THE RUN'S MODE, AND WRITES THE
003000*     FIRST PAGE HEADING.  ANY FAILURE ENDS THE RUN RC 8 BEFORE
003010*     ANYTHING IS WRITTEN.
003020*----------------------------------------------------------------
003030 1000-INITIALIZE.
003040     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
003050     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003060     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003070     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003080     MOVE DL100-CURRENT-DATE TO DL100-DTS-DATE
003090     PERFORM 8500-DATE-TO-SERIAL
003100         THRU 8500-EXIT
003110     MOVE DL100-DTS-SERIAL TO DL100-TODAY-SERIAL
003120     PERFORM 1200-READ-CONTROL-CARD
003130         THRU 1200-EXIT
003140     IF DL100-ABEND-OCCURRED
003150         GO TO 1000-EXIT
003160     END-IF
003170     OPEN INPUT MST-FILE
003180     IF DL100-MST-FILE-STATUS NOT = "00"
003190         DISPLAY "MST-FILE OPEN FAILED, STATUS="
003200             DL100-MST-FILE-STATUS
003210         MOVE 8 TO RETURN-CODE
003220         MOVE 'Y' TO DL100-ABEND-SWITCH
003230         GO TO 1000-EXIT
003240     END-IF
003250     IF DL100-MODE-FINAL
003260         PERFORM 1400-OPEN-FINAL-FILES
003270             THRU 1400-EXIT
003280     ELSE
003290         PERFORM 1300-OPEN-NOTICE-FILES
003300             THRU 1300-EXIT
003310     END-IF
003320     IF DL100-ABEND-OCCURRED
003330         GO TO 1000-EXIT
003340     END-IF
003350     OPEN OUTPUT RPT-FILE
003360     PERFORM 7000-WRITE-PAGE-HEADING
003370         THRU 7000-EXIT.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 1200-READ-CONTROL-CARD
003420*     READS THE OPTIONAL CONTROL CARD.  NO CARD (ESCCARD DUMMY
003430*     OR EMPTY) MEANS THE NOTICE RUN; A FINAL CARD SWITCHES TO
003440*     THE REPORTING RUN.  ANY OTHER CARD ENDS THE RUN RC 8
003450*     RATHER THAN GUESS WHAT WAS MEANT.
003460*----------------------------------------------------------------
003470 1200-READ-CONTROL-CARD.
003480     OPEN INPUT CARD-FILE
003490     IF DL100-CARD-FILE-STATUS NOT = "00"
003500         GO TO 1200-EXIT
003510     END-IF
003520     READ CARD-FILE
003530         AT END
003540             MOVE SPACES TO CARD-REC
003550     END-READ
003560     CLOSE CARD-FILE
003570     IF CARD-FINAL
003580         MOVE 'F' TO DL100-MODE-SWITCH
003590     ELSE
003600         IF CARD-REC NOT = SPACES
003610             DISPLAY "INVALID ESCCARD CONTROL CARD: "
003620                 CARD-FUNCTION
003630             MOVE 8 TO RETURN-CODE
003640             MOVE 'Y' TO DL100-ABEND-SWITCH
003650         END-IF
003660     END-IF.
003670 1200-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 1300-OPEN-NOTICE-FILES
003710*     NOTICE RUN: THE CUTOFF IS TODAY LESS THE DORMANCY PERIOD.
003720*     OPENS THE NOTICE FILE, WRITES ITS HEADER, AND PRIMES THE
003730*     MASTER READ.
003740*----------------------------------------------------------------
003750 1300-OPEN-NOTICE-FILES.
003760     MOVE DL100-CURRENT-DATE TO DL100-NOTICE-DATE
003770     MOVE DL100-CURRENT-DATE TO DL100-CUTOFF-DATE
003780     SUBTRACT DL100-DORMANCY-YEARS FROM DL100-CUTOFF-YEAR
003790     OPEN OUTPUT NOTE-FILE
003800     MOVE SPACES TO ESC-RECORD
003810     MOVE 'EH' TO ESC-RECORD-TYPE
003820     MOVE 'N' TO ESC-HDR-FILE-TYPE
003830     MOVE DL100-CURRENT-DATE TO ESC-HDR-RUN-DATE
003840     MOVE DL100-HOLDER-ID TO ESC-HDR-HOLDER-ID
003850     MOVE DL100-CUTOFF-DATE TO ESC-HDR-CUTOFF-DATE
003860     MOVE DL100-NOTICE-DATE TO ESC-HDR-NOTICE-DATE
003870     WRITE NOTE-REC FROM ESC-RECORD
003880     PERFORM 2100-READ-MST-NEXT
003890         THRU 2100-EXIT.
003900 1300-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 1400-OPEN-FINAL-FILES
003940*     FINAL RUN: OPENS THE NOTICE FILE AND CHECKS ITS HEADER --
003950*     IT MUST BE A NOTICE FILE, AND THE NOTICE RUN MUST BE AT
003960*     LEAST THE WAITING PERIOD AGO.  THE CUTOFF AND NOTICE DATE
003970*     COME FROM THE HEADER.  ONLY THEN ARE THE STATE FILE AND
003980*     THE FEED SEGMENT OPENED AND GIVEN THEIR HEADERS, AND THE
003990*     FIRST NOTICE DETAIL READ.
004000*----------------------------------------------------------------
004010 1400-OPEN-FINAL-FILES.
004020     OPEN INPUT NOTE-FILE
004030     IF DL100-NOTE-FILE-STATUS NOT = "00"
004040         DISPLAY "NOTE-FILE OPEN FAILED, STATUS="
004050             DL100-NOTE-FILE-STATUS
004060         CLOSE MST-FILE
004070         MOVE 8 TO RETURN-CODE
004080         MOVE 'Y' TO DL100-ABEND-SWITCH
004090         GO TO 1400-EXIT
004100     END-IF
004110     READ NOTE-FILE INTO ESC-RECORD
004120         AT END
004130             MOVE SPACES TO ESC-RECORD
004140     END-READ
004150     IF NOT ESC-TYPE-HEADER
004160             OR NOT ESC-HDR-NOTICE-FILE
004170         DISPLAY "ESCNOTE IS NOT A NOTICE FILE"
004180         CLOSE MST-FILE
004190         CLOSE NOTE-FILE
004200         MOVE 8 TO RETURN-CODE
004210         MOVE 'Y' TO DL100-ABEND-SWITCH
004220         GO TO 1400-EXIT
004230     END-IF
004240     MOVE ESC-HDR-CUTOFF-DATE TO DL100-CUTOFF-DATE
004250     MOVE ESC-HDR-NOTICE-DATE TO DL100-NOTICE-DATE
004260     MOVE DL100-NOTICE-DATE TO DL100-DTS-DATE
004270     PERFORM 8500-DATE-TO-SERIAL
004280         THRU 8500-EXIT
004290     COMPUTE DL100-WAIT-DAYS =
004300         DL100-TODAY-SERIAL - DL100-DTS-SERIAL
004310     IF DL100-WAIT-DAYS < DL100-NOTICE-WAIT-DAYS
004320         DISPLAY "NOTICE RUN OF " DL100-NOTICE-DATE
004330             " IS TOO RECENT FOR THE FINAL RUN"
004340         CLOSE MST-FILE
004350         CLOSE NOTE-FILE
004360         MOVE 8 TO RETURN-CODE
004370         MOVE 'Y' TO DL100-ABEND-SWITCH
004380         GO TO 1400-EXIT
004390     END-IF
004400     OPEN OUTPUT STATE-FILE
004410     OPEN OUTPUT FEED-FILE
004420     MOVE SPACES TO ESC-RECORD
004430     MOVE 'EH' TO ESC-RECORD-TYPE
004440     MOVE 'S' TO ESC-HDR-FILE-TYPE
004450     MOVE DL100-CURRENT-DATE TO ESC-HDR-RUN-DATE
004460     MOVE DL100-HOLDER-ID TO ESC-HDR-HOLDER-ID
004470     MOVE DL100-CUTOFF-DATE TO ESC-HDR-CUTOFF-DATE
004480     MOVE DL100-NOTICE-DATE TO ESC-HDR-NOTICE-DATE
004490     WRITE STATE-REC FROM ESC-RECORD
004500     MOVE SPACES TO CUST-RECORD
004510     MOVE 'HD' TO CUST-RECORD-TYPE
004520     MOVE DL100-CURRENT-DATE TO CUST-HEADER-FEED-DATE
004530     MOVE DL100-ESCH-FEED-ID TO CUST-HEADER-FEED-ID
004540     WRITE CUST-RECORD
004550     PERFORM 3100-READ-NOTE-FILE
004560         THRU 3100-EXIT.
004570 1400-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 2000-NOTICE-ONE-ACCOUNT
004610*     NOTICE RUN: AN ACCOUNT THAT IS DUE IS WRITTEN TO THE
004620*     NOTICE FILE AND LISTED; THEN THE NEXT MASTER IS READ.
004630*----------------------------------------------------------------
004640 2000-NOTICE-ONE-ACCOUNT.
004650     ADD 1 TO DL100-MASTER-COUNT
004660     IF CUST-MST-DORMANT
004670             AND CUST-MST-BALANCE > ZERO
004680             AND CUST-MST-LAST-TRANS-DATE < DL100-CUTOFF-DATE-N
004690         MOVE SPACES TO ESC-RECORD
004700         MOVE 'ED' TO ESC-RECORD-TYPE
004710         PERFORM 8000-FILL-ESC-DETAIL
004720             THRU 8000-EXIT
004730         WRITE NOTE-REC FROM ESC-RECORD
004740         ADD 1 TO DL100-DUE-COUNT
004750         ADD CUST-MST-BALANCE TO DL100-DUE-AMOUNT
004760         MOVE 'NOTICE DUE' TO DL100-DISPOSITION
004770         PERFORM 6000-WRITE-ACCOUNT-LINE
004780             THRU 6000-EXIT
004790     END-IF
004800     PERFORM 2100-READ-MST-NEXT
004810         THRU 2100-EXIT.
004820 2000-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 2100-READ-MST-NEXT
004860*     READS THE NEXT MASTER RECORD IN KEY ORDER.
004870*----------------------------------------------------------------
004880 2100-READ-MST-NEXT.
004890     READ MST-FILE NEXT RECORD
004900         AT END
004910             MOVE 'Y' TO DL100-EOF-SWITCH
004920     END-READ.
004930 2100-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 3000-FINAL-ONE-ACCOUNT
004970*     FINAL RUN: LOOKS UP ONE NOTIFIED ACCOUNT ON THE MASTER.
004980*     ONE THAT IS STILL DORMANT, STILL IDLE SINCE BEFORE THE
004990*     CUTOFF, AND STILL CARRIES A POSITIVE BALANCE IS REPORTED
005000*     TO THE STATE AND GIVEN ITS ESCHEAT TRANSACTION FOR THE
005010*     WHOLE CURRENT BALANCE; ANY OTHER IS LISTED WITH THE
005020*     REASON IT IS RELEASED.  THEN THE NEXT NOTICE IS READ.
005030*----------------------------------------------------------------
005040 3000-FINAL-ONE-ACCOUNT.
005050     ADD 1 TO DL100-NOTE-READ-COUNT
005060     MOVE ESC-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
005070     READ MST-FILE
005080         INVALID KEY
005090             MOVE SPACES TO CUST-MASTER-RECORD
005100             MOVE ESC-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
005110             MOVE ESC-OWNER-NAME TO CUST-MST-CUSTOMER-NAME
005120             MOVE ESC-OPEN-DATE TO CUST-MST-OPEN-DATE
005130             MOVE ESC-LAST-ACTIVITY-DATE
005140                 TO CUST-MST-LAST-TRANS-DATE
005150             MOVE ZERO TO CUST-MST-BALANCE
005160             MOVE 'NOT ON MASTER' TO DL100-DISPOSITION
005170             GO TO 3000-RELEASE
005180     END-READ
005190     EVALUATE TRUE
005200         WHEN CUST-MST-ACTIVE
005210             MOVE 'OWNER ACTIVITY' TO DL100-DISPOSITION
005220             GO TO 3000-RELEASE
005230         WHEN CUST-MST-CLOSED
005240             MOVE 'ACCOUNT CLOSED' TO DL100-DISPOSITION
005250             GO TO 3000-RELEASE
005260         WHEN CUST-MST-ESCHEATED
005270             MOVE 'ALREADY ESCHEATED' TO DL100-DISPOSITION
005280             GO TO 3000-RELEASE
005290         WHEN NOT CUST-MST-DORMANT
005300             MOVE 'NOT DORMANT' TO DL100-DISPOSITION
005310             GO TO 3000-RELEASE
005320         WHEN CUST-MST-LAST-TRANS-DATE
005330                 NOT < DL100-CUTOFF-DATE-N
005340             MOVE 'OWNER ACTIVITY' TO DL100-DISPOSITION
005350             GO TO 3000-RELEASE
005360         WHEN CUST-MST-BALANCE NOT > ZERO
005370             MOVE 'NO BALANCE' TO DL100-DISPOSITION
005380             GO TO 3000-RELEASE
005390     END-EVALUATE
005400     PERFORM 3200-REPORT-ACCOUNT
005410         THRU 3200-EXIT
005420     GO TO 3000-NEXT.
005430 3000-RELEASE.
005440     ADD 1 TO DL100-RELEASED-COUNT
005450     PERFORM 6000-WRITE-ACCOUNT-LINE
005460         THRU 6000-EXIT.
005470 3000-NEXT.
005480     PERFORM 3100-READ-NOTE-FILE
005490         THRU 3100-EXIT.
005500 3000-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 3100-READ-NOTE-FILE
005540*     READS THE NEXT NOTICE DETAIL.  THE TRAILER, OR THE END OF
005550*     THE FILE, ENDS THE RUN.
005560*----------------------------------------------------------------
005570 3100-READ-NOTE-FILE.
005580     READ NOTE-FILE INTO ESC-RECORD
005590         AT END
005600             MOVE 'Y' TO DL100-EOF-SWITCH
005610             GO TO 3100-EXIT
005620     END-READ
005630     IF NOT ESC-TYPE-DETAIL
005640         MOVE 'Y' TO DL100-EOF-SWITCH
005650     END-IF.
005660 3100-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690* 3200-REPORT-ACCOUNT
005700*     WRITES THE CURRENT ACCOUNT TO THE STATE REPORTING FILE
005710*     AND ITS ESCHEAT TRANSACTION TO THE FEED SEGMENT, AND
005720*     LISTS IT.  THE TRANSACTION IS DATED TODAY SO IT POSTS ON
005730*     THE NIGHT IT IS READ; MSTUPDT ONLY APPLIES IT IF IT STILL
005740*     TAKES THE BALANCE EXACTLY TO ZERO.
005750*----------------------------------------------------------------
005760 3200-REPORT-ACCOUNT.
005770     MOVE SPACES TO ESC-RECORD
005780     MOVE 'ED' TO ESC-RECORD-TYPE
005790     PERFORM 8000-FILL-ESC-DETAIL
005800         THRU 8000-EXIT
005810     WRITE STATE-REC FROM ESC-RECORD
005820     MOVE SPACES TO CUST-RECORD
005830     MOVE 'DT' TO CUST-RECORD-TYPE
005840     MOVE CUST-MST-ACCOUNT-NO TO CUST-ACCOUNT-NO
005850     MOVE DL100-ESCH-TRANS-CODE TO CUST-TRANS-CODE
005860     SUBTRACT CUST-MST-BALANCE FROM ZERO
005870         GIVING CUST-TRANS-AMOUNT
005880     MOVE DL100-CURRENT-DATE TO CUST-EFFECTIVE-DATE
005890     MOVE CUST-MST-CUSTOMER-NAME TO CUST-CUSTOMER-NAME
005900     WRITE CUST-RECORD
005910     ADD 1 TO DL100-FEED-COUNT
005920     ADD 1 TO DL100-DUE-COUNT
005930     ADD CUST-MST-BALANCE TO DL100-DUE-AMOUNT
005940     MOVE 'REPORTED TO STATE' TO DL100-DISPOSITION
005950     PERFORM 6000-WRITE-ACCOUNT-LINE
005960         THRU 6000-EXIT.
005970 3200-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000* 6000-WRITE-ACCOUNT-LINE
006010*     PRINTS ONE ACCOUNT LINE WITH THE DISPOSITION SET BY THE
006020*     CALLER, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.
006030*----------------------------------------------------------------
006040 6000-WRITE-ACCOUNT-LINE.
006050     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
006060         PERFORM 7000-WRITE-PAGE-HEADING
006070             THRU 7000-EXIT
006080     END-IF
006090     MOVE CUST-MST-ACCOUNT-NO TO DL100-DET-ACCOUNT
006100     MOVE CUST-MST-CUSTOMER-NAME TO DL100-DET-NAME
006110     MOVE CUST-MST-OPEN-DATE TO DL100-DET-OPEN-DATE
006120     MOVE CUST-MST-LAST-TRANS-DATE TO DL100-DET-LAST-DATE
006130     MOVE CUST-MST-BALANCE TO DL100-DET-BALANCE
006140     MOVE DL100-DISPOSITION TO DL100-DET-DISPOSITION
006150     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
006160     WRITE RPT-REPORT-LINE
006170     ADD 1 TO DL100-LINE-COUNT.
006180 6000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 7000-WRITE-PAGE-HEADING
006220*     ADVANCES TO A NEW PAGE AND WRITES THE TITLE AND COLUMN
006230*     HEADING LINES.
006240*----------------------------------------------------------------
006250 7000-WRITE-PAGE-HEADING.
006260     ADD 1 TO DL100-PAGE-NO
006270     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
006280     MOVE DL100-PAGE-NO TO DL100-TITLE-PAGE-NO
006290     IF DL100-MODE-FINAL
006300         MOVE 'ESCHEATMENT FINAL REGISTER'
006310             TO DL100-TITLE-TEXT
006320     ELSE
006330         MOVE 'ESCHEATMENT DUE-DILIGENCE NOTICE LIST'
006340             TO DL100-TITLE-TEXT
006350     END-IF
006360     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
006370     WRITE RPT-REPORT-LINE
006380     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
006390     WRITE RPT-REPORT-LINE
006400     MOVE DL100-COLUMN-HEADING-LINE TO RPT-REPORT-LINE
006410     WRITE RPT-REPORT-LINE
006420     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
006430     WRITE RPT-REPORT-LINE
006440     MOVE ZERO TO DL100-LINE-COUNT.
006450 7000-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006471* 7100-WRITE-SUMMARY-LINE
006472*     WRITES ONE CLOSING SUMMARY COUNT AND AMOUNT LINE.
006473*----------------------------------------------------------------
006474 7100-WRITE-SUMMARY-LINE.
006475     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
006476     WRITE RPT-REPORT-LINE.
006477 7100-EXIT.
006478     EXIT.
006479*----------------------------------------------------------------
006480* 7200-WRITE-INFO-LINE
006481*     WRITES ONE LINE OF THE DATES THE RUN WAS MADE UNDER.
006482*----------------------------------------------------------------
006483 7200-WRITE-INFO-LINE.
006484     MOVE DL100-INFO-LINE TO RPT-REPORT-LINE
006485     WRITE RPT-REPORT-LINE.
006486 7200-EXIT.
006487     EXIT.
006488*----------------------------------------------------------------
006489* 8000-FILL-ESC-DETAIL
006490*     FILLS THE DETAIL FIELDS OF ESC-RECORD FROM THE CURRENT
006500*     MASTER RECORD.  THE AMOUNT IS THE BALANCE AS IT STANDS.
006510*----------------------------------------------------------------
006520 8000-FILL-ESC-DETAIL.
006530     MOVE CUST-MST-ACCOUNT-NO TO ESC-ACCOUNT-NO
006540     MOVE CUST-MST-CUSTOMER-NAME TO ESC-OWNER-NAME
006550     MOVE DL100-PROPERTY-TYPE TO ESC-PROPERTY-TYPE
006560     MOVE CUST-MST-BALANCE TO ESC-AMOUNT
006570     MOVE CUST-MST-OPEN-DATE TO ESC-OPEN-DATE
006580     MOVE CUST-MST-LAST-TRANS-DATE TO ESC-LAST-ACTIVITY-DATE
006590     MOVE DL100-NOTICE-DATE TO ESC-NOTICE-DATE.
006600 8000-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 8500-DATE-TO-SERIAL
006640*     CONVERTS DL100-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER
006650*     IN DL100-DTS-SERIAL, WITH MARCH AS THE FIRST MONTH OF THE
006660*     COUNTING YEAR SO THE LEAP DAY FALLS AT ITS END.
006670*----------------------------------------------------------------
006680 8500-DATE-TO-SERIAL.
006690     MOVE DL100-DTS-YEAR TO DL100-DTS-WK-YEAR
006700     MOVE DL100-DTS-MONTH TO DL100-DTS-WK-MONTH
006710     IF DL100-DTS-WK-MONTH < 3
006720         ADD 12 TO DL100-DTS-WK-MONTH
006730         SUBTRACT 1 FROM DL100-DTS-WK-YEAR
006740     END-IF
006750     DIVIDE DL100-DTS-WK-YEAR BY 4
006760         GIVING DL100-DTS-Q1
006770     DIVIDE DL100-DTS-WK-YEAR BY 100
006780         GIVING DL100-DTS-Q2
006790     DIVIDE DL100-DTS-WK-YEAR BY 400
006800         GIVING DL100-DTS-Q3
006810     COMPUTE DL100-DTS-M1 = 153 * (DL100-DTS-WK-MONTH + 1)
006820     DIVIDE DL100-DTS-M1 BY 5
006830         GIVING DL100-DTS-Q4
006840     COMPUTE DL100-DTS-SERIAL =
006850         (365 * DL100-DTS-WK-YEAR) + DL100-DTS-Q1
006860         - DL100-DTS-Q2 + DL100-DTS-Q3 + DL100-DTS-Q4
006870         + DL100-DTS-DAY.
006880 8500-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910* 9000-TERMINATE
006920*     WRITES THE TRAILERS FOR THE RUN'S OUTPUT FILES AND THE
006930*     REPORT'S CLOSING SUMMARY, CLOSES THE FILES, AND DISPLAYS
006940*     THE RUN COUNTS.
006950*----------------------------------------------------------------
006960 9000-TERMINATE.
006970     MOVE SPACES TO ESC-RECORD
006980     MOVE 'ET' TO ESC-RECORD-TYPE
006990     MOVE DL100-DUE-COUNT TO ESC-TRAILER-COUNT
007000     MOVE DL100-DUE-AMOUNT TO ESC-TRAILER-AMOUNT
007010     IF DL100-MODE-FINAL
007020         WRITE STATE-REC FROM ESC-RECORD
007030         MOVE SPACES TO CUST-RECORD
007040         MOVE 'TR' TO CUST-RECORD-TYPE
007050         MOVE DL100-FEED-COUNT TO CUST-TRAILER-COUNT
007060         WRITE CUST-RECORD
007070     ELSE
007080         WRITE NOTE-REC FROM ESC-RECORD
007090     END-IF
007100     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007110     WRITE RPT-REPORT-LINE
007120     IF DL100-MODE-FINAL
007130         MOVE 'NOTICES READ:' TO DL100-SUM-TEXT
007140         MOVE DL100-NOTE-READ-COUNT TO DL100-SUM-COUNT
007150         MOVE ZERO TO DL100-SUM-AMOUNT
007160         PERFORM 7100-WRITE-SUMMARY-LINE
007170             THRU 7100-EXIT
007180         MOVE 'RELEASED, NOT REPORTED:' TO DL100-SUM-TEXT
007190         MOVE DL100-RELEASED-COUNT TO DL100-SUM-COUNT
007200         MOVE ZERO TO DL100-SUM-AMOUNT
007210         PERFORM 7100-WRITE-SUMMARY-LINE
007220             THRU 7100-EXIT
007230         MOVE 'REPORTED AND REMITTED:' TO DL100-SUM-TEXT
007240     ELSE
007250         MOVE 'MASTER ACCOUNTS READ:' TO DL100-SUM-TEXT
007260         MOVE DL100-MASTER-COUNT TO DL100-SUM-COUNT
007270         MOVE ZERO TO DL100-SUM-AMOUNT
007280         PERFORM 7100-WRITE-SUMMARY-LINE
007290             THRU 7100-EXIT
007300         MOVE 'NOTICES DUE:' TO DL100-SUM-TEXT
007310     END-IF
007320     MOVE DL100-DUE-COUNT TO DL100-SUM-COUNT
007330     MOVE DL100-DUE-AMOUNT TO DL100-SUM-AMOUNT
007340     PERFORM 7100-WRITE-SUMMARY-LINE
007350         THRU 7100-EXIT
007360     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007370     WRITE RPT-REPORT-LINE
007380     MOVE 'NOTICE RUN DATE:' TO DL100-INFO-TEXT
007390     MOVE DL100-NOTICE-DATE TO DL100-INFO-VALUE
007400     PERFORM 7200-WRITE-INFO-LINE
007410         THRU 7200-EXIT
007420     MOVE 'NO ACTIVITY SINCE BEFORE:' TO DL100-INFO-TEXT
007430     MOVE DL100-CUTOFF-DATE TO DL100-INFO-VALUE
007440     PERFORM 7200-WRITE-INFO-LINE
007450         THRU 7200-EXIT
007460     CLOSE MST-FILE
007470     CLOSE NOTE-FILE
007480     IF DL100-MODE-FINAL
007490         CLOSE STATE-FILE
007500         CLOSE FEED-FILE
007510     END-IF
007520     CLOSE RPT-FILE
007530     IF DL100-MODE-FINAL
007540         DISPLAY "NOTICES READ: " DL100-NOTE-READ-COUNT
007550         DISPLAY "RELEASED, NOT REPORTED: " DL100-RELEASED-COUNT
007560         DISPLAY "REPORTED AND REMITTED: " DL100-DUE-COUNT
007570         DISPLAY "ESCHEAT TRANSACTIONS WRITTEN: "
007580             DL100-FEED-COUNT
007590     ELSE
007600         DISPLAY "MASTER ACCOUNTS READ: " DL100-MASTER-COUNT
007610         DISPLAY "NOTICES DUE: " DL100-DUE-COUNT
007620     END-IF.
007630 9000-EXIT.
007640     EXIT.

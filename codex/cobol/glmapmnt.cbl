000010*****************************************************************
000020* PROGRAM-ID : GLMAPMNT
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : BATCH MAINTENANCE FOR THE GENERAL LEDGER MAPPING
000070*              DATASET (PROD.DL100.GLMAP, COPYBOOK GLMREC), WHICH
000080*              GIVES THE LEDGER DEBIT AND CREDIT ACCOUNTS AND
000090*              COST CENTER FOR EACH TRANSACTION CODE, OPTIONALLY
000100*              BY REGIONAL FEED, WITH EFFECTIVE DATES.  GLEXTR,
000110*              MSTBKOUT, AND GLRECON ALL POST OR PROVE THE LEDGER
000120*              FROM IT, SO IT IS NEVER EDITED BY HAND.  READS ADD/
000130*              CHANGE/RETIRE TRANSACTIONS (GLMT-FILE, COPYBOOK
000140*              GLMMREC), VALIDATES THEM (A CODE THAT IS ACTIVE ON
000150*              THE TRANCODE REFERENCE DATASET ON AN ADD OR
000160*              CHANGE, A REAL EFFECTIVE DATE, KEY UNIQUENESS ON
000170*              AN ADD AND EXISTENCE ON A CHANGE OR RETIRE, AND
000175*              NON-BLANK ACCOUNTS, COST CENTER, AND DESCRIPTION,
000180*              AND ONE ACCOUNT ON BOTH SIDES OF A TRANSFER ROW),
000190*              APPLIES THE GOOD ONES TO AN IN-STORAGE COPY OF THE
000200*              MAPPING, AND WRITES THE WHOLE UPDATED MAPPING TO
000210*              GLMAP-OUT-FILE -- THE JOB SWAPS IT OVER THE LIVE
000220*              DATASET ONLY WHEN THIS STEP ENDS BELOW RC 8.  THE
000230*              LAST ACTIVE ROW OF A CODE STILL SEEN ON THE RECENT
000240*              CUSTOUT GENERATIONS CANNOT BE RETIRED.  EVERY
000250*              APPLIED CHANGE IS ALSO APPENDED TO THE CHANGE LOG
000260*              (LOG-FILE, COPYBOOK GLMLREC) WITH WHO, WHEN, AND
000270*              THE BEFORE AND AFTER IMAGES, ONLY AFTER THE RUN
000280*              HAS PROVED THE SWAP WILL HAPPEN -- THE SAME RULE
000290*              AS TCODMNT.  AN EMPTY MAPPING IS VALID INPUT (THE
000300*              FIRST RUN BUILDS IT FROM NOTHING), BUT A MAPPING
000310*              LEFT WITH NO ACTIVE ROW IS NEVER SWAPPED.  ACTIVE
000320*              TRANSACTION CODES WITH NO ACTIVE MAPPING ROW ARE
000330*              LISTED SO THE GL TEAM CAN MAP THEM BEFORE GLEXTR
000340*              STOPS ON THEM.  REJECTED MAINTENANCE TRANSACTIONS
000350*              ARE DISPLAYED WITH THEIR REASON AND END THE RUN
000360*              RC 4 SO DATA CONTROL RE-CHECKS THEM.
000370*****************************************************************
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*----------------------------------------------------------------
000410* DATE       INIT  DESCRIPTION
000420* 10/15/2026 RTA   ORIGINAL PROGRAM.  THE GL TEAM KEPT THEIR OWN
000430*                  TRANSLATION TABLE FROM THE HARD-CODED EXTRACT
000440*                  ACCOUNTS TO THE REAL LEDGER AND IT KEPT
000450*                  DRIFTING OUT OF STEP WITH TRANCODE.  RUNS AS
000460*                  JCL MEMBER DL100R AHEAD OF THE NIGHTLY DL100A
000470*                  WHENEVER THE GL TEAM HAS MAPPING CHANGES.
000480*----------------------------------------------------------------
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.  GLMAPMNT.
000510 AUTHOR.  R. T. ALVAREZ.
000520 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000530 DATE-WRITTEN.  10/15/2026.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT GLMAP-FILE ASSIGN TO GLMAPIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL100-GLMAP-FILE-STATUS.
000610     SELECT GLMT-FILE ASSIGN TO GLMTFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-GLMT-FILE-STATUS.
000640     SELECT TCODE-FILE ASSIGN TO TCODFILE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS DL100-TCODE-FILE-STATUS.
000670     SELECT ACT-FILE ASSIGN TO ACTFILE
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL100-ACT-FILE-STATUS.
000700     SELECT GLMAP-OUT-FILE ASSIGN TO GLMAPOUT
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT LOG-FILE ASSIGN TO GLMAPLOG
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS DL100-LOG-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  GLMAP-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS.
000800     COPY GLMREC.
000810 FD  GLMT-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 80 CHARACTERS.
000840     COPY GLMMREC.
000850 FD  TCODE-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 80 CHARACTERS.
000880     COPY TCODREC.
000890 FD  ACT-FILE
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 80 CHARACTERS.
000920     COPY CUSTREC.
000930 FD  GLMAP-OUT-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  GLMAP-OUT-REC                   PIC X(80).
000970 FD  LOG-FILE
000980     RECORDING MODE IS F
000990     RECORD CONTAINS 133 CHARACTERS.
001000 01  LOG-REC                         PIC X(133).
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* CHANGE LOG LINE WORK AREA (COPYBOOK GLMLREC).  LINES ARE
001040* BUILT HERE AND HELD IN THE BUFFER TABLE BELOW; THEY ARE ONLY
001050* APPENDED TO LOG-FILE ONCE THE RUN HAS PROVED THE NEW MAPPING
001060* WILL ACTUALLY BE SWAPPED OVER THE LIVE DATASET.
001070*----------------------------------------------------------------
001080     COPY GLMLREC.
001090*----------------------------------------------------------------
001100* SWITCHES
001110*----------------------------------------------------------------
001120 77  DL100-GLMAP-EOF-SWITCH          PIC X(01)   VALUE 'N'.
001130     88  DL100-GLMAP-END-OF-FILE                 VALUE 'Y'.
001140 77  DL100-GLMT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001150     88  DL100-GLMT-END-OF-FILE                  VALUE 'Y'.
001160 77  DL100-ACT-EOF-SWITCH            PIC X(01)   VALUE 'N'.
001170     88  DL100-ACT-END-OF-FILE                   VALUE 'Y'.
001180 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001190     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001200 77  DL100-LOG-FILE-STATUS           PIC X(02)   VALUE SPACES.
001210     88  DL100-LOG-FILE-NOT-FOUND                VALUE "35".
001220*----------------------------------------------------------------
001230* COUNTERS
001240*----------------------------------------------------------------
001250 77  DL100-MAINT-COUNT               PIC 9(09)   COMP VALUE ZERO.
001260 77  DL100-ADD-COUNT                 PIC 9(09)   COMP VALUE ZERO.
001270 77  DL100-CHANGE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001280 77  DL100-RETIRE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001290 77  DL100-REJECT-COUNT              PIC 9(09)   COMP VALUE ZERO.
001300 77  DL100-ACTIVE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001310 77  DL100-ROWS-WRITTEN              PIC 9(09)   COMP VALUE ZERO.
001320 77  DL100-UNMAPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
001330 77  DL100-CODE-ACTIVE-ROWS          PIC 9(04)   COMP VALUE ZERO.
001340 77  DL100-COUNT-CODE                PIC X(02)   VALUE SPACES.
001350*----------------------------------------------------------------
001360* FILE STATUS KEYS
001370*----------------------------------------------------------------
001380 77  DL100-GLMAP-FILE-STATUS         PIC X(02)   VALUE SPACES.
001390 77  DL100-GLMT-FILE-STATUS          PIC X(02)   VALUE SPACES.
001400 77  DL100-TCODE-FILE-STATUS         PIC X(02)   VALUE SPACES.
001410 77  DL100-ACT-FILE-STATUS           PIC X(02)   VALUE SPACES.
001420*----------------------------------------------------------------
001430* IN-STORAGE COPY OF THE WHOLE GL MAPPING, RETIRED ROWS
001440* INCLUDED, MAINTAINED IN PLACE AND WRITTEN BACK OUT AT THE END.
001450* THE LIMIT MATCHES THE READERS' TABLE IN COPYBOOK GLMTBL, SO A
001460* MAPPING THIS PROGRAM WRITES ALWAYS LOADS.
001470*----------------------------------------------------------------
001480 01  DL100-TBL-AREA.
001490     05  DL100-TBL-COUNT             PIC 9(04)   COMP VALUE ZERO.
001500     05  DL100-TBL-MAX               PIC 9(04)   COMP VALUE 1000.
001510     05  DL100-TBL-SUB               PIC 9(04)   COMP VALUE ZERO.
001520     05  DL100-TBL-SCAN-SUB          PIC 9(04)   COMP VALUE ZERO.
001530     05  DL100-TBL-FOUND-SW          PIC X(01)   VALUE 'N'.
001540         88  DL100-TBL-FOUND                     VALUE 'Y'.
001550     05  DL100-TBL-ENTRY OCCURS 1000 TIMES.
001560         10  DL100-TBL-T-KEY.
001570             15  DL100-TBL-T-CODE    PIC X(02).
001580             15  DL100-TBL-T-FEED    PIC X(10).
001590             15  DL100-TBL-T-DATE    PIC 9(08).
001600         10  DL100-TBL-T-DEBIT       PIC X(08).
001610         10  DL100-TBL-T-CREDIT      PIC X(08).
001620         10  DL100-TBL-T-COST        PIC X(06).
001630         10  DL100-TBL-T-ACTIVE      PIC X(01).
001640         10  DL100-TBL-T-DESC        PIC X(24).
001650*----------------------------------------------------------------
001660* TRANSACTION CODE REFERENCE TABLE (LOADED FROM TCODE-FILE,
001670* ACTIVE CODES ONLY).  A MAPPING MAY ONLY BE ADDED OR CHANGED
001680* FOR A CODE ON IT, SO THE MAPPING CANNOT DRIFT AWAY FROM
001690* TRANCODE.
001700*----------------------------------------------------------------
001710     COPY TCODTBL.
001720*----------------------------------------------------------------
001730* RECENT ACTIVITY TABLE -- EVERY TRANSACTION CODE SEEN ON THE
001740* CUSTOUT GENERATIONS CONCATENATED ON THE ACTFILE DD, WITH ITS
001750* USE COUNT.  THE LAST ACTIVE MAPPING ROW OF A CODE ON THIS
001760* TABLE CANNOT BE RETIRED.
001770*----------------------------------------------------------------
001780 01  DL100-USE-AREA.
001790     05  DL100-USE-COUNT             PIC 9(03)   COMP VALUE ZERO.
001800     05  DL100-USE-MAX               PIC 9(03)   COMP VALUE 100.
001810     05  DL100-USE-SUB               PIC 9(03)   COMP VALUE ZERO.
001820     05  DL100-USE-FOUND-SW          PIC X(01)   VALUE 'N'.
001830         88  DL100-USE-FOUND                     VALUE 'Y'.
001840     05  DL100-USE-OVFL-SWITCH       PIC X(01)   VALUE 'N'.
001850         88  DL100-USE-OVERFLOWED                VALUE 'Y'.
001860     05  DL100-USE-SEARCH-CODE       PIC X(02)   VALUE SPACES.
001870     05  DL100-USE-ENTRY OCCURS 100 TIMES.
001880         10  DL100-USE-T-CODE        PIC X(02).
001890         10  DL100-USE-T-COUNT       PIC 9(09)   COMP.
001900*----------------------------------------------------------------
001910* CHANGE LOG BUFFER.  ONE ENTRY PER APPLIED CHANGE, APPENDED TO
001920* LOG-FILE ONLY AFTER 5000-WRITE-NEW-TABLE CONFIRMS THE NEW
001930* MAPPING WILL BE SWAPPED.  A BUFFER OVERFLOW ENDS THE RUN RC 8
001940* -- NO SWAP AND NO LOG, SO THE TWO NEVER DISAGREE.
001950*----------------------------------------------------------------
001960 01  DL100-LOG-TABLE-AREA.
001970     05  DL100-LOG-COUNT             PIC 9(03)   COMP VALUE ZERO.
001980     05  DL100-LOG-MAX               PIC 9(03)   COMP VALUE 500.
001990     05  DL100-LOG-SUB               PIC 9(03)   COMP VALUE ZERO.
002000     05  DL100-LOG-ENTRY OCCURS 500 TIMES
002010                                     PIC X(133).
002020*----------------------------------------------------------------
002030* EFFECTIVE DATE EDIT WORK AREA -- DAYS PER MONTH (FEBRUARY IS
002040* ADJUSTED FOR LEAP YEARS) AND THE LEAP YEAR REMAINDERS
002050*----------------------------------------------------------------
002060 01  DL100-DIM-TABLE.
002070     05  DL100-DIM-VALUES            PIC X(24)
002080             VALUE '312831303130313130313031'.
002090     05  DL100-DIM-ENTRY REDEFINES DL100-DIM-VALUES
002100                                     OCCURS 12 TIMES
002110                                     PIC 9(02).
002120 77  DL100-MAX-DAY                   PIC 9(02)        VALUE ZERO.
002130 77  DL100-LEAP-Q                    PIC 9(04)   COMP VALUE ZERO.
002140 77  DL100-LEAP-R4                   PIC 9(04)   COMP VALUE ZERO.
002150 77  DL100-LEAP-R100                 PIC 9(04)   COMP VALUE ZERO.
002160 77  DL100-LEAP-R400                 PIC 9(04)   COMP VALUE ZERO.
002170*----------------------------------------------------------------
002180* REJECT REASON WORK AREA
002190*----------------------------------------------------------------
002200 77  DL100-REJECT-REASON-TEXT        PIC X(20)   VALUE SPACES.
002202*----------------------------------------------------------------
002204* INTER-ACCOUNT TRANSFER CODE, WHOSE ROWS MUST NET TO ZERO
002206*----------------------------------------------------------------
002208 77  DL100-XFER-TRANS-CODE           PIC X(02)   VALUE 'XF'.
002210*----------------------------------------------------------------
002220* RUN DATE AND TIME (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
002230*----------------------------------------------------------------
002240 01  DL100-RUN-DATE.
002250     05  DL100-RUN-YEAR              PIC 9(04).
002260     05  FILLER                      PIC X(01) VALUE '-'.
002270     05  DL100-RUN-MONTH             PIC 9(02).
002280     05  FILLER                      PIC X(01) VALUE '-'.
002290     05  DL100-RUN-DAY               PIC 9(02).
002300 01  DL100-CURRENT-DATE.
002310     05  DL100-CURRENT-YEAR          PIC 9(04).
002320     05  DL100-CURRENT-MONTH         PIC 9(02).
002330     05  DL100-CURRENT-DAY           PIC 9(02).
002340 01  DL100-RUN-TIME.
002350     05  DL100-RUN-HOURS             PIC 9(02).
002360     05  FILLER                      PIC X(01) VALUE ':'.
002370     05  DL100-RUN-MINUTES           PIC 9(02).
002380     05  FILLER                      PIC X(01) VALUE ':'.
002390     05  DL100-RUN-SECONDS           PIC 9(02).
002400 01  DL100-CURRENT-TIME.
002410     05  DL100-CURRENT-HOURS         PIC 9(02).
002420     05  DL100-CURRENT-MINUTES       PIC 9(02).
002430     05  DL100-CURRENT-SECONDS       PIC 9(02).
002440     05  DL100-CURRENT-HUNDREDTHS    PIC 9(02).
002450 PROCEDURE DIVISION.
002460*----------------------------------------------------------------
002470* 0000-MAINLINE
002480*     CONTROLS OVERALL FLOW OF THE PROGRAM.
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-EXIT
002530     IF DL100-ABEND-OCCURRED
002540         GO TO 9999-EXIT
002550     END-IF
002560     PERFORM 2000-PROCESS-MAINT-RECORD
002570         THRU 2000-EXIT
002580         UNTIL DL100-GLMT-END-OF-FILE
002590     PERFORM 5000-WRITE-NEW-TABLE
002600         THRU 5000-EXIT
002610     IF RETURN-CODE < 8
002620             AND DL100-LOG-COUNT > ZERO
002630         PERFORM 8200-APPEND-LOG-LINES
002640             THRU 8200-EXIT
002650     END-IF
002660     PERFORM 5200-LIST-UNMAPPED-CODES
002670         THRU 5200-EXIT
002680     PERFORM 9000-TERMINATE
002690         THRU 9000-EXIT.
002700 9999-EXIT.
002710     STOP RUN.
002720*----------------------------------------------------------------
002730* 1000-INITIALIZE
002740*     LOADS THE CURRENT GL MAPPING, THE TRANCODE TABLE, AND THE
002750*     RECENT ACTIVITY TABLE, OPENS THE MAINTENANCE INPUT AND THE
002760*     OUTPUT, AND PRIMES THE MAINTENANCE READ LOOP.  A MAPPING
002770*     THAT CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS THE RUN,
002780*     AS DOES A TRANCODE TABLE THAT CANNOT BE LOADED -- WITHOUT
002790*     IT NO ADD OR CHANGE CAN BE EDITED.  AN EMPTY MAPPING IS
002800*     LOADED AS IT IS.
002810*----------------------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
002840     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
002850     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
002860     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
002870     ACCEPT DL100-CURRENT-TIME FROM TIME
002880     MOVE DL100-CURRENT-HOURS TO DL100-RUN-HOURS
002890     MOVE DL100-CURRENT-MINUTES TO DL100-RUN-MINUTES
002900     MOVE DL100-CURRENT-SECONDS TO DL100-RUN-SECONDS
002910     PERFORM 1100-LOAD-TABLE
002920         THRU 1100-EXIT
002930     IF DL100-ABEND-OCCURRED
002940         GO TO 1000-EXIT
002950     END-IF
002960     PERFORM 1400-LOAD-TCODE-TABLE
002970         THRU 1400-EXIT
002980     IF DL100-ABEND-OCCURRED
002990         GO TO 1000-EXIT
003000     END-IF
003010     PERFORM 1200-LOAD-RECENT-ACTIVITY
003020         THRU 1200-EXIT
003030     OPEN INPUT GLMT-FILE
003040     IF DL100-GLMT-FILE-STATUS NOT = "00"
003050         DISPLAY "GLMT-FILE OPEN FAILED, STATUS="
003060             DL100-GLMT-FILE-STATUS
003070         MOVE 8 TO RETURN-CODE
003080         MOVE 'Y' TO DL100-ABEND-SWITCH
003090         GO TO 1000-EXIT
003100     END-IF
003110     OPEN OUTPUT GLMAP-OUT-FILE
003120     PERFORM 2100-READ-GLMT-FILE
003130         THRU 2100-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* 1100-LOAD-TABLE
003180*     LOADS EVERY ROW OF THE CURRENT GL MAPPING, RETIRED ROWS
003190*     INCLUDED, INTO THE IN-STORAGE TABLE.
003200*----------------------------------------------------------------
003210 1100-LOAD-TABLE.
003220     OPEN INPUT GLMAP-FILE
003230     IF DL100-GLMAP-FILE-STATUS NOT = "00"
003240         DISPLAY "GLMAP-FILE OPEN FAILED, STATUS="
003250             DL100-GLMAP-FILE-STATUS
003260         MOVE 8 TO RETURN-CODE
003270         MOVE 'Y' TO DL100-ABEND-SWITCH
003280         GO TO 1100-EXIT
003290     END-IF
003300     PERFORM 1110-LOAD-ONE-ROW
003310         THRU 1110-EXIT
003320         UNTIL DL100-GLMAP-END-OF-FILE
003330             OR DL100-ABEND-OCCURRED
003340     CLOSE GLMAP-FILE.
003350 1100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 1110-LOAD-ONE-ROW
003390*     READS ONE GL MAPPING ROW AND ADDS IT TO THE IN-STORAGE
003400*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
003410*----------------------------------------------------------------
003420 1110-LOAD-ONE-ROW.
003430     READ GLMAP-FILE
003440         AT END
003450             MOVE 'Y' TO DL100-GLMAP-EOF-SWITCH
003460         NOT AT END
003470             IF DL100-TBL-COUNT >= DL100-TBL-MAX
003480                 DISPLAY "GL MAPPING TABLE FULL"
003490                 MOVE 8 TO RETURN-CODE
003500                 MOVE 'Y' TO DL100-ABEND-SWITCH
003510             ELSE
003520                 ADD 1 TO DL100-TBL-COUNT
003530                 MOVE GLM-KEY
003540                     TO DL100-TBL-T-KEY (DL100-TBL-COUNT)
003550                 MOVE GLM-DEBIT-ACCOUNT
003560                     TO DL100-TBL-T-DEBIT (DL100-TBL-COUNT)
003570                 MOVE GLM-CREDIT-ACCOUNT
003580                     TO DL100-TBL-T-CREDIT (DL100-TBL-COUNT)
003590                 MOVE GLM-COST-CENTER
003600                     TO DL100-TBL-T-COST (DL100-TBL-COUNT)
003610                 MOVE GLM-ACTIVE-FLAG
003620                     TO DL100-TBL-T-ACTIVE (DL100-TBL-COUNT)
003630                 MOVE GLM-DESCRIPTION
003640                     TO DL100-TBL-T-DESC (DL100-TBL-COUNT)
003650             END-IF
003660     END-READ.
003670 1110-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 1200-LOAD-RECENT-ACTIVITY
003710*     SCANS THE RECENT CUSTOUT GENERATIONS CONCATENATED ON THE
003720*     ACTFILE DD AND TALLIES EVERY TRANSACTION CODE SEEN, SO THE
003730*     RETIRE OF A CODE'S LAST ACTIVE ROW CAN BE REFUSED WHILE
003740*     THE CODE IS STILL IN USE.  A MISSING ACTIVITY DATASET IS
003750*     TOLERATED BUT REPORTED -- EVERY RETIRE WILL THEN PASS THE
003760*     USE CHECK UNCHALLENGED.
003770*----------------------------------------------------------------
003780 1200-LOAD-RECENT-ACTIVITY.
003790     OPEN INPUT ACT-FILE
003800     IF DL100-ACT-FILE-STATUS NOT = "00"
003810         DISPLAY "NO RECENT ACTIVITY DATASET, STATUS="
003820             DL100-ACT-FILE-STATUS
003830         MOVE 'Y' TO DL100-ACT-EOF-SWITCH
003840         GO TO 1200-EXIT
003850     END-IF
003860     PERFORM 1210-TALLY-ONE-ACTIVITY
003870         THRU 1210-EXIT
003880         UNTIL DL100-ACT-END-OF-FILE
003890     CLOSE ACT-FILE.
003900 1200-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 1210-TALLY-ONE-ACTIVITY
003940*     READS ONE RECENT CUSTOUT RECORD AND TALLIES ITS
003950*     TRANSACTION CODE ON THE USE TABLE.  A TABLE OVERFLOW IS
003960*     REPORTED ONCE AND REMEMBERED -- WITH CODES UNTALLIED THE
003970*     USE CHECK CAN NO LONGER CLEAR A RETIRE, SO EVERY LAST-ROW
003980*     RETIRE ON AN OVERFLOWED RUN IS REFUSED.
003990*----------------------------------------------------------------
004000 1210-TALLY-ONE-ACTIVITY.
004010     READ ACT-FILE
004020         AT END
004030             MOVE 'Y' TO DL100-ACT-EOF-SWITCH
004040         NOT AT END
004050             IF CUST-TYPE-DETAIL
004060                 MOVE CUST-TRANS-CODE
004070                     TO DL100-USE-SEARCH-CODE
004080                 PERFORM 1250-FIND-USE-ENTRY
004090                     THRU 1250-EXIT
004100                 IF NOT DL100-USE-FOUND
004110                     IF DL100-USE-COUNT < DL100-USE-MAX
004120                         ADD 1 TO DL100-USE-COUNT
004130                         MOVE DL100-USE-COUNT TO DL100-USE-SUB
004140                         MOVE DL100-USE-SEARCH-CODE TO
004150                             DL100-USE-T-CODE (DL100-USE-SUB)
004160                         MOVE ZERO TO
004170                             DL100-USE-T-COUNT (DL100-USE-SUB)
004180                         MOVE 'Y' TO DL100-USE-FOUND-SW
004190                     ELSE
004200                         IF NOT DL100-USE-OVERFLOWED
004210                             DISPLAY "USE TABLE FULL - LAST-ROW"
004220                                 " RETIRES WILL BE REFUSED"
004230                             MOVE 'Y'
004240                                 TO DL100-USE-OVFL-SWITCH
004250                         END-IF
004260                     END-IF
004270                 END-IF
004280                 IF DL100-USE-FOUND
004290                     ADD 1 TO
004300                         DL100-USE-T-COUNT (DL100-USE-SUB)
004310                 END-IF
004320             END-IF
004330     END-READ.
004340 1210-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------
004370* 1250-FIND-USE-ENTRY
004380*     SCANS THE USE TABLE FOR THE TRANSACTION CODE IN
004390*     DL100-USE-SEARCH-CODE.
004400*----------------------------------------------------------------
004410 1250-FIND-USE-ENTRY.
004420     MOVE 'N' TO DL100-USE-FOUND-SW
004430     MOVE 1 TO DL100-USE-SUB
004440     PERFORM 1260-SCAN-USE-ENTRY
004450         THRU 1260-EXIT
004460         UNTIL DL100-USE-FOUND
004470             OR DL100-USE-SUB > DL100-USE-COUNT.
004480 1250-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 1260-SCAN-USE-ENTRY
004520*     COMPARES ONE USE TABLE ENTRY AGAINST THE CODE IN
004530*     DL100-USE-SEARCH-CODE.
004540*----------------------------------------------------------------
004550 1260-SCAN-USE-ENTRY.
004560     IF DL100-USE-T-CODE (DL100-USE-SUB) =
004570             DL100-USE-SEARCH-CODE
004580         MOVE 'Y' TO DL100-USE-FOUND-SW
004590     ELSE
004600         ADD 1 TO DL100-USE-SUB
004610     END-IF.
004620 1260-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 1400-LOAD-TCODE-TABLE
004660*     LOADS THE ACTIVE TRANSACTION CODES FROM TCODE-FILE INTO
004670*     THE WORKING-STORAGE TABLE (COPYBOOK TCODTBL), THE SAME
004680*     LOAD READFILE PERFORMS ON THE SAME REFERENCE DATASET.  A
004690*     TABLE THAT CANNOT BE OPENED OR LOADS EMPTY ENDS THE RUN.
004700*----------------------------------------------------------------
004710 1400-LOAD-TCODE-TABLE.
004720     OPEN INPUT TCODE-FILE
004730     IF DL100-TCODE-FILE-STATUS NOT = "00"
004740         DISPLAY "TCODE-FILE OPEN FAILED, STATUS="
004750             DL100-TCODE-FILE-STATUS
004760         MOVE 8 TO RETURN-CODE
004770         MOVE 'Y' TO DL100-ABEND-SWITCH
004780         GO TO 1400-EXIT
004790     END-IF
004800     MOVE 'N' TO DL100-TCODE-EOF-SW
004810     MOVE ZERO TO DL100-TCODE-COUNT
004820     PERFORM 1410-LOAD-ONE-TCODE
004830         THRU 1410-EXIT
004840         UNTIL DL100-TCODE-END-OF-FILE
004850             OR DL100-ABEND-OCCURRED
004860     CLOSE TCODE-FILE
004870     IF DL100-TCODE-COUNT = ZERO
004880             AND NOT DL100-ABEND-OCCURRED
004890         DISPLAY "TRANS CODE TABLE IS EMPTY"
004900         MOVE 8 TO RETURN-CODE
004910         MOVE 'Y' TO DL100-ABEND-SWITCH
004920     END-IF.
004930 1400-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 1410-LOAD-ONE-TCODE
004970*     READS ONE TRANSACTION CODE RECORD AND ADDS IT TO THE TABLE
004980*     IF IT IS ACTIVE.  A TABLE OVERFLOW ENDS THE RUN.
004990*----------------------------------------------------------------
005000 1410-LOAD-ONE-TCODE.
005010     READ TCODE-FILE
005020         AT END
005030             MOVE 'Y' TO DL100-TCODE-EOF-SW
005040         NOT AT END
005050             IF TCODE-ACTIVE
005060                 IF DL100-TCODE-COUNT >= DL100-TCODE-MAX
005070                     DISPLAY "TRANS CODE TABLE FULL"
005080                     MOVE 8 TO RETURN-CODE
005090                     MOVE 'Y' TO DL100-ABEND-SWITCH
005100                 ELSE
005110                     ADD 1 TO DL100-TCODE-COUNT
005120                     MOVE TCODE-CODE TO DL100-TCODE-T-CODE
005130                         (DL100-TCODE-COUNT)
005140                     MOVE TCODE-DESCRIPTION
005150                         TO DL100-TCODE-T-DESC
005160                         (DL100-TCODE-COUNT)
005170                     MOVE TCODE-DEBIT-CREDIT
005180                         TO DL100-TCODE-T-DC
005190                         (DL100-TCODE-COUNT)
005200                 END-IF
005210             END-IF
005220     END-READ.
005230 1410-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 2000-PROCESS-MAINT-RECORD
005270*     VALIDATES AND APPLIES ONE MAINTENANCE TRANSACTION, THEN
005280*     READS THE NEXT ONE.  A TRANSACTION THAT FAILS VALIDATION
005290*     IS DISPLAYED WITH ITS REASON AND COUNTED; NOTHING IS
005300*     APPLIED FOR IT.
005310*----------------------------------------------------------------
005320 2000-PROCESS-MAINT-RECORD.
005330     ADD 1 TO DL100-MAINT-COUNT
005340     MOVE SPACES TO DL100-REJECT-REASON-TEXT
005350     PERFORM 2200-FIND-TABLE-ENTRY
005360         THRU 2200-EXIT
005370     EVALUATE TRUE
005380         WHEN GLMM-ACTION-ADD
005390             PERFORM 3000-APPLY-ADD
005400                 THRU 3000-EXIT
005410         WHEN GLMM-ACTION-CHANGE
005420             PERFORM 3100-APPLY-CHANGE
005430                 THRU 3100-EXIT
005440         WHEN GLMM-ACTION-RETIRE
005450             PERFORM 3200-APPLY-RETIRE
005460                 THRU 3200-EXIT
005470         WHEN OTHER
005480             MOVE 'BAD ACTION CODE' TO DL100-REJECT-REASON-TEXT
005490     END-EVALUATE
005500     IF DL100-REJECT-REASON-TEXT NOT = SPACES
005510         DISPLAY "MAINT REJECTED - " DL100-REJECT-REASON-TEXT
005520             " - " GLMM-RECORD
005530         ADD 1 TO DL100-REJECT-COUNT
005540     END-IF
005550     PERFORM 2100-READ-GLMT-FILE
005560         THRU 2100-EXIT.
005570 2000-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 2100-READ-GLMT-FILE
005610*     READS THE NEXT MAINTENANCE TRANSACTION.
005620*----------------------------------------------------------------
005630 2100-READ-GLMT-FILE.
005640     READ GLMT-FILE
005650         AT END
005660             MOVE 'Y' TO DL100-GLMT-EOF-SWITCH
005670     END-READ.
005680 2100-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 2200-FIND-TABLE-ENTRY
005720*     SCANS THE IN-STORAGE TABLE FOR THE MAINTENANCE
005730*     TRANSACTION'S FULL KEY (CODE, FEED ID, EFFECTIVE DATE).
005740*     ON A MATCH, DL100-TBL-SUB IS LEFT POINTING AT THE ROW.
005750*----------------------------------------------------------------
005760 2200-FIND-TABLE-ENTRY.
005770     MOVE 'N' TO DL100-TBL-FOUND-SW
005780     MOVE 1 TO DL100-TBL-SUB
005790     PERFORM 2250-SCAN-TABLE-ENTRY
005800         THRU 2250-EXIT
005810         UNTIL DL100-TBL-FOUND
005820             OR DL100-TBL-SUB > DL100-TBL-COUNT.
005830 2200-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------
005860* 2250-SCAN-TABLE-ENTRY
005870*     COMPARES ONE TABLE ROW AGAINST THE MAINTENANCE
005880*     TRANSACTION'S KEY.
005890*----------------------------------------------------------------
005900 2250-SCAN-TABLE-ENTRY.
005910     IF DL100-TBL-T-KEY (DL100-TBL-SUB) = GLMM-KEY
005920         MOVE 'Y' TO DL100-TBL-FOUND-SW
005930     ELSE
005940         ADD 1 TO DL100-TBL-SUB
005950     END-IF.
005960 2250-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
006160* 2040-LOOKUP-TRANS-CODE
006170*     SCANS THE TRANSACTION CODE TABLE FOR THE MAINTENANCE
006180*     TRANSACTION'S CODE.
006190*----------------------------------------------------------------
006200 2040-LOOKUP-TRANS-CODE.
006210     MOVE 'N' TO DL100-TCODE-FOUND-SW
006220     MOVE 1 TO DL100-TCODE-SUB
006230     PERFORM 2045-SCAN-TCODE-ENTRY
006240         THRU 2045-EXIT
006250         UNTIL DL100-TCODE-FOUND
006260             OR DL100-TCODE-SUB > DL100-TCODE-COUNT.
006270 2040-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* 2045-SCAN-TCODE-ENTRY
006310*     COMPARES ONE TABLE ENTRY AGAINST THE MAINTENANCE
006320*     TRANSACTION'S CODE.
006330*----------------------------------------------------------------
006340 2045-SCAN-TCODE-ENTRY.
006350     IF DL100-TCODE-T-CODE (DL100-TCODE-SUB) = GLMM-TRANS-CODE
006360         MOVE 'Y' TO DL100-TCODE-FOUND-SW
006370     ELSE
006380         ADD 1 TO DL100-TCODE-SUB
006390     END-IF.
006400 2045-EXIT.
006401     EXIT.
006402*----------------------------------------------------------------
006403* 2300-EDIT-TRANS-CODE
006404*     THE CODE MUST BE PRESENT AND ACTIVE ON THE TRANCODE
006405*     REFERENCE TABLE.  USED BY BOTH ADD AND CHANGE.
006406*----------------------------------------------------------------
006407 2300-EDIT-TRANS-CODE.
006408     IF GLMM-TRANS-CODE = SPACES
006409         MOVE 'BLANK CODE' TO DL100-REJECT-REASON-TEXT
006410         GO TO 2300-EXIT
006411     END-IF
006412     PERFORM 2040-LOOKUP-TRANS-CODE
006413         THRU 2040-EXIT
006414     IF NOT DL100-TCODE-FOUND
006415         MOVE 'CODE NOT ON TRANCODE' TO DL100-REJECT-REASON-TEXT
006416     END-IF.
006417 2300-EXIT.
006418     EXIT.
006420*----------------------------------------------------------------
006430* 2400-EDIT-EFF-DATE
006440*     THE EFFECTIVE DATE MUST BE A REAL CALENDAR DATE.  A PAST
006450*     DATE IS ALLOWED -- A NEW CODE'S FIRST MAPPING OFTEN HAS
006460*     TO COVER ITEMS ALREADY DATED BEFORE IT WAS KEYED.
006470*----------------------------------------------------------------
006480 2400-EDIT-EFF-DATE.
006490     IF GLMM-EFF-DATE NOT NUMERIC
006500         MOVE 'BAD EFFECTIVE DATE' TO DL100-REJECT-REASON-TEXT
006510         GO TO 2400-EXIT
006520     END-IF
006530     IF GLMM-EFF-MONTH < 1 OR GLMM-EFF-MONTH > 12
006540         MOVE 'BAD EFFECTIVE DATE' TO DL100-REJECT-REASON-TEXT
006550         GO TO 2400-EXIT
006560     END-IF
006570     PERFORM 2450-SET-MAX-DAY
006580         THRU 2450-EXIT
006590     IF GLMM-EFF-DAY < 1 OR GLMM-EFF-DAY > DL100-MAX-DAY
006600         MOVE 'BAD EFFECTIVE DATE' TO DL100-REJECT-REASON-TEXT
006610     END-IF.
006620 2400-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650* 2450-SET-MAX-DAY
006660*     SETS DL100-MAX-DAY TO THE NUMBER OF DAYS IN THE EFFECTIVE
006670*     DATE'S MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).
006680*----------------------------------------------------------------
006690 2450-SET-MAX-DAY.
006700     MOVE DL100-DIM-ENTRY (GLMM-EFF-MONTH) TO DL100-MAX-DAY
006710     IF GLMM-EFF-MONTH = 2
006720         DIVIDE GLMM-EFF-YEAR BY 4
006730             GIVING DL100-LEAP-Q
006740             REMAINDER DL100-LEAP-R4
006750         DIVIDE GLMM-EFF-YEAR BY 100
006760             GIVING DL100-LEAP-Q
006770             REMAINDER DL100-LEAP-R100
006780         DIVIDE GLMM-EFF-YEAR BY 400
006790             GIVING DL100-LEAP-Q
006800             REMAINDER DL100-LEAP-R400
006810         IF DL100-LEAP-R4 = ZERO
006820                 AND (DL100-LEAP-R100 NOT = ZERO
006830                     OR DL100-LEAP-R400 = ZERO)
006840             MOVE 29 TO DL100-MAX-DAY
006850         END-IF
006860     END-IF.
006870 2450-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* 2500-EDIT-ROW-DATA
006910*     THE DEBIT AND CREDIT LEDGER ACCOUNTS, THE COST CENTER, AND
006915*     THE DESCRIPTION MUST ALL BE PRESENT.  A TRANSFER ('XF')
006920*     ROW MUST CARRY THE SAME ACCOUNT ON BOTH SIDES (AND, THE ROW
006925*     HAVING ONE COST CENTER, THE SAME COST CENTER) -- A TRANSFER
006930*     BETWEEN TWO CUSTOMERS NEVER LEAVES THE DEPOSIT LEDGER, SO
006935*     ITS PAIR MUST NET TO ZERO IN GLEXTR AND BALCHK, AS IT DID
006940*     BEFORE THE MAPPING EXISTED.  USED BY BOTH ADD AND CHANGE.
006960*----------------------------------------------------------------
006970 2500-EDIT-ROW-DATA.
006980     IF GLMM-DEBIT-ACCOUNT = SPACES
006990         MOVE 'BLANK DEBIT ACCOUNT' TO DL100-REJECT-REASON-TEXT
007000         GO TO 2500-EXIT
007010     END-IF
007020     IF GLMM-CREDIT-ACCOUNT = SPACES
007030         MOVE 'BLANK CREDIT ACCOUNT' TO DL100-REJECT-REASON-TEXT
007040         GO TO 2500-EXIT
007050     END-IF
007060     IF GLMM-COST-CENTER = SPACES
007070         MOVE 'BLANK COST CENTER' TO DL100-REJECT-REASON-TEXT
007080         GO TO 2500-EXIT
007090     END-IF
007100     IF GLMM-DESCRIPTION = SPACES
007110         MOVE 'BLANK DESCRIPTION' TO DL100-REJECT-REASON-TEXT
007111         GO TO 2500-EXIT
007112     END-IF
007113     IF GLMM-TRANS-CODE = DL100-XFER-TRANS-CODE
007114             AND GLMM-DEBIT-ACCOUNT NOT = GLMM-CREDIT-ACCOUNT
007115         MOVE 'XF ACCOUNTS DIFFER' TO DL100-REJECT-REASON-TEXT
007120     END-IF.
007130 2500-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160* 3000-APPLY-ADD
007170*     ADDS A NEW MAPPING ROW: THE KEY MUST NOT ALREADY BE ON THE
007180*     TABLE (ACTIVE OR RETIRED), THE CODE MUST BE ACTIVE ON
007190*     TRANCODE, THE EFFECTIVE DATE MUST BE REAL, AND THE ROW
007200*     DATA MUST BE COMPLETE.  A LATER-DATED ROW FOR THE SAME
007210*     CODE AND FEED SUPERSEDES AN EARLIER ONE FROM ITS DATE ON.
007220*----------------------------------------------------------------
007230 3000-APPLY-ADD.
007240     IF DL100-TBL-FOUND
007250         MOVE 'DUPLICATE MAPPING' TO DL100-REJECT-REASON-TEXT
007260         GO TO 3000-EXIT
007270     END-IF
007280     PERFORM 2300-EDIT-TRANS-CODE
007290         THRU 2300-EXIT
007300     IF DL100-REJECT-REASON-TEXT NOT = SPACES
007310         GO TO 3000-EXIT
007320     END-IF
007330     PERFORM 2400-EDIT-EFF-DATE
007340         THRU 2400-EXIT
007350     IF DL100-REJECT-REASON-TEXT NOT = SPACES
007360         GO TO 3000-EXIT
007370     END-IF
007380     PERFORM 2500-EDIT-ROW-DATA
007390         THRU 2500-EXIT
007400     IF DL100-REJECT-REASON-TEXT NOT = SPACES
007410         GO TO 3000-EXIT
007420     END-IF
007430     IF DL100-TBL-COUNT >= DL100-TBL-MAX
007440         MOVE 'TABLE FULL' TO DL100-REJECT-REASON-TEXT
007450         GO TO 3000-EXIT
007460     END-IF
007470     ADD 1 TO DL100-TBL-COUNT
007480     MOVE DL100-TBL-COUNT TO DL100-TBL-SUB
007490     MOVE SPACES TO GLML-BEFORE
007500     MOVE GLMM-KEY TO DL100-TBL-T-KEY (DL100-TBL-SUB)
007510     PERFORM 3050-MOVE-ROW-DATA
007520         THRU 3050-EXIT
007530     MOVE 'Y' TO DL100-TBL-T-ACTIVE (DL100-TBL-SUB)
007540     ADD 1 TO DL100-ADD-COUNT
007550     PERFORM 8000-BUFFER-LOG-LINE
007560         THRU 8000-EXIT.
007570 3000-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600* 3050-MOVE-ROW-DATA
007610*     MOVES THE MAINTENANCE TRANSACTION'S ACCOUNTS, COST
007620*     CENTER, AND DESCRIPTION INTO THE TABLE ROW.
007630*----------------------------------------------------------------
007640 3050-MOVE-ROW-DATA.
007650     MOVE GLMM-DEBIT-ACCOUNT TO DL100-TBL-T-DEBIT (DL100-TBL-SUB)
007660     MOVE GLMM-CREDIT-ACCOUNT
007670         TO DL100-TBL-T-CREDIT (DL100-TBL-SUB)
007680     MOVE GLMM-COST-CENTER TO DL100-TBL-T-COST (DL100-TBL-SUB)
007690     MOVE GLMM-DESCRIPTION TO DL100-TBL-T-DESC (DL100-TBL-SUB).
007700 3050-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730* 3100-APPLY-CHANGE
007740*     CHANGES AN EXISTING ACTIVE ROW'S ACCOUNTS, COST CENTER,
007750*     AND DESCRIPTION.  THE KEY IS NEVER CHANGED -- A NEW
007760*     EFFECTIVE DATE IS A NEW ROW -- AND THE ACTIVE FLAG IS NOT
007770*     TOUCHED; A RETIRED ROW IS REPLACED BY ADDING A NEW ONE.
007780*----------------------------------------------------------------
007790 3100-APPLY-CHANGE.
007800     IF NOT DL100-TBL-FOUND
007810         MOVE 'MAPPING NOT ON TABLE' TO DL100-REJECT-REASON-TEXT
007820         GO TO 3100-EXIT
007830     END-IF
007840     IF DL100-TBL-T-ACTIVE (DL100-TBL-SUB) NOT = 'Y'
007850         MOVE 'MAPPING RETIRED' TO DL100-REJECT-REASON-TEXT
007860         GO TO 3100-EXIT
007870     END-IF
007880     PERFORM 2300-EDIT-TRANS-CODE
007890         THRU 2300-EXIT
007900     IF DL100-REJECT-REASON-TEXT NOT = SPACES
007910         GO TO 3100-EXIT
007920     END-IF
007930     PERFORM 2500-EDIT-ROW-DATA
007940         THRU 2500-EXIT
007950     IF DL100-REJECT-REASON-TEXT NOT = SPACES
007960         GO TO 3100-EXIT
007970     END-IF
007980     PERFORM 8100-SAVE-BEFORE-IMAGE
007990         THRU 8100-EXIT
008000     PERFORM 3050-MOVE-ROW-DATA
008010         THRU 3050-EXIT
008020     ADD 1 TO DL100-CHANGE-COUNT
008030     PERFORM 8000-BUFFER-LOG-LINE
008040         THRU 8000-EXIT.
008050 3100-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------
008080* 3200-APPLY-RETIRE
008090*     RETIRES AN EXISTING ACTIVE ROW BY CLEARING ITS ACTIVE
008100*     FLAG -- THE ROW IS NEVER DELETED, SO THE LOG AND GLRECON
008110*     CAN STILL ACCOUNT FOR WHAT IT POSTED.  THE LAST ACTIVE ROW
008120*     OF A CODE STILL APPEARING ON THE RECENT CUSTOUT
008130*     GENERATIONS CANNOT BE RETIRED -- GLEXTR WOULD STOP THE
008140*     EXTRACT ON THE CODE'S NEXT MONETARY ITEM.
008150*----------------------------------------------------------------
008160 3200-APPLY-RETIRE.
008170     IF NOT DL100-TBL-FOUND
008180         MOVE 'MAPPING NOT ON TABLE' TO DL100-REJECT-REASON-TEXT
008190         GO TO 3200-EXIT
008200     END-IF
008210     IF DL100-TBL-T-ACTIVE (DL100-TBL-SUB) NOT = 'Y'
008220         MOVE 'ALREADY RETIRED' TO DL100-REJECT-REASON-TEXT
008230         GO TO 3200-EXIT
008240     END-IF
008250     MOVE GLMM-TRANS-CODE TO DL100-COUNT-CODE
008260     PERFORM 3250-COUNT-CODE-ROWS
008270         THRU 3250-EXIT
008280     IF DL100-CODE-ACTIVE-ROWS <= 1
008290         IF DL100-USE-OVERFLOWED
008300             MOVE 'USE TABLE OVERFLOW'
008310                 TO DL100-REJECT-REASON-TEXT
008320             GO TO 3200-EXIT
008330         END-IF
008340         MOVE GLMM-TRANS-CODE TO DL100-USE-SEARCH-CODE
008350         PERFORM 1250-FIND-USE-ENTRY
008360             THRU 1250-EXIT
008370         IF DL100-USE-FOUND
008380             MOVE 'CODE IN RECENT USE'
008390                 TO DL100-REJECT-REASON-TEXT
008400             GO TO 3200-EXIT
008410         END-IF
008420     END-IF
008430     PERFORM 8100-SAVE-BEFORE-IMAGE
008440         THRU 8100-EXIT
008450     MOVE 'N' TO DL100-TBL-T-ACTIVE (DL100-TBL-SUB)
008460     ADD 1 TO DL100-RETIRE-COUNT
008470     PERFORM 8000-BUFFER-LOG-LINE
008480         THRU 8000-EXIT.
008490 3200-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 3250-COUNT-CODE-ROWS
008530*     COUNTS THE ACTIVE ROWS ON THE TABLE FOR THE CODE IN
008540*     DL100-COUNT-CODE, ANY FEED AND ANY EFFECTIVE DATE.
008550*----------------------------------------------------------------
008560 3250-COUNT-CODE-ROWS.
008570     MOVE ZERO TO DL100-CODE-ACTIVE-ROWS
008580     MOVE 1 TO DL100-TBL-SCAN-SUB
008590     PERFORM 3260-COUNT-ONE-ROW
008600         THRU 3260-EXIT
008610         UNTIL DL100-TBL-SCAN-SUB > DL100-TBL-COUNT.
008620 3250-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650* 3260-COUNT-ONE-ROW
008660*     COUNTS ONE TABLE ROW WHEN IT IS AN ACTIVE ROW FOR THE
008670*     CODE IN DL100-COUNT-CODE.
008680*----------------------------------------------------------------
008690 3260-COUNT-ONE-ROW.
008700     IF DL100-TBL-T-CODE (DL100-TBL-SCAN-SUB) = DL100-COUNT-CODE
008710             AND DL100-TBL-T-ACTIVE (DL100-TBL-SCAN-SUB) = 'Y'
008720         ADD 1 TO DL100-CODE-ACTIVE-ROWS
008730     END-IF
008740     ADD 1 TO DL100-TBL-SCAN-SUB.
008750 3260-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
009640* 5000-WRITE-NEW-TABLE
009650*     WRITES THE WHOLE UPDATED MAPPING TO GLMAP-OUT-FILE.  A
009660*     MAPPING LEFT WITH NO ACTIVE ROW ENDS THE RUN RC 8 SO THE
009670*     JOB NEVER SWAPS IT OVER THE LIVE DATASET -- GLEXTR WOULD
009680*     STOP EVERY NIGHT'S EXTRACT ON IT.  IT ALSO GATES THE
009690*     CHANGE LOG APPEND IN MAINLINE.
009700*----------------------------------------------------------------
009710 5000-WRITE-NEW-TABLE.
009720     MOVE ZERO TO DL100-ACTIVE-COUNT
009730     MOVE 1 TO DL100-TBL-SUB
009740     PERFORM 5100-WRITE-ONE-ROW
009750         THRU 5100-EXIT
009760         UNTIL DL100-TBL-SUB > DL100-TBL-COUNT
009770     IF DL100-ACTIVE-COUNT = ZERO
009780         DISPLAY "NO ACTIVE MAPPINGS WOULD REMAIN - NOT SWAPPED"
009790         MOVE 8 TO RETURN-CODE
009800     END-IF.
009810 5000-EXIT.
009820     EXIT.
009830*----------------------------------------------------------------
009840* 5100-WRITE-ONE-ROW
009850*     FORMATS AND WRITES ONE GL MAPPING ROW FROM THE IN-STORAGE
009860*     TABLE.
009870*----------------------------------------------------------------
009880 5100-WRITE-ONE-ROW.
009890     MOVE SPACES TO GLM-RECORD
009900     MOVE DL100-TBL-T-KEY (DL100-TBL-SUB) TO GLM-KEY
009910     MOVE DL100-TBL-T-DEBIT (DL100-TBL-SUB) TO GLM-DEBIT-ACCOUNT
009920     MOVE DL100-TBL-T-CREDIT (DL100-TBL-SUB)
009930         TO GLM-CREDIT-ACCOUNT
009940     MOVE DL100-TBL-T-COST (DL100-TBL-SUB) TO GLM-COST-CENTER
009950     MOVE DL100-TBL-T-ACTIVE (DL100-TBL-SUB) TO GLM-ACTIVE-FLAG
009960     MOVE DL100-TBL-T-DESC (DL100-TBL-SUB) TO GLM-DESCRIPTION
009970     IF GLM-ACTIVE
009980         ADD 1 TO DL100-ACTIVE-COUNT
009990     END-IF
010000     MOVE GLM-RECORD TO GLMAP-OUT-REC
010010     WRITE GLMAP-OUT-REC
010020     ADD 1 TO DL100-ROWS-WRITTEN
010030     ADD 1 TO DL100-TBL-SUB.
010040 5100-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------
010070* 5200-LIST-UNMAPPED-CODES
010080*     LISTS EVERY ACTIVE TRANCODE CODE WITH NO ACTIVE MAPPING
010090*     ROW AT ALL, SO THE GL TEAM SEES A NEW CODE BEFORE GLEXTR
010100*     STOPS ON IT.  A NON-MONETARY CODE (NAME, LIMIT, AND
010110*     ADDRESS CHANGES) NEVER REACHES THE LEDGER AND NEEDS NO
010120*     MAPPING, SO THE LIST IS INFORMATION ONLY AND DOES NOT
010130*     RAISE THE RETURN CODE.
010140*----------------------------------------------------------------
010150 5200-LIST-UNMAPPED-CODES.
010160     MOVE 1 TO DL100-TCODE-SUB
010170     PERFORM 5210-CHECK-ONE-CODE
010180         THRU 5210-EXIT
010190         UNTIL DL100-TCODE-SUB > DL100-TCODE-COUNT.
010200 5200-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230* 5210-CHECK-ONE-CODE
010240*     COUNTS THE ACTIVE MAPPING ROWS FOR ONE TRANCODE CODE AND
010250*     LISTS THE CODE WHEN THERE ARE NONE.
010260*----------------------------------------------------------------
010270 5210-CHECK-ONE-CODE.
010280     MOVE DL100-TCODE-T-CODE (DL100-TCODE-SUB)
010290         TO DL100-COUNT-CODE
010300     PERFORM 3250-COUNT-CODE-ROWS
010310         THRU 3250-EXIT
010320     IF DL100-CODE-ACTIVE-ROWS = ZERO
010330         DISPLAY "ACTIVE CODE WITH NO GL MAPPING: "
010340             DL100-TCODE-T-CODE (DL100-TCODE-SUB) " "
010350             DL100-TCODE-T-DESC (DL100-TCODE-SUB)
010360         ADD 1 TO DL100-UNMAPPED-COUNT
010370     END-IF
010380     ADD 1 TO DL100-TCODE-SUB.
010390 5210-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010411* 8000-BUFFER-LOG-LINE
010412*     BUILDS THE CHANGE LOG LINE FOR THE MAINTENANCE
010413*     TRANSACTION JUST APPLIED -- WHEN, WHO, ACTION, KEY, AND
010414*     THE BEFORE AND AFTER IMAGES -- AND HOLDS IT IN THE LOG
010415*     BUFFER.  THE BEFORE IMAGE WAS SET BY THE APPLY PARAGRAPH
010416*     (SPACES ON AN ADD).  THE BUFFER IS ONLY APPENDED TO
010417*     LOG-FILE (8200) AFTER 5000-WRITE-NEW-TABLE CONFIRMS THE
010418*     SWAP WILL HAPPEN.  A FULL BUFFER ENDS THE RUN RC 8 -- NO
010419*     SWAP, NO LOG, STILL CONSISTENT.
010420*----------------------------------------------------------------
010421 8000-BUFFER-LOG-LINE.
010422     MOVE DL100-RUN-DATE TO GLML-RUN-DATE
010423     MOVE DL100-RUN-TIME TO GLML-RUN-TIME
010424     MOVE GLMM-USER-ID TO GLML-USER-ID
010425     MOVE GLMM-ACTION TO GLML-ACTION
010426     MOVE GLMM-TRANS-CODE TO GLML-TRANS-CODE
010427     MOVE GLMM-FEED-ID TO GLML-FEED-ID
010428     MOVE GLMM-EFF-DATE TO GLML-EFF-DATE
010429     MOVE SPACES TO GLML-AFTER
010430     MOVE DL100-TBL-T-DEBIT (DL100-TBL-SUB) TO GLML-AFT-DEBIT
010431     MOVE DL100-TBL-T-CREDIT (DL100-TBL-SUB) TO GLML-AFT-CREDIT
010432     MOVE DL100-TBL-T-COST (DL100-TBL-SUB)
010433         TO GLML-AFT-COST-CENTER
010434     MOVE DL100-TBL-T-ACTIVE (DL100-TBL-SUB) TO GLML-AFT-ACTIVE
010435     IF DL100-LOG-COUNT >= DL100-LOG-MAX
010436         DISPLAY "CHANGE LOG BUFFER FULL"
010437         MOVE 8 TO RETURN-CODE
010438         GO TO 8000-EXIT
010439     END-IF
010440     ADD 1 TO DL100-LOG-COUNT
010441     MOVE GLML-RECORD TO DL100-LOG-ENTRY (DL100-LOG-COUNT).
010442 8000-EXIT.
010443     EXIT.
010444*----------------------------------------------------------------
010445* 8100-SAVE-BEFORE-IMAGE
010446*     CAPTURES THE ROW'S BEFORE IMAGE FOR THE CHANGE LOG LINE.
010447*----------------------------------------------------------------
010448 8100-SAVE-BEFORE-IMAGE.
010449     MOVE SPACES TO GLML-BEFORE
010450     MOVE DL100-TBL-T-DEBIT (DL100-TBL-SUB) TO GLML-BEF-DEBIT
010451     MOVE DL100-TBL-T-CREDIT (DL100-TBL-SUB) TO GLML-BEF-CREDIT
010452     MOVE DL100-TBL-T-COST (DL100-TBL-SUB)
010453         TO GLML-BEF-COST-CENTER
010454     MOVE DL100-TBL-T-ACTIVE (DL100-TBL-SUB) TO GLML-BEF-ACTIVE.
010455 8100-EXIT.
010456     EXIT.
010457*----------------------------------------------------------------
010458* 8200-APPEND-LOG-LINES
010459*     APPENDS THE BUFFERED CHANGE LOG LINES TO LOG-FILE, CALLED
010460*     FROM MAINLINE ONLY WHEN THE RUN HAS PROVED THE NEW
010461*     MAPPING WILL BE SWAPPED.  THE LOG IS OPENED EXTEND; ONLY A
010462*     NOT-FOUND STATUS (THE FIRST EVER RUN) FALLS BACK TO OPEN
010463*     OUTPUT.  AN OPEN FAILURE ENDS THE RUN RC 8, WHICH ALSO
010464*     SKIPS THE SWAP -- NOTHING TOOK EFFECT AND NOTHING WAS
010465*     LOGGED.
010466*----------------------------------------------------------------
010467 8200-APPEND-LOG-LINES.
010468     OPEN EXTEND LOG-FILE
010469     IF DL100-LOG-FILE-NOT-FOUND
010470         OPEN OUTPUT LOG-FILE
010471     ELSE
010472         IF DL100-LOG-FILE-STATUS NOT = "00"
010473             DISPLAY "LOG-FILE OPEN FAILED, STATUS="
010474                 DL100-LOG-FILE-STATUS
010475             MOVE 8 TO RETURN-CODE
010476             GO TO 8200-EXIT
010477         END-IF
010478     END-IF
010479     MOVE 1 TO DL100-LOG-SUB
010480     PERFORM 8210-WRITE-ONE-LOG-LINE
010481         THRU 8210-EXIT
010482         UNTIL DL100-LOG-SUB > DL100-LOG-COUNT
010483     CLOSE LOG-FILE.
010484 8200-EXIT.
010485     EXIT.
010486*----------------------------------------------------------------
010487* 8210-WRITE-ONE-LOG-LINE
010488*     WRITES ONE BUFFERED CHANGE LOG LINE.
010489*----------------------------------------------------------------
010490 8210-WRITE-ONE-LOG-LINE.
010491     MOVE DL100-LOG-ENTRY (DL100-LOG-SUB) TO LOG-REC
010492     WRITE LOG-REC
010493     ADD 1 TO DL100-LOG-SUB.
010494 8210-EXIT.
010495     EXIT.
010496*----------------------------------------------------------------
010497* 9000-TERMINATE
010498*     CLOSES THE FILES, DISPLAYS THE RUN COUNTS, AND SETS
010499*     RETURN CODE 4 WHEN ANY MAINTENANCE TRANSACTION WAS
010500*     REJECTED SO DATA CONTROL RE-CHECKS IT.
010501*----------------------------------------------------------------
010502 9000-TERMINATE.
010503     CLOSE GLMT-FILE
010504     CLOSE GLMAP-OUT-FILE
010505     DISPLAY "MAINT TRANSACTIONS READ: " DL100-MAINT-COUNT
010510     DISPLAY "MAPPINGS ADDED: " DL100-ADD-COUNT
010520     DISPLAY "MAPPINGS CHANGED: " DL100-CHANGE-COUNT
010530     DISPLAY "MAPPINGS RETIRED: " DL100-RETIRE-COUNT
010540     DISPLAY "MAINT REJECTED: " DL100-REJECT-COUNT
010550     DISPLAY "ROWS WRITTEN: " DL100-ROWS-WRITTEN
010560     DISPLAY "ACTIVE MAPPINGS REMAINING: " DL100-ACTIVE-COUNT
010570     DISPLAY "ACTIVE CODES NOT MAPPED: " DL100-UNMAPPED-COUNT
010580     IF DL100-REJECT-COUNT > ZERO
010590             AND RETURN-CODE = ZERO
010600         MOVE 4 TO RETURN-CODE
010610     END-IF.
010620 9000-EXIT.
010630     EXIT.

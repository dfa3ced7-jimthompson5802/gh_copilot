000010*****************************************************************
000020* PROGRAM-ID : MSTRCVR
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : POINT-IN-TIME FORWARD RECOVERY OF THE KEYED
000070*              CUSTOMER MASTER.  READS A NIGHTLY IMAGE COPY OF
000080*              CUSTMAST (IMG-FILE, THE MSTIMAGE GDG GENERATION
000090*              DL100A STEP015 UNLOADS JUST BEFORE THE POSTING
000100*              STEP) AND ROLLS IT FORWARD BY REPLAYING THE
000110*              POSTED-TRANSACTION HISTORY DATABASE (COPYBOOK
000120*              HISTREC) FROM THE FIRST POSTING DATE NOT IN THE
000130*              COPY THROUGH THE REQUESTED POSTING DATE, BOTH
000140*              GIVEN ON THE CONTROL CARD (RCVCARD).  THE IMAGE
000150*              AND THE HISTORY ARE BOTH IN ACCOUNT ORDER AND ARE
000160*              MATCHED ONE ACCOUNT AT A TIME.  EACH ENTRY HAS THE
000170*              EFFECT THE POSTING HAD: AN OPEN CREATES THE
000180*              ACCOUNT, A CLOSE OR ESCHEAT SETS ITS STATUS, A
000190*              NAME CHANGE REPLACES THE NAME, A LIMIT CHANGE THE
000200*              OVERDRAFT LIMIT, AND EVERY OTHER CODE (TRANSFER
000210*              SIDES INCLUDED) POSTS ITS AMOUNT, MOVES THE LAST
000220*              ACTIVITY DATE, AND BRINGS A DORMANT OR ESCHEATED
000230*              ACCOUNT BACK TO ACTIVE.  THE NAMES FOR OPENS AND
000240*              NAME CHANGES COME FROM THE HISTORY NAME JOURNAL
000250*              (HNAM-FILE, COPYBOOK HNAMREC), READ BY THE ENTRY'S
000260*              HISTORY KEY.  EVERY ACCOUNT WITH ENTRIES REPLAYED
000270*              IS VERIFIED: ITS REBUILT BALANCE MUST EQUAL THE
000280*              BALANCE AFTER ITS LAST REPLAYED ENTRY.  THE
000290*              REBUILT MASTER IS WRITTEN IN ACCOUNT ORDER TO A
000300*              SEQUENTIAL DATASET (RCV-FILE, CUSTMST LAYOUT) FOR
000310*              RELOADING, NOT TO THE LIVE MASTER.  THE RECOVERY
000320*              REPORT (RPT-FILE) LISTS EVERY BALANCE MISMATCH,
000330*              EVERY ENTRY THAT COULD NOT BE REPLAYED, AND EVERY
000340*              STATUS THE HISTORY SHOWS WAS CHANGED OUTSIDE THE
000350*              POSTING (A DORMANCY FLAG SET BY LIFECYCL), WHICH
000360*              IS TAKEN OVER, THEN THE RUN TOTALS.
000370*              RETURN CODES: 0 REBUILT AND VERIFIED, 4 REBUILT
000380*              AND VERIFIED WITH NOTICES TO REVIEW, 8 MISMATCHES
000390*              OR ENTRIES NOT REPLAYED (OR A DATASET COULD NOT
000400*              BE OPENED), 16 RUN STOPPED (BAD CONTROL CARD OR
000410*              IMAGE COPY OUT OF ACCOUNT ORDER).  ONLY 0 OR 4
000420*              LEAVES A REBUILT MASTER FIT TO RELOAD.
000430*****************************************************************
000440*----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460*----------------------------------------------------------------
000470* DATE       INIT  DESCRIPTION
000480* 10/15/2026 RTA   ORIGINAL PROGRAM.  MSTBKOUT CAN REVERSE ONE
000490*                  BAD NIGHT, BUT THERE WAS NO WAY TO REBUILD THE
000500*                  MASTER IF THE KSDS ITSELF WAS DAMAGED OR A BAD
000510*                  REPRO OVERWROTE IT.  RUNS AD HOC AS JCL MEMBER
000520*                  DL100Q.
000530*----------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.  MSTRCVR.
000560 AUTHOR.  R. T. ALVAREZ.
000570 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000580 DATE-WRITTEN.  10/15/2026.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CARD-FILE ASSIGN TO RCVCARD
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS DL100-CARD-FILE-STATUS.
000660     SELECT IMG-FILE ASSIGN TO IMGFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-IMG-FILE-STATUS.
000690     SELECT HIST-FILE ASSIGN TO HISTFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS HIST-KEY
000730         FILE STATUS IS DL100-HIST-FILE-STATUS.
000740     SELECT HNAM-FILE ASSIGN TO HNAMFILE
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS HNAM-KEY
000780         FILE STATUS IS DL100-HNAM-FILE-STATUS.
000790     SELECT RCV-FILE ASSIGN TO RCVFILE
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT RPT-FILE ASSIGN TO RCVRPT
000820         ORGANIZATION IS SEQUENTIAL.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CARD-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  CARD-REC.
000890     05  CARD-FROM-DATE              PIC X(08).
000900     05  FILLER                      PIC X(01).
000910     05  CARD-THRU-DATE              PIC X(08).
000920     05  FILLER                      PIC X(63).
000930 FD  IMG-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 100 CHARACTERS.
000960 01  IMG-REC                         PIC X(100).
000970 FD  HIST-FILE
000980     RECORD CONTAINS 60 CHARACTERS.
000990     COPY HISTREC.
001000 FD  HNAM-FILE
001010     RECORD CONTAINS 60 CHARACTERS.
001020     COPY HNAMREC.
001030 FD  RCV-FILE
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 100 CHARACTERS.
001060     COPY CUSTMST.
001070 FD  RPT-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 133 CHARACTERS.
001100 01  RPT-REPORT-LINE                 PIC X(133).
001110 WORKING-STORAGE SECTION.
001120*----------------------------------------------------------------
001130* SWITCHES
001140*----------------------------------------------------------------
001150 77  DL100-IMG-EOF-SWITCH            PIC X(01)   VALUE 'N'.
001160     88  DL100-IMG-END-OF-FILE                   VALUE 'Y'.
001170 77  DL100-HIST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001180     88  DL100-HIST-END-OF-FILE                  VALUE 'Y'.
001190 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001200     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001210 77  DL100-FILES-OPEN-SWITCH         PIC X(01)   VALUE 'N'.
001220     88  DL100-FILES-OPEN                        VALUE 'Y'.
001230 77  DL100-MST-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
001240     88  DL100-MST-FOUND                         VALUE 'Y'.
001250 77  DL100-ACCT-REPLAYED-SWITCH      PIC X(01)   VALUE 'N'.
001260     88  DL100-ACCT-REPLAYED                     VALUE 'Y'.
001270 77  DL100-HNAM-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001280     88  DL100-HNAM-FOUND                        VALUE 'Y'.
001290*----------------------------------------------------------------
001300* FILE STATUS KEYS
001310*----------------------------------------------------------------
001320 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
001330 77  DL100-IMG-FILE-STATUS           PIC X(02)   VALUE SPACES.
001340 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001350 77  DL100-HNAM-FILE-STATUS          PIC X(02)   VALUE SPACES.
001360*----------------------------------------------------------------
001370* COUNTERS
001380*----------------------------------------------------------------
001390 77  DL100-IMAGE-COUNT               PIC 9(09)   COMP VALUE ZERO.
001400 77  DL100-HIST-READ-COUNT           PIC 9(09)   COMP VALUE ZERO.
001410 77  DL100-BEFORE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001420 77  DL100-AFTER-COUNT               PIC 9(09)   COMP VALUE ZERO.
001430 77  DL100-REPLAY-COUNT              PIC 9(09)   COMP VALUE ZERO.
001440 77  DL100-OPEN-COUNT                PIC 9(09)   COMP VALUE ZERO.
001450 77  DL100-POST-COUNT                PIC 9(09)   COMP VALUE ZERO.
001460 77  DL100-CLOSE-COUNT               PIC 9(09)   COMP VALUE ZERO.
001470 77  DL100-NAME-CHG-COUNT            PIC 9(09)   COMP VALUE ZERO.
001480 77  DL100-OD-LIMIT-COUNT            PIC 9(09)   COMP VALUE ZERO.
001490 77  DL100-ESCHEAT-COUNT             PIC 9(09)   COMP VALUE ZERO.
001500 77  DL100-ADDRESS-COUNT             PIC 9(09)   COMP VALUE ZERO.
001510 77  DL100-WRITE-COUNT               PIC 9(09)   COMP VALUE ZERO.
001520 77  DL100-VERIFY-COUNT              PIC 9(09)   COMP VALUE ZERO.
001530 77  DL100-MISMATCH-COUNT            PIC 9(09)   COMP VALUE ZERO.
001540 77  DL100-NOT-REPLAYED-COUNT        PIC 9(09)   COMP VALUE ZERO.
001550 77  DL100-STATUS-ADOPT-COUNT        PIC 9(09)   COMP VALUE ZERO.
001560 77  DL100-REOPEN-COUNT              PIC 9(09)   COMP VALUE ZERO.
001570 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE ZERO.
001580 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001590 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001600*----------------------------------------------------------------
001610* REPLAY WINDOW FROM THE CONTROL CARD.  THE FROM DATE IS THE
001620* POSTING DATE OF THE FIRST NIGHT NOT IN THE IMAGE COPY -- THE
001630* POSTING STEP THAT RAN RIGHT AFTER THE COPY WAS TAKEN.  A
001640* BLANK THRU DATE REPLAYS EVERYTHING ON THE HISTORY.
001650*----------------------------------------------------------------
001660 77  DL100-FROM-DATE                 PIC 9(08)   VALUE ZERO.
001670 77  DL100-THRU-DATE                 PIC 9(08)   VALUE ZERO.
001680*----------------------------------------------------------------
001690* MATCHING KEYS.  THE IMAGE AND HISTORY ACCOUNT NUMBERS ARE HELD
001700* AS CHARACTERS SO AN EXHAUSTED FILE CAN BE SET TO HIGH-VALUES
001710* AND SORT AFTER EVERY REAL ACCOUNT.
001720*----------------------------------------------------------------
001730 77  DL100-IMG-ACCOUNT               PIC X(10)   VALUE LOW-VALUES.
001740 77  DL100-PREV-IMG-ACCOUNT          PIC X(10)   VALUE LOW-VALUES.
001750 77  DL100-HIST-ACCOUNT              PIC X(10)   VALUE LOW-VALUES.
001760 77  DL100-CUR-ACCOUNT               PIC X(10)   VALUE SPACES.
001770*----------------------------------------------------------------
001780* HISTORY ENTRY WORK AREAS.  DL100-WORK-CODE CLASSIFIES THE
001790* ENTRY'S TRANSACTION CODE THE WAY MSTUPDT APPLIED IT; ANY CODE
001800* NOT NAMED HERE POSTED ITS AMOUNT.
001810*----------------------------------------------------------------
001820 77  DL100-WORK-CODE                 PIC X(02)   VALUE SPACES.
001830     88  DL100-CODE-OPEN                         VALUE 'OP'.
001840     88  DL100-CODE-CLOSE                        VALUE 'CL'.
001850     88  DL100-CODE-NAME-CHG                     VALUE 'NC'.
001860     88  DL100-CODE-OD-LIMIT                     VALUE 'OL'.
001870     88  DL100-CODE-ESCHEAT                      VALUE 'ES'.
001880     88  DL100-CODE-ADDRESS          VALUE 'A1' 'A2' 'A3' 'AR'.
001890 77  DL100-LAST-BAL-AFTER        PIC S9(11)V99 COMP-3 VALUE ZERO.
001900*----------------------------------------------------------------
001910* IMAGE RECORD WORK AREA -- THE IMAGE COPY CARRIES THE CUSTMST
001920* LAYOUT, VIEWED HERE THROUGH ITS ACCOUNT NUMBER FOR MATCHING.
001930*----------------------------------------------------------------
001940 01  DL100-IMG-WORK.
001950     05  DL100-IMG-WORK-ACCOUNT      PIC X(10).
001960     05  FILLER                      PIC X(90).
001970*----------------------------------------------------------------
001980* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001990*----------------------------------------------------------------
002000 01  DL100-CURRENT-DATE.
002010     05  DL100-CURRENT-YEAR          PIC 9(04).
002020     05  DL100-CURRENT-MONTH         PIC 9(02).
002030     05  DL100-CURRENT-DAY           PIC 9(02).
002040 01  DL100-RUN-DATE.
002050     05  DL100-RUN-YEAR              PIC 9(04).
002060     05  FILLER                      PIC X(01) VALUE '-'.
002070     05  DL100-RUN-MONTH             PIC 9(02).
002080     05  FILLER                      PIC X(01) VALUE '-'.
002090     05  DL100-RUN-DAY               PIC 9(02).
002100*----------------------------------------------------------------
002110* REPORT PRINT AREAS -- ONE PER LINE TYPE, BUILT HERE AND MOVED
002120* TO RPT-REPORT-LINE JUST BEFORE EACH WRITE.
002130*----------------------------------------------------------------
002140 01  DL100-TITLE-LINE.
002150     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002180     05  DL100-TITLE-RUN-DATE        PIC X(10).
002190     05  FILLER                      PIC X(05) VALUE SPACES.
002200     05  FILLER                      PIC X(38)
002210             VALUE 'CUSTOMER MASTER FORWARD RECOVERY'.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002240     05  DL100-TITLE-PAGE-NO         PIC ZZZ9.
002250     05  FILLER                      PIC X(59) VALUE SPACES.
002260 01  DL100-COLUMN-HEADING-LINE.
002270     05  DL100-HDG-CC                PIC X(01) VALUE SPACE.
002280     05  FILLER                      PIC X(01) VALUE SPACE.
002290     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
002300     05  FILLER                      PIC X(02) VALUE SPACES.
002310     05  FILLER                      PIC X(09) VALUE 'POST DATE'.
002320     05  FILLER                      PIC X(02) VALUE SPACES.
002330     05  FILLER                      PIC X(07) VALUE 'SEQ NO'.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  FILLER                      PIC X(04) VALUE 'CODE'.
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  FILLER                      PIC X(30) VALUE 'FINDING'.
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  FILLER                      PIC X(18)
002400             VALUE '   REBUILT BALANCE'.
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  FILLER                      PIC X(18)
002430             VALUE ' HISTORY BAL AFTER'.
002440     05  FILLER                      PIC X(22) VALUE SPACES.
002450 01  DL100-DETAIL-LINE.
002460     05  DL100-DET-CC                PIC X(01) VALUE SPACE.
002470     05  FILLER                      PIC X(01) VALUE SPACE.
002480     05  DL100-DET-ACCOUNT           PIC X(10).
002490     05  FILLER                      PIC X(02) VALUE SPACES.
002500     05  DL100-DET-POST-DATE         PIC X(08).
002510     05  FILLER                      PIC X(03) VALUE SPACES.
002520     05  DL100-DET-POST-SEQ          PIC X(07).
002530     05  FILLER                      PIC X(02) VALUE SPACES.
002540     05  DL100-DET-CODE              PIC X(02).
002550     05  FILLER                      PIC X(04) VALUE SPACES.
002560     05  DL100-DET-FINDING           PIC X(30).
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  DL100-DET-REBUILT-BAL       PIC $$,$$$,$$$,$$9.99-.
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  DL100-DET-HIST-BAL          PIC $$,$$$,$$$,$$9.99-.
002610     05  FILLER                      PIC X(22) VALUE SPACES.
002620 01  DL100-STATUS-FINDING.
002630     05  FILLER                      PIC X(07) VALUE 'STATUS '.
002640     05  DL100-SF-NEW-STATUS         PIC X(01).
002650     05  FILLER                      PIC X(15)
002660             VALUE ' TAKEN OVER, IS'.
002670     05  FILLER                      PIC X(01) VALUE SPACE.
002680     05  DL100-SF-OLD-STATUS         PIC X(01).
002690     05  FILLER                      PIC X(05) VALUE SPACES.
002700 01  DL100-BLANK-LINE.
002710     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
002720     05  FILLER                      PIC X(132) VALUE SPACES.
002730 01  DL100-INFO-LINE.
002740     05  DL100-INFO-CC               PIC X(01) VALUE SPACE.
002750     05  FILLER                      PIC X(01) VALUE SPACE.
002760     05  DL100-INFO-TEXT             PIC X(40).
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  DL100-INFO-VALUE            PIC X(20).
002790     05  FILLER                      PIC X(69) VALUE SPACES.
002800 01  DL100-INFO-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002810 01  DL100-VERDICT-LINE.
002820     05  DL100-VER-CC                PIC X(01) VALUE SPACE.
002830     05  FILLER                      PIC X(01) VALUE SPACE.
002840     05  DL100-VER-TEXT              PIC X(60).
002850     05  FILLER                      PIC X(71) VALUE SPACES.
002860 PROCEDURE DIVISION.
002870*----------------------------------------------------------------
002880* 0000-MAINLINE
002890*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE IMAGE COPY AND
002900*     THE HISTORY ARE READ ONCE EACH, IN STEP, REBUILDING ONE
002910*     ACCOUNT AT A TIME; THE RUN TOTALS AND VERDICT PRINT AT
002920*     THE END.
002930*----------------------------------------------------------------
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-EXIT
002970     IF NOT DL100-ABEND-OCCURRED
002980         PERFORM 3000-REBUILD-ACCOUNT
002990             THRU 3000-EXIT
003000             UNTIL (DL100-IMG-END-OF-FILE
003010                 AND DL100-HIST-END-OF-FILE)
003020                 OR DL100-ABEND-OCCURRED
003030     END-IF
003040     PERFORM 9000-TERMINATE
003050         THRU 9000-EXIT.
003060 9999-EXIT.
003070     STOP RUN.
003080*----------------------------------------------------------------
003090* 1000-INITIALIZE
003100*     SETS UP THE RUN DATE, OPENS THE REPORT, READS THE CONTROL
003110*     CARD, OPENS THE IMAGE COPY, THE HISTORY, THE NAME JOURNAL
003120*     AND THE REBUILT MASTER, AND PRIMES BOTH READ LOOPS.  A
003130*     BAD CARD ENDS THE RUN RC 16 AND A DATASET THAT CANNOT BE
003140*     OPENED ENDS IT RC 8, BEFORE ANYTHING IS WRITTEN.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
003180     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003190     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003200     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003210     OPEN OUTPUT RPT-FILE
003220     PERFORM 7000-WRITE-PAGE-HEADING
003230         THRU 7000-EXIT
003240     PERFORM 1100-READ-CONTROL-CARD
003250         THRU 1100-EXIT
003260     IF DL100-ABEND-OCCURRED
003270         GO TO 1000-EXIT
003280     END-IF
003290     OPEN INPUT IMG-FILE
003300     IF DL100-IMG-FILE-STATUS NOT = "00"
003310         DISPLAY "IMG-FILE OPEN FAILED, STATUS="
003320             DL100-IMG-FILE-STATUS
003330         MOVE 8 TO RETURN-CODE
003340         MOVE 'Y' TO DL100-ABEND-SWITCH
003350         GO TO 1000-EXIT
003360     END-IF
003370     OPEN INPUT HIST-FILE
003380     IF DL100-HIST-FILE-STATUS NOT = "00"
003390         DISPLAY "HIST-FILE OPEN FAILED, STATUS="
003400             DL100-HIST-FILE-STATUS
003410         CLOSE IMG-FILE
003420         MOVE 8 TO RETURN-CODE
003430         MOVE 'Y' TO DL100-ABEND-SWITCH
003440         GO TO 1000-EXIT
003450     END-IF
003460     OPEN INPUT HNAM-FILE
003470     IF DL100-HNAM-FILE-STATUS NOT = "00"
003480         DISPLAY "HNAM-FILE OPEN FAILED, STATUS="
003490             DL100-HNAM-FILE-STATUS
003500         CLOSE IMG-FILE
003510         CLOSE HIST-FILE
003520         MOVE 8 TO RETURN-CODE
003530         MOVE 'Y' TO DL100-ABEND-SWITCH
003540         GO TO 1000-EXIT
003550     END-IF
003560     OPEN OUTPUT RCV-FILE
003570     MOVE 'Y' TO DL100-FILES-OPEN-SWITCH
003580     PERFORM 2100-READ-IMG-FILE
003590         THRU 2100-EXIT
003600     PERFORM 2200-READ-HIST-FILE
003610         THRU 2200-EXIT.
003620 1000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 1100-READ-CONTROL-CARD
003660*     READS THE REQUIRED CONTROL CARD: COLUMNS 1-8 THE FIRST
003670*     POSTING DATE TO REPLAY (THE NIGHT THE IMAGE COPY WAS
003680*     TAKEN FOR), COLUMNS 10-17 THE LAST POSTING DATE TO REPLAY
003690*     (BLANK FOR EVERYTHING ON THE HISTORY), BOTH YYYYMMDD.  A
003700*     MISSING CARD, A DATE THAT IS NOT NUMERIC, OR A THRU DATE
003710*     BEFORE THE FROM DATE ENDS THE RUN RC 16 RATHER THAN GUESS
003720*     WHAT WAS MEANT.
003730*----------------------------------------------------------------
003740 1100-READ-CONTROL-CARD.
003750     MOVE SPACES TO CARD-REC
003760     OPEN INPUT CARD-FILE
003770     IF DL100-CARD-FILE-STATUS = "00"
003780         READ CARD-FILE
003790             AT END
003800                 MOVE SPACES TO CARD-REC
003810         END-READ
003820         CLOSE CARD-FILE
003830     END-IF
003840     IF CARD-FROM-DATE NOT NUMERIC
003850         DISPLAY "INVALID RCVCARD FROM DATE: " CARD-FROM-DATE
003860         MOVE 16 TO RETURN-CODE
003870         MOVE 'Y' TO DL100-ABEND-SWITCH
003880         GO TO 1100-EXIT
003890     END-IF
003900     MOVE CARD-FROM-DATE TO DL100-FROM-DATE
003910     IF CARD-THRU-DATE = SPACES
003920         MOVE 99999999 TO DL100-THRU-DATE
003930         GO TO 1100-EXIT
003940     END-IF
003950     IF CARD-THRU-DATE NOT NUMERIC
003960         DISPLAY "INVALID RCVCARD THRU DATE: " CARD-THRU-DATE
003970         MOVE 16 TO RETURN-CODE
003980         MOVE 'Y' TO DL100-ABEND-SWITCH
003990         GO TO 1100-EXIT
004000     END-IF
004010     MOVE CARD-THRU-DATE TO DL100-THRU-DATE
004020     IF DL100-THRU-DATE < DL100-FROM-DATE
004030         DISPLAY "RCVCARD THRU DATE BEFORE FROM DATE"
004040         MOVE 16 TO RETURN-CODE
004050         MOVE 'Y' TO DL100-ABEND-SWITCH
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 2100-READ-IMG-FILE
004110*     READS THE NEXT IMAGE COPY RECORD.  THE COPY IS AN UNLOAD
004120*     OF THE KEYED MASTER, SO EACH ACCOUNT MUST BE HIGHER THAN
004130*     THE ONE BEFORE; ANYTHING ELSE IS NOT A USABLE IMAGE COPY
004140*     AND STOPS THE RUN RC 16.
004150*----------------------------------------------------------------
004160 2100-READ-IMG-FILE.
004170     READ IMG-FILE INTO DL100-IMG-WORK
004180         AT END
004190             MOVE 'Y' TO DL100-IMG-EOF-SWITCH
004200             MOVE HIGH-VALUES TO DL100-IMG-ACCOUNT
004210             GO TO 2100-EXIT
004220     END-READ
004230     ADD 1 TO DL100-IMAGE-COUNT
004240     MOVE DL100-IMG-WORK-ACCOUNT TO DL100-IMG-ACCOUNT
004250     IF DL100-IMG-ACCOUNT NOT > DL100-PREV-IMG-ACCOUNT
004260         DISPLAY "IMAGE COPY OUT OF ACCOUNT ORDER AT RECORD "
004270             DL100-IMAGE-COUNT ", ACCOUNT " DL100-IMG-ACCOUNT
004280         MOVE 16 TO RETURN-CODE
004290         MOVE 'Y' TO DL100-ABEND-SWITCH
004300     END-IF
004310     MOVE DL100-IMG-ACCOUNT TO DL100-PREV-IMG-ACCOUNT.
004320 2100-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 2200-READ-HIST-FILE
004360*     READS FORWARD TO THE NEXT HISTORY ENTRY INSIDE THE REPLAY
004370*     WINDOW.  ENTRIES POSTED BEFORE THE FROM DATE ARE ALREADY
004380*     IN THE IMAGE COPY; ENTRIES AFTER THE THRU DATE ARE PAST
004390*     THE POINT IN TIME BEING RECOVERED.  BOTH ARE COUNTED AND
004400*     PASSED OVER.
004410*----------------------------------------------------------------
004420 2200-READ-HIST-FILE.
004430     MOVE SPACES TO DL100-HIST-ACCOUNT
004440     PERFORM 2250-READ-ONE-HIST
004450         THRU 2250-EXIT
004460         UNTIL DL100-HIST-ACCOUNT NOT = SPACES.
004470 2200-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* 2250-READ-ONE-HIST
004510*     READS ONE HISTORY ENTRY AND KEEPS IT IF IT IS INSIDE THE
004520*     REPLAY WINDOW.
004530*----------------------------------------------------------------
004540 2250-READ-ONE-HIST.
004550     READ HIST-FILE
004560         AT END
004570             MOVE 'Y' TO DL100-HIST-EOF-SWITCH
004580             MOVE HIGH-VALUES TO DL100-HIST-ACCOUNT
004590             GO TO 2250-EXIT
004600     END-READ
004610     ADD 1 TO DL100-HIST-READ-COUNT
004620     IF HIST-POST-DATE < DL100-FROM-DATE
004630         ADD 1 TO DL100-BEFORE-COUNT
004640         GO TO 2250-EXIT
004650     END-IF
004660     IF HIST-POST-DATE > DL100-THRU-DATE
004670         ADD 1 TO DL100-AFTER-COUNT
004680         GO TO 2250-EXIT
004690     END-IF
004700     MOVE HIST-ACCOUNT-NO TO DL100-HIST-ACCOUNT.
004710 2250-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 3000-REBUILD-ACCOUNT
004750*     REBUILDS THE LOWEST ACCOUNT STILL TO COME ON EITHER FILE:
004760*     STARTS FROM ITS IMAGE RECORD (IF IT HAS ONE), REPLAYS ITS
004770*     HISTORY ENTRIES IN POSTING ORDER, WRITES THE RESULT TO
004780*     THE REBUILT MASTER, AND VERIFIES THE BALANCE AGAINST THE
004790*     BALANCE AFTER ITS LAST REPLAYED ENTRY.  AN ACCOUNT THAT
004800*     ENDS WITH NO RECORD (NOT ON THE IMAGE AND NEVER OPENED)
004810*     IS NOT WRITTEN; ITS ENTRIES HAVE ALREADY BEEN REPORTED.
004820*----------------------------------------------------------------
004830 3000-REBUILD-ACCOUNT.
004840     IF DL100-IMG-ACCOUNT < DL100-HIST-ACCOUNT
004850         MOVE DL100-IMG-ACCOUNT TO DL100-CUR-ACCOUNT
004860     ELSE
004870         MOVE DL100-HIST-ACCOUNT TO DL100-CUR-ACCOUNT
004880     END-IF
004890     MOVE 'N' TO DL100-ACCT-REPLAYED-SWITCH
004900     IF DL100-IMG-ACCOUNT = DL100-CUR-ACCOUNT
004910         MOVE DL100-IMG-WORK TO CUST-MASTER-RECORD
004920         MOVE 'Y' TO DL100-MST-FOUND-SWITCH
004930         PERFORM 2100-READ-IMG-FILE
004940             THRU 2100-EXIT
004950     ELSE
004960         MOVE SPACES TO CUST-MASTER-RECORD
004970         MOVE 'N' TO DL100-MST-FOUND-SWITCH
004980     END-IF
004990     IF DL100-MST-FOUND
005000             AND DL100-HIST-ACCOUNT = DL100-CUR-ACCOUNT
005010             AND CUST-MST-OD-LIMIT NOT NUMERIC
005020         MOVE ZERO TO CUST-MST-OD-LIMIT
005030     END-IF
005040     PERFORM 3100-REPLAY-ONE-ENTRY
005050         THRU 3100-EXIT
005060         UNTIL DL100-HIST-ACCOUNT NOT = DL100-CUR-ACCOUNT
005070     IF NOT DL100-MST-FOUND
005080         GO TO 3000-EXIT
005090     END-IF
005100     WRITE CUST-MASTER-RECORD
005110     ADD 1 TO DL100-WRITE-COUNT
005120     IF DL100-ACCT-REPLAYED
005130         ADD 1 TO DL100-VERIFY-COUNT
005140         IF CUST-MST-BALANCE NOT = DL100-LAST-BAL-AFTER
005150             ADD 1 TO DL100-MISMATCH-COUNT
005160             MOVE SPACES TO DL100-DET-POST-DATE
005170             MOVE SPACES TO DL100-DET-POST-SEQ
005180             MOVE SPACES TO DL100-DET-CODE
005190             MOVE 'BALANCE DISAGREES WITH HISTORY'
005200                 TO DL100-DET-FINDING
005210             PERFORM 7100-WRITE-FINDING
005220                 THRU 7100-EXIT
005230         END-IF
005240     END-IF.
005250 3000-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 3100-REPLAY-ONE-ENTRY
005290*     APPLIES ONE HISTORY ENTRY TO THE ACCOUNT BEING REBUILT
005300*     WITH THE EFFECT MSTUPDT'S POSTING HAD, AND READS THE NEXT
005310*     ENTRY.  AN OPEN CREATES THE RECORD (3200); ANY OTHER ENTRY
005320*     NEEDS ONE ALREADY THERE.  BEFORE THE ENTRY APPLIES, THE
005330*     STATUS IT SAYS THE ACCOUNT HAD IS CHECKED (3500).
005340*----------------------------------------------------------------
005350 3100-REPLAY-ONE-ENTRY.
005360     MOVE HIST-TRANS-CODE TO DL100-WORK-CODE
005370     MOVE 'Y' TO DL100-ACCT-REPLAYED-SWITCH
005380     MOVE HIST-BALANCE-AFTER TO DL100-LAST-BAL-AFTER
005390     IF DL100-CODE-OPEN
005400         PERFORM 3200-REPLAY-OPEN
005410             THRU 3200-EXIT
005420         GO TO 3100-NEXT
005430     END-IF
005440     IF NOT DL100-MST-FOUND
005450         ADD 1 TO DL100-NOT-REPLAYED-COUNT
005460         MOVE 'NO MASTER RECORD FOR ENTRY' TO DL100-DET-FINDING
005470         PERFORM 7150-WRITE-ENTRY-FINDING
005480             THRU 7150-EXIT
005490         GO TO 3100-NEXT
005500     END-IF
005510     PERFORM 3500-CHECK-PRIOR-STATUS
005520         THRU 3500-EXIT
005530     ADD 1 TO DL100-REPLAY-COUNT
005540     EVALUATE TRUE
005550         WHEN DL100-CODE-CLOSE
005560             MOVE 'C' TO CUST-MST-STATUS
005570             MOVE HIST-EFF-DATE TO CUST-MST-LAST-TRANS-DATE
005580             ADD 1 TO DL100-CLOSE-COUNT
005590         WHEN DL100-CODE-NAME-CHG
005600             PERFORM 3300-REPLAY-NAME-CHANGE
005610                 THRU 3300-EXIT
005620         WHEN DL100-CODE-OD-LIMIT
005630             MOVE HIST-OD-LIMIT TO CUST-MST-OD-LIMIT
005640             ADD 1 TO DL100-OD-LIMIT-COUNT
005650         WHEN DL100-CODE-ESCHEAT
005660             ADD HIST-TRANS-AMOUNT TO CUST-MST-BALANCE
005670             MOVE 'E' TO CUST-MST-STATUS
005680             ADD 1 TO DL100-ESCHEAT-COUNT
005690         WHEN DL100-CODE-ADDRESS
005700             ADD 1 TO DL100-ADDRESS-COUNT
005710         WHEN OTHER
005720             ADD HIST-TRANS-AMOUNT TO CUST-MST-BALANCE
005730             MOVE HIST-EFF-DATE TO CUST-MST-LAST-TRANS-DATE
005740             IF CUST-MST-DORMANT OR CUST-MST-ESCHEATED
005750                 MOVE 'A' TO CUST-MST-STATUS
005760             END-IF
005770             ADD 1 TO DL100-POST-COUNT
005780     END-EVALUATE.
005790 3100-NEXT.
005800     PERFORM 2200-READ-HIST-FILE
005810         THRU 2200-EXIT.
005820 3100-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850* 3200-REPLAY-OPEN
005860*     CREATES THE ACCOUNT FROM ITS OPENING ENTRY THE WAY
005870*     MSTUPDT DID: ACTIVE, THE OPENING AMOUNT AS THE BALANCE,
005880*     THE EFFECTIVE DATE AS THE OPEN AND LAST ACTIVITY DATES,
005890*     THE LIMIT THE ENTRY CARRIES (NONE ON ENTRIES OLDER THAN
005900*     OVERDRAFT LIMITS) AND THE NAME FROM THE NAME JOURNAL.  AN
005910*     IMAGE RECORD ALREADY THERE WAS ARCHIVED AFTER THE COPY
005920*     AND THE ACCOUNT NUMBER OPENED AGAIN, SO THE OPEN REPLACES
005930*     IT AND THE REPORT NOTES IT.
005940*----------------------------------------------------------------
005950 3200-REPLAY-OPEN.
005960     IF DL100-MST-FOUND
005970         ADD 1 TO DL100-REOPEN-COUNT
005980         MOVE 'OPEN REPLACES IMAGE RECORD' TO DL100-DET-FINDING
005990         PERFORM 7150-WRITE-ENTRY-FINDING
006000             THRU 7150-EXIT
006010     END-IF
006020     MOVE SPACES TO CUST-MASTER-RECORD
006030     MOVE HIST-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
006040     MOVE 'A' TO CUST-MST-STATUS
006050     MOVE HIST-TRANS-AMOUNT TO CUST-MST-BALANCE
006060     MOVE HIST-EFF-DATE TO CUST-MST-OPEN-DATE
006070     MOVE HIST-EFF-DATE TO CUST-MST-LAST-TRANS-DATE
006080     IF HIST-OD-LIMIT NUMERIC
006090         MOVE HIST-OD-LIMIT TO CUST-MST-OD-LIMIT
006100     ELSE
006110         MOVE ZERO TO CUST-MST-OD-LIMIT
006120     END-IF
006130     MOVE 'Y' TO DL100-MST-FOUND-SWITCH
006140     ADD 1 TO DL100-REPLAY-COUNT
006150     ADD 1 TO DL100-OPEN-COUNT
006160     PERFORM 3400-READ-NAME-JOURNAL
006170         THRU 3400-EXIT
006180     IF DL100-HNAM-FOUND
006190         MOVE HNAM-CUSTOMER-NAME TO CUST-MST-CUSTOMER-NAME
006200     END-IF.
006210 3200-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240* 3300-REPLAY-NAME-CHANGE
006250*     REPLACES THE NAME WITH THE ONE THE NAME JOURNAL HOLDS FOR
006260*     THIS ENTRY.  LIKE THE POSTING, IT LEAVES THE BALANCE AND
006270*     THE LAST ACTIVITY DATE ALONE.
006280*----------------------------------------------------------------
006290 3300-REPLAY-NAME-CHANGE.
006300     ADD 1 TO DL100-NAME-CHG-COUNT
006310     PERFORM 3400-READ-NAME-JOURNAL
006320         THRU 3400-EXIT
006330     IF DL100-HNAM-FOUND
006340         MOVE HNAM-CUSTOMER-NAME TO CUST-MST-CUSTOMER-NAME
006350     END-IF.
006360 3300-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390* 3400-READ-NAME-JOURNAL
006400*     READS THE NAME JOURNAL RECORD FILED UNDER THE CURRENT
006410*     HISTORY ENTRY'S KEY.  A MISSING RECORD, OR ONE FOR ANOTHER
006420*     TRANSACTION CODE, LEAVES THE NAME AS IT WAS (BLANK ON AN
006430*     OPEN) AND IS REPORTED AS AN ENTRY NOT FULLY REPLAYED.
006440*----------------------------------------------------------------
006450 3400-READ-NAME-JOURNAL.
006460     MOVE 'Y' TO DL100-HNAM-FOUND-SWITCH
006470     MOVE HIST-KEY TO HNAM-KEY
006480     READ HNAM-FILE
006490         INVALID KEY
006500             MOVE 'N' TO DL100-HNAM-FOUND-SWITCH
006510     END-READ
006520     IF DL100-HNAM-FOUND
006530             AND HNAM-TRANS-CODE NOT = HIST-TRANS-CODE
006540         MOVE 'N' TO DL100-HNAM-FOUND-SWITCH
006550     END-IF
006560     IF NOT DL100-HNAM-FOUND
006570         ADD 1 TO DL100-NOT-REPLAYED-COUNT
006580         MOVE 'NAME NOT ON NAME JOURNAL' TO DL100-DET-FINDING
006590         PERFORM 7150-WRITE-ENTRY-FINDING
006600             THRU 7150-EXIT
006610     END-IF.
006620 3400-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650* 3500-CHECK-PRIOR-STATUS
006660*     EVERY HISTORY ENTRY RECORDS THE STATUS THE ACCOUNT HAD
006670*     JUST BEFORE IT POSTED.  WHEN THAT IS NOT THE STATUS THE
006680*     REBUILD HAS REACHED, SOMETHING OUTSIDE THE POSTING CHANGED
006690*     IT IN BETWEEN -- THE LIFECYCLE JOB FLAGGING THE ACCOUNT
006700*     DORMANT -- SO THE RECORDED STATUS IS TAKEN OVER AND THE
006710*     REPORT NOTES IT.  ENTRIES WRITTEN BEFORE THE PRIOR STATUS
006720*     WAS KEPT CARRY A SPACE AND ARE NOT CHECKED.
006730*----------------------------------------------------------------
006740 3500-CHECK-PRIOR-STATUS.
006750     IF HIST-PRIOR-STATUS = SPACE
006760             OR HIST-PRIOR-STATUS = CUST-MST-STATUS
006770         GO TO 3500-EXIT
006780     END-IF
006790     ADD 1 TO DL100-STATUS-ADOPT-COUNT
006800     MOVE HIST-PRIOR-STATUS TO DL100-SF-NEW-STATUS
006810     MOVE CUST-MST-STATUS TO DL100-SF-OLD-STATUS
006820     MOVE DL100-STATUS-FINDING TO DL100-DET-FINDING
006830     PERFORM 7150-WRITE-ENTRY-FINDING
006840         THRU 7150-EXIT
006850     MOVE HIST-PRIOR-STATUS TO CUST-MST-STATUS.
006860 3500-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 7000-WRITE-PAGE-HEADING
006900*     STARTS A NEW REPORT PAGE WITH THE TITLE AND COLUMN
006910*     HEADINGS.
006920*----------------------------------------------------------------
006930 7000-WRITE-PAGE-HEADING.
006940     ADD 1 TO DL100-PAGE-NO
006950     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
006960     MOVE DL100-PAGE-NO TO DL100-TITLE-PAGE-NO
006970     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
006980     WRITE RPT-REPORT-LINE
006990     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007000     WRITE RPT-REPORT-LINE
007010     MOVE DL100-COLUMN-HEADING-LINE TO RPT-REPORT-LINE
007020     WRITE RPT-REPORT-LINE
007030     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007040     WRITE RPT-REPORT-LINE
007050     MOVE ZERO TO DL100-LINE-COUNT.
007060 7000-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 7100-WRITE-FINDING
007100*     PRINTS ONE FINDING FOR THE ACCOUNT BEING REBUILT, WITH ITS
007110*     REBUILT BALANCE SO FAR AND THE BALANCE THE HISTORY SHOWS,
007120*     STARTING A NEW PAGE WHEN THIS ONE IS FULL.  THE FINDING
007130*     TEXT AND ENTRY COLUMNS ARE SET BY THE CALLER.
007140*----------------------------------------------------------------
007150 7100-WRITE-FINDING.
007160     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
007170         PERFORM 7000-WRITE-PAGE-HEADING
007180             THRU 7000-EXIT
007190     END-IF
007200     MOVE DL100-CUR-ACCOUNT TO DL100-DET-ACCOUNT
007210     MOVE CUST-MST-BALANCE TO DL100-DET-REBUILT-BAL
007220     MOVE DL100-LAST-BAL-AFTER TO DL100-DET-HIST-BAL
007230     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
007240     WRITE RPT-REPORT-LINE
007250     ADD 1 TO DL100-LINE-COUNT.
007260 7100-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* 7150-WRITE-ENTRY-FINDING
007300*     PRINTS A FINDING ABOUT THE CURRENT HISTORY ENTRY, FILLING
007310*     IN ITS POSTING DATE, SEQUENCE AND CODE.  WHEN THE ACCOUNT
007320*     HAS NO RECORD YET THE REBUILT BALANCE SHOWS AS ZERO.
007330*----------------------------------------------------------------
007340 7150-WRITE-ENTRY-FINDING.
007350     MOVE HIST-POST-DATE TO DL100-DET-POST-DATE
007360     MOVE HIST-POST-SEQ TO DL100-DET-POST-SEQ
007370     MOVE HIST-TRANS-CODE TO DL100-DET-CODE
007380     IF NOT DL100-MST-FOUND
007390         MOVE ZERO TO CUST-MST-BALANCE
007400     END-IF
007410     PERFORM 7100-WRITE-FINDING
007420         THRU 7100-EXIT.
007430 7150-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* 7200-WRITE-INFO-LINE
007470*     WRITES ONE LABELLED VALUE LINE FROM DL100-INFO-LINE.
007480*----------------------------------------------------------------
007490 7200-WRITE-INFO-LINE.
007500     MOVE DL100-INFO-LINE TO RPT-REPORT-LINE
007510     WRITE RPT-REPORT-LINE
007520     MOVE SPACES TO DL100-INFO-VALUE.
007530 7200-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* 7300-WRITE-INFO-COUNT
007570*     WRITES ONE LABELLED COUNT LINE; THE CALLER LEAVES THE
007580*     COUNT IN DL100-INFO-EDIT-COUNT.
007590*----------------------------------------------------------------
007600 7300-WRITE-INFO-COUNT.
007610     MOVE DL100-INFO-EDIT-COUNT TO DL100-INFO-VALUE
007620     PERFORM 7200-WRITE-INFO-LINE
007630         THRU 7200-EXIT.
007640 7300-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670* 9000-TERMINATE
007680*     CLOSES THE FILES, PRINTS THE RUN TOTALS AND THE VERDICT,
007690*     AND SETS THE FINAL RETURN CODE: 16 STOPPED, 8 MISMATCHES
007700*     OR ENTRIES NOT REPLAYED, 4 NOTICES ONLY, 0 CLEAN.  A
007710*     STOPPED RUN'S REBUILT MASTER IS INCOMPLETE AND MUST NOT
007720*     BE RELOADED.
007730*----------------------------------------------------------------
007740 9000-TERMINATE.
007750     IF DL100-FILES-OPEN
007760         CLOSE IMG-FILE
007770         CLOSE HIST-FILE
007780         CLOSE HNAM-FILE
007790         CLOSE RCV-FILE
007800     END-IF
007810     PERFORM 9100-WRITE-RUN-TOTALS
007820         THRU 9100-EXIT
007830     IF DL100-ABEND-OCCURRED
007840         MOVE '*** RECOVERY STOPPED - REBUILT MASTER UNUSABLE ***'
007850             TO DL100-VER-TEXT
007860     ELSE
007870         IF DL100-MISMATCH-COUNT > ZERO
007880                 OR DL100-NOT-REPLAYED-COUNT > ZERO
007890             MOVE '*** REBUILT MASTER DOES NOT VERIFY ***'
007900                 TO DL100-VER-TEXT
007910             MOVE 8 TO RETURN-CODE
007920         ELSE
007930             IF DL100-STATUS-ADOPT-COUNT > ZERO
007940                     OR DL100-REOPEN-COUNT > ZERO
007950                 MOVE
007960                 '*** REBUILT MASTER VERIFIED - SEE NOTICES ***'
007970                     TO DL100-VER-TEXT
007980                 MOVE 4 TO RETURN-CODE
007990             ELSE
008000                 MOVE '*** REBUILT MASTER VERIFIED ***'
008010                     TO DL100-VER-TEXT
008020             END-IF
008030         END-IF
008040     END-IF
008050     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008060     WRITE RPT-REPORT-LINE
008070     MOVE DL100-VERDICT-LINE TO RPT-REPORT-LINE
008080     WRITE RPT-REPORT-LINE
008090     CLOSE RPT-FILE
008100     DISPLAY "IMAGE RECORDS READ: " DL100-IMAGE-COUNT
008110     DISPLAY "HISTORY ENTRIES REPLAYED: " DL100-REPLAY-COUNT
008120     DISPLAY "ACCOUNTS WRITTEN: " DL100-WRITE-COUNT
008130     DISPLAY "BALANCE MISMATCHES: " DL100-MISMATCH-COUNT
008140     DISPLAY "ENTRIES NOT REPLAYED: " DL100-NOT-REPLAYED-COUNT
008150     DISPLAY DL100-VER-TEXT.
008160 9000-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190* 9100-WRITE-RUN-TOTALS
008200*     PRINTS THE REPLAY WINDOW AND THE RUN TOTALS ON A PAGE OF
008210*     THEIR OWN AFTER THE FINDINGS.
008220*----------------------------------------------------------------
008230 9100-WRITE-RUN-TOTALS.
008240     PERFORM 7000-WRITE-PAGE-HEADING
008250         THRU 7000-EXIT
008260     MOVE 'FIRST POSTING DATE REPLAYED' TO DL100-INFO-TEXT
008270     MOVE DL100-FROM-DATE TO DL100-INFO-VALUE
008280     PERFORM 7200-WRITE-INFO-LINE
008290         THRU 7200-EXIT
008300     MOVE 'REPLAYED THROUGH POSTING DATE' TO DL100-INFO-TEXT
008310     IF DL100-THRU-DATE = 99999999
008320         MOVE 'ALL POSTED' TO DL100-INFO-VALUE
008330     ELSE
008340         MOVE DL100-THRU-DATE TO DL100-INFO-VALUE
008350     END-IF
008360     PERFORM 7200-WRITE-INFO-LINE
008370         THRU 7200-EXIT
008380     MOVE 'IMAGE COPY RECORDS READ' TO DL100-INFO-TEXT
008390     MOVE DL100-IMAGE-COUNT TO DL100-INFO-EDIT-COUNT
008400     PERFORM 7300-WRITE-INFO-COUNT
008410         THRU 7300-EXIT
008420     MOVE 'HISTORY ENTRIES READ' TO DL100-INFO-TEXT
008430     MOVE DL100-HIST-READ-COUNT TO DL100-INFO-EDIT-COUNT
008440     PERFORM 7300-WRITE-INFO-COUNT
008450         THRU 7300-EXIT
008460     MOVE '  POSTED BEFORE THE FROM DATE' TO DL100-INFO-TEXT
008470     MOVE DL100-BEFORE-COUNT TO DL100-INFO-EDIT-COUNT
008480     PERFORM 7300-WRITE-INFO-COUNT
008490         THRU 7300-EXIT
008500     MOVE '  POSTED AFTER THE THRU DATE' TO DL100-INFO-TEXT
008510     MOVE DL100-AFTER-COUNT TO DL100-INFO-EDIT-COUNT
008520     PERFORM 7300-WRITE-INFO-COUNT
008530         THRU 7300-EXIT
008540     MOVE 'HISTORY ENTRIES REPLAYED' TO DL100-INFO-TEXT
008550     MOVE DL100-REPLAY-COUNT TO DL100-INFO-EDIT-COUNT
008560     PERFORM 7300-WRITE-INFO-COUNT
008570         THRU 7300-EXIT
008580     MOVE '  ACCOUNTS OPENED' TO DL100-INFO-TEXT
008590     MOVE DL100-OPEN-COUNT TO DL100-INFO-EDIT-COUNT
008600     PERFORM 7300-WRITE-INFO-COUNT
008610         THRU 7300-EXIT
008620     MOVE '  AMOUNTS POSTED (TRANSFER SIDES TOO)'
008630         TO DL100-INFO-TEXT
008640     MOVE DL100-POST-COUNT TO DL100-INFO-EDIT-COUNT
008650     PERFORM 7300-WRITE-INFO-COUNT
008660         THRU 7300-EXIT
008670     MOVE '  ACCOUNTS CLOSED' TO DL100-INFO-TEXT
008680     MOVE DL100-CLOSE-COUNT TO DL100-INFO-EDIT-COUNT
008690     PERFORM 7300-WRITE-INFO-COUNT
008700         THRU 7300-EXIT
008710     MOVE '  NAMES CHANGED' TO DL100-INFO-TEXT
008720     MOVE DL100-NAME-CHG-COUNT TO DL100-INFO-EDIT-COUNT
008730     PERFORM 7300-WRITE-INFO-COUNT
008740         THRU 7300-EXIT
008750     MOVE '  OVERDRAFT LIMITS CHANGED' TO DL100-INFO-TEXT
008760     MOVE DL100-OD-LIMIT-COUNT TO DL100-INFO-EDIT-COUNT
008770     PERFORM 7300-WRITE-INFO-COUNT
008780         THRU 7300-EXIT
008790     MOVE '  ACCOUNTS ESCHEATED' TO DL100-INFO-TEXT
008800     MOVE DL100-ESCHEAT-COUNT TO DL100-INFO-EDIT-COUNT
008810     PERFORM 7300-WRITE-INFO-COUNT
008820         THRU 7300-EXIT
008830     MOVE '  ADDRESS ENTRIES (NO MASTER EFFECT)'
008840         TO DL100-INFO-TEXT
008850     MOVE DL100-ADDRESS-COUNT TO DL100-INFO-EDIT-COUNT
008860     PERFORM 7300-WRITE-INFO-COUNT
008870         THRU 7300-EXIT
008880     MOVE 'ACCOUNTS WRITTEN TO REBUILT MASTER' TO DL100-INFO-TEXT
008890     MOVE DL100-WRITE-COUNT TO DL100-INFO-EDIT-COUNT
008900     PERFORM 7300-WRITE-INFO-COUNT
008910         THRU 7300-EXIT
008920     MOVE 'ACCOUNTS VERIFIED AGAINST HISTORY' TO DL100-INFO-TEXT
008930     MOVE DL100-VERIFY-COUNT TO DL100-INFO-EDIT-COUNT
008940     PERFORM 7300-WRITE-INFO-COUNT
008950         THRU 7300-EXIT
008960     MOVE 'BALANCES DISAGREEING WITH HISTORY' TO DL100-INFO-TEXT
008970     MOVE DL100-MISMATCH-COUNT TO DL100-INFO-EDIT-COUNT
008980     PERFORM 7300-WRITE-INFO-COUNT
008990         THRU 7300-EXIT
009000     MOVE 'ENTRIES NOT REPLAYED' TO DL100-INFO-TEXT
009010     MOVE DL100-NOT-REPLAYED-COUNT TO DL100-INFO-EDIT-COUNT
009020     PERFORM 7300-WRITE-INFO-COUNT
009030         THRU 7300-EXIT
009040     MOVE 'STATUSES TAKEN OVER FROM HISTORY' TO DL100-INFO-TEXT
009050     MOVE DL100-STATUS-ADOPT-COUNT TO DL100-INFO-EDIT-COUNT
009060     PERFORM 7300-WRITE-INFO-COUNT
009070         THRU 7300-EXIT
009080     MOVE 'OPENS REPLACING AN IMAGE RECORD' TO DL100-INFO-TEXT
009090     MOVE DL100-REOPEN-COUNT TO DL100-INFO-EDIT-COUNT
009100     PERFORM 7300-WRITE-INFO-COUNT
009110         THRU 7300-EXIT.
009120 9100-EXIT.
009130     EXIT.

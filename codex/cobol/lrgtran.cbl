000010*****************************************************************
000020* PROGRAM-ID : LRGTRAN
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : NIGHTLY LARGE-TRANSACTION AND STRUCTURING REVIEW
000070*              FOR COMPLIANCE, RUN AS DL100A STEP027 AFTER THE
000080*              POSTING STEP.  READS THE NIGHT'S CUSTOUT
000090*              GENERATION (TRAN-FILE), SORTS IT BY ACCOUNT, AND
000100*              FOR EACH ACCOUNT READS ITS POSTED-TRANSACTION
000110*              HISTORY (COPYBOOK HISTREC) FOR THE ROLLING WINDOW
000120*              OF POSTING DAYS ENDING TONIGHT.  ONLY ITEMS THAT
000130*              ACTUALLY POSTED TONIGHT COUNT -- EACH CUSTOUT
000140*              RECORD IS MATCHED TO ITS HISTORY ENTRY BY CODE,
000150*              AMOUNT, AND EFFECTIVE DATE, SO A RETURNED ITEM
000160*              OR AN MSTEXCP EXCEPTION IS LEFT OUT.  THREE
000170*              FINDINGS ARE REPORTED, EACH BY DIRECTION (MONEY
000180*              IN, MONEY OUT):
000190*                - ANY SINGLE POSTED TRANSACTION AT OR ABOVE THE
000200*                  REPORTING THRESHOLD;
000210*                - TONIGHT'S ITEMS BELOW THE THRESHOLD BUT AT OR
000220*                  ABOVE THE STRUCTURING FLOOR THAT TOGETHER
000230*                  REACH THE THRESHOLD (SAME-DAY AGGREGATE);
000240*                - FAILING THAT, THE SAME ITEMS TOGETHER WITH
000250*                  THOSE POSTED EARLIER IN THE WINDOW (ROLLING
000260*                  AGGREGATE).  AN ACCOUNT IS ONLY RE-REPORTED
000270*                  ON A ROLLING BASIS WHEN TONIGHT ADDED TO IT.
000280*              NON-MONETARY CODES AND INTER-ACCOUNT TRANSFERS
000290*              ('XF', A BOOK MOVE BETWEEN TWO CUSTOMER ACCOUNTS,
000300*              NO MONEY ENTERS OR LEAVES THE BANK) ARE NOT
000310*              REVIEWED.  FINDINGS GO TO THE FILING EXTRACT
000320*              (EXTR-FILE, COPYBOOK LRGREC) AND TO THE PRINTED
000330*              REVIEW LIST, WITH THE CUSTOMER NAME FROM THE
000340*              KEYED CUSTOMER MASTER.  THE RULES ARE THE
000350*              WORKING-STORAGE CONSTANTS BELOW.
000351*              "TONIGHT" IS THE POSTING DATE MSTUPDT STAMPED ON
000352*              ITS HISTORY ENTRIES, TAKEN FROM ITS COMMIT RECORD
000353*              (MCKP-FILE, COPYBOOK MCKPREC), NOT THE DATE THIS
000354*              STEP HAPPENS TO RUN -- THE STEP MAY RUN PAST
000355*              MIDNIGHT, AND A RESTARTED POSTING RUN KEEPS ITS
000356*              ORIGINAL DATE.
000360*              RETURN CODES: 0 NORMAL, 4 AN ACCOUNT HAD MORE
000370*              ITEMS THAN THE TABLE HOLDS (LISTED FOR MANUAL
000380*              REVIEW), 8 A REQUIRED DATASET COULD NOT BE
000385*              OPENED, THE POSTING RUN IS NOT ON RECORD AS
000390*              COMPLETE, OR NONE OF TONIGHT'S ITEMS WAS FOUND
000395*              POSTED ON THE POSTING DATE.
000400*****************************************************************
000410*----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430*----------------------------------------------------------------
000440* DATE       INIT  DESCRIPTION
000450* 10/15/2026 RTA   ORIGINAL PROGRAM.  LARGE ITEMS WERE FOUND BY
000460*                  EYEBALLING THE RPTGEN REPORT, AND DEPOSITS
000470*                  SPLIT TO STAY UNDER THE THRESHOLD WERE NEVER
000480*                  CAUGHT.  SEE JCL MEMBER DL100A STEP027.
000482* 10/15/2026 RTA   THE ESCHEAT CODE 'ES' IS NOT REVIEWED -- IT IS
000484*                  A REMITTANCE TO THE STATE, NOT CUSTOMER
000486*                  ACTIVITY.
000487* 10/15/2026 RTA   THE ADDRESS CODES ('A1', 'A2', 'A3', 'AR')
000488*                  ARE NOT REVIEWED, LIKE 'NC'.
000489* 10/15/2026 RTA   "POSTED TONIGHT" IS NOW TESTED AGAINST
000490*                  MSTUPDT'S POSTING DATE FROM THE COMMIT RECORD,
000491*                  NOT THIS STEP'S SYSTEM DATE.  A STEP THAT RAN
000492*                  PAST MIDNIGHT, OR FOLLOWED A POSTING RUN
000493*                  RESTARTED ON A LATER DAY, FOUND NOTHING POSTED
000494*                  AND ENDED RC 0 WITH NO FILINGS.  AN INCOMPLETE
000495*                  POSTING RUN, OR A NIGHT WHERE NO ITEM MATCHES
000496*                  ITS HISTORY, NOW ENDS RC 8.
000497*----------------------------------------------------------------
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.  LRGTRAN.
000520 AUTHOR.  R. T. ALVAREZ.
000530 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000540 DATE-WRITTEN.  10/15/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT TRAN-FILE ASSIGN TO TRANFILE
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT MST-FILE ASSIGN TO MSTFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CUST-MST-ACCOUNT-NO
000650         FILE STATUS IS DL100-MST-FILE-STATUS.
000660     SELECT HIST-FILE ASSIGN TO HISTFILE
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HIST-KEY
000700         FILE STATUS IS DL100-HIST-FILE-STATUS.
000701     SELECT MCKP-FILE ASSIGN TO MCKPFILE
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS MCKP-KEY
000705         FILE STATUS IS DL100-MCKP-FILE-STATUS.
000710     SELECT EXTR-FILE ASSIGN TO LRGFILE
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT RPT-FILE ASSIGN TO LRGRPT
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT SORT-FILE ASSIGN TO SORTWK01.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TRAN-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY CUSTREC.
000820 FD  MST-FILE
000830     RECORD CONTAINS 100 CHARACTERS.
000840     COPY CUSTMST.
000850 FD  HIST-FILE
000860     RECORD CONTAINS 60 CHARACTERS.
000870     COPY HISTREC.
000872 FD  MCKP-FILE
000874     RECORD CONTAINS 6550 CHARACTERS.
000876     COPY MCKPREC.
000880 FD  EXTR-FILE
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY LRGREC.
000920 FD  RPT-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 133 CHARACTERS.
000950 01  RPT-REPORT-LINE                 PIC X(133).
000960 SD  SORT-FILE
000970     RECORD CONTAINS 80 CHARACTERS.
000980 01  SORT-RECORD.
000990     05  FILLER                      PIC X(02).
001000     05  SORT-ACCOUNT-NO             PIC 9(10).
001010     05  SORT-TRANS-CODE             PIC X(02).
001020     05  SORT-TRANS-AMOUNT           PIC S9(09)V99.
001030     05  SORT-EFF-DATE               PIC 9(08).
001040     05  SORT-CUSTOMER-NAME          PIC X(25).
001050     05  FILLER                      PIC X(22).
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 77  DL100-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001110     88  DL100-END-OF-FILE                       VALUE 'Y'.
001120 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001130     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001140 77  DL100-ACCT-OPEN-SWITCH          PIC X(01)   VALUE 'N'.
001150     88  DL100-ACCT-OPEN                         VALUE 'Y'.
001160 77  DL100-ACCT-OVFL-SWITCH          PIC X(01)   VALUE 'N'.
001170     88  DL100-ACCT-OVERFLOWED                   VALUE 'Y'.
001180 77  DL100-HIST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001190     88  DL100-HIST-END-OF-FILE                  VALUE 'Y'.
001200 77  DL100-MATCH-SWITCH              PIC X(01)   VALUE 'N'.
001210     88  DL100-ITEM-MATCHED                      VALUE 'Y'.
001220*----------------------------------------------------------------
001230* COUNTERS AND CONTROL TOTALS
001240*----------------------------------------------------------------
001250 77  DL100-TRAN-COUNT                PIC 9(09)   COMP VALUE ZERO.
001260 77  DL100-ACCOUNT-COUNT             PIC 9(09)   COMP VALUE ZERO.
001270 77  DL100-POSTED-COUNT              PIC 9(09)   COMP VALUE ZERO.
001280 77  DL100-UNPOSTED-COUNT            PIC 9(09)   COMP VALUE ZERO.
001290 77  DL100-LARGE-COUNT               PIC 9(09)   COMP VALUE ZERO.
001300 77  DL100-SAME-DAY-COUNT            PIC 9(09)   COMP VALUE ZERO.
001310 77  DL100-ROLLING-COUNT             PIC 9(09)   COMP VALUE ZERO.
001320 77  DL100-OVFL-ACCT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001330 77  DL100-EXTR-COUNT                PIC 9(09)   COMP VALUE ZERO.
001340 77  DL100-EXTR-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
001350 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE ZERO.
001360 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001370 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001380*----------------------------------------------------------------
001390* REVIEW RULES.  A SINGLE ITEM AT OR ABOVE THE REPORTING
001400* THRESHOLD IS REPORTED ON ITS OWN.  SMALLER ITEMS AT OR ABOVE
001410* THE STRUCTURING FLOOR ARE ADDED UP BY ACCOUNT AND DIRECTION,
001420* FOR TONIGHT AND FOR THE ROLLING WINDOW OF POSTING DAYS ENDING
001430* TONIGHT; AT LEAST THE MINIMUM NUMBER OF THEM REACHING THE
001440* THRESHOLD IS REPORTED.
001450*----------------------------------------------------------------
001460 77  DL100-REPORT-THRESHOLD      PIC 9(09)V99 COMP-3
001470                                             VALUE 10000.00.
001480 77  DL100-STRUCT-FLOOR          PIC 9(09)V99 COMP-3
001490                                             VALUE 3000.00.
001500 77  DL100-STRUCT-MIN-ITEMS          PIC 9(03)   COMP VALUE 2.
001510 77  DL100-WINDOW-DAYS               PIC 9(03)   COMP VALUE 5.
001520*----------------------------------------------------------------
001530* FILE STATUS KEYS
001540*----------------------------------------------------------------
001550 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001560 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001561 77  DL100-MCKP-FILE-STATUS          PIC X(02)   VALUE SPACES.
001562*----------------------------------------------------------------
001563* KEY OF MSTUPDT'S COMMIT RECORD, WHICH CARRIES THE POSTING DATE.
001564*----------------------------------------------------------------
001565 77  DL100-MCKP-KEY-VALUE            PIC X(08)   VALUE 'MSTUPDT'.
001570*----------------------------------------------------------------
001580* CURRENT ACCOUNT AND ITEM WORK AREAS.  DL100-WORK-CODE
001590* CLASSIFIES A TRANSACTION CODE: THE NON-MONETARY CODES AND THE
001600* INTER-ACCOUNT TRANSFER AND THE ESCHEAT ARE NOT REVIEWED.
001610*----------------------------------------------------------------
001620 77  DL100-CUR-ACCOUNT               PIC 9(10)   VALUE ZERO.
001630 77  DL100-CUR-NAME                  PIC X(25)   VALUE SPACES.
001640 77  DL100-WORK-CODE                 PIC X(02)   VALUE SPACES.
001650     88  DL100-NOT-REVIEWED-CODE     VALUE 'CL' 'NC' 'OL' 'XF'
001655                                           'ES'
001657                                           'A1' 'A2' 'A3' 'AR'.
001660 77  DL100-WORK-AMOUNT           PIC S9(09)V99 COMP-3 VALUE ZERO.
001670 77  DL100-ABS-AMOUNT            PIC 9(09)V99 COMP-3 VALUE ZERO.
001680 77  DL100-WINDOW-START              PIC 9(08)   VALUE ZERO.
001690*----------------------------------------------------------------
001700* FINDING WORK AREA -- FILLED BY THE CALLER BEFORE 4700-WRITE-
001710* FINDING WRITES THE EXTRACT RECORD AND THE REVIEW LINE.
001720*----------------------------------------------------------------
001730 77  DL100-FND-TYPE                  PIC X(01)   VALUE SPACE.
001740 77  DL100-FND-DIRECTION             PIC X(01)   VALUE SPACE.
001750 77  DL100-FND-CODE                  PIC X(02)   VALUE SPACES.
001760 77  DL100-FND-EFF-DATE              PIC 9(08)   VALUE ZERO.
001770 77  DL100-FND-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
001780 77  DL100-FND-ITEMS                 PIC 9(05)   COMP VALUE ZERO.
001790 77  DL100-FND-SINCE                 PIC 9(08)   VALUE ZERO.
001800*----------------------------------------------------------------
001810* TONIGHT'S ITEMS FOR THE CURRENT ACCOUNT.  A ROW IS MARKED
001820* POSTED WHEN ITS HISTORY ENTRY FOR TONIGHT IS FOUND.
001830*----------------------------------------------------------------
001840 01  DL100-ITEM-TABLE-AREA.
001850     05  DL100-ITEM-COUNT            PIC 9(05)   COMP VALUE ZERO.
001860     05  DL100-ITEM-MAX              PIC 9(05)   COMP VALUE 500.
001870     05  DL100-ITEM-SUB              PIC 9(05)   COMP VALUE ZERO.
001880     05  DL100-ITEM-ENTRY OCCURS 500 TIMES.
001890         10  DL100-ITEM-T-CODE       PIC X(02).
001900         10  DL100-ITEM-T-AMOUNT     PIC S9(09)V99 COMP-3.
001910         10  DL100-ITEM-T-EFF-DATE   PIC 9(08).
001920         10  DL100-ITEM-T-POSTED-SW  PIC X(01).
001930             88  DL100-ITEM-T-POSTED             VALUE 'Y'.
001940*----------------------------------------------------------------
001950* SUB-THRESHOLD TOTALS FOR THE CURRENT ACCOUNT, ONE ROW PER
001960* DIRECTION -- 1 MONEY IN ('C'), 2 MONEY OUT ('D').  THE DAY
001970* TOTALS HOLD TONIGHT'S ITEMS; THE ROLLING TOTALS ADD THE
001980* EARLIER DAYS OF THE WINDOW.
001990*----------------------------------------------------------------
002000 01  DL100-DIR-TABLE-AREA.
002010     05  DL100-DIR-SUB               PIC 9(02)   COMP VALUE ZERO.
002020     05  DL100-DIR-ENTRY OCCURS 2 TIMES.
002030         10  DL100-DIR-T-CODE        PIC X(01).
002040         10  DL100-DIR-T-DAY-COUNT   PIC 9(05)   COMP.
002050         10  DL100-DIR-T-DAY-AMOUNT  PIC S9(13)V99 COMP-3.
002060         10  DL100-DIR-T-ROLL-COUNT  PIC 9(05)   COMP.
002070         10  DL100-DIR-T-ROLL-AMOUNT PIC S9(13)V99 COMP-3.
002080*----------------------------------------------------------------
002090* POSTING DATE (FROM MSTUPDT'S COMMIT RECORD, SEE 1050)
002100*----------------------------------------------------------------
002110 01  DL100-CURRENT-DATE.
002120     05  DL100-CURRENT-YEAR          PIC 9(04).
002130     05  DL100-CURRENT-MONTH         PIC 9(02).
002140     05  DL100-CURRENT-DAY           PIC 9(02).
002150 01  DL100-CURRENT-DATE-N REDEFINES DL100-CURRENT-DATE
002160                                     PIC 9(08).
002170 01  DL100-RUN-DATE.
002180     05  DL100-RUN-YEAR              PIC 9(04).
002190     05  FILLER                      PIC X(01) VALUE '-'.
002200     05  DL100-RUN-MONTH             PIC 9(02).
002210     05  FILLER                      PIC X(01) VALUE '-'.
002220     05  DL100-RUN-DAY               PIC 9(02).
002230*----------------------------------------------------------------
002240* PRIOR-DAY WORK AREA.  8600-PRIOR-DAY STEPS DL100-PD-DATE
002250* BACK ONE CALENDAR DAY, ACROSS MONTH AND YEAR ENDS AND THE
002260* LEAP DAY, TO FIND THE FIRST POSTING DATE OF THE WINDOW.
002270*----------------------------------------------------------------
002280 01  DL100-PD-WORK.
002290     05  DL100-PD-DATE.
002300         10  DL100-PD-YEAR           PIC 9(04).
002310         10  DL100-PD-MONTH          PIC 9(02).
002320         10  DL100-PD-DAY            PIC 9(02).
002330     05  DL100-PD-STEPS              PIC 9(03)   COMP VALUE ZERO.
002340     05  DL100-PD-QUOT               PIC 9(04)   COMP VALUE ZERO.
002350     05  DL100-PD-REM-4              PIC 9(04)   COMP VALUE ZERO.
002360     05  DL100-PD-REM-100            PIC 9(04)   COMP VALUE ZERO.
002370     05  DL100-PD-REM-400            PIC 9(04)   COMP VALUE ZERO.
002380 01  DL100-MONTH-DAYS-VALUES         PIC X(24)
002390         VALUE '312831303130313130313031'.
002400 01  DL100-MONTH-DAYS-TABLE REDEFINES DL100-MONTH-DAYS-VALUES.
002410     05  DL100-MONTH-DAYS            PIC 9(02)   OCCURS 12 TIMES.
002420*----------------------------------------------------------------
002430* REPORT PRINT AREAS -- ONE PER LINE TYPE, BUILT HERE AND MOVED
002440* TO RPT-REPORT-LINE JUST BEFORE EACH WRITE.
002450*----------------------------------------------------------------
002460 01  DL100-TITLE-LINE.
002470     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002500     05  DL100-TITLE-RUN-DATE        PIC X(10).
002510     05  FILLER                      PIC X(05) VALUE SPACES.
002520     05  FILLER                      PIC X(38)
002530             VALUE 'LARGE TRANSACTION / STRUCTURING REVIEW'.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  FILLER                      PIC X(05) VALUE 'PAGE '.
002560     05  DL100-TITLE-PAGE-NO         PIC ZZZ9.
002570     05  FILLER                      PIC X(59) VALUE SPACES.
002580 01  DL100-COLUMN-HEADING-LINE.
002590     05  DL100-HDG-CC                PIC X(01) VALUE SPACE.
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002610     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  FILLER                      PIC X(25)
002640             VALUE 'CUSTOMER NAME'.
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  FILLER                      PIC X(16) VALUE 'FINDING'.
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  FILLER                      PIC X(06) VALUE 'DIR'.
002690     05  FILLER                      PIC X(02) VALUE SPACES.
002700     05  FILLER                      PIC X(02) VALUE 'TC'.
002710     05  FILLER                      PIC X(02) VALUE SPACES.
002720     05  FILLER                      PIC X(08) VALUE 'EFF DATE'.
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  FILLER                      PIC X(17)
002750             VALUE '           AMOUNT'.
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  FILLER                      PIC X(05) VALUE 'ITEMS'.
002780     05  FILLER                      PIC X(02) VALUE SPACES.
002790     05  FILLER                      PIC X(08) VALUE 'SINCE'.
002800     05  FILLER                      PIC X(16) VALUE SPACES.
002810 01  DL100-DETAIL-LINE.
002820     05  DL100-DET-CC                PIC X(01) VALUE SPACE.
002830     05  FILLER                      PIC X(01) VALUE SPACE.
002840     05  DL100-DET-ACCOUNT           PIC 9(10).
002850     05  FILLER                      PIC X(02) VALUE SPACES.
002860     05  DL100-DET-NAME              PIC X(25).
002870     05  FILLER                      PIC X(02) VALUE SPACES.
002880     05  DL100-DET-FINDING           PIC X(16).
002890     05  FILLER                      PIC X(02) VALUE SPACES.
002900     05  DL100-DET-DIRECTION         PIC X(06).
002910     05  FILLER                      PIC X(02) VALUE SPACES.
002920     05  DL100-DET-CODE              PIC X(02).
002930     05  FILLER                      PIC X(02) VALUE SPACES.
002940     05  DL100-DET-EFF-DATE          PIC X(08).
002950     05  FILLER                      PIC X(02) VALUE SPACES.
002960     05  DL100-DET-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
002970     05  FILLER                      PIC X(02) VALUE SPACES.
002980     05  DL100-DET-ITEMS             PIC ZZZZ9.
002990     05  FILLER                      PIC X(02) VALUE SPACES.
003000     05  DL100-DET-SINCE             PIC X(08).
003010     05  FILLER                      PIC X(15) VALUE SPACES.
003020 01  DL100-BLANK-LINE.
003030     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
003040     05  FILLER                      PIC X(132) VALUE SPACES.
003050 01  DL100-SUMMARY-LINE.
003060     05  DL100-SUM-CC                PIC X(01) VALUE SPACE.
003070     05  FILLER                      PIC X(01) VALUE SPACE.
003080     05  DL100-SUM-TEXT              PIC X(30).
003090     05  DL100-SUM-VALUE             PIC ZZZ,ZZZ,ZZ9.
003100     05  FILLER                      PIC X(90) VALUE SPACES.
003110 01  DL100-RULE-LINE.
003120     05  DL100-RULE-CC               PIC X(01) VALUE SPACE.
003130     05  FILLER                      PIC X(01) VALUE SPACE.
003140     05  DL100-RULE-TEXT             PIC X(30).
003150     05  DL100-RULE-VALUE            PIC X(17).
003160     05  FILLER                      PIC X(84) VALUE SPACES.
003170 01  DL100-RULE-EDIT-AMOUNT          PIC $$$,$$$,$$$,$$9.99.
003180 PROCEDURE DIVISION.
003190*----------------------------------------------------------------
003200* 0000-MAINLINE
003210*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE SORT READS THE
003220*     NIGHT'S CUSTOUT GENERATION ITSELF (USING) AND HANDS THE
003230*     RECORDS, ORDERED BY ACCOUNT AND EFFECTIVE DATE, TO THE
003240*     OUTPUT PROCEDURE THAT REVIEWS EACH ACCOUNT.
003250*----------------------------------------------------------------
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE
003280         THRU 1000-EXIT
003290     IF DL100-ABEND-OCCURRED
003300         GO TO 9999-EXIT
003310     END-IF
003320     SORT SORT-FILE
003330         ON ASCENDING KEY SORT-ACCOUNT-NO
003340                          SORT-EFF-DATE
003350         WITH DUPLICATES IN ORDER
003360         USING TRAN-FILE
003370         OUTPUT PROCEDURE IS 4000-REVIEW-ACCOUNTS
003380             THRU 4000-EXIT
003390     PERFORM 9000-TERMINATE
003400         THRU 9000-EXIT.
003410 9999-EXIT.
003420     STOP RUN.
003430*----------------------------------------------------------------
003440* 1000-INITIALIZE
003450*     SETS UP THE POSTING DATE AND THE FIRST POSTING DATE OF
003460*     THE ROLLING WINDOW, OPENS THE MASTER, THE HISTORY DATABASE,
003470*     THE EXTRACT, AND THE REVIEW LIST, AND WRITES THE EXTRACT
003480*     HEADER AND THE FIRST PAGE HEADING.  A MASTER OR HISTORY
003490*     THAT CANNOT BE OPENED ENDS THE RUN RC 8 -- NOTHING COULD
003500*     BE PROVEN POSTED WITHOUT THEM.
003510*----------------------------------------------------------------
003520 1000-INITIALIZE.
003522     PERFORM 1050-GET-POSTING-DATE
003524         THRU 1050-EXIT
003526     IF DL100-ABEND-OCCURRED
003528         GO TO 1000-EXIT
003530     END-IF
003540     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003550     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003560     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003570     MOVE DL100-CURRENT-DATE TO DL100-PD-DATE
003580     IF DL100-WINDOW-DAYS > 1
003590         COMPUTE DL100-PD-STEPS = DL100-WINDOW-DAYS - 1
003600         PERFORM 8600-PRIOR-DAY
003610             THRU 8600-EXIT
003620             DL100-PD-STEPS TIMES
003630     END-IF
003640     MOVE DL100-PD-DATE TO DL100-WINDOW-START
003650     OPEN INPUT MST-FILE
003660     IF DL100-MST-FILE-STATUS NOT = "00"
003670         DISPLAY "MST-FILE OPEN FAILED, STATUS="
003680             DL100-MST-FILE-STATUS
003690         MOVE 8 TO RETURN-CODE
003700         MOVE 'Y' TO DL100-ABEND-SWITCH
003710         GO TO 1000-EXIT
003720     END-IF
003730     OPEN INPUT HIST-FILE
003740     IF DL100-HIST-FILE-STATUS NOT = "00"
003750         DISPLAY "HIST-FILE OPEN FAILED, STATUS="
003760             DL100-HIST-FILE-STATUS
003770         CLOSE MST-FILE
003780         MOVE 8 TO RETURN-CODE
003790         MOVE 'Y' TO DL100-ABEND-SWITCH
003800         GO TO 1000-EXIT
003810     END-IF
003820     OPEN OUTPUT EXTR-FILE
003830     OPEN OUTPUT RPT-FILE
003840     PERFORM 1100-WRITE-EXTRACT-HEADER
003850         THRU 1100-EXIT
003860     PERFORM 7000-WRITE-PAGE-HEADING
003870         THRU 7000-EXIT.
003880 1000-EXIT.
003881     EXIT.
003882*----------------------------------------------------------------
003883* 1050-GET-POSTING-DATE
003884*     READS MSTUPDT'S COMMIT RECORD FOR THE DATE THE NIGHT'S
003885*     ITEMS WERE POSTED UNDER.  THE RECORD MUST SHOW THE POSTING
003886*     RUN COMPLETE ('C'); A RUN STILL AWAITING RESTART HAS NOT
003887*     POSTED EVERYTHING, AND REVIEWING IT WOULD MISS ITEMS.  A
003888*     FILE OR RECORD THAT CANNOT BE READ, OR AN INCOMPLETE RUN,
003889*     ENDS THE RUN RC 8.
003890*----------------------------------------------------------------
003891 1050-GET-POSTING-DATE.
003892     OPEN INPUT MCKP-FILE
003893     IF DL100-MCKP-FILE-STATUS NOT = "00"
003894         DISPLAY "MCKP-FILE OPEN FAILED, STATUS="
003895             DL100-MCKP-FILE-STATUS
003896         MOVE 8 TO RETURN-CODE
003897         MOVE 'Y' TO DL100-ABEND-SWITCH
003898         GO TO 1050-EXIT
003899     END-IF
003900     MOVE DL100-MCKP-KEY-VALUE TO MCKP-KEY
003901     READ MCKP-FILE
003902         INVALID KEY
003903             DISPLAY "NO POSTING RUN ON THE COMMIT FILE"
003904             CLOSE MCKP-FILE
003905             MOVE 8 TO RETURN-CODE
003906             MOVE 'Y' TO DL100-ABEND-SWITCH
003907             GO TO 1050-EXIT
003908     END-READ
003909     IF DL100-MCKP-FILE-STATUS NOT = "00"
003910         DISPLAY "MCKP-FILE READ FAILED, STATUS="
003911             DL100-MCKP-FILE-STATUS
003912         CLOSE MCKP-FILE
003913         MOVE 8 TO RETURN-CODE
003914         MOVE 'Y' TO DL100-ABEND-SWITCH
003915         GO TO 1050-EXIT
003916     END-IF
003917     CLOSE MCKP-FILE
003918     IF NOT MCKP-RUN-COMPLETE
003919         DISPLAY "POSTING RUN OF " MCKP-RUN-DATE
003920             " NOT COMPLETE, PHASE=" MCKP-PHASE
003921         MOVE 8 TO RETURN-CODE
003922         MOVE 'Y' TO DL100-ABEND-SWITCH
003923         GO TO 1050-EXIT
003924     END-IF
003925     MOVE MCKP-RUN-DATE TO DL100-CURRENT-DATE
003926     DISPLAY "POSTING DATE: " DL100-CURRENT-DATE.
003927 1050-EXIT.
003928     EXIT.
003929*----------------------------------------------------------------
003930* 1100-WRITE-EXTRACT-HEADER
003931*     WRITES THE EXTRACT'S LEADING HEADER RECORD, CARRYING THE
003932*     RUN DATE AND THE RULES THE FINDINGS WERE MADE UNDER.
003940*----------------------------------------------------------------
003950 1100-WRITE-EXTRACT-HEADER.
003960     MOVE SPACES TO LRG-RECORD
003970     MOVE 'LH' TO LRG-RECORD-TYPE
003980     MOVE DL100-CURRENT-DATE TO LRG-HEADER-DATE
003990     MOVE 'DL100' TO LRG-HEADER-SOURCE
004000     MOVE DL100-REPORT-THRESHOLD TO LRG-HEADER-THRESHOLD
004010     MOVE DL100-STRUCT-FLOOR TO LRG-HEADER-FLOOR
004020     MOVE DL100-WINDOW-DAYS TO LRG-HEADER-WINDOW-DAYS
004030     WRITE LRG-RECORD.
004040 1100-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070* 4000-REVIEW-ACCOUNTS
004080*     OUTPUT PROCEDURE FOR THE SORT.  RETURNS THE TRANSACTION
004090*     RECORDS IN ACCOUNT / EFFECTIVE DATE ORDER, GATHERING EACH
004100*     ACCOUNT'S ITEMS INTO THE ITEM TABLE AND REVIEWING THE
004110*     ACCOUNT AT EACH ACCOUNT BREAK.
004120*----------------------------------------------------------------
004130 4000-REVIEW-ACCOUNTS.
004140     MOVE 'N' TO DL100-EOF-SWITCH
004150     PERFORM 4100-RETURN-SORTED-RECORD
004160         THRU 4100-EXIT
004170     PERFORM 4200-PROCESS-SORTED-RECORD
004180         THRU 4200-EXIT
004190         UNTIL DL100-END-OF-FILE
004200     IF DL100-ACCT-OPEN
004210         PERFORM 4500-REVIEW-ACCOUNT
004220             THRU 4500-EXIT
004230     END-IF.
004240 4000-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 4100-RETURN-SORTED-RECORD
004280*     RETURNS THE NEXT RECORD FROM THE SORT.
004290*----------------------------------------------------------------
004300 4100-RETURN-SORTED-RECORD.
004310     RETURN SORT-FILE
004320         AT END
004330             MOVE 'Y' TO DL100-EOF-SWITCH
004340     END-RETURN.
004350 4100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 4200-PROCESS-SORTED-RECORD
004390*     HANDLES THE ACCOUNT CONTROL BREAK FOR ONE SORTED RECORD,
004400*     THEN ADDS IT TO THE CURRENT ACCOUNT'S ITEM TABLE.
004410*----------------------------------------------------------------
004420 4200-PROCESS-SORTED-RECORD.
004430     ADD 1 TO DL100-TRAN-COUNT
004440     IF DL100-ACCT-OPEN
004450             AND SORT-ACCOUNT-NO NOT = DL100-CUR-ACCOUNT
004460         PERFORM 4500-REVIEW-ACCOUNT
004470             THRU 4500-EXIT
004480     END-IF
004490     IF NOT DL100-ACCT-OPEN
004500         PERFORM 4300-START-ACCOUNT
004510             THRU 4300-EXIT
004520     END-IF
004530     PERFORM 4400-GATHER-ITEM
004540         THRU 4400-EXIT
004550     PERFORM 4100-RETURN-SORTED-RECORD
004560         THRU 4100-EXIT.
004570 4200-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 4300-START-ACCOUNT
004610*     OPENS A NEW ACCOUNT GROUP AND CLEARS ITS ITEM TABLE AND
004620*     DIRECTION TOTALS.
004630*----------------------------------------------------------------
004640 4300-START-ACCOUNT.
004650     MOVE SORT-ACCOUNT-NO TO DL100-CUR-ACCOUNT
004660     MOVE SORT-CUSTOMER-NAME TO DL100-CUR-NAME
004670     MOVE ZERO TO DL100-ITEM-COUNT
004680     MOVE 'C' TO DL100-DIR-T-CODE (1)
004690     MOVE 'D' TO DL100-DIR-T-CODE (2)
004700     MOVE 1 TO DL100-DIR-SUB
004710     PERFORM 4310-CLEAR-ONE-DIRECTION
004720         THRU 4310-EXIT
004730         UNTIL DL100-DIR-SUB > 2
004740     MOVE 'N' TO DL100-ACCT-OVFL-SWITCH
004750     MOVE 'Y' TO DL100-ACCT-OPEN-SWITCH.
004760 4300-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 4310-CLEAR-ONE-DIRECTION
004800*     CLEARS ONE ROW OF THE DIRECTION TOTALS.
004810*----------------------------------------------------------------
004820 4310-CLEAR-ONE-DIRECTION.
004830     MOVE ZERO TO DL100-DIR-T-DAY-COUNT (DL100-DIR-SUB)
004840     MOVE ZERO TO DL100-DIR-T-DAY-AMOUNT (DL100-DIR-SUB)
004850     MOVE ZERO TO DL100-DIR-T-ROLL-COUNT (DL100-DIR-SUB)
004860     MOVE ZERO TO DL100-DIR-T-ROLL-AMOUNT (DL100-DIR-SUB)
004870     ADD 1 TO DL100-DIR-SUB.
004880 4310-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* 4400-GATHER-ITEM
004920*     ADDS ONE SORTED TRANSACTION TO THE CURRENT ACCOUNT'S ITEM
004930*     TABLE.  CODES THAT ARE NOT REVIEWED AND ZERO AMOUNTS ARE
004940*     PASSED OVER.  A GROUP PAST THE TABLE LIMIT IS FLAGGED FOR
004950*     MANUAL REVIEW.
004960*----------------------------------------------------------------
004970 4400-GATHER-ITEM.
004980     MOVE SORT-TRANS-CODE TO DL100-WORK-CODE
004990     IF DL100-NOT-REVIEWED-CODE
005000         GO TO 4400-EXIT
005010     END-IF
005020     IF SORT-TRANS-AMOUNT NOT NUMERIC
005030             OR SORT-TRANS-AMOUNT = ZERO
005040         GO TO 4400-EXIT
005050     END-IF
005060     IF DL100-ITEM-COUNT >= DL100-ITEM-MAX
005070         MOVE 'Y' TO DL100-ACCT-OVFL-SWITCH
005080     ELSE
005090         ADD 1 TO DL100-ITEM-COUNT
005100         MOVE SORT-TRANS-CODE
005110             TO DL100-ITEM-T-CODE (DL100-ITEM-COUNT)
005120         MOVE SORT-TRANS-AMOUNT
005130             TO DL100-ITEM-T-AMOUNT (DL100-ITEM-COUNT)
005140         MOVE SORT-EFF-DATE
005150             TO DL100-ITEM-T-EFF-DATE (DL100-ITEM-COUNT)
005160         MOVE 'N' TO DL100-ITEM-T-POSTED-SW (DL100-ITEM-COUNT)
005170     END-IF.
005180 4400-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210* 4500-REVIEW-ACCOUNT
005220*     CLOSES THE CURRENT ACCOUNT GROUP: TAKES THE CUSTOMER NAME
005230*     FROM THE MASTER, READS THE ACCOUNT'S HISTORY FOR THE
005240*     WINDOW (MARKING TONIGHT'S ITEMS POSTED AND TOTALLING THE
005250*     EARLIER DAYS), REPORTS EACH LARGE ITEM, AND CHECKS THE
005260*     SUB-THRESHOLD TOTALS IN EACH DIRECTION.
005270*----------------------------------------------------------------
005280 4500-REVIEW-ACCOUNT.
005290     MOVE 'N' TO DL100-ACCT-OPEN-SWITCH
005300     IF DL100-ITEM-COUNT = ZERO
005310             AND NOT DL100-ACCT-OVERFLOWED
005320         GO TO 4500-EXIT
005330     END-IF
005340     ADD 1 TO DL100-ACCOUNT-COUNT
005350     MOVE DL100-CUR-ACCOUNT TO CUST-MST-ACCOUNT-NO
005360     READ MST-FILE
005370         INVALID KEY
005380             IF DL100-CUR-NAME = SPACES
005390                 MOVE '*** NOT ON MASTER ***' TO DL100-CUR-NAME
005400             END-IF
005410         NOT INVALID KEY
005420             MOVE CUST-MST-CUSTOMER-NAME TO DL100-CUR-NAME
005430     END-READ
005440     PERFORM 4520-SCAN-ACCOUNT-HISTORY
005450         THRU 4520-EXIT
005460     MOVE 1 TO DL100-ITEM-SUB
005470     PERFORM 4540-CLASSIFY-ONE-ITEM
005480         THRU 4540-EXIT
005490         UNTIL DL100-ITEM-SUB > DL100-ITEM-COUNT
005500     MOVE 1 TO DL100-DIR-SUB
005510     PERFORM 4560-CHECK-ONE-DIRECTION
005520         THRU 4560-EXIT
005530         UNTIL DL100-DIR-SUB > 2
005540     IF DL100-ACCT-OVERFLOWED
005550         ADD 1 TO DL100-OVFL-ACCT-COUNT
005560         MOVE 4 TO RETURN-CODE
005570         MOVE 'T' TO DL100-FND-TYPE
005580         MOVE SPACE TO DL100-FND-DIRECTION
005590         MOVE SPACES TO DL100-FND-CODE
005600         MOVE ZERO TO DL100-FND-EFF-DATE
005610         MOVE ZERO TO DL100-FND-AMOUNT
005620         MOVE DL100-ITEM-COUNT TO DL100-FND-ITEMS
005630         MOVE DL100-CURRENT-DATE TO DL100-FND-SINCE
005640         PERFORM 4800-WRITE-REVIEW-LINE
005650             THRU 4800-EXIT
005660     END-IF.
005670 4500-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700* 4520-SCAN-ACCOUNT-HISTORY
005710*     POSITIONS ON THE CURRENT ACCOUNT'S FIRST HISTORY ENTRY
005720*     POSTED ON OR AFTER THE WINDOW START AND READS FORWARD TO
005730*     THE END OF THE ACCOUNT.
005740*----------------------------------------------------------------
005750 4520-SCAN-ACCOUNT-HISTORY.
005760     MOVE 'N' TO DL100-HIST-EOF-SWITCH
005770     MOVE DL100-CUR-ACCOUNT TO HIST-ACCOUNT-NO
005780     MOVE DL100-WINDOW-START TO HIST-POST-DATE
005790     MOVE ZERO TO HIST-POST-SEQ
005800     START HIST-FILE KEY >= HIST-KEY
005810         INVALID KEY
005820             MOVE 'Y' TO DL100-HIST-EOF-SWITCH
005830     END-START
005840     PERFORM 4525-SCAN-ONE-HIST
005850         THRU 4525-EXIT
005860         UNTIL DL100-HIST-END-OF-FILE.
005870 4520-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 4525-SCAN-ONE-HIST
005910*     READS ONE HISTORY ENTRY FOR THE ACCOUNT.  AN ENTRY POSTED
005920*     TONIGHT MARKS ITS MATCHING ITEM POSTED; A SUB-THRESHOLD
005930*     ENTRY AT OR ABOVE THE FLOOR FROM AN EARLIER DAY OF THE
005940*     WINDOW IS ADDED TO ITS DIRECTION'S ROLLING TOTAL.
005950*----------------------------------------------------------------
005960 4525-SCAN-ONE-HIST.
005970     READ HIST-FILE NEXT
005980         AT END
005990             MOVE 'Y' TO DL100-HIST-EOF-SWITCH
006000             GO TO 4525-EXIT
006010     END-READ
006020     IF HIST-ACCOUNT-NO NOT = DL100-CUR-ACCOUNT
006030         MOVE 'Y' TO DL100-HIST-EOF-SWITCH
006040         GO TO 4525-EXIT
006050     END-IF
006060     MOVE HIST-TRANS-CODE TO DL100-WORK-CODE
006070     IF DL100-NOT-REVIEWED-CODE
006080             OR HIST-TRANS-AMOUNT = ZERO
006090         GO TO 4525-EXIT
006100     END-IF
006110     IF HIST-POST-DATE = DL100-CURRENT-DATE-N
006120         PERFORM 4527-MARK-ITEM-POSTED
006130             THRU 4527-EXIT
006140         GO TO 4525-EXIT
006150     END-IF
006160     MOVE HIST-TRANS-AMOUNT TO DL100-WORK-AMOUNT
006170     PERFORM 4590-SET-DIRECTION
006180         THRU 4590-EXIT
006190     IF DL100-ABS-AMOUNT < DL100-REPORT-THRESHOLD
006200             AND DL100-ABS-AMOUNT NOT < DL100-STRUCT-FLOOR
006210         ADD 1 TO DL100-DIR-T-ROLL-COUNT (DL100-DIR-SUB)
006220         ADD DL100-ABS-AMOUNT
006230             TO DL100-DIR-T-ROLL-AMOUNT (DL100-DIR-SUB)
006240     END-IF.
006250 4525-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 4527-MARK-ITEM-POSTED
006290*     FINDS THE FIRST ITEM NOT YET MARKED POSTED THAT MATCHES
006300*     THE CURRENT HISTORY ENTRY (CODE, AMOUNT, AND EFFECTIVE
006310*     DATE) AND MARKS IT POSTED.
006320*----------------------------------------------------------------
006330 4527-MARK-ITEM-POSTED.
006340     MOVE 'N' TO DL100-MATCH-SWITCH
006350     MOVE 1 TO DL100-ITEM-SUB
006360     PERFORM 4528-MATCH-ONE-ITEM
006370         THRU 4528-EXIT
006380         UNTIL DL100-ITEM-MATCHED
006390             OR DL100-ITEM-SUB > DL100-ITEM-COUNT.
006400 4527-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 4528-MATCH-ONE-ITEM
006440*     COMPARES ONE ITEM TABLE ENTRY AGAINST THE CURRENT HISTORY
006450*     ENTRY.
006460*----------------------------------------------------------------
006470 4528-MATCH-ONE-ITEM.
006480     IF NOT DL100-ITEM-T-POSTED (DL100-ITEM-SUB)
006490             AND DL100-ITEM-T-CODE (DL100-ITEM-SUB) =
006500                 HIST-TRANS-CODE
006510             AND DL100-ITEM-T-AMOUNT (DL100-ITEM-SUB) =
006520                 HIST-TRANS-AMOUNT
006530             AND DL100-ITEM-T-EFF-DATE (DL100-ITEM-SUB) =
006540                 HIST-EFF-DATE
006550         MOVE 'Y' TO DL100-ITEM-T-POSTED-SW (DL100-ITEM-SUB)
006560         MOVE 'Y' TO DL100-MATCH-SWITCH
006570     ELSE
006580         ADD 1 TO DL100-ITEM-SUB
006590     END-IF.
006600 4528-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 4540-CLASSIFY-ONE-ITEM
006640*     CLASSIFIES ONE OF TONIGHT'S ITEMS.  AN ITEM THAT NEVER
006650*     POSTED IS COUNTED AND LEFT OUT.  A POSTED ITEM AT OR ABOVE
006660*     THE THRESHOLD IS REPORTED ON ITS OWN; ONE BELOW IT BUT AT
006670*     OR ABOVE THE FLOOR IS ADDED TO ITS DIRECTION'S DAY AND
006680*     ROLLING TOTALS.
006690*----------------------------------------------------------------
006700 4540-CLASSIFY-ONE-ITEM.
006710     IF NOT DL100-ITEM-T-POSTED (DL100-ITEM-SUB)
006720         ADD 1 TO DL100-UNPOSTED-COUNT
006730         GO TO 4540-NEXT
006740     END-IF
006750     ADD 1 TO DL100-POSTED-COUNT
006760     MOVE DL100-ITEM-T-AMOUNT (DL100-ITEM-SUB)
006770         TO DL100-WORK-AMOUNT
006780     PERFORM 4590-SET-DIRECTION
006790         THRU 4590-EXIT
006800     IF DL100-ABS-AMOUNT NOT < DL100-REPORT-THRESHOLD
006810         ADD 1 TO DL100-LARGE-COUNT
006820         MOVE 'L' TO DL100-FND-TYPE
006830         MOVE DL100-DIR-T-CODE (DL100-DIR-SUB)
006840             TO DL100-FND-DIRECTION
006850         MOVE DL100-ITEM-T-CODE (DL100-ITEM-SUB)
006860             TO DL100-FND-CODE
006870         MOVE DL100-ITEM-T-EFF-DATE (DL100-ITEM-SUB)
006880             TO DL100-FND-EFF-DATE
006890         MOVE DL100-ABS-AMOUNT TO DL100-FND-AMOUNT
006900         MOVE 1 TO DL100-FND-ITEMS
006910         MOVE DL100-CURRENT-DATE TO DL100-FND-SINCE
006920         PERFORM 4700-WRITE-FINDING
006930             THRU 4700-EXIT
006940         GO TO 4540-NEXT
006950     END-IF
006960     IF DL100-ABS-AMOUNT NOT < DL100-STRUCT-FLOOR
006970         ADD 1 TO DL100-DIR-T-DAY-COUNT (DL100-DIR-SUB)
006980         ADD DL100-ABS-AMOUNT
006990             TO DL100-DIR-T-DAY-AMOUNT (DL100-DIR-SUB)
007000         ADD 1 TO DL100-DIR-T-ROLL-COUNT (DL100-DIR-SUB)
007010         ADD DL100-ABS-AMOUNT
007020             TO DL100-DIR-T-ROLL-AMOUNT (DL100-DIR-SUB)
007030     END-IF.
007040 4540-NEXT.
007050     ADD 1 TO DL100-ITEM-SUB.
007060 4540-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 4560-CHECK-ONE-DIRECTION
007100*     CHECKS ONE DIRECTION'S SUB-THRESHOLD TOTALS.  TONIGHT'S
007110*     ITEMS REACHING THE THRESHOLD ARE A SAME-DAY FINDING;
007120*     OTHERWISE, IF TONIGHT ADDED ANY, THE WINDOW'S ITEMS
007130*     REACHING IT ARE A ROLLING FINDING.
007140*----------------------------------------------------------------
007150 4560-CHECK-ONE-DIRECTION.
007160     MOVE DL100-DIR-T-CODE (DL100-DIR-SUB) TO DL100-FND-DIRECTION
007170     MOVE SPACES TO DL100-FND-CODE
007180     MOVE ZERO TO DL100-FND-EFF-DATE
007190     IF DL100-DIR-T-DAY-COUNT (DL100-DIR-SUB)
007200             NOT < DL100-STRUCT-MIN-ITEMS
007210             AND DL100-DIR-T-DAY-AMOUNT (DL100-DIR-SUB)
007220                 NOT < DL100-REPORT-THRESHOLD
007230         ADD 1 TO DL100-SAME-DAY-COUNT
007240         MOVE 'S' TO DL100-FND-TYPE
007250         MOVE DL100-DIR-T-DAY-AMOUNT (DL100-DIR-SUB)
007260             TO DL100-FND-AMOUNT
007270         MOVE DL100-DIR-T-DAY-COUNT (DL100-DIR-SUB)
007280             TO DL100-FND-ITEMS
007290         MOVE DL100-CURRENT-DATE TO DL100-FND-SINCE
007300         PERFORM 4700-WRITE-FINDING
007310             THRU 4700-EXIT
007320         GO TO 4560-NEXT
007330     END-IF
007340     IF DL100-DIR-T-DAY-COUNT (DL100-DIR-SUB) > ZERO
007350             AND DL100-DIR-T-ROLL-COUNT (DL100-DIR-SUB)
007360                 NOT < DL100-STRUCT-MIN-ITEMS
007370             AND DL100-DIR-T-ROLL-AMOUNT (DL100-DIR-SUB)
007380                 NOT < DL100-REPORT-THRESHOLD
007390         ADD 1 TO DL100-ROLLING-COUNT
007400         MOVE 'R' TO DL100-FND-TYPE
007410         MOVE DL100-DIR-T-ROLL-AMOUNT (DL100-DIR-SUB)
007420             TO DL100-FND-AMOUNT
007430         MOVE DL100-DIR-T-ROLL-COUNT (DL100-DIR-SUB)
007440             TO DL100-FND-ITEMS
007450         MOVE DL100-WINDOW-START TO DL100-FND-SINCE
007460         PERFORM 4700-WRITE-FINDING
007470             THRU 4700-EXIT
007480     END-IF.
007490 4560-NEXT.
007500     ADD 1 TO DL100-DIR-SUB.
007510 4560-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* 4590-SET-DIRECTION
007550*     SETS DL100-DIR-SUB AND DL100-ABS-AMOUNT FROM THE SIGNED
007560*     AMOUNT IN DL100-WORK-AMOUNT: A CREDIT IS MONEY IN (ROW 1),
007570*     A DEBIT MONEY OUT (ROW 2).
007580*----------------------------------------------------------------
007590 4590-SET-DIRECTION.
007600     IF DL100-WORK-AMOUNT < ZERO
007610         MOVE 2 TO DL100-DIR-SUB
007620         SUBTRACT DL100-WORK-AMOUNT FROM ZERO
007630             GIVING DL100-ABS-AMOUNT
007640     ELSE
007650         MOVE 1 TO DL100-DIR-SUB
007660         MOVE DL100-WORK-AMOUNT TO DL100-ABS-AMOUNT
007670     END-IF.
007680 4590-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* 4700-WRITE-FINDING
007720*     WRITES ONE FINDING, DESCRIBED BY THE DL100-FND- FIELDS, TO
007730*     THE FILING EXTRACT AND TO THE REVIEW LIST.
007740*----------------------------------------------------------------
007750 4700-WRITE-FINDING.
007760     MOVE SPACES TO LRG-RECORD
007770     MOVE 'LD' TO LRG-RECORD-TYPE
007780     MOVE DL100-FND-TYPE TO LRG-REPORT-TYPE
007790     MOVE DL100-CUR-ACCOUNT TO LRG-ACCOUNT-NO
007800     MOVE DL100-CUR-NAME TO LRG-CUSTOMER-NAME
007810     MOVE DL100-FND-DIRECTION TO LRG-DIRECTION
007820     MOVE DL100-FND-CODE TO LRG-TRANS-CODE
007830     MOVE DL100-FND-EFF-DATE TO LRG-EFFECTIVE-DATE
007840     MOVE DL100-FND-AMOUNT TO LRG-AMOUNT
007850     MOVE DL100-FND-ITEMS TO LRG-ITEM-COUNT
007860     MOVE DL100-FND-SINCE TO LRG-WINDOW-START
007870     WRITE LRG-RECORD
007880     ADD 1 TO DL100-EXTR-COUNT
007890     ADD DL100-FND-AMOUNT TO DL100-EXTR-AMOUNT
007900     PERFORM 4800-WRITE-REVIEW-LINE
007910         THRU 4800-EXIT.
007920 4700-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950* 4800-WRITE-REVIEW-LINE
007960*     FORMATS AND WRITES ONE REVIEW LIST LINE FROM THE DL100-
007970*     FND- FIELDS, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL.
007980*     TYPE 'T' IS AN ACCOUNT WHOSE ITEMS OVERFLOWED THE TABLE
007990*     AND MUST BE REVIEWED BY HAND.
008000*----------------------------------------------------------------
008010 4800-WRITE-REVIEW-LINE.
008020     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
008030         PERFORM 7000-WRITE-PAGE-HEADING
008040             THRU 7000-EXIT
008050     END-IF
008060     MOVE DL100-CUR-ACCOUNT TO DL100-DET-ACCOUNT
008070     MOVE DL100-CUR-NAME TO DL100-DET-NAME
008080     EVALUATE DL100-FND-TYPE
008090         WHEN 'L'
008100             MOVE 'LARGE TRANS' TO DL100-DET-FINDING
008110         WHEN 'S'
008120             MOVE 'SAME-DAY TOTAL' TO DL100-DET-FINDING
008130         WHEN 'R'
008140             MOVE 'ROLLING TOTAL' TO DL100-DET-FINDING
008150         WHEN OTHER
008160             MOVE 'REVIEW BY HAND' TO DL100-DET-FINDING
008170     END-EVALUATE
008180     EVALUATE DL100-FND-DIRECTION
008190         WHEN 'C'
008200             MOVE 'IN' TO DL100-DET-DIRECTION
008210         WHEN 'D'
008220             MOVE 'OUT' TO DL100-DET-DIRECTION
008230         WHEN OTHER
008240             MOVE SPACES TO DL100-DET-DIRECTION
008250     END-EVALUATE
008260     MOVE DL100-FND-CODE TO DL100-DET-CODE
008270     IF DL100-FND-EFF-DATE = ZERO
008280         MOVE SPACES TO DL100-DET-EFF-DATE
008290     ELSE
008300         MOVE DL100-FND-EFF-DATE TO DL100-DET-EFF-DATE
008310     END-IF
008320     MOVE DL100-FND-AMOUNT TO DL100-DET-AMOUNT
008330     MOVE DL100-FND-ITEMS TO DL100-DET-ITEMS
008340     MOVE DL100-FND-SINCE TO DL100-DET-SINCE
008350     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
008360     WRITE RPT-REPORT-LINE
008370     ADD 1 TO DL100-LINE-COUNT.
008380 4800-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410* 7000-WRITE-PAGE-HEADING
008420*     ADVANCES TO A NEW PAGE AND WRITES THE TITLE AND COLUMN
008430*     HEADING LINES.
008440*----------------------------------------------------------------
008450 7000-WRITE-PAGE-HEADING.
008460     ADD 1 TO DL100-PAGE-NO
008470     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
008480     MOVE DL100-PAGE-NO TO DL100-TITLE-PAGE-NO
008490     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
008500     WRITE RPT-REPORT-LINE
008510     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008520     WRITE RPT-REPORT-LINE
008530     MOVE DL100-COLUMN-HEADING-LINE TO RPT-REPORT-LINE
008540     WRITE RPT-REPORT-LINE
008550     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008560     WRITE RPT-REPORT-LINE
008570     MOVE ZERO TO DL100-LINE-COUNT.
008580 7000-EXIT.
008590     EXIT.
008600*----------------------------------------------------------------
008610* 7100-WRITE-SUMMARY-LINE
008620*     WRITES ONE CLOSING SUMMARY COUNT LINE.
008630*----------------------------------------------------------------
008640 7100-WRITE-SUMMARY-LINE.
008650     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
008660     WRITE RPT-REPORT-LINE.
008670 7100-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------
008700* 7200-WRITE-RULE-LINE
008710*     WRITES ONE LINE OF THE RULES THE REVIEW WAS MADE UNDER.
008720*----------------------------------------------------------------
008730 7200-WRITE-RULE-LINE.
008740     MOVE DL100-RULE-LINE TO RPT-REPORT-LINE
008750     WRITE RPT-REPORT-LINE.
008760 7200-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------
008790* 8600-PRIOR-DAY
008800*     STEPS DL100-PD-DATE (YYYYMMDD) BACK ONE CALENDAR DAY.  THE
008810*     FIRST OF A MONTH GOES TO THE LAST DAY OF THE PRIOR MONTH,
008820*     WITH FEBRUARY 29 IN A LEAP YEAR (DIVISIBLE BY 4, AND BY
008830*     400 IF A CENTURY).
008840*----------------------------------------------------------------
008850 8600-PRIOR-DAY.
008860     IF DL100-PD-DAY > 1
008870         SUBTRACT 1 FROM DL100-PD-DAY
008880         GO TO 8600-EXIT
008890     END-IF
008900     IF DL100-PD-MONTH > 1
008910         SUBTRACT 1 FROM DL100-PD-MONTH
008920     ELSE
008930         MOVE 12 TO DL100-PD-MONTH
008940         SUBTRACT 1 FROM DL100-PD-YEAR
008950     END-IF
008960     MOVE DL100-MONTH-DAYS (DL100-PD-MONTH) TO DL100-PD-DAY
008970     IF DL100-PD-MONTH = 2
008980         DIVIDE DL100-PD-YEAR BY 4
008990             GIVING DL100-PD-QUOT REMAINDER DL100-PD-REM-4
009000         DIVIDE DL100-PD-YEAR BY 100
009010             GIVING DL100-PD-QUOT REMAINDER DL100-PD-REM-100
009020         DIVIDE DL100-PD-YEAR BY 400
009030             GIVING DL100-PD-QUOT REMAINDER DL100-PD-REM-400
009040         IF DL100-PD-REM-4 = ZERO
009050                 AND (DL100-PD-REM-100 NOT = ZERO
009060                     OR DL100-PD-REM-400 = ZERO)
009070             MOVE 29 TO DL100-PD-DAY
009080         END-IF
009090     END-IF.
009100 8600-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------
009130* 9000-TERMINATE
009140*     WRITES THE EXTRACT TRAILER, THE REVIEW LIST'S CLOSING
009150*     SUMMARY AND RULES, CLOSES THE FILES, AND DISPLAYS THE RUN
009155*     COUNTS.  ITEMS READ WITH NONE FOUND POSTED ON THE POSTING
009160*     DATE MEANS THE HISTORY AND THE POSTING DATE DO NOT AGREE --
009165*     NOTHING COULD HAVE BEEN REVIEWED -- AND ENDS THE RUN RC 8.
009170*----------------------------------------------------------------
009180 9000-TERMINATE.
009190     MOVE SPACES TO LRG-RECORD
009200     MOVE 'LT' TO LRG-RECORD-TYPE
009210     MOVE DL100-EXTR-COUNT TO LRG-TRAILER-COUNT
009220     MOVE DL100-EXTR-AMOUNT TO LRG-TRAILER-AMOUNT
009230     WRITE LRG-RECORD
009240     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
009250     WRITE RPT-REPORT-LINE
009251     IF DL100-POSTED-COUNT = ZERO
009252             AND DL100-UNPOSTED-COUNT > ZERO
009253         DISPLAY "NO ITEM FOUND POSTED ON " DL100-CURRENT-DATE
009254             " - CHECK THE POSTING DATE"
009255         MOVE 8 TO RETURN-CODE
009256         MOVE '*** NO ITEM FOUND POSTED ON:' TO DL100-RULE-TEXT
009257         MOVE DL100-CURRENT-DATE TO DL100-RULE-VALUE
009258         PERFORM 7200-WRITE-RULE-LINE
009259             THRU 7200-EXIT
009260         MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
009261         WRITE RPT-REPORT-LINE
009262         GO TO 9000-SUMMARY
009263     END-IF
009264     IF DL100-EXTR-COUNT = ZERO
009270             AND DL100-OVFL-ACCT-COUNT = ZERO
009280         MOVE '*** NO REPORTABLE ACTIVITY ***'
009290             TO DL100-RULE-TEXT
009300         MOVE SPACES TO DL100-RULE-VALUE
009310         PERFORM 7200-WRITE-RULE-LINE
009320             THRU 7200-EXIT
009330         MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
009340         WRITE RPT-REPORT-LINE
009345     END-IF.
009350 9000-SUMMARY.
009360     MOVE 'TRANSACTIONS READ:' TO DL100-SUM-TEXT
009370     MOVE DL100-TRAN-COUNT TO DL100-SUM-VALUE
009380     PERFORM 7100-WRITE-SUMMARY-LINE
009390         THRU 7100-EXIT
009400     MOVE 'ACCOUNTS REVIEWED:' TO DL100-SUM-TEXT
009410     MOVE DL100-ACCOUNT-COUNT TO DL100-SUM-VALUE
009420     PERFORM 7100-WRITE-SUMMARY-LINE
009430         THRU 7100-EXIT
009440     MOVE 'POSTED ITEMS REVIEWED:' TO DL100-SUM-TEXT
009450     MOVE DL100-POSTED-COUNT TO DL100-SUM-VALUE
009460     PERFORM 7100-WRITE-SUMMARY-LINE
009470         THRU 7100-EXIT
009480     MOVE 'ITEMS NOT POSTED, SKIPPED:' TO DL100-SUM-TEXT
009490     MOVE DL100-UNPOSTED-COUNT TO DL100-SUM-VALUE
009500     PERFORM 7100-WRITE-SUMMARY-LINE
009510         THRU 7100-EXIT
009520     MOVE 'LARGE TRANSACTIONS:' TO DL100-SUM-TEXT
009530     MOVE DL100-LARGE-COUNT TO DL100-SUM-VALUE
009540     PERFORM 7100-WRITE-SUMMARY-LINE
009550         THRU 7100-EXIT
009560     MOVE 'SAME-DAY TOTALS:' TO DL100-SUM-TEXT
009570     MOVE DL100-SAME-DAY-COUNT TO DL100-SUM-VALUE
009580     PERFORM 7100-WRITE-SUMMARY-LINE
009590         THRU 7100-EXIT
009600     MOVE 'ROLLING TOTALS:' TO DL100-SUM-TEXT
009610     MOVE DL100-ROLLING-COUNT TO DL100-SUM-VALUE
009620     PERFORM 7100-WRITE-SUMMARY-LINE
009630         THRU 7100-EXIT
009640     MOVE 'ACCOUNTS TO REVIEW BY HAND:' TO DL100-SUM-TEXT
009650     MOVE DL100-OVFL-ACCT-COUNT TO DL100-SUM-VALUE
009660     PERFORM 7100-WRITE-SUMMARY-LINE
009670         THRU 7100-EXIT
009680     MOVE 'EXTRACT DETAIL RECORDS:' TO DL100-SUM-TEXT
009690     MOVE DL100-EXTR-COUNT TO DL100-SUM-VALUE
009700     PERFORM 7100-WRITE-SUMMARY-LINE
009710         THRU 7100-EXIT
009720     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
009730     WRITE RPT-REPORT-LINE
009740     MOVE 'REPORTING THRESHOLD:' TO DL100-RULE-TEXT
009750     MOVE DL100-REPORT-THRESHOLD TO DL100-RULE-EDIT-AMOUNT
009760     MOVE DL100-RULE-EDIT-AMOUNT TO DL100-RULE-VALUE
009770     PERFORM 7200-WRITE-RULE-LINE
009780         THRU 7200-EXIT
009790     MOVE 'STRUCTURING FLOOR:' TO DL100-RULE-TEXT
009800     MOVE DL100-STRUCT-FLOOR TO DL100-RULE-EDIT-AMOUNT
009810     MOVE DL100-RULE-EDIT-AMOUNT TO DL100-RULE-VALUE
009820     PERFORM 7200-WRITE-RULE-LINE
009830         THRU 7200-EXIT
009840     MOVE 'ROLLING WINDOW FROM POSTING:' TO DL100-RULE-TEXT
009850     MOVE DL100-WINDOW-START TO DL100-RULE-VALUE
009860     PERFORM 7200-WRITE-RULE-LINE
009870         THRU 7200-EXIT
009880     CLOSE MST-FILE
009890     CLOSE HIST-FILE
009900     CLOSE EXTR-FILE
009910     CLOSE RPT-FILE
009920     DISPLAY "TRANSACTIONS READ: " DL100-TRAN-COUNT
009930     DISPLAY "LARGE TRANSACTIONS: " DL100-LARGE-COUNT
009940     DISPLAY "SAME-DAY TOTALS: " DL100-SAME-DAY-COUNT
009950     DISPLAY "ROLLING TOTALS: " DL100-ROLLING-COUNT
009960     DISPLAY "ACCOUNTS TO REVIEW BY HAND: "
009970         DL100-OVFL-ACCT-COUNT.
009980 9000-EXIT.
009990     EXIT.

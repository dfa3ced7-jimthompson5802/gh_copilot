000010*****************************************************************
000020* PROGRAM-ID : CALMNT
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : BATCH MAINTENANCE FOR THE SHOP BUSINESS-DAY
000070*              CALENDAR (PROD.DL100.CALENDAR, COPYBOOK CALREC),
000080*              THE LIST OF WEEKDAYS ON WHICH THE SHOP DOES NOT DO
000090*              BUSINESS.  READFILE, HLDRELSE, FEEACCR, LIFECYCL,
000100*              AND CALCHK ALL DECIDE WHAT A BUSINESS DAY IS FROM
000110*              IT, SO IT IS NEVER EDITED BY HAND.  READS ADD/
000120*              CHANGE/DELETE TRANSACTIONS (CALM-FILE, COPYBOOK
000130*              CALMREC), VALIDATES THEM (A REAL CALENDAR DATE NOT
000140*              ALREADY PAST, NO SATURDAY OR SUNDAY ON AN ADD, DATE
000150*              UNIQUENESS ON AN ADD AND EXISTENCE ON A CHANGE OR
000160*              DELETE, A DAY TYPE OF 'H' OR 'N', AND A NON-BLANK
000170*              DESCRIPTION), APPLIES THE GOOD ONES TO AN IN-
000180*              STORAGE COPY OF THE CALENDAR KEPT IN DATE ORDER,
000190*              AND WRITES THE WHOLE UPDATED CALENDAR TO
000200*              CAL-OUT-FILE -- THE JOB SWAPS IT OVER THE LIVE
000210*              DATASET ONLY WHEN THIS STEP ENDS BELOW RC 8.  EVERY
000220*              APPLIED CHANGE IS ALSO APPENDED TO THE CHANGE LOG
000230*              (LOG-FILE, COPYBOOK CALGREC) WITH WHO, WHEN, AND
000240*              THE BEFORE AND AFTER IMAGES, ONLY AFTER THE RUN
000250*              HAS PROVED THE SWAP WILL HAPPEN -- THE SAME RULE
000260*              AS TCODMNT.  PAST DATES ARE
000270*              HISTORY THE DORMANCY COUNT STILL READS AND CANNOT
000280*              BE MAINTAINED.  AN EMPTY CALENDAR IS VALID (THE
000290*              FIRST RUN BUILDS IT FROM NOTHING).  REJECTED
000300*              MAINTENANCE TRANSACTIONS ARE DISPLAYED WITH THEIR
000310*              REASON AND END THE RUN RC 4 SO DATA CONTROL
000320*              RE-CHECKS THEM.  A CALENDAR WITH NO DATES FOR NEXT
000330*              YEAR IS WARNED SO THE HOLIDAYS GET KEYED IN TIME.
000340*****************************************************************
000350*----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370*----------------------------------------------------------------
000380* DATE       INIT  DESCRIPTION
000390* 10/15/2026 RTA   ORIGINAL PROGRAM.  RUNS AS JCL MEMBER DL100P
000400*                  WHENEVER DATA CONTROL HAS CALENDAR MAINTENANCE
000410*                  TO APPLY -- AT LEAST ONCE A YEAR, AHEAD OF THE
000420*                  NEW YEAR'S HOLIDAYS.
000430*----------------------------------------------------------------
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.  CALMNT.
000460 AUTHOR.  R. T. ALVAREZ.
000470 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000480 DATE-WRITTEN.  10/15/2026.
000490 DATE-COMPILED.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CAL-FILE ASSIGN TO CALIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DL100-CAL-FILE-STATUS.
000560     SELECT CALM-FILE ASSIGN TO CALMTFIL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL100-CALM-FILE-STATUS.
000590     SELECT CAL-OUT-FILE ASSIGN TO CALOUT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT LOG-FILE ASSIGN TO CALLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-LOG-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CAL-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 80 CHARACTERS.
000690     COPY CALREC.
000700 FD  CALM-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 80 CHARACTERS.
000730     COPY CALMREC.
000740 FD  CAL-OUT-FILE
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  CAL-OUT-REC                     PIC X(80).
000780 FD  LOG-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 133 CHARACTERS.
000810 01  LOG-REC                         PIC X(133).
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------
000840* CHANGE LOG LINE WORK AREA (COPYBOOK CALGREC).  LINES ARE
000850* BUILT HERE AND HELD IN THE BUFFER TABLE BELOW; THEY ARE ONLY
000860* APPENDED TO LOG-FILE ONCE THE RUN HAS PROVED THE NEW CALENDAR
000870* WILL ACTUALLY BE SWAPPED OVER THE LIVE DATASET.
000880*----------------------------------------------------------------
000890     COPY CALGREC.
000900*----------------------------------------------------------------
000910* SWITCHES
000920*----------------------------------------------------------------
000930 77  DL100-CAL-EOF-SWITCH            PIC X(01)   VALUE 'N'.
000940     88  DL100-CAL-IN-END-OF-FILE                VALUE 'Y'.
000950 77  DL100-CALM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000960     88  DL100-CALM-END-OF-FILE                  VALUE 'Y'.
000970 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
000980     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
000990 77  DL100-LOG-FILE-STATUS           PIC X(02)   VALUE SPACES.
001000     88  DL100-LOG-FILE-NOT-FOUND                VALUE "35".
001010*----------------------------------------------------------------
001020* COUNTERS
001030*----------------------------------------------------------------
001040 77  DL100-MAINT-COUNT               PIC 9(09)   COMP VALUE ZERO.
001050 77  DL100-ADD-COUNT                 PIC 9(09)   COMP VALUE ZERO.
001060 77  DL100-CHANGE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001070 77  DL100-DELETE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001080 77  DL100-REJECT-COUNT              PIC 9(09)   COMP VALUE ZERO.
001090 77  DL100-ROWS-WRITTEN              PIC 9(09)   COMP VALUE ZERO.
001100 77  DL100-NEXT-YEAR-COUNT           PIC 9(09)   COMP VALUE ZERO.
001110 77  DL100-NEXT-YEAR                 PIC 9(04)   VALUE ZERO.
001120*----------------------------------------------------------------
001130* FILE STATUS KEYS
001140*----------------------------------------------------------------
001150 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
001160 77  DL100-CALM-FILE-STATUS          PIC X(02)   VALUE SPACES.
001170*----------------------------------------------------------------
001180* IN-STORAGE COPY OF THE WHOLE CALENDAR, IN DATE ORDER,
001190* MAINTAINED IN PLACE AND WRITTEN BACK OUT AT THE END.  THE
001200* LIMIT MATCHES THE READERS' TABLE IN COPYBOOK CALTBL, SO A
001210* CALENDAR THIS PROGRAM WRITES ALWAYS LOADS.
001220*----------------------------------------------------------------
001230 01  DL100-TBL-AREA.
001240     05  DL100-TBL-COUNT             PIC 9(03)   COMP VALUE ZERO.
001250     05  DL100-TBL-MAX               PIC 9(03)   COMP VALUE 500.
001260     05  DL100-TBL-SUB               PIC 9(03)   COMP VALUE ZERO.
001270     05  DL100-TBL-SHIFT-SUB         PIC 9(03)   COMP VALUE ZERO.
001280     05  DL100-TBL-FOUND-SW          PIC X(01)   VALUE 'N'.
001290         88  DL100-TBL-FOUND                     VALUE 'Y'.
001300     05  DL100-TBL-PRIOR-DATE        PIC 9(08)   VALUE ZERO.
001310     05  DL100-TBL-ENTRY OCCURS 500 TIMES.
001320         10  DL100-TBL-T-DATE        PIC 9(08).
001330         10  DL100-TBL-T-TYPE        PIC X(01).
001340         10  DL100-TBL-T-DESC        PIC X(30).
001350*----------------------------------------------------------------
001360* CHANGE LOG BUFFER.  ONE ENTRY PER APPLIED CHANGE, APPENDED TO
001370* LOG-FILE ONLY AFTER 5000-WRITE-NEW-CALENDAR.  A BUFFER
001380* OVERFLOW ENDS THE RUN RC 8 -- NO SWAP AND NO LOG, SO THE TWO
001390* NEVER DISAGREE.
001400*----------------------------------------------------------------
001410 01  DL100-LOG-TABLE-AREA.
001420     05  DL100-LOG-COUNT             PIC 9(03)   COMP VALUE ZERO.
001430     05  DL100-LOG-MAX               PIC 9(03)   COMP VALUE 500.
001440     05  DL100-LOG-SUB               PIC 9(03)   COMP VALUE ZERO.
001450     05  DL100-LOG-ENTRY OCCURS 500 TIMES
001460                                     PIC X(133).
001470*----------------------------------------------------------------
001480* BUSINESS-DAY WORK AREA (COPYBOOK CALTBL).  ONLY THE DATE WORK
001490* FIELDS ARE USED HERE: THE CALENDAR TABLE IN IT IS LEFT EMPTY,
001500* SO 8700-CHECK-BUSINESS-DAY TESTS A DATE FOR A WEEKEND ONLY.
001510*----------------------------------------------------------------
001520     COPY CALTBL.
001530*----------------------------------------------------------------
001540* REJECT REASON WORK AREA
001550*----------------------------------------------------------------
001560 77  DL100-REJECT-REASON-TEXT        PIC X(20)   VALUE SPACES.
001570*----------------------------------------------------------------
001580* RUN DATE AND TIME (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001590*----------------------------------------------------------------
001600 01  DL100-RUN-DATE.
001610     05  DL100-RUN-YEAR              PIC 9(04).
001620     05  FILLER                      PIC X(01) VALUE '-'.
001630     05  DL100-RUN-MONTH             PIC 9(02).
001640     05  FILLER                      PIC X(01) VALUE '-'.
001650     05  DL100-RUN-DAY               PIC 9(02).
001660 01  DL100-CURRENT-DATE.
001670     05  DL100-CURRENT-YEAR          PIC 9(04).
001680     05  DL100-CURRENT-MONTH         PIC 9(02).
001690     05  DL100-CURRENT-DAY           PIC 9(02).
001700 01  DL100-RUN-TIME.
001710     05  DL100-RUN-HOURS             PIC 9(02).
001720     05  FILLER                      PIC X(01) VALUE ':'.
001730     05  DL100-RUN-MINUTES           PIC 9(02).
001740     05  FILLER                      PIC X(01) VALUE ':'.
001750     05  DL100-RUN-SECONDS           PIC 9(02).
001760 01  DL100-CURRENT-TIME.
001770     05  DL100-CURRENT-HOURS         PIC 9(02).
001780     05  DL100-CURRENT-MINUTES       PIC 9(02).
001790     05  DL100-CURRENT-SECONDS       PIC 9(02).
001800     05  DL100-CURRENT-HUNDREDTHS    PIC 9(02).
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------------
001830* 0000-MAINLINE
001840*     CONTROLS OVERALL FLOW OF THE PROGRAM.
001850*----------------------------------------------------------------
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-EXIT
001890     IF DL100-ABEND-OCCURRED
001900         GO TO 9999-EXIT
001910     END-IF
001920     PERFORM 2000-PROCESS-MAINT-RECORD
001930         THRU 2000-EXIT
001940         UNTIL DL100-CALM-END-OF-FILE
001950     PERFORM 5000-WRITE-NEW-CALENDAR
001960         THRU 5000-EXIT
001970     IF RETURN-CODE < 8
001980             AND DL100-LOG-COUNT > ZERO
001990         PERFORM 8200-APPEND-LOG-LINES
002000             THRU 8200-EXIT
002010     END-IF
002020     PERFORM 9000-TERMINATE
002030         THRU 9000-EXIT.
002040 9999-EXIT.
002050     STOP RUN.
002060*----------------------------------------------------------------
002070* 1000-INITIALIZE
002080*     LOADS THE CURRENT CALENDAR, OPENS THE MAINTENANCE INPUT
002090*     AND THE OUTPUT, AND PRIMES THE MAINTENANCE READ LOOP.  A
002100*     CALENDAR THAT CANNOT BE OPENED, OVERFLOWS THE TABLE, OR IS
002110*     OUT OF DATE ORDER ENDS THE RUN -- IT WAS NOT WRITTEN BY
002120*     THIS PROGRAM AND NEEDS TO BE RECOVERED, NOT EDITED.  AN
002130*     EMPTY CALENDAR IS LOADED AS IT IS.
002140*----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
002170     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
002180     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
002190     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
002200     ACCEPT DL100-CURRENT-TIME FROM TIME
002210     MOVE DL100-CURRENT-HOURS TO DL100-RUN-HOURS
002220     MOVE DL100-CURRENT-MINUTES TO DL100-RUN-MINUTES
002230     MOVE DL100-CURRENT-SECONDS TO DL100-RUN-SECONDS
002240     COMPUTE DL100-NEXT-YEAR = DL100-CURRENT-YEAR + 1
002250     PERFORM 1100-LOAD-TABLE
002260         THRU 1100-EXIT
002270     IF DL100-ABEND-OCCURRED
002280         GO TO 1000-EXIT
002290     END-IF
002300     OPEN INPUT CALM-FILE
002310     IF DL100-CALM-FILE-STATUS NOT = "00"
002320         DISPLAY "CALM-FILE OPEN FAILED, STATUS="
002330             DL100-CALM-FILE-STATUS
002340         MOVE 8 TO RETURN-CODE
002350         MOVE 'Y' TO DL100-ABEND-SWITCH
002360         GO TO 1000-EXIT
002370     END-IF
002380     OPEN OUTPUT CAL-OUT-FILE
002390     PERFORM 2100-READ-CALM-FILE
002400         THRU 2100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 1100-LOAD-TABLE
002450*     LOADS EVERY DATE ON THE CURRENT CALENDAR INTO THE
002460*     IN-STORAGE TABLE.
002470*----------------------------------------------------------------
002480 1100-LOAD-TABLE.
002490     OPEN INPUT CAL-FILE
002500     IF DL100-CAL-FILE-STATUS NOT = "00"
002510         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
002520             DL100-CAL-FILE-STATUS
002530         MOVE 8 TO RETURN-CODE
002540         MOVE 'Y' TO DL100-ABEND-SWITCH
002550         GO TO 1100-EXIT
002560     END-IF
002570     PERFORM 1110-LOAD-ONE-DATE
002580         THRU 1110-EXIT
002590         UNTIL DL100-CAL-IN-END-OF-FILE
002600             OR DL100-ABEND-OCCURRED
002610     CLOSE CAL-FILE.
002620 1100-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* 1110-LOAD-ONE-DATE
002660*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
002670*     TABLE.  A TABLE OVERFLOW OR A DATE OUT OF ORDER ENDS THE
002680*     RUN.
002690*----------------------------------------------------------------
002700 1110-LOAD-ONE-DATE.
002710     READ CAL-FILE
002720         AT END
002730             MOVE 'Y' TO DL100-CAL-EOF-SWITCH
002740         NOT AT END
002750             IF DL100-TBL-COUNT >= DL100-TBL-MAX
002760                 DISPLAY "CALENDAR TABLE FULL"
002770                 MOVE 8 TO RETURN-CODE
002780                 MOVE 'Y' TO DL100-ABEND-SWITCH
002790                 GO TO 1110-EXIT
002800             END-IF
002810             IF CAL-DATE NOT > DL100-TBL-PRIOR-DATE
002820                 DISPLAY "CALENDAR OUT OF DATE ORDER AT " CAL-DATE
002830                 MOVE 8 TO RETURN-CODE
002840                 MOVE 'Y' TO DL100-ABEND-SWITCH
002850                 GO TO 1110-EXIT
002860             END-IF
002870             ADD 1 TO DL100-TBL-COUNT
002880             MOVE CAL-DATE TO DL100-TBL-T-DATE (DL100-TBL-COUNT)
002890             MOVE CAL-DAY-TYPE
002900                 TO DL100-TBL-T-TYPE (DL100-TBL-COUNT)
002910             MOVE CAL-DESCRIPTION
002920                 TO DL100-TBL-T-DESC (DL100-TBL-COUNT)
002930             MOVE CAL-DATE TO DL100-TBL-PRIOR-DATE
002940     END-READ.
002950 1110-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 2000-PROCESS-MAINT-RECORD
002990*     VALIDATES AND APPLIES ONE MAINTENANCE TRANSACTION, THEN
003000*     READS THE NEXT ONE.  THE DATE IS EDITED FIRST FOR EVERY
003010*     ACTION.  A TRANSACTION THAT FAILS VALIDATION IS DISPLAYED
003020*     WITH ITS REASON AND COUNTED; NOTHING IS APPLIED FOR IT.
003030*----------------------------------------------------------------
003040 2000-PROCESS-MAINT-RECORD.
003050     ADD 1 TO DL100-MAINT-COUNT
003060     MOVE SPACES TO DL100-REJECT-REASON-TEXT
003070     PERFORM 2300-EDIT-DATE
003080         THRU 2300-EXIT
003090     IF DL100-REJECT-REASON-TEXT = SPACES
003100         PERFORM 2200-FIND-TABLE-ENTRY
003110             THRU 2200-EXIT
003120         EVALUATE TRUE
003130             WHEN CALM-ACTION-ADD
003140                 PERFORM 3000-APPLY-ADD
003150                     THRU 3000-EXIT
003160             WHEN CALM-ACTION-CHANGE
003170                 PERFORM 3100-APPLY-CHANGE
003180                     THRU 3100-EXIT
003190             WHEN CALM-ACTION-DELETE
003200                 PERFORM 3200-APPLY-DELETE
003210                     THRU 3200-EXIT
003220             WHEN OTHER
003230                 MOVE 'BAD ACTION CODE'
003240                     TO DL100-REJECT-REASON-TEXT
003250         END-EVALUATE
003260     END-IF
003270     IF DL100-REJECT-REASON-TEXT NOT = SPACES
003280         DISPLAY "MAINT REJECTED - " DL100-REJECT-REASON-TEXT
003290             " - " CALM-RECORD
003300         ADD 1 TO DL100-REJECT-COUNT
003310     END-IF
003320     PERFORM 2100-READ-CALM-FILE
003330         THRU 2100-EXIT.
003340 2000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* 2100-READ-CALM-FILE
003380*     READS THE NEXT MAINTENANCE TRANSACTION.
003390*----------------------------------------------------------------
003400 2100-READ-CALM-FILE.
003410     READ CALM-FILE
003420         AT END
003430             MOVE 'Y' TO DL100-CALM-EOF-SWITCH
003440     END-READ.
003450 2100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 2200-FIND-TABLE-ENTRY
003490*     SCANS THE IN-STORAGE CALENDAR FOR THE MAINTENANCE
003500*     TRANSACTION'S DATE.  THE SCAN STOPS AT THE FIRST ENTRY ON
003510*     OR AFTER THE DATE, SO DL100-TBL-SUB IS LEFT POINTING AT
003520*     THE MATCHING ENTRY, OR AT THE PLACE A NEW ONE BELONGS.
003530*----------------------------------------------------------------
003540 2200-FIND-TABLE-ENTRY.
003550     MOVE 'N' TO DL100-TBL-FOUND-SW
003560     MOVE 1 TO DL100-TBL-SUB
003570     PERFORM 2250-SCAN-TABLE-ENTRY
003580         THRU 2250-EXIT
003590         UNTIL DL100-TBL-FOUND
003600             OR DL100-TBL-SUB > DL100-TBL-COUNT
003610     MOVE 'N' TO DL100-TBL-FOUND-SW
003620     IF DL100-TBL-SUB <= DL100-TBL-COUNT
003630         IF DL100-TBL-T-DATE (DL100-TBL-SUB) = CALM-DATE
003640             MOVE 'Y' TO DL100-TBL-FOUND-SW
003650         END-IF
003660     END-IF.
003670 2200-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 2250-SCAN-TABLE-ENTRY
003710*     COMPARES ONE TABLE ENTRY AGAINST THE MAINTENANCE
003720*     TRANSACTION'S DATE.  THE FOUND SWITCH IS USED HERE ONLY TO
003730*     STOP THE SCAN; 2200 SETS IT PROPERLY ONCE THE SCAN ENDS.
003740*----------------------------------------------------------------
003750 2250-SCAN-TABLE-ENTRY.
003760     IF DL100-TBL-T-DATE (DL100-TBL-SUB) NOT < CALM-DATE
003770         MOVE 'Y' TO DL100-TBL-FOUND-SW
003780     ELSE
003790         ADD 1 TO DL100-TBL-SUB
003800     END-IF.
003810 2250-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 2300-EDIT-DATE
003850*     THE DATE MUST BE A REAL CALENDAR DATE, AND NOT BEFORE
003860*     TODAY -- PAST DATES ARE HISTORY THE DORMANCY COUNT AND THE
003870*     EFFECTIVE DATE ROLL HAVE ALREADY ACTED ON.
003880*----------------------------------------------------------------
003890 2300-EDIT-DATE.
003900     IF CALM-DATE NOT NUMERIC
003910         MOVE 'BAD DATE' TO DL100-REJECT-REASON-TEXT
003920         GO TO 2300-EXIT
003930     END-IF
003940     IF CALM-MONTH < 1 OR CALM-MONTH > 12
003950         MOVE 'BAD DATE' TO DL100-REJECT-REASON-TEXT
003960         GO TO 2300-EXIT
003970     END-IF
003980     MOVE CALM-DATE TO DL100-BDC-DATE
003990     PERFORM 8770-SET-MAX-DAY
004000         THRU 8770-EXIT
004010     IF CALM-DAY < 1 OR CALM-DAY > DL100-BDC-MAX-DAY
004020         MOVE 'BAD DATE' TO DL100-REJECT-REASON-TEXT
004030         GO TO 2300-EXIT
004040     END-IF
004050     IF CALM-DATE < DL100-CURRENT-DATE
004060         MOVE 'DATE ALREADY PAST' TO DL100-REJECT-REASON-TEXT
004070     END-IF.
004080 2300-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 2400-EDIT-DAY-DATA
004120*     THE DAY TYPE MUST BE 'H' (BANK HOLIDAY) OR 'N' (OTHER
004130*     NON-PROCESSING DAY) AND THE DESCRIPTION MUST BE PRESENT.
004140*     USED BY BOTH ADD AND CHANGE.
004150*----------------------------------------------------------------
004160 2400-EDIT-DAY-DATA.
004170     IF NOT CALM-VALID-DAY-TYPE
004180         MOVE 'BAD DAY TYPE' TO DL100-REJECT-REASON-TEXT
004190         GO TO 2400-EXIT
004200     END-IF
004210     IF CALM-DESCRIPTION = SPACES
004220         MOVE 'BLANK DESCRIPTION' TO DL100-REJECT-REASON-TEXT
004230     END-IF.
004240 2400-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 3000-APPLY-ADD
004280*     ADDS A NEW DATE: IT MUST NOT ALREADY BE ON THE CALENDAR,
004290*     MUST NOT BE A SATURDAY OR SUNDAY (WEEKENDS ARE NEVER
004300*     BUSINESS DAYS AND ARE NOT LISTED), AND MUST PASS THE DAY
004310*     TYPE AND DESCRIPTION EDIT.  THE ENTRIES FROM THE INSERT
004320*     POINT ON ARE SHIFTED DOWN ONE SO THE TABLE STAYS IN DATE
004330*     ORDER.
004340*----------------------------------------------------------------
004350 3000-APPLY-ADD.
004360     IF DL100-TBL-FOUND
004370         MOVE 'DUPLICATE DATE' TO DL100-REJECT-REASON-TEXT
004380         GO TO 3000-EXIT
004390     END-IF
004400     MOVE CALM-DATE TO DL100-BDC-DATE
004410     PERFORM 8700-CHECK-BUSINESS-DAY
004420         THRU 8700-EXIT
004430     IF DL100-BDC-WEEKEND
004440         MOVE 'WEEKEND DATE' TO DL100-REJECT-REASON-TEXT
004450         GO TO 3000-EXIT
004460     END-IF
004470     PERFORM 2400-EDIT-DAY-DATA
004480         THRU 2400-EXIT
004490     IF DL100-REJECT-REASON-TEXT NOT = SPACES
004500         GO TO 3000-EXIT
004510     END-IF
004520     IF DL100-TBL-COUNT >= DL100-TBL-MAX
004530         MOVE 'TABLE FULL' TO DL100-REJECT-REASON-TEXT
004540         GO TO 3000-EXIT
004550     END-IF
004560     MOVE DL100-TBL-COUNT TO DL100-TBL-SHIFT-SUB
004570     PERFORM 3050-SHIFT-ENTRY-DOWN
004580         THRU 3050-EXIT
004590         UNTIL DL100-TBL-SHIFT-SUB < DL100-TBL-SUB
004600     ADD 1 TO DL100-TBL-COUNT
004610     MOVE CALM-DATE TO DL100-TBL-T-DATE (DL100-TBL-SUB)
004620     MOVE CALM-DAY-TYPE TO DL100-TBL-T-TYPE (DL100-TBL-SUB)
004630     MOVE CALM-DESCRIPTION TO DL100-TBL-T-DESC (DL100-TBL-SUB)
004640     MOVE SPACES TO CALG-BEFORE
004650     MOVE CALM-DAY-TYPE TO CALG-AFT-TYPE
004660     MOVE CALM-DESCRIPTION TO CALG-AFT-DESC
004670     ADD 1 TO DL100-ADD-COUNT
004680     PERFORM 8000-BUFFER-LOG-LINE
004690         THRU 8000-EXIT.
004700 3000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 3050-SHIFT-ENTRY-DOWN
004740*     MOVES ONE TABLE ENTRY DOWN ONE SLOT TO OPEN THE INSERT
004750*     POINT, WORKING UP FROM THE END OF THE TABLE.
004760*----------------------------------------------------------------
004770 3050-SHIFT-ENTRY-DOWN.
004780     MOVE DL100-TBL-ENTRY (DL100-TBL-SHIFT-SUB)
004790         TO DL100-TBL-ENTRY (DL100-TBL-SHIFT-SUB + 1)
004800     SUBTRACT 1 FROM DL100-TBL-SHIFT-SUB.
004810 3050-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 3100-APPLY-CHANGE
004850*     CHANGES AN EXISTING DATE'S DAY TYPE AND DESCRIPTION.  A
004860*     DATE THAT WAS KEYED WRONG IS DELETED AND RE-ADDED, NOT
004870*     CHANGED.
004880*----------------------------------------------------------------
004890 3100-APPLY-CHANGE.
004900     IF NOT DL100-TBL-FOUND
004910         MOVE 'DATE NOT ON CALENDAR' TO DL100-REJECT-REASON-TEXT
004920         GO TO 3100-EXIT
004930     END-IF
004940     PERFORM 2400-EDIT-DAY-DATA
004950         THRU 2400-EXIT
004960     IF DL100-REJECT-REASON-TEXT NOT = SPACES
004970         GO TO 3100-EXIT
004980     END-IF
004990     PERFORM 8100-SAVE-BEFORE-IMAGE
005000         THRU 8100-EXIT
005010     MOVE CALM-DAY-TYPE TO DL100-TBL-T-TYPE (DL100-TBL-SUB)
005020     MOVE CALM-DESCRIPTION TO DL100-TBL-T-DESC (DL100-TBL-SUB)
005030     MOVE CALM-DAY-TYPE TO CALG-AFT-TYPE
005040     MOVE CALM-DESCRIPTION TO CALG-AFT-DESC
005050     ADD 1 TO DL100-CHANGE-COUNT
005060     PERFORM 8000-BUFFER-LOG-LINE
005070         THRU 8000-EXIT.
005080 3100-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* 3200-APPLY-DELETE
005120*     REMOVES A DATE FROM THE CALENDAR (IT BECOMES AN ORDINARY
005130*     BUSINESS DAY AGAIN).  THE ENTRIES AFTER IT ARE SHIFTED UP
005140*     ONE SO THE TABLE STAYS IN DATE ORDER WITH NO GAP.
005150*----------------------------------------------------------------
005160 3200-APPLY-DELETE.
005170     IF NOT DL100-TBL-FOUND
005180         MOVE 'DATE NOT ON CALENDAR' TO DL100-REJECT-REASON-TEXT
005190         GO TO 3200-EXIT
005200     END-IF
005210     PERFORM 8100-SAVE-BEFORE-IMAGE
005220         THRU 8100-EXIT
005230     MOVE SPACES TO CALG-AFTER
005240     MOVE DL100-TBL-SUB TO DL100-TBL-SHIFT-SUB
005250     PERFORM 3250-SHIFT-ENTRY-UP
005260         THRU 3250-EXIT
005270         UNTIL DL100-TBL-SHIFT-SUB >= DL100-TBL-COUNT
005280     SUBTRACT 1 FROM DL100-TBL-COUNT
005290     ADD 1 TO DL100-DELETE-COUNT
005300     PERFORM 8000-BUFFER-LOG-LINE
005310         THRU 8000-EXIT.
005320 3200-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 3250-SHIFT-ENTRY-UP
005360*     MOVES THE NEXT TABLE ENTRY UP INTO THE CURRENT SLOT,
005370*     WORKING DOWN FROM THE DELETED ENTRY.
005380*----------------------------------------------------------------
005390 3250-SHIFT-ENTRY-UP.
005400     MOVE DL100-TBL-ENTRY (DL100-TBL-SHIFT-SUB + 1)
005410         TO DL100-TBL-ENTRY (DL100-TBL-SHIFT-SUB)
005420     ADD 1 TO DL100-TBL-SHIFT-SUB.
005430 3250-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* 5000-WRITE-NEW-CALENDAR
005470*     WRITES THE WHOLE UPDATED CALENDAR, IN DATE ORDER, TO
005480*     CAL-OUT-FILE, AND WARNS WHEN IT HOLDS NO DATE FOR NEXT
005490*     YEAR -- THE HOLIDAYS SHOULD BE ON FILE BEFORE THE YEAR
005500*     TURNS, OR READFILE AND THE MONTHLY JOBS TREAT THEM AS
005510*     BUSINESS DAYS.
005520*----------------------------------------------------------------
005530 5000-WRITE-NEW-CALENDAR.
005540     MOVE ZERO TO DL100-NEXT-YEAR-COUNT
005550     MOVE 1 TO DL100-TBL-SUB
005560     PERFORM 5100-WRITE-ONE-DATE
005570         THRU 5100-EXIT
005580         UNTIL DL100-TBL-SUB > DL100-TBL-COUNT
005590     IF DL100-NEXT-YEAR-COUNT = ZERO
005600         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
005610             DL100-NEXT-YEAR
005620     END-IF.
005630 5000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 5100-WRITE-ONE-DATE
005670*     FORMATS AND WRITES ONE CALENDAR RECORD FROM THE IN-STORAGE
005680*     TABLE.
005690*----------------------------------------------------------------
005700 5100-WRITE-ONE-DATE.
005710     MOVE SPACES TO CAL-RECORD
005720     MOVE DL100-TBL-T-DATE (DL100-TBL-SUB) TO CAL-DATE
005730     MOVE DL100-TBL-T-TYPE (DL100-TBL-SUB) TO CAL-DAY-TYPE
005740     MOVE DL100-TBL-T-DESC (DL100-TBL-SUB) TO CAL-DESCRIPTION
005750     IF CAL-YEAR = DL100-NEXT-YEAR
005760         ADD 1 TO DL100-NEXT-YEAR-COUNT
005770     END-IF
005780     MOVE CAL-RECORD TO CAL-OUT-REC
005790     WRITE CAL-OUT-REC
005800     ADD 1 TO DL100-ROWS-WRITTEN
005810     ADD 1 TO DL100-TBL-SUB.
005820 5100-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850* 8000-BUFFER-LOG-LINE
005860*     BUILDS THE CHANGE LOG LINE FOR THE MAINTENANCE
005870*     TRANSACTION JUST APPLIED -- WHEN, WHO, ACTION, DATE, AND
005880*     THE BEFORE AND AFTER IMAGES SET BY THE APPLY PARAGRAPH --
005890*     AND HOLDS IT IN THE LOG BUFFER.  THE BUFFER IS ONLY
005900*     APPENDED TO LOG-FILE (8200) AFTER THE NEW CALENDAR IS
005910*     WRITTEN.  A FULL BUFFER ENDS THE RUN RC 8 -- NO SWAP, NO
005920*     LOG, STILL CONSISTENT.
005930*----------------------------------------------------------------
005940 8000-BUFFER-LOG-LINE.
005950     MOVE DL100-RUN-DATE TO CALG-RUN-DATE
005960     MOVE DL100-RUN-TIME TO CALG-RUN-TIME
005970     MOVE CALM-USER-ID TO CALG-USER-ID
005980     MOVE CALM-ACTION TO CALG-ACTION
005990     MOVE CALM-DATE TO CALG-CAL-DATE
006000     IF DL100-LOG-COUNT >= DL100-LOG-MAX
006010         DISPLAY "CHANGE LOG BUFFER FULL"
006020         MOVE 8 TO RETURN-CODE
006030         GO TO 8000-EXIT
006040     END-IF
006050     ADD 1 TO DL100-LOG-COUNT
006060     MOVE CALG-RECORD TO DL100-LOG-ENTRY (DL100-LOG-COUNT).
006070 8000-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 8100-SAVE-BEFORE-IMAGE
006110*     CAPTURES THE DATE'S BEFORE IMAGE FOR THE CHANGE LOG LINE.
006120*----------------------------------------------------------------
006130 8100-SAVE-BEFORE-IMAGE.
006140     MOVE DL100-TBL-T-TYPE (DL100-TBL-SUB) TO CALG-BEF-TYPE
006150     MOVE DL100-TBL-T-DESC (DL100-TBL-SUB) TO CALG-BEF-DESC.
006160 8100-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 8200-APPEND-LOG-LINES
006200*     APPENDS THE BUFFERED CHANGE LOG LINES TO LOG-FILE, CALLED
006210*     FROM MAINLINE ONLY WHEN THE NEW CALENDAR WILL BE SWAPPED.
006220*     THE LOG IS OPENED EXTEND; ONLY A NOT-FOUND STATUS (THE
006230*     FIRST EVER RUN) FALLS BACK TO OPEN OUTPUT.  AN OPEN
006240*     FAILURE ENDS THE RUN RC 8, WHICH ALSO SKIPS THE SWAP.
006250*----------------------------------------------------------------
006260 8200-APPEND-LOG-LINES.
006270     OPEN EXTEND LOG-FILE
006280     IF DL100-LOG-FILE-NOT-FOUND
006290         OPEN OUTPUT LOG-FILE
006300     ELSE
006310         IF DL100-LOG-FILE-STATUS NOT = "00"
006320             DISPLAY "LOG-FILE OPEN FAILED, STATUS="
006330                 DL100-LOG-FILE-STATUS
006340             MOVE 8 TO RETURN-CODE
006350             GO TO 8200-EXIT
006360         END-IF
006370     END-IF
006380     MOVE 1 TO DL100-LOG-SUB
006390     PERFORM 8210-WRITE-ONE-LOG-LINE
006400         THRU 8210-EXIT
006410         UNTIL DL100-LOG-SUB > DL100-LOG-COUNT
006420     CLOSE LOG-FILE.
006430 8200-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 8210-WRITE-ONE-LOG-LINE
006470*     WRITES ONE BUFFERED CHANGE LOG LINE.
006480*----------------------------------------------------------------
006490 8210-WRITE-ONE-LOG-LINE.
006500     MOVE DL100-LOG-ENTRY (DL100-LOG-SUB) TO LOG-REC
006510     WRITE LOG-REC
006520     ADD 1 TO DL100-LOG-SUB.
006530 8210-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 8700-CHECK-BUSINESS-DAY
006570*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
006580*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
006590*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
006600*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
006610*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
006620*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
006630*----------------------------------------------------------------
006640 8700-CHECK-BUSINESS-DAY.
006650     MOVE 'Y' TO DL100-BDC-SWITCH
006660     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
006670     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
006680     IF DL100-BDC-WK-MONTH < 3
006690         ADD 12 TO DL100-BDC-WK-MONTH
006700         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
006710     END-IF
006720     DIVIDE DL100-BDC-WK-YEAR BY 4
006730         GIVING DL100-BDC-Q1
006740     DIVIDE DL100-BDC-WK-YEAR BY 100
006750         GIVING DL100-BDC-Q2
006760     DIVIDE DL100-BDC-WK-YEAR BY 400
006770         GIVING DL100-BDC-Q3
006780     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
006790     DIVIDE DL100-BDC-M1 BY 5
006800         GIVING DL100-BDC-Q4
006810     COMPUTE DL100-BDC-SERIAL =
006820         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
006830         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
006840         + DL100-BDC-DAY
006850     DIVIDE DL100-BDC-SERIAL BY 7
006860         GIVING DL100-BDC-WEEKS
006870         REMAINDER DL100-BDC-WEEKDAY
006880     IF DL100-BDC-WEEKEND
006890         MOVE 'N' TO DL100-BDC-SWITCH
006900         GO TO 8700-EXIT
006910     END-IF
006920     MOVE 'N' TO DL100-CAL-FOUND-SW
006930     MOVE 1 TO DL100-CAL-SUB
006940     PERFORM 8710-SCAN-CAL-ENTRY
006950         THRU 8710-EXIT
006960         UNTIL DL100-CAL-FOUND
006970             OR DL100-CAL-SUB > DL100-CAL-COUNT
006980     IF DL100-CAL-FOUND
006990         MOVE 'N' TO DL100-BDC-SWITCH
007000     END-IF.
007010 8700-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040* 8710-SCAN-CAL-ENTRY
007050*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
007060*     DL100-BDC-DATE.
007070*----------------------------------------------------------------
007080 8710-SCAN-CAL-ENTRY.
007090     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
007100         MOVE 'Y' TO DL100-CAL-FOUND-SW
007110     ELSE
007120         ADD 1 TO DL100-CAL-SUB
007130     END-IF.
007140 8710-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------
007170* 8770-SET-MAX-DAY
007180*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
007190*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
007200*     YEAR).
007210*----------------------------------------------------------------
007220 8770-SET-MAX-DAY.
007230     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
007240         TO DL100-BDC-MAX-DAY
007250     IF DL100-BDC-MONTH = 2
007260         DIVIDE DL100-BDC-YEAR BY 4
007270             GIVING DL100-BDC-LEAP-Q
007280             REMAINDER DL100-BDC-LEAP-R4
007290         DIVIDE DL100-BDC-YEAR BY 100
007300             GIVING DL100-BDC-LEAP-Q
007310             REMAINDER DL100-BDC-LEAP-R100
007320         DIVIDE DL100-BDC-YEAR BY 400
007330             GIVING DL100-BDC-LEAP-Q
007340             REMAINDER DL100-BDC-LEAP-R400
007350         IF DL100-BDC-LEAP-R4 = ZERO
007360                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
007370                     OR DL100-BDC-LEAP-R400 = ZERO)
007380             MOVE 29 TO DL100-BDC-MAX-DAY
007390         END-IF
007400     END-IF.
007410 8770-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 9000-TERMINATE
007450*     CLOSES THE FILES, DISPLAYS THE RUN COUNTS, AND SETS
007460*     RETURN CODE 4 WHEN ANY MAINTENANCE TRANSACTION WAS
007470*     REJECTED SO DATA CONTROL RE-CHECKS IT.
007480*----------------------------------------------------------------
007490 9000-TERMINATE.
007500     CLOSE CALM-FILE
007510     CLOSE CAL-OUT-FILE
007520     DISPLAY "MAINT TRANSACTIONS READ: " DL100-MAINT-COUNT
007530     DISPLAY "DATES ADDED: " DL100-ADD-COUNT
007540     DISPLAY "DATES CHANGED: " DL100-CHANGE-COUNT
007550     DISPLAY "DATES DELETED: " DL100-DELETE-COUNT
007560     DISPLAY "MAINT REJECTED: " DL100-REJECT-COUNT
007570     DISPLAY "DATES WRITTEN: " DL100-ROWS-WRITTEN
007580     IF DL100-REJECT-COUNT > ZERO
007590             AND RETURN-CODE = ZERO
007600         MOVE 4 TO RETURN-CODE
007610     END-IF.
007620 9000-EXIT.
007630     EXIT.

000090*              OFF THE KEYED CUSTOMER MASTER AND THE POSTED-
000100*              TRANSACTION HISTORY DATABASE, AND WRITES A
000110*              REVERSING GL INTERFACE FILE (COPYBOOK GLREC) SO
000112*              THE LEDGER IS SQUARED THE SAME NIGHT.  EACH
000114*              REVERSING PAIR POSTS TO THE SAME LEDGER ACCOUNTS,
000116*              COST CENTER, AND FEED ID AS THE FORWARD PAIR GLEXTR
000118*              WROTE -- THE GL MAPPING ROW IN FORCE FOR THE
000120*              TRANSACTION'S CODE, REGIONAL FEED, AND EFFECTIVE
000122*              DATE -- WITH THE SIDES REVERSED.
000130*              THE RUN FIRST PROVES IT IS SAFE: THE GENERATION'S
000140*              POSTING DATE IS ESTABLISHED BY MATCHING ITS
000150*              TRANSACTIONS AGAINST THE HISTORY DATABASE, AND IF
000280*              ACTIVITY INQUIRY NEVER SHOWS THE BACKED-OUT
000290*              NIGHT.  A NAME CHANGE CANNOT BE REVERSED -- THE
000300*              PRIOR NAME IS GONE -- SO IT IS ROUTED TO
000305*              EXCP-FILE FOR A MANUAL CORRECTION, AS IS AN
000310*              OVERDRAFT LIMIT CHANGE.  THE MASTER'S
000320*              LAST ACTIVITY DATES ARE LEFT AS POSTED, SINCE THE
000330*              PRIOR VALUES ARE NOT RECOVERABLE.
000332*              AN INTER-ACCOUNT TRANSFER IS NOT REVERSED EITHER:
000334*              IT POSTED TO TWO ACCOUNTS AND MUST BE UNDONE BY
000336*              HAND ON BOTH, SO IT GOES TO EXCP-FILE AS WELL.
000340*              A BACKOUT CERTIFICATE (RPT-FILE, SAME 133-BYTE
000350*              FBA FORMAT AS BALCHK'S) SHOWS THE COUNTS AND
000360*              AMOUNTS ON BOTH SIDES AND THE FINAL VERDICT.
000460*                  TRANSACTION WAS HAND-KEYED IN REVERSE AND THE
000470*                  GL TEAM REJECTED THE EXTRACT MANUALLY; THIS
000480*                  PROGRAM RUNS AD HOC AS JCL MEMBER DL100H.
000481* 10/15/2026 RTA   AN OVERDRAFT LIMIT CHANGE ('OL') IS TREATED
000482*                  LIKE A NAME CHANGE: THE PRIOR LIMIT IS NOT
000483*                  KEPT, SO IT GOES TO EXCP-FILE AS 'LIMIT NOT
000484*                  REVERSED', ITS HISTORY ENTRY IS KEPT, AND IT
000485*                  IS COUNTED ON ITS OWN CERTIFICATE LINE.  ITEMS
000486*                  RETURNED BY MSTUPDT NEVER POSTED AND ARE
000487*                  SKIPPED AS BEFORE.
000488* 10/15/2026 RTA   AN INTER-ACCOUNT TRANSFER ('XF') IS NOT
000489*                  REVERSED: IT GOES TO EXCP-FILE AS 'XFER NOT
000490*                  REVERSED' FOR A MANUAL CORRECTION OF BOTH
000491*                  ACCOUNTS, ITS HISTORY ENTRIES ARE KEPT, AND IT
000492*                  IS COUNTED ON ITS OWN CERTIFICATE LINE.  ITS
000493*                  HISTORY ENTRY ON THE FROM-ACCOUNT CARRIES THE
000494*                  NEGATED AMOUNT, SO THE HISTORY MATCHES COMPARE
000495*                  AGAINST A SIGNED MATCH AMOUNT.
000496* 10/15/2026 RTA   AN ESCHEAT ('ES') IS REVERSED LIKE A POST --
000497*                  ITS NEGATIVE AMOUNT IS SUBTRACTED, RESTORING
000498*                  THE BALANCE -- AND AN ACCOUNT STILL ESCHEATED
000499*                  GOES BACK TO DORMANT.
000500* 10/15/2026 RTA   AN ADDRESS CHANGE ('A1', 'A2', 'A3', 'AR') IS
000501*                  NOT REVERSED: THE ADDRESS FILE KEEPS NO PRIOR
000502*                  VALUE TO RESTORE.  LIKE A NAME CHANGE IT GOES
000503*                  TO EXCP-FILE AS 'ADDR NOT REVERSED', ITS
000504*                  HISTORY ENTRY IS KEPT, AND IT IS COUNTED ON ITS
000505*                  OWN CERTIFICATE LINE.
000506* 10/15/2026 RTA   THE REVERSING GL PAIRS NOW COME FROM THE GL
000507*                  MAPPING DATASET (GLMAPFIL DD, COPYBOOKS GLMREC
000508*                  AND GLMTBL) IN PLACE OF THE TRANSACTION CODE
000509*                  TABLE AND THE HARD-CODED 'TC'/'CLEARING'
000510*                  ACCOUNTS: EACH TRANSACTION IS RESOLVED, BY ITS
000511*                  FEED ID FROM THE DUPLICATE DATABASE (DUPEDB DD)
000512*                  AND ITS EFFECTIVE DATE, TO THE ROW GLEXTR
000513*                  POSTED IT TO, AND THE PAIRS ARE SUMMARIZED PER
000514*                  CODE, FEED ID, AND ROW WITH THE ROW'S ACCOUNTS
000515*                  SWAPPED AND ITS COST CENTER CARRIED.  A
000516*                  MONETARY TRANSACTION WITH NO ACTIVE ROW NOW
000517*                  REFUSES THE BACKOUT (RC 16) INSTEAD OF POSTING
000518*                  WITH RC 4.  SUMMARY TABLE RAISED TO 500.
000519*----------------------------------------------------------------
000520 IDENTIFICATION DIVISION.
000521 PROGRAM-ID.  MSTBKOUT.
000522 AUTHOR.  R. T. ALVAREZ.
000530 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000540 DATE-WRITTEN.  09/02/2026.
000550 DATE-COMPILED.
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT GL-FILE ASSIGN TO GLFILE
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT GLMAP-FILE ASSIGN TO GLMAPFIL
000770         ORGANIZATION IS SEQUENTIAL
000772         FILE STATUS IS DL100-GLMAP-FILE-STATUS.
000774     SELECT DUPE-FILE ASSIGN TO DUPEDB
000776         ORGANIZATION IS INDEXED
000778         ACCESS MODE IS RANDOM
000780         RECORD KEY IS DUPE-KEY
000782         FILE STATUS IS DL100-DUPE-FILE-STATUS.
000790     SELECT RPT-FILE ASSIGN TO BKORPT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT SORT-FILE ASSIGN TO SORTWK01.
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS.
001030     COPY GLREC.
001040 FD  GLMAP-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 80 CHARACTERS.
001062     COPY GLMREC.
001064 FD  DUPE-FILE
001066     RECORD CONTAINS 50 CHARACTERS.
001068     COPY DUPEREC.
001080 FD  RPT-FILE
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 133 CHARACTERS.
001392 77  DL100-HDEL-SWITCH               PIC X(01)   VALUE 'Y'.
001394     88  DL100-HIST-DELETE-WANTED                VALUE 'Y'.
001400*----------------------------------------------------------------
001401* HISTORY MATCH AMOUNT -- THE TRANSACTION AMOUNT AS IT POSTED TO
001402* THE ACCOUNT (A TRANSFER DEBITS ITS FROM-ACCOUNT)
001403*----------------------------------------------------------------
001404 77  DL100-MATCH-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
001405*----------------------------------------------------------------
001410* COUNTERS AND CONTROL TOTALS
001420*----------------------------------------------------------------
001430 77  DL100-GEN-RECORD-COUNT          PIC 9(09)   COMP VALUE ZERO.
001490 77  DL100-DELETE-COUNT              PIC 9(09)   COMP VALUE ZERO.
001500 77  DL100-UNCLOSE-COUNT             PIC 9(09)   COMP VALUE ZERO.
001502 77  DL100-NAME-KEPT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001504 77  DL100-LIMIT-KEPT-COUNT          PIC 9(09)   COMP VALUE ZERO.
001506 77  DL100-XFER-KEPT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001508 77  DL100-ADDR-KEPT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001510 77  DL100-GL-RECORD-COUNT           PIC 9(09)   COMP VALUE ZERO.
001520 77  DL100-UNMAPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
001530 77  DL100-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001660 77  DL100-TRAN-FILE-STATUS          PIC X(02)   VALUE SPACES.
001670 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001680 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001685 77  DL100-GLMAP-FILE-STATUS         PIC X(02)   VALUE SPACES.
001690 77  DL100-DUPE-FILE-STATUS          PIC X(02)   VALUE SPACES.
001700*----------------------------------------------------------------
001710* EXCEPTION MESSAGE WORK AREA
001720*----------------------------------------------------------------
001730 77  DL100-EXCP-REASON-TEXT          PIC X(20)   VALUE SPACES.
001740*----------------------------------------------------------------
001750* GL MAPPING TABLE (LOADED FROM GLMAP-FILE)
001760*----------------------------------------------------------------
001770     COPY GLMTBL.
001780*----------------------------------------------------------------
001790* CURRENT ACCOUNT GROUP: ITS KEY AND THE BUFFERED TRANSACTION
001800* ENTRIES, GATHERED IN POSTED ORDER AND REVERSED LAST-TO-FIRST.
001900         10  DL100-BKO-T-EFF-DATE    PIC 9(08).
001910         10  DL100-BKO-T-IMAGE       PIC X(80).
001920*----------------------------------------------------------------
001925* REVERSING GL SUMMARY, ACCUMULATED OVER THE REVERSED
001930* TRANSACTIONS PER TRANSACTION CODE, FEED ID, AND THE GL MAPPING
001935* ROW THEY POSTED TO (SUBSCRIPT INTO THE GLMTBL TABLE; ZERO FOR
001940* AN ENTRY OF ZERO-AMOUNT ITEMS WITH NO MAPPING), AND WRITTEN AS
001945* BALANCED PAIRS WITH THE ROW'S ACCOUNTS ON THE OPPOSITE SIDES,
001960* SO THE REVERSING FILE OFFSETS WHAT GLEXTR SENT.
001970*----------------------------------------------------------------
001980 01  DL100-GLSUM-TABLE-AREA.
001990     05  DL100-GLSUM-COUNT           PIC 9(03)   COMP VALUE ZERO.
002000     05  DL100-GLSUM-MAX             PIC 9(03)   COMP VALUE 500.
002010     05  DL100-GLSUM-SUB             PIC 9(03)   COMP VALUE ZERO.
002020     05  DL100-GLSUM-FOUND-SW        PIC X(01)   VALUE 'N'.
002030         88  DL100-GLSUM-FOUND                   VALUE 'Y'.
002040     05  DL100-GLSUM-ENTRY OCCURS 500 TIMES.
002050         10  DL100-GLSUM-T-CODE      PIC X(02).
002052         10  DL100-GLSUM-T-FEED      PIC X(10).
002054         10  DL100-GLSUM-T-MAP-SUB   PIC 9(04)   COMP.
002060         10  DL100-GLSUM-T-AMOUNT    PIC S9(11)V99 COMP-3.
002070         10  DL100-GLSUM-T-COUNT     PIC 9(07)   COMP.
002075 77  DL100-SUM-MAP-SUB               PIC 9(04)   COMP VALUE ZERO.
002080*----------------------------------------------------------------
002090* GL PAIR WORK FIELDS, THE SAME SHAPE GLEXTR USES
002100*----------------------------------------------------------------
002110 77  DL100-DEBIT-POST-ACCOUNT        PIC X(08)   VALUE SPACES.
002120 77  DL100-CREDIT-POST-ACCOUNT       PIC X(08)   VALUE SPACES.
002170 77  DL100-POST-ACCOUNT              PIC X(08)   VALUE SPACES.
002180 77  DL100-PAIR-DC                   PIC X(01)   VALUE SPACE.
002190 77  DL100-PAIR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
003020     STOP RUN.
003030*----------------------------------------------------------------
003040* 1000-INITIALIZE
003045*     LOADS THE GL MAPPING TABLE AND OPENS THE DUPLICATE DATABASE
003050*     (FOR EACH TRANSACTION'S FEED ID), THE MASTER, THE HISTORY
003055*     DATABASE, AND THE CERTIFICATE PRINT FILE.  ANY OF THE
003060*     KEYED FILES FAILING TO OPEN ENDS THE RUN WITH NOTHING
003065*     UPDATED.
003090*----------------------------------------------------------------
003100 1000-INITIALIZE.
003110     PERFORM 1400-LOAD-GLMAP-TABLE
003120         THRU 1400-EXIT
003130     IF DL100-ABEND-OCCURRED
003140         GO TO 1000-EXIT
003170     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003180     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003190     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003191     OPEN INPUT DUPE-FILE
003192     IF DL100-DUPE-FILE-STATUS NOT = "00"
003193         DISPLAY "DUPE-FILE OPEN FAILED, STATUS="
003194             DL100-DUPE-FILE-STATUS
003195         MOVE 8 TO RETURN-CODE
003196         MOVE 'Y' TO DL100-ABEND-SWITCH
003197         GO TO 1000-EXIT
003198     END-IF
003200     OPEN I-O MST-FILE
003210     IF DL100-MST-FILE-STATUS NOT = "00"
003220         DISPLAY "MST-FILE OPEN FAILED, STATUS="
003230             DL100-MST-FILE-STATUS
003235         CLOSE DUPE-FILE
003240         MOVE 8 TO RETURN-CODE
003250         MOVE 'Y' TO DL100-ABEND-SWITCH
003260         GO TO 1000-EXIT
003300         DISPLAY "HIST-FILE OPEN FAILED, STATUS="
003310             DL100-HIST-FILE-STATUS
003320         CLOSE MST-FILE
003325         CLOSE DUPE-FILE
003330         MOVE 8 TO RETURN-CODE
003340         MOVE 'Y' TO DL100-ABEND-SWITCH
003350         GO TO 1000-EXIT
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 1400-LOAD-GLMAP-TABLE
003420*     LOADS EVERY ROW OF THE GL MAPPING DATASET, RETIRED ROWS
003430*     INCLUDED, INTO THE WORKING-STORAGE TABLE (COPYBOOK GLMTBL);
003440*     THE LOOKUP SKIPS THE RETIRED ONES.  A MAPPING THAT CANNOT
003450*     BE OPENED, LOADS EMPTY, OR OVERFLOWS THE TABLE ENDS THE
003460*     RUN.
003480*----------------------------------------------------------------
003490 1400-LOAD-GLMAP-TABLE.
003500     OPEN INPUT GLMAP-FILE
003510     IF DL100-GLMAP-FILE-STATUS NOT = "00"
003520         DISPLAY "GLMAP-FILE OPEN FAILED, STATUS="
003530             DL100-GLMAP-FILE-STATUS
003540         MOVE 8 TO RETURN-CODE
003550         MOVE 'Y' TO DL100-ABEND-SWITCH
003560         GO TO 1400-EXIT
003570     END-IF
003580     MOVE 'N' TO DL100-GLMAP-EOF-SW
003590     MOVE ZERO TO DL100-GLMAP-COUNT
003600     PERFORM 1410-LOAD-ONE-GLMAP
003610         THRU 1410-EXIT
003620         UNTIL DL100-GLMAP-END-OF-FILE
003630             OR DL100-ABEND-OCCURRED
003640     CLOSE GLMAP-FILE
003650     IF DL100-GLMAP-COUNT = ZERO
003660             AND NOT DL100-ABEND-OCCURRED
003670         DISPLAY "GL MAPPING TABLE IS EMPTY"
003680         MOVE 8 TO RETURN-CODE
003690         MOVE 'Y' TO DL100-ABEND-SWITCH
003700     END-IF.
003710 1400-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 1410-LOAD-ONE-GLMAP
003750*     READS ONE GL MAPPING ROW AND ADDS IT TO THE TABLE.  A TABLE
003760*     OVERFLOW ENDS THE RUN.
003770*----------------------------------------------------------------
003780 1410-LOAD-ONE-GLMAP.
003790     READ GLMAP-FILE
003800         AT END
003810             MOVE 'Y' TO DL100-GLMAP-EOF-SW
003820         NOT AT END
003830             IF DL100-GLMAP-COUNT >= DL100-GLMAP-MAX
003840                 DISPLAY "GL MAPPING TABLE FULL"
003850                 MOVE 8 TO RETURN-CODE
003860                 MOVE 'Y' TO DL100-ABEND-SWITCH
003870             ELSE
003875                 ADD 1 TO DL100-GLMAP-COUNT
003880                 MOVE GLM-TRANS-CODE
003885                     TO DL100-GLMAP-T-CODE (DL100-GLMAP-COUNT)
003890                 MOVE GLM-FEED-ID
003895                     TO DL100-GLMAP-T-FEED (DL100-GLMAP-COUNT)
003900                 MOVE GLM-EFF-DATE
003905                     TO DL100-GLMAP-T-DATE (DL100-GLMAP-COUNT)
003910                 MOVE GLM-DEBIT-ACCOUNT
003915                     TO DL100-GLMAP-T-DEBIT (DL100-GLMAP-COUNT)
003920                 MOVE GLM-CREDIT-ACCOUNT
003925                     TO DL100-GLMAP-T-CREDIT (DL100-GLMAP-COUNT)
003930                 MOVE GLM-COST-CENTER
003935                     TO DL100-GLMAP-T-COST (DL100-GLMAP-COUNT)
003940                 MOVE GLM-ACTIVE-FLAG
003945                     TO DL100-GLMAP-T-ACTIVE (DL100-GLMAP-COUNT)
003950             END-IF
003960     END-READ.
003970 1410-EXIT.
004040*     THAT MATCHES NOTHING ON THE HISTORY, OR A HISTORY ENTRY
004050*     POSTED AFTER THE GENERATION, REFUSES THE BACKOUT -- THE
004060*     MASTER WOULD BE CORRUPTED BY REVERSING UNDERNEATH A LATER
004065*     NIGHT.  SO DOES A MONETARY TRANSACTION WITH NO ACTIVE GL
004070*     MAPPING ROW: ITS REVERSING PAIR COULD NOT BE WRITTEN, AND
004075*     AN INCOMPLETE REVERSING FILE MUST NOT REACH THE GL INTAKE.
004080*----------------------------------------------------------------
004090 2000-VERIFY-GENERATION.
004100     OPEN INPUT TRAN-FILE
004330         MOVE 'Y' TO DL100-REFUSE-SWITCH
004340         GO TO 2000-EXIT
004350     END-IF
004351     IF DL100-UNMAPPED-COUNT > ZERO
004352         DISPLAY "UNMAPPED TRANS CODES: " DL100-UNMAPPED-COUNT
004353         DISPLAY "BACKOUT REFUSED"
004354         MOVE 16 TO RETURN-CODE
004355         MOVE 'Y' TO DL100-REFUSE-SWITCH
004356         GO TO 2000-EXIT
004357     END-IF
004360     PERFORM 2300-SCAN-HISTORY-MAX
004370         THRU 2300-EXIT
004380     IF DL100-MAX-POST-DATE > DL100-GEN-POST-DATE
004490*     READS AND COUNTS ONE GENERATION RECORD.  UNTIL THE
004500*     GENERATION'S POSTING DATE IS KNOWN, EACH RECORD IS LOOKED
004510*     UP ON THE HISTORY DATABASE; THE FIRST MATCH FIXES THE
004512*     DATE.  LATER RECORDS SKIP THE LOOKUP.  EVERY RECORD
004514*     CARRYING MONEY THAT WOULD GO ON THE REVERSING GL FILE (ALL
004516*     BUT A TRANSFER, WHICH IS LEFT FOR A MANUAL CORRECTION) MUST
004518*     RESOLVE TO AN ACTIVE GL MAPPING ROW; ONE THAT DOES NOT IS
004520*     LOGGED AND COUNTED.
004530*----------------------------------------------------------------
004540 2100-VERIFY-ONE-RECORD.
004550     READ TRAN-FILE
004650                     PERFORM 2200-FIND-POST-DATE
004660                         THRU 2200-EXIT
004670                 END-IF
004671                 IF CUST-TRANS-AMOUNT NUMERIC
004672                         AND CUST-TRANS-AMOUNT NOT = ZERO
004673                         AND NOT CUST-TRANS-TRANSFER
004674                     PERFORM 2120-VERIFY-GL-MAP
004675                         THRU 2120-EXIT
004676                 END-IF
004680             END-IF
004690     END-READ.
004700 2100-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004721* 2120-VERIFY-GL-MAP
004722*     RESOLVES THE CURRENT GENERATION RECORD TO THE GL MAPPING
004723*     ROW ITS FORWARD POSTING USED.  A RECORD WITH NO ACTIVE ROW
004724*     IS LOGGED AND COUNTED, AND 2000 REFUSES THE BACKOUT.
004725*----------------------------------------------------------------
004726 2120-VERIFY-GL-MAP.
004727     MOVE CUST-ACCOUNT-NO TO DUPE-ACCOUNT-NO
004728     MOVE CUST-TRANS-CODE TO DUPE-TRANS-CODE
004729     MOVE CUST-TRANS-AMOUNT TO DUPE-TRANS-AMOUNT
004730     MOVE CUST-EFFECTIVE-DATE TO DUPE-EFF-DATE
004731     MOVE CUST-TRANS-CODE TO DL100-GLMAP-SEARCH-CODE
004732     MOVE CUST-EFFECTIVE-DATE TO DL100-GLMAP-SEARCH-DATE
004733     PERFORM 2150-RESOLVE-GL-MAP
004734         THRU 2150-EXIT
004735     IF NOT DL100-GLMAP-FOUND
004736         DISPLAY "NO ACTIVE GL MAPPING: " CUST-ACCOUNT-NO " "
004737             CUST-TRANS-CODE " " DL100-GLMAP-SEARCH-FEED " "
004738             CUST-EFFECTIVE-DATE
004739         ADD 1 TO DL100-UNMAPPED-COUNT
004740     END-IF.
004741 2120-EXIT.
004742     EXIT.
004743*----------------------------------------------------------------
004744* 2150-RESOLVE-GL-MAP
004745*     FINDS THE GL MAPPING ROW A TRANSACTION POSTED TO.  THE
004746*     CALLER HAS MOVED THE TRANSACTION'S IDENTITY TO DUPE-KEY AND
004747*     ITS CODE AND EFFECTIVE DATE TO THE MAPPING SEARCH FIELDS.
004748*     THE FEED ID IS TAKEN FROM THE DUPLICATE DATABASE, AS GLEXTR
004749*     TAKES IT; AN ITEM NO LONGER THERE (PAST THE RETENTION
004750*     WINDOW) OR WITH NO FEED ID IS SEARCHED WITH FEED ID SPACES
004751*     AND RESOLVES TO ITS CODE'S ALL-REGION ROW.
004752*----------------------------------------------------------------
004753 2150-RESOLVE-GL-MAP.
004754     READ DUPE-FILE
004755         INVALID KEY
004756             MOVE SPACES TO DL100-GLMAP-SEARCH-FEED
004757         NOT INVALID KEY
004758             MOVE DUPE-FEED-ID TO DL100-GLMAP-SEARCH-FEED
004759     END-READ
004760     PERFORM 2040-LOOKUP-GL-MAP
004761         THRU 2040-EXIT.
004762 2150-EXIT.
004763     EXIT.
004764*----------------------------------------------------------------
004765* 2200-FIND-POST-DATE
004766*     SCANS THE CURRENT ACCOUNT'S HISTORY ENTRIES FOR ONE
004767*     MATCHING THE CURRENT GENERATION RECORD (CODE, AMOUNT, AND
004768*     EFFECTIVE DATE -- A TRANSFER'S AMOUNT POSTED NEGATED).
004769*     THE LATEST MATCH FIXES THE GENERATION'S POSTING DATE --
004770*     THE MOST RECENT NIGHT THAT POSTED THIS EXACT TRANSACTION.
004790*----------------------------------------------------------------
004800 2200-FIND-POST-DATE.
004810     MOVE 'N' TO DL100-HIST-EOF-SWITCH
004811     IF CUST-TRANS-TRANSFER
004812         SUBTRACT CUST-TRANS-AMOUNT FROM ZERO
004813             GIVING DL100-MATCH-AMOUNT
004814     ELSE
004815         MOVE CUST-TRANS-AMOUNT TO DL100-MATCH-AMOUNT
004816     END-IF
004820     MOVE CUST-ACCOUNT-NO TO HIST-ACCOUNT-NO
004830     MOVE ZERO TO HIST-POST-DATE
004840     MOVE ZERO TO HIST-POST-SEQ
005060             ELSE
005070                 IF HIST-TRANS-CODE = CUST-TRANS-CODE
005080                         AND HIST-TRANS-AMOUNT =
005090                             DL100-MATCH-AMOUNT
005100                         AND HIST-EFF-DATE =
005110                             CUST-EFFECTIVE-DATE
005120                     IF HIST-POST-DATE > DL100-GEN-POST-DATE
006712*     ITS HISTORY ENTRY IS KEPT (THE CHANGE IS STILL IN
006714*     EFFECT ON THE MASTER), AND IT IS COUNTED ON ITS OWN
006716*     CERTIFICATE LINE, NOT AMONG THE REVERSED TRANSACTIONS.
006718*     AN OVERDRAFT LIMIT CHANGE IS HANDLED THE SAME WAY, AS IS
006720*     A TRANSFER, WHICH POSTED TO TWO ACCOUNTS.  AN ESCHEAT IS
006722*     UNDONE LIKE A POST, AND AN ACCOUNT IT LEFT ESCHEATED IS
006724*     RETURNED TO DORMANT.
006726*     AN ADDRESS CHANGE IS KEPT LIKE A NAME CHANGE.
006728*----------------------------------------------------------------
006730 4550-REVERSE-ONE-TRANSACTION.
006740     IF NOT DL100-MST-FOUND
006750         MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
006760         PERFORM 8010-WRITE-ENTRY-EXCEPTION
006770             THRU 8010-EXIT
006780         GO TO 4550-NEXT
006781     END-IF
006782     IF DL100-BKO-T-CODE (DL100-BKO-SUB) = 'NC'
006783             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'OL'
006784             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'XF'
006785             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'A1'
006786             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'A2'
006787             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'A3'
006788             OR DL100-BKO-T-CODE (DL100-BKO-SUB) = 'AR'
006794         MOVE 'N' TO DL100-HDEL-SWITCH
006796     ELSE
006797         MOVE 'Y' TO DL100-HDEL-SWITCH
007030             PERFORM 8010-WRITE-ENTRY-EXCEPTION
007040                 THRU 8010-EXIT
007050             ADD 1 TO DL100-NAME-KEPT-COUNT
007051         WHEN 'OL'
007052             MOVE 'LIMIT NOT REVERSED'
007053                 TO DL100-EXCP-REASON-TEXT
007054             PERFORM 8010-WRITE-ENTRY-EXCEPTION
007055                 THRU 8010-EXIT
007056             ADD 1 TO DL100-LIMIT-KEPT-COUNT
007057         WHEN 'XF'
007058             MOVE 'XFER NOT REVERSED'
007059                 TO DL100-EXCP-REASON-TEXT
007060             PERFORM 8010-WRITE-ENTRY-EXCEPTION
007061                 THRU 8010-EXIT
007062             ADD 1 TO DL100-XFER-KEPT-COUNT
007063         WHEN 'A1'
007064         WHEN 'A2'
007065         WHEN 'A3'
007066         WHEN 'AR'
007067             MOVE 'ADDR NOT REVERSED'
007068                 TO DL100-EXCP-REASON-TEXT
007069             PERFORM 8010-WRITE-ENTRY-EXCEPTION
007070                 THRU 8010-EXIT
007071             ADD 1 TO DL100-ADDR-KEPT-COUNT
007072         WHEN 'ES'
007073             SUBTRACT DL100-BKO-T-AMOUNT (DL100-BKO-SUB)
007074                 FROM CUST-MST-BALANCE
007075             IF CUST-MST-ESCHEATED
007076                 MOVE 'D' TO CUST-MST-STATUS
007077             END-IF
007078             MOVE 'Y' TO DL100-MST-CHANGED-SWITCH
007079             PERFORM 4580-COUNT-REVERSAL
007080                 THRU 4580-EXIT
007081         WHEN 'OP'
007082             IF CUST-MST-BALANCE =
007090                     DL100-BKO-T-AMOUNT (DL100-BKO-SUB)
007100                 MOVE 'Y' TO DL100-OP-REVERSED-SWITCH
007110                 PERFORM 4580-COUNT-REVERSAL
007340*     BUFFERED TRANSACTION.  ON A MATCH DL100-HIST-MATCHED IS
007350*     SET AND, WHEN DL100-HDEL-SWITCH ASKS FOR IT, THE ENTRY IS
007360*     DELETED -- THE BACKED-OUT POSTING LEAVES THE ACTIVITY
007362*     TRAIL.  THE NAME-CHANGE AND LIMIT-CHANGE PATHS LOOK UP
007364*     WITHOUT DELETING, SINCE THE CHANGE STAYS APPLIED TO THE
007366*     MASTER.  A TRANSFER IS MATCHED ON ITS NEGATED AMOUNT, AS
007368*     IT POSTED TO THE FROM-ACCOUNT.
007370*----------------------------------------------------------------
007380 4570-FIND-HIST-ENTRY.
007390     MOVE 'N' TO DL100-HMATCH-SWITCH
007391     IF DL100-BKO-T-CODE (DL100-BKO-SUB) = 'XF'
007392         SUBTRACT DL100-BKO-T-AMOUNT (DL100-BKO-SUB) FROM ZERO
007393             GIVING DL100-MATCH-AMOUNT
007394     ELSE
007395         MOVE DL100-BKO-T-AMOUNT (DL100-BKO-SUB)
007396             TO DL100-MATCH-AMOUNT
007397     END-IF
007400     MOVE 'N' TO DL100-HIST-EOF-SWITCH
007410     MOVE DL100-CUR-ACCOUNT TO HIST-ACCOUNT-NO
007420     MOVE DL100-GEN-POST-DATE TO HIST-POST-DATE
007690                 IF HIST-TRANS-CODE =
007700                         DL100-BKO-T-CODE (DL100-BKO-SUB)
007710                         AND HIST-TRANS-AMOUNT =
007720                             DL100-MATCH-AMOUNT
007730                         AND HIST-EFF-DATE =
007740                             DL100-BKO-T-EFF-DATE
007750                                 (DL100-BKO-SUB)
007820     EXIT.
007830*----------------------------------------------------------------
007840* 4580-COUNT-REVERSAL
007845*     TALLIES ONE REVERSED TRANSACTION AND ADDS IT TO THE
007850*     REVERSING GL SUMMARY ENTRY FOR ITS CODE, FEED ID, AND THE
007855*     GL MAPPING ROW IT POSTED TO.
007870*----------------------------------------------------------------
007880 4580-COUNT-REVERSAL.
007890     ADD 1 TO DL100-REVERSED-COUNT
007900     ADD DL100-BKO-T-AMOUNT (DL100-BKO-SUB)
007910         TO DL100-REVERSED-AMT
007911     MOVE DL100-CUR-ACCOUNT TO DUPE-ACCOUNT-NO
007912     MOVE DL100-BKO-T-CODE (DL100-BKO-SUB) TO DUPE-TRANS-CODE
007913     MOVE DL100-BKO-T-AMOUNT (DL100-BKO-SUB) TO DUPE-TRANS-AMOUNT
007914     MOVE DL100-BKO-T-EFF-DATE (DL100-BKO-SUB) TO DUPE-EFF-DATE
007915     MOVE DL100-BKO-T-CODE (DL100-BKO-SUB)
007916         TO DL100-GLMAP-SEARCH-CODE
007917     MOVE DL100-BKO-T-EFF-DATE (DL100-BKO-SUB)
007918         TO DL100-GLMAP-SEARCH-DATE
007919     PERFORM 2150-RESOLVE-GL-MAP
007920         THRU 2150-EXIT
007921     IF DL100-GLMAP-FOUND
007922         MOVE DL100-GLMAP-SUB TO DL100-SUM-MAP-SUB
007923     ELSE
007924         MOVE ZERO TO DL100-SUM-MAP-SUB
007925     END-IF
007926     MOVE 'N' TO DL100-GLSUM-FOUND-SW
007930     MOVE 1 TO DL100-GLSUM-SUB
007940     PERFORM 4585-SCAN-GLSUM-ENTRY
007950         THRU 4585-EXIT
008060         MOVE DL100-GLSUM-COUNT TO DL100-GLSUM-SUB
008070         MOVE DL100-BKO-T-CODE (DL100-BKO-SUB)
008080             TO DL100-GLSUM-T-CODE (DL100-GLSUM-SUB)
008082         MOVE DL100-GLMAP-SEARCH-FEED
008084             TO DL100-GLSUM-T-FEED (DL100-GLSUM-SUB)
008086         MOVE DL100-SUM-MAP-SUB
008088             TO DL100-GLSUM-T-MAP-SUB (DL100-GLSUM-SUB)
008090         MOVE ZERO TO DL100-GLSUM-T-AMOUNT (DL100-GLSUM-SUB)
008100         MOVE ZERO TO DL100-GLSUM-T-COUNT (DL100-GLSUM-SUB)
008110     END-IF
008170*----------------------------------------------------------------
008180* 4585-SCAN-GLSUM-ENTRY
008190*     COMPARES ONE REVERSING GL SUMMARY ENTRY AGAINST THE
008195*     CURRENT BUFFERED TRANSACTION'S CODE, FEED ID, AND MAPPING
008200*     ROW.
008210*----------------------------------------------------------------
008220 4585-SCAN-GLSUM-ENTRY.
008230     IF DL100-GLSUM-T-CODE (DL100-GLSUM-SUB) =
008240             DL100-BKO-T-CODE (DL100-BKO-SUB)
008242             AND DL100-GLSUM-T-FEED (DL100-GLSUM-SUB) =
008244                 DL100-GLMAP-SEARCH-FEED
008246             AND DL100-GLSUM-T-MAP-SUB (DL100-GLSUM-SUB) =
008248                 DL100-SUM-MAP-SUB
008250         MOVE 'Y' TO DL100-GLSUM-FOUND-SW
008260     ELSE
008270         ADD 1 TO DL100-GLSUM-SUB
008560*----------------------------------------------------------------
008570* 5000-WRITE-GL-FILE
008580*     WRITES THE REVERSING GL INTERFACE FILE: THE HEADER, ONE
008585*     BALANCED PAIR PER TRANSACTION CODE, FEED ID, AND GL MAPPING
008590*     ROW WITH THE ROW'S ACCOUNTS ON THE OPPOSITE SIDES FROM THE
008595*     FORWARD POSTING, AND THE TRAILER CONTROL TOTALS, THE SAME
008600*     GLREC SHAPE THE GL INTAKE ALREADY VERIFIES.  THE PAIRS
008605*     CARRY TODAY'S DATE -- THE LEDGER IS SQUARED ON THE NIGHT OF
008610*     THE BACKOUT.
008640*----------------------------------------------------------------
008650 5000-WRITE-GL-FILE.
008660     MOVE SPACES TO GL-RECORD
008850     EXIT.
008860*----------------------------------------------------------------
008870* 5100-WRITE-ONE-GL-PAIR
008880*     WRITES THE BALANCED REVERSING PAIR FOR ONE SUMMARY ENTRY --
008890*     THE MIRROR IMAGE OF THE PAIR GLEXTR SENT: THE MAPPING ROW'S
008900*     CREDIT ACCOUNT TAKES THE DEBIT SIDE AND ITS DEBIT ACCOUNT
008910*     THE CREDIT SIDE, BOTH CARRYING THE ROW'S COST CENTER AND
008920*     THE ENTRY'S FEED ID.  AN ENTRY THAT NETS NEGATIVE GOES BACK
008930*     TO THE ROW'S OWN SIDES WITH THE ABSOLUTE AMOUNT, THE SAME
008940*     CONVENTION GLEXTR USES, SO THE UNSIGNED AMOUNTS FOOT TO THE
008950*     TRAILER TOTALS.  AN ENTRY WITH NO MAPPING ROW CAN ONLY HOLD
008960*     ZERO-AMOUNT ITEMS -- THE VERIFY PASS REFUSES THE BACKOUT
008970*     FOR ANY MONETARY ONE -- AND HAS NOTHING TO REVERSE, SO IT
008980*     IS NOT WRITTEN, AS GLEXTR WOULD NOT HAVE WRITTEN IT.
008990*----------------------------------------------------------------
009000 5100-WRITE-ONE-GL-PAIR.
009001     IF DL100-GLSUM-T-MAP-SUB (DL100-GLSUM-SUB) = ZERO
009002         GO TO 5100-NEXT
009003     END-IF
009004     MOVE DL100-GLSUM-T-MAP-SUB (DL100-GLSUM-SUB)
009005         TO DL100-GLMAP-SUB
009010     MOVE DL100-GLSUM-T-AMOUNT (DL100-GLSUM-SUB)
009020         TO DL100-PAIR-AMOUNT
009170     IF DL100-PAIR-AMOUNT < ZERO
009180         SUBTRACT DL100-PAIR-AMOUNT FROM ZERO
009190             GIVING DL100-PAIR-AMOUNT
009195         MOVE DL100-GLMAP-T-DEBIT (DL100-GLMAP-SUB)
009200             TO DL100-DEBIT-POST-ACCOUNT
009205         MOVE DL100-GLMAP-T-CREDIT (DL100-GLMAP-SUB)
009210             TO DL100-CREDIT-POST-ACCOUNT
009215     ELSE
009220         MOVE DL100-GLMAP-T-CREDIT (DL100-GLMAP-SUB)
009225             TO DL100-DEBIT-POST-ACCOUNT
009230         MOVE DL100-GLMAP-T-DEBIT (DL100-GLMAP-SUB)
009235             TO DL100-CREDIT-POST-ACCOUNT
009250     END-IF
009260     MOVE 'D' TO DL100-PAIR-DC
009270     MOVE DL100-DEBIT-POST-ACCOUNT TO DL100-POST-ACCOUNT
009290     PERFORM 5150-WRITE-GL-DETAIL
009300         THRU 5150-EXIT
009310     ADD DL100-PAIR-AMOUNT TO DL100-DEBIT-TOTAL
009320     MOVE 'C' TO DL100-PAIR-DC
009330     MOVE DL100-CREDIT-POST-ACCOUNT TO DL100-POST-ACCOUNT
009410     PERFORM 5150-WRITE-GL-DETAIL
009420         THRU 5150-EXIT
009422     ADD DL100-PAIR-AMOUNT TO DL100-CREDIT-TOTAL.
009424 5100-NEXT.
009430     ADD 1 TO DL100-GLSUM-SUB.
009440 5100-EXIT.
009450     EXIT.
009460*----------------------------------------------------------------
009470* 5150-WRITE-GL-DETAIL
009480*     FORMATS AND WRITES ONE REVERSING GL DETAIL RECORD FOR THE
009490*     CURRENT SUMMARY ENTRY ON THE SIDE NAMED BY DL100-PAIR-DC,
009500*     POSTED TO THE ACCOUNT CURRENTLY IN DL100-POST-ACCOUNT.
009510*----------------------------------------------------------------
009520 5150-WRITE-GL-DETAIL.
009530     MOVE SPACES TO GL-RECORD
009600     MOVE DL100-PAIR-AMOUNT TO GL-AMOUNT
009610     MOVE DL100-GLSUM-T-COUNT (DL100-GLSUM-SUB)
009620         TO GL-TRANS-COUNT
009622     MOVE DL100-GLSUM-T-FEED (DL100-GLSUM-SUB) TO GL-FEED-ID
009624     MOVE DL100-GLMAP-T-COST (DL100-GLMAP-SUB) TO GL-COST-CENTER
009630     WRITE GL-RECORD
009640     ADD 1 TO DL100-GL-RECORD-COUNT.
009650 5150-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009672* 2040-LOOKUP-GL-MAP
009674*     FINDS THE GL MAPPING ROW IN FORCE FOR THE CODE, FEED ID,
009676*     AND DATE IN THE SEARCH FIELDS (COPYBOOK GLMTBL) -- THE SAME
009678*     RULE GLEXTR POSTS BY.  THE FEED'S OWN ACTIVE ROWS ARE TRIED
009680*     FIRST, THEN THE CODE'S ALL-REGION ROWS (FEED ID SPACES);
009682*     WITHIN EITHER PASS THE ROW WITH THE LATEST EFFECTIVE DATE
009684*     NOT AFTER THE SEARCH DATE WINS.  ON A MATCH,
009686*     DL100-GLMAP-FOUND IS SET AND DL100-GLMAP-SUB IS LEFT
009688*     POINTING AT THE ROW.
009710*----------------------------------------------------------------
009712 2040-LOOKUP-GL-MAP.
009714     MOVE 'N' TO DL100-GLMAP-FOUND-SW
009716     MOVE ZERO TO DL100-GLMAP-HIT-SUB
009718     IF DL100-GLMAP-SEARCH-FEED NOT = SPACES
009720         MOVE DL100-GLMAP-SEARCH-FEED TO DL100-GLMAP-SCAN-FEED
009722         MOVE 1 TO DL100-GLMAP-SUB
009724         PERFORM 2045-SCAN-GLMAP-ENTRY
009726             THRU 2045-EXIT
009728             UNTIL DL100-GLMAP-SUB > DL100-GLMAP-COUNT
009730     END-IF
009732     IF DL100-GLMAP-HIT-SUB = ZERO
009734         MOVE SPACES TO DL100-GLMAP-SCAN-FEED
009736         MOVE 1 TO DL100-GLMAP-SUB
009738         PERFORM 2045-SCAN-GLMAP-ENTRY
009740             THRU 2045-EXIT
009742             UNTIL DL100-GLMAP-SUB > DL100-GLMAP-COUNT
009744     END-IF
009746     IF DL100-GLMAP-HIT-SUB NOT = ZERO
009748         MOVE 'Y' TO DL100-GLMAP-FOUND-SW
009750         MOVE DL100-GLMAP-HIT-SUB TO DL100-GLMAP-SUB
009752     END-IF.
009790 2040-EXIT.
009800     EXIT.
009810*----------------------------------------------------------------
009815* 2045-SCAN-GLMAP-ENTRY
009820*     COMPARES ONE GL MAPPING ROW AGAINST THE SEARCH CODE, THE
009825*     FEED ID OF THE CURRENT PASS, AND THE SEARCH DATE, AND KEEPS
009830*     THE LATEST-DATED ACTIVE ROW THAT QUALIFIES.
009850*----------------------------------------------------------------
009852 2045-SCAN-GLMAP-ENTRY.
009854     IF DL100-GLMAP-T-CODE (DL100-GLMAP-SUB) =
009856             DL100-GLMAP-SEARCH-CODE
009858             AND DL100-GLMAP-T-FEED (DL100-GLMAP-SUB) =
009860                 DL100-GLMAP-SCAN-FEED
009862             AND DL100-GLMAP-T-ACTIVE (DL100-GLMAP-SUB) = 'Y'
009864             AND DL100-GLMAP-T-DATE (DL100-GLMAP-SUB) NOT >
009866                 DL100-GLMAP-SEARCH-DATE
009868         IF DL100-GLMAP-HIT-SUB = ZERO
009870             MOVE DL100-GLMAP-SUB TO DL100-GLMAP-HIT-SUB
009872         ELSE
009874             IF DL100-GLMAP-T-DATE (DL100-GLMAP-SUB) >
009876                     DL100-GLMAP-T-DATE (DL100-GLMAP-HIT-SUB)
009878                 MOVE DL100-GLMAP-SUB TO DL100-GLMAP-HIT-SUB
009880             END-IF
009882         END-IF
009884     END-IF
009886     ADD 1 TO DL100-GLMAP-SUB.
009930 2045-EXIT.
009940     EXIT.
009950*----------------------------------------------------------------
009960* 9000-TERMINATE
009970*     WRITES THE BACKOUT CERTIFICATE, CLOSES THE FILES, AND
009980*     SETS THE FINAL RETURN CODE: 16 WHEN THE BACKOUT REFUSED
009990*     TO RUN (INCLUDING FOR A MONETARY TRANSACTION WITH NO ACTIVE
010000*     GL MAPPING), 8 WHEN ANY TRANSACTION WENT TO EXCP-FILE, 0
010010*     WHEN THE WHOLE GENERATION REVERSED CLEAN.
010020*----------------------------------------------------------------
010030 9000-TERMINATE.
010040     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
010446     MOVE ZERO TO DL100-DET-AMOUNT
010447     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
010448     WRITE RPT-REPORT-LINE
010449     MOVE 'OD LIMIT CHANGES NOT REVERSED' TO DL100-DET-TEXT
010450     MOVE DL100-LIMIT-KEPT-COUNT TO DL100-DET-COUNT
010451     MOVE ZERO TO DL100-DET-AMOUNT
010452     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
010453     WRITE RPT-REPORT-LINE
010454     MOVE 'TRANSFERS NOT REVERSED' TO DL100-DET-TEXT
010455     MOVE DL100-XFER-KEPT-COUNT TO DL100-DET-COUNT
010456     MOVE ZERO TO DL100-DET-AMOUNT
010457     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
010458     WRITE RPT-REPORT-LINE
010459     MOVE 'ADDRESS CHANGES NOT REVERSED' TO DL100-DET-TEXT
010460     MOVE DL100-ADDR-KEPT-COUNT TO DL100-DET-COUNT
010461     MOVE ZERO TO DL100-DET-AMOUNT
010462     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
010463     WRITE RPT-REPORT-LINE
010464     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
010465     WRITE RPT-REPORT-LINE
010470     MOVE 'REVERSING GL DEBIT TOTAL' TO DL100-DET-TEXT
010480     MOVE ZERO TO DL100-DET-COUNT
010490     MOVE DL100-DEBIT-TOTAL TO DL100-DET-AMOUNT
010660             MOVE 8 TO RETURN-CODE
010670         ELSE
010680             MOVE '*** BACKOUT COMPLETE ***' TO DL100-VER-TEXT
010730         END-IF
010740     END-IF
010750     MOVE DL100-VERDICT-LINE TO RPT-REPORT-LINE
010770     CLOSE RPT-FILE
010780     CLOSE MST-FILE
010790     CLOSE HIST-FILE
010795     CLOSE DUPE-FILE
010800     DISPLAY "GENERATION TRANSACTIONS: " DL100-GEN-RECORD-COUNT
010810     DISPLAY "TRANSACTIONS REVERSED: " DL100-REVERSED-COUNT
010820     DISPLAY "NEVER POSTED, SKIPPED: " DL100-SKIPPED-COUNT

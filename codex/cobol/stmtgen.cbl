000370*              TOO, AND THE RUN ENDS WITH RETURN CODE 8 SO THE
000380*              DRIFT IS REVIEWED.  THE REPORT USES THE SAME
000390*              133-BYTE FBA PRINT FORMAT AS MONTHRPT.
000391*              EVERY STATEMENT MAILED TO A USABLE ADDRESS ON THE
000392*              CUSTOMER ADDRESS FILE (COPYBOOK ADDRREC) IS ALSO
000393*              WRITTEN TO THE PRINT VENDOR EXTRACT (COPYBOOK
000394*              STMXREC); AN ACCOUNT WITH NO USABLE ADDRESS GOES TO
000395*              THE RETURN MAIL / NO ADDRESS EXCEPTION LIST
000396*              INSTEAD.
000400*****************************************************************
000410*----------------------------------------------------------------
000420* MODIFICATION HISTORY
000600*                  THE STATEMENT SORT ALSO CARRIES DUPLICATES IN
000610*                  ORDER SO SAME-DAY TRANSACTIONS PRINT IN FEED
000620*                  ORDER.
000621* 10/15/2026 RTA   INTER-ACCOUNT TRANSFERS ('XF') PRINT ON BOTH
000622*                  ACCOUNTS' STATEMENTS.  THE SORT NOW READS
000623*                  TRAN-FILE THROUGH AN INPUT PROCEDURE THAT
000624*                  RELEASES A TRANSFER TWICE -- AS A DEBIT TO THE
000625*                  FROM-ACCOUNT AND A CREDIT TO THE TO-ACCOUNT --
000626*                  AND EACH LINE NAMES THE OTHER ACCOUNT.
000627* 10/15/2026 RTA   AN ACCOUNT MARKED ESCHEATED ('E') -- ITS
000628*                  BALANCE REMITTED TO THE STATE AS UNCLAIMED
000629*                  PROPERTY -- GETS NO STATEMENT.  IT IS COUNTED
000630*                  AND LEFT OUT, NOT TREATED AS AN EXCEPTION.
000631* 10/15/2026 RTA   STATEMENTS ARE NOW MAILED BY THE PRINT VENDOR.
000632*                  EACH STATEMENT IS WRITTEN TO THE VENDOR EXTRACT
000633*                  (VNDFILE, COPYBOOK STMXREC) AS ONE GROUP: THE
000634*                  HEADER, THE MAILING BLOCK BUILT FROM THE MASTER
000635*                  NAME AND THE CUSTOMER ADDRESS FILE (ADDRFILE,
000636*                  COPYBOOK ADDRREC), THE LINES, AND THE TOTALS.
000637*                  AN ACCOUNT WITH NO ADDRESS, AN INCOMPLETE ONE,
000638*                  OR ONE MARKED RETURN MAIL IS NOT EXTRACTED BUT
000639*                  LISTED ON THE RETURN MAIL / NO ADDRESS
000640*                  EXCEPTION LIST (NOADDR) FOR CUSTOMER SERVICE.
000641*                  THE STATEMENT REPORT ITSELF IS UNCHANGED.
000642*----------------------------------------------------------------
000643 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.  STMTGEN.
000660 AUTHOR.  R. T. ALVAREZ.
000670 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HIST-KEY
000840         FILE STATUS IS DL100-HIST-FILE-STATUS.
000841     SELECT ADDR-FILE ASSIGN TO ADDRFILE
000842         ORGANIZATION IS INDEXED
000843         ACCESS MODE IS RANDOM
000844         RECORD KEY IS ADDR-ACCOUNT-NO
000845         FILE STATUS IS DL100-ADDR-FILE-STATUS.
000850     SELECT REPORT-FILE ASSIGN TO RPTFILE
000852         ORGANIZATION IS SEQUENTIAL.
000854     SELECT STMX-FILE ASSIGN TO VNDFILE
000856         ORGANIZATION IS SEQUENTIAL.
000858     SELECT NOADDR-FILE ASSIGN TO NOADDR
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT TCODE-FILE ASSIGN TO TCODFILE
000880         ORGANIZATION IS SEQUENTIAL
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 133 CHARACTERS.
001060 01  RPT-REPORT-LINE                 PIC X(133).
001061 FD  ADDR-FILE
001062     RECORD CONTAINS 150 CHARACTERS.
001063     COPY ADDRREC.
001064 FD  STMX-FILE
001065     RECORDING MODE IS F
001066     RECORD CONTAINS 100 CHARACTERS.
001067     COPY STMXREC.
001068 FD  NOADDR-FILE
001069     RECORDING MODE IS F
001070     RECORD CONTAINS 133 CHARACTERS.
001071 01  NOADDR-REPORT-LINE              PIC X(133).
001072 FD  TCODE-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 80 CHARACTERS.
001100     COPY TCODREC.
001170     05  SORT-TRANS-AMOUNT           PIC S9(09)V99.
001180     05  SORT-EFF-DATE               PIC 9(08).
001190     05  SORT-CUSTOMER-NAME          PIC X(25).
001195     05  FILLER                      PIC X(11).
001200     05  SORT-XF-OTHER-ACCOUNT       PIC 9(10).
001205     05  FILLER                      PIC X(01).
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* SWITCHES
001360     88  DL100-HIST-END-OF-FILE                  VALUE 'Y'.
001370 77  DL100-PRE-BAL-SWITCH            PIC X(01)   VALUE 'N'.
001380     88  DL100-PRE-BAL-FOUND                     VALUE 'Y'.
001382 77  DL100-TRAN-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001384     88  DL100-TRAN-END-OF-FILE                  VALUE 'Y'.
001386 77  DL100-MAIL-OK-SWITCH            PIC X(01)   VALUE 'N'.
001388     88  DL100-MAIL-OK                           VALUE 'Y'.
001390*----------------------------------------------------------------
001400* COUNTERS
001410*----------------------------------------------------------------
001420 77  DL100-TRAN-COUNT                PIC 9(09)   COMP VALUE ZERO.
001430 77  DL100-STATEMENT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001440 77  DL100-EXCEPTION-COUNT           PIC 9(09)   COMP VALUE ZERO.
001445 77  DL100-ESCHEAT-SKIP-COUNT        PIC 9(09)   COMP VALUE ZERO.
001450 77  DL100-UNPOSTED-COUNT            PIC 9(05)   COMP VALUE ZERO.
001460 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE ZERO.
001470 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001480 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001481 77  DL100-EXTRACT-COUNT             PIC 9(09)   COMP VALUE ZERO.
001482 77  DL100-STX-RECORD-COUNT          PIC 9(09)   COMP VALUE ZERO.
001483 77  DL100-NOADDR-COUNT              PIC 9(09)   COMP VALUE ZERO.
001484 77  DL100-NA-LINE-COUNT             PIC 9(03)   COMP VALUE ZERO.
001485 77  DL100-NA-PAGE-NO                PIC 9(04)   COMP VALUE ZERO.
001490*----------------------------------------------------------------
001500* CURRENT ACCOUNT CONTROL KEY AND ITS STATEMENT BALANCES.  THE
001510* POSTED NET ONLY ACCUMULATES TRANSACTIONS PROVEN ON THE
001580 77  DL100-OPENING-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001590 77  DL100-RUNNING-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001600 77  DL100-CLOSING-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001601 77  DL100-CREDIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001602 77  DL100-DEBIT-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001603*----------------------------------------------------------------
001604* MAILING BLOCK WORK AREAS.  EACH LINE OF THE BLOCK IS BUILT IN
001605* DL100-MAIL-TEXT BEFORE IT IS WRITTEN TO THE EXTRACT; THE CITY,
001606* STATE AND ZIP LINE IS STRUNG TOGETHER WITH THE CITY'S TRAILING
001607* SPACES DROPPED.
001608*----------------------------------------------------------------
001609 77  DL100-MAIL-TEXT                 PIC X(40)   VALUE SPACES.
001610 77  DL100-MAIL-LINE-NO              PIC 9(01)        VALUE ZERO.
001611 77  DL100-MAIL-LINE-COUNT           PIC 9(01)        VALUE ZERO.
001612 77  DL100-MAIL-PTR                  PIC 9(03)   COMP VALUE ZERO.
001613 77  DL100-NOADDR-REASON             PIC X(20)   VALUE SPACES.
001614*----------------------------------------------------------------
001620* STATEMENT PERIOD START -- THE FIRST DAY OF THE MONTH BEING
001630* REPORTED (THE CALENDAR MONTH BEFORE THE RUN DATE, SINCE THE
001640* JOB RUNS ON THE FIRST BUSINESS DAY AFTER MONTH END).  HISTORY
001750*----------------------------------------------------------------
001760 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001770 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001775 77  DL100-ADDR-FILE-STATUS          PIC X(02)   VALUE SPACES.
001780 77  DL100-TCODE-FILE-STATUS         PIC X(02)   VALUE SPACES.
001790*----------------------------------------------------------------
001800* TRANSACTION CODE REFERENCE TABLE (LOADED FROM TCODE-FILE)
001980         10  DL100-STMT-T-DATE      PIC 9(08).
001990         10  DL100-STMT-T-POSTED-SW  PIC X(01).
002000             88  DL100-STMT-T-POSTED             VALUE 'Y'.
002005         10  DL100-STMT-T-OTHER-ACCT PIC 9(10).
002010*----------------------------------------------------------------
002020* MONTH HISTORY TABLE.  THE CURRENT ACCOUNT'S HISTORY ENTRIES
002030* POSTED DURING THE STATEMENT MONTH, EACH CONSUMED BY AT MOST
003040     05  DL100-DET-BALANCE           PIC $$,$$$,$$$,$$9.99-.
003050     05  FILLER                      PIC X(02) VALUE SPACES.
003060     05  DL100-DET-FLAG              PIC X(16).
003062     05  FILLER                      PIC X(02) VALUE SPACES.
003064     05  DL100-DET-XF-TEXT           PIC X(10).
003066     05  DL100-DET-XF-ACCOUNT        PIC X(10).
003068     05  FILLER                      PIC X(17) VALUE SPACES.
003080 01  DL100-BALANCE-LINE.
003090     05  DL100-BAL-CC                PIC X(01) VALUE SPACE.
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003600     05  DL100-SUM-VALUE             PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER                      PIC X(90) VALUE SPACES.
003620*----------------------------------------------------------------
003621* RETURN MAIL / NO ADDRESS EXCEPTION LIST PRINT AREAS
003622*----------------------------------------------------------------
003623 01  DL100-NA-TITLE-LINE.
003624     05  DL100-NTITLE-CC             PIC X(01) VALUE '1'.
003625     05  FILLER                      PIC X(01) VALUE SPACE.
003626     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
003627     05  DL100-NTITLE-RUN-DATE       PIC X(10).
003628     05  FILLER                      PIC X(05) VALUE SPACES.
003629     05  FILLER                      PIC X(44)
003630             VALUE 'RETURN MAIL / NO ADDRESS EXCEPTION LIST'.
003631     05  FILLER                      PIC X(05) VALUE SPACES.
003632     05  FILLER                      PIC X(05) VALUE 'PAGE '.
003633     05  DL100-NTITLE-PAGE-NO        PIC ZZZ9.
003634     05  FILLER                      PIC X(49) VALUE SPACES.
003635 01  DL100-NA-HEADING-LINE.
003636     05  DL100-NHDG-CC               PIC X(01) VALUE SPACE.
003637     05  FILLER                      PIC X(01) VALUE SPACE.
003638     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
003639     05  FILLER                      PIC X(02) VALUE SPACES.
003640     05  FILLER                      PIC X(25)
003641             VALUE 'CUSTOMER NAME'.
003642     05  FILLER                      PIC X(02) VALUE SPACES.
003643     05  FILLER                      PIC X(18)
003644             VALUE '   CLOSING BALANCE'.
003645     05  FILLER                      PIC X(02) VALUE SPACES.
003646     05  FILLER                      PIC X(20) VALUE 'REASON'.
003647     05  FILLER                      PIC X(52) VALUE SPACES.
003648 01  DL100-NA-DETAIL-LINE.
003649     05  DL100-NDET-CC               PIC X(01) VALUE SPACE.
003650     05  FILLER                      PIC X(01) VALUE SPACE.
003651     05  DL100-NDET-ACCOUNT          PIC 9(10).
003652     05  FILLER                      PIC X(02) VALUE SPACES.
003653     05  DL100-NDET-NAME             PIC X(25).
003654     05  FILLER                      PIC X(02) VALUE SPACES.
003655     05  DL100-NDET-BALANCE          PIC $$,$$$,$$$,$$9.99-.
003656     05  FILLER                      PIC X(02) VALUE SPACES.
003657     05  DL100-NDET-REASON           PIC X(20).
003658     05  FILLER                      PIC X(52) VALUE SPACES.
003659*----------------------------------------------------------------
003660* TRANSFER CODE.  A TRANSFER IS RELEASED ONCE PER SIDE AND ITS
003661* STATEMENT LINES NAME THE OTHER ACCOUNT.
003662*----------------------------------------------------------------
003663 77  DL100-XFER-TRANS-CODE           PIC X(02)   VALUE 'XF'.
003664*----------------------------------------------------------------
003665* SOURCE NAME CARRIED ON THE VENDOR EXTRACT'S FILE HEADER
003666*----------------------------------------------------------------
003667 77  DL100-STX-SOURCE                PIC X(08)   VALUE 'STMTGEN'.
003668*----------------------------------------------------------------
003669* BODY LINE SAVE AREA USED ACROSS A CONTINUATION PAGE BREAK
003670*----------------------------------------------------------------
003671 77  DL100-SAVED-LINE                PIC X(133) VALUE SPACES.
003672 PROCEDURE DIVISION.
003673*----------------------------------------------------------------
003680* 0000-MAINLINE
003685*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE SORT'S INPUT
003690*     PROCEDURE READS THE CONCATENATED MONTH OF CUSTOUT
003695*     GENERATIONS, RELEASING EACH TRANSFER ONCE PER SIDE, AND THE
003700*     SORT HANDS THE RECORDS, ORDERED BY ACCOUNT AND EFFECTIVE
003720*     DATE WITH SAME-DAY TRANSACTIONS KEPT IN FEED ORDER, TO
003730*     THE OUTPUT PROCEDURE THAT BUILDS THE STATEMENTS.
003740*----------------------------------------------------------------
003820         ON ASCENDING KEY SORT-ACCOUNT-NO
003830                          SORT-EFF-DATE
003840         WITH DUPLICATES IN ORDER
003845         INPUT PROCEDURE IS 3000-RELEASE-TRANSACTIONS
003850             THRU 3000-EXIT
003860         OUTPUT PROCEDURE IS 4000-BUILD-STATEMENTS
003870             THRU 4000-EXIT
003880     PERFORM 5000-WRITE-EXCEPTION-PAGE
003940*----------------------------------------------------------------
003950* 1000-INITIALIZE
003960*     LOADS THE TRANSACTION CODE TABLE, OPENS THE CUSTOMER
003965*     MASTER, THE HISTORY DATABASE, THE ADDRESS FILE, THE
003970*     REPORT FILE, THE VENDOR EXTRACT (WRITING ITS HEADER), AND
003975*     THE NO ADDRESS LIST, AND SETS UP THE RUN DATE AND THE
003980*     STATEMENT PERIOD START.  A MASTER OR HISTORY THAT CANNOT
003985*     BE OPENED ENDS THE RUN -- NO CLOSING BALANCE COULD BE
003990*     TIED OR PROVEN WITHOUT THEM -- AND SO DOES AN ADDRESS FILE
003995*     THAT CANNOT BE OPENED, WHICH WOULD SEND EVERY STATEMENT
004000*     TO THE NO ADDRESS LIST.
004010*----------------------------------------------------------------
004020 1000-INITIALIZE.
004030     PERFORM 1400-LOAD-TCODE-TABLE
004220         MOVE 'Y' TO DL100-ABEND-SWITCH
004230         GO TO 1000-EXIT
004240     END-IF
004241     OPEN INPUT ADDR-FILE
004242     IF DL100-ADDR-FILE-STATUS NOT = "00"
004243         DISPLAY "ADDR-FILE OPEN FAILED, STATUS="
004244             DL100-ADDR-FILE-STATUS
004245         CLOSE MST-FILE
004246         CLOSE HIST-FILE
004247         MOVE 8 TO RETURN-CODE
004248         MOVE 'Y' TO DL100-ABEND-SWITCH
004249         GO TO 1000-EXIT
004250     END-IF
004251     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
004260     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
004270     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
004280     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
004350     ELSE
004360         SUBTRACT 1 FROM DL100-PERIOD-MONTH
004370     END-IF
004371     OPEN OUTPUT REPORT-FILE
004372     OPEN OUTPUT STMX-FILE
004373     OPEN OUTPUT NOADDR-FILE
004374     MOVE SPACES TO STX-RECORD
004375     MOVE 'VH' TO STX-RECORD-TYPE
004376     MOVE ZERO TO STX-ACCOUNT-NO
004377     MOVE DL100-CURRENT-DATE TO STX-VH-RUN-DATE
004378     MOVE DL100-PERIOD-START TO STX-VH-PERIOD-START
004379     MOVE DL100-STX-SOURCE TO STX-VH-SOURCE
004380     PERFORM 4890-WRITE-EXTRACT-RECORD
004381         THRU 4890-EXIT.
004390 1000-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004980             END-IF
004990     END-READ.
005000 1410-EXIT.
005001     EXIT.
005002*----------------------------------------------------------------
005003* 3000-RELEASE-TRANSACTIONS
005004*     INPUT PROCEDURE FOR THE SORT.  READS EVERY RECORD OF THE
005005*     MONTH'S CUSTOUT GENERATIONS AND RELEASES IT TO THE SORT.
005006*----------------------------------------------------------------
005007 3000-RELEASE-TRANSACTIONS.
005008     OPEN INPUT TRAN-FILE
005009     MOVE 'N' TO DL100-TRAN-EOF-SWITCH
005010     PERFORM 3100-RELEASE-ONE-RECORD
005011         THRU 3100-EXIT
005012         UNTIL DL100-TRAN-END-OF-FILE
005013     CLOSE TRAN-FILE.
005014 3000-EXIT.
005015     EXIT.
005016*----------------------------------------------------------------
005017* 3100-RELEASE-ONE-RECORD
005018*     READS ONE CUSTOUT RECORD AND RELEASES IT.  A TRANSFER IS
005019*     RELEASED TWICE: UNDER THE FROM-ACCOUNT WITH THE AMOUNT
005020*     NEGATED (THE DEBIT THAT POSTED THERE) AND UNDER THE
005021*     TO-ACCOUNT WITH THE AMOUNT AS CARRIED, EACH NAMING THE
005022*     OTHER ACCOUNT -- THE SAME TWO ENTRIES MSTUPDT WROTE TO THE
005023*     HISTORY, SO BOTH SIDES MATCH THEIR POSTINGS.
005024*----------------------------------------------------------------
005025 3100-RELEASE-ONE-RECORD.
005026     READ TRAN-FILE
005027         AT END
005028             MOVE 'Y' TO DL100-TRAN-EOF-SWITCH
005029             GO TO 3100-EXIT
005030     END-READ
005031     MOVE CUST-RECORD TO SORT-RECORD
005032     IF NOT CUST-TYPE-DETAIL
005033             OR NOT CUST-TRANS-TRANSFER
005034         RELEASE SORT-RECORD
005035         GO TO 3100-EXIT
005036     END-IF
005037     IF CUST-TRANS-AMOUNT NUMERIC
005038         SUBTRACT CUST-TRANS-AMOUNT FROM ZERO
005039             GIVING SORT-TRANS-AMOUNT
005040     END-IF
005041     MOVE CUST-XF-TO-ACCOUNT TO SORT-XF-OTHER-ACCOUNT
005042     RELEASE SORT-RECORD
005043     MOVE CUST-RECORD TO SORT-RECORD
005044     MOVE CUST-XF-TO-ACCOUNT TO SORT-ACCOUNT-NO
005045     MOVE CUST-ACCOUNT-NO TO SORT-XF-OTHER-ACCOUNT
005046     MOVE SPACES TO SORT-CUSTOMER-NAME
005047     RELEASE SORT-RECORD.
005048 3100-EXIT.
005049     EXIT.
005050*----------------------------------------------------------------
005051* 4000-BUILD-STATEMENTS
005052*     OUTPUT PROCEDURE FOR THE SORT.  RETURNS THE TRANSACTION
005053*     RECORDS IN ACCOUNT / EFFECTIVE DATE ORDER, GATHERING EACH
005060*     ACCOUNT'S TRANSACTIONS INTO THE STATEMENT TABLE AND
005070*     PRINTING THE STATEMENT AT EACH ACCOUNT BREAK.
005080*----------------------------------------------------------------
005730*     ADDS ONE SORTED TRANSACTION TO THE CURRENT ACCOUNT'S
005740*     STATEMENT TABLE.  AN OP TRANSACTION MARKS THE ACCOUNT AS
005750*     OPENED DURING THE MONTH, SO ITS OPENING BALANCE IS ZERO.
005755*     A TRANSFER KEEPS THE OTHER ACCOUNT FOR ITS LINE.
005760*----------------------------------------------------------------
005770 4400-GATHER-TRANSACTION.
005780     IF SORT-TRANS-CODE = 'OP'
005890         MOVE SORT-EFF-DATE
005900             TO DL100-STMT-T-DATE (DL100-STMT-COUNT)
005910         MOVE 'N' TO DL100-STMT-T-POSTED-SW (DL100-STMT-COUNT)
005911         IF SORT-TRANS-CODE = DL100-XFER-TRANS-CODE
005912             MOVE SORT-XF-OTHER-ACCOUNT
005913                 TO DL100-STMT-T-OTHER-ACCT (DL100-STMT-COUNT)
005914         ELSE
005915             MOVE ZERO
005916                 TO DL100-STMT-T-OTHER-ACCT (DL100-STMT-COUNT)
005917         END-IF
005920     END-IF.
005930 4400-EXIT.
005940     EXIT.
006010*     THE STATEMENT, AND VERIFIES THE COMPUTED CLOSING BALANCE
006020*     TIES TO THE MASTER.  AN ACCOUNT WITH NO MASTER RECORD OR
006030*     WITH MORE ACTIVITY THAN THE TABLES HOLD IS ROUTED TO THE
006032*     EXCEPTION PAGE INSTEAD.  AN ESCHEATED ACCOUNT IS SKIPPED.
006034*     A STATEMENT WITH A USABLE MAILING ADDRESS IS ALSO
006036*     WRITTEN TO THE VENDOR EXTRACT AS IT PRINTS; ONE WITHOUT
006038*     GOES TO THE NO ADDRESS LIST.
006050*----------------------------------------------------------------
006060 4500-PRINT-STATEMENT.
006070     MOVE DL100-CUR-ACCOUNT TO CUST-MST-ACCOUNT-NO
006150             MOVE 'N' TO DL100-ACCT-OPEN-SWITCH
006160             GO TO 4500-EXIT
006170     END-READ
006171     IF CUST-MST-ESCHEATED
006172         ADD 1 TO DL100-ESCHEAT-SKIP-COUNT
006173         MOVE 'N' TO DL100-ACCT-OPEN-SWITCH
006174         GO TO 4500-EXIT
006175     END-IF
006180     PERFORM 4520-LOAD-ACCOUNT-HISTORY
006190         THRU 4520-EXIT
006200     IF DL100-ACCT-OVERFLOWED
006400     COMPUTE DL100-CLOSING-BAL =
006410         DL100-OPENING-BAL + DL100-POSTED-NET
006420     MOVE CUST-MST-CUSTOMER-NAME TO DL100-CUR-NAME
006421     PERFORM 4800-CHECK-MAILING-ADDRESS
006422         THRU 4800-EXIT
006423     IF DL100-MAIL-OK
006424         PERFORM 4810-EXTRACT-STMT-HEADER
006425             THRU 4810-EXIT
006426     END-IF
006430     MOVE SPACES TO DL100-ACCT-CONTINUED
006440     PERFORM 7000-WRITE-PAGE-HEADING
006450         THRU 7000-EXIT
006700     MOVE DL100-BALANCE-LINE TO RPT-REPORT-LINE
006710     PERFORM 6000-WRITE-BODY-LINE
006720         THRU 6000-EXIT
006722     IF DL100-MAIL-OK
006724         PERFORM 4830-EXTRACT-STMT-TOTALS
006726             THRU 4830-EXIT
006728     END-IF
006730     IF DL100-UNPOSTED-COUNT > ZERO
006740         MOVE 'TRANS NOT POSTED' TO DL100-EXCP-REASON-TEXT
006750         PERFORM 4700-ADD-EXCEPTION
008060*     PRINTS ONE STATEMENT TABLE ENTRY WITH ITS TRANCODE
008070*     DESCRIPTION AND THE RUNNING BALANCE AFTER IT.  A
008080*     TRANSACTION THAT NEVER POSTED IS FLAGGED AND LEFT OUT OF
008085*     THE RUNNING BALANCE.  A TRANSFER LINE NAMES THE ACCOUNT
008090*     THE MONEY WENT TO OR CAME FROM.  THE LINE GOES TO THE
008095*     VENDOR EXTRACT TOO WHEN THE STATEMENT IS BEING MAILED.
008100*----------------------------------------------------------------
008110 4550-PRINT-ONE-TRANSACTION.
008120     IF DL100-STMT-T-POSTED (DL100-STMT-SUB)
008290     MOVE DL100-STMT-T-AMOUNT (DL100-STMT-SUB)
008300         TO DL100-DET-AMOUNT
008310     MOVE DL100-RUNNING-BAL TO DL100-DET-BALANCE
008311     IF DL100-STMT-T-CODE (DL100-STMT-SUB) =
008312             DL100-XFER-TRANS-CODE
008313         IF DL100-STMT-T-AMOUNT (DL100-STMT-SUB) < ZERO
008314             MOVE 'TO ACCT' TO DL100-DET-XF-TEXT
008315         ELSE
008316             MOVE 'FROM ACCT' TO DL100-DET-XF-TEXT
008317         END-IF
008318         MOVE DL100-STMT-T-OTHER-ACCT (DL100-STMT-SUB)
008319             TO DL100-DET-XF-ACCOUNT
008320     ELSE
008321         MOVE SPACES TO DL100-DET-XF-TEXT
008322         MOVE SPACES TO DL100-DET-XF-ACCOUNT
008323     END-IF
008324     IF DL100-MAIL-OK
008325         PERFORM 4820-EXTRACT-STMT-LINE
008326             THRU 4820-EXIT
008327     END-IF
008328     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
008330     PERFORM 6000-WRITE-BODY-LINE
008340         THRU 6000-EXIT
008350     ADD 1 TO DL100-STMT-SUB.
008870     MOVE DL100-EXCP-REASON-TEXT
008880         TO DL100-EXCP-T-REASON (DL100-EXCP-COUNT).
008890 4700-EXIT.
008891     EXIT.
008892*----------------------------------------------------------------
008893* 4800-CHECK-MAILING-ADDRESS
008894*     READS THE CURRENT ACCOUNT'S RECORD FROM THE ADDRESS FILE
008895*     AND DECIDES WHETHER THE STATEMENT CAN BE MAILED.  A USABLE
008896*     ADDRESS HAS A STREET LINE, A CITY, A STATE, AND A NUMERIC
008897*     FIVE-DIGIT ZIP, AND IS NOT MARKED RETURN MAIL.  AN ACCOUNT
008898*     WITHOUT ONE IS LISTED ON THE NO ADDRESS LIST.
008899*----------------------------------------------------------------
008900 4800-CHECK-MAILING-ADDRESS.
008901     MOVE 'N' TO DL100-MAIL-OK-SWITCH
008902     MOVE DL100-CUR-ACCOUNT TO ADDR-ACCOUNT-NO
008903     READ ADDR-FILE
008904         INVALID KEY
008905             MOVE 'NO ADDRESS ON FILE' TO DL100-NOADDR-REASON
008906             PERFORM 4850-LIST-NO-ADDRESS
008907                 THRU 4850-EXIT
008908             GO TO 4800-EXIT
008909     END-READ
008910     IF ADDR-RETURN-MAIL
008911         MOVE 'RETURN MAIL' TO DL100-NOADDR-REASON
008912         PERFORM 4850-LIST-NO-ADDRESS
008913             THRU 4850-EXIT
008914         GO TO 4800-EXIT
008915     END-IF
008916     IF ADDR-LINE-1 = SPACES
008917             OR ADDR-CITY = SPACES
008918             OR ADDR-STATE = SPACES
008919             OR ADDR-ZIP-5 NOT NUMERIC
008920         MOVE 'INCOMPLETE ADDRESS' TO DL100-NOADDR-REASON
008921         PERFORM 4850-LIST-NO-ADDRESS
008922             THRU 4850-EXIT
008923         GO TO 4800-EXIT
008924     END-IF
008925     MOVE 'Y' TO DL100-MAIL-OK-SWITCH.
008926 4800-EXIT.
008927     EXIT.
008928*----------------------------------------------------------------
008929* 4810-EXTRACT-STMT-HEADER
008930*     STARTS THE CURRENT ACCOUNT'S STATEMENT GROUP ON THE VENDOR
008931*     EXTRACT: THE STATEMENT HEADER, THEN THE MAILING BLOCK --
008932*     THE MASTER NAME, THE STREET LINE, THE SECOND LINE WHEN
008933*     THERE IS ONE, AND THE CITY, STATE AND ZIP.
008934*----------------------------------------------------------------
008935 4810-EXTRACT-STMT-HEADER.
008936     MOVE ZERO TO DL100-CREDIT-TOTAL
008937     MOVE ZERO TO DL100-DEBIT-TOTAL
008938     MOVE 3 TO DL100-MAIL-LINE-COUNT
008939     IF ADDR-LINE-2 NOT = SPACES
008940         ADD 1 TO DL100-MAIL-LINE-COUNT
008941     END-IF
008942     MOVE SPACES TO STX-RECORD
008943     MOVE 'SH' TO STX-RECORD-TYPE
008944     MOVE DL100-CUR-ACCOUNT TO STX-ACCOUNT-NO
008945     MOVE CUST-MST-CUSTOMER-NAME TO STX-SH-CUSTOMER-NAME
008946     MOVE DL100-PERIOD-START TO STX-SH-PERIOD-START
008947     MOVE DL100-CURRENT-DATE TO STX-SH-STATEMENT-DATE
008948     MOVE DL100-OPENING-BAL TO STX-SH-OPENING-BAL
008949     MOVE DL100-MAIL-LINE-COUNT TO STX-SH-ADDR-LINE-COUNT
008950     MOVE DL100-STMT-COUNT TO STX-SH-LINE-COUNT
008951     PERFORM 4890-WRITE-EXTRACT-RECORD
008952         THRU 4890-EXIT
008953     MOVE ZERO TO DL100-MAIL-LINE-NO
008954     MOVE CUST-MST-CUSTOMER-NAME TO DL100-MAIL-TEXT
008955     PERFORM 4815-EXTRACT-ADDRESS-LINE
008956         THRU 4815-EXIT
008957     MOVE ADDR-LINE-1 TO DL100-MAIL-TEXT
008958     PERFORM 4815-EXTRACT-ADDRESS-LINE
008959         THRU 4815-EXIT
008960     IF ADDR-LINE-2 NOT = SPACES
008961         MOVE ADDR-LINE-2 TO DL100-MAIL-TEXT
008962         PERFORM 4815-EXTRACT-ADDRESS-LINE
008963             THRU 4815-EXIT
008964     END-IF
008965     MOVE SPACES TO DL100-MAIL-TEXT
008966     MOVE 1 TO DL100-MAIL-PTR
008967     STRING ADDR-CITY DELIMITED BY '  '
008968            ' ' DELIMITED BY SIZE
008969            ADDR-STATE DELIMITED BY SIZE
008970            '  ' DELIMITED BY SIZE
008971            ADDR-ZIP-5 DELIMITED BY SIZE
008972         INTO DL100-MAIL-TEXT
008973         WITH POINTER DL100-MAIL-PTR
008974     END-STRING
008975     IF ADDR-ZIP-EXT NOT = SPACES
008976         STRING '-' DELIMITED BY SIZE
008977                ADDR-ZIP-EXT DELIMITED BY SPACE
008978             INTO DL100-MAIL-TEXT
008979             WITH POINTER DL100-MAIL-PTR
008980         END-STRING
008981     END-IF
008982     PERFORM 4815-EXTRACT-ADDRESS-LINE
008983         THRU 4815-EXIT.
008984 4810-EXIT.
008985     EXIT.
008986*----------------------------------------------------------------
008987* 4815-EXTRACT-ADDRESS-LINE
008988*     WRITES THE NEXT MAILING BLOCK LINE, ALREADY BUILT IN
008989*     DL100-MAIL-TEXT, TO THE VENDOR EXTRACT.
008990*----------------------------------------------------------------
008991 4815-EXTRACT-ADDRESS-LINE.
008992     ADD 1 TO DL100-MAIL-LINE-NO
008993     MOVE SPACES TO STX-RECORD
008994     MOVE 'SA' TO STX-RECORD-TYPE
008995     MOVE DL100-CUR-ACCOUNT TO STX-ACCOUNT-NO
008996     MOVE DL100-MAIL-LINE-NO TO STX-SA-LINE-NO
008997     MOVE DL100-MAIL-TEXT TO STX-SA-TEXT
008998     PERFORM 4890-WRITE-EXTRACT-RECORD
008999         THRU 4890-EXIT.
009000 4815-EXIT.
009001     EXIT.
009002*----------------------------------------------------------------
009003* 4820-EXTRACT-STMT-LINE
009004*     WRITES THE STATEMENT LINE BEING PRINTED TO THE VENDOR
009005*     EXTRACT WITH ITS DESCRIPTION, RUNNING BALANCE, AND POSTED
009006*     FLAG, AND ADDS A POSTED LINE TO THE CREDIT OR DEBIT TOTAL.
009007*----------------------------------------------------------------
009008 4820-EXTRACT-STMT-LINE.
009009     MOVE SPACES TO STX-RECORD
009010     MOVE 'SL' TO STX-RECORD-TYPE
009011     MOVE DL100-CUR-ACCOUNT TO STX-ACCOUNT-NO
009012     MOVE DL100-STMT-T-DATE (DL100-STMT-SUB) TO STX-SL-EFF-DATE
009013     MOVE DL100-STMT-T-CODE (DL100-STMT-SUB) TO STX-SL-TRANS-CODE
009014     MOVE DL100-DET-DESC TO STX-SL-DESCRIPTION
009015     MOVE DL100-STMT-T-AMOUNT (DL100-STMT-SUB) TO STX-SL-AMOUNT
009016     MOVE DL100-RUNNING-BAL TO STX-SL-RUNNING-BAL
009017     MOVE DL100-STMT-T-OTHER-ACCT (DL100-STMT-SUB)
009018         TO STX-SL-OTHER-ACCOUNT
009019     IF DL100-STMT-T-POSTED (DL100-STMT-SUB)
009020         MOVE 'Y' TO STX-SL-POSTED-FLAG
009021         IF DL100-STMT-T-AMOUNT (DL100-STMT-SUB) < ZERO
009022             ADD DL100-STMT-T-AMOUNT (DL100-STMT-SUB)
009023                 TO DL100-DEBIT-TOTAL
009024         ELSE
009025             ADD DL100-STMT-T-AMOUNT (DL100-STMT-SUB)
009026                 TO DL100-CREDIT-TOTAL
009027         END-IF
009028     ELSE
009029         MOVE 'N' TO STX-SL-POSTED-FLAG
009030     END-IF
009031     PERFORM 4890-WRITE-EXTRACT-RECORD
009032         THRU 4890-EXIT.
009033 4820-EXIT.
009034     EXIT.
009035*----------------------------------------------------------------
009036* 4830-EXTRACT-STMT-TOTALS
009037*     ENDS THE CURRENT ACCOUNT'S STATEMENT GROUP WITH ITS TOTALS
009038*     RECORD AND COUNTS THE STATEMENT AS EXTRACTED.
009039*----------------------------------------------------------------
009040 4830-EXTRACT-STMT-TOTALS.
009041     MOVE SPACES TO STX-RECORD
009042     MOVE 'ST' TO STX-RECORD-TYPE
009043     MOVE DL100-CUR-ACCOUNT TO STX-ACCOUNT-NO
009044     MOVE DL100-OPENING-BAL TO STX-ST-OPENING-BAL
009045     MOVE DL100-CREDIT-TOTAL TO STX-ST-CREDIT-TOTAL
009046     MOVE DL100-DEBIT-TOTAL TO STX-ST-DEBIT-TOTAL
009047     MOVE DL100-CLOSING-BAL TO STX-ST-CLOSING-BAL
009048     MOVE DL100-STMT-COUNT TO STX-ST-LINE-COUNT
009049     PERFORM 4890-WRITE-EXTRACT-RECORD
009050         THRU 4890-EXIT
009051     ADD 1 TO DL100-EXTRACT-COUNT.
009052 4830-EXIT.
009053     EXIT.
009054*----------------------------------------------------------------
009055* 4850-LIST-NO-ADDRESS
009056*     LISTS THE CURRENT ACCOUNT ON THE RETURN MAIL / NO ADDRESS
009057*     EXCEPTION LIST WITH ITS CLOSING BALANCE AND THE REASON
009058*     ALREADY SET IN DL100-NOADDR-REASON.
009059*----------------------------------------------------------------
009060 4850-LIST-NO-ADDRESS.
009061     IF DL100-NA-PAGE-NO = ZERO
009062             OR DL100-NA-LINE-COUNT >= DL100-LINES-PER-PAGE
009063         PERFORM 7200-WRITE-NOADDR-HEADING
009064             THRU 7200-EXIT
009065     END-IF
009066     MOVE DL100-CUR-ACCOUNT TO DL100-NDET-ACCOUNT
009067     MOVE CUST-MST-CUSTOMER-NAME TO DL100-NDET-NAME
009068     MOVE DL100-CLOSING-BAL TO DL100-NDET-BALANCE
009069     MOVE DL100-NOADDR-REASON TO DL100-NDET-REASON
009070     MOVE DL100-NA-DETAIL-LINE TO NOADDR-REPORT-LINE
009071     WRITE NOADDR-REPORT-LINE
009072     ADD 1 TO DL100-NA-LINE-COUNT
009073     ADD 1 TO DL100-NOADDR-COUNT.
009074 4850-EXIT.
009075     EXIT.
009076*----------------------------------------------------------------
009077* 4890-WRITE-EXTRACT-RECORD
009078*     WRITES THE RECORD BUILT IN STX-RECORD TO THE VENDOR
009079*     EXTRACT AND COUNTS IT FOR THE TRAILER.
009080*----------------------------------------------------------------
009081 4890-WRITE-EXTRACT-RECORD.
009082     WRITE STX-RECORD
009083     ADD 1 TO DL100-STX-RECORD-COUNT.
009084 4890-EXIT.
009085     EXIT.
009086*----------------------------------------------------------------
009087* 5000-WRITE-EXCEPTION-PAGE
009088*     WRITES THE CLOSING EXCEPTION PAGE LISTING EVERY STATEMENT
009089*     THAT DID NOT TIE, EVERY ACCOUNT WITH TRANSACTIONS THAT
009090*     NEVER POSTED, EVERY ACCOUNT WITH ACTIVITY BUT NO MASTER
009091*     RECORD, AND EVERY OVERFLOWED ACCOUNT.  A CLEAN RUN STILL
009092*     PRINTS THE PAGE WITH A NONE-LINE SO ITS ABSENCE IS NEVER
009093*     AMBIGUOUS.
009094*----------------------------------------------------------------
009095 5000-WRITE-EXCEPTION-PAGE.
009096     PERFORM 7100-WRITE-EXCP-HEADING
009097         THRU 7100-EXIT
009098     IF DL100-EXCP-COUNT = ZERO
009099         MOVE 'NO STATEMENT EXCEPTIONS' TO DL100-SUM-TEXT
009100         MOVE ZERO TO DL100-SUM-VALUE
009101         MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
009102         WRITE RPT-REPORT-LINE
009103         ADD 1 TO DL100-LINE-COUNT
009104         GO TO 5000-EXIT
009105     END-IF
009110     MOVE 1 TO DL100-EXCP-SUB
009120     PERFORM 5100-WRITE-ONE-EXCEPTION
009130         THRU 5100-EXIT
010040 7100-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------
010061* 7200-WRITE-NOADDR-HEADING
010062*     ADVANCES THE NO ADDRESS LIST TO A NEW PAGE AND WRITES ITS
010063*     TITLE AND COLUMN HEADING LINES.
010064*----------------------------------------------------------------
010065 7200-WRITE-NOADDR-HEADING.
010066     ADD 1 TO DL100-NA-PAGE-NO
010067     MOVE DL100-RUN-DATE TO DL100-NTITLE-RUN-DATE
010068     MOVE DL100-NA-PAGE-NO TO DL100-NTITLE-PAGE-NO
010069     MOVE DL100-NA-TITLE-LINE TO NOADDR-REPORT-LINE
010070     WRITE NOADDR-REPORT-LINE
010071     MOVE DL100-BLANK-LINE TO NOADDR-REPORT-LINE
010072     WRITE NOADDR-REPORT-LINE
010073     MOVE DL100-NA-HEADING-LINE TO NOADDR-REPORT-LINE
010074     WRITE NOADDR-REPORT-LINE
010075     MOVE DL100-BLANK-LINE TO NOADDR-REPORT-LINE
010076     WRITE NOADDR-REPORT-LINE
010077     MOVE ZERO TO DL100-NA-LINE-COUNT.
010078 7200-EXIT.
010079     EXIT.
010080*----------------------------------------------------------------
010081* 9000-TERMINATE
010082*     ENDS THE VENDOR EXTRACT WITH ITS TRAILER AND THE NO
010083*     ADDRESS LIST WITH ITS COUNT (A NONE-LINE WHEN EVERY
010084*     STATEMENT WAS MAILED), CLOSES THE FILES, DISPLAYS THE RUN
010085*     COUNTS, AND SETS RETURN CODE 8 WHEN ANY STATEMENT WENT
010086*     TO THE EXCEPTION PAGE SO THE POSTING DRIFT IS REVIEWED.
010087*     THE NO ADDRESS LIST DOES NOT RAISE THE RETURN CODE.
010110*----------------------------------------------------------------
010120 9000-TERMINATE.
010121     MOVE SPACES TO STX-RECORD
010122     MOVE 'VT' TO STX-RECORD-TYPE
010123     MOVE ZERO TO STX-ACCOUNT-NO
010124     ADD 1 TO DL100-STX-RECORD-COUNT
010125     MOVE DL100-EXTRACT-COUNT TO STX-VT-STATEMENT-COUNT
010126     MOVE DL100-STX-RECORD-COUNT TO STX-VT-RECORD-COUNT
010127     WRITE STX-RECORD
010128     IF DL100-NA-PAGE-NO = ZERO
010129         PERFORM 7200-WRITE-NOADDR-HEADING
010130             THRU 7200-EXIT
010131         MOVE 'NO ACCOUNTS LISTED' TO DL100-SUM-TEXT
010132     ELSE
010133         MOVE DL100-BLANK-LINE TO NOADDR-REPORT-LINE
010134         WRITE NOADDR-REPORT-LINE
010135         MOVE 'ACCOUNTS LISTED' TO DL100-SUM-TEXT
010136     END-IF
010137     MOVE DL100-NOADDR-COUNT TO DL100-SUM-VALUE
010138     MOVE DL100-SUMMARY-LINE TO NOADDR-REPORT-LINE
010139     WRITE NOADDR-REPORT-LINE
010140     CLOSE MST-FILE
010141     CLOSE HIST-FILE
010142     CLOSE ADDR-FILE
010150     CLOSE REPORT-FILE
010152     CLOSE STMX-FILE
010154     CLOSE NOADDR-FILE
010160     DISPLAY "TRANSACTIONS REPORTED: " DL100-TRAN-COUNT
010170     DISPLAY "STATEMENTS PRINTED: " DL100-STATEMENT-COUNT
010180     DISPLAY "STATEMENT EXCEPTIONS: " DL100-EXCEPTION-COUNT
010181     DISPLAY "ESCHEATED ACCOUNTS NOT PRINTED: "
010182         DL100-ESCHEAT-SKIP-COUNT
010183     DISPLAY "STATEMENTS EXTRACTED FOR MAILING: "
010184         DL100-EXTRACT-COUNT
010185     DISPLAY "ACCOUNTS WITH NO USABLE ADDRESS: "
010186         DL100-NOADDR-COUNT
010190     IF DL100-EXCEPTION-COUNT > ZERO
010200         MOVE 8 TO RETURN-CODE
010210     END-IF.

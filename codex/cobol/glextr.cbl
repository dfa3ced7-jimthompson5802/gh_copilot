000050* DATE-WRITTEN: 08/22/2026
000060* REMARKS    : BUILDS THE GENERAL LEDGER INTERFACE FILE FROM THE
000070*              NIGHT'S VALIDATED CUSTOMER FEED (TRAN-FILE, THE
000075*              CUSTOUT DATASET WRITTEN BY READFILE).  EACH DETAIL
000080*              RECORD IS TAGGED WITH THE REGIONAL FEED IT ARRIVED
000085*              UNDER (FROM THE DUPLICATE DATABASE), AND THE
000090*              RECORDS ARE SORTED AND SUMMARIZED BY TRANSACTION
000100*              CODE, FEED ID, AND EFFECTIVE DATE.  EACH SUMMARY IS
000110*              WRITTEN TO GL-FILE AS A BALANCED PAIR OF RECORDS
000120*              POSTED TO THE DEBIT AND CREDIT LEDGER ACCOUNTS AND
000130*              COST CENTER THE GL MAPPING DATASET (GLMAP-FILE)
000140*              NAMES FOR THE CODE, FEED, AND DATE.  THE FILE
000150*              CARRIES ITS OWN HEADER AND A TRAILER WITH DEBIT,
000160*              CREDIT, AND RECORD COUNT CONTROL TOTALS (COPYBOOK
000170*              GLREC) FOR THE GL INTAKE JOB TO VERIFY.  IF THE
000175*              EXTRACT'S DEBITS AND CREDITS DO NOT BALANCE, OR ANY
000180*              GROUP THAT CARRIES MONEY HAS NO ACTIVE MAPPING, THE
000185*              RUN ENDS WITH RETURN CODE 16 SO THE FILE NEVER
000190*              REACHES THE GL.  ITEMS MSTUPDT RETURNED UNPOSTED
000195*              (RTRN-FILE) ARE LEFT OUT OF THE EXTRACT.
000210*****************************************************************
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000270*                  TOTALS FROM THE CUSTRPT REPORT INTO THE GL
000280*                  SYSTEM BY HAND; THIS EXTRACT FEEDS IT IN
000290*                  BATCH AS JCL MEMBER DL100A STEP030.
000291* 10/15/2026 RTA   AN INTER-ACCOUNT TRANSFER ('XF') MOVES MONEY
000292*                  BETWEEN TWO CUSTOMER ACCOUNTS AND NEVER LEAVES
000293*                  THE DEPOSIT BOOK, SO ITS GROUP IS OFFSET
000294*                  AGAINST ITS OWN ACTIVITY ACCOUNT INSTEAD OF
000295*                  THE CLEARING ACCOUNT -- THE PAIR NETS TO ZERO.
000296* 10/15/2026 RTA   POST FROM THE GL MAPPING DATASET (COPYBOOKS
000297*                  GLMREC/GLMTBL, MAINTAINED BY GLMAPMNT) INSTEAD
000298*                  OF THE HARD-CODED 'TC' + CODE + '0000' ACTIVITY
000299*                  AND CLEARING OFFSET ACCOUNTS; THE TRANCODE
000300*                  TABLE AND THE TRANSFER SPECIAL CASE ARE NO
000301*                  LONGER NEEDED -- GLMAPMNT ACCEPTS AN 'XF' ROW
000302*                  ONLY WITH ONE ACCOUNT ON BOTH SIDES, SO THE
000303*                  TRANSFER PAIR STILL NETS TO ZERO.  THE SORT
000304*                  NOW HAS AN INPUT PROCEDURE THAT TAGS EACH ITEM
000305*                  WITH ITS FEED ID FROM THE DUPLICATE DATABASE,
000306*                  AND GROUPS ARE SUMMARIZED BY CODE, FEED ID, AND
000307*                  DATE, SO EACH REGION POSTS SEPARATELY.  A
000308*                  MONETARY GROUP WITH NO ACTIVE MAPPING NOW ENDS
000309*                  THE RUN RC 16 INSTEAD OF DEFAULTING TO THE
000310*                  DEBIT SIDE WITH RC 4.
000311* 10/15/2026 RTA   ITEMS MSTUPDT RETURNED UNPOSTED WERE STILL
000312*                  SUMMARIZED TO THE GL.  THE NIGHT'S RETURNED
000313*                  ITEMS (RTRN-FILE, COPYBOOK RTRNTBL) ARE NOW
000314*                  MATCHED TO THEIR TRAN-FILE RECORDS AND DROPPED
000315*                  BEFORE THE SORT.  ONE WITH NO TRAN-FILE RECORD
000316*                  ENDS THE RUN RC 16.  RTRNFILE DD ADDED TO
000317*                  STEP030.
000318*----------------------------------------------------------------
000319 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.  GLEXTR.
000330 AUTHOR.  R. T. ALVAREZ.
000340 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT GL-FILE ASSIGN TO GLFILE
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT GLMAP-FILE ASSIGN TO GLMAPFIL
000450         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS DL100-GLMAP-FILE-STATUS.
000454     SELECT DUPE-FILE ASSIGN TO DUPEDB
000456         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DUPE-KEY
000462         FILE STATUS IS DL100-DUPE-FILE-STATUS.
000464     SELECT RTRN-FILE ASSIGN TO RTRNFILE
000466         ORGANIZATION IS SEQUENTIAL
000468         FILE STATUS IS DL100-RTRN-FILE-STATUS.
000470     SELECT SORT-FILE ASSIGN TO SORTWK01.
000480 DATA DIVISION.
000490 FILE SECTION.
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 80 CHARACTERS.
000570     COPY GLREC.
000580 FD  GLMAP-FILE
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 80 CHARACTERS.
000601     COPY GLMREC.
000602 FD  DUPE-FILE
000603     RECORD CONTAINS 50 CHARACTERS.
000604     COPY DUPEREC.
000605 FD  RTRN-FILE
000606     RECORDING MODE IS F
000607     RECORD CONTAINS 100 CHARACTERS.
000608 01  RTRN-REC.
000609     05  RTRN-ORIGINAL-DATA          PIC X(80).
000610     05  RTRN-REASON                 PIC X(20).
000620 SD  SORT-FILE
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  SORT-RECORD.
000670     05  SORT-TRANS-CODE             PIC X(02).
000680     05  SORT-TRANS-AMOUNT           PIC S9(09)V99.
000690     05  SORT-EFF-DATE               PIC 9(08).
000695     05  SORT-FEED-ID                PIC X(10).
000700     05  FILLER                      PIC X(37).
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* SWITCHES
000840 77  DL100-TRAN-COUNT                PIC 9(09)   COMP VALUE ZERO.
000850 77  DL100-GL-RECORD-COUNT           PIC 9(09)   COMP VALUE ZERO.
000860 77  DL100-UNMAPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
000862 77  DL100-NONMONEY-COUNT            PIC 9(09)   COMP VALUE ZERO.
000864 77  DL100-NO-FEED-COUNT             PIC 9(09)   COMP VALUE ZERO.
000866 77  DL100-RTRN-DROP-COUNT           PIC 9(09)   COMP VALUE ZERO.
000868 77  DL100-RTRN-MISS-COUNT           PIC 9(09)   COMP VALUE ZERO.
000870 77  DL100-GROUP-COUNT               PIC 9(07)   COMP VALUE ZERO.
000880 77  DL100-GROUP-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
000890 77  DL100-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
000910*----------------------------------------------------------------
000920* FILE STATUS KEYS
000930*----------------------------------------------------------------
000935 77  DL100-GLMAP-FILE-STATUS         PIC X(02)   VALUE SPACES.
000940 77  DL100-DUPE-FILE-STATUS          PIC X(02)   VALUE SPACES.
000945 77  DL100-RTRN-FILE-STATUS          PIC X(02)   VALUE SPACES.
000950*----------------------------------------------------------------
000960* GL MAPPING TABLE (LOADED FROM GLMAP-FILE)
000970*----------------------------------------------------------------
000980     COPY GLMTBL.
000990*----------------------------------------------------------------
000992* RETURNED-ITEM TABLE (LOADED FROM RTRN-FILE)
000994*----------------------------------------------------------------
000996     COPY RTRNTBL.
000998*----------------------------------------------------------------
001000* SUMMARY GROUP CONTROL KEY AND THE GL MAPPING ROW IN FORCE FOR
001002* IT.  THE MAPPED SWITCH IS SET WHEN THE GROUP OPENS; THE MONEY
001004* SWITCH WHEN ANY OF ITS ITEMS CARRIES A NON-ZERO AMOUNT.
001010*----------------------------------------------------------------
001020 01  DL100-GROUP-KEY.
001030     05  DL100-GROUP-TRANS-CODE      PIC X(02).
001035     05  DL100-GROUP-FEED-ID         PIC X(10).
001040     05  DL100-GROUP-EFF-DATE        PIC 9(08).
001050 77  DL100-GROUP-DC                  PIC X(01)   VALUE SPACE.
001051 77  DL100-GROUP-MAPPED-SWITCH       PIC X(01)   VALUE 'N'.
001052     88  DL100-GROUP-MAPPED                      VALUE 'Y'.
001053 77  DL100-GROUP-MONEY-SWITCH        PIC X(01)   VALUE 'N'.
001054     88  DL100-GROUP-HAS-MONEY                   VALUE 'Y'.
001055 77  DL100-GROUP-DEBIT-ACCOUNT       PIC X(08)   VALUE SPACES.
001056 77  DL100-GROUP-CREDIT-ACCOUNT      PIC X(08)   VALUE SPACES.
001057 77  DL100-GROUP-COST-CENTER         PIC X(06)   VALUE SPACES.
001060*----------------------------------------------------------------
001070* GL ACCOUNT NUMBER WORK AREA.  BOTH SIDES COME FROM THE GROUP'S
001080* MAPPING ROW; A GROUP THAT NETS NEGATIVE SWAPS THEM.
001100*----------------------------------------------------------------
001170 77  DL100-POST-ACCOUNT              PIC X(08)   VALUE SPACES.
001171 77  DL100-DEBIT-POST-ACCOUNT        PIC X(08)   VALUE SPACES.
001172 77  DL100-CREDIT-POST-ACCOUNT       PIC X(08)   VALUE SPACES.
001173*----------------------------------------------------------------
001174* FEED ID OF THE TRANSACTION BEING RELEASED TO THE SORT
001175*----------------------------------------------------------------
001176 77  DL100-TRAN-FEED-ID              PIC X(10)   VALUE SPACES.
001180*----------------------------------------------------------------
001190* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001200*----------------------------------------------------------------
001250 PROCEDURE DIVISION.
001260*----------------------------------------------------------------
001270* 0000-MAINLINE
001275*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE SORT'S INPUT
001280*     PROCEDURE TAGS EACH TRAN-FILE RECORD WITH ITS FEED ID AND
001285*     HANDS THE RECORDS, ORDERED BY TRANSACTION CODE, FEED ID,
001290*     AND EFFECTIVE DATE, TO THE OUTPUT PROCEDURE THAT BUILDS
001295*     THE SUMMARY PAIRS.  ITEMS MSTUPDT RETURNED ARE HELD BACK
001300*     FROM THE SORT.
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE
001380     END-IF
001390     SORT SORT-FILE
001400         ON ASCENDING KEY SORT-TRANS-CODE
001405                          SORT-FEED-ID
001410                          SORT-EFF-DATE
001415         INPUT PROCEDURE IS 3000-RELEASE-TRANSACTIONS
001420             THRU 3000-EXIT
001430         OUTPUT PROCEDURE IS 4000-WRITE-GL-SUMMARY
001440             THRU 4000-EXIT
001450     PERFORM 9000-TERMINATE
001480     STOP RUN.
001490*----------------------------------------------------------------
001500* 1000-INITIALIZE
001505*     LOADS THE GL MAPPING TABLE, OPENS THE DUPLICATE DATABASE,
001510*     LOADS THE RETURNED-ITEM TABLE, OPENS GL-FILE, AND WRITES
001515*     THE INTERFACE HEADER RECORD.  IF EITHER TABLE CANNOT BE
001520*     LOADED OR THE DATABASE CANNOT BE OPENED THE ERROR IS
001525*     LOGGED AND THE ABEND SWITCH IS SET SO MAINLINE SKIPS THE
001530*     REMAINING STEPS -- WITHOUT THE MAPPING NO PAIR CAN BE
001535*     BUILT, WITHOUT THE DATABASE NO ITEM CAN BE POSTED TO ITS
001540*     REGION, AND WITHOUT THE RETURNED ITEMS THE EXTRACT WOULD
001545*     POST MONEY THAT NEVER MOVED.
001560*----------------------------------------------------------------
001570 1000-INITIALIZE.
001580     PERFORM 1400-LOAD-GLMAP-TABLE
001590         THRU 1400-EXIT
001600     IF DL100-ABEND-OCCURRED
001610         GO TO 1000-EXIT
001620     END-IF
001621     OPEN INPUT DUPE-FILE
001622     IF DL100-DUPE-FILE-STATUS NOT = "00"
001623         PERFORM 1930-DUPE-FILE-OPEN-ERROR
001624             THRU 1930-EXIT
001625         GO TO 1000-EXIT
001626     END-IF
001630     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
001631     PERFORM 1500-LOAD-RTRN-TABLE
001632         THRU 1500-EXIT
001633     IF DL100-ABEND-OCCURRED
001634         GO TO 1000-EXIT
001635     END-IF
001640     OPEN OUTPUT GL-FILE
001650     MOVE SPACES TO GL-RECORD
001660     MOVE 'GH' TO GL-RECORD-TYPE
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740* 1400-LOAD-GLMAP-TABLE
001750*     LOADS EVERY ROW OF THE GL MAPPING DATASET, RETIRED ROWS
001760*     INCLUDED, INTO THE WORKING-STORAGE TABLE (COPYBOOK GLMTBL);
001770*     THE LOOKUP SKIPS THE RETIRED ONES.  A MAPPING THAT CANNOT
001780*     BE OPENED, LOADS EMPTY, OR OVERFLOWS THE TABLE ENDS THE
001790*     RUN.
001800*----------------------------------------------------------------
001810 1400-LOAD-GLMAP-TABLE.
001820     OPEN INPUT GLMAP-FILE
001830     IF DL100-GLMAP-FILE-STATUS NOT = "00"
001840         PERFORM 1920-GLMAP-FILE-OPEN-ERROR
001850             THRU 1920-EXIT
001860         GO TO 1400-EXIT
001870     END-IF
001880     MOVE 'N' TO DL100-GLMAP-EOF-SW
001890     MOVE ZERO TO DL100-GLMAP-COUNT
001900     PERFORM 1410-LOAD-ONE-GLMAP
001910         THRU 1410-EXIT
001920         UNTIL DL100-GLMAP-END-OF-FILE
001930             OR DL100-ABEND-OCCURRED
001940     CLOSE GLMAP-FILE
001950     IF DL100-GLMAP-COUNT = ZERO
001960             AND NOT DL100-ABEND-OCCURRED
001970         DISPLAY "GL MAPPING TABLE IS EMPTY"
001980         MOVE 8 TO RETURN-CODE
001990         MOVE 'Y' TO DL100-ABEND-SWITCH
002000     END-IF.
002010 1400-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* 1410-LOAD-ONE-GLMAP
002050*     READS ONE GL MAPPING ROW AND ADDS IT TO THE TABLE.  A TABLE
002060*     OVERFLOW ENDS THE RUN.
002070*----------------------------------------------------------------
002080 1410-LOAD-ONE-GLMAP.
002090     READ GLMAP-FILE
002100         AT END
002110             MOVE 'Y' TO DL100-GLMAP-EOF-SW
002120         NOT AT END
002125             IF DL100-GLMAP-COUNT >= DL100-GLMAP-MAX
002130                 DISPLAY "GL MAPPING TABLE FULL"
002135                 MOVE 8 TO RETURN-CODE
002140                 MOVE 'Y' TO DL100-ABEND-SWITCH
002145             ELSE
002150                 ADD 1 TO DL100-GLMAP-COUNT
002155                 MOVE GLM-TRANS-CODE
002160                     TO DL100-GLMAP-T-CODE (DL100-GLMAP-COUNT)
002165                 MOVE GLM-FEED-ID
002170                     TO DL100-GLMAP-T-FEED (DL100-GLMAP-COUNT)
002175                 MOVE GLM-EFF-DATE
002180                     TO DL100-GLMAP-T-DATE (DL100-GLMAP-COUNT)
002185                 MOVE GLM-DEBIT-ACCOUNT
002190                     TO DL100-GLMAP-T-DEBIT (DL100-GLMAP-COUNT)
002195                 MOVE GLM-CREDIT-ACCOUNT
002200                     TO DL100-GLMAP-T-CREDIT (DL100-GLMAP-COUNT)
002205                 MOVE GLM-COST-CENTER
002210                     TO DL100-GLMAP-T-COST (DL100-GLMAP-COUNT)
002215                 MOVE GLM-ACTIVE-FLAG
002220                     TO DL100-GLMAP-T-ACTIVE (DL100-GLMAP-COUNT)
002290             END-IF
002300     END-READ.
002310 1410-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002331* 1500-LOAD-RTRN-TABLE
002332*     LOADS TONIGHT'S RETURNED ITEMS (RTRN-FILE, WRITTEN BY
002333*     MSTUPDT) INTO THE WORKING-STORAGE TABLE (COPYBOOK RTRNTBL).
002334*     A NIGHT WITH NOTHING RETURNED LOADS EMPTY.  A FILE THAT
002335*     CANNOT BE OPENED, OR A TABLE OVERFLOW, ENDS THE RUN.
002336*----------------------------------------------------------------
002337 1500-LOAD-RTRN-TABLE.
002338     OPEN INPUT RTRN-FILE
002339     IF DL100-RTRN-FILE-STATUS NOT = "00"
002340         PERFORM 1940-RTRN-FILE-OPEN-ERROR
002341             THRU 1940-EXIT
002342         GO TO 1500-EXIT
002343     END-IF
002344     MOVE 'N' TO DL100-RTRN-EOF-SW
002345     MOVE ZERO TO DL100-RTRN-COUNT
002346     PERFORM 1510-LOAD-ONE-RTRN
002347         THRU 1510-EXIT
002348         UNTIL DL100-RTRN-END-OF-FILE
002349             OR DL100-ABEND-OCCURRED
002350     CLOSE RTRN-FILE.
002351 1500-EXIT.
002352     EXIT.
002353*----------------------------------------------------------------
002354* 1510-LOAD-ONE-RTRN
002355*     READS ONE RETURNED ITEM AND ADDS ITS ORIGINAL TRAN-FILE
002356*     RECORD TO THE TABLE, NOT YET MATCHED.  A TABLE OVERFLOW
002357*     ENDS THE RUN.
002358*----------------------------------------------------------------
002359 1510-LOAD-ONE-RTRN.
002360     READ RTRN-FILE
002361         AT END
002362             MOVE 'Y' TO DL100-RTRN-EOF-SW
002363         NOT AT END
002364             IF DL100-RTRN-COUNT >= DL100-RTRN-MAX
002365                 DISPLAY "RETURNED-ITEM TABLE FULL"
002366                 MOVE 8 TO RETURN-CODE
002367                 MOVE 'Y' TO DL100-ABEND-SWITCH
002368             ELSE
002369                 ADD 1 TO DL100-RTRN-COUNT
002370                 MOVE RTRN-ORIGINAL-DATA
002371                     TO DL100-RTRN-T-DATA (DL100-RTRN-COUNT)
002372                 MOVE 'N'
002373                     TO DL100-RTRN-T-USED (DL100-RTRN-COUNT)
002374             END-IF
002375     END-READ.
002376 1510-EXIT.
002377     EXIT.
002378*----------------------------------------------------------------
002379* 1920-GLMAP-FILE-OPEN-ERROR
002380*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
002381*     GLMAP-FILE CANNOT BE OPENED.
002382*----------------------------------------------------------------
002383 1920-GLMAP-FILE-OPEN-ERROR.
002384     DISPLAY "GLMAP-FILE OPEN FAILED, STATUS="
002385         DL100-GLMAP-FILE-STATUS
002386     MOVE 8 TO RETURN-CODE
002387     MOVE 'Y' TO DL100-ABEND-SWITCH.
002388 1920-EXIT.
002389     EXIT.
002390*----------------------------------------------------------------
002391* 1930-DUPE-FILE-OPEN-ERROR
002392*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
002393*     THE DUPLICATE DATABASE CANNOT BE OPENED.
002394*----------------------------------------------------------------
002395 1930-DUPE-FILE-OPEN-ERROR.
002396     DISPLAY "DUPE-FILE OPEN FAILED, STATUS="
002397         DL100-DUPE-FILE-STATUS
002398     MOVE 8 TO RETURN-CODE
002399     MOVE 'Y' TO DL100-ABEND-SWITCH.
002400 1930-EXIT.
002401     EXIT.
002402*----------------------------------------------------------------
002403* 1940-RTRN-FILE-OPEN-ERROR
002404*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
002405*     RTRN-FILE CANNOT BE OPENED.
002406*----------------------------------------------------------------
002407 1940-RTRN-FILE-OPEN-ERROR.
002408     DISPLAY "RTRN-FILE OPEN FAILED, STATUS="
002409         DL100-RTRN-FILE-STATUS
002410     MOVE 8 TO RETURN-CODE
002411     MOVE 'Y' TO DL100-ABEND-SWITCH.
002412 1940-EXIT.
002413     EXIT.
002414*----------------------------------------------------------------
002415* 2040-LOOKUP-GL-MAP
002416*     FINDS THE GL MAPPING ROW IN FORCE FOR THE CODE, FEED ID,
002417*     AND DATE IN THE SEARCH FIELDS (COPYBOOK GLMTBL).  THE
002418*     FEED'S OWN ACTIVE ROWS ARE TRIED FIRST, THEN THE CODE'S
002419*     ALL-REGION ROWS (FEED ID SPACES); WITHIN EITHER PASS THE
002420*     ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE SEARCH
002421*     DATE WINS.  ON A MATCH, DL100-GLMAP-FOUND IS SET AND
002422*     DL100-GLMAP-SUB IS LEFT POINTING AT THE ROW.
002423*----------------------------------------------------------------
002424 2040-LOOKUP-GL-MAP.
002425     MOVE 'N' TO DL100-GLMAP-FOUND-SW
002426     MOVE ZERO TO DL100-GLMAP-HIT-SUB
002427     IF DL100-GLMAP-SEARCH-FEED NOT = SPACES
002428         MOVE DL100-GLMAP-SEARCH-FEED TO DL100-GLMAP-SCAN-FEED
002429         MOVE 1 TO DL100-GLMAP-SUB
002430         PERFORM 2045-SCAN-GLMAP-ENTRY
002431             THRU 2045-EXIT
002432             UNTIL DL100-GLMAP-SUB > DL100-GLMAP-COUNT
002433     END-IF
002434     IF DL100-GLMAP-HIT-SUB = ZERO
002435         MOVE SPACES TO DL100-GLMAP-SCAN-FEED
002436         MOVE 1 TO DL100-GLMAP-SUB
002437         PERFORM 2045-SCAN-GLMAP-ENTRY
002438             THRU 2045-EXIT
002439             UNTIL DL100-GLMAP-SUB > DL100-GLMAP-COUNT
002440     END-IF
002441     IF DL100-GLMAP-HIT-SUB NOT = ZERO
002442         MOVE 'Y' TO DL100-GLMAP-FOUND-SW
002443         MOVE DL100-GLMAP-HIT-SUB TO DL100-GLMAP-SUB
002444     END-IF.
002445 2040-EXIT.
002446     EXIT.
002447*----------------------------------------------------------------
002448* 2045-SCAN-GLMAP-ENTRY
002449*     COMPARES ONE GL MAPPING ROW AGAINST THE SEARCH CODE, THE
002450*     FEED ID OF THE CURRENT PASS, AND THE SEARCH DATE, AND KEEPS
002451*     THE LATEST-DATED ACTIVE ROW THAT QUALIFIES.
002452*----------------------------------------------------------------
002453 2045-SCAN-GLMAP-ENTRY.
002454     IF DL100-GLMAP-T-CODE (DL100-GLMAP-SUB) =
002455             DL100-GLMAP-SEARCH-CODE
002456             AND DL100-GLMAP-T-FEED (DL100-GLMAP-SUB) =
002457                 DL100-GLMAP-SCAN-FEED
002458             AND DL100-GLMAP-T-ACTIVE (DL100-GLMAP-SUB) = 'Y'
002459             AND DL100-GLMAP-T-DATE (DL100-GLMAP-SUB) NOT >
002460                 DL100-GLMAP-SEARCH-DATE
002461         IF DL100-GLMAP-HIT-SUB = ZERO
002462             MOVE DL100-GLMAP-SUB TO DL100-GLMAP-HIT-SUB
002463         ELSE
002464             IF DL100-GLMAP-T-DATE (DL100-GLMAP-SUB) >
002465                     DL100-GLMAP-T-DATE (DL100-GLMAP-HIT-SUB)
002466                 MOVE DL100-GLMAP-SUB TO DL100-GLMAP-HIT-SUB
002467             END-IF
002468         END-IF
002469     END-IF
002470     ADD 1 TO DL100-GLMAP-SUB.
002471 2045-EXIT.
002472     EXIT.
002473*----------------------------------------------------------------
002474* 3000-RELEASE-TRANSACTIONS
002475*     INPUT PROCEDURE FOR THE SORT.  READS EVERY RECORD OF
002476*     TRAN-FILE, TAGS IT WITH THE FEED ID IT ARRIVED UNDER, AND
002477*     RELEASES IT TO THE SORT, EXCEPT THE ITEMS MSTUPDT RETURNED.
002478*----------------------------------------------------------------
002479 3000-RELEASE-TRANSACTIONS.
002480     OPEN INPUT TRAN-FILE
002481     MOVE 'N' TO DL100-EOF-SWITCH
002482     PERFORM 3100-RELEASE-ONE-TRANSACTION
002483         THRU 3100-EXIT
002484         UNTIL DL100-END-OF-FILE
002485     CLOSE TRAN-FILE.
002486 3000-EXIT.
002487     EXIT.
002488*----------------------------------------------------------------
002489* 3100-RELEASE-ONE-TRANSACTION
002490*     READS ONE TRANSACTION, LOOKS UP ITS FEED ID, AND RELEASES
002491*     IT TO THE SORT WITH THE FEED ID IN THE SORT RECORD.  A
002492*     RETURNED ITEM NEVER POSTED, SO IT IS COUNTED AND DROPPED.
002493*----------------------------------------------------------------
002494 3100-RELEASE-ONE-TRANSACTION.
002495     READ TRAN-FILE
002496         AT END
002497             MOVE 'Y' TO DL100-EOF-SWITCH
002498             GO TO 3100-EXIT
002499     END-READ
002500     PERFORM 3300-CHECK-RETURNED-ITEM
002501         THRU 3300-EXIT
002502     IF DL100-RTRN-FOUND
002503         ADD 1 TO DL100-RTRN-DROP-COUNT
002504         GO TO 3100-EXIT
002505     END-IF
002506     PERFORM 3200-FIND-FEED-ID
002507         THRU 3200-EXIT
002508     MOVE CUST-RECORD TO SORT-RECORD
002509     MOVE DL100-TRAN-FEED-ID TO SORT-FEED-ID
002510     RELEASE SORT-RECORD.
002511 3100-EXIT.
002512     EXIT.
002513*----------------------------------------------------------------
002514* 3200-FIND-FEED-ID
002515*     READS THE TRANSACTION'S ENTRY ON THE DUPLICATE DATABASE,
002516*     WHERE READFILE REGISTERED THE FEED ID OF THE SEGMENT IT
002517*     ARRIVED IN.  AN ITEM WITH NO ENTRY (ALREADY PURGED, OR NOT
002518*     A DETAIL RECORD) OR NO FEED ID (HEADERLESS, RECYCLED, OR
002519*     RELEASED FROM HOLD) IS LEFT WITH FEED ID SPACES AND POSTS
002520*     TO ITS CODE'S ALL-REGION MAPPING.
002521*----------------------------------------------------------------
002522 3200-FIND-FEED-ID.
002523     MOVE SPACES TO DL100-TRAN-FEED-ID
002524     IF NOT CUST-TYPE-DETAIL
002525         GO TO 3200-EXIT
002526     END-IF
002527     MOVE CUST-ACCOUNT-NO TO DUPE-ACCOUNT-NO
002528     MOVE CUST-TRANS-CODE TO DUPE-TRANS-CODE
002529     MOVE CUST-TRANS-AMOUNT TO DUPE-TRANS-AMOUNT
002530     MOVE CUST-EFFECTIVE-DATE TO DUPE-EFF-DATE
002531     READ DUPE-FILE
002532         INVALID KEY
002533             CONTINUE
002534         NOT INVALID KEY
002535             MOVE DUPE-FEED-ID TO DL100-TRAN-FEED-ID
002536     END-READ
002537     IF DL100-TRAN-FEED-ID = SPACES
002538         ADD 1 TO DL100-NO-FEED-COUNT
002539     END-IF.
002540 3200-EXIT.
002541     EXIT.
002542*----------------------------------------------------------------
002543* 3300-CHECK-RETURNED-ITEM
002544*     LOOKS FOR THE TRANSACTION AMONG THE RETURNED ITEMS NOT YET
002545*     MATCHED.  MSTUPDT KEEPS THE WHOLE ORIGINAL RECORD ON
002546*     RTRN-FILE, SO THE MATCH IS ON ALL 80 BYTES; EACH RETURNED
002547*     ITEM IS MATCHED ONCE, SO ONLY AS MANY IDENTICAL RECORDS
002548*     ARE DROPPED AS WERE RETURNED.  ON A MATCH,
002549*     DL100-RTRN-FOUND IS SET.
002550*----------------------------------------------------------------
002551 3300-CHECK-RETURNED-ITEM.
002552     MOVE 'N' TO DL100-RTRN-FOUND-SW
002553     IF NOT CUST-TYPE-DETAIL
002554         GO TO 3300-EXIT
002555     END-IF
002556     MOVE 1 TO DL100-RTRN-SUB
002557     PERFORM 3310-SCAN-RTRN-ENTRY
002558         THRU 3310-EXIT
002559         UNTIL DL100-RTRN-SUB > DL100-RTRN-COUNT
002560             OR DL100-RTRN-FOUND.
002561 3300-EXIT.
002562     EXIT.
002563*----------------------------------------------------------------
002564* 3310-SCAN-RTRN-ENTRY
002565*     COMPARES ONE RETURNED ITEM WITH THE TRANSACTION AND MARKS
002566*     IT MATCHED WHEN THEY ARE THE SAME.
002567*----------------------------------------------------------------
002568 3310-SCAN-RTRN-ENTRY.
002569     IF DL100-RTRN-T-USED (DL100-RTRN-SUB) = 'N'
002570             AND DL100-RTRN-T-DATA (DL100-RTRN-SUB) = CUST-RECORD
002571         MOVE 'Y' TO DL100-RTRN-T-USED (DL100-RTRN-SUB)
002572         MOVE 'Y' TO DL100-RTRN-FOUND-SW
002573     END-IF
002574     ADD 1 TO DL100-RTRN-SUB.
002575 3310-EXIT.
002576     EXIT.
002577*----------------------------------------------------------------
002578* 4000-WRITE-GL-SUMMARY
002579*     OUTPUT PROCEDURE FOR THE SORT.  RETURNS THE TRANSACTION
002580*     RECORDS IN TRANSACTION CODE / FEED ID / EFFECTIVE DATE
002581*     ORDER AND BREAKS ON EACH KEY CHANGE, WRITING ONE BALANCED
002582*     DEBIT AND CREDIT PAIR PER SUMMARY GROUP.
002583*----------------------------------------------------------------
002584 4000-WRITE-GL-SUMMARY.
002585     MOVE 'N' TO DL100-EOF-SWITCH
002586     MOVE 'N' TO DL100-GROUP-OPEN-SWITCH
002587     PERFORM 4100-RETURN-SORTED-RECORD
002588         THRU 4100-EXIT
002589     PERFORM 4200-PROCESS-SORTED-RECORD
002590         THRU 4200-EXIT
002591         UNTIL DL100-END-OF-FILE
002600     IF DL100-GROUP-OPEN
002610         PERFORM 4300-WRITE-GROUP-PAIR
002620             THRU 4300-EXIT
002780* 4200-PROCESS-SORTED-RECORD
002790*     ADDS ONE SORTED TRANSACTION TO THE CURRENT SUMMARY GROUP,
002800*     FIRST CLOSING OUT THE PRIOR GROUP WHEN THE TRANSACTION
002805*     CODE, FEED ID, OR EFFECTIVE DATE CHANGES.  A NON-ZERO
002810*     AMOUNT MARKS THE GROUP AS CARRYING MONEY.
002820*----------------------------------------------------------------
002830 4200-PROCESS-SORTED-RECORD.
002840     ADD 1 TO DL100-TRAN-COUNT
002850     IF DL100-GROUP-OPEN
002860         IF SORT-TRANS-CODE NOT = DL100-GROUP-TRANS-CODE
002865                 OR SORT-FEED-ID NOT = DL100-GROUP-FEED-ID
002870                 OR SORT-EFF-DATE NOT = DL100-GROUP-EFF-DATE
002880             PERFORM 4300-WRITE-GROUP-PAIR
002890                 THRU 4300-EXIT
002950     END-IF
002960     ADD 1 TO DL100-GROUP-COUNT
002970     ADD SORT-TRANS-AMOUNT TO DL100-GROUP-AMOUNT
002972     IF SORT-TRANS-AMOUNT NOT = ZERO
002974         MOVE 'Y' TO DL100-GROUP-MONEY-SWITCH
002976     END-IF
002980     PERFORM 4100-RETURN-SORTED-RECORD
002990         THRU 4100-EXIT.
003000 4200-EXIT.
003020*----------------------------------------------------------------
003030* 4250-START-GROUP
003040*     OPENS A NEW SUMMARY GROUP FOR THE CURRENT RECORD'S KEY AND
003050*     LOOKS UP THE GL MAPPING ROW IN FORCE FOR ITS CODE, FEED ID,
003060*     AND EFFECTIVE DATE.  WHETHER THE GROUP CAN BE POSTED IS
003070*     DECIDED WHEN IT CLOSES (4300), ONCE IT IS KNOWN WHETHER IT
003080*     CARRIED ANY MONEY.
003100*----------------------------------------------------------------
003110 4250-START-GROUP.
003120     MOVE SORT-TRANS-CODE TO DL100-GROUP-TRANS-CODE
003125     MOVE SORT-FEED-ID TO DL100-GROUP-FEED-ID
003130     MOVE SORT-EFF-DATE TO DL100-GROUP-EFF-DATE
003140     MOVE ZERO TO DL100-GROUP-COUNT
003150     MOVE ZERO TO DL100-GROUP-AMOUNT
003152     MOVE 'N' TO DL100-GROUP-MONEY-SWITCH
003154     MOVE 'N' TO DL100-GROUP-MAPPED-SWITCH
003156     MOVE DL100-GROUP-TRANS-CODE TO DL100-GLMAP-SEARCH-CODE
003158     MOVE DL100-GROUP-FEED-ID TO DL100-GLMAP-SEARCH-FEED
003160     MOVE DL100-GROUP-EFF-DATE TO DL100-GLMAP-SEARCH-DATE
003162     PERFORM 2040-LOOKUP-GL-MAP
003170         THRU 2040-EXIT
003180     IF DL100-GLMAP-FOUND
003190         MOVE 'Y' TO DL100-GROUP-MAPPED-SWITCH
003200         MOVE DL100-GLMAP-T-DEBIT (DL100-GLMAP-SUB)
003210             TO DL100-GROUP-DEBIT-ACCOUNT
003220         MOVE DL100-GLMAP-T-CREDIT (DL100-GLMAP-SUB)
003230             TO DL100-GROUP-CREDIT-ACCOUNT
003240         MOVE DL100-GLMAP-T-COST (DL100-GLMAP-SUB)
003250             TO DL100-GROUP-COST-CENTER
003260     END-IF
003270     MOVE 'Y' TO DL100-GROUP-OPEN-SWITCH.
003280 4250-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003600* 4300-WRITE-GROUP-PAIR
003610*     WRITES THE BALANCED DEBIT AND CREDIT PAIR FOR THE SUMMARY
003615*     GROUP JUST ENDED: THE MAPPING ROW'S DEBIT ACCOUNT ON THE
003620*     DEBIT SIDE AND ITS CREDIT ACCOUNT ON THE CREDIT SIDE, BOTH
003625*     CARRYING THE ROW'S COST CENTER AND THE GROUP'S FEED ID, SO
003630*     EVERY GROUP ADDS THE SAME AMOUNT TO BOTH CONTROL TOTALS.  A
003635*     GROUP THAT NETS NEGATIVE (POSSIBLE WHEN THE FEED CARRIES
003640*     SIGNED AMOUNTS) IS WRITTEN AS A REVERSING ENTRY -- THE TWO
003645*     ACCOUNTS CHANGE SIDES AND THE ABSOLUTE AMOUNT IS USED -- SO
003650*     THE UNSIGNED GL AMOUNTS ALWAYS FOOT TO THE TRAILER CONTROL
003655*     TOTALS.  A GROUP WITH NO ACTIVE MAPPING IS NOT WRITTEN.  IF
003660*     IT CARRIED MONEY IT IS LOGGED AND COUNTED, AND 9000 ENDS THE
003665*     RUN RC 16 SO THE EXTRACT NEVER REACHES THE GL INTAKE; A
003670*     GROUP OF NOTHING BUT ZERO-AMOUNT ITEMS (NAME, LIMIT, AND
003675*     ADDRESS CHANGES) HAS NOTHING TO POST AND IS ONLY COUNTED.
003700*----------------------------------------------------------------
003710 4300-WRITE-GROUP-PAIR.
003711     MOVE 'N' TO DL100-GROUP-OPEN-SWITCH
003712     IF NOT DL100-GROUP-MAPPED
003713         IF DL100-GROUP-HAS-MONEY
003714             DISPLAY "NO ACTIVE GL MAPPING, GROUP NOT POSTED: "
003715                 DL100-GROUP-TRANS-CODE " "
003716                 DL100-GROUP-FEED-ID " "
003717                 DL100-GROUP-EFF-DATE
003718             ADD 1 TO DL100-UNMAPPED-COUNT
003719         ELSE
003720             ADD 1 TO DL100-NONMONEY-COUNT
003721         END-IF
003722         GO TO 4300-EXIT
003723     END-IF
003724     IF DL100-GROUP-AMOUNT < ZERO
003730         SUBTRACT DL100-GROUP-AMOUNT FROM ZERO
003740             GIVING DL100-GROUP-AMOUNT
003745         MOVE DL100-GROUP-CREDIT-ACCOUNT
003750             TO DL100-DEBIT-POST-ACCOUNT
003755         MOVE DL100-GROUP-DEBIT-ACCOUNT
003760             TO DL100-CREDIT-POST-ACCOUNT
003765     ELSE
003770         MOVE DL100-GROUP-DEBIT-ACCOUNT
003775             TO DL100-DEBIT-POST-ACCOUNT
003780         MOVE DL100-GROUP-CREDIT-ACCOUNT
003785             TO DL100-CREDIT-POST-ACCOUNT
003800     END-IF
003810     MOVE 'D' TO DL100-GROUP-DC
003820     MOVE DL100-DEBIT-POST-ACCOUNT TO DL100-POST-ACCOUNT
003830     PERFORM 4350-WRITE-GL-DETAIL
003840         THRU 4350-EXIT
003850     ADD DL100-GROUP-AMOUNT TO DL100-DEBIT-TOTAL
003860     MOVE 'C' TO DL100-GROUP-DC
003870     MOVE DL100-CREDIT-POST-ACCOUNT TO DL100-POST-ACCOUNT
003880     PERFORM 4350-WRITE-GL-DETAIL
003890         THRU 4350-EXIT
003900     ADD DL100-GROUP-AMOUNT TO DL100-CREDIT-TOTAL.
004050 4300-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004190     MOVE DL100-POST-ACCOUNT TO GL-ACCOUNT
004200     MOVE DL100-GROUP-AMOUNT TO GL-AMOUNT
004210     MOVE DL100-GROUP-COUNT TO GL-TRANS-COUNT
004212     MOVE DL100-GROUP-FEED-ID TO GL-FEED-ID
004214     MOVE DL100-GROUP-COST-CENTER TO GL-COST-CENTER
004220     WRITE GL-RECORD
004230     ADD 1 TO DL100-GL-RECORD-COUNT.
004240 4350-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 9000-TERMINATE
004275*     WRITES THE TRAILER CONTROL RECORD, CLOSES THE FILES,
004280*     DISPLAYS THE RUN COUNTS, AND VERIFIES THE EXTRACT.  AN
004285*     OUT-OF-BALANCE EXTRACT, ONE WITH A MONETARY GROUP LEFT
004290*     UNPOSTED FOR WANT OF AN ACTIVE GL MAPPING, OR ONE THAT
004295*     COULD NOT DROP EVERY RETURNED ITEM (THE RTRNITEM AND
004300*     CUSTOUT GENERATIONS ARE NOT FROM THE SAME NIGHT) ENDS WITH
004305*     RETURN CODE 16 SO THE DOWNSTREAM GL INTAKE NEVER LOADS IT.
004330*----------------------------------------------------------------
004340 9000-TERMINATE.
004342     MOVE 1 TO DL100-RTRN-SUB
004344     PERFORM 9100-COUNT-UNMATCHED-RTRN
004346         THRU 9100-EXIT
004348         UNTIL DL100-RTRN-SUB > DL100-RTRN-COUNT
004350     MOVE SPACES TO GL-RECORD
004360     MOVE 'GT' TO GL-RECORD-TYPE
004370     MOVE DL100-DEBIT-TOTAL TO GL-TRAILER-DEBIT-TOTAL
004400     MOVE DL100-GL-RECORD-COUNT TO GL-TRAILER-RECORD-COUNT
004410     WRITE GL-RECORD
004420     CLOSE GL-FILE
004425     CLOSE DUPE-FILE
004430     DISPLAY "TRANSACTIONS SUMMARIZED: " DL100-TRAN-COUNT
004432     DISPLAY "TRANSACTIONS WITH NO FEED ID: " DL100-NO-FEED-COUNT
004434     DISPLAY "NON-MONETARY GROUPS NOT POSTED: "
004436         DL100-NONMONEY-COUNT
004438     DISPLAY "RETURNED ITEMS NOT POSTED: " DL100-RTRN-DROP-COUNT
004440     DISPLAY "GL RECORDS WRITTEN: " DL100-GL-RECORD-COUNT
004450     DISPLAY "DEBIT TOTAL: " DL100-DEBIT-TOTAL
004460     DISPLAY "CREDIT TOTAL: " DL100-CREDIT-TOTAL
004470     IF DL100-DEBIT-TOTAL NOT = DL100-CREDIT-TOTAL
004480         DISPLAY "ERROR - EXTRACT OUT OF BALANCE"
004490         MOVE 16 TO RETURN-CODE
004495     END-IF
004500     IF DL100-UNMAPPED-COUNT > ZERO
004505         DISPLAY "ERROR - UNMAPPED TRANS CODES: "
004510             DL100-UNMAPPED-COUNT
004515         MOVE 16 TO RETURN-CODE
004520     END-IF
004525     IF DL100-RTRN-MISS-COUNT > ZERO
004530         DISPLAY "ERROR - RETURNED ITEMS NOT ON TRANFILE: "
004535             DL100-RTRN-MISS-COUNT
004540         MOVE 16 TO RETURN-CODE
004560     END-IF.
004570 9000-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 9100-COUNT-UNMATCHED-RTRN
004610*     COUNTS ONE RETURNED ITEM THAT MATCHED NO TRAN-FILE RECORD,
004620*     LOGGING ITS ACCOUNT, CODE, AND AMOUNT.
004630*----------------------------------------------------------------
004640 9100-COUNT-UNMATCHED-RTRN.
004650     IF DL100-RTRN-T-USED (DL100-RTRN-SUB) = 'N'
004660         ADD 1 TO DL100-RTRN-MISS-COUNT
004670         DISPLAY "RETURNED ITEM NOT ON TRANFILE: "
004680             DL100-RTRN-T-ACCT (DL100-RTRN-SUB) " "
004690             DL100-RTRN-T-CODE (DL100-RTRN-SUB) " "
004700             DL100-RTRN-T-AMT (DL100-RTRN-SUB)
004710     END-IF
004720     ADD 1 TO DL100-RTRN-SUB.
004730 9100-EXIT.
004740     EXIT.

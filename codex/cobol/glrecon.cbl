000120*              FOR THE MATCHING BATCH DATE AND PROVES THE
000130*              INTAKE ACCEPTED THE BATCH WITH THE SAME RECORD
000140*              COUNT AND DEBIT AND CREDIT TOTALS THE TRAILER
000142*              CARRIES.  THE DETAIL RECORDS ARE ALSO TOTALLED BY
000144*              REGIONAL FEED, EACH REGION PROVED IN BALANCE, AND
000146*              EACH ENTRY PROVED TO POST TO THE LEDGER ACCOUNT AND
000148*              COST CENTER THE GL MAPPING DATASET (GLMAP-FILE)
000150*              GIVES ITS CODE.  A ONE-PAGE REPORT CONFIRMS THE
000152*              RESULT.  RETURN CODES: 0 ACCEPTED AND IN AGREEMENT;
000170*              8 REJECTED BY THE INTAKE, TOTALS IN
000175*              DISAGREEMENT, A REGION OUT OF BALANCE, A POSTING
000180*              NOT ON THE GL MAPPING, OR NEVER ACKNOWLEDGED -- SO
000185*              THE SCHEDULER PAGES SOMEONE THE SAME MORNING
000190*              INSTEAD OF THE PROBLEM SURFACING AT MONTH-END
000195*              CLOSE.
000210*****************************************************************
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000280*                  MONTH-END CLOSE; THIS STEP RUNS EVERY
000290*                  MORNING AS JCL MEMBER DL100M, AFTER THE GL
000300*                  INTAKE WINDOW.
000301* 10/15/2026 RTA   THE DETAIL RECORDS ARE NOW TOTALLED BY REGIONAL
000302*                  FEED ID (EACH REGION MUST BALANCE) AND EACH IS
000303*                  PROVED AGAINST THE GL MAPPING DATASET (GLMAPFIL
000304*                  DD): ITS ACCOUNT AND COST CENTER MUST BELONG TO
000305*                  A MAPPING ROW FOR ITS CODE.  EITHER FAILURE IS
000306*                  FLAGGED ON A NEW REGION SECTION OF THE REPORT
000307*                  AND ENDS THE RUN RC 8.
000310*----------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  GLRECON.
000440     SELECT ACK-FILE ASSIGN TO ACKFILE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DL100-ACK-FILE-STATUS.
000462     SELECT GLMAP-FILE ASSIGN TO GLMAPFIL
000464         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS DL100-GLMAP-FILE-STATUS.
000470     SELECT RPT-FILE ASSIGN TO RPTFILE
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 80 CHARACTERS.
000540     COPY GLREC.
000542 FD  GLMAP-FILE
000544     RECORDING MODE IS F
000546     RECORD CONTAINS 80 CHARACTERS.
000548     COPY GLMREC.
000550 FD  ACK-FILE
000560     RECORDING MODE IS F
000570     RECORD CONTAINS 80 CHARACTERS.
000780     88  DL100-ACK-MATCHED                       VALUE 'Y'.
000790 77  DL100-AGREE-SWITCH              PIC X(01)   VALUE 'Y'.
000800     88  DL100-TOTALS-AGREE                      VALUE 'Y'.
000802 77  DL100-REGION-BAL-SWITCH         PIC X(01)   VALUE 'Y'.
000804     88  DL100-REGIONS-BALANCE                   VALUE 'Y'.
000806 77  DL100-REGION-FULL-SWITCH        PIC X(01)   VALUE 'N'.
000808     88  DL100-REGION-TABLE-FULL                 VALUE 'Y'.
000810*----------------------------------------------------------------
000820* COUNTERS AND CAPTURED CONTROL TOTALS
000830*----------------------------------------------------------------
000910 77  DL100-ACK-SAVE-COUNT            PIC 9(09)        VALUE ZERO.
000920 77  DL100-ACK-SAVE-DEBIT        PIC S9(13)V99 COMP-3 VALUE ZERO.
000930 77  DL100-ACK-SAVE-CREDIT       PIC S9(13)V99 COMP-3 VALUE ZERO.
000935 77  DL100-UNMAPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
000940*----------------------------------------------------------------
000950* FILE STATUS KEYS
000960*----------------------------------------------------------------
000970 77  DL100-GL-FILE-STATUS            PIC X(02)   VALUE SPACES.
000980 77  DL100-ACK-FILE-STATUS           PIC X(02)   VALUE SPACES.
000981 77  DL100-GLMAP-FILE-STATUS         PIC X(02)   VALUE SPACES.
000982*----------------------------------------------------------------
000983* GL MAPPING TABLE (LOADED FROM GLMAP-FILE)
000984*----------------------------------------------------------------
000985     COPY GLMTBL.
000986*----------------------------------------------------------------
000987* DETAIL TOTALS BY REGIONAL FEED ID (SPACES FOR ITEMS THAT CAME
000988* IN WITH NO FEED ID), IN THE ORDER THE FEED IDS ARE FIRST SEEN
000989*----------------------------------------------------------------
000990 01  DL100-REGION-TABLE-AREA.
000991     05  DL100-REGION-COUNT          PIC 9(03)   COMP VALUE ZERO.
000992     05  DL100-REGION-MAX            PIC 9(03)   COMP VALUE 100.
000993     05  DL100-REGION-SUB            PIC 9(03)   COMP VALUE ZERO.
000994     05  DL100-REGION-FOUND-SW       PIC X(01)   VALUE 'N'.
000995         88  DL100-REGION-FOUND                  VALUE 'Y'.
000996     05  DL100-REGION-ENTRY OCCURS 100 TIMES.
000997         10  DL100-REGION-T-FEED     PIC X(10).
000998         10  DL100-REGION-T-COUNT    PIC 9(07)   COMP.
000999         10  DL100-REGION-T-DEBIT    PIC S9(13)V99 COMP-3.
001000         10  DL100-REGION-T-CREDIT   PIC S9(13)V99 COMP-3.
001001*----------------------------------------------------------------
001002* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001010*----------------------------------------------------------------
001020 01  DL100-RUN-DATE.
001030     05  DL100-RUN-YEAR              PIC 9(04).
001550     05  FILLER                      PIC X(01) VALUE SPACE.
001560     05  DL100-VER-TEXT              PIC X(45).
001570     05  FILLER                      PIC X(86) VALUE SPACES.
001571 01  DL100-REGION-HEAD-LINE.
001572     05  DL100-RHD-CC                PIC X(01) VALUE SPACE.
001573     05  FILLER                      PIC X(01) VALUE SPACE.
001574     05  FILLER                      PIC X(12) VALUE 'REGION'.
001575     05  FILLER                      PIC X(11)
001576             VALUE '    ENTRIES'.
001577     05  FILLER                      PIC X(02) VALUE SPACES.
001578     05  FILLER                      PIC X(22)
001579             VALUE '           DEBIT TOTAL'.
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001581     05  FILLER                      PIC X(22)
001582             VALUE '          CREDIT TOTAL'.
001583     05  FILLER                      PIC X(60) VALUE SPACES.
001584 01  DL100-REGION-LINE.
001585     05  DL100-RGN-CC                PIC X(01) VALUE SPACE.
001586     05  FILLER                      PIC X(01) VALUE SPACE.
001587     05  DL100-RGN-FEED              PIC X(12).
001588     05  DL100-RGN-COUNT             PIC ZZZ,ZZZ,ZZ9.
001589     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  DL100-RGN-DEBIT             PIC $$,$$$,$$$,$$$,$$9.99-.
001591     05  FILLER                      PIC X(02) VALUE SPACES.
001592     05  DL100-RGN-CREDIT            PIC $$,$$$,$$$,$$$,$$9.99-.
001593     05  FILLER                      PIC X(02) VALUE SPACES.
001594     05  DL100-RGN-FLAG              PIC X(16).
001595     05  FILLER                      PIC X(42) VALUE SPACES.
001596 01  DL100-MAPCHK-LINE.
001597     05  DL100-MAP-CC                PIC X(01) VALUE SPACE.
001598     05  FILLER                      PIC X(01) VALUE SPACE.
001599     05  DL100-MAP-TEXT              PIC X(22).
001600     05  DL100-MAP-COUNT             PIC ZZZ,ZZZ,ZZ9.
001601     05  FILLER                      PIC X(11) VALUE SPACES.
001602     05  DL100-MAP-FLAG              PIC X(15).
001603     05  FILLER                      PIC X(72) VALUE SPACES.
001604 PROCEDURE DIVISION.
001605*----------------------------------------------------------------
001606* 0000-MAINLINE
001610*     CONTROLS OVERALL FLOW OF THE PROGRAM.
001620*----------------------------------------------------------------
001630 0000-MAINLINE.
001760     STOP RUN.
001770*----------------------------------------------------------------
001780* 1000-INITIALIZE
001785*     LOADS THE GL MAPPING TABLE, SETS UP THE RUN DATE, AND
001790*     OPENS THE FILES.  A MISSING MAPPING OR EXTRACT GENERATION
001795*     ENDS THE RUN -- THERE IS NOTHING TO RECONCILE AGAINST.  A
001800*     MISSING ACKNOWLEDGMENT FILE IS NOT AN OPEN ERROR HERE; IT
001805*     SURFACES AS NEVER-ACKNOWLEDGED, WHICH IS EXACTLY THE
001810*     CONDITION THIS STEP EXISTS TO CATCH.
001840*----------------------------------------------------------------
001850 1000-INITIALIZE.
001851     PERFORM 1400-LOAD-GLMAP-TABLE
001852         THRU 1400-EXIT
001853     IF DL100-ABEND-OCCURRED
001854         GO TO 1000-EXIT
001855     END-IF
001860     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
001870     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
001880     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
001990 1000-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002011* 1400-LOAD-GLMAP-TABLE
002012*     LOADS EVERY ROW OF THE GL MAPPING DATASET, RETIRED ROWS
002013*     INCLUDED, INTO THE WORKING-STORAGE TABLE (COPYBOOK GLMTBL)
002014*     -- LAST NIGHT'S EXTRACT MAY HAVE POSTED BY A ROW RETIRED
002015*     THIS MORNING.  A MAPPING THAT CANNOT BE OPENED, LOADS
002016*     EMPTY, OR OVERFLOWS THE TABLE ENDS THE RUN.
002017*----------------------------------------------------------------
002018 1400-LOAD-GLMAP-TABLE.
002019     OPEN INPUT GLMAP-FILE
002020     IF DL100-GLMAP-FILE-STATUS NOT = "00"
002021         DISPLAY "GLMAP-FILE OPEN FAILED, STATUS="
002022             DL100-GLMAP-FILE-STATUS
002023         MOVE 8 TO RETURN-CODE
002024         MOVE 'Y' TO DL100-ABEND-SWITCH
002025         GO TO 1400-EXIT
002026     END-IF
002027     MOVE 'N' TO DL100-GLMAP-EOF-SW
002028     MOVE ZERO TO DL100-GLMAP-COUNT
002029     PERFORM 1410-LOAD-ONE-GLMAP
002030         THRU 1410-EXIT
002031         UNTIL DL100-GLMAP-END-OF-FILE
002032             OR DL100-ABEND-OCCURRED
002033     CLOSE GLMAP-FILE
002034     IF DL100-GLMAP-COUNT = ZERO
002035             AND NOT DL100-ABEND-OCCURRED
002036         DISPLAY "GL MAPPING TABLE IS EMPTY"
002037         MOVE 8 TO RETURN-CODE
002038         MOVE 'Y' TO DL100-ABEND-SWITCH
002039     END-IF.
002040 1400-EXIT.
002041     EXIT.
002042*----------------------------------------------------------------
002043* 1410-LOAD-ONE-GLMAP
002044*     READS ONE GL MAPPING ROW AND ADDS IT TO THE TABLE.  A TABLE
002045*     OVERFLOW ENDS THE RUN.
002046*----------------------------------------------------------------
002047 1410-LOAD-ONE-GLMAP.
002048     READ GLMAP-FILE
002049         AT END
002050             MOVE 'Y' TO DL100-GLMAP-EOF-SW
002051         NOT AT END
002052             IF DL100-GLMAP-COUNT >= DL100-GLMAP-MAX
002053                 DISPLAY "GL MAPPING TABLE FULL"
002054                 MOVE 8 TO RETURN-CODE
002055                 MOVE 'Y' TO DL100-ABEND-SWITCH
002056             ELSE
002057                 ADD 1 TO DL100-GLMAP-COUNT
002058                 MOVE GLM-TRANS-CODE
002059                     TO DL100-GLMAP-T-CODE (DL100-GLMAP-COUNT)
002060                 MOVE GLM-FEED-ID
002061                     TO DL100-GLMAP-T-FEED (DL100-GLMAP-COUNT)
002062                 MOVE GLM-EFF-DATE
002063                     TO DL100-GLMAP-T-DATE (DL100-GLMAP-COUNT)
002064                 MOVE GLM-DEBIT-ACCOUNT
002065                     TO DL100-GLMAP-T-DEBIT (DL100-GLMAP-COUNT)
002066                 MOVE GLM-CREDIT-ACCOUNT
002067                     TO DL100-GLMAP-T-CREDIT (DL100-GLMAP-COUNT)
002068                 MOVE GLM-COST-CENTER
002069                     TO DL100-GLMAP-T-COST (DL100-GLMAP-COUNT)
002070                 MOVE GLM-ACTIVE-FLAG
002071                     TO DL100-GLMAP-T-ACTIVE (DL100-GLMAP-COUNT)
002072             END-IF
002073     END-READ.
002074 1410-EXIT.
002075     EXIT.
002076*----------------------------------------------------------------
002077* 2000-READ-EXTRACT-CONTROLS
002078*     READS THE EXTRACT GENERATION FRONT TO BACK, CAPTURING THE
002079*     HEADER'S BATCH DATE AND THE TRAILER'S CONTROL TOTALS AND
002080*     TOTALLING THE DETAIL RECORDS BY REGIONAL FEED.
002081*----------------------------------------------------------------
002082 2000-READ-EXTRACT-CONTROLS.
002083     PERFORM 2100-READ-ONE-GL-RECORD
002084         THRU 2100-EXIT
002090         UNTIL DL100-GL-END-OF-FILE
002100     CLOSE GL-FILE.
002110 2000-EXIT.
002130*----------------------------------------------------------------
002140* 2100-READ-ONE-GL-RECORD
002150*     READS ONE EXTRACT RECORD AND CAPTURES THE HEADER AND
002155*     TRAILER CONTROL FIELDS.  EACH DETAIL RECORD IS ADDED TO
002160*     ITS REGION'S TOTALS AND PROVED AGAINST THE GL MAPPING.
002170*----------------------------------------------------------------
002180 2100-READ-ONE-GL-RECORD.
002190     READ GL-FILE
002340                     TO DL100-EXT-RECORD-COUNT
002350                 MOVE 'Y' TO DL100-TRAILER-SWITCH
002360             END-IF
002361             IF GL-TYPE-DETAIL
002362                 PERFORM 2200-ADD-REGION-TOTAL
002363                     THRU 2200-EXIT
002364                 PERFORM 2300-CHECK-GL-MAP
002365                     THRU 2300-EXIT
002366             END-IF
002370     END-READ.
002380 2100-EXIT.
002381     EXIT.
002382*----------------------------------------------------------------
002383* 2200-ADD-REGION-TOTAL
002384*     ADDS THE CURRENT DETAIL RECORD TO ITS FEED ID'S ENTRY IN
002385*     THE REGION TABLE, STARTING A NEW ENTRY FOR A FEED ID NOT
002386*     YET SEEN.  A TABLE OVERFLOW IS LOGGED AND FAILS THE
002387*     RECONCILIATION.
002388*----------------------------------------------------------------
002389 2200-ADD-REGION-TOTAL.
002390     MOVE 'N' TO DL100-REGION-FOUND-SW
002391     MOVE 1 TO DL100-REGION-SUB
002392     PERFORM 2250-SCAN-REGION-ENTRY
002393         THRU 2250-EXIT
002394         UNTIL DL100-REGION-FOUND
002395             OR DL100-REGION-SUB > DL100-REGION-COUNT
002396     IF NOT DL100-REGION-FOUND
002397         IF DL100-REGION-COUNT >= DL100-REGION-MAX
002398             IF NOT DL100-REGION-TABLE-FULL
002399                 DISPLAY "REGION TABLE FULL, FEED ID " GL-FEED-ID
002400                 MOVE 'Y' TO DL100-REGION-FULL-SWITCH
002401             END-IF
002402             GO TO 2200-EXIT
002403         END-IF
002404         ADD 1 TO DL100-REGION-COUNT
002405         MOVE DL100-REGION-COUNT TO DL100-REGION-SUB
002406         MOVE GL-FEED-ID TO DL100-REGION-T-FEED (DL100-REGION-SUB)
002407         MOVE ZERO TO DL100-REGION-T-COUNT (DL100-REGION-SUB)
002408         MOVE ZERO TO DL100-REGION-T-DEBIT (DL100-REGION-SUB)
002409         MOVE ZERO TO DL100-REGION-T-CREDIT (DL100-REGION-SUB)
002410     END-IF
002411     ADD 1 TO DL100-REGION-T-COUNT (DL100-REGION-SUB)
002412     IF GL-DEBIT
002413         ADD GL-AMOUNT TO DL100-REGION-T-DEBIT (DL100-REGION-SUB)
002414     ELSE
002415         ADD GL-AMOUNT TO DL100-REGION-T-CREDIT (DL100-REGION-SUB)
002416     END-IF.
002417 2200-EXIT.
002418     EXIT.
002419*----------------------------------------------------------------
002420* 2250-SCAN-REGION-ENTRY
002421*     COMPARES ONE REGION TABLE ENTRY AGAINST THE CURRENT DETAIL
002422*     RECORD'S FEED ID.
002423*----------------------------------------------------------------
002424 2250-SCAN-REGION-ENTRY.
002425     IF DL100-REGION-T-FEED (DL100-REGION-SUB) = GL-FEED-ID
002426         MOVE 'Y' TO DL100-REGION-FOUND-SW
002427     ELSE
002428         ADD 1 TO DL100-REGION-SUB
002429     END-IF.
002430 2250-EXIT.
002431     EXIT.
002432*----------------------------------------------------------------
002433* 2300-CHECK-GL-MAP
002434*     PROVES THE CURRENT DETAIL RECORD POSTED WHERE THE GL
002435*     MAPPING SAYS ITS CODE BELONGS: SOME MAPPING ROW FOR THE
002436*     CODE -- FOR ITS OWN FEED ID OR FOR ALL REGIONS, EFFECTIVE
002437*     BY THE RECORD'S DATE, ACTIVE OR SINCE RETIRED -- MUST
002438*     CARRY THE RECORD'S ACCOUNT ON EITHER SIDE (A NEGATIVE
002439*     GROUP POSTS WITH THE SIDES REVERSED) AND ITS COST CENTER.
002440*     A RECORD NO ROW ACCOUNTS FOR IS LOGGED AND COUNTED.
002441*----------------------------------------------------------------
002442 2300-CHECK-GL-MAP.
002443     MOVE 'N' TO DL100-GLMAP-FOUND-SW
002444     MOVE 1 TO DL100-GLMAP-SUB
002445     PERFORM 2350-SCAN-GLMAP-ENTRY
002446         THRU 2350-EXIT
002447         UNTIL DL100-GLMAP-FOUND
002448             OR DL100-GLMAP-SUB > DL100-GLMAP-COUNT
002449     IF NOT DL100-GLMAP-FOUND
002450         DISPLAY "NOT ON GL MAPPING: " GL-TRANS-CODE " "
002451             GL-FEED-ID " " GL-EFFECTIVE-DATE " "
002452             GL-DEBIT-CREDIT " " GL-ACCOUNT " " GL-COST-CENTER
002453         ADD 1 TO DL100-UNMAPPED-COUNT
002454     END-IF.
002455 2300-EXIT.
002456     EXIT.
002457*----------------------------------------------------------------
002458* 2350-SCAN-GLMAP-ENTRY
002459*     COMPARES ONE GL MAPPING ROW AGAINST THE CURRENT DETAIL
002460*     RECORD.
002461*----------------------------------------------------------------
002462 2350-SCAN-GLMAP-ENTRY.
002463     IF DL100-GLMAP-T-CODE (DL100-GLMAP-SUB) = GL-TRANS-CODE
002464             AND (DL100-GLMAP-T-FEED (DL100-GLMAP-SUB) =
002465                     GL-FEED-ID
002466                 OR DL100-GLMAP-T-FEED (DL100-GLMAP-SUB) = SPACES)
002467             AND (DL100-GLMAP-T-DEBIT (DL100-GLMAP-SUB) =
002468                     GL-ACCOUNT
002469                 OR DL100-GLMAP-T-CREDIT (DL100-GLMAP-SUB) =
002470                     GL-ACCOUNT)
002471             AND DL100-GLMAP-T-COST (DL100-GLMAP-SUB) =
002472                 GL-COST-CENTER
002473             AND DL100-GLMAP-T-DATE (DL100-GLMAP-SUB) NOT >
002474                 GL-EFFECTIVE-DATE
002475         MOVE 'Y' TO DL100-GLMAP-FOUND-SW
002476     ELSE
002477         ADD 1 TO DL100-GLMAP-SUB
002478     END-IF.
002479 2350-EXIT.
002480     EXIT.
002481*----------------------------------------------------------------
002482* 3000-FIND-ACKNOWLEDGMENT
002483*     SCANS THE ACKNOWLEDGMENT FILE FOR THE EXTRACT'S BATCH
002484*     DATE AND SAVES THE MATCHING RECORD'S STATUS AND TOTALS.
002485*     A FILE THAT CANNOT BE OPENED COUNTS AS NO
002486*     ACKNOWLEDGMENT AT ALL.
002487*----------------------------------------------------------------
002488 3000-FIND-ACKNOWLEDGMENT.
002489     OPEN INPUT ACK-FILE
002490     IF DL100-ACK-FILE-STATUS NOT = "00"
002500         DISPLAY "NO ACKNOWLEDGMENT DATASET, STATUS="
002510             DL100-ACK-FILE-STATUS
002900* 9000-TERMINATE
002910*     WRITES THE RECONCILIATION REPORT AND SETS THE FINAL
002920*     RETURN CODE.  EVERY DISAGREEMENT LINE IS FLAGGED SO THE
002922*     MORNING REVIEWER SEES EXACTLY WHICH CONTROL BROKE.  AN
002924*     UNBALANCED REGION OR A POSTING THE GL MAPPING DOES NOT
002926*     ACCOUNT FOR FAILS THE RECONCILIATION EVEN WHEN THE INTAKE
002928*     ACCEPTED THE BATCH.
002940*----------------------------------------------------------------
002950 9000-TERMINATE.
002960     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
003390     WRITE RPT-REPORT-LINE
003400     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
003410     WRITE RPT-REPORT-LINE
003412     PERFORM 9100-WRITE-REGION-SECTION
003414         THRU 9100-EXIT
003416     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
003418     WRITE RPT-REPORT-LINE
003420     EVALUATE TRUE
003430         WHEN NOT DL100-HEADER-FOUND
003440                 OR NOT DL100-TRAILER-FOUND
003570             MOVE '*** ACCEPTED BUT TOTALS DISAGREE ***'
003580                 TO DL100-VER-TEXT
003590             MOVE 8 TO RETURN-CODE
003591         WHEN DL100-REGION-TABLE-FULL
003592             MOVE '*** TOO MANY REGIONS TO PROVE ***'
003593                 TO DL100-VER-TEXT
003594             MOVE 8 TO RETURN-CODE
003595         WHEN NOT DL100-REGIONS-BALANCE
003596             MOVE '*** REGION TOTALS OUT OF BALANCE ***'
003597                 TO DL100-VER-TEXT
003598             MOVE 8 TO RETURN-CODE
003599         WHEN DL100-UNMAPPED-COUNT > ZERO
003600             MOVE '*** POSTINGS NOT ON GL MAPPING ***'
003601                 TO DL100-VER-TEXT
003602             MOVE 8 TO RETURN-CODE
003603         WHEN OTHER
003610             MOVE '*** EXTRACT ACCEPTED AND IN AGREEMENT ***'
003620                 TO DL100-VER-TEXT
003630     END-EVALUATE
003660     CLOSE RPT-FILE
003670     DISPLAY "EXTRACT RECORDS READ: " DL100-GL-RECORD-COUNT
003680     DISPLAY "ACK RECORDS READ: " DL100-ACK-RECORD-COUNT
003685     DISPLAY "POSTINGS NOT ON GL MAPPING: " DL100-UNMAPPED-COUNT
003690     DISPLAY DL100-VER-TEXT.
003700 9000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 9100-WRITE-REGION-SECTION
003740*     WRITES THE EXTRACT'S DETAIL TOTALS BY REGIONAL FEED, ONE
003750*     LINE PER FEED ID IN THE ORDER FIRST SEEN, EACH FLAGGED
003760*     WHEN ITS DEBITS AND CREDITS DIFFER -- GLEXTR WRITES EVERY
003770*     PAIR WITHIN ONE FEED, SO EACH REGION MUST BALANCE ON ITS
003780*     OWN -- FOLLOWED BY THE COUNT OF DETAIL RECORDS WHOSE
003790*     ACCOUNT AND COST CENTER NO GL MAPPING ROW FOR THEIR CODE
003800*     ACCOUNTS FOR.
003810*----------------------------------------------------------------
003820 9100-WRITE-REGION-SECTION.
003830     MOVE DL100-REGION-HEAD-LINE TO RPT-REPORT-LINE
003840     WRITE RPT-REPORT-LINE
003850     MOVE 1 TO DL100-REGION-SUB
003860     PERFORM 9150-WRITE-ONE-REGION
003870         THRU 9150-EXIT
003880         UNTIL DL100-REGION-SUB > DL100-REGION-COUNT
003890     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
003900     WRITE RPT-REPORT-LINE
003910     MOVE 'NOT ON GL MAPPING' TO DL100-MAP-TEXT
003920     MOVE DL100-UNMAPPED-COUNT TO DL100-MAP-COUNT
003930     IF DL100-UNMAPPED-COUNT = ZERO
003940         MOVE SPACES TO DL100-MAP-FLAG
003950     ELSE
003960         MOVE '** EXCEPTION **' TO DL100-MAP-FLAG
003970     END-IF
003980     MOVE DL100-MAPCHK-LINE TO RPT-REPORT-LINE
003990     WRITE RPT-REPORT-LINE.
004000 9100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 9150-WRITE-ONE-REGION
004040*     WRITES ONE REGION LINE.  DETAIL RECORDS WITH NO FEED ID
004050*     (HEADERLESS, RECYCLED, OR RELEASED ITEMS) ARE SHOWN
004060*     TOGETHER AS '(NO FEED ID)'.
004070*----------------------------------------------------------------
004080 9150-WRITE-ONE-REGION.
004090     IF DL100-REGION-T-FEED (DL100-REGION-SUB) = SPACES
004100         MOVE '(NO FEED ID)' TO DL100-RGN-FEED
004110     ELSE
004120         MOVE DL100-REGION-T-FEED (DL100-REGION-SUB)
004130             TO DL100-RGN-FEED
004140     END-IF
004150     MOVE DL100-REGION-T-COUNT (DL100-REGION-SUB)
004160         TO DL100-RGN-COUNT
004170     MOVE DL100-REGION-T-DEBIT (DL100-REGION-SUB)
004180         TO DL100-RGN-DEBIT
004190     MOVE DL100-REGION-T-CREDIT (DL100-REGION-SUB)
004200         TO DL100-RGN-CREDIT
004210     IF DL100-REGION-T-DEBIT (DL100-REGION-SUB) =
004220             DL100-REGION-T-CREDIT (DL100-REGION-SUB)
004230         MOVE SPACES TO DL100-RGN-FLAG
004240     ELSE
004250         MOVE '** UNBALANCED **' TO DL100-RGN-FLAG
004260         MOVE 'N' TO DL100-REGION-BAL-SWITCH
004270     END-IF
004280     MOVE DL100-REGION-LINE TO RPT-REPORT-LINE
004290     WRITE RPT-REPORT-LINE
004300     ADD 1 TO DL100-REGION-SUB.
004310 9150-EXIT.
004320     EXIT.

000160*                  TOTALS (COPYBOOK GLREC),
000170*                - BALCHK'S VERDICT LINE OUT OF THE BALANCING
000180*                  CERTIFICATE,
000190*                - THE HELD, RECYCLED, REJECTED, AND
000200*                  DUPLICATE VOLUMES,
000202*                - AND THE FEED SCHEDULE CHECK'S FINDINGS
000204*                  (FEEDCHK, COPYBOOK FCHKREC),
000210*              AND PRINTS THEM ON A SINGLE PAGE WITH ONE
000220*              OVERALL CLEAN / REVIEW VERDICT LINE AT THE TOP.
000230*              REVIEW IS SET BY ANY FEED AUDIT LINE WITH A
000240*              NON-ZERO RETURN CODE, ANY POSTING EXCEPTION, A
000250*              MISSING OR OUT-OF-BALANCE GL TRAILER, A
000255*              BALANCING CERTIFICATE THAT IS NOT IN BALANCE, ANY
000260*              FEED SCHEDULE FINDING, OR A REQUIRED INPUT THAT
000265*              COULD NOT BE READ.  AUDRPT COVERS THE TREND OVER
000270*              HISTORY; THIS PAGE IS THE "IS LAST NIGHT OK"
000275*              ANSWER IN ONE PLACE.
000300*****************************************************************
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000360*                  OPENING FOUR DATASETS AND A JOB LOG TO
000370*                  DECIDE WHETHER THE NIGHT WAS CLEAN; THIS
000380*                  STEP RUNS AS JCL MEMBER DL100A STEP045.
000381* 10/15/2026 RTA   CARRY THE FEED SCHEDULE CHECK'S FINDINGS
000382*                  (FCHKFILE, WRITTEN BY FEEDCHK IN DL100A
000383*                  STEP001) ONTO THE DIGEST, ONE LINE PER FINDING
000384*                  UP TO DL100-FCHK-MAX.  ANY FINDING -- A NIGHT
000385*                  THAT RAN ON A FORCE CARD, OR ONLY WARNINGS --
000386*                  OR AN UNREADABLE FINDINGS DATASET SETS REVIEW.
000390*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.  NIGHTDIG.
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DL100-CUR-FILE-STATUS.
000730     SELECT RCYC-FILE ASSIGN TO RCYCFILE
000732         ORGANIZATION IS SEQUENTIAL
000734         FILE STATUS IS DL100-CUR-FILE-STATUS.
000736     SELECT FCHK-FILE ASSIGN TO FCHKFILE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL100-CUR-FILE-STATUS.
000760     SELECT RPT-FILE ASSIGN TO DIGRPT
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  RCYC-REC                        PIC X(80).
001152 FD  FCHK-FILE
001154     RECORDING MODE IS F
001156     RECORD CONTAINS 80 CHARACTERS.
001158     COPY FCHKREC.
001160 FD  RPT-FILE
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 133 CHARACTERS.
001470 77  DL100-IN-BAL-TALLY              PIC 9(03)   COMP VALUE ZERO.
001480 77  DL100-OUT-BAL-TALLY             PIC 9(03)   COMP VALUE ZERO.
001490 77  DL100-INCOMPLETE-TALLY          PIC 9(03)   COMP VALUE ZERO.
001491 77  DL100-FCHK-COUNT                PIC 9(05)   COMP VALUE ZERO.
001492*----------------------------------------------------------------
001493* TONIGHT'S FEED SCHEDULE FINDINGS (COPYBOOK FCHKREC).  ALL ARE
001494* COUNTED; THE FIRST DL100-FCHK-MAX ARE KEPT FOR THE PAGE.
001495*----------------------------------------------------------------
001496 01  DL100-FCHK-TABLE-AREA.
001497     05  DL100-FCHK-KEPT             PIC 9(03)   COMP VALUE ZERO.
001498     05  DL100-FCHK-MAX              PIC 9(03)   COMP VALUE 15.
001499     05  DL100-FCHK-SUB              PIC 9(03)   COMP VALUE ZERO.
001500     05  DL100-FCHK-ENTRY OCCURS 15 TIMES.
001501         10  DL100-FCHK-T-ID         PIC X(10).
001502         10  DL100-FCHK-T-SEGMENT    PIC 9(03).
001503         10  DL100-FCHK-T-CODE       PIC X(02).
001504         10  DL100-FCHK-T-SEVERITY   PIC 9(02).
001505         10  DL100-FCHK-T-TEXT       PIC X(30).
001506*----------------------------------------------------------------
001510* TONIGHT'S FEED AUDIT LINES (COPYBOOK CUSTAUD), ONE ENTRY PER
001520* LINE WHOSE RUN DATE IS TONIGHT'S.
001530*----------------------------------------------------------------
002440     05  DL100-TXT-TEXT              PIC X(30).
002450     05  DL100-TXT-VALUE             PIC X(40).
002460     05  FILLER                      PIC X(61) VALUE SPACES.
002461 01  DL100-FCHK-LINE.
002462     05  DL100-FCHK-CC               PIC X(01) VALUE SPACE.
002463     05  FILLER                      PIC X(03) VALUE SPACES.
002464     05  DL100-FCHK-ID               PIC X(10).
002465     05  FILLER                      PIC X(05) VALUE ' SEG '.
002466     05  DL100-FCHK-SEGMENT          PIC ZZ9.
002467     05  FILLER                      PIC X(02) VALUE SPACES.
002468     05  DL100-FCHK-CODE             PIC X(02).
002469     05  FILLER                      PIC X(05) VALUE '  RC '.
002470     05  DL100-FCHK-SEVERITY         PIC Z9.
002471     05  FILLER                      PIC X(02) VALUE SPACES.
002472     05  DL100-FCHK-TEXT             PIC X(30).
002473     05  FILLER                      PIC X(68) VALUE SPACES.
002474 01  DL100-BLANK-LINE.
002480     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
002490     05  FILLER                      PIC X(132) VALUE SPACES.
002500 PROCEDURE DIVISION.
002580         THRU 1000-EXIT
002590     PERFORM 2000-GATHER-FEED-AUDITS
002600         THRU 2000-EXIT
002602     PERFORM 2200-GATHER-FEED-FINDINGS
002604         THRU 2200-EXIT
002610     PERFORM 3000-COUNT-POSTED
002620         THRU 3000-EXIT
002630     PERFORM 3100-COUNT-EXCEPTIONS
003540             END-IF
003550     END-READ.
003560 2100-EXIT.
003561     EXIT.
003562*----------------------------------------------------------------
003563* 2200-GATHER-FEED-FINDINGS
003564*     READS THE FEED SCHEDULE CHECK'S FINDINGS FOR TONIGHT.  ANY
003565*     FINDING, OR AN UNREADABLE FINDINGS DATASET, SETS REVIEW --
003566*     A NIGHT THAT GOT THIS FAR WITH A HOLD FINDING WAS FORCED.
003567*----------------------------------------------------------------
003568 2200-GATHER-FEED-FINDINGS.
003569     MOVE 'N' TO DL100-CUR-EOF-SWITCH
003570     OPEN INPUT FCHK-FILE
003571     IF DL100-CUR-FILE-STATUS NOT = "00"
003572         DISPLAY "FCHK-FILE OPEN FAILED, STATUS="
003573             DL100-CUR-FILE-STATUS
003574         MOVE 'Y' TO DL100-REVIEW-SWITCH
003575         GO TO 2200-EXIT
003576     END-IF
003577     PERFORM 2210-GATHER-ONE-FINDING
003578         THRU 2210-EXIT
003579         UNTIL DL100-CUR-END-OF-FILE
003580     CLOSE FCHK-FILE
003581     IF DL100-FCHK-COUNT > ZERO
003582         MOVE 'Y' TO DL100-REVIEW-SWITCH
003583     END-IF.
003584 2200-EXIT.
003585     EXIT.
003586*----------------------------------------------------------------
003587* 2210-GATHER-ONE-FINDING
003588*     READS AND COUNTS ONE FEED SCHEDULE FINDING, KEEPING IT FOR
003589*     THE PAGE WHILE THERE IS ROOM.
003590*----------------------------------------------------------------
003591 2210-GATHER-ONE-FINDING.
003592     READ FCHK-FILE
003593         AT END
003594             MOVE 'Y' TO DL100-CUR-EOF-SWITCH
003595         NOT AT END
003596             ADD 1 TO DL100-FCHK-COUNT
003597             IF DL100-FCHK-KEPT < DL100-FCHK-MAX
003598                 ADD 1 TO DL100-FCHK-KEPT
003599                 MOVE FCHK-FEED-ID
003600                     TO DL100-FCHK-T-ID (DL100-FCHK-KEPT)
003601                 MOVE FCHK-SEGMENT
003602                     TO DL100-FCHK-T-SEGMENT (DL100-FCHK-KEPT)
003603                 MOVE FCHK-CODE
003604                     TO DL100-FCHK-T-CODE (DL100-FCHK-KEPT)
003605                 MOVE FCHK-SEVERITY
003606                     TO DL100-FCHK-T-SEVERITY (DL100-FCHK-KEPT)
003607                 MOVE FCHK-TEXT
003608                     TO DL100-FCHK-T-TEXT (DL100-FCHK-KEPT)
003609             END-IF
003610     END-READ.
003611 2210-EXIT.
003612     EXIT.
003613*----------------------------------------------------------------
003614* 3000-COUNT-POSTED
003615*     COUNTS THE NIGHT'S VALIDATED OUTPUT RECORDS.  AN
003616*     UNREADABLE CUSTOUT SETS REVIEW.
003620*----------------------------------------------------------------
003630 3000-COUNT-POSTED.
003640     MOVE 'N' TO DL100-CUR-EOF-SWITCH
006980         UNTIL DL100-FEED-SUB > DL100-FEED-COUNT
006990     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007000     WRITE RPT-REPORT-LINE
007001     MOVE 'FEED SCHEDULE FINDINGS:' TO DL100-CNT-TEXT
007002     MOVE DL100-FCHK-COUNT TO DL100-CNT-VALUE
007003     IF DL100-FCHK-COUNT > ZERO
007004         MOVE '** REVIEW **' TO DL100-CNT-FLAG
007005     ELSE
007006         MOVE SPACES TO DL100-CNT-FLAG
007007     END-IF
007008     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
007009     WRITE RPT-REPORT-LINE
007010     MOVE 1 TO DL100-FCHK-SUB
007011     PERFORM 9200-WRITE-ONE-FINDING-LINE
007012         THRU 9200-EXIT
007013         UNTIL DL100-FCHK-SUB > DL100-FCHK-KEPT
007014     IF DL100-FCHK-COUNT > DL100-FCHK-KEPT
007015         MOVE '  MORE FINDINGS ON THE FEED' TO DL100-TXT-TEXT
007016         MOVE 'CHECK REPORT (FEEDRPT)' TO DL100-TXT-VALUE
007017         MOVE DL100-TEXT-LINE TO RPT-REPORT-LINE
007018         WRITE RPT-REPORT-LINE
007019     END-IF
007020     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007021     WRITE RPT-REPORT-LINE
007022     MOVE 'RECORDS POSTED (CUSTOUT):' TO DL100-CNT-TEXT
007023     MOVE DL100-POSTED-COUNT TO DL100-CNT-VALUE
007030     MOVE SPACES TO DL100-CNT-FLAG
007040     MOVE DL100-COUNT-LINE TO RPT-REPORT-LINE
007050     WRITE RPT-REPORT-LINE
007510     DISPLAY "DIGEST FEEDS: " DL100-FEED-COUNT
007520     DISPLAY "POSTED: " DL100-POSTED-COUNT
007530     DISPLAY "EXCEPTIONS: " DL100-EXCP-COUNT
007535     DISPLAY "FEED SCHEDULE FINDINGS: " DL100-FCHK-COUNT
007540     DISPLAY DL100-VER-TEXT.
007550 9000-EXIT.
007560     EXIT.
007720     ADD 1 TO DL100-FEED-SUB.
007730 9100-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760* 9200-WRITE-ONE-FINDING-LINE
007770*     WRITES ONE OF TONIGHT'S FEED SCHEDULE FINDINGS ON THE
007780*     DIGEST.
007790*----------------------------------------------------------------
007800 9200-WRITE-ONE-FINDING-LINE.
007810     MOVE DL100-FCHK-T-ID (DL100-FCHK-SUB) TO DL100-FCHK-ID
007820     MOVE DL100-FCHK-T-SEGMENT (DL100-FCHK-SUB)
007830         TO DL100-FCHK-SEGMENT
007840     MOVE DL100-FCHK-T-CODE (DL100-FCHK-SUB) TO DL100-FCHK-CODE
007850     MOVE DL100-FCHK-T-SEVERITY (DL100-FCHK-SUB)
007860         TO DL100-FCHK-SEVERITY
007870     MOVE DL100-FCHK-T-TEXT (DL100-FCHK-SUB) TO DL100-FCHK-TEXT
007880     MOVE DL100-FCHK-LINE TO RPT-REPORT-LINE
007890     WRITE RPT-REPORT-LINE
007900     ADD 1 TO DL100-FCHK-SUB.
007910 9200-EXIT.
007920     EXIT.

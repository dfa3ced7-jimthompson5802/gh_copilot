000010*****************************************************************
000020* PROGRAM-ID : MSTPROOF
000030* AUTHOR     : R. T. ALVAREZ
000040* INSTALLATION: CUSTOMER FILE PROCESSING - DATA CENTER
000050* DATE-WRITTEN: 10/15/2026
000060* REMARKS    : NIGHTLY CUSTOMER MASTER BALANCE PROOF, RUN AS
000070*              DL100A STEP025 RIGHT AFTER THE POSTING STEP.
000080*              BALCHK PROVES THE TRANSACTION FLOW; THIS STEP
000090*              PROVES THAT THE MASTER ITSELF MOVED BY EXACTLY
000100*              WHAT WAS POSTED:
000110*
000120*                PRIOR CONTROL TOTALS + NET OF CUSTHIST
000130*                  =  TOTALS READ FROM CUSTMAST TONIGHT
000140*
000150*              FOR THE TOTAL BALANCE AND FOR THE ACCOUNT COUNT
000160*              IN EACH STATUS (ACTIVE, DORMANT, CLOSED, AND ANY
000170*              OTHER VALUE).  THE PRIOR TOTALS COME FROM THE
000180*              LATEST MSTCTL GENERATION (CTLIN, COPYBOOK
000190*              PRFCTL), WHICH ALSO CARRIES THE LAST CUSTHIST
000200*              POSTING DATE ALREADY IN THEM; ONLY ENTRIES
000210*              POSTED AFTER THAT DATE ARE NETTED IN.  EVERY
000220*              CODE BUT THE NON-MONETARY ONES MOVES THE BALANCE
000230*              BY ITS AMOUNT.  AN ACCOUNT WITH NEW ENTRIES
000240*              LEAVES THE STATUS IN ITS FIRST ENTRY'S
000250*              HIST-PRIOR-STATUS (NONE FOR A NEW ACCOUNT) AND
000260*              ENTERS THE STATUS ON THE MASTER, AND ITS MASTER
000270*              BALANCE MUST EQUAL THE BALANCE AFTER ITS LAST
000280*              ENTRY.  WRITES A ONE-PAGE PROOF CERTIFICATE AND
000290*              THE NEW CONTROL RECORD (CTLOUT) FOR TOMORROW.
000300*              A REBASE CARD ON PRFCARD (COLUMNS 1-6 'REBASE',
000310*              THE REASON IN COLUMNS 8-47) SKIPS THE PROOF AND
000320*              RE-ESTABLISHES THE CONTROL TOTALS FROM THE
000330*              MASTER AS FOUND, WITH THE CHANGE SINCE THE PRIOR
000340*              CONTROL PRINTED; THE JOBS THAT CHANGE THE MASTER
000350*              OUTSIDE THE NIGHTLY POSTING (DL100H, DL100K,
000360*              DL100L) END WITH SUCH A STEP.  PRFCARD IS DUMMY
000370*              IN DL100A.
000380*              RETURN CODES: 0 IN PROOF OR RE-ESTABLISHED,
000390*              4 NO PRIOR CONTROL (TOTALS ESTABLISHED), 8 A
000400*              REQUIRED DATASET COULD NOT BE READ (THE PRIOR
000410*              CONTROL IS CARRIED FORWARD UNCHANGED), 16 OUT OF
000420*              PROOF (THE NEW CONTROL IS TAKEN FROM THE MASTER
000430*              AS FOUND, SO TOMORROW PROVES TOMORROW'S POSTINGS
000440*              ONLY).
000450*****************************************************************
000460*----------------------------------------------------------------
000470* MODIFICATION HISTORY
000480*----------------------------------------------------------------
000490* DATE       INIT  DESCRIPTION
000500* 10/15/2026 RTA   ORIGINAL PROGRAM.  NOTHING PROVED THAT THE
000510*                  MASTER'S TOTAL BALANCE TIED DAY OVER DAY; A
000520*                  STRAY REPRO OR RESTORE WOULD HAVE GONE
000530*                  UNNOTICED.  SEE JCL MEMBER DL100A STEP025.
000532* 10/15/2026 RTA   THE ADDRESS CODES ('A1', 'A2', 'A3', 'AR') ARE
000534*                  NON-MONETARY, LIKE 'NC'.
000540*----------------------------------------------------------------
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.  MSTPROOF.
000570 AUTHOR.  R. T. ALVAREZ.
000580 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000590 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT MST-FILE ASSIGN TO MSTFILE
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CUST-MST-ACCOUNT-NO
000680         FILE STATUS IS DL100-MST-FILE-STATUS.
000690     SELECT HIST-FILE ASSIGN TO HISTFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HIST-KEY
000730         FILE STATUS IS DL100-HIST-FILE-STATUS.
000740     SELECT CTLIN-FILE ASSIGN TO CTLIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DL100-CTLIN-FILE-STATUS.
000770     SELECT CTLOUT-FILE ASSIGN TO CTLOUT
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT CARD-FILE ASSIGN TO PRFCARD
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS DL100-CARD-FILE-STATUS.
000820     SELECT RPT-FILE ASSIGN TO PRFRPT
000830         ORGANIZATION IS SEQUENTIAL.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  MST-FILE
000870     RECORD CONTAINS 100 CHARACTERS.
000880     COPY CUSTMST.
000890 FD  HIST-FILE
000900     RECORD CONTAINS 60 CHARACTERS.
000910     COPY HISTREC.
000920 FD  CTLIN-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  CTLIN-REC                       PIC X(80).
000960 FD  CTLOUT-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  CTLOUT-REC                      PIC X(80).
001000 FD  CARD-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  CARD-REC.
001040     05  CARD-FUNCTION               PIC X(06).
001050         88  CARD-REBASE                         VALUE 'REBASE'.
001060     05  FILLER                      PIC X(01).
001070     05  CARD-REASON                 PIC X(40).
001080     05  FILLER                      PIC X(33).
001090 FD  RPT-FILE
001100     RECORDING MODE IS F
001110     RECORD CONTAINS 133 CHARACTERS.
001120 01  RPT-REPORT-LINE                 PIC X(133).
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* SWITCHES
001160*----------------------------------------------------------------
001170 77  DL100-EOF-SWITCH                PIC X(01)   VALUE 'N'.
001180     88  DL100-END-OF-FILE                       VALUE 'Y'.
001190 77  DL100-HIST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001200     88  DL100-HIST-END-OF-FILE                  VALUE 'Y'.
001210 77  DL100-CTLIN-EOF-SWITCH          PIC X(01)   VALUE 'N'.
001220     88  DL100-CTLIN-END-OF-FILE                 VALUE 'Y'.
001230 77  DL100-ABEND-SWITCH              PIC X(01)   VALUE 'N'.
001240     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001250 77  DL100-PRIOR-SWITCH              PIC X(01)   VALUE 'N'.
001260     88  DL100-PRIOR-FOUND                       VALUE 'Y'.
001270 77  DL100-MODE-SWITCH               PIC X(01)   VALUE 'P'.
001280     88  DL100-MODE-PROVE                        VALUE 'P'.
001290     88  DL100-MODE-REBASE                       VALUE 'R'.
001300 77  DL100-ACCT-HIST-SWITCH          PIC X(01)   VALUE 'N'.
001310     88  DL100-ACCT-HAS-HIST                     VALUE 'Y'.
001320*----------------------------------------------------------------
001330* FILE STATUS KEYS
001340*----------------------------------------------------------------
001350 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001360 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001370 77  DL100-CTLIN-FILE-STATUS         PIC X(02)   VALUE SPACES.
001380 77  DL100-CARD-FILE-STATUS          PIC X(02)   VALUE SPACES.
001390*----------------------------------------------------------------
001400* COUNTERS
001410*----------------------------------------------------------------
001420 77  DL100-MASTER-COUNT              PIC 9(09)   COMP VALUE ZERO.
001430 77  DL100-HIST-COUNT                PIC 9(09)   COMP VALUE ZERO.
001440 77  DL100-HIST-ACCT-COUNT           PIC 9(09)   COMP VALUE ZERO.
001450 77  DL100-MISMATCH-COUNT            PIC 9(09)   COMP VALUE ZERO.
001460*----------------------------------------------------------------
001470* PER-ACCOUNT HISTORY WORK AREAS AND THE POSTING DATES BOUNDING
001480* THE ENTRIES NETTED IN.  DL100-WORK-CODE CLASSIFIES A HISTORY
001490* ENTRY'S CODE: THE NON-MONETARY CODES NEVER MOVE THE BALANCE,
001500* WHATEVER AMOUNT THE TRANSACTION HAPPENED TO CARRY.
001510*----------------------------------------------------------------
001520 77  DL100-WORK-CODE                 PIC X(02)   VALUE SPACES.
001530     88  DL100-NON-MONETARY-CODE         VALUE 'CL' 'NC' 'OL'
001535                                           'A1' 'A2' 'A3' 'AR'.
001540 77  DL100-WORK-STATUS               PIC X(01)   VALUE SPACE.
001550 77  DL100-FROM-STATUS               PIC X(01)   VALUE SPACE.
001560 77  DL100-LAST-BAL-AFTER        PIC S9(11)V99 COMP-3 VALUE ZERO.
001570 77  DL100-PRIOR-THRU-DATE           PIC 9(08)   VALUE ZERO.
001580 77  DL100-NEW-THRU-DATE             PIC 9(08)   VALUE ZERO.
001590 77  DL100-PRIOR-CONTROL-DATE        PIC 9(08)   VALUE ZERO.
001600 77  DL100-REBASE-REASON             PIC X(40)   VALUE SPACES.
001610*----------------------------------------------------------------
001620* PROOF TABLE.  ONE ROW PER CERTIFICATE LINE, IN PRINT ORDER:
001630* 1 PRIOR CONTROL TOTALS, 2 NET OF CUSTHIST, 3 EXPECTED (1 + 2),
001640* 4 ACTUAL (READ FROM THE MASTER), 5 DIFFERENCE (4 - 3).  EACH
001650* ROW HOLDS AN ACCOUNT COUNT PER STATUS -- 1 ACTIVE, 2 DORMANT,
001660* 3 CLOSED, 4 ANY OTHER VALUE -- AND A TOTAL BALANCE.
001670*----------------------------------------------------------------
001680 01  DL100-PROOF-TABLE-AREA.
001690     05  DL100-ROW-SUB               PIC 9(02)   COMP VALUE ZERO.
001700     05  DL100-STAT-SUB              PIC 9(02)   COMP VALUE ZERO.
001710     05  DL100-PROOF-ROW OCCURS 5 TIMES.
001720         10  DL100-ROW-NAME          PIC X(30).
001730         10  DL100-ROW-COUNT         PIC S9(09)  COMP
001740                                     OCCURS 4 TIMES.
001750         10  DL100-ROW-BALANCE       PIC S9(15)V99 COMP-3.
001760*----------------------------------------------------------------
001770* BALANCE MISMATCH TABLE.  AN ACCOUNT WHOSE MASTER BALANCE IS
001780* NOT THE BALANCE AFTER ITS LAST HISTORY ENTRY IS DISPLAYED ON
001790* THE JOB LOG AS IT IS FOUND; THE FIRST ONES ARE HELD HERE FOR
001800* THE CERTIFICATE, WHICH PRINTS AFTER THE PASS.
001810*----------------------------------------------------------------
001820 01  DL100-MIS-TABLE-AREA.
001830     05  DL100-MIS-COUNT             PIC 9(05)   COMP VALUE ZERO.
001840     05  DL100-MIS-MAX               PIC 9(05)   COMP VALUE 30.
001850     05  DL100-MIS-SUB               PIC 9(05)   COMP VALUE ZERO.
001860     05  DL100-MIS-ENTRY OCCURS 30 TIMES.
001870         10  DL100-MIS-T-ACCOUNT     PIC 9(10).
001880         10  DL100-MIS-T-MASTER-BAL  PIC S9(11)V99 COMP-3.
001890         10  DL100-MIS-T-HIST-BAL    PIC S9(11)V99 COMP-3.
001900*----------------------------------------------------------------
001910* CONTROL RECORD WORK AREA (PRIOR CONTROL ON INPUT, THE NEW
001920* CONTROL ON OUTPUT)
001930*----------------------------------------------------------------
001940     COPY PRFCTL.
001950*----------------------------------------------------------------
001960* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001970*----------------------------------------------------------------
001980 01  DL100-CURRENT-DATE.
001990     05  DL100-CURRENT-YEAR          PIC 9(04).
002000     05  DL100-CURRENT-MONTH         PIC 9(02).
002010     05  DL100-CURRENT-DAY           PIC 9(02).
002020 01  DL100-RUN-DATE.
002030     05  DL100-RUN-YEAR              PIC 9(04).
002040     05  FILLER                      PIC X(01) VALUE '-'.
002050     05  DL100-RUN-MONTH             PIC 9(02).
002060     05  FILLER                      PIC X(01) VALUE '-'.
002070     05  DL100-RUN-DAY               PIC 9(02).
002080*----------------------------------------------------------------
002090* CERTIFICATE PRINT AREAS
002100*----------------------------------------------------------------
002110 01  DL100-TITLE-LINE.
002120     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
002130     05  FILLER                      PIC X(01) VALUE SPACE.
002140     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
002150     05  DL100-TITLE-RUN-DATE        PIC X(10).
002160     05  FILLER                      PIC X(05) VALUE SPACES.
002170     05  FILLER                      PIC X(36)
002180             VALUE 'CUSTOMER MASTER BALANCE PROOF'.
002190     05  FILLER                      PIC X(71) VALUE SPACES.
002200 01  DL100-COLUMN-HEADING-LINE.
002210     05  DL100-HDG-CC                PIC X(01) VALUE SPACE.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  FILLER                      PIC X(30) VALUE SPACES.
002240     05  FILLER                      PIC X(02) VALUE SPACES.
002250     05  FILLER                      PIC X(12)
002260             VALUE '      ACTIVE'.
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  FILLER                      PIC X(12)
002290             VALUE '     DORMANT'.
002300     05  FILLER                      PIC X(02) VALUE SPACES.
002310     05  FILLER                      PIC X(12)
002320             VALUE '      CLOSED'.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  FILLER                      PIC X(12)
002350             VALUE '       OTHER'.
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  FILLER                      PIC X(25)
002380             VALUE '            TOTAL BALANCE'.
002390     05  FILLER                      PIC X(18) VALUE SPACES.
002400 01  DL100-DETAIL-LINE.
002410     05  DL100-DET-CC                PIC X(01) VALUE SPACE.
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  DL100-DET-NAME              PIC X(30).
002440     05  FILLER                      PIC X(02) VALUE SPACES.
002450     05  DL100-DET-ACTIVE            PIC ----,---,--9.
002460     05  FILLER                      PIC X(02) VALUE SPACES.
002470     05  DL100-DET-DORMANT           PIC ----,---,--9.
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  DL100-DET-CLOSED            PIC ----,---,--9.
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  DL100-DET-OTHER             PIC ----,---,--9.
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  DL100-DET-BALANCE
002535             PIC $,$$$,$$$,$$$,$$$,$$9.99-.
002540     05  FILLER                      PIC X(18) VALUE SPACES.
002550 01  DL100-INFO-LINE.
002560     05  DL100-INFO-CC               PIC X(01) VALUE SPACE.
002570     05  FILLER                      PIC X(01) VALUE SPACE.
002580     05  DL100-INFO-TEXT             PIC X(30).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  DL100-INFO-VALUE            PIC X(40).
002610     05  FILLER                      PIC X(59) VALUE SPACES.
002620 01  DL100-INFO-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002630 01  DL100-MIS-HEADING-LINE.
002640     05  DL100-MHDG-CC               PIC X(01) VALUE SPACE.
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  FILLER                      PIC X(30)
002670             VALUE 'BALANCE DISAGREES WITH HISTORY'.
002680     05  FILLER                      PIC X(02) VALUE SPACES.
002690     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
002700     05  FILLER                      PIC X(02) VALUE SPACES.
002710     05  FILLER                      PIC X(18)
002720             VALUE '    MASTER BALANCE'.
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  FILLER                      PIC X(18)
002750             VALUE ' HISTORY BAL AFTER'.
002760     05  FILLER                      PIC X(49) VALUE SPACES.
002770 01  DL100-MIS-DETAIL-LINE.
002780     05  DL100-MIS-CC                PIC X(01) VALUE SPACE.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  FILLER                      PIC X(30) VALUE SPACES.
002810     05  FILLER                      PIC X(02) VALUE SPACES.
002820     05  DL100-MIS-ACCOUNT           PIC 9(10).
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  DL100-MIS-MASTER-BAL        PIC $$,$$$,$$$,$$9.99-.
002850     05  FILLER                      PIC X(02) VALUE SPACES.
002860     05  DL100-MIS-HIST-BAL          PIC $$,$$$,$$$,$$9.99-.
002870     05  FILLER                      PIC X(49) VALUE SPACES.
002880 01  DL100-BLANK-LINE.
002890     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
002900     05  FILLER                      PIC X(132) VALUE SPACES.
002910 01  DL100-VERDICT-LINE.
002920     05  DL100-VER-CC                PIC X(01) VALUE SPACE.
002930     05  FILLER                      PIC X(01) VALUE SPACE.
002940     05  DL100-VER-TEXT              PIC X(50).
002950     05  FILLER                      PIC X(81) VALUE SPACES.
002960 PROCEDURE DIVISION.
002970*----------------------------------------------------------------
002980* 0000-MAINLINE
002990*     CONTROLS OVERALL FLOW OF THE PROGRAM.  THE MASTER IS READ
003000*     ONCE, NETTING IN EACH ACCOUNT'S NEW HISTORY ENTRIES AS THE
003010*     ACCOUNT GOES BY; THE CERTIFICATE AND THE NEW CONTROL
003020*     RECORD ARE WRITTEN AT THE END.
003030*----------------------------------------------------------------
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-EXIT
003070     IF NOT DL100-ABEND-OCCURRED
003080         PERFORM 2000-PROCESS-ACCOUNT
003090             THRU 2000-EXIT
003100             UNTIL DL100-END-OF-FILE
003110     END-IF
003120     PERFORM 9000-TERMINATE
003130         THRU 9000-EXIT.
003140 9999-EXIT.
003150     STOP RUN.
003160*----------------------------------------------------------------
003170* 1000-INITIALIZE
003180*     SETS UP THE RUN DATE AND THE PROOF TABLE, OPENS THE
003190*     CERTIFICATE, READS THE CONTROL CARD AND THE PRIOR CONTROL
003200*     RECORD, OPENS THE MASTER (AND, WHEN THERE IS SOMETHING TO
003210*     PROVE, THE HISTORY), AND PRIMES THE READ LOOP.  A FAILED
003220*     OPEN OF A REQUIRED DATASET ENDS THE RUN RC 8.
003230*----------------------------------------------------------------
003240 1000-INITIALIZE.
003250     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
003260     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003270     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003280     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003290     MOVE 1 TO DL100-ROW-SUB
003300     PERFORM 1100-CLEAR-ONE-ROW
003310         THRU 1100-EXIT
003320         UNTIL DL100-ROW-SUB > 5
003330     MOVE 'PRIOR CONTROL TOTALS' TO DL100-ROW-NAME (1)
003340     MOVE 'NET OF CUSTHIST POSTINGS' TO DL100-ROW-NAME (2)
003350     MOVE 'EXPECTED MASTER TOTALS' TO DL100-ROW-NAME (3)
003360     MOVE 'ACTUAL MASTER TOTALS' TO DL100-ROW-NAME (4)
003370     MOVE 'DIFFERENCE' TO DL100-ROW-NAME (5)
003380     OPEN OUTPUT RPT-FILE
003390     PERFORM 1200-READ-CONTROL-CARD
003400         THRU 1200-EXIT
003410     IF DL100-ABEND-OCCURRED
003420         GO TO 1000-EXIT
003430     END-IF
003440     PERFORM 1300-READ-PRIOR-CONTROL
003450         THRU 1300-EXIT
003460     IF DL100-ABEND-OCCURRED
003470         GO TO 1000-EXIT
003480     END-IF
003490     OPEN INPUT MST-FILE
003500     IF DL100-MST-FILE-STATUS NOT = "00"
003510         DISPLAY "MST-FILE OPEN FAILED, STATUS="
003520             DL100-MST-FILE-STATUS
003530         MOVE 8 TO RETURN-CODE
003540         MOVE 'Y' TO DL100-ABEND-SWITCH
003550         GO TO 1000-EXIT
003560     END-IF
003570     IF DL100-MODE-PROVE AND DL100-PRIOR-FOUND
003580         OPEN INPUT HIST-FILE
003590         IF DL100-HIST-FILE-STATUS NOT = "00"
003600             DISPLAY "HIST-FILE OPEN FAILED, STATUS="
003610                 DL100-HIST-FILE-STATUS
003620             CLOSE MST-FILE
003630             MOVE 8 TO RETURN-CODE
003640             MOVE 'Y' TO DL100-ABEND-SWITCH
003650             GO TO 1000-EXIT
003660         END-IF
003670     END-IF
003680     PERFORM 2100-READ-MST-FILE
003690         THRU 2100-EXIT.
003700 1000-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 1100-CLEAR-ONE-ROW
003740*     CLEARS ONE ROW OF THE PROOF TABLE.
003750*----------------------------------------------------------------
003760 1100-CLEAR-ONE-ROW.
003770     MOVE SPACES TO DL100-ROW-NAME (DL100-ROW-SUB)
003780     MOVE ZERO TO DL100-ROW-COUNT (DL100-ROW-SUB, 1)
003790     MOVE ZERO TO DL100-ROW-COUNT (DL100-ROW-SUB, 2)
003800     MOVE ZERO TO DL100-ROW-COUNT (DL100-ROW-SUB, 3)
003810     MOVE ZERO TO DL100-ROW-COUNT (DL100-ROW-SUB, 4)
003820     MOVE ZERO TO DL100-ROW-BALANCE (DL100-ROW-SUB)
003830     ADD 1 TO DL100-ROW-SUB.
003840 1100-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 1200-READ-CONTROL-CARD
003880*     READS THE OPTIONAL CONTROL CARD.  NO CARD (PRFCARD DUMMY
003890*     OR EMPTY) MEANS A NORMAL PROOF; A REBASE CARD SWITCHES TO
003900*     RE-ESTABLISHING THE CONTROL TOTALS.  ANY OTHER CARD ENDS
003910*     THE RUN RC 8 RATHER THAN GUESS WHAT WAS MEANT.
003920*----------------------------------------------------------------
003930 1200-READ-CONTROL-CARD.
003940     OPEN INPUT CARD-FILE
003950     IF DL100-CARD-FILE-STATUS NOT = "00"
003960         GO TO 1200-EXIT
003970     END-IF
003980     READ CARD-FILE
003990         AT END
004000             MOVE SPACES TO CARD-REC
004010     END-READ
004020     CLOSE CARD-FILE
004030     IF CARD-REBASE
004040         MOVE 'R' TO DL100-MODE-SWITCH
004050         MOVE CARD-REASON TO DL100-REBASE-REASON
004060     ELSE
004070         IF CARD-REC NOT = SPACES
004080             DISPLAY "INVALID PRFCARD CONTROL CARD: "
004090                 CARD-FUNCTION
004100             MOVE 8 TO RETURN-CODE
004110             MOVE 'Y' TO DL100-ABEND-SWITCH
004120         END-IF
004130     END-IF.
004140 1200-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 1300-READ-PRIOR-CONTROL
004180*     READS THE PRIOR CONTROL GENERATION, KEEPING THE LAST
004190*     CONTROL RECORD ON IT AS ROW 1 OF THE PROOF TABLE.  AN
004200*     EMPTY GENERATION (THE PRIMED FIRST ONE) MEANS THERE IS NO
004210*     PRIOR CONTROL AND TONIGHT'S TOTALS ARE ESTABLISHED.
004220*----------------------------------------------------------------
004230 1300-READ-PRIOR-CONTROL.
004240     OPEN INPUT CTLIN-FILE
004250     IF DL100-CTLIN-FILE-STATUS NOT = "00"
004260         DISPLAY "CTLIN-FILE OPEN FAILED, STATUS="
004270             DL100-CTLIN-FILE-STATUS
004280         MOVE 8 TO RETURN-CODE
004290         MOVE 'Y' TO DL100-ABEND-SWITCH
004300         GO TO 1300-EXIT
004310     END-IF
004320     MOVE 'N' TO DL100-CTLIN-EOF-SWITCH
004330     PERFORM 1310-READ-ONE-CONTROL
004340         THRU 1310-EXIT
004350         UNTIL DL100-CTLIN-END-OF-FILE
004360     CLOSE CTLIN-FILE
004370     IF NOT DL100-PRIOR-FOUND
004380         DISPLAY "NO PRIOR CONTROL RECORD ON CTLIN"
004390     END-IF.
004400 1300-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* 1310-READ-ONE-CONTROL
004440*     READS ONE PRIOR CONTROL RECORD AND, IF IT IS A CONTROL
004450*     RECORD, LOADS IT AS THE PRIOR TOTALS.
004460*----------------------------------------------------------------
004470 1310-READ-ONE-CONTROL.
004480     READ CTLIN-FILE INTO PRF-CONTROL-RECORD
004490         AT END
004500             MOVE 'Y' TO DL100-CTLIN-EOF-SWITCH
004510         NOT AT END
004520             IF PRF-TYPE-CONTROL
004530                 MOVE 'Y' TO DL100-PRIOR-SWITCH
004540                 MOVE PRF-CONTROL-DATE
004550                     TO DL100-PRIOR-CONTROL-DATE
004560                 MOVE PRF-THRU-POST-DATE
004570                     TO DL100-PRIOR-THRU-DATE
004580                 MOVE PRF-ACTIVE-COUNT TO DL100-ROW-COUNT (1, 1)
004590                 MOVE PRF-DORMANT-COUNT
004600                     TO DL100-ROW-COUNT (1, 2)
004610                 MOVE PRF-CLOSED-COUNT TO DL100-ROW-COUNT (1, 3)
004620                 MOVE PRF-OTHER-COUNT TO DL100-ROW-COUNT (1, 4)
004630                 MOVE PRF-TOTAL-BALANCE
004640                     TO DL100-ROW-BALANCE (1)
004650             END-IF
004660     END-READ.
004670 1310-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 2000-PROCESS-ACCOUNT
004710*     ADDS ONE MASTER RECORD TO THE ACTUAL TOTALS (ROW 4) AND,
004720*     ON A NORMAL PROOF, NETS IN ITS NEW HISTORY ENTRIES.
004730*----------------------------------------------------------------
004740 2000-PROCESS-ACCOUNT.
004750     ADD 1 TO DL100-MASTER-COUNT
004760     MOVE CUST-MST-STATUS TO DL100-WORK-STATUS
004770     PERFORM 6000-FIND-STATUS-SUB
004780         THRU 6000-EXIT
004790     ADD 1 TO DL100-ROW-COUNT (4, DL100-STAT-SUB)
004800     ADD CUST-MST-BALANCE TO DL100-ROW-BALANCE (4)
004810     IF DL100-MODE-PROVE AND DL100-PRIOR-FOUND
004820         PERFORM 3000-NET-ACCOUNT-HISTORY
004830             THRU 3000-EXIT
004840     END-IF
004850     PERFORM 2100-READ-MST-FILE
004860         THRU 2100-EXIT.
004870 2000-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* 2100-READ-MST-FILE
004910*     READS THE NEXT MASTER RECORD IN ACCOUNT ORDER.
004920*----------------------------------------------------------------
004930 2100-READ-MST-FILE.
004940     READ MST-FILE
004950         AT END
004960             MOVE 'Y' TO DL100-EOF-SWITCH
004970     END-READ.
004980 2100-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010* 3000-NET-ACCOUNT-HISTORY
005020*     POSITIONS ON THE CURRENT ACCOUNT'S FIRST HISTORY ENTRY
005030*     POSTED AFTER THE PRIOR CONTROL'S THROUGH DATE AND NETS IN
005040*     EVERY ONE OF ITS ENTRIES FROM THERE.  AN ACCOUNT WITH NEW
005050*     ENTRIES MOVES FROM ITS FIRST ENTRY'S PRIOR STATUS TO THE
005060*     STATUS NOW ON THE MASTER, AND ITS MASTER BALANCE MUST BE
005070*     THE BALANCE AFTER ITS LAST ENTRY.
005080*----------------------------------------------------------------
005090 3000-NET-ACCOUNT-HISTORY.
005100     MOVE 'N' TO DL100-ACCT-HIST-SWITCH
005110     MOVE 'N' TO DL100-HIST-EOF-SWITCH
005120     MOVE CUST-MST-ACCOUNT-NO TO HIST-ACCOUNT-NO
005130     MOVE DL100-PRIOR-THRU-DATE TO HIST-POST-DATE
005140     MOVE 9999999 TO HIST-POST-SEQ
005150     START HIST-FILE KEY > HIST-KEY
005160         INVALID KEY
005170             MOVE 'Y' TO DL100-HIST-EOF-SWITCH
005180     END-START
005190     PERFORM 3100-NET-ONE-HIST
005200         THRU 3100-EXIT
005210         UNTIL DL100-HIST-END-OF-FILE
005220     IF NOT DL100-ACCT-HAS-HIST
005230         GO TO 3000-EXIT
005240     END-IF
005250     ADD 1 TO DL100-HIST-ACCT-COUNT
005260     IF DL100-FROM-STATUS NOT = SPACE
005270         MOVE DL100-FROM-STATUS TO DL100-WORK-STATUS
005280         PERFORM 6000-FIND-STATUS-SUB
005290             THRU 6000-EXIT
005300         SUBTRACT 1 FROM DL100-ROW-COUNT (2, DL100-STAT-SUB)
005310     END-IF
005320     MOVE CUST-MST-STATUS TO DL100-WORK-STATUS
005330     PERFORM 6000-FIND-STATUS-SUB
005340         THRU 6000-EXIT
005350     ADD 1 TO DL100-ROW-COUNT (2, DL100-STAT-SUB)
005360     IF DL100-LAST-BAL-AFTER NOT = CUST-MST-BALANCE
005370         PERFORM 3200-RECORD-MISMATCH
005380             THRU 3200-EXIT
005390     END-IF.
005400 3000-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 3100-NET-ONE-HIST
005440*     READS THE NEXT HISTORY ENTRY.  AN ENTRY FOR ANOTHER
005450*     ACCOUNT ENDS THE CURRENT ACCOUNT'S ENTRIES.  EVERY CODE
005460*     BUT THE NON-MONETARY ONES MOVES THE BALANCE BY ITS AMOUNT.
005470*----------------------------------------------------------------
005480 3100-NET-ONE-HIST.
005490     READ HIST-FILE NEXT
005500         AT END
005510             MOVE 'Y' TO DL100-HIST-EOF-SWITCH
005520             GO TO 3100-EXIT
005530     END-READ
005540     IF HIST-ACCOUNT-NO NOT = CUST-MST-ACCOUNT-NO
005550         MOVE 'Y' TO DL100-HIST-EOF-SWITCH
005560         GO TO 3100-EXIT
005570     END-IF
005580     ADD 1 TO DL100-HIST-COUNT
005590     IF NOT DL100-ACCT-HAS-HIST
005600         MOVE 'Y' TO DL100-ACCT-HIST-SWITCH
005610         MOVE HIST-PRIOR-STATUS TO DL100-FROM-STATUS
005620     END-IF
005630     MOVE HIST-TRANS-CODE TO DL100-WORK-CODE
005640     IF NOT DL100-NON-MONETARY-CODE
005650         ADD HIST-TRANS-AMOUNT TO DL100-ROW-BALANCE (2)
005660     END-IF
005670     MOVE HIST-BALANCE-AFTER TO DL100-LAST-BAL-AFTER
005680     IF HIST-POST-DATE > DL100-NEW-THRU-DATE
005690         MOVE HIST-POST-DATE TO DL100-NEW-THRU-DATE
005700     END-IF.
005710 3100-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* 3200-RECORD-MISMATCH
005750*     LOGS AN ACCOUNT WHOSE MASTER BALANCE DISAGREES WITH ITS
005760*     LAST HISTORY ENTRY AND HOLDS IT FOR THE CERTIFICATE WHILE
005770*     THERE IS ROOM.
005780*----------------------------------------------------------------
005790 3200-RECORD-MISMATCH.
005800     ADD 1 TO DL100-MISMATCH-COUNT
005810     DISPLAY "BALANCE DISAGREES WITH HISTORY, ACCOUNT "
005820         CUST-MST-ACCOUNT-NO
005830     IF DL100-MIS-COUNT < DL100-MIS-MAX
005840         ADD 1 TO DL100-MIS-COUNT
005850         MOVE CUST-MST-ACCOUNT-NO
005860             TO DL100-MIS-T-ACCOUNT (DL100-MIS-COUNT)
005870         MOVE CUST-MST-BALANCE
005880             TO DL100-MIS-T-MASTER-BAL (DL100-MIS-COUNT)
005890         MOVE DL100-LAST-BAL-AFTER
005900             TO DL100-MIS-T-HIST-BAL (DL100-MIS-COUNT)
005910     END-IF.
005920 3200-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 6000-FIND-STATUS-SUB
005960*     SETS DL100-STAT-SUB TO THE PROOF TABLE COLUMN FOR THE
005970*     STATUS IN DL100-WORK-STATUS.
005980*----------------------------------------------------------------
005990 6000-FIND-STATUS-SUB.
006000     EVALUATE DL100-WORK-STATUS
006010         WHEN 'A'
006020             MOVE 1 TO DL100-STAT-SUB
006030         WHEN 'D'
006040             MOVE 2 TO DL100-STAT-SUB
006050         WHEN 'C'
006060             MOVE 3 TO DL100-STAT-SUB
006070         WHEN OTHER
006080             MOVE 4 TO DL100-STAT-SUB
006090     END-EVALUATE.
006100 6000-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* 6100-COMPUTE-ONE-STATUS
006140*     COMPUTES THE EXPECTED (ROW 3) AND DIFFERENCE (ROW 5)
006150*     COUNTS FOR ONE STATUS COLUMN.
006160*----------------------------------------------------------------
006170 6100-COMPUTE-ONE-STATUS.
006180     ADD DL100-ROW-COUNT (1, DL100-STAT-SUB)
006190         DL100-ROW-COUNT (2, DL100-STAT-SUB)
006200         GIVING DL100-ROW-COUNT (3, DL100-STAT-SUB)
006210     SUBTRACT DL100-ROW-COUNT (3, DL100-STAT-SUB)
006220         FROM DL100-ROW-COUNT (4, DL100-STAT-SUB)
006230         GIVING DL100-ROW-COUNT (5, DL100-STAT-SUB)
006240     ADD 1 TO DL100-STAT-SUB.
006250 6100-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 7000-WRITE-PROOF-ROW
006290*     WRITES THE CERTIFICATE LINE FOR THE PROOF TABLE ROW
006300*     DL100-ROW-SUB POINTS AT.
006310*----------------------------------------------------------------
006320 7000-WRITE-PROOF-ROW.
006330     MOVE DL100-ROW-NAME (DL100-ROW-SUB) TO DL100-DET-NAME
006340     MOVE DL100-ROW-COUNT (DL100-ROW-SUB, 1) TO DL100-DET-ACTIVE
006350     MOVE DL100-ROW-COUNT (DL100-ROW-SUB, 2)
006360         TO DL100-DET-DORMANT
006370     MOVE DL100-ROW-COUNT (DL100-ROW-SUB, 3) TO DL100-DET-CLOSED
006380     MOVE DL100-ROW-COUNT (DL100-ROW-SUB, 4) TO DL100-DET-OTHER
006390     MOVE DL100-ROW-BALANCE (DL100-ROW-SUB)
006400         TO DL100-DET-BALANCE
006410     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
006420     WRITE RPT-REPORT-LINE.
006430 7000-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460* 7100-WRITE-MISMATCH-LINE
006470*     WRITES ONE HELD BALANCE MISMATCH TO THE CERTIFICATE.
006480*----------------------------------------------------------------
006490 7100-WRITE-MISMATCH-LINE.
006500     MOVE DL100-MIS-T-ACCOUNT (DL100-MIS-SUB)
006510         TO DL100-MIS-ACCOUNT
006520     MOVE DL100-MIS-T-MASTER-BAL (DL100-MIS-SUB)
006530         TO DL100-MIS-MASTER-BAL
006540     MOVE DL100-MIS-T-HIST-BAL (DL100-MIS-SUB)
006550         TO DL100-MIS-HIST-BAL
006560     MOVE DL100-MIS-DETAIL-LINE TO RPT-REPORT-LINE
006570     WRITE RPT-REPORT-LINE
006580     ADD 1 TO DL100-MIS-SUB.
006590 7100-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* 7200-WRITE-INFO-LINE
006630*     WRITES ONE LABELLED VALUE LINE FROM DL100-INFO-LINE.
006640*----------------------------------------------------------------
006650 7200-WRITE-INFO-LINE.
006660     MOVE DL100-INFO-LINE TO RPT-REPORT-LINE
006670     WRITE RPT-REPORT-LINE
006680     MOVE SPACES TO DL100-INFO-VALUE.
006690 7200-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720* 8000-DECIDE-PROOF
006730*     COMPLETES THE PROOF TABLE AND DECIDES THE VERDICT AND THE
006740*     RESULT CARRIED ON THE NEW CONTROL RECORD.  ON A NORMAL
006750*     PROOF THE MASTER IS IN PROOF WHEN EVERY DIFFERENCE IS
006760*     ZERO AND NO ACCOUNT DISAGREED WITH ITS HISTORY.  ON A
006770*     REBASE, OR WITH NO PRIOR CONTROL, THERE IS NOTHING TO
006780*     PROVE: ROW 3 IS THE PRIOR CONTROL AS IT STOOD AND ROW 5
006790*     SHOWS HOW FAR THE MASTER HAS MOVED FROM IT.
006800*----------------------------------------------------------------
006810 8000-DECIDE-PROOF.
006820     ADD DL100-ROW-BALANCE (1) DL100-ROW-BALANCE (2)
006830         GIVING DL100-ROW-BALANCE (3)
006840     SUBTRACT DL100-ROW-BALANCE (3) FROM DL100-ROW-BALANCE (4)
006850         GIVING DL100-ROW-BALANCE (5)
006860     MOVE 1 TO DL100-STAT-SUB
006870     PERFORM 6100-COMPUTE-ONE-STATUS
006880         THRU 6100-EXIT
006890         UNTIL DL100-STAT-SUB > 4
006900     IF DL100-MODE-REBASE
006910         MOVE '*** CONTROL TOTALS RE-ESTABLISHED ***'
006920             TO DL100-VER-TEXT
006930         MOVE 'R' TO PRF-PROOF-RESULT
006940         GO TO 8000-EXIT
006950     END-IF
006960     IF NOT DL100-PRIOR-FOUND
006970         MOVE '*** NO PRIOR CONTROL - TOTALS ESTABLISHED ***'
006980             TO DL100-VER-TEXT
006990         MOVE 'E' TO PRF-PROOF-RESULT
007000         IF RETURN-CODE < 4
007010             MOVE 4 TO RETURN-CODE
007020         END-IF
007030         GO TO 8000-EXIT
007040     END-IF
007050     IF DL100-ROW-BALANCE (5) = ZERO
007060             AND DL100-ROW-COUNT (5, 1) = ZERO
007070             AND DL100-ROW-COUNT (5, 2) = ZERO
007080             AND DL100-ROW-COUNT (5, 3) = ZERO
007090             AND DL100-ROW-COUNT (5, 4) = ZERO
007100             AND DL100-MISMATCH-COUNT = ZERO
007110         MOVE '*** MASTER IN PROOF ***' TO DL100-VER-TEXT
007120         MOVE 'P' TO PRF-PROOF-RESULT
007130     ELSE
007140         MOVE '*** MASTER OUT OF PROOF ***' TO DL100-VER-TEXT
007150         MOVE 'O' TO PRF-PROOF-RESULT
007160         MOVE 16 TO RETURN-CODE
007170     END-IF.
007180 8000-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* 8100-WRITE-NEW-CONTROL
007220*     WRITES TOMORROW'S CONTROL RECORD.  AFTER A COMPLETE PASS
007230*     IT CARRIES THE TOTALS READ FROM THE MASTER AND THE LATEST
007240*     POSTING DATE NETTED IN (OR TODAY, WHEN THE TOTALS ARE
007250*     FIRST ESTABLISHED).  WHEN THE PASS DID NOT COMPLETE, THE
007260*     PRIOR CONTROL IS CARRIED FORWARD UNCHANGED SO TOMORROW'S
007270*     PROOF COVERS BOTH NIGHTS' POSTINGS.
007280*----------------------------------------------------------------
007290 8100-WRITE-NEW-CONTROL.
007300     OPEN OUTPUT CTLOUT-FILE
007310     IF DL100-ABEND-OCCURRED
007320         IF DL100-PRIOR-FOUND
007330             WRITE CTLOUT-REC FROM PRF-CONTROL-RECORD
007340         END-IF
007350         CLOSE CTLOUT-FILE
007360         GO TO 8100-EXIT
007370     END-IF
007380     IF NOT DL100-PRIOR-FOUND
007390         MOVE DL100-CURRENT-DATE TO DL100-NEW-THRU-DATE
007400     END-IF
007410     IF DL100-NEW-THRU-DATE < DL100-PRIOR-THRU-DATE
007420         MOVE DL100-PRIOR-THRU-DATE TO DL100-NEW-THRU-DATE
007430     END-IF
007440     MOVE 'PC' TO PRF-RECORD-TYPE
007450     MOVE DL100-CURRENT-DATE TO PRF-CONTROL-DATE
007460     MOVE DL100-NEW-THRU-DATE TO PRF-THRU-POST-DATE
007470     MOVE DL100-ROW-BALANCE (4) TO PRF-TOTAL-BALANCE
007480     MOVE DL100-ROW-COUNT (4, 1) TO PRF-ACTIVE-COUNT
007490     MOVE DL100-ROW-COUNT (4, 2) TO PRF-DORMANT-COUNT
007500     MOVE DL100-ROW-COUNT (4, 3) TO PRF-CLOSED-COUNT
007510     MOVE DL100-ROW-COUNT (4, 4) TO PRF-OTHER-COUNT
007520     WRITE CTLOUT-REC FROM PRF-CONTROL-RECORD
007530     CLOSE CTLOUT-FILE.
007540 8100-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* 9000-TERMINATE
007580*     CLOSES THE INPUTS, DECIDES THE PROOF, WRITES THE NEW
007590*     CONTROL RECORD AND THE ONE-PAGE CERTIFICATE, AND SETS THE
007600*     FINAL RETURN CODE: 16 OUT OF PROOF (THE DOWNSTREAM
007610*     SCHEDULE STOPS ON IT), 8 WHEN A REQUIRED DATASET COULD
007620*     NOT BE READ, 4 WHEN THERE WAS NO PRIOR CONTROL, 0 IN
007630*     PROOF OR RE-ESTABLISHED.
007640*----------------------------------------------------------------
007650 9000-TERMINATE.
007660     IF NOT DL100-ABEND-OCCURRED
007670         CLOSE MST-FILE
007680         IF DL100-MODE-PROVE AND DL100-PRIOR-FOUND
007690             CLOSE HIST-FILE
007700         END-IF
007710         PERFORM 8000-DECIDE-PROOF
007720             THRU 8000-EXIT
007730     ELSE
007740         MOVE '*** CERTIFICATE INCOMPLETE - SEE LOG ***'
007750             TO DL100-VER-TEXT
007760     END-IF
007770     PERFORM 8100-WRITE-NEW-CONTROL
007780         THRU 8100-EXIT
007790     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
007800     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
007810     WRITE RPT-REPORT-LINE
007820     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007830     WRITE RPT-REPORT-LINE
007840     MOVE DL100-COLUMN-HEADING-LINE TO RPT-REPORT-LINE
007850     WRITE RPT-REPORT-LINE
007860     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007870     WRITE RPT-REPORT-LINE
007880     IF DL100-MODE-PROVE AND DL100-PRIOR-FOUND
007890         MOVE 1 TO DL100-ROW-SUB
007900         PERFORM 7000-WRITE-PROOF-ROW
007910             THRU 7000-EXIT
007920             UNTIL DL100-ROW-SUB > 5
007930     ELSE
007940         IF DL100-PRIOR-FOUND
007950             MOVE 1 TO DL100-ROW-SUB
007960             PERFORM 7000-WRITE-PROOF-ROW
007970                 THRU 7000-EXIT
007980         END-IF
007990         MOVE 4 TO DL100-ROW-SUB
008000         PERFORM 7000-WRITE-PROOF-ROW
008010             THRU 7000-EXIT
008020         IF DL100-PRIOR-FOUND
008030             MOVE 5 TO DL100-ROW-SUB
008040             PERFORM 7000-WRITE-PROOF-ROW
008050                 THRU 7000-EXIT
008060         END-IF
008070     END-IF
008080     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008090     WRITE RPT-REPORT-LINE
008100     PERFORM 9100-WRITE-RUN-FACTS
008110         THRU 9100-EXIT
008120     IF DL100-MIS-COUNT > ZERO
008130         MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008140         WRITE RPT-REPORT-LINE
008150         MOVE DL100-MIS-HEADING-LINE TO RPT-REPORT-LINE
008160         WRITE RPT-REPORT-LINE
008170         MOVE 1 TO DL100-MIS-SUB
008180         PERFORM 7100-WRITE-MISMATCH-LINE
008190             THRU 7100-EXIT
008200             UNTIL DL100-MIS-SUB > DL100-MIS-COUNT
008210     END-IF
008220     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
008230     WRITE RPT-REPORT-LINE
008240     MOVE DL100-VERDICT-LINE TO RPT-REPORT-LINE
008250     WRITE RPT-REPORT-LINE
008260     CLOSE RPT-FILE
008270     DISPLAY "ACCOUNTS ON MASTER: " DL100-MASTER-COUNT
008280     DISPLAY "HISTORY ENTRIES NETTED: " DL100-HIST-COUNT
008290     DISPLAY "BALANCE MISMATCHES: " DL100-MISMATCH-COUNT
008300     DISPLAY DL100-VER-TEXT.
008310 9000-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------
008340* 9100-WRITE-RUN-FACTS
008350*     WRITES THE LABELLED FACTS BEHIND THE FIGURES: WHICH
008360*     CONTROL WAS PROVED AGAINST, THE HISTORY NETTED IN, THE
008370*     NEW CONTROL'S THROUGH DATE, AND ANY REBASE REASON.
008380*----------------------------------------------------------------
008390 9100-WRITE-RUN-FACTS.
008400     IF DL100-PRIOR-FOUND
008410         MOVE 'PRIOR CONTROL DATE' TO DL100-INFO-TEXT
008420         MOVE DL100-PRIOR-CONTROL-DATE TO DL100-INFO-VALUE
008430         PERFORM 7200-WRITE-INFO-LINE
008440             THRU 7200-EXIT
008450         MOVE 'HISTORY NETTED IF POSTED AFTER' TO DL100-INFO-TEXT
008460         MOVE DL100-PRIOR-THRU-DATE TO DL100-INFO-VALUE
008470         PERFORM 7200-WRITE-INFO-LINE
008480             THRU 7200-EXIT
008490     END-IF
008500     MOVE 'ACCOUNTS ON THE MASTER' TO DL100-INFO-TEXT
008510     MOVE DL100-MASTER-COUNT TO DL100-INFO-EDIT-COUNT
008520     MOVE DL100-INFO-EDIT-COUNT TO DL100-INFO-VALUE
008530     PERFORM 7200-WRITE-INFO-LINE
008540         THRU 7200-EXIT
008550     IF DL100-MODE-PROVE AND DL100-PRIOR-FOUND
008560         MOVE 'HISTORY ENTRIES NETTED' TO DL100-INFO-TEXT
008570         MOVE DL100-HIST-COUNT TO DL100-INFO-EDIT-COUNT
008580         MOVE DL100-INFO-EDIT-COUNT TO DL100-INFO-VALUE
008590         PERFORM 7200-WRITE-INFO-LINE
008600             THRU 7200-EXIT
008610         MOVE 'ACCOUNTS WITH NEW HISTORY' TO DL100-INFO-TEXT
008620         MOVE DL100-HIST-ACCT-COUNT TO DL100-INFO-EDIT-COUNT
008630         MOVE DL100-INFO-EDIT-COUNT TO DL100-INFO-VALUE
008640         PERFORM 7200-WRITE-INFO-LINE
008650             THRU 7200-EXIT
008660         MOVE 'BALANCES DISAGREEING' TO DL100-INFO-TEXT
008670         MOVE DL100-MISMATCH-COUNT TO DL100-INFO-EDIT-COUNT
008680         MOVE DL100-INFO-EDIT-COUNT TO DL100-INFO-VALUE
008690         PERFORM 7200-WRITE-INFO-LINE
008700             THRU 7200-EXIT
008710     END-IF
008720     IF NOT DL100-ABEND-OCCURRED
008730         MOVE 'NEW CONTROL THROUGH POSTING' TO DL100-INFO-TEXT
008740         MOVE DL100-NEW-THRU-DATE TO DL100-INFO-VALUE
008750         PERFORM 7200-WRITE-INFO-LINE
008760             THRU 7200-EXIT
008770     END-IF
008780     IF DL100-MODE-REBASE
008790         MOVE 'REASON FOR RE-ESTABLISHING' TO DL100-INFO-TEXT
008800         MOVE DL100-REBASE-REASON TO DL100-INFO-VALUE
008810         PERFORM 7200-WRITE-INFO-LINE
008820             THRU 7200-EXIT
008830     END-IF.
008840 9100-EXIT.
008850     EXIT.

000270*              APPLIED TRANSACTION IS ALSO WRITTEN TO THE KEYED
000280*              POSTED-TRANSACTION HISTORY DATABASE (COPYBOOK
000290*              HISTREC) WITH THE BALANCE AFTER THE POSTING.
000291*              A DEBIT THAT WOULD TAKE THE BALANCE BELOW THE
000292*              NEGATIVE OF THE ACCOUNT'S OVERDRAFT LIMIT IS NOT
000293*              POSTED: IT IS RETURNED TO RTRN-FILE WITH A REASON,
000294*              LISTED ON THE RETURNED-ITEMS NOTICE (RTRN-RPT-FILE)
000295*              FOR THE BRANCHES, AND CHARGED THE RETURNED-ITEM FEE
000296*              THROUGH AN ORDINARY FEED SEGMENT (RFEE-FILE) THAT
000297*              READFILE PICKS UP THE NEXT NIGHT.
000298*              AN ESCHEAT ('ES', FROM THE FINAL RUN OF THE
000299*              UNCLAIMED PROPERTY JOB ESCHEAT) ZEROES THE BALANCE
000300*              OF A DORMANT ACCOUNT AND MARKS IT ESCHEATED ('E').
000301*              THE ADDRESS TRANSACTIONS ('A1', 'A2', 'A3',
000302*              'AR') MAINTAIN THE KEYED CUSTOMER ADDRESS FILE
000303*              (ADDR-FILE, COPYBOOK ADDRREC), NOT THE MASTER.
000304*              THE RUN TAKES A COMMIT POINT (MCKP-FILE, COPYBOOK
000305*              MCKPREC) EVERY 25 CHANGED ACCOUNTS AND AFTER EVERY
000306*              TRANSFER, SO AN ABENDED RUN IS RESTARTED FROM THE
000307*              NEXT ACCOUNT RATHER THAN BACKED OUT AND RERUN.
000308*              THE NAME EVERY 'OP' AND 'NC' PUTS ON THE MASTER IS
000309*              ALSO JOURNALED UNDER ITS HISTORY KEY (HNAM-FILE,
000310*              COPYBOOK HNAMREC) FOR THE FORWARD RECOVERY.
000311*****************************************************************
000312*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*----------------------------------------------------------------
000340* DATE       INIT  DESCRIPTION
000816*                  THE ELAPSED TIME THE SORTED REDESIGN JUST
000817*                  BOUGHT; THE PURGE IS HOUSEKEEPING, NOT
000818*                  NIGHTLY WORK.
000819* 10/15/2026 RTA   OVERDRAFT LIMITS AND RETURNED ITEMS.  A DEBIT
000820*                  THAT WOULD TAKE THE BALANCE PAST THE ACCOUNT'S
000821*                  OVERDRAFT LIMIT (CUST-MST-OD-LIMIT, ZERO MEANS
000822*                  NO OVERDRAFT) USED TO POST AND LEAVE THE
000823*                  BRANCHES TO FIND THE NEGATIVE BALANCE.  IT IS
000824*                  NOW RETURNED UNPOSTED TO THE RTRNITEM GDG WITH
000825*                  A REASON, PRINTED ON THE RETURNED-ITEMS NOTICE
000826*                  LIST, AND CHARGED THE RETURNED-ITEM FEE (CODE
000827*                  'RF') THROUGH A FEED SEGMENT WRITTEN TO
000828*                  RFEEFILE, WHICH DL100A CARRIES INTO THE NEXT
000829*                  NIGHT'S INFILE.  BANK-ASSESSED CHARGES ('SC'
000830*                  AND 'RF') ARE NEVER RETURNED.  ADDED THE 'OL'
000831*                  TRANSACTION, WHICH REPLACES THE OVERDRAFT
000832*                  LIMIT; AN 'OP' NOW SETS THE OPENING LIMIT.
000833*                  RETURNED ITEMS ARE NOT EXCEPTIONS AND DO NOT
000834*                  RAISE THE RETURN CODE.
000835* 10/15/2026 RTA   EACH HISTORY ENTRY NOW CARRIES THE ACCOUNT'S
000836*                  STATUS AS IT STOOD BEFORE THE POSTING
000837*                  (HIST-PRIOR-STATUS) FOR THE NIGHTLY MASTER
000838*                  BALANCE PROOF, MSTPROOF.
000839* 10/15/2026 RTA   INTER-ACCOUNT TRANSFERS ('XF').  A TRANSFER IS
000840*                  SET ASIDE ON THE XFERWORK WORK FILE DURING THE
000841*                  SORTED PASS AND APPLIED AFTER IT, WHEN EVERY
000842*                  ACCOUNT OPENED TONIGHT IS ON THE MASTER.  BOTH
000843*                  ACCOUNTS ARE CHECKED BEFORE EITHER IS TOUCHED,
000844*                  SO A TRANSFER POSTS BOTH SIDES OR NEITHER: THE
000845*                  FROM-ACCOUNT IS DEBITED, THE TO-ACCOUNT
000846*                  CREDITED, AND EACH HISTORY ENTRY CARRIES THE
000847*                  OTHER ACCOUNT IN HIST-XF-ACCOUNT.  A TRANSFER
000848*                  THE FROM-ACCOUNT CANNOT COVER IS RETURNED LIKE
000849*                  ANY OTHER DEBIT, WITHOUT A RETURNED-ITEM FEE.
000850*                  XFERWORK DD ADDED TO STEP020.
000851* 10/15/2026 RTA   ADDED THE ESCHEAT TRANSACTION (CODE 'ES') FROM
000852*                  THE ANNUAL UNCLAIMED PROPERTY RUN (ESCHEAT,
000853*                  JCL MEMBER DL100O).  IT POSTS ONLY TO A DORMANT
000854*                  ACCOUNT AND ONLY IF IT TAKES THE BALANCE
000855*                  EXACTLY TO ZERO -- ANY ACTIVITY SINCE THE
000856*                  NOTICE MAKES IT AN EXCEPTION -- AND MARKS THE
000857*                  ACCOUNT ESCHEATED ('E') WITHOUT MOVING ITS LAST
000858*                  ACTIVITY DATE.  A LATER MONETARY POSTING OR
000859*                  TRANSFER FLIPS AN ESCHEATED ACCOUNT BACK TO
000860*                  'A', AS FOR A DORMANT ONE.
000861* 10/15/2026 RTA   ADDED THE CUSTOMER ADDRESS FILE (ADDR-FILE,
000862*                  VSAM KSDS PROD.DL100.CUSTADDR, COPYBOOK
000863*                  ADDRREC) AND ITS MAINTENANCE TRANSACTIONS: 'A1'
000864*                  SETS THE STREET LINE (ADDING THE ADDRESS RECORD
000865*                  IF THE ACCOUNT HAS NONE), 'A2' THE SECOND LINE,
000866*                  'A3' THE CITY, STATE AND ZIP, AND 'AR'
000867*                  MARKS THE ADDRESS RETURN MAIL.  AN 'A1' OR 'A3'
000868*                  CLEARS A RETURN-MAIL MARK.  THE MASTER IS NOT
000869*                  TOUCHED; THE HISTORY ENTRY RECORDS THE CHANGE
000870*                  LIKE AN 'NC'.  ADDRFILE DD ADDED TO STEP020.
000871* 10/15/2026 RTA   COMMIT POINTS AND RESTART.  AN ABEND PARTWAY
000872*                  THROUGH THE RUN USED TO LEAVE CUSTMAST AND
000873*                  CUSTHIST HALF POSTED, AND THE ONLY WAY OUT WAS
000874*                  MSTBKOUT AND A RERUN OF THE WHOLE NIGHT.  THE
000875*                  MASTER AND ADDRESS RECORDS OF FINISHED ACCOUNT
000876*                  GROUPS ARE NOW HELD AND WRITTEN TOGETHER AT A
000877*                  COMMIT POINT EVERY 25 CHANGED ACCOUNTS, AT THE
000878*                  END OF THE SORTED PASS, AND AFTER EACH
000879*                  TRANSFER.  THE COMMIT RECORD (MCKPFILE, VSAM
000880*                  KSDS PROD.DL100.MSTCKPT, COPYBOOK MCKPREC)
000881*                  CARRIES THE LAST ACCOUNT FULLY POSTED, THE
000882*                  RUN COUNTS, AND THE HELD RECORDS, AND IS
000883*                  WRITTEN BEFORE THEM.  A RUN THAT FINDS AN
000884*                  UNFINISHED COMMIT RECORD IS A RESTART: IT
000885*                  KEEPS THE ORIGINAL POSTING DATE, FINISHES THE
000886*                  LAST COMMIT, SKIPS THE SORTED RECORDS ALREADY
000887*                  POSTED, RECOGNIZES ITS OWN HISTORY ENTRIES
000888*                  FROM BEFORE THE ABEND INSTEAD OF POSTING THEM
000889*                  TWICE, AND DROPS THE OUTPUT RECORDS THE
000890*                  ABENDED RUN ALREADY WROTE TO THE KEPT EXCPFILE,
000891*                  RTRNFILE, RFEEFILE AND RTRNRPT DATASETS, SO THE
000892*                  COUNTS, EXCEPTIONS, AND HISTORY SEQUENCE COME
000893*                  OUT AS FOR AN UNINTERRUPTED RUN.  MCKPFILE DD
000894*                  ADDED TO STEP020.
000895* 10/15/2026 RTA   ADDED THE HISTORY NAME JOURNAL (HNAM-FILE, VSAM
000896*                  KSDS PROD.DL100.CUSTHNAM, COPYBOOK HNAMREC).
000897*                  THE HISTORY RECORD IS FULL AND CARRIES NO NAME,
000898*                  SO EACH 'OP' AND 'NC' HISTORY ENTRY NOW GETS A
000899*                  JOURNAL RECORD UNDER THE SAME KEY WITH THE NAME
000900*                  IT PUT ON THE MASTER, LETTING THE FORWARD
000901*                  RECOVERY (MSTRCVR, JCL MEMBER DL100Q) REPLAY
000902*                  OPENS AND NAME CHANGES.  HNAMFILE DD ADDED TO
000903*                  STEP020.
000904* 10/15/2026 RTA   A COMMIT RECORD THAT CANNOT BE SAVED NOW ENDS
000905*                  THE RUN RC 16 BEFORE THE HELD RECORDS ARE
000906*                  WRITTEN, INSTEAD OF BEING LOGGED AND PASSED BY.
000907*                  A NORMAL RUN SAVES A FIRST COMMIT RECORD (PHASE
000908*                  'S', NOTHING POSTED) BEFORE THE SORT, SO AN
000909*                  ABEND AHEAD OF THE FIRST COMMIT POINT IS ALSO
000910*                  RESTARTED.
000911*----------------------------------------------------------------
000912 IDENTIFICATION DIVISION.
000913 PROGRAM-ID.  MSTUPDT.
000914 AUTHOR.  R. T. ALVAREZ.
000915 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
000916 DATE-WRITTEN.  08/22/2026.
000917 DATE-COMPILED.
000918 ENVIRONMENT DIVISION.
000919 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000921     SELECT TRAN-FILE ASSIGN TO TRANFILE
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT MST-FILE ASSIGN TO MSTFILE
000950         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS HIST-KEY
001050         FILE STATUS IS DL100-HIST-FILE-STATUS.
001051     SELECT ADDR-FILE ASSIGN TO ADDRFILE
001052         ORGANIZATION IS INDEXED
001053         ACCESS MODE IS RANDOM
001054         RECORD KEY IS ADDR-ACCOUNT-NO
001055         FILE STATUS IS DL100-ADDR-FILE-STATUS.
001056     SELECT RTRN-FILE ASSIGN TO RTRNFILE
001057         ORGANIZATION IS SEQUENTIAL.
001058     SELECT RFEE-FILE ASSIGN TO RFEEFILE
001059         ORGANIZATION IS SEQUENTIAL.
001060     SELECT RTRN-RPT-FILE ASSIGN TO RTRNRPT
001061         ORGANIZATION IS SEQUENTIAL.
001062     SELECT XFER-FILE ASSIGN TO XFERWORK
001063         ORGANIZATION IS SEQUENTIAL.
001064     SELECT MCKP-FILE ASSIGN TO MCKPFILE
001065         ORGANIZATION IS INDEXED
001066         ACCESS MODE IS RANDOM
001067         RECORD KEY IS MCKP-KEY
001068         FILE STATUS IS DL100-MCKP-FILE-STATUS.
001069     SELECT HNAM-FILE ASSIGN TO HNAMFILE
001070         ORGANIZATION IS INDEXED
001071         ACCESS MODE IS RANDOM
001072         RECORD KEY IS HNAM-KEY
001073         FILE STATUS IS DL100-HNAM-FILE-STATUS.
001074     SELECT SORT-FILE ASSIGN TO SORTWK01.
001075 DATA DIVISION.
001080 FILE SECTION.
001090 FD  TRAN-FILE
001100     RECORDING MODE IS F
001220 FD  HIST-FILE
001230     RECORD CONTAINS 60 CHARACTERS.
001240     COPY HISTREC.
001241 FD  ADDR-FILE
001242     RECORD CONTAINS 150 CHARACTERS.
001243     COPY ADDRREC.
001244 FD  RTRN-FILE
001245     RECORDING MODE IS F
001246     RECORD CONTAINS 100 CHARACTERS.
001247 01  RTRN-REC.
001248     05  RTRN-ORIGINAL-DATA          PIC X(80).
001249     05  RTRN-REASON                 PIC X(20).
001250 FD  RFEE-FILE
001251     RECORDING MODE IS F
001252     RECORD CONTAINS 80 CHARACTERS.
001253 01  RFEE-REC                        PIC X(80).
001254 FD  RTRN-RPT-FILE
001255     RECORDING MODE IS F
001256     RECORD CONTAINS 133 CHARACTERS.
001257 01  RPT-REPORT-LINE                 PIC X(133).
001258 FD  XFER-FILE
001259     RECORDING MODE IS F
001260     RECORD CONTAINS 80 CHARACTERS.
001261 01  XFER-REC                        PIC X(80).
001262 FD  MCKP-FILE
001263     RECORD CONTAINS 6550 CHARACTERS.
001264     COPY MCKPREC.
001265 FD  HNAM-FILE
001266     RECORD CONTAINS 60 CHARACTERS.
001267     COPY HNAMREC.
001268 SD  SORT-FILE
001269     RECORD CONTAINS 80 CHARACTERS.
001270 01  SORT-RECORD.
001280     05  FILLER                      PIC X(02).
001290     05  SORT-ACCOUNT-NO             PIC 9(10).
001380     88  DL100-ABEND-OCCURRED                    VALUE 'Y'.
001390 77  DL100-HIST-WRITTEN-SW           PIC X(01)   VALUE 'N'.
001400     88  DL100-HIST-WRITTEN                      VALUE 'Y'.
001402 77  DL100-RFEE-HDR-SWITCH           PIC X(01)   VALUE 'N'.
001404     88  DL100-RFEE-HDR-WRITTEN                  VALUE 'Y'.
001406 77  DL100-XFER-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001408     88  DL100-XFER-END-OF-FILE                  VALUE 'Y'.
001410 77  DL100-RESTART-SWITCH            PIC X(01)   VALUE 'N'.
001412     88  DL100-RESTART-RUN                       VALUE 'Y'.
001414 77  DL100-MCKP-ON-FILE-SWITCH       PIC X(01)   VALUE 'N'.
001416     88  DL100-MCKP-ON-FILE                      VALUE 'Y'.
001418 77  DL100-SORTED-DONE-SWITCH        PIC X(01)   VALUE 'N'.
001420     88  DL100-SORTED-PASS-DONE                  VALUE 'Y'.
001422 77  DL100-REAPPLY-SWITCH            PIC X(01)   VALUE 'N'.
001424     88  DL100-REAPPLYING                        VALUE 'Y'.
001426 77  DL100-KEPT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001428     88  DL100-KEPT-END-OF-FILE                  VALUE 'Y'.
001430*----------------------------------------------------------------
001440* ACCOUNT GROUP CONTROL.  THE CURRENT ACCOUNT'S MASTER RECORD
001450* IS READ ONCE INTO CUST-MASTER-RECORD AND UPDATED IN MEMORY;
001560     88  DL100-MST-CREATED                       VALUE 'Y'.
001570 77  DL100-MST-CHANGED-SWITCH        PIC X(01)   VALUE 'N'.
001580     88  DL100-MST-CHANGED                       VALUE 'Y'.
001581 77  DL100-ACCT-RTRN-COUNT           PIC 9(05)   COMP VALUE ZERO.
001582 77  DL100-PRIOR-STATUS              PIC X(01)   VALUE SPACE.
001583*----------------------------------------------------------------
001584* THE GROUP'S ADDRESS RECORD IS READ ON ITS FIRST ADDRESS
001585* TRANSACTION AND HELD IN ADDR-RECORD THE SAME WAY, WITH ITS OWN
001586* SWITCHES (DL100-ADDR-FOUND-SWITCH IS WITH THE STATUS KEYS).
001587*----------------------------------------------------------------
001588 77  DL100-ADDR-LOADED-SWITCH        PIC X(01)   VALUE 'N'.
001589     88  DL100-ADDR-LOADED                       VALUE 'Y'.
001590 77  DL100-ADDR-CREATED-SWITCH       PIC X(01)   VALUE 'N'.
001591     88  DL100-ADDR-CREATED                      VALUE 'Y'.
001592 77  DL100-ADDR-CHANGED-SWITCH       PIC X(01)   VALUE 'N'.
001593     88  DL100-ADDR-CHANGED                      VALUE 'Y'.
001594*----------------------------------------------------------------
001600* COUNTERS
001610*----------------------------------------------------------------
001620 77  DL100-TRAN-COUNT                PIC 9(09)   COMP VALUE ZERO.
001660 77  DL100-EXCP-COUNT                PIC 9(09)   COMP VALUE ZERO.
001670 77  DL100-NAME-CHG-COUNT            PIC 9(09)   COMP VALUE ZERO.
001680 77  DL100-HIST-WRITE-COUNT          PIC 9(09)   COMP VALUE ZERO.
001681 77  DL100-HIST-SEQ-NO               PIC 9(07)   COMP VALUE ZERO.
001682 77  DL100-OD-LIMIT-COUNT            PIC 9(09)   COMP VALUE ZERO.
001683 77  DL100-RTRN-COUNT                PIC 9(09)   COMP VALUE ZERO.
001684 77  DL100-RFEE-COUNT                PIC 9(09)   COMP VALUE ZERO.
001685 77  DL100-RTRN-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001686 77  DL100-RFEE-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001687 77  DL100-LINE-COUNT                PIC 9(03)   COMP VALUE 99.
001688 77  DL100-LINES-PER-PAGE            PIC 9(03)   COMP VALUE 55.
001689 77  DL100-PAGE-NO                   PIC 9(04)   COMP VALUE ZERO.
001690 77  DL100-XFER-HELD-COUNT           PIC 9(09)   COMP VALUE ZERO.
001691 77  DL100-XFER-COUNT                PIC 9(09)   COMP VALUE ZERO.
001692 77  DL100-ESCHEAT-COUNT             PIC 9(09)   COMP VALUE ZERO.
001693 77  DL100-ADDR-ADD-COUNT            PIC 9(09)   COMP VALUE ZERO.
001694 77  DL100-ADDR-CHG-COUNT            PIC 9(09)   COMP VALUE ZERO.
001695 77  DL100-XFER-READ-COUNT           PIC 9(09)   COMP VALUE ZERO.
001696 77  DL100-MCKP-COUNT                PIC 9(09)   COMP VALUE ZERO.
001697 77  DL100-MCKP-TRAN-COUNT           PIC 9(09)   COMP VALUE ZERO.
001698 77  DL100-LAST-POSTED-ACCOUNT       PIC 9(10)        VALUE ZERO.
001699 77  DL100-SKIP-COUNT                PIC 9(09)   COMP VALUE ZERO.
001700 77  DL100-SKIP-LAST-ACCOUNT         PIC 9(10)        VALUE ZERO.
001701*----------------------------------------------------------------
001702* RESTART OF THE KEPT OUTPUT FILES.  EACH FILE IS COUNTED AS IT
001703* STANDS AND COMPARED WITH WHAT THE COMMIT POINT SAYS WAS
001704* WRITTEN; THE DIFFERENCE IS THE NUMBER OF RECORDS THE RESTART
001705* WILL PRODUCE AGAIN, AND THAT MANY WRITES ARE DROPPED.
001706*----------------------------------------------------------------
001707 77  DL100-KEPT-FILE-NAME            PIC X(13)   VALUE SPACES.
001708 77  DL100-KEPT-ON-FILE              PIC 9(09)   COMP VALUE ZERO.
001709 77  DL100-KEPT-COMMITTED            PIC 9(09)   COMP VALUE ZERO.
001710 77  DL100-KEPT-DROP                 PIC 9(09)   COMP VALUE ZERO.
001711 77  DL100-EXCP-DROP                 PIC 9(09)   COMP VALUE ZERO.
001712 77  DL100-RTRN-DROP                 PIC 9(09)   COMP VALUE ZERO.
001713 77  DL100-RFEE-DROP                 PIC 9(09)   COMP VALUE ZERO.
001714 77  DL100-RPT-DROP                  PIC 9(09)   COMP VALUE ZERO.
001715*----------------------------------------------------------------
001720* FILE STATUS KEYS
001730*----------------------------------------------------------------
001740 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
001750 77  DL100-HIST-FILE-STATUS          PIC X(02)   VALUE SPACES.
001751 77  DL100-ADDR-FILE-STATUS          PIC X(02)   VALUE SPACES.
001752 77  DL100-MCKP-FILE-STATUS          PIC X(02)   VALUE SPACES.
001753 77  DL100-HNAM-FILE-STATUS          PIC X(02)   VALUE SPACES.
001754 77  DL100-ADDR-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
001755     88  DL100-ADDR-FOUND                        VALUE 'Y'.
001760*----------------------------------------------------------------
001770* EXCEPTION MESSAGE WORK AREA
001780*----------------------------------------------------------------
001790 77  DL100-EXCP-REASON-TEXT          PIC X(20)   VALUE SPACES.
001791*----------------------------------------------------------------
001792* OVERDRAFT AND RETURNED-ITEM CONSTANTS.  A NEGATIVE AMOUNT UNDER
001793* ANY CODE BUT THE BANK-ASSESSED CHARGES BELOW IS A DEBIT SUBJECT
001794* TO THE LIMIT.  THE RETURNED-ITEM FEE POSTS AS A NEGATIVE AMOUNT
001795* UNDER CODE 'RF'; A FEE CHANGE IS A ONE-LINE PROGRAM CHANGE, THE
001796* SAME AS THE ACCRUAL CONSTANTS IN FEEACCR.
001797*----------------------------------------------------------------
001798 77  DL100-SVC-CHG-TRANS-CODE        PIC X(02)   VALUE 'SC'.
001799 77  DL100-RFEE-TRANS-CODE           PIC X(02)   VALUE 'RF'.
001800 77  DL100-RFEE-FEED-ID              PIC X(10)   VALUE 'RTRNFEE'.
001801 77  DL100-RTRN-ITEM-FEE         PIC S9(05)V99 COMP-3
001802             VALUE -25.00.
001803 77  DL100-OD-FLOOR              PIC S9(11)V99 COMP-3 VALUE ZERO.
001804 77  DL100-TRIAL-BALANCE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001805 77  DL100-RTRN-ITEM-AMOUNT      PIC S9(09)V99 COMP-3 VALUE ZERO.
001806*----------------------------------------------------------------
001807* RETURNED-ITEM FEE FEED RECORD, BUILT HERE IN THE CUSTREC LAYOUT
001808* AND WRITTEN TO RFEE-FILE.  CUST-RECORD ITSELF HOLDS THE
001809* TRANSACTION BEING APPLIED AND CANNOT BE BORROWED FOR IT.
001810*----------------------------------------------------------------
001811 01  DL100-RFEE-RECORD.
001812     05  DL100-RFEE-RECORD-TYPE      PIC X(02).
001813     05  DL100-RFEE-DETAIL-DATA.
001814         10  DL100-RFEE-ACCOUNT-NO   PIC 9(10).
001815         10  DL100-RFEE-CODE         PIC X(02).
001816         10  DL100-RFEE-AMOUNT       PIC S9(09)V99.
001817         10  DL100-RFEE-EFF-DATE     PIC 9(08).
001818         10  DL100-RFEE-NAME         PIC X(25).
001819         10  FILLER                  PIC X(22).
001820     05  DL100-RFEE-TRAILER-DATA REDEFINES DL100-RFEE-DETAIL-DATA.
001821         10  DL100-RFEE-TRAILER-COUNT PIC 9(09).
001822         10  FILLER                  PIC X(69).
001823     05  DL100-RFEE-HEADER-DATA REDEFINES DL100-RFEE-DETAIL-DATA.
001824         10  DL100-RFEE-FEED-DATE    PIC 9(08).
001825         10  DL100-RFEE-HDR-FEED-ID  PIC X(10).
001826         10  FILLER                  PIC X(60).
001827*----------------------------------------------------------------
001828* TRANSFER WORK AREAS.  THE TO-ACCOUNT'S MASTER RECORD IS HELD
001829* HERE WHILE THE FROM-ACCOUNT IS READ INTO THE RECORD AREA, AND
001830* EACH SIDE'S ACCOUNT, SIGNED AMOUNT, AND OTHER ACCOUNT ARE SET
001831* UP HERE FOR ITS HISTORY ENTRY.
001832*----------------------------------------------------------------
001833 01  DL100-XF-TO-MASTER              PIC X(100)  VALUE SPACES.
001834 77  DL100-XF-SIDE-ACCOUNT           PIC 9(10)        VALUE ZERO.
001835 77  DL100-XF-OTHER-ACCOUNT          PIC 9(10)        VALUE ZERO.
001836 77  DL100-XF-SIDE-AMOUNT        PIC S9(09)V99 COMP-3 VALUE ZERO.
001837*----------------------------------------------------------------
001838* COMMIT POINT WORK AREAS.  THE MASTER AND ADDRESS RECORDS OF
001839* EACH FINISHED ACCOUNT GROUP (OR TRANSFER SIDE) ARE HELD IN THE
001840* IMAGE TABLE UNTIL THE NEXT COMMIT POINT WRITES THEM, AFTER THE
001841* COMMIT RECORD CARRYING THEM HAS BEEN SAVED.  THE TABLE SIZE IS
001842* THE COMMIT INTERVAL AND MUST MATCH THE OCCURS IN MCKPREC.
001843*----------------------------------------------------------------
001844 77  DL100-MCKP-KEY-VALUE            PIC X(08)   VALUE 'MSTUPDT'.
001845 77  DL100-HOLD-MST-ACTION           PIC X(01)   VALUE SPACE.
001846 77  DL100-HOLD-ADDR-ACTION          PIC X(01)   VALUE SPACE.
001847 01  DL100-IMAGE-TABLE.
001848     05  DL100-IMG-COUNT             PIC 9(03)   COMP VALUE ZERO.
001849     05  DL100-IMG-MAX               PIC 9(03)   COMP VALUE 25.
001850     05  DL100-IMG-SUB               PIC 9(03)   COMP VALUE ZERO.
001851     05  DL100-IMG-ENTRIES.
001852         10  DL100-IMG-ENTRY OCCURS 25 TIMES.
001853             15  DL100-IMG-MST-ACTION    PIC X(01).
001854             15  DL100-IMG-MST-IMAGE     PIC X(100).
001855             15  DL100-IMG-ADDR-ACTION   PIC X(01).
001856             15  DL100-IMG-ADDR-IMAGE    PIC X(150).
001857 01  DL100-HIST-SAVE                 PIC X(60)   VALUE SPACES.
001858*----------------------------------------------------------------
001890* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001900*----------------------------------------------------------------
001910 01  DL100-CURRENT-DATE.
001920     05  DL100-CURRENT-YEAR          PIC 9(04).
001930     05  DL100-CURRENT-MONTH         PIC 9(02).
001940     05  DL100-CURRENT-DAY           PIC 9(02).
001942 01  DL100-RUN-DATE.
001944     05  DL100-RUN-YEAR              PIC 9(04).
001946     05  FILLER                      PIC X(01) VALUE '-'.
001948     05  DL100-RUN-MONTH             PIC 9(02).
001950     05  FILLER                      PIC X(01) VALUE '-'.
001952     05  DL100-RUN-DAY               PIC 9(02).
001954*----------------------------------------------------------------
001956* RETURNED-ITEMS NOTICE PRINT AREAS -- ONE PER LINE TYPE, BUILT
001958* HERE AND MOVED TO RPT-REPORT-LINE JUST BEFORE EACH WRITE.
001960*----------------------------------------------------------------
001962 01  DL100-TITLE-LINE.
001964     05  DL100-TITLE-CC              PIC X(01) VALUE '1'.
001966     05  FILLER                      PIC X(01) VALUE SPACE.
001968     05  FILLER                      PIC X(09) VALUE 'RUN DATE:'.
001970     05  DL100-TITLE-RUN-DATE        PIC X(10).
001972     05  FILLER                      PIC X(05) VALUE SPACES.
001974     05  FILLER                      PIC X(38)
001976             VALUE 'RETURNED ITEMS NOTICE LIST'.
001978     05  FILLER                      PIC X(01) VALUE SPACE.
001980     05  FILLER                      PIC X(05) VALUE 'PAGE '.
001982     05  DL100-TITLE-PAGE-NO         PIC ZZZ9.
001984     05  FILLER                      PIC X(59) VALUE SPACES.
001986 01  DL100-COLUMN-HEADING-LINE.
001988     05  DL100-HDG-CC                PIC X(01) VALUE SPACE.
001990     05  FILLER                      PIC X(01) VALUE SPACE.
001992     05  FILLER                      PIC X(10) VALUE 'ACCOUNT NO'.
001994     05  FILLER                      PIC X(02) VALUE SPACES.
001996     05  FILLER                      PIC X(25)
001998             VALUE 'CUSTOMER NAME'.
002000     05  FILLER                      PIC X(02) VALUE SPACES.
002002     05  FILLER                      PIC X(02) VALUE 'CD'.
002004     05  FILLER                      PIC X(02) VALUE SPACES.
002006     05  FILLER                      PIC X(15)
002008             VALUE '    ITEM AMOUNT'.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002012     05  FILLER                      PIC X(08) VALUE 'EFF DATE'.
002014     05  FILLER                      PIC X(02) VALUE SPACES.
002016     05  FILLER                      PIC X(18)
002018             VALUE '           BALANCE'.
002020     05  FILLER                      PIC X(02) VALUE SPACES.
002022     05  FILLER                      PIC X(15)
002024             VALUE '  OVERDRAFT LMT'.
002026     05  FILLER                      PIC X(02) VALUE SPACES.
002028     05  FILLER                      PIC X(20) VALUE 'REASON'.
002030     05  FILLER                      PIC X(04) VALUE SPACES.
002032 01  DL100-DETAIL-LINE.
002034     05  DL100-DET-CC                PIC X(01) VALUE SPACE.
002036     05  FILLER                      PIC X(01) VALUE SPACE.
002038     05  DL100-DET-ACCOUNT           PIC 9(10).
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002042     05  DL100-DET-NAME              PIC X(25).
002044     05  FILLER                      PIC X(02) VALUE SPACES.
002046     05  DL100-DET-CODE              PIC X(02).
002048     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  DL100-DET-AMOUNT            PIC $$$,$$$,$$9.99-.
002052     05  FILLER                      PIC X(02) VALUE SPACES.
002054     05  DL100-DET-EFF-DATE          PIC 9(08).
002056     05  FILLER                      PIC X(02) VALUE SPACES.
002058     05  DL100-DET-BALANCE           PIC $$,$$$,$$$,$$9.99-.
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002062     05  DL100-DET-OD-LIMIT          PIC $$$,$$$,$$9.99-.
002064     05  FILLER                      PIC X(02) VALUE SPACES.
002066     05  DL100-DET-REASON            PIC X(20).
002068     05  FILLER                      PIC X(04) VALUE SPACES.
002070 01  DL100-BLANK-LINE.
002072     05  DL100-BLANK-CC              PIC X(01) VALUE SPACE.
002074     05  FILLER                      PIC X(132) VALUE SPACES.
002076 01  DL100-SUMMARY-LINE.
002078     05  DL100-SUM-CC                PIC X(01) VALUE SPACE.
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002082     05  DL100-SUM-TEXT              PIC X(30).
002084     05  DL100-SUM-COUNT             PIC ZZZ,ZZZ,ZZ9.
002086     05  FILLER                      PIC X(02) VALUE SPACES.
002088     05  DL100-SUM-AMOUNT            PIC $$,$$$,$$$,$$9.99-.
002090     05  FILLER                      PIC X(70) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160*----------------------------------------------------------------
002170* 0000-MAINLINE
002190*     TRAN-FILE ITSELF (USING) AND HANDS THE RECORDS, GROUPED BY
002200*     ACCOUNT WITH THE ORIGINAL FEED ORDER PRESERVED WITHIN
002210*     EACH ACCOUNT, TO THE OUTPUT PROCEDURE THAT APPLIES THEM.
002211*     THE TRANSFERS IT SETS ASIDE ARE APPLIED AFTER THE SORT.
002212*     A RESTART THAT CANNOT BE MATCHED TO TRAN-FILE, OR A
002213*     COMMIT RECORD THAT CANNOT BE SAVED, SETS THE ABEND SWITCH
002214*     IN THE OUTPUT PROCEDURE, AND THE TRANSFERS ARE THEN LEFT
002215*     ALONE.
002220*----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE
002320         USING TRAN-FILE
002330         OUTPUT PROCEDURE IS 4000-APPLY-SORTED
002340             THRU 4000-EXIT
002342     IF NOT DL100-ABEND-OCCURRED
002344         PERFORM 5000-APPLY-TRANSFERS
002346             THRU 5000-EXIT
002348     END-IF
002350     PERFORM 9000-TERMINATE
002360         THRU 9000-EXIT.
002370 9999-EXIT.
002380     STOP RUN.
002390*----------------------------------------------------------------
002400* 1000-INITIALIZE
002405*     OPENS MST-FILE, EXCP-FILE, AND THE RETURNED-ITEM FILES
002410*     AND PREPARES THE HISTORY DATABASE, THE ADDRESS FILE, AND
002415*     THE NAME JOURNAL.  TRAN-FILE IS OPENED BY THE SORT ITSELF.
002420*     IF MST-FILE, THE HISTORY DATABASE, THE ADDRESS FILE, OR
002425*     THE NAME JOURNAL FAILS TO OPEN, THE
002430*     ERROR IS LOGGED AND THE ABEND SWITCH IS SET SO MAINLINE
002435*     SKIPS THE REMAINING STEPS.  THE COMMIT RECORD IS READ
002440*     FIRST, BECAUSE A RESTART OPENS THE OUTPUT FILES
002445*     DIFFERENTLY AND KEEPS THE ABENDED RUN'S POSTING DATE.
002460*----------------------------------------------------------------
002470 1000-INITIALIZE.
002480     OPEN I-O MST-FILE
002510             THRU 1910-EXIT
002520         GO TO 1000-EXIT
002530     END-IF
002531     PERFORM 1200-CHECK-RESTART
002532         THRU 1200-EXIT
002533     IF DL100-ABEND-OCCURRED
002534         GO TO 1000-EXIT
002535     END-IF
002536     PERFORM 1300-OPEN-KEPT-FILES
002537         THRU 1300-EXIT
002538     IF DL100-ABEND-OCCURRED
002539         GO TO 1000-EXIT
002540     END-IF
002541     OPEN OUTPUT XFER-FILE
002550     PERFORM 1450-OPEN-HIST-FILE
002551         THRU 1450-EXIT
002552     IF DL100-ABEND-OCCURRED
002553         GO TO 1000-EXIT
002554     END-IF
002555     OPEN I-O ADDR-FILE
002556     IF DL100-ADDR-FILE-STATUS NOT = "00"
002557         PERFORM 1950-ADDR-FILE-OPEN-ERROR
002558             THRU 1950-EXIT
002559         GO TO 1000-EXIT
002560     END-IF
002561     OPEN I-O HNAM-FILE
002562     IF DL100-HNAM-FILE-STATUS NOT = "00"
002563         PERFORM 1960-HNAM-FILE-OPEN-ERROR
002564             THRU 1960-EXIT
002565         GO TO 1000-EXIT
002566     END-IF.
002570 1000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002690 1910-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002712* 1200-CHECK-RESTART
002714*     OPENS THE COMMIT-POINT FILE AND READS THE COMMIT RECORD.
002716*     NO RECORD, OR ONE LEFT BY A RUN THAT FINISHED, MEANS A
002718*     NORMAL RUN: TONIGHT'S POSTING DATE IS TAKEN AND A FIRST
002720*     COMMIT RECORD (1250) IS SAVED BEFORE ANYTHING IS POSTED,
002722*     SO AN ABEND AHEAD OF THE FIRST COMMIT POINT IS STILL
002724*     RESTARTED RATHER THAN RUN AGAIN AS A NEW NIGHT.  A RECORD
002726*     LEFT IN THE SORTED PASS ('S') OR THE TRANSFER PASS ('X')
002728*     MEANS THE LAST RUN DID NOT FINISH: THIS RUN IS A RESTART,
002730*     AND THE POSTING DATE, THE RUN COUNTS, AND THE HELD RECORD
002732*     IMAGES ARE TAKEN BACK FROM THE COMMIT RECORD.  THE IMAGES
002734*     ARE WRITTEN AGAIN ONLY AFTER TRAN-FILE HAS BEEN MATCHED TO
002736*     THE COMMIT (4050).
002738*     A FILE THAT CANNOT BE OPENED OR READ ENDS THE RUN RC 8 --
002740*     GUESSING "NO RESTART" COULD POST A NIGHT TWICE.
002742*----------------------------------------------------------------
002744 1200-CHECK-RESTART.
002746     OPEN I-O MCKP-FILE
002748     IF DL100-MCKP-FILE-STATUS NOT = "00"
002750         DISPLAY "MCKP-FILE OPEN FAILED, STATUS="
002752             DL100-MCKP-FILE-STATUS
002754         CLOSE MST-FILE
002756         MOVE 8 TO RETURN-CODE
002758         MOVE 'Y' TO DL100-ABEND-SWITCH
002760         GO TO 1200-EXIT
002762     END-IF
002764     MOVE DL100-MCKP-KEY-VALUE TO MCKP-KEY
002766     READ MCKP-FILE
002768         INVALID KEY
002770             PERFORM 1250-SAVE-START-RECORD
002772                 THRU 1250-EXIT
002774             GO TO 1200-EXIT
002776     END-READ
002778     IF DL100-MCKP-FILE-STATUS NOT = "00"
002780         DISPLAY "MCKP-FILE READ FAILED, STATUS="
002782             DL100-MCKP-FILE-STATUS
002784         CLOSE MCKP-FILE
002786         CLOSE MST-FILE
002788         MOVE 8 TO RETURN-CODE
002790         MOVE 'Y' TO DL100-ABEND-SWITCH
002792         GO TO 1200-EXIT
002794     END-IF
002796     MOVE 'Y' TO DL100-MCKP-ON-FILE-SWITCH
002798     IF NOT MCKP-RESTART-PENDING
002800         PERFORM 1250-SAVE-START-RECORD
002802             THRU 1250-EXIT
002804         GO TO 1200-EXIT
002806     END-IF
002808     MOVE 'Y' TO DL100-RESTART-SWITCH
002810     IF MCKP-TRANSFER-PASS
002812         MOVE 'Y' TO DL100-SORTED-DONE-SWITCH
002814     END-IF
002816     MOVE MCKP-RUN-DATE TO DL100-CURRENT-DATE
002818     MOVE MCKP-TRAN-COUNT TO DL100-TRAN-COUNT
002820     MOVE MCKP-LAST-ACCOUNT TO DL100-LAST-POSTED-ACCOUNT
002822     MOVE MCKP-XFER-DONE TO DL100-XFER-READ-COUNT
002824     MOVE MCKP-OPEN-COUNT TO DL100-OPEN-COUNT
002826     MOVE MCKP-POST-COUNT TO DL100-POST-COUNT
002828     MOVE MCKP-CLOSE-COUNT TO DL100-CLOSE-COUNT
002830     MOVE MCKP-EXCP-COUNT TO DL100-EXCP-COUNT
002832     MOVE MCKP-NAME-CHG-COUNT TO DL100-NAME-CHG-COUNT
002834     MOVE MCKP-HIST-WRITE-COUNT TO DL100-HIST-WRITE-COUNT
002836     MOVE MCKP-OD-LIMIT-COUNT TO DL100-OD-LIMIT-COUNT
002838     MOVE MCKP-RTRN-COUNT TO DL100-RTRN-COUNT
002840     MOVE MCKP-RFEE-COUNT TO DL100-RFEE-COUNT
002842     MOVE MCKP-XFER-HELD-COUNT TO DL100-XFER-HELD-COUNT
002844     MOVE MCKP-XFER-COUNT TO DL100-XFER-COUNT
002846     MOVE MCKP-ESCHEAT-COUNT TO DL100-ESCHEAT-COUNT
002848     MOVE MCKP-ADDR-ADD-COUNT TO DL100-ADDR-ADD-COUNT
002850     MOVE MCKP-ADDR-CHG-COUNT TO DL100-ADDR-CHG-COUNT
002852     MOVE MCKP-HIST-SEQ-NO TO DL100-HIST-SEQ-NO
002854     MOVE MCKP-RTRN-AMOUNT TO DL100-RTRN-AMOUNT
002856     MOVE MCKP-RFEE-TOTAL TO DL100-RFEE-TOTAL
002858     MOVE MCKP-LINE-COUNT TO DL100-LINE-COUNT
002860     MOVE MCKP-PAGE-NO TO DL100-PAGE-NO
002862     MOVE MCKP-RFEE-HDR-SWITCH TO DL100-RFEE-HDR-SWITCH
002864     MOVE MCKP-IMAGE-COUNT TO DL100-IMG-COUNT
002866     MOVE MCKP-IMAGE-AREA TO DL100-IMG-ENTRIES
002868     DISPLAY "RESTARTING RUN OF " MCKP-RUN-DATE
002870         " AFTER ACCOUNT " MCKP-LAST-ACCOUNT
002872     DISPLAY "COMMIT POINT TAKEN " MCKP-TAKEN-DATE
002874         " " MCKP-TAKEN-TIME ", RECORDS POSTED "
002876         MCKP-TRAN-COUNT ", TRANSFERS " MCKP-XFER-DONE.
002878 1200-EXIT.
002880     EXIT.
002882*----------------------------------------------------------------
002884* 1250-SAVE-START-RECORD
002886*     TAKES TONIGHT'S POSTING DATE AND SAVES THE FIRST COMMIT
002888*     RECORD OF A NORMAL RUN: SORTED PASS, NOTHING YET POSTED,
002890*     ZERO COUNTS.  A RECORD THAT CANNOT BE SAVED ENDS THE RUN
002892*     RC 16 (4820) -- WITHOUT IT AN ABEND BEFORE THE FIRST
002894*     COMMIT POINT WOULD NOT BE SEEN AS A RESTART.
002896*----------------------------------------------------------------
002898 1250-SAVE-START-RECORD.
002900     ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD
002902     MOVE ZERO TO DL100-MCKP-TRAN-COUNT
002904     PERFORM 4810-BUILD-COMMIT-RECORD
002906         THRU 4810-EXIT
002908     MOVE 'S' TO MCKP-PHASE
002910     PERFORM 4820-SAVE-COMMIT-RECORD
002912         THRU 4820-EXIT
002914     IF DL100-ABEND-OCCURRED
002916         CLOSE MCKP-FILE
002918         CLOSE MST-FILE
002920     END-IF.
002922 1250-EXIT.
002924     EXIT.
002926*----------------------------------------------------------------
002928* 1300-OPEN-KEPT-FILES
002930*     OPENS THE EXCEPTION, RETURNED-ITEM, FEE AND NOTICE FILES.
002932*     A NORMAL RUN OPENS THEM FRESH.  A RESTART EXTENDS THE
002934*     DATASETS THE ABENDED RUN LEFT, AFTER COUNTING EACH ONE:
002936*     RECORDS BEYOND WHAT THE COMMIT POINT ACCOUNTS FOR WILL BE
002938*     WRITTEN AGAIN BY THE RESTART, SO THAT MANY WRITES ARE
002940*     DROPPED.  A DATASET SHORTER THAN THE COMMIT POINT IS NOT
002942*     THE ONE THE ABENDED RUN WROTE, AND THE RESTART STOPS.
002944*----------------------------------------------------------------
002946 1300-OPEN-KEPT-FILES.
002948     IF NOT DL100-RESTART-RUN
002950         OPEN OUTPUT EXCP-FILE
002952         OPEN OUTPUT RTRN-FILE
002954         OPEN OUTPUT RFEE-FILE
002956         OPEN OUTPUT RTRN-RPT-FILE
002958         GO TO 1300-EXIT
002960     END-IF
002962     MOVE ZERO TO DL100-KEPT-ON-FILE
002964     MOVE 'N' TO DL100-KEPT-EOF-SWITCH
002966     OPEN INPUT EXCP-FILE
002968     PERFORM 1310-COUNT-EXCP-FILE
002970         THRU 1310-EXIT
002972         UNTIL DL100-KEPT-END-OF-FILE
002974     CLOSE EXCP-FILE
002976     MOVE 'EXCPFILE' TO DL100-KEPT-FILE-NAME
002978     MOVE DL100-EXCP-COUNT TO DL100-KEPT-COMMITTED
002980     PERFORM 1390-CHECK-KEPT-FILE
002982         THRU 1390-EXIT
002984     MOVE DL100-KEPT-DROP TO DL100-EXCP-DROP
002986     MOVE ZERO TO DL100-KEPT-ON-FILE
002988     MOVE 'N' TO DL100-KEPT-EOF-SWITCH
002990     OPEN INPUT RTRN-FILE
002992     PERFORM 1320-COUNT-RTRN-FILE
002994         THRU 1320-EXIT
002996         UNTIL DL100-KEPT-END-OF-FILE
002998     CLOSE RTRN-FILE
003000     MOVE 'RTRNFILE' TO DL100-KEPT-FILE-NAME
003002     MOVE DL100-RTRN-COUNT TO DL100-KEPT-COMMITTED
003004     PERFORM 1390-CHECK-KEPT-FILE
003006         THRU 1390-EXIT
003008     MOVE DL100-KEPT-DROP TO DL100-RTRN-DROP
003010     MOVE ZERO TO DL100-KEPT-ON-FILE
003012     MOVE 'N' TO DL100-KEPT-EOF-SWITCH
003014     OPEN INPUT RFEE-FILE
003016     PERFORM 1330-COUNT-RFEE-FILE
003018         THRU 1330-EXIT
003020         UNTIL DL100-KEPT-END-OF-FILE
003022     CLOSE RFEE-FILE
003024     MOVE 'RFEEFILE' TO DL100-KEPT-FILE-NAME
003026     MOVE DL100-RFEE-COUNT TO DL100-KEPT-COMMITTED
003028     IF DL100-RFEE-HDR-WRITTEN
003030         ADD 1 TO DL100-KEPT-COMMITTED
003032     END-IF
003034     PERFORM 1390-CHECK-KEPT-FILE
003036         THRU 1390-EXIT
003038     MOVE DL100-KEPT-DROP TO DL100-RFEE-DROP
003040     MOVE ZERO TO DL100-KEPT-ON-FILE
003042     MOVE 'N' TO DL100-KEPT-EOF-SWITCH
003044     OPEN INPUT RTRN-RPT-FILE
003046     PERFORM 1340-COUNT-RPT-FILE
003048         THRU 1340-EXIT
003050         UNTIL DL100-KEPT-END-OF-FILE
003052     CLOSE RTRN-RPT-FILE
003054     MOVE 'RTRNRPT' TO DL100-KEPT-FILE-NAME
003056     COMPUTE DL100-KEPT-COMMITTED =
003058         DL100-PAGE-NO * 4 + DL100-RTRN-COUNT
003060     PERFORM 1390-CHECK-KEPT-FILE
003062         THRU 1390-EXIT
003064     MOVE DL100-KEPT-DROP TO DL100-RPT-DROP
003066     IF DL100-ABEND-OCCURRED
003068         CLOSE MST-FILE
003070         CLOSE MCKP-FILE
003072         GO TO 1300-EXIT
003074     END-IF
003076     OPEN EXTEND EXCP-FILE
003078     OPEN EXTEND RTRN-FILE
003080     OPEN EXTEND RFEE-FILE
003082     OPEN EXTEND RTRN-RPT-FILE.
003084 1300-EXIT.
003086     EXIT.
003088*----------------------------------------------------------------
003090* 1310-COUNT-EXCP-FILE
003092*     COUNTS ONE RECORD OF THE KEPT EXCEPTION FILE.
003094*----------------------------------------------------------------
003096 1310-COUNT-EXCP-FILE.
003098     READ EXCP-FILE
003100         AT END
003102             MOVE 'Y' TO DL100-KEPT-EOF-SWITCH
003104             GO TO 1310-EXIT
003106     END-READ
003108     ADD 1 TO DL100-KEPT-ON-FILE.
003110 1310-EXIT.
003112     EXIT.
003114*----------------------------------------------------------------
003116* 1320-COUNT-RTRN-FILE
003118*     COUNTS ONE RECORD OF THE KEPT RETURNED-ITEM FILE.
003120*----------------------------------------------------------------
003122 1320-COUNT-RTRN-FILE.
003124     READ RTRN-FILE
003126         AT END
003128             MOVE 'Y' TO DL100-KEPT-EOF-SWITCH
003130             GO TO 1320-EXIT
003132     END-READ
003134     ADD 1 TO DL100-KEPT-ON-FILE.
003136 1320-EXIT.
003138     EXIT.
003140*----------------------------------------------------------------
003142* 1330-COUNT-RFEE-FILE
003144*     COUNTS ONE RECORD OF THE KEPT FEE FEED SEGMENT.
003146*----------------------------------------------------------------
003148 1330-COUNT-RFEE-FILE.
003150     READ RFEE-FILE
003152         AT END
003154             MOVE 'Y' TO DL100-KEPT-EOF-SWITCH
003156             GO TO 1330-EXIT
003158     END-READ
003160     ADD 1 TO DL100-KEPT-ON-FILE.
003162 1330-EXIT.
003164     EXIT.
003166*----------------------------------------------------------------
003168* 1340-COUNT-RPT-FILE
003170*     COUNTS ONE RECORD OF THE KEPT NOTICE.
003172*----------------------------------------------------------------
003174 1340-COUNT-RPT-FILE.
003176     READ RTRN-RPT-FILE
003178         AT END
003180             MOVE 'Y' TO DL100-KEPT-EOF-SWITCH
003182             GO TO 1340-EXIT
003184     END-READ
003186     ADD 1 TO DL100-KEPT-ON-FILE.
003188 1340-EXIT.
003190     EXIT.
003192*----------------------------------------------------------------
003194* 1390-CHECK-KEPT-FILE
003196*     COMPARES THE RECORDS ON THE KEPT FILE JUST COUNTED WITH
003198*     THE RECORDS THE COMMIT POINT SAYS WERE WRITTEN AND SETS
003200*     THE NUMBER OF WRITES TO DROP.  A SHORT FILE STOPS THE
003202*     RESTART WITH RETURN CODE 16, THE CHECKPOINT LEFT AS IT IS.
003204*----------------------------------------------------------------
003206 1390-CHECK-KEPT-FILE.
003208     MOVE ZERO TO DL100-KEPT-DROP
003210     IF DL100-KEPT-ON-FILE < DL100-KEPT-COMMITTED
003212         DISPLAY DL100-KEPT-FILE-NAME " HOLDS "
003214             DL100-KEPT-ON-FILE " RECORDS, COMMIT POINT NEEDS "
003216             DL100-KEPT-COMMITTED " - RESTART STOPPED"
003218         MOVE 16 TO RETURN-CODE
003220         MOVE 'Y' TO DL100-ABEND-SWITCH
003222         GO TO 1390-EXIT
003224     END-IF
003226     SUBTRACT DL100-KEPT-COMMITTED FROM DL100-KEPT-ON-FILE
003228         GIVING DL100-KEPT-DROP.
003230 1390-EXIT.
003232     EXIT.
003234*----------------------------------------------------------------
003236* 1450-OPEN-HIST-FILE
003238*     SETS UP THE POSTING DATE AND OPENS THE POSTED-
003240*     TRANSACTION HISTORY DATABASE.  1200 HAS ALREADY SET THE
003242*     DATE: TONIGHT'S FOR A NORMAL RUN, OR THE DATE OF THE RUN
003244*     BEING FINISHED FOR A RESTART.  A DATABASE THAT CANNOT BE
003246*     OPENED ENDS THE RUN -- POSTING WITHOUT IT WOULD LEAVE
003248*     APPLIED TRANSACTIONS WITH NO HISTORY TRAIL.  THE
003250*     RETENTION PURGE LIVES IN THE QUARTERLY LIFECYCLE JOB
003252*     (LIFECYCL, DL100K), NOT IN THE NIGHTLY POSTING PATH.
003254*----------------------------------------------------------------
003256 1450-OPEN-HIST-FILE.
003258     MOVE DL100-CURRENT-YEAR TO DL100-RUN-YEAR
003260     MOVE DL100-CURRENT-MONTH TO DL100-RUN-MONTH
003262     MOVE DL100-CURRENT-DAY TO DL100-RUN-DAY
003264     OPEN I-O HIST-FILE
003266     IF DL100-HIST-FILE-STATUS NOT = "00"
003268         PERFORM 1940-HIST-FILE-OPEN-ERROR
003270             THRU 1940-EXIT
003272     END-IF.
003274 1450-EXIT.
003276     EXIT.
003400*----------------------------------------------------------------
003410* 1940-HIST-FILE-OPEN-ERROR
003420*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
003480         DL100-HIST-FILE-STATUS
003490     CLOSE MST-FILE
003500     CLOSE EXCP-FILE
003501     CLOSE RTRN-FILE
003502     CLOSE RFEE-FILE
003503     CLOSE RTRN-RPT-FILE
003504     CLOSE XFER-FILE
003505     CLOSE MCKP-FILE
003510     MOVE 8 TO RETURN-CODE
003520     MOVE 'Y' TO DL100-ABEND-SWITCH.
003530 1940-EXIT.
003531     EXIT.
003532*----------------------------------------------------------------
003533* 1950-ADDR-FILE-OPEN-ERROR
003534*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
003535*     THE ADDRESS FILE CANNOT BE OPENED, CLOSING THE FILES
003536*     ALREADY OPEN THE SAME WAY 1940 DOES.
003537*----------------------------------------------------------------
003538 1950-ADDR-FILE-OPEN-ERROR.
003539     DISPLAY "ADDR-FILE OPEN FAILED, STATUS="
003540         DL100-ADDR-FILE-STATUS
003541     CLOSE MST-FILE
003542     CLOSE EXCP-FILE
003543     CLOSE HIST-FILE
003544     CLOSE RTRN-FILE
003545     CLOSE RFEE-FILE
003546     CLOSE RTRN-RPT-FILE
003547     CLOSE XFER-FILE
003548     CLOSE MCKP-FILE
003549     MOVE 8 TO RETURN-CODE
003550     MOVE 'Y' TO DL100-ABEND-SWITCH.
003551 1950-EXIT.
003552     EXIT.
003553*----------------------------------------------------------------
003554* 1960-HNAM-FILE-OPEN-ERROR
003555*     LOGS THE FILE STATUS AND SETS A NON-ZERO RETURN CODE WHEN
003556*     THE NAME JOURNAL CANNOT BE OPENED, CLOSING THE FILES
003557*     ALREADY OPEN THE SAME WAY 1950 DOES.  POSTING WITHOUT IT
003558*     WOULD LEAVE OPENS AND NAME CHANGES THE FORWARD RECOVERY
003559*     COULD NOT REPLAY.
003560*----------------------------------------------------------------
003561 1960-HNAM-FILE-OPEN-ERROR.
003562     DISPLAY "HNAM-FILE OPEN FAILED, STATUS="
003563         DL100-HNAM-FILE-STATUS
003564     CLOSE MST-FILE
003565     CLOSE EXCP-FILE
003566     CLOSE HIST-FILE
003567     CLOSE ADDR-FILE
003568     CLOSE RTRN-FILE
003569     CLOSE RFEE-FILE
003570     CLOSE RTRN-RPT-FILE
003571     CLOSE XFER-FILE
003572     CLOSE MCKP-FILE
003573     MOVE 8 TO RETURN-CODE
003574     MOVE 'Y' TO DL100-ABEND-SWITCH.
003575 1960-EXIT.
003576     EXIT.
003577*----------------------------------------------------------------
003578* 4000-APPLY-SORTED
003579*     OUTPUT PROCEDURE FOR THE SORT.  RETURNS THE TRANSACTIONS
003580*     GROUPED BY ACCOUNT AND APPLIES EACH GROUP AGAINST ONE
003590*     MASTER READ, FINISHING THE GROUP WITH ONE WRITE OR
003592*     REWRITE AT ITS BREAK.  A RESTART FIRST PASSES OVER THE
003594*     RECORDS ITS COMMIT POINT HAS ALREADY POSTED (4050).  THE
003596*     PASS ENDS WITH A COMMIT POINT, SO EVERY ACCOUNT GROUP IS
003598*     ON THE MASTER BEFORE THE TRANSFERS ARE APPLIED.
003610*----------------------------------------------------------------
003620 4000-APPLY-SORTED.
003630     MOVE 'N' TO DL100-EOF-SWITCH
003640     PERFORM 4100-RETURN-SORTED-RECORD
003650         THRU 4100-EXIT
003651     IF DL100-RESTART-RUN
003652         PERFORM 4050-SKIP-POSTED-RECORDS
003653             THRU 4050-EXIT
003654         IF DL100-ABEND-OCCURRED
003655             GO TO 4000-EXIT
003656         END-IF
003657     END-IF
003660     PERFORM 4200-PROCESS-SORTED-RECORD
003670         THRU 4200-EXIT
003680         UNTIL DL100-END-OF-FILE
003682             OR DL100-ABEND-OCCURRED
003684     IF DL100-ABEND-OCCURRED
003686         GO TO 4000-EXIT
003688     END-IF
003690     IF DL100-ACCT-OPEN
003695         MOVE DL100-TRAN-COUNT TO DL100-MCKP-TRAN-COUNT
003700         PERFORM 4600-FINISH-ACCOUNT
003710             THRU 4600-EXIT
003711     END-IF
003712     IF DL100-ABEND-OCCURRED
003713         GO TO 4000-EXIT
003714     END-IF
003715     IF NOT DL100-SORTED-PASS-DONE
003716         MOVE DL100-TRAN-COUNT TO DL100-MCKP-TRAN-COUNT
003717         MOVE 'Y' TO DL100-SORTED-DONE-SWITCH
003718         PERFORM 4800-TAKE-COMMIT-POINT
003719             THRU 4800-EXIT
003720     END-IF.
003730 4000-EXIT.
003731     EXIT.
003732*----------------------------------------------------------------
003733* 4050-SKIP-POSTED-RECORDS
003734*     ON A RESTART, PASSES OVER THE SORTED RECORDS THE COMMIT
003735*     POINT HAS ALREADY ACCOUNTED FOR.  THE SORT KEEPS FEED ORDER
003736*     WITHIN AN ACCOUNT, SO THE SAME TRAN-FILE SORTS THE SAME WAY
003737*     EVERY TIME; THE LAST ACCOUNT PASSED OVER MUST BE THE LAST
003738*     ACCOUNT THE COMMIT POINT POSTED, OR THE RESTART IS AGAINST
003739*     THE WRONG TRAN-FILE AND STOPS WITH RETURN CODE 16 BEFORE
003740*     ANYTHING IS WRITTEN.  OTHERWISE THE COMMIT POINT'S HELD
003741*     RECORDS ARE WRITTEN AGAIN (4900) -- THE ABEND MAY HAVE
003742*     COME BEFORE THEY ALL REACHED THE FILES.
003743*----------------------------------------------------------------
003744 4050-SKIP-POSTED-RECORDS.
003745     MOVE ZERO TO DL100-SKIP-COUNT
003746     MOVE ZERO TO DL100-SKIP-LAST-ACCOUNT
003747     PERFORM 4060-SKIP-ONE-RECORD
003748         THRU 4060-EXIT
003749         UNTIL DL100-SKIP-COUNT >= DL100-TRAN-COUNT
003750             OR DL100-END-OF-FILE
003751     IF DL100-SKIP-COUNT < DL100-TRAN-COUNT
003752             OR DL100-SKIP-LAST-ACCOUNT
003753                 NOT = DL100-LAST-POSTED-ACCOUNT
003754         DISPLAY "COMMIT POINT DOES NOT MATCH TRANFILE - "
003755             "RESTART STOPPED"
003756         DISPLAY "RECORDS PASSED OVER " DL100-SKIP-COUNT
003757             " OF " DL100-TRAN-COUNT ", LAST ACCOUNT "
003758             DL100-SKIP-LAST-ACCOUNT
003759         MOVE 16 TO RETURN-CODE
003760         MOVE 'Y' TO DL100-ABEND-SWITCH
003761         GO TO 4050-EXIT
003762     END-IF
003763     PERFORM 4900-REAPPLY-COMMIT
003764         THRU 4900-EXIT.
003765 4050-EXIT.
003766     EXIT.
003767*----------------------------------------------------------------
003768* 4060-SKIP-ONE-RECORD
003769*     PASSES OVER ONE SORTED RECORD ALREADY POSTED.  A TRANSFER
003770*     AMONG THEM IS STILL SET ASIDE ON XFER-FILE -- THE WORK
003771*     FILE IS BUILT AFRESH ON EVERY RUN -- BUT NOT COUNTED AGAIN.
003772*----------------------------------------------------------------
003773 4060-SKIP-ONE-RECORD.
003774     ADD 1 TO DL100-SKIP-COUNT
003775     IF CUST-TYPE-DETAIL
003776         IF CUST-TRANS-TRANSFER
003777             WRITE XFER-REC FROM CUST-RECORD
003778         ELSE
003779             MOVE CUST-ACCOUNT-NO TO DL100-SKIP-LAST-ACCOUNT
003780         END-IF
003781     END-IF
003782     PERFORM 4100-RETURN-SORTED-RECORD
003783         THRU 4100-EXIT.
003784 4060-EXIT.
003785     EXIT.
003786*----------------------------------------------------------------
003787* 4100-RETURN-SORTED-RECORD
003788*     RETURNS THE NEXT RECORD FROM THE SORT INTO THE CUSTREC
003789*     RECORD AREA, WHERE THE APPLY PARAGRAPHS EXPECT IT.
003790*----------------------------------------------------------------
003800 4100-RETURN-SORTED-RECORD.
003810     RETURN SORT-FILE INTO CUST-RECORD
003920*     THE CUSTOUT DATASET, SO EVERY RECORD ON IT IS A DETAIL
003930*     RECORD THAT ALREADY PASSED READFILE'S EDITS; A RECORD
003940*     THAT SOMEHOW IS NOT A DETAIL RECORD IS WRITTEN TO
003945*     EXCP-FILE RATHER THAN APPLIED.  A TRANSFER TOUCHES TWO
003950*     ACCOUNTS, SO IT IS SET ASIDE ON XFER-FILE FOR 5000 AND
003955*     TAKES NO PART IN THE ACCOUNT GROUPING.
003960*----------------------------------------------------------------
003970 4200-PROCESS-SORTED-RECORD.
003980     ADD 1 TO DL100-TRAN-COUNT
004020             THRU 8000-EXIT
004030         GO TO 4200-NEXT
004040     END-IF
004041     IF CUST-TRANS-TRANSFER
004042         WRITE XFER-REC FROM CUST-RECORD
004043         ADD 1 TO DL100-XFER-HELD-COUNT
004044         GO TO 4200-NEXT
004045     END-IF
004050     IF DL100-ACCT-OPEN
004060             AND CUST-ACCOUNT-NO NOT = DL100-CUR-ACCOUNT
004062         SUBTRACT 1 FROM DL100-TRAN-COUNT
004064             GIVING DL100-MCKP-TRAN-COUNT
004070         PERFORM 4600-FINISH-ACCOUNT
004080             THRU 4600-EXIT
004082         IF DL100-ABEND-OCCURRED
004084             GO TO 4200-EXIT
004086         END-IF
004090     END-IF
004100     IF NOT DL100-ACCT-OPEN
004110         PERFORM 4300-START-ACCOUNT
004120             THRU 4300-EXIT
004121     END-IF
004122     IF DL100-MST-FOUND OR DL100-MST-CREATED
004123         MOVE CUST-MST-STATUS TO DL100-PRIOR-STATUS
004124     ELSE
004125         MOVE SPACE TO DL100-PRIOR-STATUS
004130     END-IF
004140     IF CUST-TRANS-OPEN
004150         PERFORM 3000-OPEN-ACCOUNT
004230                 PERFORM 3300-CHANGE-NAME
004240                     THRU 3300-EXIT
004250             ELSE
004251                 IF CUST-TRANS-OD-LIMIT
004252                     PERFORM 3400-CHANGE-OD-LIMIT
004253                         THRU 3400-EXIT
004254                 ELSE
004255                     IF CUST-TRANS-ESCHEAT
004256                         PERFORM 3500-ESCHEAT-ACCOUNT
004257                             THRU 3500-EXIT
004258                     ELSE
004259                         IF CUST-TRANS-ADDRESS
004260                             PERFORM 3600-MAINTAIN-ADDRESS
004261                                 THRU 3600-EXIT
004262                         ELSE
004263                             PERFORM 3100-POST-AMOUNT
004264                                 THRU 3100-EXIT
004265                         END-IF
004266                     END-IF
004267                 END-IF
004280             END-IF
004290         END-IF
004300     END-IF.
004370* 4300-START-ACCOUNT
004380*     OPENS A NEW ACCOUNT GROUP: THE MASTER RECORD IS READ ONCE
004390*     INTO CUST-MASTER-RECORD AND EVERYTHING AFTER THAT WORKS
004395*     IN MEMORY UNTIL THE GROUP'S BREAK.  A RECORD WRITTEN
004400*     BEFORE OVERDRAFT LIMITS EXISTED CARRIES SPACES FOR THE
004405*     LIMIT, WHICH IS TAKEN AS ZERO.
004410*----------------------------------------------------------------
004420 4300-START-ACCOUNT.
004430     MOVE CUST-ACCOUNT-NO TO DL100-CUR-ACCOUNT
004440     MOVE 'N' TO DL100-MST-CREATED-SWITCH
004445     MOVE ZERO TO DL100-ACCT-RTRN-COUNT
004450     MOVE 'N' TO DL100-MST-CHANGED-SWITCH
004452     MOVE 'N' TO DL100-ADDR-LOADED-SWITCH
004454     MOVE 'N' TO DL100-ADDR-FOUND-SWITCH
004456     MOVE 'N' TO DL100-ADDR-CREATED-SWITCH
004458     MOVE 'N' TO DL100-ADDR-CHANGED-SWITCH
004460     MOVE 'Y' TO DL100-MST-FOUND-SWITCH
004470     MOVE CUST-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
004480     READ MST-FILE
004490         INVALID KEY
004500             MOVE 'N' TO DL100-MST-FOUND-SWITCH
004502         NOT INVALID KEY
004504             IF CUST-MST-OD-LIMIT NOT NUMERIC
004506                 MOVE ZERO TO CUST-MST-OD-LIMIT
004508             END-IF
004510     END-READ
004520     MOVE 'Y' TO DL100-ACCT-OPEN-SWITCH.
004530 4300-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 4600-FINISH-ACCOUNT
004565*     CLOSES THE CURRENT ACCOUNT GROUP AND DECIDES ITS SINGLE
004570*     FILE OPERATION: A RECORD CREATED BY AN OP THIS GROUP IS TO
004575*     BE WRITTEN, A CHANGED EXISTING RECORD REWRITTEN, AND AN
004580*     UNTOUCHED ONE LEFT ALONE, AND THE SAME FOR THE ADDRESS
004585*     RECORD.  THE RECORDS ARE HELD (4650) FOR THE NEXT COMMIT
004590*     POINT, WHICH IS TAKEN HERE ONCE THE IMAGE TABLE IS FULL.
004595*     AN ACCOUNT THAT HAD ITEMS RETURNED
004600*     THIS GROUP IS CHARGED ITS RETURNED-ITEM FEE HERE.
004640*----------------------------------------------------------------
004650 4600-FINISH-ACCOUNT.
004651     IF DL100-ACCT-RTRN-COUNT > ZERO
004652         PERFORM 4700-WRITE-RTRN-FEE
004653             THRU 4700-EXIT
004654     END-IF
004655     MOVE SPACE TO DL100-HOLD-MST-ACTION
004660     IF DL100-MST-CREATED
004670         MOVE 'W' TO DL100-HOLD-MST-ACTION
004730     ELSE
004740         IF DL100-MST-FOUND
004750                 AND DL100-MST-CHANGED
004760             MOVE 'R' TO DL100-HOLD-MST-ACTION
004770         END-IF
004771     END-IF
004772     MOVE SPACE TO DL100-HOLD-ADDR-ACTION
004773     IF DL100-ADDR-CREATED
004774         MOVE 'W' TO DL100-HOLD-ADDR-ACTION
004775     ELSE
004776         IF DL100-ADDR-FOUND
004777                 AND DL100-ADDR-CHANGED
004778             MOVE 'R' TO DL100-HOLD-ADDR-ACTION
004779         END-IF
004780     END-IF
004781     IF DL100-HOLD-MST-ACTION NOT = SPACE
004782             OR DL100-HOLD-ADDR-ACTION NOT = SPACE
004783         PERFORM 4650-HOLD-IMAGE
004784             THRU 4650-EXIT
004785     END-IF
004786     MOVE DL100-CUR-ACCOUNT TO DL100-LAST-POSTED-ACCOUNT
004787     MOVE 'N' TO DL100-ACCT-OPEN-SWITCH
004788     IF DL100-IMG-COUNT >= DL100-IMG-MAX
004789         PERFORM 4800-TAKE-COMMIT-POINT
004790             THRU 4800-EXIT
004791     END-IF.
004800 4600-EXIT.
004801     EXIT.
004802*----------------------------------------------------------------
004803* 4650-HOLD-IMAGE
004804*     ADDS THE MASTER AND ADDRESS RECORDS NOW IN THEIR RECORD
004805*     AREAS TO THE IMAGE TABLE, WITH THE FILE OPERATION EACH
004806*     NEEDS, FOR THE NEXT COMMIT POINT TO WRITE.
004807*----------------------------------------------------------------
004808 4650-HOLD-IMAGE.
004809     ADD 1 TO DL100-IMG-COUNT
004810     MOVE DL100-IMG-COUNT TO DL100-IMG-SUB
004811     MOVE DL100-HOLD-MST-ACTION
004812         TO DL100-IMG-MST-ACTION (DL100-IMG-SUB)
004813     MOVE CUST-MASTER-RECORD
004814         TO DL100-IMG-MST-IMAGE (DL100-IMG-SUB)
004815     MOVE DL100-HOLD-ADDR-ACTION
004816         TO DL100-IMG-ADDR-ACTION (DL100-IMG-SUB)
004817     MOVE ADDR-RECORD
004818         TO DL100-IMG-ADDR-IMAGE (DL100-IMG-SUB).
004819 4650-EXIT.
004820     EXIT.
004821*----------------------------------------------------------------
004822* 4700-WRITE-RTRN-FEE
004823*     WRITES THE RETURNED-ITEM FEE FOR THE ACCOUNT GROUP JUST
004824*     ENDED TO THE FEE FEED SEGMENT, OPENING THE SEGMENT WITH
004825*     ITS HEADER ON THE FIRST FEE OF THE RUN.  ONE DETAIL CARRIES
004826*     THE FEE FOR EVERY ITEM THE ACCOUNT HAD RETURNED TONIGHT --
004827*     TWO IDENTICAL FEE RECORDS FOR ONE ACCOUNT AND DATE WOULD BE
004828*     DIVERTED AS DUPLICATES BY READFILE.  THE EFFECTIVE DATE IS
004829*     TODAY, SO THE FEE POSTS ON THE NIGHT IT IS READ.
004830*----------------------------------------------------------------
004831 4700-WRITE-RTRN-FEE.
004832     IF NOT DL100-RFEE-HDR-WRITTEN
004833         MOVE SPACES TO DL100-RFEE-RECORD
004834         MOVE 'HD' TO DL100-RFEE-RECORD-TYPE
004835         MOVE DL100-CURRENT-DATE TO DL100-RFEE-FEED-DATE
004836         MOVE DL100-RFEE-FEED-ID TO DL100-RFEE-HDR-FEED-ID
004837         PERFORM 4750-WRITE-RFEE-RECORD
004838             THRU 4750-EXIT
004839         MOVE 'Y' TO DL100-RFEE-HDR-SWITCH
004840     END-IF
004841     MOVE SPACES TO DL100-RFEE-RECORD
004842     MOVE 'DT' TO DL100-RFEE-RECORD-TYPE
004843     MOVE DL100-CUR-ACCOUNT TO DL100-RFEE-ACCOUNT-NO
004844     MOVE DL100-RFEE-TRANS-CODE TO DL100-RFEE-CODE
004845     COMPUTE DL100-RFEE-AMOUNT =
004846         DL100-RTRN-ITEM-FEE * DL100-ACCT-RTRN-COUNT
004847     MOVE DL100-CURRENT-DATE TO DL100-RFEE-EFF-DATE
004848     MOVE CUST-MST-CUSTOMER-NAME TO DL100-RFEE-NAME
004849     PERFORM 4750-WRITE-RFEE-RECORD
004850         THRU 4750-EXIT
004851     ADD 1 TO DL100-RFEE-COUNT
004852     ADD DL100-RFEE-AMOUNT TO DL100-RFEE-TOTAL.
004853 4700-EXIT.
004854     EXIT.
004855*----------------------------------------------------------------
004856* 4750-WRITE-RFEE-RECORD
004857*     WRITES THE FEE FEED RECORD BUILT IN DL100-RFEE-RECORD,
004858*     UNLESS A RESTART IS STILL PRODUCING RECORDS THE ABENDED
004859*     RUN ALREADY WROTE (SEE 1300).
004860*----------------------------------------------------------------
004861 4750-WRITE-RFEE-RECORD.
004862     IF DL100-RFEE-DROP > ZERO
004863         SUBTRACT 1 FROM DL100-RFEE-DROP
004864     ELSE
004865         WRITE RFEE-REC FROM DL100-RFEE-RECORD
004866     END-IF.
004867 4750-EXIT.
004868     EXIT.
004869*----------------------------------------------------------------
004870* 4800-TAKE-COMMIT-POINT
004871*     SAVES THE COMMIT RECORD -- HOW FAR THE RUN HAS GOT, THE RUN
004872*     COUNTS, AND THE HELD RECORD IMAGES -- AND ONLY THEN WRITES
004873*     THE HELD RECORDS TO THE MASTER AND THE ADDRESS FILE.  AN
004874*     ABEND AT ANY POINT AFTER THE SAVE IS FINISHED BY THE
004875*     RESTART WRITING THE SAME IMAGES AGAIN; AN ABEND BEFORE IT
004876*     LEAVES THE PREVIOUS COMMIT POINT IN FORCE, AND NONE OF THE
004877*     HELD RECORDS HAS BEEN WRITTEN.  THE CALLER SETS
004878*     DL100-MCKP-TRAN-COUNT TO THE SORTED RECORDS THE COMMIT
004879*     ACCOUNTS FOR.  A COMMIT RECORD THAT CANNOT BE SAVED ENDS
004880*     THE RUN RC 16 WITH THE HELD RECORDS UNWRITTEN, SO A
004881*     RESTART PICKS UP FROM THE LAST COMMIT POINT SAVED.
004882*----------------------------------------------------------------
004883 4800-TAKE-COMMIT-POINT.
004884     PERFORM 4810-BUILD-COMMIT-RECORD
004885         THRU 4810-EXIT
004886     IF DL100-SORTED-PASS-DONE
004887         MOVE 'X' TO MCKP-PHASE
004888     ELSE
004889         MOVE 'S' TO MCKP-PHASE
004890     END-IF
004891     PERFORM 4820-SAVE-COMMIT-RECORD
004892         THRU 4820-EXIT
004893     IF DL100-ABEND-OCCURRED
004894         GO TO 4800-EXIT
004895     END-IF
004896     MOVE 1 TO DL100-IMG-SUB
004897     PERFORM 4850-WRITE-ONE-IMAGE
004898         THRU 4850-EXIT
004899         UNTIL DL100-IMG-SUB > DL100-IMG-COUNT
004900     MOVE ZERO TO DL100-IMG-COUNT
004901     ADD 1 TO DL100-MCKP-COUNT.
004902 4800-EXIT.
004903     EXIT.
004904*----------------------------------------------------------------
004905* 4810-BUILD-COMMIT-RECORD
004906*     BUILDS THE COMMIT RECORD FROM THE RUN'S CURRENT STATE.
004907*----------------------------------------------------------------
004908 4810-BUILD-COMMIT-RECORD.
004909     MOVE SPACES TO MCKP-RECORD
004910     MOVE DL100-MCKP-KEY-VALUE TO MCKP-KEY
004911     MOVE DL100-CURRENT-DATE TO MCKP-RUN-DATE
004912     ACCEPT MCKP-TAKEN-DATE FROM DATE YYYYMMDD
004913     ACCEPT MCKP-TAKEN-TIME FROM TIME
004914     MOVE DL100-MCKP-TRAN-COUNT TO MCKP-TRAN-COUNT
004915     MOVE DL100-LAST-POSTED-ACCOUNT TO MCKP-LAST-ACCOUNT
004916     MOVE DL100-XFER-READ-COUNT TO MCKP-XFER-DONE
004917     MOVE DL100-OPEN-COUNT TO MCKP-OPEN-COUNT
004918     MOVE DL100-POST-COUNT TO MCKP-POST-COUNT
004919     MOVE DL100-CLOSE-COUNT TO MCKP-CLOSE-COUNT
004920     MOVE DL100-EXCP-COUNT TO MCKP-EXCP-COUNT
004921     MOVE DL100-NAME-CHG-COUNT TO MCKP-NAME-CHG-COUNT
004922     MOVE DL100-HIST-WRITE-COUNT TO MCKP-HIST-WRITE-COUNT
004923     MOVE DL100-OD-LIMIT-COUNT TO MCKP-OD-LIMIT-COUNT
004924     MOVE DL100-RTRN-COUNT TO MCKP-RTRN-COUNT
004925     MOVE DL100-RFEE-COUNT TO MCKP-RFEE-COUNT
004926     MOVE DL100-XFER-HELD-COUNT TO MCKP-XFER-HELD-COUNT
004927     MOVE DL100-XFER-COUNT TO MCKP-XFER-COUNT
004928     MOVE DL100-ESCHEAT-COUNT TO MCKP-ESCHEAT-COUNT
004929     MOVE DL100-ADDR-ADD-COUNT TO MCKP-ADDR-ADD-COUNT
004930     MOVE DL100-ADDR-CHG-COUNT TO MCKP-ADDR-CHG-COUNT
004931     MOVE DL100-HIST-SEQ-NO TO MCKP-HIST-SEQ-NO
004932     MOVE DL100-RTRN-AMOUNT TO MCKP-RTRN-AMOUNT
004933     MOVE DL100-RFEE-TOTAL TO MCKP-RFEE-TOTAL
004934     MOVE DL100-LINE-COUNT TO MCKP-LINE-COUNT
004935     MOVE DL100-PAGE-NO TO MCKP-PAGE-NO
004936     MOVE DL100-RFEE-HDR-SWITCH TO MCKP-RFEE-HDR-SWITCH
004937     MOVE DL100-IMG-COUNT TO MCKP-IMAGE-COUNT
004938     MOVE DL100-IMG-ENTRIES TO MCKP-IMAGE-AREA.
004939 4810-EXIT.
004940     EXIT.
004941*----------------------------------------------------------------
004942* 4820-SAVE-COMMIT-RECORD
004943*     REWRITES THE COMMIT RECORD IN PLACE, OR WRITES IT THE
004944*     FIRST TIME IF THE FILE WAS PRIMED WITHOUT IT.  A FAILED
004945*     SAVE SETS THE ABEND SWITCH AND RETURN CODE 16.
004946*----------------------------------------------------------------
004947 4820-SAVE-COMMIT-RECORD.
004948     IF DL100-MCKP-ON-FILE
004949         REWRITE MCKP-RECORD
004950     ELSE
004951         WRITE MCKP-RECORD
004952     END-IF
004953     IF DL100-MCKP-FILE-STATUS NOT = "00"
004954         DISPLAY "COMMIT RECORD SAVE FAILED, STATUS="
004955             DL100-MCKP-FILE-STATUS
004956         MOVE 16 TO RETURN-CODE
004957         MOVE 'Y' TO DL100-ABEND-SWITCH
004958         GO TO 4820-EXIT
004959     END-IF
004960     MOVE 'Y' TO DL100-MCKP-ON-FILE-SWITCH.
004961 4820-EXIT.
004962     EXIT.
004963*----------------------------------------------------------------
004964* 4850-WRITE-ONE-IMAGE
004965*     WRITES OR REWRITES ONE HELD MASTER RECORD AND ONE HELD
004966*     ADDRESS RECORD.  A WRITE THAT FINDS ITS KEY ALREADY ON
004967*     FILE IS A FAILURE ON A NORMAL COMMIT (THE GROUP ONLY
004968*     CREATES WHEN THE READ AT ITS START FOUND NOTHING), BUT ON
004969*     A RESTART'S SECOND PASS OVER A COMMIT IT IS THE RECORD THE
004970*     ABENDED RUN ALREADY WROTE, AND IT IS REWRITTEN INSTEAD.
004971*----------------------------------------------------------------
004972 4850-WRITE-ONE-IMAGE.
004973     IF DL100-IMG-MST-ACTION (DL100-IMG-SUB) NOT = SPACE
004974         MOVE DL100-IMG-MST-IMAGE (DL100-IMG-SUB)
004975             TO CUST-MASTER-RECORD
004976     END-IF
004977     IF DL100-IMG-MST-ACTION (DL100-IMG-SUB) = 'W'
004978         WRITE CUST-MASTER-RECORD
004979             INVALID KEY
004980                 PERFORM 4860-MASTER-ON-FILE
004981                     THRU 4860-EXIT
004982         END-WRITE
004983     END-IF
004984     IF DL100-IMG-MST-ACTION (DL100-IMG-SUB) = 'R'
004985         REWRITE CUST-MASTER-RECORD
004986             INVALID KEY
004987                 DISPLAY "MASTER REWRITE FAILED, ACCOUNT "
004988                     CUST-MST-ACCOUNT-NO
004989                 MOVE 8 TO RETURN-CODE
004990         END-REWRITE
004991     END-IF
004992     IF DL100-IMG-ADDR-ACTION (DL100-IMG-SUB) NOT = SPACE
004993         MOVE DL100-IMG-ADDR-IMAGE (DL100-IMG-SUB)
004994             TO ADDR-RECORD
004995     END-IF
004996     IF DL100-IMG-ADDR-ACTION (DL100-IMG-SUB) = 'W'
004997         WRITE ADDR-RECORD
004998             INVALID KEY
004999                 PERFORM 4870-ADDRESS-ON-FILE
005000                     THRU 4870-EXIT
005001         END-WRITE
005002     END-IF
005003     IF DL100-IMG-ADDR-ACTION (DL100-IMG-SUB) = 'R'
005004         REWRITE ADDR-RECORD
005005             INVALID KEY
005006                 DISPLAY "ADDRESS REWRITE FAILED, ACCOUNT "
005007                     ADDR-ACCOUNT-NO
005008                 MOVE 8 TO RETURN-CODE
005009         END-REWRITE
005010     END-IF
005011     ADD 1 TO DL100-IMG-SUB.
005012 4850-EXIT.
005013     EXIT.
005014*----------------------------------------------------------------
005015* 4860-MASTER-ON-FILE
005016*     A NEW MASTER RECORD'S KEY IS ALREADY ON FILE.
005017*----------------------------------------------------------------
005018 4860-MASTER-ON-FILE.
005019     IF DL100-REAPPLYING
005020         REWRITE CUST-MASTER-RECORD
005021     ELSE
005022         DISPLAY "MASTER WRITE FAILED, ACCOUNT "
005023             CUST-MST-ACCOUNT-NO
005024         MOVE 8 TO RETURN-CODE
005025     END-IF.
005026 4860-EXIT.
005027     EXIT.
005028*----------------------------------------------------------------
005029* 4870-ADDRESS-ON-FILE
005030*     A NEW ADDRESS RECORD'S KEY IS ALREADY ON FILE.
005031*----------------------------------------------------------------
005032 4870-ADDRESS-ON-FILE.
005033     IF DL100-REAPPLYING
005034         REWRITE ADDR-RECORD
005035     ELSE
005036         DISPLAY "ADDRESS WRITE FAILED, ACCOUNT "
005037             ADDR-ACCOUNT-NO
005038         MOVE 8 TO RETURN-CODE
005039     END-IF.
005040 4870-EXIT.
005041     EXIT.
005042*----------------------------------------------------------------
005043* 4900-REAPPLY-COMMIT
005044*     ON A RESTART, WRITES THE HELD RECORDS OF THE LAST COMMIT
005045*     POINT AGAIN.  EACH IMAGE IS THE WHOLE RECORD AS IT STOOD AT
005046*     THE COMMIT, SO WRITING IT A SECOND TIME CHANGES NOTHING
005047*     THAT ALREADY REACHED THE FILE.
005048*----------------------------------------------------------------
005049 4900-REAPPLY-COMMIT.
005050     IF DL100-IMG-COUNT = ZERO
005051         GO TO 4900-EXIT
005052     END-IF
005053     MOVE 'Y' TO DL100-REAPPLY-SWITCH
005054     MOVE 1 TO DL100-IMG-SUB
005055     PERFORM 4850-WRITE-ONE-IMAGE
005056         THRU 4850-EXIT
005057         UNTIL DL100-IMG-SUB > DL100-IMG-COUNT
005058     MOVE 'N' TO DL100-REAPPLY-SWITCH
005059     MOVE ZERO TO DL100-IMG-COUNT.
005060 4900-EXIT.
005061     EXIT.
005062*----------------------------------------------------------------
005063* 5000-APPLY-TRANSFERS
005064*     APPLIES THE TRANSFERS SET ASIDE DURING THE SORTED PASS.
005065*     EVERY ACCOUNT GROUP HAS BEEN WRITTEN BY NOW, SO BOTH
005066*     SIDES OF EACH TRANSFER ARE READ FRESH FROM THE MASTER --
005067*     INCLUDING AN ACCOUNT OPENED EARLIER TONIGHT.  A RESTART
005068*     PASSES OVER THE TRANSFERS ITS COMMIT POINT HAS ALREADY
005069*     ACCOUNTED FOR.  A COMMIT RECORD THAT CANNOT BE SAVED
005070*     STOPS THE TRANSFERS WITH XFER-FILE LEFT OPEN FOR 9200.
005071*----------------------------------------------------------------
005072 5000-APPLY-TRANSFERS.
005073     CLOSE XFER-FILE
005074     IF DL100-XFER-HELD-COUNT = ZERO
005075         GO TO 5000-EXIT
005076     END-IF
005077     OPEN INPUT XFER-FILE
005078     MOVE 'N' TO DL100-XFER-EOF-SWITCH
005079     MOVE ZERO TO DL100-SKIP-COUNT
005080     PERFORM 5050-SKIP-ONE-TRANSFER
005081         THRU 5050-EXIT
005082         UNTIL DL100-SKIP-COUNT >= DL100-XFER-READ-COUNT
005083             OR DL100-XFER-END-OF-FILE
005084     PERFORM 5100-APPLY-ONE-TRANSFER
005085         THRU 5100-EXIT
005086         UNTIL DL100-XFER-END-OF-FILE
005087             OR DL100-ABEND-OCCURRED
005088     IF DL100-ABEND-OCCURRED
005089         GO TO 5000-EXIT
005090     END-IF
005091     CLOSE XFER-FILE.
005092 5000-EXIT.
005093     EXIT.
005094*----------------------------------------------------------------
005095* 5050-SKIP-ONE-TRANSFER
005096*     ON A RESTART, PASSES OVER ONE TRANSFER ALREADY APPLIED.
005097*----------------------------------------------------------------
005098 5050-SKIP-ONE-TRANSFER.
005099     READ XFER-FILE
005100         AT END
005101             MOVE 'Y' TO DL100-XFER-EOF-SWITCH
005102             GO TO 5050-EXIT
005103     END-READ
005104     ADD 1 TO DL100-SKIP-COUNT.
005105 5050-EXIT.
005106     EXIT.
005107*----------------------------------------------------------------
005108* 5100-APPLY-ONE-TRANSFER
005109*     READS ONE TRANSFER AND POSTS IT AS A UNIT.  THE TO-ACCOUNT
005110*     IS READ AND HELD FIRST, THEN THE FROM-ACCOUNT; A MISSING
005111*     OR CLOSED ACCOUNT ON EITHER SIDE IS AN EXCEPTION AND A
005112*     DEBIT THE FROM-ACCOUNT'S OVERDRAFT LIMIT WILL NOT COVER
005113*     IS RETURNED (3150), IN EACH CASE WITH NEITHER ACCOUNT
005114*     TOUCHED.  ONLY WHEN BOTH SIDES PASS IS THE FROM-ACCOUNT
005115*     DEBITED AND THE TO-ACCOUNT CREDITED, EACH WITH A HISTORY
005116*     ENTRY NAMING THE OTHER, AND BOTH RECORDS ARE REWRITTEN
005117*     TOGETHER AT A COMMIT POINT.
005118*     A RETURNED TRANSFER CARRIES NO RETURNED-ITEM FEE: THE
005119*     FROM-ACCOUNT'S GROUP HAS ALREADY BEEN CLOSED, AND A
005120*     SECOND FEE RECORD FOR IT WOULD BE DIVERTED BY READFILE
005121*     AS A DUPLICATE.
005122*----------------------------------------------------------------
005123 5100-APPLY-ONE-TRANSFER.
005124     READ XFER-FILE INTO CUST-RECORD
005125         AT END
005126             MOVE 'Y' TO DL100-XFER-EOF-SWITCH
005127             GO TO 5100-EXIT
005128     END-READ
005129     ADD 1 TO DL100-XFER-READ-COUNT
005130     IF CUST-XF-TO-ACCOUNT NOT NUMERIC
005131             OR CUST-XF-TO-ACCOUNT = CUST-ACCOUNT-NO
005132         MOVE 'BAD TO ACCOUNT' TO DL100-EXCP-REASON-TEXT
005133         PERFORM 8000-WRITE-EXCEPTION
005134             THRU 8000-EXIT
005135         GO TO 5100-EXIT
005136     END-IF
005137     MOVE CUST-XF-TO-ACCOUNT TO CUST-MST-ACCOUNT-NO
005138     READ MST-FILE
005139         INVALID KEY
005140             MOVE 'TO ACCT NOT FOUND' TO DL100-EXCP-REASON-TEXT
005141             PERFORM 8000-WRITE-EXCEPTION
005142                 THRU 8000-EXIT
005143             GO TO 5100-EXIT
005144     END-READ
005145     IF CUST-MST-CLOSED
005146         MOVE 'TO ACCOUNT CLOSED' TO DL100-EXCP-REASON-TEXT
005147         PERFORM 8000-WRITE-EXCEPTION
005148             THRU 8000-EXIT
005149         GO TO 5100-EXIT
005150     END-IF
005151     IF CUST-MST-OD-LIMIT NOT NUMERIC
005152         MOVE ZERO TO CUST-MST-OD-LIMIT
005153     END-IF
005154     MOVE CUST-MASTER-RECORD TO DL100-XF-TO-MASTER
005155     MOVE CUST-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
005156     READ MST-FILE
005157         INVALID KEY
005158             MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
005159             PERFORM 8000-WRITE-EXCEPTION
005160                 THRU 8000-EXIT
005161             GO TO 5100-EXIT
005162     END-READ
005163     IF CUST-MST-CLOSED
005164         MOVE 'ACCOUNT CLOSED' TO DL100-EXCP-REASON-TEXT
005165         PERFORM 8000-WRITE-EXCEPTION
005166             THRU 8000-EXIT
005167         GO TO 5100-EXIT
005168     END-IF
005169     IF CUST-MST-OD-LIMIT NOT NUMERIC
005170         MOVE ZERO TO CUST-MST-OD-LIMIT
005171     END-IF
005172     SUBTRACT CUST-TRANS-AMOUNT FROM CUST-MST-BALANCE
005173         GIVING DL100-TRIAL-BALANCE
005174     SUBTRACT CUST-MST-OD-LIMIT FROM ZERO
005175         GIVING DL100-OD-FLOOR
005176     IF DL100-TRIAL-BALANCE < DL100-OD-FLOOR
005177         PERFORM 3150-RETURN-ITEM
005178             THRU 3150-EXIT
005179         MOVE ZERO TO DL100-ACCT-RTRN-COUNT
005180         GO TO 5100-EXIT
005181     END-IF
005182     MOVE CUST-ACCOUNT-NO TO DL100-XF-SIDE-ACCOUNT
005183     MOVE CUST-XF-TO-ACCOUNT TO DL100-XF-OTHER-ACCOUNT
005184     SUBTRACT CUST-TRANS-AMOUNT FROM ZERO
005185         GIVING DL100-XF-SIDE-AMOUNT
005186     PERFORM 5200-POST-TRANSFER-SIDE
005187         THRU 5200-EXIT
005188     MOVE 'R' TO DL100-HOLD-MST-ACTION
005189     MOVE SPACE TO DL100-HOLD-ADDR-ACTION
005190     PERFORM 4650-HOLD-IMAGE
005191         THRU 4650-EXIT
005192     MOVE DL100-XF-TO-MASTER TO CUST-MASTER-RECORD
005193     MOVE CUST-XF-TO-ACCOUNT TO DL100-XF-SIDE-ACCOUNT
005194     MOVE CUST-ACCOUNT-NO TO DL100-XF-OTHER-ACCOUNT
005195     MOVE CUST-TRANS-AMOUNT TO DL100-XF-SIDE-AMOUNT
005196     PERFORM 5200-POST-TRANSFER-SIDE
005197         THRU 5200-EXIT
005198     PERFORM 4650-HOLD-IMAGE
005199         THRU 4650-EXIT
005200     ADD 1 TO DL100-XFER-COUNT
005201     PERFORM 4800-TAKE-COMMIT-POINT
005202         THRU 4800-EXIT.
005203 5100-EXIT.
005204     EXIT.
005205*----------------------------------------------------------------
005206* 5200-POST-TRANSFER-SIDE
005207*     POSTS ONE SIDE OF A TRANSFER TO THE MASTER RECORD IN THE
005208*     RECORD AREA: THE SIGNED SIDE AMOUNT IS ADDED TO THE
005209*     BALANCE, THE LAST ACTIVITY DATE ADVANCES, A DORMANT
005210*     ACCOUNT COMES BACK TO ACTIVE, AND ITS HISTORY ENTRY IS
005211*     WRITTEN.  THE RECORD ITSELF IS HELD FOR THE COMMIT POINT.
005212*----------------------------------------------------------------
005213 5200-POST-TRANSFER-SIDE.
005214     MOVE CUST-MST-STATUS TO DL100-PRIOR-STATUS
005215     ADD DL100-XF-SIDE-AMOUNT TO CUST-MST-BALANCE
005216     MOVE CUST-EFFECTIVE-DATE TO CUST-MST-LAST-TRANS-DATE
005217     IF CUST-MST-DORMANT OR CUST-MST-ESCHEATED
005218         MOVE 'A' TO CUST-MST-STATUS
005219     END-IF
005220     PERFORM 8200-WRITE-XFER-HISTORY
005221         THRU 8200-EXIT.
005222 5200-EXIT.
005223     EXIT.
005224*----------------------------------------------------------------
005225* 3000-OPEN-ACCOUNT
005226*     CREATES THE ACCOUNT'S MASTER RECORD IN MEMORY.  THE
005227*     OPENING TRANSACTION'S AMOUNT BECOMES THE STARTING BALANCE
005228*     AND ITS EFFECTIVE DATE BECOMES THE OPEN AND LAST ACTIVITY
005229*     DATES, AND THE LIMIT IT CARRIES (SPACES FOR NONE) BECOMES
005230*     THE OVERDRAFT LIMIT.  AN ACCOUNT THAT ALREADY EXISTS -- ON
005231*     THE MASTER OR CREATED EARLIER IN THIS GROUP -- IS AN
005232*     EXCEPTION.
005233*----------------------------------------------------------------
005234 3000-OPEN-ACCOUNT.
005235     IF DL100-MST-FOUND OR DL100-MST-CREATED
005236         MOVE 'ACCOUNT EXISTS' TO DL100-EXCP-REASON-TEXT
005237         PERFORM 8000-WRITE-EXCEPTION
005238             THRU 8000-EXIT
005239         GO TO 3000-EXIT
005240     END-IF
005241     MOVE SPACES TO CUST-MASTER-RECORD
005242     MOVE CUST-ACCOUNT-NO TO CUST-MST-ACCOUNT-NO
005243     MOVE 'A' TO CUST-MST-STATUS
005244     MOVE CUST-CUSTOMER-NAME TO CUST-MST-CUSTOMER-NAME
005245     MOVE CUST-TRANS-AMOUNT TO CUST-MST-BALANCE
005246     MOVE CUST-EFFECTIVE-DATE TO CUST-MST-OPEN-DATE
005247     MOVE CUST-EFFECTIVE-DATE TO CUST-MST-LAST-TRANS-DATE
005248     IF CUST-OD-LIMIT NUMERIC
005249         MOVE CUST-OD-LIMIT TO CUST-MST-OD-LIMIT
005250     ELSE
005251         MOVE ZERO TO CUST-MST-OD-LIMIT
005252     END-IF
005253     MOVE 'Y' TO DL100-MST-CREATED-SWITCH
005254     ADD 1 TO DL100-OPEN-COUNT
005255     PERFORM 8100-WRITE-HISTORY
005256         THRU 8100-EXIT.
005257 3000-EXIT.
005258     EXIT.
005259*----------------------------------------------------------------
005260* 3100-POST-AMOUNT
005261*     POSTS THE TRANSACTION AMOUNT TO THE IN-MEMORY BALANCE AND
005262*     ADVANCES THE LAST ACTIVITY DATE.  A MISSING OR CLOSED
005263*     ACCOUNT IS AN EXCEPTION; A DORMANT ACCOUNT COMES BACK TO
005264*     ACTIVE ON THE POSTING.  A DEBIT THAT WOULD TAKE THE
005265*     BALANCE BELOW THE NEGATIVE OF THE OVERDRAFT LIMIT IS NOT
005266*     POSTED BUT RETURNED (3150); BANK-ASSESSED CHARGES ARE
005267*     NEVER RETURNED.
005268*----------------------------------------------------------------
005269 3100-POST-AMOUNT.
005270     IF NOT DL100-MST-FOUND
005271             AND NOT DL100-MST-CREATED
005272         MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
005273         PERFORM 8000-WRITE-EXCEPTION
005274             THRU 8000-EXIT
005275         GO TO 3100-EXIT
005276     END-IF
005277     IF CUST-MST-CLOSED
005278         MOVE 'ACCOUNT CLOSED' TO DL100-EXCP-REASON-TEXT
005279         PERFORM 8000-WRITE-EXCEPTION
005280             THRU 8000-EXIT
005290         GO TO 3100-EXIT
005300     END-IF
005301     IF CUST-TRANS-AMOUNT < ZERO
005302             AND NOT CUST-TRANS-RTRN-FEE
005303             AND CUST-TRANS-CODE NOT = DL100-SVC-CHG-TRANS-CODE
005304         ADD CUST-TRANS-AMOUNT CUST-MST-BALANCE
005305             GIVING DL100-TRIAL-BALANCE
005306         SUBTRACT CUST-MST-OD-LIMIT FROM ZERO
005307             GIVING DL100-OD-FLOOR
005308         IF DL100-TRIAL-BALANCE < DL100-OD-FLOOR
005309             PERFORM 3150-RETURN-ITEM
005310                 THRU 3150-EXIT
005311             GO TO 3100-EXIT
005312         END-IF
005313     END-IF
005314     ADD CUST-TRANS-AMOUNT TO CUST-MST-BALANCE
005320     MOVE CUST-EFFECTIVE-DATE TO CUST-MST-LAST-TRANS-DATE
005330     IF CUST-MST-DORMANT OR CUST-MST-ESCHEATED
005340         MOVE 'A' TO CUST-MST-STATUS
005350     END-IF
005360     MOVE 'Y' TO DL100-MST-CHANGED-SWITCH
005380     PERFORM 8100-WRITE-HISTORY
005390         THRU 8100-EXIT.
005400 3100-EXIT.
005401     EXIT.
005402*----------------------------------------------------------------
005403* 3150-RETURN-ITEM
005404*     RETURNS A DEBIT THE OVERDRAFT LIMIT WILL NOT COVER: THE
005405*     ORIGINAL TRANSACTION AND THE REASON GO TO RTRN-FILE, THE
005406*     ITEM IS LISTED ON THE NOTICE FOR THE BRANCHES, AND THE
005407*     ACCOUNT IS MARKED FOR A RETURNED-ITEM FEE AT ITS GROUP'S
005408*     END.  THE MASTER, ITS LAST ACTIVITY DATE, AND THE HISTORY
005409*     ARE LEFT UNTOUCHED -- NOTHING WAS POSTED.  A TRANSFER
005410*     CARRIES THE AMOUNT MOVED AS A POSITIVE NUMBER, SO ITS
005411*     DEBIT IS SHOWN AND TOTALLED WITH THE SIGN REVERSED.
005412*----------------------------------------------------------------
005413 3150-RETURN-ITEM.
005414     IF CUST-TRANS-TRANSFER
005415         SUBTRACT CUST-TRANS-AMOUNT FROM ZERO
005416             GIVING DL100-RTRN-ITEM-AMOUNT
005417     ELSE
005418         MOVE CUST-TRANS-AMOUNT TO DL100-RTRN-ITEM-AMOUNT
005419     END-IF
005420     IF CUST-MST-OD-LIMIT = ZERO
005421         MOVE 'INSUFFICIENT FUNDS' TO DL100-DET-REASON
005422     ELSE
005423         MOVE 'OVER OVERDRAFT LIMIT' TO DL100-DET-REASON
005424     END-IF
005425     MOVE CUST-RECORD TO RTRN-ORIGINAL-DATA
005426     MOVE DL100-DET-REASON TO RTRN-REASON
005427     IF DL100-RTRN-DROP > ZERO
005428         SUBTRACT 1 FROM DL100-RTRN-DROP
005429     ELSE
005430         WRITE RTRN-REC
005431     END-IF
005432     ADD 1 TO DL100-RTRN-COUNT
005433     ADD 1 TO DL100-ACCT-RTRN-COUNT
005434     ADD DL100-RTRN-ITEM-AMOUNT TO DL100-RTRN-AMOUNT
005435     IF DL100-LINE-COUNT >= DL100-LINES-PER-PAGE
005436         PERFORM 7000-WRITE-PAGE-HEADING
005437             THRU 7000-EXIT
005438     END-IF
005439     MOVE CUST-ACCOUNT-NO TO DL100-DET-ACCOUNT
005440     MOVE CUST-MST-CUSTOMER-NAME TO DL100-DET-NAME
005441     MOVE CUST-TRANS-CODE TO DL100-DET-CODE
005442     MOVE DL100-RTRN-ITEM-AMOUNT TO DL100-DET-AMOUNT
005443     MOVE CUST-EFFECTIVE-DATE TO DL100-DET-EFF-DATE
005444     MOVE CUST-MST-BALANCE TO DL100-DET-BALANCE
005445     MOVE CUST-MST-OD-LIMIT TO DL100-DET-OD-LIMIT
005446     MOVE DL100-DETAIL-LINE TO RPT-REPORT-LINE
005447     PERFORM 7100-WRITE-REPORT-LINE
005448         THRU 7100-EXIT
005449     ADD 1 TO DL100-LINE-COUNT.
005450 3150-EXIT.
005451     EXIT.
005452*----------------------------------------------------------------
005453* 3200-CLOSE-ACCOUNT
005454*     CLOSES THE IN-MEMORY ACCOUNT.  A MISSING OR ALREADY-CLOSED
005455*     ACCOUNT IS AN EXCEPTION, AS IS AN ACCOUNT WHOSE BALANCE IS
005460*     NOT ZERO -- THE BALANCE MUST BE POSTED OUT BEFORE THE
005470*     ACCOUNT CAN BE CLOSED, SO THE RECORD IS LEFT AS IT WAS AND
005480*     THE TRANSACTION IS ROUTED TO EXCP-FILE FOR REVIEW.
006060 3300-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006081* 3400-CHANGE-OD-LIMIT
006082*     APPLIES A NON-MONETARY OVERDRAFT LIMIT-CHANGE ('OL')
006083*     TRANSACTION: THE LIMIT CARRIED IN THE DETAIL RECORD
006084*     REPLACES CUST-MST-OD-LIMIT.  LIKE A NAME CHANGE, IT NEVER
006085*     TOUCHES THE BALANCE OR THE LAST ACTIVITY DATE.  A MISSING
006086*     OR CLOSED ACCOUNT, OR A LIMIT THAT IS NOT NUMERIC, IS AN
006087*     EXCEPTION.
006088*----------------------------------------------------------------
006089 3400-CHANGE-OD-LIMIT.
006090     IF NOT DL100-MST-FOUND
006091             AND NOT DL100-MST-CREATED
006092         MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
006093         PERFORM 8000-WRITE-EXCEPTION
006094             THRU 8000-EXIT
006095         GO TO 3400-EXIT
006096     END-IF
006097     IF CUST-MST-CLOSED
006098         MOVE 'ACCOUNT CLOSED' TO DL100-EXCP-REASON-TEXT
006099         PERFORM 8000-WRITE-EXCEPTION
006100             THRU 8000-EXIT
006101         GO TO 3400-EXIT
006102     END-IF
006103     IF CUST-OD-LIMIT NOT NUMERIC
006104         MOVE 'BAD OD LIMIT' TO DL100-EXCP-REASON-TEXT
006105         PERFORM 8000-WRITE-EXCEPTION
006106             THRU 8000-EXIT
006107         GO TO 3400-EXIT
006108     END-IF
006109     MOVE CUST-OD-LIMIT TO CUST-MST-OD-LIMIT
006110     MOVE 'Y' TO DL100-MST-CHANGED-SWITCH
006111     ADD 1 TO DL100-OD-LIMIT-COUNT
006112     PERFORM 8100-WRITE-HISTORY
006113         THRU 8100-EXIT.
006114 3400-EXIT.
006115     EXIT.
006116*----------------------------------------------------------------
006117* 3500-ESCHEAT-ACCOUNT
006118*     APPLIES AN ESCHEAT ('ES') TRANSACTION: THE BALANCE HAS
006119*     BEEN REMITTED TO THE STATE AS UNCLAIMED PROPERTY, SO IT
006120*     IS ZEROED AND THE ACCOUNT MARKED ESCHEATED.  THE ACCOUNT
006121*     MUST STILL BE DORMANT AND THE AMOUNT MUST STILL TAKE THE
006122*     BALANCE EXACTLY TO ZERO; OTHERWISE THE OWNER HAS COME
006123*     BACK SINCE THE NOTICE AND IT IS AN EXCEPTION.  THE LAST
006124*     ACTIVITY DATE IS LEFT ALONE -- THE REMITTANCE IS NOT
006125*     CUSTOMER ACTIVITY.
006126*----------------------------------------------------------------
006127 3500-ESCHEAT-ACCOUNT.
006128     IF NOT DL100-MST-FOUND
006129             AND NOT DL100-MST-CREATED
006130         MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
006131         PERFORM 8000-WRITE-EXCEPTION
006132             THRU 8000-EXIT
006133         GO TO 3500-EXIT
006134     END-IF
006135     IF NOT CUST-MST-DORMANT
006136         MOVE 'ACCOUNT NOT DORMANT' TO DL100-EXCP-REASON-TEXT
006137         PERFORM 8000-WRITE-EXCEPTION
006138             THRU 8000-EXIT
006139         GO TO 3500-EXIT
006140     END-IF
006141     IF CUST-MST-BALANCE + CUST-TRANS-AMOUNT NOT = ZERO
006142         MOVE 'ESCHEAT AMT MISMATCH' TO DL100-EXCP-REASON-TEXT
006143         PERFORM 8000-WRITE-EXCEPTION
006144             THRU 8000-EXIT
006145         GO TO 3500-EXIT
006146     END-IF
006147     MOVE ZERO TO CUST-MST-BALANCE
006148     MOVE 'E' TO CUST-MST-STATUS
006149     MOVE 'Y' TO DL100-MST-CHANGED-SWITCH
006150     ADD 1 TO DL100-ESCHEAT-COUNT
006151     PERFORM 8100-WRITE-HISTORY
006152         THRU 8100-EXIT.
006153 3500-EXIT.
006154     EXIT.
006155*----------------------------------------------------------------
006156* 3600-MAINTAIN-ADDRESS
006157*     APPLIES AN ADDRESS TRANSACTION TO THE ACCOUNT'S RECORD ON
006158*     THE ADDRESS FILE.  AN 'A1' ON AN ACCOUNT WITH NO ADDRESS
006159*     ADDS THE RECORD WITH THE STREET LINE; ANY OTHER ADDRESS
006160*     TRANSACTION NEEDS A RECORD ALREADY THERE.  A NEW STREET
006161*     LINE OR CITY/STATE/ZIP MAKES THE ADDRESS DELIVERABLE
006162*     AGAIN; AN 'AR' MARKS IT RETURN MAIL.  THE MASTER RECORD
006163*     IS NOT CHANGED, BUT A MISSING OR CLOSED ACCOUNT IS AN
006164*     EXCEPTION, AND THE HISTORY ENTRY IS WRITTEN AS FOR ANY
006165*     OTHER MAINTENANCE TRANSACTION.  LIKE THE MASTER, THE
006166*     ADDRESS RECORD IS READ ONCE PER ACCOUNT GROUP (3620),
006167*     CHANGED IN MEMORY, AND WRITTEN AT A COMMIT POINT.
006168*----------------------------------------------------------------
006169 3600-MAINTAIN-ADDRESS.
006170     IF NOT DL100-MST-FOUND
006171             AND NOT DL100-MST-CREATED
006172         MOVE 'ACCOUNT NOT FOUND' TO DL100-EXCP-REASON-TEXT
006173         PERFORM 8000-WRITE-EXCEPTION
006174             THRU 8000-EXIT
006175         GO TO 3600-EXIT
006176     END-IF
006177     IF CUST-MST-CLOSED
006178         MOVE 'ACCOUNT CLOSED' TO DL100-EXCP-REASON-TEXT
006179         PERFORM 8000-WRITE-EXCEPTION
006180             THRU 8000-EXIT
006181         GO TO 3600-EXIT
006182     END-IF
006183     IF NOT DL100-ADDR-LOADED
006184         PERFORM 3620-READ-ADDRESS
006185             THRU 3620-EXIT
006186     END-IF
006187     IF NOT DL100-ADDR-FOUND
006188             AND NOT DL100-ADDR-CREATED
006189         IF CUST-TRANS-ADDR-LINE-1
006190             PERFORM 3610-ADD-ADDRESS
006191                 THRU 3610-EXIT
006192         ELSE
006193             MOVE 'NO ADDRESS ON FILE' TO DL100-EXCP-REASON-TEXT
006194             PERFORM 8000-WRITE-EXCEPTION
006195                 THRU 8000-EXIT
006196         END-IF
006197         GO TO 3600-EXIT
006198     END-IF
006199     IF CUST-TRANS-ADDR-LINE-1
006200         MOVE CUST-ADDR-LINE TO ADDR-LINE-1
006201         MOVE 'A' TO ADDR-STATUS
006202     END-IF
006203     IF CUST-TRANS-ADDR-LINE-2
006204         MOVE CUST-ADDR-LINE TO ADDR-LINE-2
006205     END-IF
006206     IF CUST-TRANS-ADDR-CSZ
006207         MOVE CUST-ADDR-CITY TO ADDR-CITY
006208         MOVE CUST-ADDR-STATE TO ADDR-STATE
006209         MOVE CUST-ADDR-ZIP TO ADDR-ZIP
006210         MOVE 'A' TO ADDR-STATUS
006211     END-IF
006212     IF CUST-TRANS-ADDR-RTRN-MAIL
006213         MOVE 'R' TO ADDR-STATUS
006214     END-IF
006215     MOVE DL100-CURRENT-DATE TO ADDR-CHANGED-DATE
006216     MOVE 'Y' TO DL100-ADDR-CHANGED-SWITCH
006217     ADD 1 TO DL100-ADDR-CHG-COUNT
006218     PERFORM 8100-WRITE-HISTORY
006219         THRU 8100-EXIT.
006220 3600-EXIT.
006221     EXIT.
006222*----------------------------------------------------------------
006223* 3610-ADD-ADDRESS
006224*     ADDS THE ADDRESS RECORD FOR AN ACCOUNT THAT HAS NONE, FROM
006225*     THE STREET LINE ON AN 'A1'.  THE SECOND LINE AND THE CITY,
006226*     STATE AND ZIP FOLLOW ON THEIR OWN TRANSACTIONS.  THE
006227*     RECORD IS BUILT IN MEMORY AND WRITTEN AT A COMMIT POINT.
006228*----------------------------------------------------------------
006229 3610-ADD-ADDRESS.
006230     MOVE SPACES TO ADDR-RECORD
006231     MOVE CUST-ACCOUNT-NO TO ADDR-ACCOUNT-NO
006232     MOVE 'A' TO ADDR-STATUS
006233     MOVE CUST-ADDR-LINE TO ADDR-LINE-1
006234     MOVE DL100-CURRENT-DATE TO ADDR-ADDED-DATE
006235     MOVE DL100-CURRENT-DATE TO ADDR-CHANGED-DATE
006236     MOVE 'Y' TO DL100-ADDR-CREATED-SWITCH
006237     ADD 1 TO DL100-ADDR-ADD-COUNT
006238     PERFORM 8100-WRITE-HISTORY
006239         THRU 8100-EXIT.
006240 3610-EXIT.
006241     EXIT.
006242*----------------------------------------------------------------
006243* 3620-READ-ADDRESS
006244*     READS THE ACCOUNT'S ADDRESS RECORD ON THE GROUP'S FIRST
006245*     ADDRESS TRANSACTION.
006246*----------------------------------------------------------------
006247 3620-READ-ADDRESS.
006248     MOVE 'Y' TO DL100-ADDR-LOADED-SWITCH
006249     MOVE 'Y' TO DL100-ADDR-FOUND-SWITCH
006250     MOVE CUST-ACCOUNT-NO TO ADDR-ACCOUNT-NO
006251     READ ADDR-FILE
006252         INVALID KEY
006253             MOVE 'N' TO DL100-ADDR-FOUND-SWITCH
006254     END-READ.
006255 3620-EXIT.
006256     EXIT.
006257*----------------------------------------------------------------
006258* 7000-WRITE-PAGE-HEADING
006259*     ADVANCES THE RETURNED-ITEMS NOTICE TO A NEW PAGE AND WRITES
006260*     THE TITLE AND COLUMN HEADING LINES.
006261*----------------------------------------------------------------
006262 7000-WRITE-PAGE-HEADING.
006263     ADD 1 TO DL100-PAGE-NO
006264     MOVE DL100-RUN-DATE TO DL100-TITLE-RUN-DATE
006265     MOVE DL100-PAGE-NO TO DL100-TITLE-PAGE-NO
006266     MOVE DL100-TITLE-LINE TO RPT-REPORT-LINE
006267     PERFORM 7100-WRITE-REPORT-LINE
006268         THRU 7100-EXIT
006269     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
006270     PERFORM 7100-WRITE-REPORT-LINE
006271         THRU 7100-EXIT
006272     MOVE DL100-COLUMN-HEADING-LINE TO RPT-REPORT-LINE
006273     PERFORM 7100-WRITE-REPORT-LINE
006274         THRU 7100-EXIT
006275     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
006276     PERFORM 7100-WRITE-REPORT-LINE
006277         THRU 7100-EXIT
006278     MOVE ZERO TO DL100-LINE-COUNT.
006279 7000-EXIT.
006280     EXIT.
006281*----------------------------------------------------------------
006282* 7100-WRITE-REPORT-LINE
006283*     WRITES THE NOTICE LINE IN RPT-REPORT-LINE, UNLESS A
006284*     RESTART IS STILL PRODUCING LINES THE ABENDED RUN ALREADY
006285*     PRINTED (SEE 1300).
006286*----------------------------------------------------------------
006287 7100-WRITE-REPORT-LINE.
006288     IF DL100-RPT-DROP > ZERO
006289         SUBTRACT 1 FROM DL100-RPT-DROP
006290     ELSE
006291         WRITE RPT-REPORT-LINE
006292     END-IF.
006293 7100-EXIT.
006294     EXIT.
006295*----------------------------------------------------------------
006296* 8000-WRITE-EXCEPTION
006297*     WRITES THE ORIGINAL TRANSACTION IMAGE AND THE EXCEPTION
006298*     REASON TO EXCP-FILE AND TALLIES THE EXCEPTION COUNT.
006299*----------------------------------------------------------------
006300 8000-WRITE-EXCEPTION.
006301     MOVE CUST-RECORD TO EXCP-ORIGINAL-DATA
006302     MOVE DL100-EXCP-REASON-TEXT TO EXCP-REASON
006303     IF DL100-EXCP-DROP > ZERO
006304         SUBTRACT 1 FROM DL100-EXCP-DROP
006305     ELSE
006306         WRITE EXCP-REC
006307     END-IF
006308     ADD 1 TO DL100-EXCP-COUNT.
006309 8000-EXIT.
006310     EXIT.
006311*----------------------------------------------------------------
006312* 8100-WRITE-HISTORY
006313*     WRITES THE TRANSACTION JUST APPLIED TO THE POSTED-
006314*     TRANSACTION HISTORY DATABASE, KEYED ON ACCOUNT NUMBER
006315*     PLUS TODAY'S POSTING DATE PLUS THE NEXT POSTING SEQUENCE
006316*     NUMBER AND CARRYING THE IN-MEMORY BALANCE AFTER THE
006317*     POSTING (AND, FOR AN OP OR OL, THE OVERDRAFT LIMIT IT
006318*     SET) AND THE STATUS THE ACCOUNT HAD BEFORE IT.  THE
006319*     SEQUENCE NUMBER RUNS ACROSS THE WHOLE RUN;
006320*     A KEY ALREADY ON THE DATABASE (A SECOND RUN ON THE SAME
006321*     POSTING DATE) SIMPLY BUMPS THE SEQUENCE AND TRIES AGAIN
006322*     UNTIL A FREE NUMBER IS FOUND.  AN OPEN OR NAME CHANGE IS
006323*     THEN JOURNALED WITH ITS NAME UNDER THE SAME KEY (8300).
006324*----------------------------------------------------------------
006325 8100-WRITE-HISTORY.
006326     MOVE SPACES TO HIST-RECORD
006330     MOVE CUST-ACCOUNT-NO TO HIST-ACCOUNT-NO
006340     MOVE DL100-CURRENT-DATE TO HIST-POST-DATE
006350     MOVE CUST-TRANS-CODE TO HIST-TRANS-CODE
006360     MOVE CUST-TRANS-AMOUNT TO HIST-TRANS-AMOUNT
006370     MOVE CUST-EFFECTIVE-DATE TO HIST-EFF-DATE
006380     MOVE CUST-MST-BALANCE TO HIST-BALANCE-AFTER
006382     MOVE DL100-PRIOR-STATUS TO HIST-PRIOR-STATUS
006384     IF CUST-TRANS-OPEN OR CUST-TRANS-OD-LIMIT
006386         MOVE CUST-MST-OD-LIMIT TO HIST-OD-LIMIT
006388     END-IF
006390     MOVE 'N' TO DL100-HIST-WRITTEN-SW
006400     PERFORM 8110-WRITE-ONE-HIST
006410         THRU 8110-EXIT
006450         DISPLAY "HISTORY SEQUENCE EXHAUSTED, ACCOUNT "
006460             CUST-ACCOUNT-NO
006470         MOVE 8 TO RETURN-CODE
006471         GO TO 8100-EXIT
006472     END-IF
006473     IF CUST-TRANS-OPEN OR CUST-TRANS-NAME-CHG
006474         PERFORM 8300-WRITE-NAME-JOURNAL
006475             THRU 8300-EXIT
006480     END-IF.
006490 8100-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 8110-WRITE-ONE-HIST
006530*     TRIES THE NEXT POSTING SEQUENCE NUMBER FOR THE HISTORY
006535*     RECORD ALREADY BUILT IN HIST-RECORD.  ON A RESTART A KEY
006540*     ALREADY ON FILE MAY BE THIS SAME ENTRY, WRITTEN BEFORE THE
006545*     ABEND (8120).
006550*----------------------------------------------------------------
006560 8110-WRITE-ONE-HIST.
006570     ADD 1 TO DL100-HIST-SEQ-NO
006580     MOVE DL100-HIST-SEQ-NO TO HIST-POST-SEQ
006590     WRITE HIST-RECORD
006600         INVALID KEY
006602             IF DL100-RESTART-RUN
006604                 PERFORM 8120-CHECK-OWN-HIST
006606                     THRU 8120-EXIT
006608             END-IF
006620         NOT INVALID KEY
006630             MOVE 'Y' TO DL100-HIST-WRITTEN-SW
006640             ADD 1 TO DL100-HIST-WRITE-COUNT
006650     END-WRITE.
006660 8110-EXIT.
006670     EXIT.
006672*----------------------------------------------------------------
006674* 8120-CHECK-OWN-HIST
006676*     THE RESTART POSTS THE SAME TRANSACTIONS IN THE SAME ORDER
006678*     ON THE SAME POSTING DATE AS THE ABENDED RUN, FROM THE SAME
006680*     SEQUENCE NUMBER, SO AN ENTRY IT FINDS ON FILE THAT MATCHES
006682*     THE ONE IT IS WRITING, BYTE FOR BYTE, IS THAT RUN'S ENTRY
006684*     FOR THIS POSTING.  IT IS COUNTED AS WRITTEN RATHER THAN
006686*     POSTED A SECOND TIME.  ANY OTHER ENTRY ON THE KEY BUMPS THE
006688*     SEQUENCE AS USUAL.
006690*----------------------------------------------------------------
006692 8120-CHECK-OWN-HIST.
006694     MOVE HIST-RECORD TO DL100-HIST-SAVE
006696     READ HIST-FILE
006698         INVALID KEY
006700             MOVE SPACES TO HIST-RECORD
006702     END-READ
006704     IF HIST-RECORD = DL100-HIST-SAVE
006706         MOVE 'Y' TO DL100-HIST-WRITTEN-SW
006708         ADD 1 TO DL100-HIST-WRITE-COUNT
006710     END-IF
006712     MOVE DL100-HIST-SAVE TO HIST-RECORD.
006714 8120-EXIT.
006716     EXIT.
006718*----------------------------------------------------------------
006720* 8200-WRITE-XFER-HISTORY
006722*     WRITES THE HISTORY ENTRY FOR ONE SIDE OF A TRANSFER, THE
006724*     SAME WAY 8100 DOES FOR A SINGLE-ACCOUNT POSTING, BUT FROM
006726*     THE SIDE'S ACCOUNT AND SIGNED AMOUNT (NEGATIVE ON THE
006728*     FROM-ACCOUNT, POSITIVE ON THE TO-ACCOUNT), WITH THE OTHER
006730*     SIDE'S ACCOUNT IN HIST-XF-ACCOUNT.
006732*----------------------------------------------------------------
006734 8200-WRITE-XFER-HISTORY.
006736     MOVE SPACES TO HIST-RECORD
006738     MOVE DL100-XF-SIDE-ACCOUNT TO HIST-ACCOUNT-NO
006740     MOVE DL100-CURRENT-DATE TO HIST-POST-DATE
006742     MOVE CUST-TRANS-CODE TO HIST-TRANS-CODE
006744     MOVE DL100-XF-SIDE-AMOUNT TO HIST-TRANS-AMOUNT
006746     MOVE CUST-EFFECTIVE-DATE TO HIST-EFF-DATE
006748     MOVE CUST-MST-BALANCE TO HIST-BALANCE-AFTER
006750     MOVE DL100-PRIOR-STATUS TO HIST-PRIOR-STATUS
006752     MOVE DL100-XF-OTHER-ACCOUNT TO HIST-XF-ACCOUNT
006754     MOVE 'N' TO DL100-HIST-WRITTEN-SW
006756     PERFORM 8110-WRITE-ONE-HIST
006758         THRU 8110-EXIT
006760         UNTIL DL100-HIST-WRITTEN
006762             OR DL100-HIST-SEQ-NO >= 9999999
006764     IF NOT DL100-HIST-WRITTEN
006766         DISPLAY "HISTORY SEQUENCE EXHAUSTED, ACCOUNT "
006768             DL100-XF-SIDE-ACCOUNT
006770         MOVE 8 TO RETURN-CODE
006772     END-IF.
006774 8200-EXIT.
006776     EXIT.
006778*----------------------------------------------------------------
006780* 8300-WRITE-NAME-JOURNAL
006782*     JOURNALS THE NAME AN OPEN OR NAME CHANGE PUT ON THE MASTER
006784*     UNDER THE KEY OF THE HISTORY ENTRY JUST WRITTEN.  A KEY
006786*     ALREADY ON THE JOURNAL IS THIS RUN'S OWN RECORD FROM
006788*     BEFORE A RESTART, OR ONE LEFT BY A BACKED-OUT RUN ON THE
006790*     SAME POSTING DATE WHOSE HISTORY ENTRY IS GONE; EITHER WAY
006792*     THE NEW HISTORY ENTRY OWNS THE KEY, SO THE RECORD IS
006794*     REPLACED.
006796*----------------------------------------------------------------
006798 8300-WRITE-NAME-JOURNAL.
006800     MOVE SPACES TO HNAM-RECORD
006802     MOVE HIST-KEY TO HNAM-KEY
006804     MOVE HIST-TRANS-CODE TO HNAM-TRANS-CODE
006806     MOVE CUST-MST-CUSTOMER-NAME TO HNAM-CUSTOMER-NAME
006808     WRITE HNAM-RECORD
006810         INVALID KEY
006812             REWRITE HNAM-RECORD
006814                 INVALID KEY
006816                     DISPLAY "NAME JOURNAL WRITE FAILED, STATUS="
006818                         DL100-HNAM-FILE-STATUS ", ACCOUNT "
006820                         HIST-ACCOUNT-NO
006822                     MOVE 8 TO RETURN-CODE
006824             END-REWRITE
006826     END-WRITE.
006828 8300-EXIT.
006830     EXIT.
006832*----------------------------------------------------------------
006990* 9000-TERMINATE
006995*     ENDS THE FEE SEGMENT WITH ITS TRAILER AND THE NOTICE WITH
007000*     ITS TOTALS, CLOSES THE FILES (TRAN-FILE IS THE SORT'S TO
007005*     CLOSE), DISPLAYS THE RUN COUNTS, AND SETS RETURN CODE 8
007010*     WHEN ANY TRANSACTION COULD NOT BE APPLIED SO THE
007015*     EXCEPTIONS ARE REVIEWED BEFORE THE NEXT RUN.  THE COMMIT
007020*     RECORD IS MARKED COMPLETE SO THE NEXT RUN STARTS FRESH.
007025*     A RUN THAT WAS STOPPED ONLY CLOSES ITS FILES (9200).
007040*----------------------------------------------------------------
007050 9000-TERMINATE.
007051     IF DL100-ABEND-OCCURRED
007052         PERFORM 9200-CLOSE-STOPPED-RESTART
007053             THRU 9200-EXIT
007054         GO TO 9000-EXIT
007055     END-IF
007056     IF DL100-RFEE-HDR-WRITTEN
007057         MOVE SPACES TO DL100-RFEE-RECORD
007058         MOVE 'TR' TO DL100-RFEE-RECORD-TYPE
007059         MOVE DL100-RFEE-COUNT TO DL100-RFEE-TRAILER-COUNT
007060         PERFORM 4750-WRITE-RFEE-RECORD
007061             THRU 4750-EXIT
007062     END-IF
007063     PERFORM 9100-WRITE-NOTICE-TOTALS
007064         THRU 9100-EXIT
007065     PERFORM 9300-MARK-RUN-COMPLETE
007066         THRU 9300-EXIT
007067     CLOSE MST-FILE
007070     CLOSE EXCP-FILE
007080     CLOSE HIST-FILE
007081     CLOSE ADDR-FILE
007082     CLOSE RTRN-FILE
007083     CLOSE RFEE-FILE
007084     CLOSE RTRN-RPT-FILE
007085     CLOSE MCKP-FILE
007086     CLOSE HNAM-FILE
007087     IF DL100-RESTART-RUN
007088         DISPLAY "RUN WAS RESTARTED FROM A COMMIT POINT"
007089     END-IF
007090     DISPLAY "TRANSACTIONS READ: " DL100-TRAN-COUNT
007100     DISPLAY "ACCOUNTS OPENED: " DL100-OPEN-COUNT
007110     DISPLAY "AMOUNTS POSTED: " DL100-POST-COUNT
007120     DISPLAY "ACCOUNTS CLOSED: " DL100-CLOSE-COUNT
007130     DISPLAY "NAMES CHANGED: " DL100-NAME-CHG-COUNT
007131     DISPLAY "OVERDRAFT LIMITS CHANGED: " DL100-OD-LIMIT-COUNT
007132     DISPLAY "ITEMS RETURNED: " DL100-RTRN-COUNT
007133     DISPLAY "RETURNED-ITEM FEES WRITTEN: " DL100-RFEE-COUNT
007134     DISPLAY "TRANSFERS POSTED: " DL100-XFER-COUNT
007135     DISPLAY "ACCOUNTS ESCHEATED: " DL100-ESCHEAT-COUNT
007136     DISPLAY "ADDRESSES ADDED: " DL100-ADDR-ADD-COUNT
007137     DISPLAY "ADDRESSES CHANGED: " DL100-ADDR-CHG-COUNT
007140     DISPLAY "EXCEPTIONS: " DL100-EXCP-COUNT
007150     DISPLAY "HISTORY RECORDS WRITTEN: " DL100-HIST-WRITE-COUNT
007155     DISPLAY "COMMIT POINTS TAKEN: " DL100-MCKP-COUNT
007160     IF DL100-EXCP-COUNT > ZERO
007170         MOVE 8 TO RETURN-CODE
007180     END-IF.
007190 9000-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220* 9100-WRITE-NOTICE-TOTALS
007230*     ENDS THE RETURNED-ITEMS NOTICE WITH THE NIGHT'S ITEM AND
007240*     FEE TOTALS.  A NIGHT WITH NOTHING RETURNED STILL PRINTS
007250*     ONE PAGE SAYING SO, SO THE BRANCHES CAN TELL AN EMPTY
007260*     NOTICE FROM A MISSING ONE.
007270*----------------------------------------------------------------
007280 9100-WRITE-NOTICE-TOTALS.
007290     IF DL100-PAGE-NO = ZERO
007300             OR DL100-LINE-COUNT + 4 > DL100-LINES-PER-PAGE
007310         PERFORM 7000-WRITE-PAGE-HEADING
007320             THRU 7000-EXIT
007330     END-IF
007340     MOVE DL100-BLANK-LINE TO RPT-REPORT-LINE
007350     PERFORM 7100-WRITE-REPORT-LINE
007360         THRU 7100-EXIT
007370     MOVE 'ITEMS RETURNED' TO DL100-SUM-TEXT
007380     MOVE DL100-RTRN-COUNT TO DL100-SUM-COUNT
007390     MOVE DL100-RTRN-AMOUNT TO DL100-SUM-AMOUNT
007400     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
007410     PERFORM 7100-WRITE-REPORT-LINE
007420         THRU 7100-EXIT
007430     MOVE 'RETURNED-ITEM FEES CHARGED' TO DL100-SUM-TEXT
007440     MOVE DL100-RFEE-COUNT TO DL100-SUM-COUNT
007450     MOVE DL100-RFEE-TOTAL TO DL100-SUM-AMOUNT
007460     MOVE DL100-SUMMARY-LINE TO RPT-REPORT-LINE
007470     PERFORM 7100-WRITE-REPORT-LINE
007480         THRU 7100-EXIT.
007490 9100-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520* 9200-CLOSE-STOPPED-RESTART
007530*     CLOSES THE FILES OF A RESTART STOPPED BECAUSE THE COMMIT
007540*     POINT DID NOT MATCH TRAN-FILE, OR OF A RUN STOPPED BECAUSE
007550*     A COMMIT RECORD COULD NOT BE SAVED.  THE COMMIT RECORD ON
007560*     FILE IS LEFT AS IT IS FOR THE RESTART.  RETURN CODE 16 IS
007570*     ALREADY SET.
007580*----------------------------------------------------------------
007590 9200-CLOSE-STOPPED-RESTART.
007600     CLOSE MST-FILE
007610     CLOSE EXCP-FILE
007620     CLOSE HIST-FILE
007630     CLOSE ADDR-FILE
007640     CLOSE RTRN-FILE
007650     CLOSE RFEE-FILE
007660     CLOSE RTRN-RPT-FILE
007670     CLOSE XFER-FILE
007680     CLOSE MCKP-FILE
007690     CLOSE HNAM-FILE.
007700 9200-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730* 9300-MARK-RUN-COMPLETE
007740*     REWRITES THE COMMIT RECORD WITH THE FINAL COUNTS AND PHASE
007750*     'C', SO THE NEXT RUN IS NOT TAKEN FOR A RESTART.
007760*----------------------------------------------------------------
007770 9300-MARK-RUN-COMPLETE.
007780     MOVE DL100-TRAN-COUNT TO DL100-MCKP-TRAN-COUNT
007790     PERFORM 4810-BUILD-COMMIT-RECORD
007800         THRU 4810-EXIT
007810     MOVE 'C' TO MCKP-PHASE
007820     PERFORM 4820-SAVE-COMMIT-RECORD
007830         THRU 4820-EXIT.
007840 9300-EXIT.
007850     EXIT.

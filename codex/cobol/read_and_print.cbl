001870*                  IS NOT FALSELY REJECTED.  THE MASTER IS A
001880*                  REQUIRED INPUT NOW; A FAILED OPEN ENDS THE
001890*                  RUN RC 8 BEFORE ANY OUTPUT IS OPENED.
001891* 10/15/2026 RTA   EDIT THE OVERDRAFT LIMIT CARRIED BY AN 'OL'
001892*                  LIMIT-CHANGE OR AN 'OP' OPEN.  A LIMIT THAT IS
001893*                  NOT NUMERIC (SPACES ARE ALLOWED ON AN OP, FOR
001894*                  NO OVERDRAFT) REJECTS AS 'BAD OD LIMIT'.
001895* 10/15/2026 RTA   EDIT BOTH ACCOUNTS OF AN 'XF' TRANSFER.  THE
001896*                  AMOUNT MUST BE POSITIVE AND THE TO-ACCOUNT
001897*                  NUMERIC, DIFFERENT FROM THE FROM-ACCOUNT, AND
001898*                  OPEN ON THE MASTER (OR OPENED EARLIER IN THE
001899*                  RUN).  THE PAIR IS ONE RECORD, SO A FAILURE ON
001900*                  EITHER SIDE REJECTS THE TRANSFER AS A WHOLE.
001901*                  THE OPENED-THIS-RUN LOOKUP NOW TAKES ITS
001902*                  SEARCH ACCOUNT IN DL100-NEWACCT-KEY-NO.
001903* 10/15/2026 RTA   EDIT THE MAILING ADDRESS CODES ('A1', 'A2',
001904*                  'A3', 'AR').  THE AMOUNT MUST BE ZERO, STREET
001905*                  LINE 1 MAY NOT BE BLANK, AND CITY/STATE/ZIP
001906*                  NEEDS A CITY, A STATE, AND A NUMERIC FIVE-DIGIT
001907*                  ZIP.  THE ACCOUNT GETS THE USUAL MASTER EDIT.
001908* 10/15/2026 RTA   ADDED CAL-FILE, THE SHOP BUSINESS-DAY CALENDAR
001909*                  (COPYBOOKS CALREC/CALTBL).  A DETAIL RECORD
001910*                  DATED ON A SATURDAY, SUNDAY, OR CALENDAR
001911*                  HOLIDAY NOW HAS ITS EFFECTIVE DATE ROLLED TO
001912*                  THE NEXT BUSINESS DAY BY THE EFFECTIVE DATE
001913*                  EDIT, BEFORE THE HOLD AND DUPLICATE CHECKS, SO
001914*                  A WEEKEND-DATED ITEM HOLDS UNTIL THE BANK IS
001915*                  OPEN.  EACH ROLL IS DISPLAYED AND COUNTED.  THE
001916*                  CALENDAR IS A REQUIRED INPUT LIKE THE TRANCODE
001917*                  TABLE; A FAILED OPEN ENDS THE RUN RC 8.
001918* 10/15/2026 RTA   REGISTER THE FEED ID OF THE SEGMENT A
001919*                  TRANSACTION ARRIVED IN ON THE DUPLICATE
001920*                  DATABASE (DUPE-FEED-ID), SO GLEXTR AND
001921*                  MSTBKOUT CAN POST IT BY REGION.  A RECORD
001922*                  AHEAD OF ANY HEADER, A RECYCLED ITEM, AND A
001923*                  RELEASED HOLD ARE REGISTERED WITH NO FEED ID
001924*                  AND POST TO THE CODE'S ALL-REGION ACCOUNTS.
001925*----------------------------------------------------------------
001926 IDENTIFICATION DIVISION.
001927 PROGRAM-ID.  READFILE.
001930 AUTHOR.  R. T. ALVAREZ.
001940 INSTALLATION.  CUSTOMER FILE PROCESSING - DATA CENTER.
001950 DATE-WRITTEN.  01/15/1998.
002340         ACCESS MODE IS RANDOM
002350         RECORD KEY IS CUST-MST-ACCOUNT-NO
002360         FILE STATUS IS DL100-MST-FILE-STATUS.
002362     SELECT CAL-FILE ASSIGN TO CALFILE
002364         ORGANIZATION IS SEQUENTIAL
002366         FILE STATUS IS DL100-CAL-FILE-STATUS.
002370 DATA DIVISION.
002380 FILE SECTION.
002390 FD  IN-FILE
002880 FD  MST-FILE
002890     RECORD CONTAINS 100 CHARACTERS.
002900     COPY CUSTMST.
002902 FD  CAL-FILE
002904     RECORDING MODE IS F
002906     RECORD CONTAINS 80 CHARACTERS.
002908     COPY CALREC.
002910 WORKING-STORAGE SECTION.
002920*----------------------------------------------------------------
002930* SWITCHES
003290 77  DL100-DUPE-PURGE-COUNT          PIC 9(09)   COMP VALUE ZERO.
003300 77  DL100-HELD-COUNT                PIC 9(09)   COMP VALUE ZERO.
003310 77  DL100-RELEASE-COUNT             PIC 9(09)   COMP VALUE ZERO.
003312 77  DL100-ROLLED-COUNT              PIC 9(09)   COMP VALUE ZERO.
003314 77  DL100-ROLL-DAYS                 PIC 9(03)   COMP VALUE ZERO.
003316 77  DL100-ROLL-MAX-DAYS             PIC 9(03)   COMP VALUE 31.
003320*----------------------------------------------------------------
003330* FILE STATUS KEYS
003340*----------------------------------------------------------------
003400 77  DL100-RCYC-FILE-STATUS          PIC X(02)   VALUE SPACES.
003410 77  DL100-DUPE-FILE-STATUS          PIC X(02)   VALUE SPACES.
003420 77  DL100-MST-FILE-STATUS           PIC X(02)   VALUE SPACES.
003425 77  DL100-CAL-FILE-STATUS           PIC X(02)   VALUE SPACES.
003430*----------------------------------------------------------------
003440* DUPLICATE DETECTION CONTROL.  A TRANSACTION ALREADY ON THE
003450* DUPLICATE DATABASE WITHIN THE RETENTION WINDOW IS DIVERTED TO
003650*----------------------------------------------------------------
003660     COPY TCODTBL.
003670*----------------------------------------------------------------
003671* SHOP BUSINESS-DAY CALENDAR TABLE AND WORK AREA (LOADED FROM
003672* CAL-FILE, COPYBOOK CALTBL)
003673*----------------------------------------------------------------
003674     COPY CALTBL.
003675*----------------------------------------------------------------
003680* ACCOUNTS OPENED BY AN OP EARLIER IN THIS RUN.  A NON-OP
003690* TRANSACTION AGAINST ONE OF THESE PASSES THE MASTER EDIT EVEN
003700* THOUGH THE ACCOUNT IS NOT ON THE MASTER YET -- MSTUPDT OPENS
003760     05  DL100-NEWACCT-SUB           PIC 9(05)   COMP VALUE ZERO.
003770     05  DL100-NEWACCT-FOUND-SW      PIC X(01)   VALUE 'N'.
003780         88  DL100-NEWACCT-FOUND                 VALUE 'Y'.
003785     05  DL100-NEWACCT-KEY-NO        PIC 9(10)        VALUE ZERO.
003790     05  DL100-NEWACCT-ENTRY OCCURS 5000 TIMES.
003800         10  DL100-NEWACCT-T-NO      PIC 9(10).
003810*----------------------------------------------------------------
004590         PERFORM 2090-CLOSE-SEG-NO-TRAILER
004600             THRU 2090-EXIT
004610     END-IF
004615     MOVE SPACES TO DL100-CUR-FEED-ID
004620     PERFORM 2500-PROCESS-RECYCLE-FILE
004630         THRU 2500-EXIT
004640     PERFORM 2530-PROCESS-HELD-RELEASES
004770*     READ LOOP.  IF IN-FILE FAILS TO OPEN, THE TABLE CANNOT BE
004780*     LOADED, OR THE DUPLICATE DATABASE CANNOT BE OPENED, THE
004790*     ERROR IS LOGGED AND THE ABEND SWITCH IS SET SO MAINLINE
004795*     SKIPS THE REMAINING STEPS.  THE SAME GOES FOR THE MASTER
004800*     AND THE SHOP CALENDAR.
004810*----------------------------------------------------------------
004820 1000-INITIALIZE.
004830     OPEN INPUT IN-FILE
004940         IF NOT DL100-ABEND-OCCURRED
004950             PERFORM 1480-OPEN-MST-FILE
004960                 THRU 1480-EXIT
004962         END-IF
004964         IF NOT DL100-ABEND-OCCURRED
004966             PERFORM 1500-LOAD-CALENDAR
004968                 THRU 1500-EXIT
004970         END-IF
004980         IF DL100-ABEND-OCCURRED
004990             CLOSE IN-FILE
007870 1480-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007891* 1500-LOAD-CALENDAR
007892*     LOADS THE SHOP BUSINESS-DAY CALENDAR INTO THE IN-STORAGE
007893*     TABLE (COPYBOOK CALTBL) FOR THE EFFECTIVE DATE ROLL.  A
007894*     CALENDAR THAT CANNOT BE OPENED OR OVERFLOWS THE TABLE ENDS
007895*     THE RUN -- WEEKEND AND HOLIDAY ITEMS WOULD OTHERWISE POST
007896*     ON A DAY THE BANK IS CLOSED.  THE DUPLICATE DATABASE AND
007897*     THE MASTER ARE ALREADY OPEN AND ARE CLOSED HERE;
007898*     1000-INITIALIZE CLOSES IN-FILE ON THE WAY OUT.  A
007899*     CALENDAR WITH NO DATES FOR THE RUN YEAR IS ONLY WARNED --
007900*     WEEKENDS STILL ROLL, BUT DATA CONTROL HAS NOT YET KEYED
007901*     THE YEAR'S HOLIDAYS (JOB DL100P).
007902*----------------------------------------------------------------
007903 1500-LOAD-CALENDAR.
007904     OPEN INPUT CAL-FILE
007905     IF DL100-CAL-FILE-STATUS NOT = "00"
007906         DISPLAY "CAL-FILE OPEN FAILED, STATUS="
007907             DL100-CAL-FILE-STATUS
007908         CLOSE DUPE-FILE
007909         CLOSE MST-FILE
007910         MOVE 8 TO RETURN-CODE
007911         MOVE 'Y' TO DL100-ABEND-SWITCH
007912         GO TO 1500-EXIT
007913     END-IF
007914     PERFORM 1510-LOAD-ONE-CAL-DATE
007915         THRU 1510-EXIT
007916         UNTIL DL100-CAL-END-OF-FILE
007917     CLOSE CAL-FILE
007918     IF DL100-ABEND-OCCURRED
007919         CLOSE DUPE-FILE
007920         CLOSE MST-FILE
007921         GO TO 1500-EXIT
007922     END-IF
007923     IF DL100-CAL-YEAR-COUNT = ZERO
007924         DISPLAY "WARNING - CALENDAR HAS NO DATES FOR "
007925             DL100-CURRENT-YEAR
007926     END-IF.
007927 1500-EXIT.
007928     EXIT.
007929*----------------------------------------------------------------
007930* 1510-LOAD-ONE-CAL-DATE
007931*     READS ONE CALENDAR DATE AND ADDS IT TO THE IN-STORAGE
007932*     TABLE.  A TABLE OVERFLOW ENDS THE RUN.
007933*----------------------------------------------------------------
007934 1510-LOAD-ONE-CAL-DATE.
007935     READ CAL-FILE
007936         AT END
007937             MOVE 'Y' TO DL100-CAL-EOF-SW
007938         NOT AT END
007939             IF DL100-CAL-COUNT >= DL100-CAL-MAX
007940                 DISPLAY "CALENDAR TABLE FULL"
007941                 MOVE 8 TO RETURN-CODE
007942                 MOVE 'Y' TO DL100-ABEND-SWITCH
007943                 MOVE 'Y' TO DL100-CAL-EOF-SW
007944             ELSE
007945                 ADD 1 TO DL100-CAL-COUNT
007946                 MOVE CAL-DATE
007947                     TO DL100-CAL-T-DATE (DL100-CAL-COUNT)
007948                 MOVE CAL-DAY-TYPE
007949                     TO DL100-CAL-T-TYPE (DL100-CAL-COUNT)
007950                 IF CAL-YEAR = DL100-CURRENT-YEAR
007951                     ADD 1 TO DL100-CAL-YEAR-COUNT
007952                 END-IF
007953             END-IF
007954     END-READ.
007955 1510-EXIT.
007956     EXIT.
007957*----------------------------------------------------------------
007958* 8000-DATE-TO-SERIAL
007959*     CONVERTS DL100-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER
007960*     IN DL100-DTS-SERIAL.  JANUARY AND FEBRUARY ARE TREATED AS
007961*     MONTHS 13 AND 14 OF THE PRIOR YEAR SO THE LEAP DAY FALLS
007962*     AT THE END OF THE COUNTING YEAR, THE SAME CALENDAR
007963*     ARITHMETIC RJCTRCYC USES FOR REJECT AGING.
007964*----------------------------------------------------------------
007970 8000-DATE-TO-SERIAL.
007980     MOVE DL100-DTS-YEAR TO DL100-DTS-WK-YEAR
007990     MOVE DL100-DTS-MONTH TO DL100-DTS-WK-MONTH
010180                 PERFORM 2048-EDIT-EFFECTIVE-DATE
010190                     THRU 2048-EXIT
010200                 IF NOT DL100-RECORD-REJECTED
010202                     PERFORM 2049-EDIT-OD-LIMIT
010204                         THRU 2049-EXIT
010206                 END-IF
010208                 IF NOT DL100-RECORD-REJECTED
010210                         AND NOT CUST-TRANS-OPEN
010220                     PERFORM 2052-EDIT-MASTER-ACCOUNT
010230                         THRU 2052-EXIT
010231                 END-IF
010232                 IF NOT DL100-RECORD-REJECTED
010233                         AND CUST-TRANS-TRANSFER
010234                     PERFORM 2051-EDIT-TRANSFER
010235                         THRU 2051-EXIT
010236                 END-IF
010237                 IF NOT DL100-RECORD-REJECTED
010238                         AND CUST-TRANS-ADDRESS
010239                     PERFORM 2047-EDIT-ADDRESS
010240                         THRU 2047-EXIT
010241                 END-IF
010250             END-IF
010260         END-IF
010270     END-IF.
010320*     EDITS THE DETAIL RECORD'S EFFECTIVE DATE AS A REAL
010330*     CALENDAR DATE -- NUMERIC, MONTH 1-12, AND DAY WITHIN THE
010340*     MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).  GARBAGE DATES
010345*     USED TO FLOW STRAIGHT THROUGH TO OUT-FILE.  A GOOD DATE
010350*     THAT IS NOT A BUSINESS DAY IS THEN ROLLED FORWARD TO THE
010355*     NEXT ONE (2046-ROLL-EFFECTIVE-DATE).
010360*----------------------------------------------------------------
010370 2048-EDIT-EFFECTIVE-DATE.
010380     IF CUST-EFFECTIVE-DATE NOT NUMERIC
010560         DIVIDE CUST-EFF-YEAR BY 400
010570             GIVING DL100-LEAP-Q
010580             REMAINDER DL100-LEAP-R400
010581         IF DL100-LEAP-R4 = ZERO
010582                 AND (DL100-LEAP-R100 NOT = ZERO
010583                     OR DL100-LEAP-R400 = ZERO)
010584             MOVE 29 TO DL100-MAX-DAY
010585         END-IF
010586     END-IF
010587     IF CUST-EFF-DAY < 1 OR CUST-EFF-DAY > DL100-MAX-DAY
010588         MOVE 'Y' TO DL100-REJECT-SWITCH
010589         MOVE 'BAD EFFECTIVE DATE' TO DL100-REJECT-REASON-TEXT
010590         GO TO 2048-EXIT
010591     END-IF
010592     PERFORM 2046-ROLL-EFFECTIVE-DATE
010593         THRU 2046-EXIT.
010594 2048-EXIT.
010595     EXIT.
010596*----------------------------------------------------------------
010597* 2044-ROLL-ONE-DAY
010598*     MOVES THE ROLLED DATE FORWARD ONE DAY AND TESTS IT.
010599*----------------------------------------------------------------
010600 2044-ROLL-ONE-DAY.
010601     PERFORM 8750-ADD-ONE-DAY
010602         THRU 8750-EXIT
010603     ADD 1 TO DL100-ROLL-DAYS
010604     PERFORM 8700-CHECK-BUSINESS-DAY
010605         THRU 8700-EXIT.
010606 2044-EXIT.
010607     EXIT.
010608*----------------------------------------------------------------
010609* 2046-ROLL-EFFECTIVE-DATE
010610*     ROLLS AN EFFECTIVE DATE THAT FALLS ON A SATURDAY, SUNDAY,
010611*     OR SHOP CALENDAR HOLIDAY FORWARD TO THE NEXT BUSINESS DAY,
010612*     SO THE ITEM HOLDS (OR POSTS) AS OF THE DAY THE BANK IS
010613*     NEXT OPEN.  THE ROLL IS DONE BEFORE THE HOLD AND DUPLICATE
010614*     CHECKS, SO A RESENT WEEKEND ITEM ROLLS TO THE SAME DATE AND
010615*     IS STILL CAUGHT AS A DUPLICATE.  A CALENDAR WITH NO
010616*     BUSINESS DAY IN THE NEXT DL100-ROLL-MAX-DAYS DAYS IS
010617*     WRONG, NOT THE ITEM -- THE ITEM REJECTS RATHER THAN LOOP.
010618*----------------------------------------------------------------
010619 2046-ROLL-EFFECTIVE-DATE.
010620     MOVE CUST-EFFECTIVE-DATE TO DL100-BDC-DATE
010621     PERFORM 8700-CHECK-BUSINESS-DAY
010622         THRU 8700-EXIT
010623     IF DL100-BDC-BUSINESS-DAY
010624         GO TO 2046-EXIT
010625     END-IF
010626     MOVE ZERO TO DL100-ROLL-DAYS
010627     PERFORM 2044-ROLL-ONE-DAY
010628         THRU 2044-EXIT
010629         UNTIL DL100-BDC-BUSINESS-DAY
010630             OR DL100-ROLL-DAYS > DL100-ROLL-MAX-DAYS
010631     IF NOT DL100-BDC-BUSINESS-DAY
010632         MOVE 'Y' TO DL100-REJECT-SWITCH
010633         MOVE 'NO BUSINESS DAY' TO DL100-REJECT-REASON-TEXT
010634         GO TO 2046-EXIT
010635     END-IF
010636     DISPLAY "EFFECTIVE DATE ROLLED - " CUST-ACCOUNT-NO " "
010637         CUST-TRANS-CODE " " CUST-EFFECTIVE-DATE " TO "
010638         DL100-BDC-DATE
010639     MOVE DL100-BDC-DATE TO CUST-EFFECTIVE-DATE
010640     ADD 1 TO DL100-ROLLED-COUNT.
010641 2046-EXIT.
010642     EXIT.
010643*----------------------------------------------------------------
010644* 2047-EDIT-ADDRESS
010645*     EDITS A MAILING ADDRESS TRANSACTION.  IT MOVES NO MONEY,
010646*     SO THE AMOUNT MUST BE ZERO.  STREET LINE 1 ('A1') MAY NOT
010647*     BE BLANK; STREET LINE 2 ('A2') MAY, TO REMOVE THE LINE.
010648*     CITY/STATE/ZIP ('A3') MUST CARRY A CITY, A STATE, AND A
010649*     NUMERIC FIVE-DIGIT ZIP.  A RETURN-MAIL FLAG ('AR') CARRIES
010650*     NOTHING FURTHER TO EDIT.
010651*----------------------------------------------------------------
010652 2047-EDIT-ADDRESS.
010653     IF CUST-TRANS-AMOUNT NOT = ZERO
010654         MOVE 'Y' TO DL100-REJECT-SWITCH
010655         MOVE 'BAD TRANS AMOUNT' TO DL100-REJECT-REASON-TEXT
010656         GO TO 2047-EXIT
010657     END-IF
010658     IF CUST-TRANS-ADDR-LINE-1
010659             AND CUST-ADDR-LINE = SPACES
010660         MOVE 'Y' TO DL100-REJECT-SWITCH
010661         MOVE 'BLANK ADDRESS LINE' TO DL100-REJECT-REASON-TEXT
010662         GO TO 2047-EXIT
010663     END-IF
010664     IF CUST-TRANS-ADDR-CSZ
010665         IF CUST-ADDR-CITY = SPACES
010666                 OR CUST-ADDR-STATE = SPACES
010667                 OR CUST-ADDR-ZIP-5 NOT NUMERIC
010668             MOVE 'Y' TO DL100-REJECT-SWITCH
010669             MOVE 'BAD CITY/STATE/ZIP'
010670                 TO DL100-REJECT-REASON-TEXT
010671         END-IF
010680     END-IF.
010681 2047-EXIT.
010682     EXIT.
010683*----------------------------------------------------------------
010684* 2049-EDIT-OD-LIMIT
010685*     EDITS THE OVERDRAFT LIMIT ON THE TWO CODES THAT CARRY ONE.
010686*     AN 'OL' MUST HAVE A NUMERIC LIMIT (ZERO REMOVES THE
010687*     OVERDRAFT); AN 'OP' MAY LEAVE IT BLANK FOR NO OVERDRAFT.
010688*----------------------------------------------------------------
010689 2049-EDIT-OD-LIMIT.
010690     IF CUST-TRANS-OD-LIMIT
010691             AND CUST-OD-LIMIT NOT NUMERIC
010692         MOVE 'Y' TO DL100-REJECT-SWITCH
010693         MOVE 'BAD OD LIMIT' TO DL100-REJECT-REASON-TEXT
010694     END-IF
010695     IF CUST-TRANS-OPEN
010696             AND CUST-OD-LIMIT NOT = SPACES
010697             AND CUST-OD-LIMIT NOT NUMERIC
010698         MOVE 'Y' TO DL100-REJECT-SWITCH
010699         MOVE 'BAD OD LIMIT' TO DL100-REJECT-REASON-TEXT
010700     END-IF.
010701 2049-EXIT.
010702     EXIT.
010703*----------------------------------------------------------------
010704* 2051-EDIT-TRANSFER
010705*     EDITS THE CREDIT SIDE OF AN 'XF' TRANSFER, WHOSE DEBIT
010706*     SIDE (CUST-ACCOUNT-NO) HAS ALREADY PASSED THE MASTER
010707*     EDIT.  THE AMOUNT MOVED MUST BE POSITIVE, AND THE
010708*     TO-ACCOUNT MUST BE NUMERIC, NOT THE FROM-ACCOUNT ITSELF,
010709*     AND ON THE MASTER AND NOT CLOSED -- OR OPENED BY AN OP
010710*     EARLIER IN THIS RUN.  BOTH SIDES TRAVEL ON THE ONE
010711*     RECORD, SO ANY FAILURE REJECTS THE PAIR TOGETHER.
010712*----------------------------------------------------------------
010713 2051-EDIT-TRANSFER.
010714     IF CUST-TRANS-AMOUNT NOT > ZERO
010715         MOVE 'Y' TO DL100-REJECT-SWITCH
010716         MOVE 'BAD TRANS AMOUNT' TO DL100-REJECT-REASON-TEXT
010717         GO TO 2051-EXIT
010718     END-IF
010719     IF CUST-XF-TO-ACCOUNT NOT NUMERIC
010720             OR CUST-XF-TO-ACCOUNT = CUST-ACCOUNT-NO
010721         MOVE 'Y' TO DL100-REJECT-SWITCH
010722         MOVE 'BAD TO ACCOUNT' TO DL100-REJECT-REASON-TEXT
010723         GO TO 2051-EXIT
010724     END-IF
010725     MOVE CUST-XF-TO-ACCOUNT TO DL100-NEWACCT-KEY-NO
010726     PERFORM 2053-FIND-NEWACCT
010727         THRU 2053-EXIT
010728     IF DL100-NEWACCT-FOUND
010729         GO TO 2051-EXIT
010730     END-IF
010731     MOVE CUST-XF-TO-ACCOUNT TO CUST-MST-ACCOUNT-NO
010732     READ MST-FILE
010733         INVALID KEY
010734             MOVE 'Y' TO DL100-REJECT-SWITCH
010735             MOVE 'TO ACCT NOT ON MAST'
010736                 TO DL100-REJECT-REASON-TEXT
010737         NOT INVALID KEY
010738             IF CUST-MST-CLOSED
010739                 MOVE 'Y' TO DL100-REJECT-SWITCH
010740                 MOVE 'TO ACCOUNT CLOSED'
010741                     TO DL100-REJECT-REASON-TEXT
010742             END-IF
010743     END-READ.
010744 2051-EXIT.
010745     EXIT.
010746*----------------------------------------------------------------
010747* 2052-EDIT-MASTER-ACCOUNT
010748*     EDITS A NON-OP DETAIL RECORD'S ACCOUNT AGAINST THE KEYED
010749*     CUSTOMER MASTER.  A MISSING OR CLOSED ACCOUNT REJECTS UP
010750*     FRONT, WHERE THE RJCTRCYC CORRECTION CYCLE PICKS IT UP,
010760*     INSTEAD OF BECOMING AN MSTEXCP EXCEPTION HOURS LATER.  AN
010770*     ACCOUNT OPENED BY AN OP EARLIER IN THIS RUN IS NOT ON THE
010790*     RECORD, SO IT PASSES.
010800*----------------------------------------------------------------
010810 2052-EDIT-MASTER-ACCOUNT.
010815     MOVE CUST-ACCOUNT-NO TO DL100-NEWACCT-KEY-NO
010820     PERFORM 2053-FIND-NEWACCT
010830         THRU 2053-EXIT
010840     IF DL100-NEWACCT-FOUND
011010     EXIT.
011020*----------------------------------------------------------------
011030* 2053-FIND-NEWACCT
011040*     SCANS THE OPENED-THIS-RUN ACCOUNT TABLE FOR THE ACCOUNT
011050*     NUMBER THE CALLER PUT IN DL100-NEWACCT-KEY-NO.
011060*----------------------------------------------------------------
011070 2053-FIND-NEWACCT.
011080     MOVE 'N' TO DL100-NEWACCT-FOUND-SW
011160*----------------------------------------------------------------
011170* 2054-SCAN-NEWACCT-ENTRY
011180*     COMPARES ONE OPENED-THIS-RUN TABLE ENTRY AGAINST THE
011190*     ACCOUNT NUMBER BEING SEARCHED FOR.
011200*----------------------------------------------------------------
011210 2054-SCAN-NEWACCT-ENTRY.
011220     IF DL100-NEWACCT-T-NO (DL100-NEWACCT-SUB) =
011230             DL100-NEWACCT-KEY-NO
011240         MOVE 'Y' TO DL100-NEWACCT-FOUND-SW
011250     ELSE
011260         ADD 1 TO DL100-NEWACCT-SUB
012160*     DUPLICATE DATABASE, DATED TODAY, SO A RESEND WITHIN THE
012170*     RETENTION WINDOW IS CAUGHT.  THE KEY IS REBUILT BECAUSE
012180*     THE FAILED READ IN 2055-CHECK-DUPLICATE LEAVES THE RECORD
012185*     AREA UNDEFINED.  THE FEED ID OF THE SEGMENT IT ARRIVED IN
012190*     IS KEPT WITH IT FOR THE GENERAL LEDGER EXTRACT'S REGIONAL
012195*     POSTING; A HEADERLESS, RECYCLED, OR RELEASED ITEM HAS NONE.
012200*----------------------------------------------------------------
012210 2057-REGISTER-TRANSACTION.
012220     MOVE SPACES TO DUPE-RECORD
012250     MOVE CUST-TRANS-AMOUNT TO DUPE-TRANS-AMOUNT
012260     MOVE CUST-EFFECTIVE-DATE TO DUPE-EFF-DATE
012270     MOVE DL100-CURRENT-DATE TO DUPE-PROCESSED-DATE
012272     IF DL100-CUR-FEED-ID NOT = '*NOHDR*'
012274         MOVE DL100-CUR-FEED-ID TO DUPE-FEED-ID
012276     END-IF
012280     WRITE DUPE-RECORD
012290         INVALID KEY
012300             DISPLAY "DUPE-FILE WRITE FAILED, KEY " DUPE-KEY
012310     END-WRITE
012320     IF CUST-TRANS-OPEN
012325         MOVE CUST-ACCOUNT-NO TO DL100-NEWACCT-KEY-NO
012330         PERFORM 2053-FIND-NEWACCT
012340             THRU 2053-EXIT
012350         IF NOT DL100-NEWACCT-FOUND
014790 1300-EXIT.
014800     EXIT.
014810*----------------------------------------------------------------
014811* 8700-CHECK-BUSINESS-DAY
014812*     SETS DL100-BDC-BUSINESS-DAY WHEN DL100-BDC-DATE
014813*     (YYYYMMDD) IS A BUSINESS DAY.  THE DAY OF THE WEEK COMES
014814*     FROM THE SERIAL DAY NUMBER (THE SAME CALENDAR ARITHMETIC
014815*     AS THE DATE-TO-SERIAL PARAGRAPHS), WHICH IS 0 ON A
014816*     SATURDAY AND 1 ON A SUNDAY MODULO 7.  A WEEKDAY IS A
014817*     BUSINESS DAY UNLESS IT IS ON THE SHOP CALENDAR.
014818*----------------------------------------------------------------
014819 8700-CHECK-BUSINESS-DAY.
014820     MOVE 'Y' TO DL100-BDC-SWITCH
014821     MOVE DL100-BDC-YEAR TO DL100-BDC-WK-YEAR
014822     MOVE DL100-BDC-MONTH TO DL100-BDC-WK-MONTH
014823     IF DL100-BDC-WK-MONTH < 3
014824         ADD 12 TO DL100-BDC-WK-MONTH
014825         SUBTRACT 1 FROM DL100-BDC-WK-YEAR
014826     END-IF
014827     DIVIDE DL100-BDC-WK-YEAR BY 4
014828         GIVING DL100-BDC-Q1
014829     DIVIDE DL100-BDC-WK-YEAR BY 100
014830         GIVING DL100-BDC-Q2
014831     DIVIDE DL100-BDC-WK-YEAR BY 400
014832         GIVING DL100-BDC-Q3
014833     COMPUTE DL100-BDC-M1 = 153 * (DL100-BDC-WK-MONTH + 1)
014834     DIVIDE DL100-BDC-M1 BY 5
014835         GIVING DL100-BDC-Q4
014836     COMPUTE DL100-BDC-SERIAL =
014837         (365 * DL100-BDC-WK-YEAR) + DL100-BDC-Q1
014838         - DL100-BDC-Q2 + DL100-BDC-Q3 + DL100-BDC-Q4
014839         + DL100-BDC-DAY
014840     DIVIDE DL100-BDC-SERIAL BY 7
014841         GIVING DL100-BDC-WEEKS
014842         REMAINDER DL100-BDC-WEEKDAY
014843     IF DL100-BDC-WEEKEND
014844         MOVE 'N' TO DL100-BDC-SWITCH
014845         GO TO 8700-EXIT
014846     END-IF
014847     MOVE 'N' TO DL100-CAL-FOUND-SW
014848     MOVE 1 TO DL100-CAL-SUB
014849     PERFORM 8710-SCAN-CAL-ENTRY
014850         THRU 8710-EXIT
014851         UNTIL DL100-CAL-FOUND
014852             OR DL100-CAL-SUB > DL100-CAL-COUNT
014853     IF DL100-CAL-FOUND
014854         MOVE 'N' TO DL100-BDC-SWITCH
014855     END-IF.
014856 8700-EXIT.
014857     EXIT.
014858*----------------------------------------------------------------
014859* 8710-SCAN-CAL-ENTRY
014860*     COMPARES ONE CALENDAR TABLE ENTRY AGAINST
014861*     DL100-BDC-DATE.
014862*----------------------------------------------------------------
014863 8710-SCAN-CAL-ENTRY.
014864     IF DL100-CAL-T-DATE (DL100-CAL-SUB) = DL100-BDC-DATE
014865         MOVE 'Y' TO DL100-CAL-FOUND-SW
014866     ELSE
014867         ADD 1 TO DL100-CAL-SUB
014868     END-IF.
014869 8710-EXIT.
014870     EXIT.
014871*----------------------------------------------------------------
014872* 8750-ADD-ONE-DAY
014873*     ADVANCES DL100-BDC-DATE BY ONE CALENDAR DAY ACROSS
014874*     MONTH AND YEAR ENDS.
014875*----------------------------------------------------------------
014876 8750-ADD-ONE-DAY.
014877     PERFORM 8770-SET-MAX-DAY
014878         THRU 8770-EXIT
014879     IF DL100-BDC-DAY < DL100-BDC-MAX-DAY
014880         ADD 1 TO DL100-BDC-DAY
014881     ELSE
014882         MOVE 1 TO DL100-BDC-DAY
014883         IF DL100-BDC-MONTH < 12
014884             ADD 1 TO DL100-BDC-MONTH
014885         ELSE
014886             MOVE 1 TO DL100-BDC-MONTH
014887             ADD 1 TO DL100-BDC-YEAR
014888         END-IF
014889     END-IF.
014890 8750-EXIT.
014891     EXIT.
014892*----------------------------------------------------------------
014893* 8770-SET-MAX-DAY
014894*     SETS DL100-BDC-MAX-DAY TO THE NUMBER OF DAYS IN THE
014895*     MONTH OF DL100-BDC-DATE (FEBRUARY 29 ONLY IN A LEAP
014896*     YEAR).
014897*----------------------------------------------------------------
014898 8770-SET-MAX-DAY.
014899     MOVE DL100-BDC-DIM-ENTRY (DL100-BDC-MONTH)
014900         TO DL100-BDC-MAX-DAY
014901     IF DL100-BDC-MONTH = 2
014902         DIVIDE DL100-BDC-YEAR BY 4
014903             GIVING DL100-BDC-LEAP-Q
014904             REMAINDER DL100-BDC-LEAP-R4
014905         DIVIDE DL100-BDC-YEAR BY 100
014906             GIVING DL100-BDC-LEAP-Q
014907             REMAINDER DL100-BDC-LEAP-R100
014908         DIVIDE DL100-BDC-YEAR BY 400
014909             GIVING DL100-BDC-LEAP-Q
014910             REMAINDER DL100-BDC-LEAP-R400
014911         IF DL100-BDC-LEAP-R4 = ZERO
014912                 AND (DL100-BDC-LEAP-R100 NOT = ZERO
014913                     OR DL100-BDC-LEAP-R400 = ZERO)
014914             MOVE 29 TO DL100-BDC-MAX-DAY
014915         END-IF
014916     END-IF.
014917 8770-EXIT.
014918     EXIT.
014919*----------------------------------------------------------------
014920* 9000-TERMINATE
014921*     CLOSES THE FILES AND DISPLAYS THE FINAL RUN COUNTS.
014922*     TRAILER RECONCILIATION NOW HAPPENS PER FEED SEGMENT AS
014923*     EACH TRAILER ARRIVES; ONLY A RUN THAT NEVER SAW A TRAILER
014924*     AT ALL IS WARNED HERE, AS IT ALWAYS WAS.  THE
014925*     CHECKPOINT IS RESET WHETHER OR NOT THE RECONCILIATION
014926*     WARNS, BECAUSE REACHING THIS PARAGRAPH AT ALL MEANS THE RUN
014927*     COMPLETED RATHER THAN ABENDED -- CHECKPOINT/RESTART EXISTS
014928*     ONLY TO RESUME A RUN THAT DID NOT GET THIS FAR.  LEAVING A
014929*     NON-ZERO CHECKPOINT AFTER A COMPLETED BUT MISMATCHED RUN
014930*     WOULD CAUSE THE NEXT RUN, AGAINST A DIFFERENT DAY'S FEED,
014931*     TO SKIP RECORDS THAT WERE NEVER ACTUALLY PROCESSED.
014940*----------------------------------------------------------------
014950 9000-TERMINATE.
014960     CLOSE IN-FILE
015040     DISPLAY "RECORDS REJECTED: " DL100-REJECT-COUNT
015050     DISPLAY "RECORDS DUPLICATED: " DL100-DUPE-COUNT
015060     DISPLAY "RECORDS HELD: " DL100-HELD-COUNT
015065     DISPLAY "EFFECTIVE DATES ROLLED: " DL100-ROLLED-COUNT
015070     DISPLAY "FEED SEGMENTS AUDITED: " DL100-FEED-AUDIT-COUNT
015080     IF NOT DL100-TRAILER-FOUND
015090         DISPLAY "WARNING - NO TRAILER RECORD FOUND ON IN-FILE"

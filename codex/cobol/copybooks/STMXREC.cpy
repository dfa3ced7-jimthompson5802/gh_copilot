000010*****************************************************************
000020* COPYBOOK   : STMXREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE MONTH-END STATEMENT PRINT
000050*              VENDOR EXTRACT (GDG PROD.DL100.MNTHLY.STMTVND)
000060*              WRITTEN BY PROGRAM STMTGEN.  FIXED LENGTH, 100
000070*              BYTES.  THE FILE CARRIES A LEADING FILE HEADER
000080*              RECORD, ONE STATEMENT GROUP PER MAILED ACCOUNT,
000090*              AND A SINGLE FILE TRAILER RECORD WITH THE
000100*              STATEMENT AND RECORD COUNT CONTROL TOTALS -- ALL
000110*              DISTINGUISHED BY STX-RECORD-TYPE.  A STATEMENT
000120*              GROUP IS, IN ORDER:
000130*                SH  THE STATEMENT HEADER (NAME, PERIOD, OPENING
000140*                    BALANCE, AND THE COUNTS OF THE SA AND SL
000150*                    RECORDS THAT FOLLOW);
000160*                SA  THE MAILING BLOCK, ONE RECORD PER PRINTED
000170*                    LINE IN LINE NUMBER ORDER;
000180*                SL  THE STATEMENT LINES IN EFFECTIVE DATE ORDER;
000190*                ST  THE STATEMENT TOTALS.
000200*              AMOUNTS ARE SIGNED ZONED DECIMAL, THE SAME AS
000210*              CUST-TRANS-AMOUNT IN COPYBOOK CUSTREC.  THE DEBIT
000220*              TOTAL CARRIES THE (NEGATIVE) SUM OF THE DEBITS, SO
000230*              OPENING + CREDITS + DEBITS = CLOSING.  A LINE THAT
000240*              NEVER POSTED IS SENT WITH STX-SL-POSTED-FLAG 'N'
000250*              AND IS LEFT OUT OF THE RUNNING BALANCE AND TOTALS.
000260*              THE TRAILER'S RECORD COUNT INCLUDES THE FILE
000270*              HEADER AND THE TRAILER ITSELF.
000280*****************************************************************
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* DATE       INIT  DESCRIPTION
000330* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000340*----------------------------------------------------------------
000350 01  STX-RECORD.
000360     05  STX-RECORD-TYPE             PIC X(02).
000370         88  STX-TYPE-FILE-HEADER                VALUE 'VH'.
000380         88  STX-TYPE-STMT-HEADER                VALUE 'SH'.
000390         88  STX-TYPE-ADDRESS                    VALUE 'SA'.
000400         88  STX-TYPE-LINE                       VALUE 'SL'.
000410         88  STX-TYPE-STMT-TOTAL                 VALUE 'ST'.
000420         88  STX-TYPE-FILE-TRAILER               VALUE 'VT'.
000430     05  STX-ACCOUNT-NO              PIC 9(10).
000440     05  STX-STMT-HEADER-DATA.
000450         10  STX-SH-CUSTOMER-NAME    PIC X(25).
000460         10  STX-SH-PERIOD-START     PIC 9(08).
000470         10  STX-SH-STATEMENT-DATE   PIC 9(08).
000480         10  STX-SH-OPENING-BAL      PIC S9(11)V99.
000490         10  STX-SH-ADDR-LINE-COUNT  PIC 9(01).
000500         10  STX-SH-LINE-COUNT       PIC 9(05).
000510         10  FILLER                  PIC X(28).
000520     05  STX-ADDRESS-DATA REDEFINES STX-STMT-HEADER-DATA.
000530         10  STX-SA-LINE-NO          PIC 9(01).
000540         10  STX-SA-TEXT             PIC X(40).
000550         10  FILLER                  PIC X(47).
000560     05  STX-LINE-DATA REDEFINES STX-STMT-HEADER-DATA.
000570         10  STX-SL-EFF-DATE         PIC 9(08).
000580         10  STX-SL-TRANS-CODE       PIC X(02).
000590         10  STX-SL-DESCRIPTION      PIC X(20).
000600         10  STX-SL-AMOUNT           PIC S9(09)V99.
000610         10  STX-SL-RUNNING-BAL      PIC S9(11)V99.
000620         10  STX-SL-POSTED-FLAG      PIC X(01).
000630             88  STX-SL-POSTED                   VALUE 'Y'.
000640             88  STX-SL-NOT-POSTED               VALUE 'N'.
000650         10  STX-SL-OTHER-ACCOUNT    PIC 9(10).
000660         10  FILLER                  PIC X(23).
000670     05  STX-TOTAL-DATA REDEFINES STX-STMT-HEADER-DATA.
000680         10  STX-ST-OPENING-BAL      PIC S9(11)V99.
000690         10  STX-ST-CREDIT-TOTAL     PIC S9(11)V99.
000700         10  STX-ST-DEBIT-TOTAL      PIC S9(11)V99.
000710         10  STX-ST-CLOSING-BAL      PIC S9(11)V99.
000720         10  STX-ST-LINE-COUNT       PIC 9(05).
000730         10  FILLER                  PIC X(31).
000740     05  STX-FILE-HEADER-DATA REDEFINES STX-STMT-HEADER-DATA.
000750         10  STX-VH-RUN-DATE         PIC 9(08).
000760         10  STX-VH-PERIOD-START     PIC 9(08).
000770         10  STX-VH-SOURCE           PIC X(08).
000780         10  FILLER                  PIC X(64).
000790     05  STX-FILE-TRAILER-DATA REDEFINES STX-STMT-HEADER-DATA.
000800         10  STX-VT-STATEMENT-COUNT  PIC 9(09).
000810         10  STX-VT-RECORD-COUNT     PIC 9(09).
000820         10  FILLER                  PIC X(70).

000010*****************************************************************
000020* COPYBOOK   : CALTBL
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : WORKING-STORAGE TABLE AND WORK AREA FOR THE SHOP
000050*              BUSINESS-DAY CALENDAR (SEE COPYBOOK CALREC).  EACH
000060*              PROGRAM THAT NEEDS TO KNOW WHETHER A DATE IS A
000070*              BUSINESS DAY COPIES THIS AREA AND LOADS THE TABLE
000080*              FROM CAL-FILE AT INITIALIZATION.  TO TEST A DATE,
000090*              MOVE IT TO DL100-BDC-DATE AND PERFORM THE
000100*              PROGRAM'S CHECK-BUSINESS-DAY PARAGRAPH: A
000110*              SATURDAY OR SUNDAY (FROM THE SERIAL DAY NUMBER,
000120*              WHICH IS 0 ON A SATURDAY MODULO 7) OR A DATE ON
000130*              THE TABLE IS NOT A BUSINESS DAY.  THE DAYS-PER-
000140*              MONTH VALUES AND LEAP YEAR REMAINDERS SERVE THE
000150*              ONE-DAY-FORWARD AND ONE-DAY-BACK PARAGRAPHS.
000160*****************************************************************
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000220*----------------------------------------------------------------
000230 01  DL100-CAL-TABLE-AREA.
000240     05  DL100-CAL-EOF-SW            PIC X(01)   VALUE 'N'.
000250         88  DL100-CAL-END-OF-FILE               VALUE 'Y'.
000260     05  DL100-CAL-FOUND-SW          PIC X(01)   VALUE 'N'.
000270         88  DL100-CAL-FOUND                     VALUE 'Y'.
000280     05  DL100-CAL-COUNT             PIC 9(03)   COMP VALUE ZERO.
000290     05  DL100-CAL-MAX               PIC 9(03)   COMP VALUE 500.
000300     05  DL100-CAL-SUB               PIC 9(03)   COMP VALUE ZERO.
000310     05  DL100-CAL-YEAR-COUNT        PIC 9(03)   COMP VALUE ZERO.
000320     05  DL100-CAL-ENTRY OCCURS 500 TIMES.
000330         10  DL100-CAL-T-DATE        PIC 9(08).
000340         10  DL100-CAL-T-TYPE        PIC X(01).
000350 01  DL100-BDC-WORK.
000360     05  DL100-BDC-DATE.
000370         10  DL100-BDC-YEAR          PIC 9(04).
000380         10  DL100-BDC-MONTH         PIC 9(02).
000390         10  DL100-BDC-DAY           PIC 9(02).
000400     05  DL100-BDC-SWITCH            PIC X(01)   VALUE 'Y'.
000410         88  DL100-BDC-BUSINESS-DAY              VALUE 'Y'.
000420     05  DL100-BDC-WEEKDAY           PIC 9(01)   COMP VALUE ZERO.
000430         88  DL100-BDC-WEEKEND                   VALUE 0 1.
000440     05  DL100-BDC-WK-YEAR           PIC 9(04)   COMP VALUE ZERO.
000450     05  DL100-BDC-WK-MONTH          PIC 9(02)   COMP VALUE ZERO.
000460     05  DL100-BDC-Q1                PIC 9(04)   COMP VALUE ZERO.
000470     05  DL100-BDC-Q2                PIC 9(04)   COMP VALUE ZERO.
000480     05  DL100-BDC-Q3                PIC 9(04)   COMP VALUE ZERO.
000490     05  DL100-BDC-M1                PIC 9(04)   COMP VALUE ZERO.
000500     05  DL100-BDC-Q4                PIC 9(04)   COMP VALUE ZERO.
000510     05  DL100-BDC-SERIAL            PIC 9(09)   COMP VALUE ZERO.
000520     05  DL100-BDC-WEEKS             PIC 9(09)   COMP VALUE ZERO.
000530     05  DL100-BDC-DIM-VALUES        PIC X(24)
000540             VALUE '312831303130313130313031'.
000550     05  DL100-BDC-DIM-ENTRY REDEFINES DL100-BDC-DIM-VALUES
000560                                     OCCURS 12 TIMES
000570                                     PIC 9(02).
000580     05  DL100-BDC-MAX-DAY           PIC 9(02)        VALUE ZERO.
000590     05  DL100-BDC-LEAP-Q            PIC 9(04)   COMP VALUE ZERO.
000600     05  DL100-BDC-LEAP-R4           PIC 9(04)   COMP VALUE ZERO.
000610     05  DL100-BDC-LEAP-R100         PIC 9(04)   COMP VALUE ZERO.
000620     05  DL100-BDC-LEAP-R400         PIC 9(04)   COMP VALUE ZERO.

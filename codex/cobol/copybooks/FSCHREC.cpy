000010*****************************************************************
000020* COPYBOOK   : FSCHREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE EXPECTED-FEED SCHEDULE
000050*              (PROD.DL100.FEEDSCHD), THE REFERENCE DATASET
000060*              PROGRAM FEEDCHK CHECKS EACH NIGHT'S REGIONAL
000070*              CUSTOMER FEEDS AGAINST BEFORE READFILE RUNS.  FIXED
000080*              LENGTH, 80 BYTES, ONE RECORD PER FEED ID (THE
000090*              CUST-HEADER-FEED-ID THE REGION PUTS ON ITS HEADER
000100*              RECORD, SEE COPYBOOK CUSTREC).  FSCH-DUE-DAYS HOLDS
000110*              ONE 'Y' OR 'N' PER DAY OF THE WEEK, SUNDAY FIRST.
000120*              A FEED DUE ON A WEEKDAY THAT IS ON THE SHOP
000130*              CALENDAR (COPYBOOK CALREC) IS NOT EXPECTED THAT DAY
000140*              UNLESS FSCH-HOLIDAY-FLAG IS 'Y'.  THE VOLUME RANGE
000150*              COUNTS DETAIL RECORDS ONLY.  FSCH-CUTOFF-TIME
000160*              (HHMM, 24 HOUR) IS THE TIME THE REGION HAS AGREED
000170*              TO HAVE THE FEED IN PLACE BY.  THE DATASET IS
000180*              MAINTAINED BY EDITING IT; FEEDCHK EDITS EVERY ENTRY
000190*              AS IT LOADS.
000200*****************************************************************
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000260*----------------------------------------------------------------
000270 01  FSCH-RECORD.
000280     05  FSCH-FEED-ID                PIC X(10).
000290     05  FSCH-DESCRIPTION            PIC X(30).
000300     05  FSCH-DUE-DAYS.
000310         10  FSCH-DUE-SUN            PIC X(01).
000320         10  FSCH-DUE-MON            PIC X(01).
000330         10  FSCH-DUE-TUE            PIC X(01).
000340         10  FSCH-DUE-WED            PIC X(01).
000350         10  FSCH-DUE-THU            PIC X(01).
000360         10  FSCH-DUE-FRI            PIC X(01).
000370         10  FSCH-DUE-SAT            PIC X(01).
000380     05  FSCH-DUE-DAY-TABLE REDEFINES FSCH-DUE-DAYS.
000390         10  FSCH-DUE-DAY            PIC X(01)   OCCURS 7 TIMES.
000400     05  FSCH-HOLIDAY-FLAG           PIC X(01).
000410         88  FSCH-DUE-ON-HOLIDAY                 VALUE 'Y'.
000420         88  FSCH-VALID-HOLIDAY-FLAG             VALUE 'Y' 'N'.
000430     05  FSCH-MIN-VOLUME             PIC 9(07).
000440     05  FSCH-MAX-VOLUME             PIC 9(07).
000450     05  FSCH-CUTOFF-TIME            PIC 9(04).
000460     05  FSCH-CUTOFF-PARTS REDEFINES FSCH-CUTOFF-TIME.
000470         10  FSCH-CUTOFF-HH          PIC 9(02).
000480         10  FSCH-CUTOFF-MM          PIC 9(02).
000490     05  FILLER                      PIC X(14).

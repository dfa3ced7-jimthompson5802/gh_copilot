000010*****************************************************************
000020* COPYBOOK   : ESCREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE UNCLAIMED PROPERTY
000050*              (ESCHEATMENT) FILES WRITTEN BY PROGRAM ESCHEAT.
000060*              FIXED LENGTH, 80 BYTES.  THE SAME LAYOUT SERVES
000070*              BOTH FILES:
000080*                - THE DUE-DILIGENCE NOTICE FILE (GDG
000090*                  PROD.DL100.ANNUAL.ESCHNOTE), ONE DETAIL PER
000100*                  ACCOUNT NOTIFIED BY THE NOTICE RUN, READ BACK
000110*                  BY THE FINAL RUN;
000120*                - THE STATE REPORTING FILE (GDG
000130*                  PROD.DL100.ANNUAL.ESCHSTAT), ONE DETAIL PER
000140*                  ACCOUNT REPORTED AND REMITTED BY THE FINAL
000150*                  RUN.
000160*              EACH FILE CARRIES A LEADING HEADER RECORD, THE
000170*              DETAIL RECORDS, AND A SINGLE TRAILER RECORD WITH
000180*              THE RECORD COUNT AND AMOUNT CONTROL TOTALS -- ALL
000190*              DISTINGUISHED BY ESC-RECORD-TYPE.  THE HEADER'S
000200*              ESC-HDR-FILE-TYPE TELLS THE TWO FILES APART.
000210*****************************************************************
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*----------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION
000260* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000270*----------------------------------------------------------------
000280 01  ESC-RECORD.
000290     05  ESC-RECORD-TYPE             PIC X(02).
000300         88  ESC-TYPE-HEADER                     VALUE 'EH'.
000310         88  ESC-TYPE-DETAIL                     VALUE 'ED'.
000320         88  ESC-TYPE-TRAILER                    VALUE 'ET'.
000330     05  ESC-DETAIL-DATA.
000340         10  ESC-ACCOUNT-NO          PIC 9(10).
000350         10  ESC-OWNER-NAME          PIC X(25).
000360         10  ESC-PROPERTY-TYPE       PIC X(04).
000370         10  ESC-AMOUNT              PIC 9(11)V99.
000380         10  ESC-OPEN-DATE           PIC 9(08).
000390         10  ESC-LAST-ACTIVITY-DATE  PIC 9(08).
000400         10  ESC-NOTICE-DATE         PIC 9(08).
000410         10  FILLER                  PIC X(02).
000420     05  ESC-HEADER-DATA REDEFINES ESC-DETAIL-DATA.
000430         10  ESC-HDR-FILE-TYPE       PIC X(01).
000440             88  ESC-HDR-NOTICE-FILE             VALUE 'N'.
000450             88  ESC-HDR-STATE-FILE              VALUE 'S'.
000460         10  ESC-HDR-RUN-DATE        PIC 9(08).
000470         10  ESC-HDR-HOLDER-ID       PIC X(10).
000480         10  ESC-HDR-CUTOFF-DATE     PIC 9(08).
000490         10  ESC-HDR-NOTICE-DATE     PIC 9(08).
000500         10  FILLER                  PIC X(43).
000510     05  ESC-TRAILER-DATA REDEFINES ESC-DETAIL-DATA.
000520         10  ESC-TRAILER-COUNT       PIC 9(09).
000530         10  ESC-TRAILER-AMOUNT      PIC 9(13)V99.
000540         10  FILLER                  PIC X(54).

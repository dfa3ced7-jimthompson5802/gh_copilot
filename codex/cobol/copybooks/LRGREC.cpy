000010*****************************************************************
000020* COPYBOOK   : LRGREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE LARGE-TRANSACTION AND
000050*              STRUCTURING EXTRACT (GDG PROD.DL100.DAILY.LRGEXTR)
000060*              WRITTEN BY PROGRAM LRGTRAN FOR THE COMPLIANCE
000070*              FILING.  FIXED LENGTH, 80 BYTES.  THE FILE CARRIES
000080*              A LEADING HEADER RECORD WITH THE RULES IN FORCE,
000090*              ONE DETAIL RECORD PER REPORTABLE ITEM, AND A
000100*              SINGLE TRAILER RECORD WITH THE RECORD COUNT AND
000110*              AMOUNT CONTROL TOTALS -- ALL DISTINGUISHED BY
000120*              LRG-RECORD-TYPE.  A DETAIL IS ONE OF:
000130*                L  A SINGLE POSTED TRANSACTION AT OR ABOVE THE
000140*                   REPORTING THRESHOLD;
000150*                S  TONIGHT'S SMALLER ITEMS ON ONE ACCOUNT, ONE
000160*                   DIRECTION, THAT ADD UP PAST THE THRESHOLD;
000170*                R  THE SAME OVER THE ROLLING WINDOW OF POSTING
000180*                   DAYS ENDING TONIGHT.
000190*              AMOUNTS ARE UNSIGNED; LRG-DIRECTION CARRIES 'C'
000200*              (MONEY IN) OR 'D' (MONEY OUT).
000210*****************************************************************
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*----------------------------------------------------------------
000250* DATE       INIT  DESCRIPTION
000260* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000270*----------------------------------------------------------------
000280 01  LRG-RECORD.
000290     05  LRG-RECORD-TYPE             PIC X(02).
000300         88  LRG-TYPE-HEADER                     VALUE 'LH'.
000310         88  LRG-TYPE-DETAIL                     VALUE 'LD'.
000320         88  LRG-TYPE-TRAILER                    VALUE 'LT'.
000330     05  LRG-DETAIL-DATA.
000340         10  LRG-REPORT-TYPE         PIC X(01).
000350             88  LRG-LARGE-TRANSACTION           VALUE 'L'.
000360             88  LRG-SAME-DAY-AGGREGATE          VALUE 'S'.
000370             88  LRG-ROLLING-AGGREGATE           VALUE 'R'.
000380         10  LRG-ACCOUNT-NO          PIC 9(10).
000390         10  LRG-CUSTOMER-NAME       PIC X(25).
000400         10  LRG-DIRECTION           PIC X(01).
000410             88  LRG-MONEY-IN                    VALUE 'C'.
000420             88  LRG-MONEY-OUT                   VALUE 'D'.
000430         10  LRG-TRANS-CODE          PIC X(02).
000440         10  LRG-EFFECTIVE-DATE      PIC 9(08).
000450         10  LRG-AMOUNT              PIC 9(11)V99.
000460         10  LRG-ITEM-COUNT          PIC 9(05).
000470         10  LRG-WINDOW-START        PIC 9(08).
000480         10  FILLER                  PIC X(05).
000490     05  LRG-HEADER-DATA REDEFINES LRG-DETAIL-DATA.
000500         10  LRG-HEADER-DATE         PIC 9(08).
000510         10  LRG-HEADER-SOURCE       PIC X(08).
000520         10  LRG-HEADER-THRESHOLD    PIC 9(09)V99.
000530         10  LRG-HEADER-FLOOR        PIC 9(09)V99.
000540         10  LRG-HEADER-WINDOW-DAYS  PIC 9(03).
000550         10  FILLER                  PIC X(37).
000560     05  LRG-TRAILER-DATA REDEFINES LRG-DETAIL-DATA.
000570         10  LRG-TRAILER-COUNT       PIC 9(09).
000580         10  LRG-TRAILER-AMOUNT      PIC 9(13)V99.
000590         10  FILLER                  PIC X(54).

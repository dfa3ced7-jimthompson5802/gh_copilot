000050*              FILE WRITTEN BY PROGRAM GLEXTR.  FIXED LENGTH, 80
000060*              BYTES.  THE FILE CARRIES A LEADING HEADER RECORD,
000070*              FOLLOWED BY DETAIL RECORDS IN BALANCED DEBIT AND
000075*              CREDIT PAIRS (ONE PAIR PER TRANSACTION CODE,
000080*              REGIONAL FEED, AND EFFECTIVE DATE SUMMARY, EACH
000085*              SIDE CARRYING THE LEDGER ACCOUNT AND COST CENTER
000090*              FROM THE GL MAPPING), FOLLOWED BY A SINGLE
000100*              TRAILER RECORD HOLDING THE DEBIT, CREDIT, AND
000110*              RECORD COUNT CONTROL TOTALS THE GL SYSTEM'S
000120*              INTAKE JOB VERIFIES -- ALL DISTINGUISHED BY
000170*----------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190* 08/22/2026 RTA   ORIGINAL COPYBOOK.
000192* 10/15/2026 RTA   ADDED GL-FEED-ID (SPACES FOR ITEMS WITH NO
000194*                  REGIONAL FEED) AND GL-COST-CENTER TO THE
000196*                  DETAIL RECORD, FROM FILLER.
000200*----------------------------------------------------------------
000210 01  GL-RECORD.
000220     05  GL-RECORD-TYPE              PIC X(02).
000320         10  GL-ACCOUNT              PIC X(08).
000330         10  GL-AMOUNT               PIC 9(11)V99.
000340         10  GL-TRANS-COUNT          PIC 9(07).
000345         10  GL-FEED-ID              PIC X(10).
000350         10  GL-COST-CENTER          PIC X(06).
000355         10  FILLER                  PIC X(23).
000360     05  GL-HEADER-DATA REDEFINES GL-DETAIL-DATA.
000370         10  GL-HEADER-DATE          PIC 9(08).
000380         10  GL-HEADER-SOURCE        PIC X(08).

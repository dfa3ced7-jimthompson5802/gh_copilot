000010*****************************************************************
000020* COPYBOOK   : CALGREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE SHOP CALENDAR CHANGE LOG
000050*              (PROD.DL100.CALLOG) APPENDED BY PROGRAM CALMNT.
000060*              FIXED LENGTH, 133 BYTES.  ONE LINE PER CHANGE
000070*              ACTUALLY APPLIED TO THE CALENDAR DATASET: WHEN IT
000080*              WAS APPLIED, WHO KEYED IT, THE ACTION AND DATE, AND
000090*              THE DATE'S BEFORE AND AFTER IMAGES (DAY TYPE AND
000100*              DESCRIPTION -- BLANK ON THE BEFORE SIDE OF AN ADD
000110*              AND ON THE AFTER SIDE OF A DELETE), SO "WHO MADE
000120*              THE 26TH A HOLIDAY" IS ANSWERED FROM THE LOG.
000130*****************************************************************
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000190*----------------------------------------------------------------
000200 01  CALG-RECORD.
000210     05  CALG-RUN-DATE               PIC X(10).
000220     05  FILLER                      PIC X(01).
000230     05  CALG-RUN-TIME               PIC X(08).
000240     05  FILLER                      PIC X(01).
000250     05  CALG-USER-ID                PIC X(08).
000260     05  FILLER                      PIC X(01).
000270     05  CALG-ACTION                 PIC X(01).
000280     05  FILLER                      PIC X(01).
000290     05  CALG-CAL-DATE               PIC X(08).
000300     05  FILLER                      PIC X(01).
000310     05  CALG-BEFORE.
000320         10  CALG-BEF-TYPE           PIC X(01).
000330         10  CALG-BEF-DESC           PIC X(30).
000340     05  FILLER                      PIC X(01).
000350     05  CALG-AFTER.
000360         10  CALG-AFT-TYPE           PIC X(01).
000370         10  CALG-AFT-DESC           PIC X(30).
000380     05  FILLER                      PIC X(30).

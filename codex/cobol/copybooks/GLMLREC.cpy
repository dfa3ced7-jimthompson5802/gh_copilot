000010*****************************************************************
000020* COPYBOOK   : GLMLREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE GL MAPPING CHANGE LOG
000050*              (PROD.DL100.GLMAPLOG) APPENDED BY PROGRAM
000060*              GLMAPMNT.  FIXED LENGTH, 133 BYTES.  ONE LINE PER
000070*              CHANGE ACTUALLY APPLIED TO THE GLMAP DATASET: WHEN
000080*              IT WAS APPLIED, WHO KEYED IT, THE ACTION, THE
000090*              ROW'S KEY (CODE, FEED ID, EFFECTIVE DATE), AND THE
000100*              ROW'S BEFORE AND AFTER IMAGES (DEBIT ACCOUNT,
000110*              CREDIT ACCOUNT, COST CENTER, AND ACTIVE FLAG --
000120*              BLANK ON THE BEFORE SIDE OF AN ADD), SO "WHICH
000130*              LEDGER DID CODE XX POST TO ON THAT DATE, AND WHO
000140*              CHANGED IT" IS ANSWERED FROM THE LOG.
000150*****************************************************************
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000210*----------------------------------------------------------------
000220 01  GLML-RECORD.
000230     05  GLML-RUN-DATE               PIC X(10).
000240     05  FILLER                      PIC X(01).
000250     05  GLML-RUN-TIME               PIC X(08).
000260     05  FILLER                      PIC X(01).
000270     05  GLML-USER-ID                PIC X(08).
000280     05  FILLER                      PIC X(01).
000290     05  GLML-ACTION                 PIC X(01).
000300     05  FILLER                      PIC X(01).
000310     05  GLML-TRANS-CODE             PIC X(02).
000320     05  FILLER                      PIC X(01).
000330     05  GLML-FEED-ID                PIC X(10).
000340     05  FILLER                      PIC X(01).
000350     05  GLML-EFF-DATE               PIC X(08).
000360     05  FILLER                      PIC X(01).
000370     05  GLML-BEFORE.
000380         10  GLML-BEF-DEBIT          PIC X(08).
000390         10  FILLER                  PIC X(01).
000400         10  GLML-BEF-CREDIT         PIC X(08).
000410         10  FILLER                  PIC X(01).
000420         10  GLML-BEF-COST-CENTER    PIC X(06).
000430         10  FILLER                  PIC X(01).
000440         10  GLML-BEF-ACTIVE         PIC X(01).
000450     05  FILLER                      PIC X(01).
000460     05  GLML-AFTER.
000470         10  GLML-AFT-DEBIT          PIC X(08).
000480         10  FILLER                  PIC X(01).
000490         10  GLML-AFT-CREDIT         PIC X(08).
000500         10  FILLER                  PIC X(01).
000510         10  GLML-AFT-COST-CENTER    PIC X(06).
000520         10  FILLER                  PIC X(01).
000530         10  GLML-AFT-ACTIVE         PIC X(01).
000540     05  FILLER                      PIC X(26).

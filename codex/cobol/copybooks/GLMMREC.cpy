000010*****************************************************************
000020* COPYBOOK   : GLMMREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE GL MAPPING MAINTENANCE
000050*              DATASET (PROD.DL100.GLMAPMNT) SUBMITTED BY THE GL
000060*              TEAM THROUGH DATA CONTROL AND READ BY PROGRAM
000070*              GLMAPMNT.  FIXED LENGTH, 80 BYTES.  EACH RECORD
000080*              NAMES THE ACTION (ADD, CHANGE, OR RETIRE), THE
000090*              MAPPING ROW'S KEY (TRANSACTION CODE, FEED ID --
000100*              SPACES FOR ALL REGIONS -- AND EFFECTIVE DATE), THE
000110*              FULL REPLACEMENT LEDGER ACCOUNTS, COST CENTER, AND
000120*              DESCRIPTION (IGNORED ON A RETIRE), AND THE USER ID
000130*              OF WHOEVER KEYED IT, WHICH IS CARRIED ONTO THE
000140*              CHANGE LOG (COPYBOOK GLMLREC).
000150*****************************************************************
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000210*----------------------------------------------------------------
000220 01  GLMM-RECORD.
000230     05  GLMM-ACTION                 PIC X(01).
000240         88  GLMM-ACTION-ADD                     VALUE 'A'.
000250         88  GLMM-ACTION-CHANGE                  VALUE 'C'.
000260         88  GLMM-ACTION-RETIRE                  VALUE 'R'.
000270     05  GLMM-KEY.
000280         10  GLMM-TRANS-CODE         PIC X(02).
000290         10  GLMM-FEED-ID            PIC X(10).
000300         10  GLMM-EFF-DATE           PIC 9(08).
000310         10  GLMM-EFF-DATE-PARTS REDEFINES GLMM-EFF-DATE.
000320             15  GLMM-EFF-YEAR       PIC 9(04).
000330             15  GLMM-EFF-MONTH      PIC 9(02).
000340             15  GLMM-EFF-DAY        PIC 9(02).
000350     05  GLMM-DEBIT-ACCOUNT          PIC X(08).
000360     05  GLMM-CREDIT-ACCOUNT         PIC X(08).
000370     05  GLMM-COST-CENTER            PIC X(06).
000380     05  GLMM-DESCRIPTION            PIC X(24).
000390     05  GLMM-USER-ID                PIC X(08).
000400     05  FILLER                      PIC X(05).

000010*****************************************************************
000020* COPYBOOK   : GLMREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE GENERAL LEDGER MAPPING
000050*              DATASET (PROD.DL100.GLMAP).  FIXED LENGTH, 80
000060*              BYTES.  EACH ROW GIVES THE REAL LEDGER DEBIT AND
000070*              CREDIT ACCOUNTS AND THE COST CENTER A TRANSACTION
000080*              CODE POSTS TO, FROM ITS EFFECTIVE DATE ON.  A ROW
000090*              WITH A FEED ID APPLIES ONLY TO THAT REGIONAL FEED
000100*              AND TAKES PRECEDENCE OVER THE CODE'S ALL-REGION
000110*              ROW (FEED ID SPACES).  AMONG THE ACTIVE ROWS FOR A
000120*              CODE AND FEED, THE ONE WITH THE LATEST EFFECTIVE
000130*              DATE NOT AFTER THE TRANSACTION'S EFFECTIVE DATE
000140*              IS THE ONE IN FORCE.  THE DEBIT ACCOUNT TAKES A
000150*              GROUP THAT NETS POSITIVE AND THE CREDIT ACCOUNT
000160*              THE OFFSET; A GROUP THAT NETS NEGATIVE POSTS THE
000170*              OTHER WAY ROUND.  THE DATASET IS MAINTAINED BY
000180*              PROGRAM GLMAPMNT (JCL MEMBER DL100R), WHICH EDITS
000190*              AND LOGS EVERY CHANGE; THE ACTIVE FLAG RETIRES A
000200*              ROW WITHOUT DELETING IT.  READ BY GLEXTR, MSTBKOUT,
000210*              AND GLRECON INTO THE TABLE IN COPYBOOK GLMTBL.
000220*****************************************************************
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*----------------------------------------------------------------
000260* DATE       INIT  DESCRIPTION
000270* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000280*----------------------------------------------------------------
000290 01  GLM-RECORD.
000300     05  GLM-KEY.
000310         10  GLM-TRANS-CODE          PIC X(02).
000320         10  GLM-FEED-ID             PIC X(10).
000330         10  GLM-EFF-DATE            PIC 9(08).
000340     05  GLM-DEBIT-ACCOUNT           PIC X(08).
000350     05  GLM-CREDIT-ACCOUNT          PIC X(08).
000360     05  GLM-COST-CENTER             PIC X(06).
000370     05  GLM-ACTIVE-FLAG             PIC X(01).
000380         88  GLM-ACTIVE                          VALUE 'Y'.
000390     05  GLM-DESCRIPTION             PIC X(24).
000400     05  FILLER                      PIC X(13).

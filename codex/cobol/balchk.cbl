000390*                  BE THE TRAILER COUNT CHECK INSIDE READFILE
000400*                  ITSELF -- A BUG THERE WENT UNCHECKED.  SEE
000410*                  JCL MEMBER DL100A STEP040.
000412* 10/15/2026 RTA   AN INTER-ACCOUNT TRANSFER ('XF') CARRIES BOTH
000414*                  SIDES ON ONE RECORD: IT CONTRIBUTES ITS DEBIT
000416*                  AND CREDIT, NETTING TO ZERO, TO THE AMOUNT
000418*                  TOTAL, AND BOTH ITS ACCOUNTS TO THE HASH TOTAL.
000420*----------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.  BALCHK.
001480 77  DL100-OUT-COUNT                 PIC 9(09)   COMP VALUE ZERO.
001490 77  DL100-OUT-AMOUNT            PIC S9(15)V99 COMP-3 VALUE ZERO.
001500 77  DL100-OUT-HASH              PIC 9(18)   COMP-3 VALUE ZERO.
001501*----------------------------------------------------------------
001502* ONE RECORD'S CONTRIBUTION, SET UP BY 6000-TALLY-RECORD
001503*----------------------------------------------------------------
001504 77  DL100-REC-AMOUNT            PIC S9(09)V99 COMP-3 VALUE ZERO.
001505 77  DL100-REC-HASH              PIC 9(11)   COMP-3 VALUE ZERO.
001510*----------------------------------------------------------------
001520* RUN DATE (SUPPLIED BY THE SYSTEM AT EXECUTION TIME)
001530*----------------------------------------------------------------
005490*     THE CURRENT DATASET'S ACCUMULATORS AND TO ITS SIDE'S
005500*     TOTALS.  THE AMOUNT AND ACCOUNT HASH ONLY ACCUMULATE
005510*     WHEN THE FIELD IS NUMERIC, APPLIED IDENTICALLY ON BOTH
005515*     SIDES, SO GARBAGE FIELDS CANNOT THROW THE BALANCE.  A
005520*     TRANSFER'S TWO SIDES NET TO ZERO, SO IT ADDS NO AMOUNT,
005525*     AND ITS TO-ACCOUNT JOINS THE HASH WITH ITS FROM-ACCOUNT.
005530*----------------------------------------------------------------
005540 6000-TALLY-RECORD.
005545     MOVE ZERO TO DL100-REC-AMOUNT
005550     MOVE ZERO TO DL100-REC-HASH
005560     IF CUST-TRANS-AMOUNT NUMERIC
005570             AND NOT CUST-TRANS-TRANSFER
005580         MOVE CUST-TRANS-AMOUNT TO DL100-REC-AMOUNT
005590     END-IF
005600     IF CUST-ACCOUNT-NO NUMERIC
005610         ADD CUST-ACCOUNT-NO TO DL100-REC-HASH
005630     END-IF
005631     IF CUST-TRANS-TRANSFER
005632             AND CUST-XF-TO-ACCOUNT NUMERIC
005633         ADD CUST-XF-TO-ACCOUNT TO DL100-REC-HASH
005634     END-IF
005635     ADD 1 TO DL100-BAL-COUNT (DL100-BAL-SUB)
005636     ADD DL100-REC-AMOUNT TO DL100-BAL-AMOUNT (DL100-BAL-SUB)
005637     ADD DL100-REC-HASH TO DL100-BAL-HASH (DL100-BAL-SUB)
005640     IF DL100-INPUT-SIDE
005650         ADD 1 TO DL100-IN-COUNT
005660         ADD DL100-REC-AMOUNT TO DL100-IN-AMOUNT
005670         ADD DL100-REC-HASH TO DL100-IN-HASH
005720     ELSE
005730         ADD 1 TO DL100-OUT-COUNT
005740         ADD DL100-REC-AMOUNT TO DL100-OUT-AMOUNT
005750         ADD DL100-REC-HASH TO DL100-OUT-HASH
005800     END-IF.
005810 6000-EXIT.
005820     EXIT.

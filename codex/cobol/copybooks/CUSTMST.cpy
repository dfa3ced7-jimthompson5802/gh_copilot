000151*                  UNLOADED TO THE MSTARCH ARCHIVE GDG IN THIS
000152*                  SAME LAYOUT AND RESTORED BY MSTRESTR (JCL
000153*                  MEMBER DL100L) WHEN A CUSTOMER RETURNS.
000154* 10/15/2026 RTA   ADDED CUST-MST-OD-LIMIT, THE ACCOUNT'S
000155*                  OVERDRAFT LIMIT (HOW FAR BELOW ZERO A DEBIT
000156*                  MAY TAKE THE BALANCE), CARVED FROM FILLER.
000157*                  SET BY THE OPENING 'OP' TRANSACTION AND
000158*                  CHANGED BY THE 'OL' LIMIT-CHANGE TRANSACTION
000159*                  (SEE COPYBOOK CUSTREC).  RECORDS WRITTEN
000160*                  BEFORE THIS CHANGE CARRY SPACES HERE; MSTUPDT
000161*                  TREATS A NON-NUMERIC LIMIT AS ZERO.
000162* 10/15/2026 RTA   ADDED THE ESCHEATED STATUS 'E', SET BY MSTUPDT
000163*                  WHEN IT POSTS THE 'ES' ESCHEAT TRANSACTION
000164*                  FROM THE ANNUAL UNCLAIMED PROPERTY RUN
000165*                  (ESCHEAT).  THE BALANCE IS THEN ZERO AND THE
000166*                  ACCOUNT IS LEFT OUT OF FEEACCR AND STMTGEN.
000167*                  LIKE A DORMANT ACCOUNT, A MONETARY POSTING
000168*                  FLIPS IT BACK TO 'A'.
000169*----------------------------------------------------------------
000170 01  CUST-MASTER-RECORD.
000171     05  CUST-MST-ACCOUNT-NO         PIC 9(10).
000180     05  CUST-MST-STATUS             PIC X(01).
000190         88  CUST-MST-ACTIVE                     VALUE 'A'.
000200         88  CUST-MST-CLOSED                     VALUE 'C'.
000205         88  CUST-MST-DORMANT                    VALUE 'D'.
000207         88  CUST-MST-ESCHEATED                  VALUE 'E'.
000210     05  CUST-MST-CUSTOMER-NAME      PIC X(25).
000220     05  CUST-MST-BALANCE            PIC S9(11)V99 COMP-3.
000230     05  CUST-MST-OPEN-DATE          PIC 9(08).
000240     05  CUST-MST-LAST-TRANS-DATE    PIC 9(08).
000245     05  CUST-MST-OD-LIMIT           PIC S9(09)V99 COMP-3.
000250     05  FILLER                      PIC X(35).

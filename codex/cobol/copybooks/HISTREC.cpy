000234*                  MSTUPDT RUN TO THE QUARTERLY LIFECYCLE JOB,
000236*                  KEEPING THE POSTING STEP'S ELAPSED TIME
000238*                  INSIDE THE BATCH WINDOW.
000239* 10/15/2026 RTA   ADDED HIST-OD-LIMIT, CARVED FROM FILLER.  AN
000240*                  'OP' OR 'OL' ENTRY CARRIES THE ACCOUNT'S
000241*                  OVERDRAFT LIMIT AS SET BY THE POSTING; OTHER
000242*                  ENTRIES LEAVE IT SPACES.
000243* 10/15/2026 RTA   ADDED HIST-PRIOR-STATUS, THE LAST BYTE OF
000244*                  FILLER: THE ACCOUNT'S STATUS JUST BEFORE THE
000245*                  POSTING (SPACE ON THE 'OP' THAT CREATED IT), SO
000246*                  THE MASTER BALANCE PROOF (MSTPROOF) CAN ACCOUNT
000247*                  FOR EVERY STATUS CHANGE THE NIGHT MADE.
000248* 10/15/2026 RTA   ADDED HIST-XF-ACCOUNT, A REDEFINITION OF
000249*                  HIST-OD-LIMIT.  EACH SIDE OF AN 'XF' TRANSFER
000250*                  CARRIES THE OTHER SIDE'S ACCOUNT NUMBER THERE,
000251*                  SO THE TWO ENTRIES CROSS-REFERENCE EACH OTHER.
000252*----------------------------------------------------------------
000253 01  HIST-RECORD.
000260     05  HIST-KEY.
000270         10  HIST-ACCOUNT-NO         PIC 9(10).
000280         10  HIST-POST-DATE          PIC 9(08).
000310     05  HIST-TRANS-AMOUNT           PIC S9(09)V99.
000320     05  HIST-EFF-DATE               PIC 9(08).
000330     05  HIST-BALANCE-AFTER          PIC S9(11)V99 COMP-3.
000335     05  HIST-OD-LIMIT               PIC S9(09)V99 COMP-3.
000336     05  HIST-XF-ACCOUNT REDEFINES HIST-OD-LIMIT
000337                                     PIC S9(11)    COMP-3.
000340     05  HIST-PRIOR-STATUS           PIC X(01).

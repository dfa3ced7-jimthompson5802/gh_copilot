000010*****************************************************************
000020* COPYBOOK   : PRFCTL
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE CUSTOMER MASTER CONTROL
000050*              TOTALS (GDG PROD.DL100.DAILY.MSTCTL) WRITTEN BY
000060*              MSTPROOF.  FIXED LENGTH, 80 BYTES, ONE RECORD
000070*              PER GENERATION.  CARRIES THE MASTER'S TOTAL
000080*              BALANCE AND ITS ACCOUNT COUNTS BY STATUS AS
000090*              PROVED (OR RE-ESTABLISHED) ON THE CONTROL DATE,
000100*              AND THE LATEST CUSTHIST POSTING DATE ALREADY
000110*              REFLECTED IN THOSE TOTALS, SO THE NEXT PROOF
000120*              ADDS ONLY THE HISTORY ENTRIES POSTED AFTER IT.
000130*****************************************************************
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*----------------------------------------------------------------
000170* DATE       INIT  DESCRIPTION
000180* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000190*----------------------------------------------------------------
000200 01  PRF-CONTROL-RECORD.
000210     05  PRF-RECORD-TYPE             PIC X(02).
000220         88  PRF-TYPE-CONTROL                    VALUE 'PC'.
000230     05  PRF-CONTROL-DATE            PIC 9(08).
000240     05  PRF-THRU-POST-DATE          PIC 9(08).
000250     05  PRF-TOTAL-BALANCE           PIC S9(15)V99.
000260     05  PRF-ACTIVE-COUNT            PIC 9(09).
000270     05  PRF-DORMANT-COUNT           PIC 9(09).
000280     05  PRF-CLOSED-COUNT            PIC 9(09).
000290     05  PRF-OTHER-COUNT             PIC 9(09).
000300     05  PRF-PROOF-RESULT            PIC X(01).
000310         88  PRF-RESULT-IN-PROOF                 VALUE 'P'.
000320         88  PRF-RESULT-OUT-OF-PROOF             VALUE 'O'.
000330         88  PRF-RESULT-ESTABLISHED              VALUE 'E'.
000340         88  PRF-RESULT-REBASED                  VALUE 'R'.
000350     05  FILLER                      PIC X(08).

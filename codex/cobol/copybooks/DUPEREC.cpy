000100*              TRANSACTION PROCESSED WITHIN THE RETENTION
000110*              WINDOW; THE PROCESSED DATE DRIVES THE PURGE OF
000120*              ENTRIES OLDER THAN THE WINDOW AT THE START OF
000125*              EACH RUN.  THE FEED ID OF THE SEGMENT THE
000130*              TRANSACTION ARRIVED IN (SPACES WHEN IT HAD NONE)
000135*              IS CARRIED FOR THE GENERAL LEDGER EXTRACTS.
000140*****************************************************************
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*----------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190* 08/22/2026 RTA   ORIGINAL COPYBOOK.
000192* 10/15/2026 RTA   ADDED DUPE-FEED-ID FROM FILLER, READ BY GLEXTR
000194*                  AND MSTBKOUT TO POST BY REGION.
000200*----------------------------------------------------------------
000210 01  DUPE-RECORD.
000220     05  DUPE-KEY.
000250         10  DUPE-TRANS-AMOUNT       PIC S9(09)V99.
000260         10  DUPE-EFF-DATE           PIC X(08).
000270     05  DUPE-PROCESSED-DATE         PIC 9(08).
000280     05  DUPE-FEED-ID                PIC X(10).
000290     05  FILLER                      PIC X(01).

000010*****************************************************************
000020* COPYBOOK   : HNAMREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE HISTORY NAME JOURNAL (VSAM
000050*              KSDS PROD.DL100.CUSTHNAM) MAINTAINED BY MSTUPDT.
000060*              FIXED LENGTH, 60 BYTES, KEYED ON THE SAME ACCOUNT
000070*              NUMBER PLUS POSTING DATE PLUS POSTING SEQUENCE AS
000080*              THE HISTORY ENTRY IT BELONGS TO (KEY OFFSET 0
000090*              LENGTH 25).  THE HISTORY RECORD (COPYBOOK HISTREC)
000100*              HAS NO ROOM FOR A CUSTOMER NAME, SO EVERY 'OP' AND
000110*              'NC' ENTRY MSTUPDT WRITES GETS A COMPANION RECORD
000120*              HERE CARRYING THE NAME THE POSTING PUT ON THE
000130*              MASTER.  THE FORWARD RECOVERY (MSTRCVR) READS IT
000140*              BY THE HISTORY KEY TO REPLAY OPENS AND NAME
000150*              CHANGES.  ENTRIES ARE PURGED WITH THE HISTORY BY
000160*              THE QUARTERLY LIFECYCLE JOB (LIFECYCL, DL100K).
000170*****************************************************************
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000230*----------------------------------------------------------------
000240 01  HNAM-RECORD.
000250     05  HNAM-KEY.
000260         10  HNAM-ACCOUNT-NO         PIC 9(10).
000270         10  HNAM-POST-DATE          PIC 9(08).
000280         10  HNAM-POST-SEQ           PIC 9(07).
000290     05  HNAM-TRANS-CODE             PIC X(02).
000300     05  HNAM-CUSTOMER-NAME          PIC X(25).
000310     05  FILLER                      PIC X(08).

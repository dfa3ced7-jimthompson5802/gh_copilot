000010*****************************************************************
000020* COPYBOOK   : ADDRREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE KEYED CUSTOMER MAILING
000050*              ADDRESS FILE (VSAM KSDS PROD.DL100.CUSTADDR)
000060*              MAINTAINED BY MSTUPDT FROM THE ADDRESS
000070*              TRANSACTIONS ON THE FEED ('A1', 'A2', 'A3', 'AR',
000080*              SEE COPYBOOK CUSTREC).  FIXED LENGTH, 150 BYTES,
000090*              KEYED ON ADDR-ACCOUNT-NO (KEY OFFSET 0 LENGTH
000100*              10).  AT MOST ONE RECORD PER CUSTOMER ACCOUNT; AN
000110*              ACCOUNT WITH NO RECORD HAS NO ADDRESS ON FILE.
000120*              THE NAME ON THE MAILING BLOCK IS THE MASTER'S
000130*              CUST-MST-CUSTOMER-NAME AND IS NOT REPEATED HERE.
000140*              ADDR-STATUS 'R' MEANS THE POST OFFICE RETURNED
000150*              MAIL SENT TO THIS ADDRESS; IT STAYS SET UNTIL THE
000160*              STREET LINE OR CITY/STATE/ZIP IS CHANGED.
000170*****************************************************************
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000230*----------------------------------------------------------------
000240 01  ADDR-RECORD.
000250     05  ADDR-ACCOUNT-NO             PIC 9(10).
000260     05  ADDR-STATUS                 PIC X(01).
000270         88  ADDR-DELIVERABLE                    VALUE 'A'.
000280         88  ADDR-RETURN-MAIL                    VALUE 'R'.
000290     05  ADDR-LINE-1                 PIC X(40).
000300     05  ADDR-LINE-2                 PIC X(40).
000310     05  ADDR-CITY                   PIC X(25).
000320     05  ADDR-STATE                  PIC X(02).
000330     05  ADDR-ZIP.
000340         10  ADDR-ZIP-5              PIC X(05).
000350         10  ADDR-ZIP-EXT            PIC X(05).
000360     05  ADDR-ADDED-DATE             PIC 9(08).
000370     05  ADDR-CHANGED-DATE           PIC 9(08).
000380     05  FILLER                      PIC X(06).

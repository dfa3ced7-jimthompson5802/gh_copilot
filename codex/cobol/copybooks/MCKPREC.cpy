000010*****************************************************************
000020* COPYBOOK   : MCKPREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE MASTER POSTING COMMIT-POINT
000050*              FILE (VSAM KSDS PROD.DL100.MSTCKPT) WRITTEN BY
000060*              MSTUPDT.  FIXED LENGTH, 6550 BYTES, KEYED ON
000070*              MCKP-KEY (KEY OFFSET 0 LENGTH 8).  THE FILE HOLDS
000080*              ONE RECORD, KEY 'MSTUPDT', REWRITTEN IN PLACE AT
000090*              EVERY COMMIT POINT.  IT CARRIES HOW FAR THE POSTING
000100*              RUN HAS GOT (SORTED RECORDS CONSUMED, LAST ACCOUNT
000110*              FULLY POSTED, TRANSFERS APPLIED), THE RUN COUNTS AT
000120*              THAT POINT, AND THE MASTER AND ADDRESS RECORD
000130*              IMAGES THE COMMIT IS ABOUT TO WRITE, SO A RESTART
000140*              CAN FINISH THE COMMIT AND PICK UP AT THE NEXT
000150*              ACCOUNT.  A PHASE OF 'S' OR 'X' MEANS THE LAST RUN
000160*              DID NOT FINISH AND THE NEXT RUN IS A RESTART; 'C'
000170*              (OR ANY OTHER VALUE) MEANS THE LAST RUN COMPLETED.
000172*              LRGTRAN READS THE RECORD FOR MCKP-RUN-DATE, THE
000174*              POSTING DATE ON THE NIGHT'S HISTORY ENTRIES, AND
000176*              REQUIRES A PHASE OF 'C'.
000180*****************************************************************
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*----------------------------------------------------------------
000220* DATE       INIT  DESCRIPTION
000230* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000232* 10/15/2026 RTA   NOTED LRGTRAN AS A READER OF THE RECORD.
000240*----------------------------------------------------------------
000250 01  MCKP-RECORD.
000260     05  MCKP-KEY                    PIC X(08).
000270     05  MCKP-PHASE                  PIC X(01).
000280         88  MCKP-SORTED-PASS                    VALUE 'S'.
000290         88  MCKP-TRANSFER-PASS                  VALUE 'X'.
000300         88  MCKP-RUN-COMPLETE                   VALUE 'C'.
000310         88  MCKP-RESTART-PENDING                VALUE 'S' 'X'.
000320     05  MCKP-RUN-DATE               PIC 9(08).
000330     05  MCKP-TAKEN-DATE             PIC 9(08).
000340     05  MCKP-TAKEN-TIME             PIC 9(08).
000350     05  MCKP-TRAN-COUNT             PIC 9(09).
000360     05  MCKP-LAST-ACCOUNT           PIC 9(10).
000370     05  MCKP-XFER-DONE              PIC 9(09).
000380     05  MCKP-RUN-COUNTS.
000390         10  MCKP-OPEN-COUNT         PIC 9(09).
000400         10  MCKP-POST-COUNT         PIC 9(09).
000410         10  MCKP-CLOSE-COUNT        PIC 9(09).
000420         10  MCKP-EXCP-COUNT         PIC 9(09).
000430         10  MCKP-NAME-CHG-COUNT     PIC 9(09).
000440         10  MCKP-HIST-WRITE-COUNT   PIC 9(09).
000450         10  MCKP-OD-LIMIT-COUNT     PIC 9(09).
000460         10  MCKP-RTRN-COUNT         PIC 9(09).
000470         10  MCKP-RFEE-COUNT         PIC 9(09).
000480         10  MCKP-XFER-HELD-COUNT    PIC 9(09).
000490         10  MCKP-XFER-COUNT         PIC 9(09).
000500         10  MCKP-ESCHEAT-COUNT      PIC 9(09).
000510         10  MCKP-ADDR-ADD-COUNT     PIC 9(09).
000520         10  MCKP-ADDR-CHG-COUNT     PIC 9(09).
000530         10  MCKP-HIST-SEQ-NO        PIC 9(07).
000540         10  MCKP-RTRN-AMOUNT        PIC S9(11)V99.
000550         10  MCKP-RFEE-TOTAL         PIC S9(11)V99.
000560         10  MCKP-LINE-COUNT         PIC 9(03).
000570         10  MCKP-PAGE-NO            PIC 9(04).
000580         10  MCKP-RFEE-HDR-SWITCH    PIC X(01).
000590     05  MCKP-IMAGE-COUNT            PIC 9(03).
000600     05  FILLER                      PIC X(19).
000610*----------------------------------------------------------------
000620* THE RECORDS THE COMMIT WRITES.  A MASTER OR ADDRESS ACTION OF
000630* 'W' WRITES A NEW RECORD, 'R' REWRITES AN EXISTING ONE, AND A
000640* SPACE LEAVES THAT FILE ALONE FOR THE ENTRY.
000650*----------------------------------------------------------------
000660     05  MCKP-IMAGE-AREA.
000670         10  MCKP-IMAGE OCCURS 25 TIMES.
000680             15  MCKP-MST-ACTION     PIC X(01).
000690             15  MCKP-MST-IMAGE      PIC X(100).
000700             15  MCKP-ADDR-ACTION    PIC X(01).
000710             15  MCKP-ADDR-IMAGE     PIC X(150).

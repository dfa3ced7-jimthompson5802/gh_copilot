000010*****************************************************************
000020* COPYBOOK   : RTRNTBL
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : WORKING-STORAGE TABLE FOR THE NIGHT'S RETURNED
000050*              ITEMS (THE RTRNITEM DATASET MSTUPDT WRITES: THE
000060*              ORIGINAL 80-BYTE TRAN-FILE RECORD FOLLOWED BY A
000070*              20-BYTE REASON).  A PROGRAM THAT READS CUSTOUT
000080*              AND MUST LEAVE OUT WHAT NEVER POSTED LOADS EVERY
000090*              RETURNED ITEM AT INITIALIZATION, EACH MARKED NOT
000100*              YET MATCHED ('N'), AND SCANS THE TABLE BY
000110*              SUBSCRIPT FOR EACH CUSTOUT RECORD, MARKING THE
000120*              ENTRY IT MATCHES ('Y') SO EACH RETURNED ITEM
000130*              ACCOUNTS FOR ONE CUSTOUT RECORD ONLY.
000140*****************************************************************
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*----------------------------------------------------------------
000180* DATE       INIT  DESCRIPTION
000190* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000200*----------------------------------------------------------------
000210 01  DL100-RTRN-TABLE-AREA.
000220     05  DL100-RTRN-EOF-SW           PIC X(01)   VALUE 'N'.
000230         88  DL100-RTRN-END-OF-FILE              VALUE 'Y'.
000240     05  DL100-RTRN-FOUND-SW         PIC X(01)   VALUE 'N'.
000250         88  DL100-RTRN-FOUND                    VALUE 'Y'.
000260     05  DL100-RTRN-COUNT            PIC 9(04)   COMP VALUE ZERO.
000270     05  DL100-RTRN-MAX              PIC 9(04)   COMP VALUE 2000.
000280     05  DL100-RTRN-SUB              PIC 9(04)   COMP VALUE ZERO.
000290     05  DL100-RTRN-ENTRY OCCURS 2000 TIMES.
000300         10  DL100-RTRN-T-DATA.
000310             15  FILLER              PIC X(02).
000320             15  DL100-RTRN-T-ACCT   PIC 9(10).
000330             15  DL100-RTRN-T-CODE   PIC X(02).
000340             15  DL100-RTRN-T-AMT    PIC S9(09)V99.
000350             15  FILLER              PIC X(55).
000360         10  DL100-RTRN-T-USED       PIC X(01).

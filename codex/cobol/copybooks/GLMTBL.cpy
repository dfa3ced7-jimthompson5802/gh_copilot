000010*****************************************************************
000020* COPYBOOK   : GLMTBL
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : WORKING-STORAGE TABLE FOR THE GENERAL LEDGER
000050*              MAPPING DATASET (SEE COPYBOOK GLMREC).  EACH
000060*              PROGRAM THAT POSTS OR PROVES LEDGER ENTRIES COPIES
000070*              THIS AREA, LOADS EVERY ROW FROM GLMAP-FILE AT
000080*              INITIALIZATION (RETIRED ROWS INCLUDED, WITH THEIR
000090*              ACTIVE FLAG), AND SCANS IT BY SUBSCRIPT.  TO FIND
000100*              THE ROW IN FORCE, MOVE THE TRANSACTION CODE, FEED
000110*              ID, AND EFFECTIVE DATE TO THE SEARCH FIELDS AND
000120*              PERFORM THE PROGRAM'S LOOKUP-GL-MAP PARAGRAPH: THE
000130*              FEED'S OWN ACTIVE ROWS ARE TRIED FIRST AND THE
000140*              ALL-REGION ROWS (FEED ID SPACES) SECOND, AND
000150*              WITHIN EITHER THE ROW WITH THE LATEST EFFECTIVE
000160*              DATE NOT AFTER THE SEARCH DATE WINS.  AFTER A
000170*              SUCCESSFUL LOOKUP, DL100-GLMAP-SUB IS LEFT
000180*              POINTING AT THE ROW SO ITS ACCOUNTS AND COST
000190*              CENTER CAN BE PICKED UP DIRECTLY.
000200*****************************************************************
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000260*----------------------------------------------------------------
000270 01  DL100-GLMAP-TABLE-AREA.
000280     05  DL100-GLMAP-EOF-SW          PIC X(01)   VALUE 'N'.
000290         88  DL100-GLMAP-END-OF-FILE             VALUE 'Y'.
000300     05  DL100-GLMAP-FOUND-SW        PIC X(01)   VALUE 'N'.
000310         88  DL100-GLMAP-FOUND                   VALUE 'Y'.
000320     05  DL100-GLMAP-COUNT           PIC 9(04)   COMP VALUE ZERO.
000330     05  DL100-GLMAP-MAX             PIC 9(04)   COMP VALUE 1000.
000340     05  DL100-GLMAP-SUB             PIC 9(04)   COMP VALUE ZERO.
000350     05  DL100-GLMAP-HIT-SUB         PIC 9(04)   COMP VALUE ZERO.
000360     05  DL100-GLMAP-SEARCH-CODE     PIC X(02)   VALUE SPACES.
000370     05  DL100-GLMAP-SEARCH-FEED     PIC X(10)   VALUE SPACES.
000380     05  DL100-GLMAP-SEARCH-DATE     PIC 9(08)   VALUE ZERO.
000390     05  DL100-GLMAP-SCAN-FEED       PIC X(10)   VALUE SPACES.
000400     05  DL100-GLMAP-ENTRY OCCURS 1000 TIMES.
000410         10  DL100-GLMAP-T-CODE      PIC X(02).
000420         10  DL100-GLMAP-T-FEED      PIC X(10).
000430         10  DL100-GLMAP-T-DATE      PIC 9(08).
000440         10  DL100-GLMAP-T-DEBIT     PIC X(08).
000450         10  DL100-GLMAP-T-CREDIT    PIC X(08).
000460         10  DL100-GLMAP-T-COST      PIC X(06).
000470         10  DL100-GLMAP-T-ACTIVE    PIC X(01).

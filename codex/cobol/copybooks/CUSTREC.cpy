000274*                  WITHOUT TOUCHING THE BALANCE.  THE CODE MUST
000275*                  ALSO BE ON THE TRANCODE REFERENCE DATASET FOR
000276*                  READFILE'S EDITS TO PASS IT.
000277* 10/15/2026 RTA   ADDED CUST-OD-LIMIT, CARVED FROM FILLER, AND
000278*                  THE OVERDRAFT LIMIT-CHANGE CODE 'OL'.  AN 'OP'
000279*                  RECORD MAY CARRY THE NEW ACCOUNT'S OVERDRAFT
000280*                  LIMIT HERE (SPACES MEAN NO OVERDRAFT); AN 'OL'
000281*                  RECORD CARRIES THE REPLACEMENT LIMIT AND A
000282*                  ZERO AMOUNT.  ADDED THE RETURNED-ITEM FEE CODE
000283*                  'RF' THAT MSTUPDT GENERATES FOR EACH DEBIT IT
000284*                  RETURNS UNPOSTED.  BOTH CODES MUST BE ON THE
000285*                  TRANCODE REFERENCE DATASET.
000286* 10/15/2026 RTA   ADDED THE INTER-ACCOUNT TRANSFER CODE 'XF' AND
000287*                  CUST-XF-TO-ACCOUNT, CARVED FROM FILLER.  ONE
000288*                  'XF' RECORD CARRIES BOTH SIDES OF A TRANSFER:
000289*                  CUST-ACCOUNT-NO IS THE ACCOUNT DEBITED,
000290*                  CUST-XF-TO-ACCOUNT THE ACCOUNT CREDITED, AND
000291*                  CUST-TRANS-AMOUNT THE (POSITIVE) AMOUNT MOVED.
000292*                  THE CODE MUST BE ON THE TRANCODE REFERENCE
000293*                  DATASET.
000294* 10/15/2026 RTA   ADDED THE ESCHEAT CODE 'ES', GENERATED BY THE
000295*                  FINAL RUN OF THE UNCLAIMED PROPERTY JOB
000296*                  (ESCHEAT) FOR EACH ACCOUNT REMITTED TO THE
000297*                  STATE.  CUST-TRANS-AMOUNT IS THE NEGATIVE OF
000298*                  THE BALANCE; MSTUPDT ZEROES THE BALANCE AND
000299*                  MARKS THE ACCOUNT ESCHEATED.  THE CODE MUST BE
000300*                  ON THE TRANCODE REFERENCE DATASET.
000301* 10/15/2026 RTA   ADDED THE MAILING ADDRESS MAINTENANCE CODES,
000302*                  ONE PER PART OF THE ADDRESS, SO EACH PART FITS
000303*                  A DETAIL RECORD: 'A1' STREET LINE 1, 'A2'
000304*                  STREET LINE 2, 'A3' CITY/STATE/ZIP, AND 'AR'
000305*                  RETURN MAIL (THE POST OFFICE SENT MAIL BACK).
000306*                  THE NAME, LIMIT, AND TO-ACCOUNT FIELDS ARE NOW
000307*                  GROUPED AS CUST-TRANS-DETAIL, WHICH THE
000308*                  ADDRESS CODES REDEFINE; THE AMOUNT IS ZERO.  AN
000309*                  'A1' FOR AN ACCOUNT WITH NO ADDRESS ON FILE
000310*                  ADDS ONE (COPYBOOK ADDRREC); EVERY OTHER
000311*                  ADDRESS CODE CHANGES THE ONE ON FILE.  THE
000312*                  CODES MUST BE ON THE TRANCODE REFERENCE
000313*                  DATASET.
000314*----------------------------------------------------------------
000315 01  CUST-RECORD.
000316     05  CUST-RECORD-TYPE            PIC X(02).
000317         88  CUST-TYPE-HEADER                    VALUE 'HD'.
000318         88  CUST-TYPE-DETAIL                    VALUE 'DT'.
000320         88  CUST-TYPE-TRAILER                   VALUE 'TR'.
000330     05  CUST-DETAIL-DATA.
000340         10  CUST-ACCOUNT-NO         PIC 9(10).
000352             88  CUST-TRANS-OPEN                 VALUE 'OP'.
000354             88  CUST-TRANS-CLOSE                VALUE 'CL'.
000356             88  CUST-TRANS-NAME-CHG             VALUE 'NC'.
000357             88  CUST-TRANS-OD-LIMIT             VALUE 'OL'.
000358             88  CUST-TRANS-RTRN-FEE             VALUE 'RF'.
000359             88  CUST-TRANS-TRANSFER             VALUE 'XF'.
000360             88  CUST-TRANS-ESCHEAT              VALUE 'ES'.
000361             88  CUST-TRANS-ADDRESS              VALUE 'A1' 'A2'
000362                                                       'A3' 'AR'.
000363             88  CUST-TRANS-ADDR-LINE-1          VALUE 'A1'.
000364             88  CUST-TRANS-ADDR-LINE-2          VALUE 'A2'.
000365             88  CUST-TRANS-ADDR-CSZ             VALUE 'A3'.
000366             88  CUST-TRANS-ADDR-RTRN-MAIL       VALUE 'AR'.
000367         10  CUST-TRANS-AMOUNT       PIC S9(09)V99.
000370         10  CUST-EFFECTIVE-DATE.
000380             15  CUST-EFF-YEAR       PIC 9(04).
000390             15  CUST-EFF-MONTH      PIC 9(02).
000400             15  CUST-EFF-DAY        PIC 9(02).
000405         10  CUST-TRANS-DETAIL.
000410             15  CUST-CUSTOMER-NAME  PIC X(25).
000415             15  CUST-OD-LIMIT       PIC 9(09)V99.
000420             15  CUST-XF-TO-ACCOUNT  PIC 9(10).
000425             15  FILLER              PIC X(01).
000426         10  CUST-ADDR-LINE-DETAIL REDEFINES CUST-TRANS-DETAIL.
000427             15  CUST-ADDR-LINE      PIC X(40).
000428             15  FILLER              PIC X(07).
000429         10  CUST-ADDR-CSZ-DETAIL REDEFINES CUST-TRANS-DETAIL.
000430             15  CUST-ADDR-CITY      PIC X(25).
000431             15  CUST-ADDR-STATE     PIC X(02).
000432             15  CUST-ADDR-ZIP.
000433                 20  CUST-ADDR-ZIP-5 PIC X(05).
000434                 20  CUST-ADDR-ZIP-EXT
000435                                     PIC X(05).
000436             15  FILLER              PIC X(10).
000437     05  CUST-TRAILER-DATA REDEFINES CUST-DETAIL-DATA.
000440         10  CUST-TRAILER-COUNT      PIC 9(09).
000450         10  FILLER                  PIC X(69).
000460     05  CUST-HEADER-DATA REDEFINES CUST-DETAIL-DATA.

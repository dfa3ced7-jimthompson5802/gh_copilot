000010*****************************************************************
000020* COPYBOOK   : CALMREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE SHOP CALENDAR MAINTENANCE
000050*              DATASET (PROD.DL100.CALMNT) SUBMITTED BY DATA
000060*              CONTROL AND READ BY PROGRAM CALMNT.  FIXED LENGTH,
000070*              80 BYTES.  EACH RECORD NAMES THE ACTION (ADD,
000080*              CHANGE, OR DELETE), THE DATE (YYYYMMDD), THE FULL
000090*              REPLACEMENT DAY TYPE AND DESCRIPTION (IGNORED ON A
000100*              DELETE), AND THE USER ID OF WHOEVER KEYED IT, WHICH
000110*              IS CARRIED ONTO THE CHANGE LOG (COPYBOOK CALGREC).
000120*****************************************************************
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*----------------------------------------------------------------
000160* DATE       INIT  DESCRIPTION
000170* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000180*----------------------------------------------------------------
000190 01  CALM-RECORD.
000200     05  CALM-ACTION                 PIC X(01).
000210         88  CALM-ACTION-ADD                     VALUE 'A'.
000220         88  CALM-ACTION-CHANGE                  VALUE 'C'.
000230         88  CALM-ACTION-DELETE                  VALUE 'D'.
000240     05  CALM-DATE                   PIC 9(08).
000250     05  CALM-DATE-PARTS REDEFINES CALM-DATE.
000260         10  CALM-YEAR               PIC 9(04).
000270         10  CALM-MONTH              PIC 9(02).
000280         10  CALM-DAY                PIC 9(02).
000290     05  CALM-DAY-TYPE               PIC X(01).
000300         88  CALM-VALID-DAY-TYPE                 VALUE 'H' 'N'.
000310     05  CALM-DESCRIPTION            PIC X(30).
000320     05  CALM-USER-ID                PIC X(08).
000330     05  FILLER                      PIC X(32).

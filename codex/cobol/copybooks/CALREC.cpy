000010*****************************************************************
000020* COPYBOOK   : CALREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE SHOP BUSINESS-DAY CALENDAR
000050*              (PROD.DL100.CALENDAR).  FIXED LENGTH, 80 BYTES,
000060*              ONE RECORD PER WEEKDAY ON WHICH THE SHOP DOES NOT
000070*              DO BUSINESS -- A BANK HOLIDAY ('H') OR ANY OTHER
000080*              NON-PROCESSING DAY ('N', E.G. AN EMERGENCY
000090*              CLOSURE).  SATURDAYS AND SUNDAYS ARE NEVER
000100*              BUSINESS DAYS AND ARE NOT LISTED.  EVERY OTHER
000110*              DATE IS A BUSINESS DAY.  THE DATASET IS KEPT IN
000120*              DATE ORDER AND IS MAINTAINED ONLY BY PROGRAM
000130*              CALMNT (JCL MEMBER DL100P), WHICH EDITS EVERY
000140*              CHANGE AND LOGS IT.  PROGRAMS THAT NEED TO KNOW
000150*              WHAT A BUSINESS DAY IS LOAD IT INTO THE
000160*              WORKING-STORAGE TABLE IN COPYBOOK CALTBL.
000170*****************************************************************
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000230*----------------------------------------------------------------
000240 01  CAL-RECORD.
000250     05  CAL-DATE                    PIC 9(08).
000260     05  CAL-DATE-PARTS REDEFINES CAL-DATE.
000270         10  CAL-YEAR                PIC 9(04).
000280         10  CAL-MONTH               PIC 9(02).
000290         10  CAL-DAY                 PIC 9(02).
000300     05  CAL-DAY-TYPE                PIC X(01).
000310         88  CAL-BANK-HOLIDAY                    VALUE 'H'.
000320         88  CAL-NON-PROCESSING                  VALUE 'N'.
000330         88  CAL-VALID-DAY-TYPE                  VALUE 'H' 'N'.
000340     05  CAL-DESCRIPTION             PIC X(30).
000350     05  FILLER                      PIC X(41).

000010*****************************************************************
000020* COPYBOOK   : FCHKREC
000030* AUTHOR     : R. T. ALVAREZ
000040* REMARKS    : RECORD LAYOUT FOR THE NIGHTLY FEED CHECK FINDINGS
000050*              (GDG PROD.DL100.DAILY.FEEDCHK) WRITTEN BY PROGRAM
000060*              FEEDCHK, ONE RECORD PER FINDING, AND READ BACK BY
000070*              NIGHTDIG FOR THE END-OF-NIGHT DIGEST.  FIXED
000080*              LENGTH, 80 BYTES.  AN EMPTY DATASET MEANS EVERY
000090*              FEED DUE WAS RECEIVED ONCE, CURRENT, AND IN RANGE.
000100*              FCHK-SEGMENT IS THE FEED'S POSITION ON THE INPUT
000110*              CONCATENATION (1 = FIRST HEADER READ); IT IS ZERO
000120*              FOR A FEED THAT WAS NOT RECEIVED.  FCHK-SEVERITY IS
000130*              THE RETURN CODE THE FINDING CARRIES: 8 HOLDS THE
000140*              NIGHT, 4 IS A WARNING.  FCHK-RUN-DATE IS THE
000145*              BUSINESS DATE THE NIGHT WAS CHECKED FOR, WHICH IS
000146*              NOT THE SYSTEM DATE WHEN THE RUN PASSES MIDNIGHT.
000150*****************************************************************
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* 10/15/2026 RTA   ORIGINAL COPYBOOK.
000205* 10/15/2026 RTA   FCHK-RUN-DATE NOW CARRIES THE BUSINESS DATE.
000210*----------------------------------------------------------------
000220 01  FCHK-RECORD.
000230     05  FCHK-RUN-DATE               PIC 9(08).
000240     05  FCHK-FEED-ID                PIC X(10).
000250     05  FCHK-SEGMENT                PIC 9(03).
000260     05  FCHK-CODE                   PIC X(02).
000270         88  FCHK-MISSING                        VALUE 'MS'.
000280         88  FCHK-DUPLICATE                      VALUE 'DP'.
000290         88  FCHK-STALE-DATED                    VALUE 'ST'.
000300         88  FCHK-FUTURE-DATED                   VALUE 'FD'.
000310         88  FCHK-VOLUME-LOW                     VALUE 'VL'.
000320         88  FCHK-VOLUME-HIGH                    VALUE 'VH'.
000330         88  FCHK-UNSCHEDULED                    VALUE 'UN'.
000340         88  FCHK-NOT-DUE-TODAY                  VALUE 'ND'.
000350         88  FCHK-SCHEDULE-ERROR                 VALUE 'SE'.
000360     05  FCHK-SEVERITY               PIC 9(02).
000370         88  FCHK-HOLD                           VALUE 8.
000380         88  FCHK-WARNING                        VALUE 4.
000390     05  FCHK-FEED-DATE              PIC X(08).
000400     05  FCHK-DETAIL-COUNT           PIC 9(09).
000410     05  FCHK-TEXT                   PIC X(30).
000420     05  FILLER                      PIC X(08).

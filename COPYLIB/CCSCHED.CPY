000100*****************************************************************
000110* COPYBOOK:    CCSCHED
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE CYCLE COUNT SCHEDULE FILE
000150*              (CCSCHED).  LAB10CCS REWRITES IT EACH NIGHT WITH
000160*              ONE RECORD PER ACTIVE STYLE/SIZE AT EACH STOCKING
000170*              LOCATION, IN MASTER KEY AND THEN LOCATION ORDER
000180*              (STYLE, SIZE, AND LOCATION MAKE THE KEY),
000190*              CARRYING ITS VELOCITY CLASS AND THE SALES
000200*              THAT EARNED IT, THE DATE IT WAS LAST COUNTED (FROM
000210*              THE P RECORDS ON THE AUDIT LOG - SPACES WHEN IT
000220*              NEVER HAS BEEN), THE DATE IT WAS LAST PUT ON A
000230*              COUNT SHEET, AND THE DATE IT FIRST APPEARED ON THE
000240*              SCHEDULE, SO THE LAST COUNT DATE SURVIVES THE AUDIT
000250*              LOG BEING ROLLED OFF TO HISTORY.
000260*
000270* MODIFICATION HISTORY
000280*   2026-10-15 DF  ORIGINAL COPYBOOK FOR THE COUNT SCHEDULE.
000290*   2026-10-15 DF  ADDED THE STOCKING LOCATION, TAKEN FROM THE
000300*                  FILLER.  A RECORD WRITTEN BEFORE IT CARRIES
000310*                  SPACES AND IS TAKEN AS THE HOME LOCATION'S.
000320*****************************************************************
000330  01  COUNT-SCHEDULE-RECORD.
000340      05  CS-SHOE-STYLE           PIC X(05).
000350      05  CS-SHOE-SIZE            PIC X(04).
000360      05  CS-VELOCITY-CLASS       PIC X(01).
000370          88  CS-CLASS-A                   VALUE "A".
000380          88  CS-CLASS-B                   VALUE "B".
000390          88  CS-CLASS-C                   VALUE "C".
000400      05  CS-SALES-QTY            PIC 9(07).
000410      05  CS-LAST-COUNT-DATE      PIC X(08).
000420      05  CS-LAST-SCHED-DATE      PIC X(08).
000430      05  CS-FIRST-SEEN-DATE      PIC X(08).
000440      05  CS-LOCATION             PIC X(02).
000450      05  FILLER                  PIC X(05).

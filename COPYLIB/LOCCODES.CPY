000100*****************************************************************
000110* COPYBOOK:    LOCCODES
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     STOCKING LOCATION CODES, SHARED BY EVERY PROGRAM
000150*              THAT POSTS, COUNTS, OR REPORTS STOCK BY LOCATION
000160*              SO OPENING ANOTHER STORE IS A CHANGE MADE ONCE
000170*              (ADD THE ENTRY, RAISE THE COUNT AND BOTH OCCURS -
000180*              THE CODE TABLE'S AND THE VALUE TOTALS' BESIDE IT,
000190*              WHICH A REPORT TOTALLING STOCK VALUE BY LOCATION
000200*              ACCUMULATES INTO, ONE ENTRY PER CODE).
000210*              THE HOME LOCATION TAKES ANY TRANSACTION THAT
000220*              CARRIES NO LOCATION, AND ABSORBS ANY ON-HAND
000230*              CHANGE KEYED AGAINST SHOE-MASTER WITHOUT ONE.
000240*
000250* MODIFICATION HISTORY
000260*   2026-10-15 DF  ORIGINAL COPYBOOK FOR LOCATION CODES.
000270*****************************************************************
000280  01  LOCATION-CODES.
000290      05  LC-LOCATION-VALUES.
000300          10  FILLER              PIC X(22)
000310                                  VALUE "01MAIN STORE".
000320          10  FILLER              PIC X(22)
000330                                  VALUE "02SECOND STORE".
000340      05  LC-LOCATION-TABLE REDEFINES LC-LOCATION-VALUES.
000350          10  LC-ENTRY            OCCURS 2 TIMES.
000360              15  LC-LOCATION-CODE
000370                                  PIC X(02).
000380              15  LC-LOCATION-NAME
000390                                  PIC X(20).
000400      05  LC-LOCATION-COUNT       PIC 9(02) VALUE 2.
000410      05  LC-HOME-LOCATION        PIC X(02) VALUE "01".
000420      05  LC-LOCATION-TOTALS.
000430          10  LC-TOTAL-ENTRY      OCCURS 2 TIMES.
000440              15  LC-ON-HAND-VALUE
000450                                  PIC 9(11)V99.
000460              15  LC-TRANSIT-VALUE
000470                                  PIC 9(11)V99.

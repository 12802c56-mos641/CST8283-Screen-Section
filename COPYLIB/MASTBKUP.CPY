000100*****************************************************************
000110* COPYBOOK:    MASTBKUP
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE MASTER BACKUP FILE
000150*              (MASTBKUP).  LAB10BKP UNLOADS SHOE-MASTER,
000160*              STYLE-XREF, STYLE-ATTR, OPERATOR-MASTER, THE
000170*              STOCK-BY-LOCATION FILE, AND THE TRANSFER FILE TO
000180*              THIS FILE AT THE START OF EVERY END-OF-DAY RUN,
000190*              EACH RUN ADDING ONE GENERATION AND THE OLDEST
000200*              BEING DROPPED ONCE THE SET NUMBER IS KEPT.  EVERY
000210*              RECORD CARRIES THE DATE AND TIME OF ITS
000220*              GENERATION AND THE NAME OF THE MASTER IT CAME
000230*              FROM.  A DATA RECORD (TYPE D) HOLDS ONE MASTER
000240*              RECORD IMAGE; EACH MASTER'S RECORDS ARE FOLLOWED
000250*              BY A TRAILER (TYPE T) WITH THE NUMBER UNLOADED
000260*              AND WHETHER THE UNLOAD ENDED GOOD OR FAILED.
000270*              LAB10RCV RELOADS A MASTER FROM A GENERATION WHOSE
000280*              TRAILER IS GOOD AND AGREES WITH ITS RECORDS.
000290*
000300* MODIFICATION HISTORY
000310*   2026-10-15 DF  ORIGINAL COPYBOOK FOR MASTER BACKUPS.
000320*   2026-10-15 DF  ADDED STKLOC AND XFRMAST FILE IDS.
000330*****************************************************************
000340  01  MASTER-BACKUP-RECORD.
000350      05  BK-GENERATION.
000360          10  BK-GEN-DATE         PIC X(08).
000370          10  BK-GEN-TIME         PIC X(08).
000380      05  BK-FILE-ID              PIC X(08).
000390          88  BK-FILE-SHOEMAST             VALUE "SHOEMAST".
000400          88  BK-FILE-STYLEXRF             VALUE "STYLEXRF".
000410          88  BK-FILE-STYLATTR             VALUE "STYLATTR".
000420          88  BK-FILE-OPERMAST             VALUE "OPERMAST".
000430          88  BK-FILE-STKLOC               VALUE "STKLOC  ".
000440          88  BK-FILE-XFRMAST              VALUE "XFRMAST ".
000450      05  BK-RECORD-TYPE          PIC X(01).
000460          88  BK-DATA                      VALUE "D".
000470          88  BK-TRAILER                   VALUE "T".
000480      05  BK-DATA-AREA            PIC X(90).
000490      05  BK-TRAILER-DATA REDEFINES BK-DATA-AREA.
000500          10  BK-RECORD-COUNT     PIC 9(07).
000510          10  BK-UNLOAD-STATUS    PIC X(01).
000520              88  BK-UNLOAD-GOOD           VALUE "G".
000530              88  BK-UNLOAD-FAILED         VALUE "F".
000540          10  FILLER              PIC X(82).

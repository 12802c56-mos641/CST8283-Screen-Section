000100*****************************************************************
000110* COPYBOOK:    STKLOC
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE STOCK-BY-LOCATION INDEXED
000150*              FILE.  ONE RECORD PER STYLE/SIZE PER STOCKING
000160*              LOCATION, KEYED ON SL-LOC-KEY, SO A STYLE/SIZE
000170*              CARRIES ITS LOCATIONS AS A SET OF RECORDS SHARING
000180*              THE SHOE-MASTER KEY.  QTY-IN-TRANSIT IS PAIRS
000190*              SHIPPED TO THIS LOCATION BY TRANSFER AND NOT YET
000200*              RECEIVED.  SM-QTY-ON-HAND STAYS THE ALL-LOCATION
000210*              TOTAL: THE SUM OF QTY-ON-HAND PLUS QTY-IN-TRANSIT
000220*              OVER A STYLE/SIZE'S LOCATIONS EQUALS IT, AND THE
000230*              LOCATION BALANCE (LAB10LOC) PUTS ANY DIFFERENCE
000240*              ON THE HOME LOCATION.
000250*
000260* MODIFICATION HISTORY
000270*   2026-10-15 DF  ORIGINAL COPYBOOK FOR STOCK BY LOCATION.
000280*****************************************************************
000290  01  STOCK-LOC-RECORD.
000300      05  SL-LOC-KEY.
000310          10  SL-SHOE-STYLE       PIC X(05).
000320          10  SL-SHOE-SIZE        PIC X(04).
000330          10  SL-LOCATION         PIC X(02).
000340      05  SL-QTY-ON-HAND          PIC 9(05).
000350      05  SL-QTY-IN-TRANSIT       PIC 9(05).
000360      05  SL-LAST-UPD-DATE        PIC X(08).
000370      05  SL-LAST-UPD-TIME        PIC X(08).
000380      05  SL-LAST-UPD-OPER        PIC X(08).
000390      05  FILLER                  PIC X(10).

000100*****************************************************************
000110* COPYBOOK:    POMASTER
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE PURCHASE-ORDER MASTER
000150*              INDEXED FILE.  ONE RECORD PER PURCHASE-ORDER
000160*              LINE, KEYED ON PM-MASTER-KEY (PO NUMBER PLUS
000170*              LINE NUMBER), SO ONE PURCHASE ORDER CARRIES ITS
000180*              STYLE/SIZE LINES AS A SET OF RECORDS SHARING THE
000190*              PO NUMBER.  LINES ARE WRITTEN BY THE PO BUILD
000200*              (LAB10POB) FROM THE BUYER'S APPROVED SUGGESTED
000210*              ORDERS, RECEIVED AGAINST BY THE SHIP-NOTICE
000220*              INTAKE (LAB10ASN), AND LISTED BY THE OPEN-PO
000230*              AGING REPORT (LAB10POA).  A LINE CLOSES WHEN ITS
000240*              RECEIVED QUANTITY REACHES ITS ORDERED QUANTITY.
000250*
000260* MODIFICATION HISTORY
000270*   2026-10-15 DF  ORIGINAL COPYBOOK FOR PURCHASE ORDERS.
000280*****************************************************************
000290  01  PO-MASTER-RECORD.
000300      05  PM-MASTER-KEY.
000310          10  PM-PO-NUMBER        PIC 9(06).
000320          10  PM-LINE-NO          PIC 9(03).
000330      05  PM-VENDOR-ID            PIC X(08).
000340      05  PM-SHOE-STYLE           PIC X(05).
000350      05  PM-SHOE-SIZE            PIC X(04).
000360      05  PM-QTY-ORDERED          PIC 9(05).
000370      05  PM-QTY-RECEIVED         PIC 9(05).
000380      05  PM-ORDER-DATE           PIC X(08).
000390      05  PM-DUE-DATE             PIC X(08).
000400      05  PM-STATUS-CD            PIC X(01).
000410          88  PM-OPEN                      VALUE "O".
000420          88  PM-CLOSED                    VALUE "C".
000430      05  PM-LAST-UPD-DATE        PIC X(08).
000440      05  PM-LAST-UPD-TIME        PIC X(08).
000450      05  PM-LAST-UPD-OPER        PIC X(08).
000460      05  FILLER                  PIC X(10).

000100*****************************************************************
000110* COPYBOOK:    XFRMAST
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE INTER-STORE TRANSFER
000150*              INDEXED FILE.  ONE RECORD PER STYLE/SIZE ON A
000160*              TRANSFER, KEYED ON XF-MASTER-KEY (TRANSFER NUMBER
000170*              PLUS STYLE/SIZE).  THE POSTING RUN (LAB10PST)
000180*              WRITES THE RECORD WHEN THE TRANSFER SHIPS AND
000190*              UPDATES IT AS THE RECEIVING STORE CONFIRMS; THE
000200*              RECORD CLOSES WHEN THE RECEIVED QUANTITY REACHES
000210*              THE SHIPPED QUANTITY.  THE TRANSFER-EXCEPTION
000220*              REPORT (LAB10XFR) LISTS RECORDS STILL IN TRANSIT
000230*              TOO LONG AFTER THEY SHIPPED.
000240*
000250* MODIFICATION HISTORY
000260*   2026-10-15 DF  ORIGINAL COPYBOOK FOR TRANSFERS.
000270*****************************************************************
000280  01  XFR-MASTER-RECORD.
000290      05  XF-MASTER-KEY.
000300          10  XF-TRANSFER-NO      PIC X(06).
000310          10  XF-SHOE-STYLE       PIC X(05).
000320          10  XF-SHOE-SIZE        PIC X(04).
000330      05  XF-FROM-LOCATION        PIC X(02).
000340      05  XF-TO-LOCATION          PIC X(02).
000350      05  XF-QTY-SHIPPED          PIC 9(05).
000360      05  XF-QTY-RECEIVED         PIC 9(05).
000370      05  XF-SHIP-DATE            PIC X(08).
000380      05  XF-RECEIVE-DATE         PIC X(08).
000390      05  XF-STATUS-CD            PIC X(01).
000400          88  XF-IN-TRANSIT                VALUE "T".
000410          88  XF-RECEIVED                  VALUE "R".
000420      05  XF-LAST-UPD-DATE        PIC X(08).
000430      05  XF-LAST-UPD-TIME        PIC X(08).
000440      05  XF-LAST-UPD-OPER        PIC X(08).
000450      05  FILLER                  PIC X(10).

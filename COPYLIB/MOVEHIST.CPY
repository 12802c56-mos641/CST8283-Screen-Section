000220*
000230* MODIFICATION HISTORY
000240*   2026-09-02 DF  ORIGINAL COPYBOOK FOR MOVEMENT HISTORY.
000250*   2026-10-15 DF  ADDED TRANS-TYPES C (CUSTOMER RETURN) AND V
000260*                  (RETURN TO VENDOR) AND THE RETURN REASON-CD,
000270*                  TAKEN FROM THE FILLER, SO RETURNS NO LONGER
000280*                  HIDE AMONG RECEIPTS AND SALES.
000290*   2026-10-15 DF  ADDED THE RETAIL PRICE AND UNIT COST IN FORCE
000300*                  WHEN THE TRANSACTION POSTED, SO A LATER PRICE
000310*                  OR COST CHANGE DOES NOT REWRITE THE MARGIN
000320*                  HISTORY.  RECORD WIDENED FROM 40 TO 52.
000330*   2026-10-15 DF  ADDED THE PO-RECEIPT FLAG, TAKEN FROM THE
000340*                  FILLER, SET WHEN A RECEIPT POSTED AGAINST A
000350*                  PURCHASE-ORDER LINE AND SO ALSO RELIEVED
000360*                  ON-ORDER, SO A MASTER RECOVERY (LAB10RCV) CAN
000370*                  REAPPLY THE RELIEF.
000380*   2026-10-15 DF  ADDED TRANS-TYPES T (TRANSFER SHIPPED) AND I
000390*                  (TRANSFER RECEIVED), AND THE LOCATION AND
000400*                  TO-LOCATION, TAKEN FROM THE FILLER.  A
000410*                  TRANSFER MOVES PAIRS BETWEEN LOCATIONS AND
000420*                  LEAVES THE ALL-LOCATION ON-HAND ALONE.
000430*                  TO-LOCATION IS BLANK EXCEPT ON A T RECORD.
000440*****************************************************************
000450  01  MOVE-HIST-RECORD.
000460      05  MH-TRANS-TYPE           PIC X(01).
000470          88  MH-TRANS-RECEIPT             VALUE "R".
000480          88  MH-TRANS-SALE                VALUE "S".
000490          88  MH-TRANS-CUST-RETURN         VALUE "C".
000500          88  MH-TRANS-VEND-RETURN         VALUE "V".
000510          88  MH-TRANS-XFER-OUT            VALUE "T".
000520          88  MH-TRANS-XFER-IN             VALUE "I".
000530      05  MH-SHOE-STYLE           PIC X(05).
000540      05  MH-SHOE-SIZE            PIC X(04).
000550      05  MH-QUANTITY             PIC 9(05).
000560      05  MH-POST-DATE            PIC X(08).
000570      05  MH-POST-TIME            PIC X(08).
000580      05  MH-REASON-CD            PIC X(02).
000590      05  MH-RETAIL-PRICE         PIC 9(04)V99.
000600      05  MH-UNIT-COST            PIC 9(04)V99.
000610      05  MH-PO-RECEIPT-SW        PIC X(01).
000620          88  MH-PO-RECEIPT                VALUE "Y".
000630      05  MH-LOCATION             PIC X(02).
000640      05  MH-TO-LOCATION          PIC X(02).
000650      05  FILLER                  PIC X(02).

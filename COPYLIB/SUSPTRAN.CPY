000240*
000250* MODIFICATION HISTORY
000260*   2026-09-02 DF  ORIGINAL COPYBOOK FOR POSTING SUSPENSE.
000270*   2026-10-15 DF  ADDED PO-NUMBER AND PO-LINE SO A SUSPENDED
000280*                  PURCHASE-ORDER RECEIPT STILL RELIEVES
000290*                  ON-ORDER WHEN IT FINALLY POSTS.
000300*   2026-10-15 DF  ADDED TRANS-TYPES C AND V (CUSTOMER RETURN AND
000310*                  RETURN TO VENDOR) AND THE RETURN REASON-CD, SO
000320*                  A SUSPENDED RETURN KEEPS ITS TYPE AND REASON.
000330*                  THE RECORD WAS WIDENED TO HOLD IT.
000340*   2026-10-15 DF  ADDED TRANS-TYPES T AND I (TRANSFER SHIPPED
000350*                  AND RECEIVED) AND THE LOCATION AND
000360*                  TO-LOCATION, TAKEN FROM THE FILLER, SO A
000370*                  SUSPENDED TRANSFER KEEPS ITS LOCATIONS.  THE
000380*                  TRANSFER NUMBER RIDES IN PO-NUMBER.
000390*****************************************************************
000400  01  SUSP-TRANS-RECORD.
000410      05  ST-TRANS-TYPE           PIC X(01).
000420          88  ST-TRANS-RECEIPT             VALUE "R".
000430          88  ST-TRANS-SALE                VALUE "S".
000440          88  ST-TRANS-CUST-RETURN         VALUE "C".
000450          88  ST-TRANS-VEND-RETURN         VALUE "V".
000460          88  ST-TRANS-XFER-OUT            VALUE "T".
000470          88  ST-TRANS-XFER-IN             VALUE "I".
000480      05  ST-SHOE-STYLE           PIC X(05).
000490      05  ST-SHOE-SIZE            PIC X(04).
000500      05  ST-QUANTITY             PIC 9(05).
000510      05  ST-REJECT-REASON        PIC X(36).
000520      05  ST-REJECT-DATE          PIC X(08).
000530      05  ST-CYCLE-COUNT          PIC 9(02).
000540      05  ST-PO-NUMBER            PIC X(06).
000550      05  ST-PO-LINE              PIC X(03).
000560      05  ST-REASON-CD            PIC X(02).
000570      05  ST-LOCATION             PIC X(02).
000580      05  ST-TO-LOCATION          PIC X(02).
000590      05  FILLER                  PIC X(04).

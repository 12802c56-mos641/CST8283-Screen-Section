000180*
000190* MODIFICATION HISTORY
000200*   2026-08-22 DF  ORIGINAL COPYBOOK FOR INVENTORY TRANSACTIONS.
000210*   2026-10-15 DF  ADDED PO-NUMBER AND PO-LINE.  A RECEIPT THE
000220*                  SHIP-NOTICE INTAKE (LAB10ASN) MATCHED TO AN
000230*                  OPEN PURCHASE-ORDER LINE CARRIES THE LINE'S
000240*                  KEY, AND THE POSTING RUN RELIEVES ON-ORDER
000250*                  FOR IT.  BLANK ON ANY OTHER TRANSACTION.
000260*   2026-10-15 DF  ADDED TRANS-TYPE C (CUSTOMER RETURN, ADDS TO
000270*                  ON-HAND) AND V (RETURN TO VENDOR, SUBTRACTS
000280*                  FROM IT), EACH WITH ITS OWN SET OF REASON
000290*                  CODES IN THE NEW REASON-CD.  THE RECORD WAS
000300*                  WIDENED TO HOLD IT; REASON-CD IS BLANK ON A
000310*                  RECEIPT OR SALE.
000320*   2026-10-15 DF  ADDED THE STOCKING LOCATION THE PAIRS MOVE
000330*                  IN OR OUT OF (BLANK MEANS THE HOME LOCATION)
000340*                  AND TRANS-TYPES T (TRANSFER SHIPPED FROM
000350*                  LOCATION TO TO-LOCATION) AND I (TRANSFER
000360*                  RECEIVED AT LOCATION).  A TRANSFER CARRIES ITS
000370*                  TRANSFER NUMBER IN THE PO-NUMBER POSITIONS.
000380*                  LOCATION AND TO-LOCATION ARE TAKEN FROM THE
000390*                  FILLER.
000400*****************************************************************
000410  01  SHOE-TRANS-RECORD.
000420      05  TR-TRANS-TYPE           PIC X(01).
000430          88  TR-TRANS-RECEIPT             VALUE "R".
000440          88  TR-TRANS-SALE                VALUE "S".
000450          88  TR-TRANS-CUST-RETURN         VALUE "C".
000460          88  TR-TRANS-VEND-RETURN         VALUE "V".
000470          88  TR-TRANS-XFER-OUT            VALUE "T".
000480          88  TR-TRANS-XFER-IN             VALUE "I".
000490      05  TR-SHOE-STYLE           PIC X(05).
000500      05  TR-SHOE-SIZE            PIC X(04).
000510      05  TR-QUANTITY             PIC 9(05).
000520      05  TR-PO-NUMBER            PIC X(06).
000530      05  TR-TRANSFER-NO REDEFINES TR-PO-NUMBER
000540                                  PIC X(06).
000550      05  TR-PO-LINE              PIC X(03).
000560      05  TR-REASON-CD            PIC X(02).
000570*                                 CUSTOMER RETURN - DEFECTIVE,
000580*                                 FIT, NOT WANTED, WRONG ITEM.
000590          88  TR-CUST-RETURN-REASON        VALUES "DF" "FT"
000600                                                  "NW" "WI".
000610*                                 RETURN TO VENDOR - DEFECTIVE,
000620*                                 DAMAGED, OVERSTOCK, RECALL.
000630          88  TR-VEND-RETURN-REASON        VALUES "DF" "DM"
000640                                                  "OS" "RC".
000650      05  TR-LOCATION             PIC X(02).
000660      05  TR-TO-LOCATION          PIC X(02).

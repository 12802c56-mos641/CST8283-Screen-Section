000210*
000220* MODIFICATION HISTORY
000230*   2026-09-02 DF  ORIGINAL COPYBOOK FOR SUGGESTED ORDERS.
000240*   2026-10-15 DF  ADDED APPROVE-CD.  LAB10RPL WRITES IT BLANK;
000250*                  THE BUYER SETS IT TO Y ON EACH LINE TO BE
000260*                  ORDERED (ADJUSTING ORDER-QTY IF NEED BE), AND
000270*                  THE PO BUILD (LAB10POB) TURNS ONLY THE
000280*                  APPROVED LINES INTO PURCHASE-ORDER LINES.
000290*   2026-10-15 DF  ADDED LOCATION.  BLANK WHEN THE EXTRACT RUNS
000300*                  ALL LOCATIONS COMBINED; WHEN IT RUNS BY
000310*                  LOCATION IT NAMES THE STOCKING LOCATION THAT
000320*                  FELL TO ITS REORDER POINT.
000330*   2026-10-15 DF  BY LOCATION THE EXTRACT NOW WRITES ONLY THE
000340*                  HOME LOCATION; THE OTHER LOCATIONS ARE STOCKED
000350*                  BY TRANSFER FROM HOME, NOT BY VENDOR ORDER.
000360*****************************************************************
000370  01  SUGGESTED-ORDER-RECORD.
000380      05  SO-SHOE-STYLE           PIC X(05).
000390      05  SO-FILL-01              PIC X(01).
000400      05  SO-SHOE-SIZE            PIC X(04).
000410      05  SO-FILL-02              PIC X(01).
000420      05  SO-QTY-ON-HAND          PIC 9(05).
000430      05  SO-FILL-03              PIC X(01).
000440      05  SO-QTY-ON-ORDER         PIC 9(05).
000450      05  SO-FILL-04              PIC X(01).
000460      05  SO-REORDER-POINT        PIC 9(05).
000470      05  SO-FILL-05              PIC X(01).
000480      05  SO-ORDER-QTY            PIC 9(05).
000490      05  SO-FILL-06              PIC X(01).
000500      05  SO-APPROVE-CD           PIC X(01).
000510          88  SO-APPROVED                  VALUE "Y".
000520      05  SO-FILL-07              PIC X(01).
000530      05  SO-LOCATION             PIC X(02).
000540      05  FILLER                  PIC X(11).

000100*****************************************************************
000110* COPYBOOK:    GLJRNL
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE GENERAL-LEDGER INVENTORY
000150*              JOURNAL IN THE FORM THE ACCOUNTING PACKAGE
000160*              IMPORTS.  EVERY RUN THAT CHANGES THE VALUE OF
000170*              STOCK APPENDS ONE BATCH: A DEBIT AND A CREDIT
000180*              DETAIL RECORD (TYPE D) PER MOVEMENT, THEN ONE
000190*              BATCH-TOTAL RECORD (TYPE T) CARRYING THE BATCH'S
000200*              ENTRY COUNT, TOTAL DEBITS, AND TOTAL CREDITS.  A
000210*              BATCH IS KNOWN BY ITS SOURCE PROGRAM AND BATCH
000220*              TIME.  THE END-OF-DAY GL PROOF STEP (LAB10GLP)
000230*              RELEASES THE FILE TO ACCOUNTING ONLY WHEN EVERY
000240*              BATCH BALANCES AND THE NET INVENTORY POSTINGS
000250*              PROVE AGAINST THE CHANGE IN EXTENDED COST.
000260*
000270* MODIFICATION HISTORY
000280*   2026-10-15 DF  ORIGINAL COPYBOOK FOR THE GL JOURNAL.
000290*   2026-10-15 DF  ADDED ENTRY CODE W FOR THE WRITE-OFF OF STOCK
000300*                  STILL ON HAND WHEN LAB10ARC PURGES AN
000310*                  INACTIVE MASTER RECORD.
000320*****************************************************************
000330  01  GL-JOURNAL-RECORD.
000340      05  GJ-RECORD-TYPE          PIC X(01).
000350          88  GJ-DETAIL                    VALUE "D".
000360          88  GJ-BATCH-TOTAL               VALUE "T".
000370      05  GJ-BUSINESS-DATE        PIC X(08).
000380      05  GJ-SOURCE-PROGRAM       PIC X(08).
000390      05  GJ-BATCH-TIME           PIC X(08).
000400      05  GJ-DETAIL-DATA.
000410          10  GJ-ACCOUNT          PIC X(06).
000420          10  GJ-DR-CR            PIC X(01).
000430              88  GJ-DEBIT                 VALUE "D".
000440              88  GJ-CREDIT                VALUE "C".
000450          10  GJ-AMOUNT           PIC 9(09)V99.
000460          10  GJ-SHOE-STYLE       PIC X(05).
000470          10  GJ-SHOE-SIZE        PIC X(04).
000480          10  GJ-ENTRY-CD         PIC X(01).
000490              88  GJ-ENTRY-RECEIPT         VALUE "R".
000500              88  GJ-ENTRY-SALE            VALUE "S".
000510              88  GJ-ENTRY-CUST-RETURN     VALUE "C".
000520              88  GJ-ENTRY-VEND-RETURN     VALUE "V".
000530              88  GJ-ENTRY-COUNT-ADJ       VALUE "P".
000540              88  GJ-ENTRY-QTY-CORRECT     VALUE "Q".
000550              88  GJ-ENTRY-COST-REVAL      VALUE "K".
000560              88  GJ-ENTRY-DISCONTINUE     VALUE "D".
000570              88  GJ-ENTRY-MARKDOWN        VALUE "M".
000580              88  GJ-ENTRY-WRITE-OFF       VALUE "W".
000590          10  FILLER              PIC X(27).
000600      05  GJ-TOTAL-DATA REDEFINES GJ-DETAIL-DATA.
000610          10  GJ-ENTRY-COUNT      PIC 9(07).
000620          10  GJ-TOTAL-DEBITS     PIC 9(11)V99.
000630          10  GJ-TOTAL-CREDITS    PIC 9(11)V99.
000640          10  FILLER              PIC X(22).

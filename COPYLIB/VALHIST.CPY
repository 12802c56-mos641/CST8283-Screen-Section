000100*****************************************************************
000110* COPYBOOK:    VALHIST
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE VALUATION HISTORY FILE.
000150*              LAB10VAL APPENDS ONE RECORD PER RUN CARRYING
000160*              THE RUN DATE AND TIME, THE GRAND TOTAL EXTENDED
000170*              COST OF STOCK ON HAND, AND THE NUMBER OF RECORDS
000180*              VALUED.  THE END-OF-DAY GL PROOF STEP (LAB10GLP)
000190*              READS IT FOR TODAY'S VALUE AND THE VALUE THE
000200*              JOURNAL LAST PROVED FROM.
000210*
000220* MODIFICATION HISTORY
000230*   2026-10-15 DF  ORIGINAL COPYBOOK FOR VALUATION HISTORY.
000240*****************************************************************
000250  01  VAL-HIST-RECORD.
000260      05  VH-RUN-DATE             PIC X(08).
000270      05  VH-RUN-TIME             PIC X(08).
000280      05  VH-EXTENDED-COST        PIC 9(11)V99.
000290      05  VH-RECORD-COUNT         PIC 9(07).
000300      05  FILLER                  PIC X(14).

000220*
000230* MODIFICATION HISTORY
000240*   2026-09-02 DF  ORIGINAL COPYBOOK FOR PHYSICAL COUNT ENTRY.
000250*   2026-10-15 DF  ADDED THE STOCKING LOCATION COUNTED, TAKEN
000260*                  FROM THE FILLER.  BLANK MEANS THE HOME
000270*                  LOCATION.
000280*****************************************************************
000290  01  COUNT-TRANS-RECORD.
000300      05  CN-SHOE-STYLE           PIC X(05).
000310      05  CN-SHOE-SIZE            PIC X(04).
000320      05  CN-COUNT-QTY            PIC 9(05).
000330      05  CN-OPERATOR-ID          PIC X(08).
000340      05  CN-LOCATION             PIC X(02).
000350      05  FILLER                  PIC X(06).

000190*
000200* MODIFICATION HISTORY
000210*   2026-08-09 DF  ORIGINAL COPYBOOK FOR AUDIT LOG FILE.
000220*   2026-09-02 DF  ADDED TRANS-TYPE P FOR A PHYSICAL-COUNT
000230*                  ADJUSTMENT APPLIED BY LAB10CNT, SO A COUNT
000240*                  CORRECTION NO LONGER MASQUERADES AS AN
000250*                  ORDINARY KEYED CHANGE ON THE HISTORY
000260*                  LISTING.
000270*   2026-09-02 DF  ADDED QTY-BEFORE AND QTY-AFTER SO A CHANGE
000280*                  OR COUNT RECORD SHOWS WHAT THE ON-HAND
000290*                  QUANTITY WAS BEFORE AND AFTER, AND A DELETE
000300*                  CARRIES THE FINAL QUANTITY IN BOTH.  RECORDS
000310*                  WRITTEN BEFORE THE FIELDS EXISTED CARRY
000320*                  SPACES, WHICH THE HISTORY LISTING SHOWS AS
000330*                  BLANK.
000340*   2026-10-15 DF  ADDED TRANS-TYPE R FOR A RETAIL PRICE CHANGE
000350*                  APPLIED BY THE PRICE-CHANGE RUN (LAB10PRC),
000360*                  AND PRICE-BEFORE AND PRICE-AFTER TO CARRY THE
000370*                  OLD AND NEW SM-RETAIL-PRICE.  AN R RECORD
000380*                  CARRIES THE UNCHANGED ON-HAND IN BOTH QTY
000390*                  FIELDS; EVERY OTHER TYPE CARRIES SPACES IN THE
000400*                  PRICE FIELDS.
000410*   2026-10-15 DF  ADDED THE STOCKING LOCATION.  A COUNT
000420*                  RECORD CARRIES THE LOCATION COUNTED AND A
000430*                  KEYED ADD, CHANGE, OR DELETE THE HOME
000440*                  LOCATION; A PRICE CHANGE CARRIES SPACES.  THE
000450*                  QTY FIELDS STAY THE ALL-LOCATION ON-HAND.
000460*                  RECORD WIDENED FROM 56 TO 60.
000470*****************************************************************
000480  01  AUDIT-LOG-RECORD.
000490      05  AL-SHOE-STYLE           PIC X(05).
000500      05  AL-SHOE-SIZE            PIC X(04).
000510      05  AL-TRANS-TYPE           PIC X(01).
000520          88  AL-TRANS-ADD                 VALUE "A".
000530          88  AL-TRANS-CHANGE              VALUE "C".
000540          88  AL-TRANS-DELETE              VALUE "D".
000550          88  AL-TRANS-COUNT               VALUE "P".
000560          88  AL-TRANS-REPRICE             VALUE "R".
000570      05  AL-TRANS-DATE           PIC X(08).
000580      05  AL-TRANS-TIME           PIC X(08).
000590      05  AL-OPERATOR-ID          PIC X(08).
000600      05  AL-QTY-BEFORE           PIC 9(05).
000610      05  AL-QTY-AFTER            PIC 9(05).
000620      05  AL-PRICE-BEFORE         PIC 9(04)V99.
000630      05  AL-PRICE-AFTER          PIC 9(04)V99.
000640      05  AL-LOCATION             PIC X(02).
000650      05  FILLER                  PIC X(02).

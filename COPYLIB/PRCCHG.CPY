000100*****************************************************************
000110* COPYBOOK:    PRCCHG
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE PRICE-CHANGE FILE KEYED BY
000150*              MERCHANDISING.  ONE RECORD PER PRICE CHANGE FOR A
000160*              STYLE - EVERY SIZE OF IT WHEN SHOE-SIZE IS
000170*              BLANK, OR THE ONE SIZE GIVEN - CARRYING THE NEW
000180*              RETAIL PRICE, THE DATE IT TAKES EFFECT, AND WHY.
000190*              THE PRICE-CHANGE RUN (LAB10PRC) APPLIES EACH
000200*              RECORD ON OR AFTER ITS EFFECTIVE DATE AND CARRIES
000210*              THE RECORDS NOT YET DUE FORWARD IN THE FILE.
000220*
000230* MODIFICATION HISTORY
000240*   2026-10-15 DF  ORIGINAL COPYBOOK FOR PRICE CHANGES.
000250*****************************************************************
000260  01  PRICE-CHANGE-RECORD.
000270      05  PC-SHOE-STYLE           PIC X(05).
000280      05  PC-SHOE-SIZE            PIC X(04).
000290          88  PC-ALL-SIZES                 VALUE SPACES.
000300      05  PC-NEW-PRICE            PIC 9(04)V99.
000310      05  PC-EFFECTIVE-DATE       PIC X(08).
000320      05  PC-REASON-CD            PIC X(01).
000330          88  PC-MARKDOWN                  VALUE "M".
000340          88  PC-PERMANENT                 VALUE "P".
000350          88  PC-PROMO-END                 VALUE "E".
000360          88  PC-VALID-REASON              VALUES "M" "P" "E".
000370      05  PC-OPERATOR-ID          PIC X(08).
000380      05  FILLER                  PIC X(10).

000100*****************************************************************
000110* COPYBOOK:    LOCPARM
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE ONE-RECORD LOCATION
000150*              PARAMETER FILE READ BY THE MASTER LISTING
000160*              (LAB10RPT, RPTPARM), THE VALUATION REPORT
000170*              (LAB10VAL, VALPARM), AND THE REPLENISHMENT
000180*              EXTRACT (LAB10RPL, RPLPARM).  REPORT-MODE L
000190*              REPORTS BY STOCKING LOCATION, ONE LOCATION IF
000200*              LOCATION NAMES ONE OR EVERY LOCATION IF IT IS
000210*              BLANK; ANYTHING ELSE, OR NO FILE AT ALL, REPORTS
000220*              ALL LOCATIONS COMBINED FROM SHOE-MASTER AS
000230*              BEFORE.
000240*
000250* MODIFICATION HISTORY
000260*   2026-10-15 DF  ORIGINAL COPYBOOK FOR LOCATION PARAMETERS.
000270*****************************************************************
000280  01  LOC-PARM-RECORD.
000290      05  LP-REPORT-MODE          PIC X(01).
000300          88  LP-BY-LOCATION               VALUE "L".
000310      05  LP-LOCATION             PIC X(02).
000320      05  FILLER                  PIC X(77).

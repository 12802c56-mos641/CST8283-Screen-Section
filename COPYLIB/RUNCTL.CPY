000210*
000220* MODIFICATION HISTORY
000230*   2026-08-22 DF  ORIGINAL COPYBOOK FOR RUN CONTROL.
000240*   2026-10-15 DF  MASTER BACKUP COUNTS RECORDED WITH THE MASTER
000250*                   NAME (SHOEMAST, STYLEXRF, ...) AS STEP NAME.
000260*****************************************************************
000270  01  RUN-CONTROL-RECORD.
000280      05  RC-RUN-DATE             PIC X(08).
000290      05  RC-RUN-TIME             PIC X(08).
000300      05  RC-STEP-NAME            PIC X(08).
000310      05  RC-RECORD-COUNT         PIC 9(07).
000320      05  RC-STATUS-CD            PIC X(01).
000330          88  RC-STEP-GOOD                 VALUE "G".
000340          88  RC-STEP-FAILED               VALUE "F".
000350      05  FILLER                  PIC X(12).

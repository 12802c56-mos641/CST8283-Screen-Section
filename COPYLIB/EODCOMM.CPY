000210*
000220* MODIFICATION HISTORY
000230*   2026-08-22 DF  ORIGINAL COPYBOOK FOR END-OF-DAY HAND-OFF.
000240*   2026-10-15 DF  ADDED THE GL-HOLD SWITCH, RAISED BY THE GL
000250*                  PROOF STEP (LAB10GLP) WHEN THE DAY'S JOURNAL
000260*                  DOES NOT PROVE AND IS NOT RELEASED.
000270*   2026-10-15 DF  ADDED THE PROOF-ERROR SWITCH, RAISED BY THE
000280*                  PERPETUAL INVENTORY PROOF (LAB10PIP) WHEN A
000290*                  STYLE/SIZE DOES NOT PROVE TO ITS BOOK ON-HAND.
000300*   2026-10-15 DF  ADDED ONE BACKUP ENTRY PER MASTER, FILLED BY
000310*                  THE MASTER BACKUP STEP (LAB10BKP) WITH THE
000320*                  MASTER'S NAME, RECORDS UNLOADED, AND OUTCOME,
000330*                  WHICH THE DRIVER RECORDS ON RUN-CONTROL.
000340*   2026-10-15 DF  TWO MORE BACKUP ENTRIES FOR THE STOCK-BY-
000350*                  LOCATION AND TRANSFER FILES.
000360*****************************************************************
000370  01  EOD-COMM-AREA EXTERNAL.
000380      05  EOD-STEP-RECORD-COUNT   PIC 9(07).
000390      05  EOD-RECON-ERROR-SW      PIC X(01).
000400          88  EOD-RECON-ERROR              VALUE "Y".
000410      05  EOD-GL-HOLD-SW          PIC X(01).
000420          88  EOD-GL-HOLD                  VALUE "Y".
000430      05  EOD-PROOF-ERROR-SW      PIC X(01).
000440          88  EOD-PROOF-ERROR              VALUE "Y".
000450      05  EOD-BACKUP-ENTRY OCCURS 6 TIMES.
000460          10  EOD-BACKUP-FILE-ID  PIC X(08).
000470          10  EOD-BACKUP-COUNT    PIC 9(07).
000480          10  EOD-BACKUP-STATUS-CD
000490                                  PIC X(01).
000500              88  EOD-BACKUP-GOOD          VALUE "G".
000510      05  FILLER                  PIC X(08).

000200*
000210* MODIFICATION HISTORY
000220*   2026-08-09 DF  ORIGINAL COPYBOOK FOR CONTROL-TOTALS FILE.
000230*   2026-08-22 DF  ADDED RUN-TYPE SO THE RECONCILIATION REPORT
000240*                  CAN TELL A KEYED LAB10 RUN (WHOSE WRITES ADD
000250*                  MASTER RECORDS) FROM A POSTING RUN (WHOSE
000260*                  WRITES ONLY REWRITE EXISTING RECORDS).  A
000270*                  SPACE IS A KEYED RUN WRITTEN BEFORE THE
000280*                  FIELD EXISTED.
000290*   2026-08-22 DF  ADDED RUN-TYPE M FOR THE BULK MAINTENANCE
000300*                  RUN (LAB10BMT), WHOSE WRITES ADD MASTER
000310*                  RECORDS THE WAY A KEYED RUN'S DO.
000320*   2026-08-22 DF  ADDED RUN-TYPE R FOR A RECORD RECOVERED FROM
000330*                  THE SESSION JOURNAL AFTER A LAB10 SESSION
000340*                  DIED BEFORE WRITING ITS OWN TOTALS, SO THE
000350*                  RECONCILIATION CAN TELL AN ABNORMAL END
000360*                  APART FROM A GENUINELY DROPPED WRITE.
000370*   2026-08-22 DF  ADDED RUN-TYPE C FOR THE CARRY-FORWARD
000380*                  RECORD THE ARCHIVE RUN (LAB10ARC) APPENDS
000390*                  AFTER ROLLING OLD RECORDS TO HISTORY, SO
000400*                  THE CUMULATIVE WRITES-VERSUS-MASTER-COUNT
000410*                  COMPARE STAYS IN BALANCE ACROSS AN ARCHIVE.
000420*   2026-09-02 DF  ADDED RUN-TYPE T FOR THE PHYSICAL-COUNT
000430*                  ADJUSTMENT RUN (LAB10CNT), WHOSE WRITES
000440*                  REWRITE EXISTING RECORDS THE WAY A POSTING
000450*                  RUN'S DO, SO ITS COUNTS STAY OUT OF THE
000460*                  CUMULATIVE WRITES-VERSUS-MASTER COMPARE.
000470*   2026-10-15 DF  ADDED RUN-TYPE V FOR THE PRICE-CHANGE RUN
000480*                  (LAB10PRC), WHOSE WRITES REWRITE EXISTING
000490*                  RECORDS THE WAY A POSTING RUN'S DO.
000500*****************************************************************
000510  01  CONTROL-TOTALS-RECORD.
000520      05  CT-RUN-DATE             PIC X(08).
000530      05  CT-RUN-TIME             PIC X(08).
000540      05  CT-OPERATOR-ID          PIC X(08).
000550      05  CT-ACCEPT-COUNT         PIC 9(05).
000560      05  CT-WRITE-COUNT          PIC 9(05).
000570      05  CT-RUN-TYPE             PIC X(01).
000580          88  CT-KEYED-RUN                 VALUES "K" SPACE.
000590          88  CT-POSTING-RUN               VALUE "P".
000600          88  CT-MAINT-RUN                 VALUE "M".
000610          88  CT-RECOVERED-RUN             VALUE "R".
000620          88  CT-CARRY-RUN                 VALUE "C".
000630          88  CT-COUNT-RUN                 VALUE "T".
000640          88  CT-PRICE-RUN                 VALUE "V".
000650      05  FILLER                  PIC X(09).

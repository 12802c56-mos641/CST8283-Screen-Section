000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-08-22
000150* Purpose: END-OF-DAY DRIVER.  RUNS THE EVENING STREAM -
000160*          LAB10BKP (MASTER BACKUP), LAB10LOC (STOCK BY
000170*          LOCATION BALANCE), LAB10RPT (INVENTORY
000180*          LISTING), LAB10REC
000190*          (RECONCILIATION), LAB10PIP (PERPETUAL INVENTORY
000200*          PROOF), LAB10EXP (VENDOR EXPORT), LAB10RPL
000210*          (REPLENISHMENT EXTRACT), LAB10VAL (VALUATION),
000220*          LAB10GLP (GL JOURNAL PROOF AND RELEASE), LAB10CCS
000230*          (CYCLE COUNT SCHEDULE), LAB10XFR (TRANSFER
000240*          EXCEPTIONS) - IN
000250*          ORDER, RECORDING EACH STEP'S OUTCOME AND RECORD
000260*          COUNT ON THE RUN-CONTROL FILE (RUNCTL).  THE VENDOR
000270*          EXPORT IS REFUSED, WITH A HOLD NOTICE SAYING WHAT
000280*          TO FIX, WHEN AN EARLIER STEP FAILED, THE
000290*          RECONCILIATION FOUND A MISMATCH, OR A STYLE/SIZE
000300*          DID NOT PROVE TO ITS BOOK ON-HAND, SO A BAD DAY'S
000310*          FILE NEVER REACHES THE VENDOR.  A BUSINESS DATE
000320*          WITH A GOOD LAB10EXP STEP ALREADY ON RUN-CONTROL IS
000330*          REFUSED OUTRIGHT, SO THE VENDOR NEVER GETS THE SAME
000340*          DAY'S FILE TWICE.  A GL JOURNAL THAT DOES NOT
000350*          PROVE TO THE CHANGE IN VALUE IS HELD BACK FROM
000360*          ACCOUNTING WITH ITS OWN NOTICE; IT DOES NOT HOLD
000370*          THE VENDOR EXPORT.
000380*****************************************************************
000390  IDENTIFICATION DIVISION.
000400  PROGRAM-ID. LAB10EOD.
000410  AUTHOR. D. FALLIS.
000420  INSTALLATION. RETAIL SYSTEMS.
000430  DATE-WRITTEN. 2026-08-22.
000440  DATE-COMPILED.
000450*****************************************************************
000460* MODIFICATION HISTORY
000470*   2026-08-22  DF  ORIGINAL PROGRAM.
000480*   2026-09-02  DF  ADDED THE REPLENISHMENT EXTRACT (LAB10RPL)
000490*                   AS A STEP AFTER THE VENDOR EXPORT.  IT IS
000500*                   HELD UNDER THE SAME GATE AS THE EXPORT -
000510*                   SUGGESTED ORDER QUANTITIES COMPUTED FROM AN
000520*                   UNRECONCILED MASTER WOULD ORDER THE WRONG
000530*                   PAIRS.
000540*   2026-10-15  DF  ADDED THE VALUATION (LAB10VAL) AND GL
000550*                   JOURNAL PROOF (LAB10GLP) STEPS AT THE END
000560*                   OF THE STREAM.  WHEN THE GL PROOF HOLDS THE
000570*                   JOURNAL THE STEP IS RECORDED AS FAILED AND
000580*                   A GL HOLD NOTICE IS PRINTED.  THE VENDOR
000590*                   EXPORT HAS ALREADY RUN BY THEN AND DOES NOT
000600*                   DEPEND ON THE GL PROOF.
000610*   2026-10-15  DF  ADDED THE PERPETUAL INVENTORY PROOF
000620*                   (LAB10PIP) AFTER THE RECONCILIATION.  A
000630*                   STYLE/SIZE THAT DOES NOT PROVE HOLDS THE
000640*                   VENDOR EXPORT AND REPLENISHMENT EXTRACT
000650*                   THE SAME WAY A RECONCILIATION MISMATCH DOES.
000660*   2026-10-15  DF  ADDED THE MASTER BACKUP (LAB10BKP) AS THE
000670*                   FIRST STEP.  EACH MASTER'S UNLOAD COUNT IS
000680*                   RECORDED ON RUN-CONTROL UNDER THE MASTER'S
000690*                   NAME.  A MASTER THAT COULD NOT BE BACKED UP
000700*                   PRINTS A NOTICE BUT DOES NOT HOLD THE EXPORT.
000710*   2026-10-15  DF  ADDED THE CYCLE COUNT SCHEDULER (LAB10CCS)
000720*                   AS THE LAST STEP.  THE NUMBER OF STYLE/SIZES
000730*                   PUT ON TONIGHT'S COUNT SHEETS IS RECORDED AS
000740*                   ITS COUNT.  IT HOLDS NOTHING.
000750*   2026-10-15  DF  ADDED THE STOCK BY LOCATION BALANCE
000760*                   (LAB10LOC) AFTER THE BACKUP, SO EVERY
000770*                   REPORT THAT NIGHT SEES THE LOCATIONS HELD TO
000780*                   THE MASTER, AND THE TRANSFER EXCEPTION
000790*                   REPORT (LAB10XFR) AS THE LAST STEP.  THEIR
000800*                   COUNTS ARE THE STYLE/SIZES BALANCED AND THE
000810*                   OVERDUE TRANSFERS.  NEITHER HOLDS ANYTHING.
000820*   2026-10-15  DF  THE BACKUP NOW UNLOADS THE STOCK-BY-LOCATION
000830*                   AND TRANSFER FILES TOO, SO RUN-CONTROL TAKES
000840*                   SIX BACKUP ENTRIES A NIGHT INSTEAD OF FOUR.
000850*****************************************************************
000860  ENVIRONMENT DIVISION.
000870  INPUT-OUTPUT SECTION.
000880  FILE-CONTROL.
000890      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000900          ORGANIZATION IS LINE SEQUENTIAL
000910          FILE STATUS IS WS-RUN-CONTROL-STATUS.
000920
000930      SELECT EOD-LISTING ASSIGN TO "EODRPT"
000940          ORGANIZATION IS LINE SEQUENTIAL
000950          FILE STATUS IS WS-EOD-LISTING-STATUS.
000960
000970  DATA DIVISION.
000980  FILE SECTION.
000990  FD  RUN-CONTROL
001000      LABEL RECORDS ARE STANDARD.
001010      COPY RUNCTL.
001020
001030  FD  EOD-LISTING
001040      LABEL RECORDS ARE STANDARD.
001050  01  LISTING-RECORD               PIC X(80).
001060
001070  WORKING-STORAGE SECTION.
001080  01  WS-RUN-CONTROL-STATUS       PIC X(02).
001090      88  WS-RC-OK                        VALUE "00".
001100      88  WS-RC-EOF                       VALUE "10".
001110      88  WS-RC-FILE-NOT-FOUND            VALUE "35".
001120
001130  01  WS-EOD-LISTING-STATUS       PIC X(02).
001140      88  WS-EL-OK                        VALUE "00".
001150
001160  01  WS-RUN-CONTROL-EOF-SW       PIC X(01) VALUE "N".
001170      88  WS-RUN-CONTROL-EOF              VALUE "Y".
001180
001190  01  WS-DUP-RUN-SW               PIC X(01) VALUE "N".
001200      88  WS-DUP-RUN                      VALUE "Y".
001210
001220  01  WS-STEP-FAILED-SW           PIC X(01) VALUE "N".
001230      88  WS-STEP-FAILED                  VALUE "Y".
001240
001250  01  WS-RECON-HELD-SW            PIC X(01) VALUE "N".
001260      88  WS-RECON-HELD                   VALUE "Y".
001270
001280  01  WS-PROOF-HELD-SW            PIC X(01) VALUE "N".
001290      88  WS-PROOF-HELD                   VALUE "Y".
001300
001310  01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001320  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001330
001340  01  WS-STEP-NAME                PIC X(08) VALUE SPACES.
001350  01  WS-STEP-STATUS              PIC X(01) VALUE SPACE.
001360  01  WS-BACKUP-SUB               PIC 9(01) VALUE ZERO.
001370
001380      COPY EODCOMM.
001390
001400  01  WS-HEADING-1.
001410      05  FILLER                   PIC X(22)
001420              VALUE "END-OF-DAY RUN        ".
001430      05  FILLER                   PIC X(06) VALUE "DATE  ".
001440      05  H1-RUN-DATE              PIC 9(08).
001450
001460  01  WS-STEP-LINE.
001470      05  SL-STEP-NAME             PIC X(08).
001480      05  FILLER                   PIC X(04) VALUE SPACES.
001490      05  FILLER                   PIC X(10)
001500              VALUE "RECORDS - ".
001510      05  SL-RECORD-COUNT          PIC ZZZ,ZZZ9.
001520      05  FILLER                   PIC X(04) VALUE SPACES.
001530      05  SL-STEP-STATUS           PIC X(06).
001540
001550  01  WS-DUP-LINE-1.
001560      05  FILLER                   PIC X(42)
001570              VALUE "** END-OF-DAY ALREADY COMPLETED FOR DATE -".
001580      05  FILLER                   PIC X(15)
001590              VALUE " RUN REFUSED **".
001600
001610  01  WS-DUP-LINE-2.
001620      05  FILLER                   PIC X(42)
001630              VALUE "** THE VENDOR ALREADY HAS THIS DAYS FILE -".
001640      05  FILLER                   PIC X(19)
001650              VALUE " DO NOT RESEND   **".
001660
001670  01  WS-HOLD-LINE-1.
001680      05  FILLER                   PIC X(40)
001690              VALUE "** VENDOR EXPORT HELD - NO VNDEXPRT FILE".
001700      05  FILLER                   PIC X(15)
001710              VALUE " PRODUCED    **".
001720
001730  01  WS-HOLD-LINE-2.
001740      05  FILLER                   PIC X(43)
001750              VALUE "** CAUSE - RECONCILIATION MISMATCH.  REVIEW".
001760      05  FILLER                   PIC X(10)
001770              VALUE " CTLRPT **".
001780
001790  01  WS-HOLD-LINE-3.
001800      05  FILLER                   PIC X(43)
001810              VALUE "** CAUSE - A PRIOR STEP FAILED.  REVIEW THE".
001820      05  FILLER                   PIC X(13)
001830              VALUE " STEP LIST **".
001840
001850  01  WS-HOLD-LINE-5.
001860      05  FILLER                   PIC X(41)
001870              VALUE "** CAUSE - PERPETUAL INVENTORY PROOF MISM".
001880      05  FILLER                   PIC X(27)
001890              VALUE "ATCH.  REVIEW PIPRPT     **".
001900
001910  01  WS-HOLD-LINE-4.
001920      05  FILLER                   PIC X(41)
001930              VALUE "** FIX THE CAUSE AND RERUN END-OF-DAY FOR".
001940      05  FILLER                   PIC X(15)
001950              VALUE " THIS DATE   **".
001960
001970  01  WS-RPL-HOLD-LINE.
001980      05  FILLER                   PIC X(43)
001990              VALUE "** REPLENISHMENT EXTRACT HELD - NO SUGORDER".
002000      05  FILLER                   PIC X(16)
002010              VALUE " FILE PRODUCED**".
002020
002030  01  WS-GL-HOLD-LINE-1.
002040      05  FILLER                   PIC X(36)
002050              VALUE "** GL JOURNAL HELD - NOT RELEASED TO".
002060      05  FILLER                   PIC X(22)
002070              VALUE " ACCOUNTING (GLEXPORT)".
002080      05  FILLER                   PIC X(03) VALUE " **".
002090
002100  01  WS-GL-HOLD-LINE-2.
002110      05  FILLER                   PIC X(42)
002120              VALUE "** CAUSE - SEE GLPRPT.  HELD ENTRIES STAY ".
002130      05  FILLER                   PIC X(28)
002140              VALUE "ON GLJRNL FOR THE NEXT RUN**".
002150
002160  01  WS-BKP-FAIL-LINE.
002170      05  FILLER                   PIC X(12)
002180              VALUE "** BACKUP - ".
002190      05  BF-FILE-ID               PIC X(09).
002200      05  FILLER                   PIC X(40)
002210              VALUE "NOT UNLOADED TONIGHT.  REVIEW BKPRPT  **".
002220
002230  PROCEDURE DIVISION.
002240  0000-MAIN-PROCEDURE.
002250      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260
002270      IF NOT WS-DUP-RUN
002280          PERFORM 1500-RUN-BACKUP-STEP THRU 1500-EXIT
002290          PERFORM 1700-RUN-LOC-BALANCE-STEP THRU 1700-EXIT
002300          PERFORM 2000-RUN-REPORT-STEP THRU 2000-EXIT
002310          PERFORM 3000-RUN-RECON-STEP THRU 3000-EXIT
002320          PERFORM 3500-RUN-PROOF-STEP THRU 3500-EXIT
002330          PERFORM 4000-RUN-EXPORT-STEP THRU 4000-EXIT
002340          PERFORM 5000-RUN-REPLENISH-STEP THRU 5000-EXIT
002350          PERFORM 6000-RUN-VALUE-STEP THRU 6000-EXIT
002360          PERFORM 6500-RUN-GL-PROOF-STEP THRU 6500-EXIT
002370          PERFORM 6800-RUN-COUNT-SCHED-STEP THRU 6800-EXIT
002380          PERFORM 6900-RUN-XFR-EXCEPT-STEP THRU 6900-EXIT
002390      END-IF.
002400
002410      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420
002430      STOP RUN.
002440
002450*****************************************************************
002460* 1000-INITIALIZE - OPEN THE REPORT, SCAN RUN-CONTROL FOR A
002470*                   GOOD LAB10EXP STEP ALREADY RECORDED FOR
002480*                   THIS BUSINESS DATE, AND REFUSE THE RUN IF
002490*                   ONE IS THERE.
002500*****************************************************************
002510  1000-INITIALIZE.
002520      ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002530      ACCEPT WS-CURRENT-TIME FROM TIME.
002540
002550      OPEN OUTPUT EOD-LISTING.
002560      MOVE WS-BUSINESS-DATE TO H1-RUN-DATE.
002570      WRITE LISTING-RECORD FROM WS-HEADING-1.
002580      MOVE SPACES TO LISTING-RECORD.
002590      WRITE LISTING-RECORD.
002600
002610      OPEN INPUT RUN-CONTROL.
002620      IF WS-RC-FILE-NOT-FOUND
002630          MOVE "Y" TO WS-RUN-CONTROL-EOF-SW
002640      ELSE
002650          PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
002660          PERFORM 1200-SCAN-RUN-CONTROL THRU 1200-EXIT
002670              UNTIL WS-RUN-CONTROL-EOF
002680          CLOSE RUN-CONTROL
002690      END-IF.
002700
002710      IF WS-DUP-RUN
002720          WRITE LISTING-RECORD FROM WS-DUP-LINE-1
002730          WRITE LISTING-RECORD FROM WS-DUP-LINE-2
002740      ELSE
002750          OPEN EXTEND RUN-CONTROL
002760          IF WS-RC-FILE-NOT-FOUND
002770              OPEN OUTPUT RUN-CONTROL
002780          END-IF
002790      END-IF.
002800  1000-EXIT.
002810      EXIT.
002820
002830*****************************************************************
002840* 1100-READ-RUN-CONTROL - READ THE NEXT RUN-CONTROL RECORD.
002850*****************************************************************
002860  1100-READ-RUN-CONTROL.
002870      READ RUN-CONTROL
002880          AT END
002890              MOVE "Y" TO WS-RUN-CONTROL-EOF-SW
002900      END-READ.
002910  1100-EXIT.
002920      EXIT.
002930
002940*****************************************************************
002950* 1200-SCAN-RUN-CONTROL - LOOK FOR A GOOD LAB10EXP STEP FOR
002960*                         THIS BUSINESS DATE AND READ AHEAD.
002970*****************************************************************
002980  1200-SCAN-RUN-CONTROL.
002990      IF RC-RUN-DATE = WS-BUSINESS-DATE
003000              AND RC-STEP-NAME = "LAB10EXP"
003010              AND RC-STEP-GOOD
003020          MOVE "Y" TO WS-DUP-RUN-SW
003030      END-IF.
003040
003050      PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
003060  1200-EXIT.
003070      EXIT.
003080
003090*****************************************************************
003100* 1500-RUN-BACKUP-STEP - UNLOAD THE MASTERS TO A NEW BACKUP
003110*                        GENERATION BEFORE ANYTHING ELSE RUNS,
003120*                        THEN RECORD EACH MASTER'S COUNT ON
003130*                        RUN-CONTROL UNDER ITS OWN NAME.
003140*****************************************************************
003150  1500-RUN-BACKUP-STEP.
003160      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
003170      PERFORM 1510-CLEAR-BACKUP-ENTRY THRU 1510-EXIT
003180          VARYING WS-BACKUP-SUB FROM 1 BY 1
003190          UNTIL WS-BACKUP-SUB > 6.
003200      MOVE "LAB10BKP" TO WS-STEP-NAME.
003210      MOVE "G" TO WS-STEP-STATUS.
003220
003230      CALL "LAB10BKP"
003240          ON EXCEPTION
003250              MOVE "F" TO WS-STEP-STATUS
003260              MOVE "Y" TO WS-STEP-FAILED-SW
003270      END-CALL.
003280
003290      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
003300
003310      PERFORM 1520-RECORD-BACKUP-COUNT THRU 1520-EXIT
003320          VARYING WS-BACKUP-SUB FROM 1 BY 1
003330          UNTIL WS-BACKUP-SUB > 6.
003340  1500-EXIT.
003350      EXIT.
003360
003370*****************************************************************
003380* 1510-CLEAR-BACKUP-ENTRY - CLEAR ONE MASTER'S BACKUP ENTRY.
003390*****************************************************************
003400  1510-CLEAR-BACKUP-ENTRY.
003410      MOVE SPACES TO EOD-BACKUP-FILE-ID (WS-BACKUP-SUB).
003420      MOVE ZERO TO EOD-BACKUP-COUNT (WS-BACKUP-SUB).
003430      MOVE SPACE TO EOD-BACKUP-STATUS-CD (WS-BACKUP-SUB).
003440  1510-EXIT.
003450      EXIT.
003460
003470*****************************************************************
003480* 1520-RECORD-BACKUP-COUNT - RECORD ONE MASTER'S UNLOAD, AND
003490*                            PRINT A NOTICE WHEN IT FAILED.
003500*****************************************************************
003510  1520-RECORD-BACKUP-COUNT.
003520      IF EOD-BACKUP-FILE-ID (WS-BACKUP-SUB) NOT = SPACES
003530          MOVE EOD-BACKUP-FILE-ID (WS-BACKUP-SUB) TO WS-STEP-NAME
003540          MOVE EOD-BACKUP-COUNT (WS-BACKUP-SUB)
003550              TO EOD-STEP-RECORD-COUNT
003560          IF EOD-BACKUP-GOOD (WS-BACKUP-SUB)
003570              MOVE "G" TO WS-STEP-STATUS
003580          ELSE
003590              MOVE "F" TO WS-STEP-STATUS
003600              MOVE EOD-BACKUP-FILE-ID (WS-BACKUP-SUB)
003610                  TO BF-FILE-ID
003620              WRITE LISTING-RECORD FROM WS-BKP-FAIL-LINE
003630          END-IF
003640          PERFORM 7000-RECORD-STEP THRU 7000-EXIT
003650      END-IF.
003660  1520-EXIT.
003670      EXIT.
003680
003690*****************************************************************
003700* 1700-RUN-LOC-BALANCE-STEP - HOLD THE STOCK-BY-LOCATION FILE TO
003710*                             THE MASTER BEFORE ANY REPORT READS
003720*                             IT.
003730*****************************************************************
003740  1700-RUN-LOC-BALANCE-STEP.
003750      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
003760      MOVE "LAB10LOC" TO WS-STEP-NAME.
003770      MOVE "G" TO WS-STEP-STATUS.
003780
003790      CALL "LAB10LOC"
003800          ON EXCEPTION
003810              MOVE "F" TO WS-STEP-STATUS
003820              MOVE "Y" TO WS-STEP-FAILED-SW
003830      END-CALL.
003840
003850      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
003860  1700-EXIT.
003870      EXIT.
003880
003890*****************************************************************
003900* 2000-RUN-REPORT-STEP - RUN THE INVENTORY LISTING.
003910*****************************************************************
003920  2000-RUN-REPORT-STEP.
003930      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
003940      MOVE "N" TO EOD-RECON-ERROR-SW.
003950      MOVE "LAB10RPT" TO WS-STEP-NAME.
003960      MOVE "G" TO WS-STEP-STATUS.
003970
003980      CALL "LAB10RPT"
003990          ON EXCEPTION
004000              MOVE "F" TO WS-STEP-STATUS
004010              MOVE "Y" TO WS-STEP-FAILED-SW
004020      END-CALL.
004030
004040      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
004050  2000-EXIT.
004060      EXIT.
004070
004080*****************************************************************
004090* 3000-RUN-RECON-STEP - RUN THE RECONCILIATION AND KEEP ITS
004100*                       VERDICT FOR THE EXPORT GATE.
004110*****************************************************************
004120  3000-RUN-RECON-STEP.
004130      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
004140      MOVE "N" TO EOD-RECON-ERROR-SW.
004150      MOVE "LAB10REC" TO WS-STEP-NAME.
004160      MOVE "G" TO WS-STEP-STATUS.
004170
004180      CALL "LAB10REC"
004190          ON EXCEPTION
004200              MOVE "F" TO WS-STEP-STATUS
004210              MOVE "Y" TO WS-STEP-FAILED-SW
004220      END-CALL.
004230
004240      IF EOD-RECON-ERROR
004250          MOVE "Y" TO WS-RECON-HELD-SW
004260      END-IF.
004270
004280      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
004290  3000-EXIT.
004300      EXIT.
004310
004320*****************************************************************
004330* 3500-RUN-PROOF-STEP - RUN THE PERPETUAL INVENTORY PROOF AND
004340*                       KEEP ITS VERDICT FOR THE EXPORT GATE.
004350*****************************************************************
004360  3500-RUN-PROOF-STEP.
004370      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
004380      MOVE "N" TO EOD-PROOF-ERROR-SW.
004390      MOVE "LAB10PIP" TO WS-STEP-NAME.
004400      MOVE "G" TO WS-STEP-STATUS.
004410
004420      CALL "LAB10PIP"
004430          ON EXCEPTION
004440              MOVE "F" TO WS-STEP-STATUS
004450              MOVE "Y" TO WS-STEP-FAILED-SW
004460      END-CALL.
004470
004480      IF EOD-PROOF-ERROR
004490          MOVE "Y" TO WS-PROOF-HELD-SW
004500      END-IF.
004510
004520      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
004530  3500-EXIT.
004540      EXIT.
004550
004560*****************************************************************
004570* 4000-RUN-EXPORT-STEP - RUN THE VENDOR EXPORT ONLY WHEN EVERY
004580*                        EARLIER STEP ENDED GOOD, THE
004590*                        RECONCILIATION FOUND NO MISMATCH AND
004600*                        EVERY STYLE/SIZE PROVED.
004610*                        OTHERWISE PRINT THE HOLD NOTICE AND
004620*                        RECORD THE STEP AS FAILED/HELD.
004630*****************************************************************
004640  4000-RUN-EXPORT-STEP.
004650      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
004660      MOVE "LAB10EXP" TO WS-STEP-NAME.
004670
004680      IF WS-STEP-FAILED OR WS-RECON-HELD OR WS-PROOF-HELD
004690          MOVE "F" TO WS-STEP-STATUS
004700          WRITE LISTING-RECORD FROM WS-HOLD-LINE-1
004710          IF WS-RECON-HELD
004720              WRITE LISTING-RECORD FROM WS-HOLD-LINE-2
004730          END-IF
004740          IF WS-PROOF-HELD
004750              WRITE LISTING-RECORD FROM WS-HOLD-LINE-5
004760          END-IF
004770          IF WS-STEP-FAILED
004780              WRITE LISTING-RECORD FROM WS-HOLD-LINE-3
004790          END-IF
004800          WRITE LISTING-RECORD FROM WS-HOLD-LINE-4
004810      ELSE
004820          MOVE "G" TO WS-STEP-STATUS
004830          CALL "LAB10EXP"
004840              ON EXCEPTION
004850                  MOVE "F" TO WS-STEP-STATUS
004860                  MOVE "Y" TO WS-STEP-FAILED-SW
004870          END-CALL
004880      END-IF.
004890
004900      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
004910  4000-EXIT.
004920      EXIT.
004930
004940*****************************************************************
004950* 5000-RUN-REPLENISH-STEP - RUN THE REPLENISHMENT EXTRACT UNDER
004960*                           THE SAME GATE AS THE VENDOR EXPORT.
004970*                           SUGGESTED ORDER QUANTITIES COMPUTED
004980*                           FROM AN UNRECONCILED MASTER WOULD
004990*                           ORDER THE WRONG PAIRS, SO A HELD DAY
005000*                           PRODUCES NO SUGGESTED-ORDER FILE.
005010*****************************************************************
005020  5000-RUN-REPLENISH-STEP.
005030      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
005040      MOVE "LAB10RPL" TO WS-STEP-NAME.
005050
005060      IF WS-STEP-FAILED OR WS-RECON-HELD OR WS-PROOF-HELD
005070          MOVE "F" TO WS-STEP-STATUS
005080          WRITE LISTING-RECORD FROM WS-RPL-HOLD-LINE
005090      ELSE
005100          MOVE "G" TO WS-STEP-STATUS
005110          CALL "LAB10RPL"
005120              ON EXCEPTION
005130                  MOVE "F" TO WS-STEP-STATUS
005140                  MOVE "Y" TO WS-STEP-FAILED-SW
005150          END-CALL
005160      END-IF.
005170
005180      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
005190  5000-EXIT.
005200      EXIT.
005210
005220*****************************************************************
005230* 6000-RUN-VALUE-STEP - RUN THE VALUATION, WHICH RECORDS
005240*                       TODAY'S EXTENDED COST FOR THE GL PROOF.
005250*****************************************************************
005260  6000-RUN-VALUE-STEP.
005270      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
005280      MOVE "LAB10VAL" TO WS-STEP-NAME.
005290      MOVE "G" TO WS-STEP-STATUS.
005300
005310      CALL "LAB10VAL"
005320          ON EXCEPTION
005330              MOVE "F" TO WS-STEP-STATUS
005340              MOVE "Y" TO WS-STEP-FAILED-SW
005350      END-CALL.
005360
005370      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
005380  6000-EXIT.
005390      EXIT.
005400
005410*****************************************************************
005420* 6500-RUN-GL-PROOF-STEP - PROVE AND RELEASE THE GL JOURNAL.
005430*                          A HELD JOURNAL RECORDS THE STEP AS
005440*                          FAILED AND PRINTS THE GL HOLD NOTICE.
005450*****************************************************************
005460  6500-RUN-GL-PROOF-STEP.
005470      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
005480      MOVE "N" TO EOD-GL-HOLD-SW.
005490      MOVE "LAB10GLP" TO WS-STEP-NAME.
005500      MOVE "G" TO WS-STEP-STATUS.
005510
005520      CALL "LAB10GLP"
005530          ON EXCEPTION
005540              MOVE "F" TO WS-STEP-STATUS
005550              MOVE "Y" TO WS-STEP-FAILED-SW
005560      END-CALL.
005570
005580      IF EOD-GL-HOLD
005590          MOVE "F" TO WS-STEP-STATUS
005600          WRITE LISTING-RECORD FROM WS-GL-HOLD-LINE-1
005610          WRITE LISTING-RECORD FROM WS-GL-HOLD-LINE-2
005620      END-IF.
005630
005640      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
005650  6500-EXIT.
005660      EXIT.
005670
005680*****************************************************************
005690* 6800-RUN-COUNT-SCHED-STEP - RUN THE CYCLE COUNT SCHEDULER,
005700*                             WHICH PRINTS THE NIGHT'S COUNT
005710*                             SHEETS.  THE SHEETS ARE WANTED
005720*                             EVEN ON A HELD DAY.
005730*****************************************************************
005740  6800-RUN-COUNT-SCHED-STEP.
005750      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
005760      MOVE "LAB10CCS" TO WS-STEP-NAME.
005770      MOVE "G" TO WS-STEP-STATUS.
005780
005790      CALL "LAB10CCS"
005800          ON EXCEPTION
005810              MOVE "F" TO WS-STEP-STATUS
005820              MOVE "Y" TO WS-STEP-FAILED-SW
005830      END-CALL.
005840
005850      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
005860  6800-EXIT.
005870      EXIT.
005880
005890*****************************************************************
005900* 6900-RUN-XFR-EXCEPT-STEP - LIST THE INTER-STORE TRANSFERS
005910*                            STILL IN TRANSIT PAST THEIR DAYS.
005920*****************************************************************
005930  6900-RUN-XFR-EXCEPT-STEP.
005940      MOVE ZERO TO EOD-STEP-RECORD-COUNT.
005950      MOVE "LAB10XFR" TO WS-STEP-NAME.
005960      MOVE "G" TO WS-STEP-STATUS.
005970
005980      CALL "LAB10XFR"
005990          ON EXCEPTION
006000              MOVE "F" TO WS-STEP-STATUS
006010              MOVE "Y" TO WS-STEP-FAILED-SW
006020      END-CALL.
006030
006040      PERFORM 7000-RECORD-STEP THRU 7000-EXIT.
006050  6900-EXIT.
006060      EXIT.
006070
006080*****************************************************************
006090* 7000-RECORD-STEP - APPEND ONE STEP OUTCOME TO RUN-CONTROL
006100*                    AND PRINT ITS LINE ON THE RUN REPORT.
006110*****************************************************************
006120  7000-RECORD-STEP.
006130      MOVE SPACES TO RUN-CONTROL-RECORD.
006140      MOVE WS-BUSINESS-DATE TO RC-RUN-DATE.
006150      ACCEPT WS-CURRENT-TIME FROM TIME.
006160      MOVE WS-CURRENT-TIME TO RC-RUN-TIME.
006170      MOVE WS-STEP-NAME TO RC-STEP-NAME.
006180      MOVE EOD-STEP-RECORD-COUNT TO RC-RECORD-COUNT.
006190      MOVE WS-STEP-STATUS TO RC-STATUS-CD.
006200      WRITE RUN-CONTROL-RECORD.
006210
006220      MOVE WS-STEP-NAME TO SL-STEP-NAME.
006230      MOVE EOD-STEP-RECORD-COUNT TO SL-RECORD-COUNT.
006240      IF WS-STEP-STATUS = "G"
006250          MOVE "GOOD" TO SL-STEP-STATUS
006260      ELSE
006270          MOVE "FAILED" TO SL-STEP-STATUS
006280      END-IF.
006290      WRITE LISTING-RECORD FROM WS-STEP-LINE.
006300  7000-EXIT.
006310      EXIT.
006320
006330*****************************************************************
006340* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
006350*****************************************************************
006360  9000-TERMINATE.
006370      IF NOT WS-DUP-RUN
006380          CLOSE RUN-CONTROL
006390      END-IF.
006400      CLOSE EOD-LISTING.
006410  9000-EXIT.
006420      EXIT.
006430
006440  END PROGRAM LAB10EOD.

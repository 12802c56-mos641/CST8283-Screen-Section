000240*          (RUN-TYPE T) WHOSE WRITES, LIKE A POSTING RUN'S,
000250*          ONLY REWRITE EXISTING RECORDS.  A ZERO VARIANCE IS
000260*          REPORTED BUT NOT APPLIED - THE BOOK WAS RIGHT.
000270*          A COUNT IS TAKEN AT ONE STOCKING LOCATION AND HELD
000280*          TO THAT LOCATION'S BOOK ON THE STOCK-BY-LOCATION
000290*          FILE (STKLOC); THE VARIANCE MOVES THE ALL-LOCATION
000300*          ON-HAND ON SHOE-MASTER BY THE SAME NUMBER OF PAIRS.
000310*****************************************************************
000320  IDENTIFICATION DIVISION.
000330  PROGRAM-ID. LAB10CNT.
000340  AUTHOR. D. FALLIS.
000350  INSTALLATION. RETAIL SYSTEMS.
000360  DATE-WRITTEN. 2026-09-02.
000370  DATE-COMPILED.
000380*****************************************************************
000390* MODIFICATION HISTORY
000400*   2026-09-02  DF  ORIGINAL PROGRAM.
000410*   2026-09-02  DF  AUDIT-LOG RECORDS NOW CARRY THE BOOK
000420*                   QUANTITY AS BEFORE AND THE COUNTED
000430*                   QUANTITY AS AFTER, AS THE OTHER AUDIT
000440*                   WRITERS DO.
000450*   2026-10-15  DF  EACH ADJUSTMENT NOW JOURNALS ITS VALUE AT
000460*                   UNIT COST TO THE GL JOURNAL (GLJRNL) -
000470*                   A GAIN INTO INVENTORY FROM SHRINK, A LOSS
000480*                   OUT OF INVENTORY TO SHRINK, AGAINST THE
000490*                   DISCONTINUED INVENTORY ACCOUNT FOR AN
000500*                   INACTIVE STYLE - AND THE RUN CLOSES ITS
000510*                   BATCH WITH A BATCH-TOTAL RECORD.
000520*   2026-10-15  DF  A COUNT THAT AGREES WITH THE BOOK NOW LOGS
000530*                   A P AUDIT RECORD TOO (BEFORE = AFTER), SO
000540*                   THE CYCLE COUNT SCHEDULER (LAB10CCS) SEES
000550*                   EVERY STYLE/SIZE COUNTED, NOT ONLY THOSE
000560*                   THAT WERE ADJUSTED.
000570*   2026-10-15  DF  A COUNT NOW NAMES THE STOCKING LOCATION
000580*                   COUNTED (BLANK MEANS THE HOME LOCATION) AND IS
000590*                   JUDGED AGAINST THAT LOCATION'S ON-HAND ON THE
000600*                   STOCK-BY-LOCATION FILE (STKLOC), AFTER THE
000610*                   STYLE/SIZE'S LOCATIONS ARE BALANCED TO THE
000620*                   MASTER THE WAY LAB10PST DOES.  THE LOCATION IS
000630*                   SET TO THE COUNT AND THE MASTER MOVED BY THE
000640*                   VARIANCE; THE AUDIT RECORD CARRIES THE
000650*                   LOCATION WITH THE MASTER'S BEFORE AND AFTER.
000660*                   THE LISTING GAINS A LOCATION COLUMN.
000670*   2026-10-15  DF  A LOCATION FILE THAT WILL NOT OPEN CLEANLY
000680*                   NOW ABANDONS THE RUN LIKE THE MASTER.  A
000690*                   LOCATION RECORD THAT WILL NOT WRITE, AND AN
000700*                   EXCESS STILL LEFT AFTER BALANCING TAKES ALL
000710*                   ON-HAND, ARE LISTED AND COUNTED.
000720*****************************************************************
000730  ENVIRONMENT DIVISION.
000740  INPUT-OUTPUT SECTION.
000750  FILE-CONTROL.
000760      SELECT COUNT-TRANS ASSIGN TO "CNTTRAN"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-COUNT-TRANS-STATUS.
000790
000800      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000810          ORGANIZATION IS INDEXED
000820          ACCESS MODE IS DYNAMIC
000830          RECORD KEY IS SM-MASTER-KEY
000840          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000850
000860      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000890
000900      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
000910          ORGANIZATION IS LINE SEQUENTIAL
000920          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
000930
000940      SELECT COUNT-LISTING ASSIGN TO "CNTRPT"
000950          ORGANIZATION IS LINE SEQUENTIAL
000960          FILE STATUS IS WS-COUNT-LISTING-STATUS.
000970
000980      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
000990          ORGANIZATION IS LINE SEQUENTIAL
001000          FILE STATUS IS WS-GL-JOURNAL-STATUS.
001010
001020      SELECT STOCK-LOC ASSIGN TO "STKLOC"
001030          ORGANIZATION IS INDEXED
001040          ACCESS MODE IS DYNAMIC
001050          RECORD KEY IS SL-LOC-KEY
001060          FILE STATUS IS WS-STOCK-LOC-STATUS.
001070
001080  DATA DIVISION.
001090  FILE SECTION.
001100  FD  COUNT-TRANS
001110      LABEL RECORDS ARE STANDARD.
001120      COPY CNTTRAN.
001130
001140  FD  SHOE-MASTER
001150      LABEL RECORDS ARE STANDARD.
001160      COPY SHOEMAST.
001170
001180  FD  AUDIT-LOG
001190      LABEL RECORDS ARE STANDARD.
001200      COPY AUDITLOG.
001210
001220  FD  CONTROL-TOTALS
001230      LABEL RECORDS ARE STANDARD.
001240      COPY CTLTOTAL.
001250
001260  FD  COUNT-LISTING
001270      LABEL RECORDS ARE STANDARD.
001280  01  LISTING-RECORD               PIC X(80).
001290
001300  FD  GL-JOURNAL
001310      LABEL RECORDS ARE STANDARD.
001320      COPY GLJRNL.
001330
001340  FD  STOCK-LOC
001350      LABEL RECORDS ARE STANDARD.
001360      COPY STKLOC.
001370
001380  WORKING-STORAGE SECTION.
001390  01  WS-COUNT-TRANS-STATUS       PIC X(02).
001400      88  WS-CN-OK                        VALUE "00".
001410      88  WS-CN-EOF                       VALUE "10".
001420
001430  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001440      88  WS-SM-OK                        VALUE "00".
001450
001460  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001470      88  WS-AL-OK                        VALUE "00".
001480      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
001490
001500  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
001510      88  WS-CT-OK                        VALUE "00".
001520      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
001530
001540  01  WS-COUNT-LISTING-STATUS     PIC X(02).
001550      88  WS-CL-OK                        VALUE "00".
001560
001570  01  WS-GL-JOURNAL-STATUS        PIC X(02).
001580      88  WS-GJ-OK                        VALUE "00".
001590      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
001600
001610  01  WS-STOCK-LOC-STATUS         PIC X(02).
001620      88  WS-SL-OK                        VALUE "00".
001630      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
001640
001650  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001660      88  WS-EOF                          VALUE "Y".
001670
001680  01  WS-TRANS-OK-SW              PIC X(01) VALUE "N".
001690      88  WS-TRANS-OK                     VALUE "Y".
001700
001710  01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001720  01  WS-AUDIT-TRANS-TYPE         PIC X(01).
001730  01  WS-QTY-BEFORE               PIC 9(05) VALUE ZERO.
001740  01  WS-QTY-AFTER                PIC 9(05) VALUE ZERO.
001750  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001760  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001770  01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
001780  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
001790  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001800  01  WS-MATCH-COUNT              PIC 9(05) VALUE ZERO.
001810  01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
001820  01  WS-VARIANCE                 PIC S9(06) VALUE ZERO.
001830  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
001840  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
001850  01  WS-GL-INV-ACCT              PIC X(06) VALUE SPACES.
001860  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
001870  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
001880  01  WS-GL-ENTRY-CD              PIC X(01) VALUE SPACE.
001890  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
001900  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
001910  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
001920  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
001930  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
001940  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
001950  01  WS-BALANCE-COUNT            PIC 9(05) VALUE ZERO.
001960  01  WS-COUNT-LOCATION           PIC X(02) VALUE SPACES.
001970  01  WS-CHECK-LOCATION           PIC X(02) VALUE SPACES.
001980  01  WS-LOC-SUB                  PIC 9(02) VALUE ZERO.
001990  01  WS-LOC-VALID-SW             PIC X(01) VALUE "N".
002000      88  WS-LOC-VALID                    VALUE "Y".
002010  01  WS-LOC-NEW-SW               PIC X(01) VALUE "N".
002020      88  WS-LOC-NEW                      VALUE "Y".
002030  01  WS-LOC-EOF-SW               PIC X(01) VALUE "N".
002040      88  WS-LOC-EOF                      VALUE "Y".
002050  01  WS-LOC-TOTAL                PIC 9(07) VALUE ZERO.
002060  01  WS-LOC-SHORT                PIC 9(07) VALUE ZERO.
002070  01  WS-LOC-TAKE                 PIC 9(05) VALUE ZERO.
002080  01  WS-BALANCE-ADJ              PIC S9(07) VALUE ZERO.
002090  01  WS-LOC-ERROR-COUNT          PIC 9(05) VALUE ZERO.
002100  01  WS-TRANSIT-OVER-COUNT       PIC 9(05) VALUE ZERO.
002110
002120      COPY LOCCODES.
002130
002140      COPY GLACCT.
002150
002160  01  WS-HEADING-1.
002170      05  FILLER                   PIC X(30)
002180              VALUE "PHYSICAL COUNT VARIANCE       ".
002190      05  FILLER                   PIC X(04) VALUE "RUN ".
002200      05  H1-RUN-DATE              PIC 9(08).
002210
002220  01  WS-HEADING-2.
002230      05  FILLER                   PIC X(05) VALUE "STYLE".
002240      05  FILLER                   PIC X(02) VALUE SPACES.
002250      05  FILLER                   PIC X(04) VALUE "SIZE".
002260      05  FILLER                   PIC X(02) VALUE SPACES.
002270      05  FILLER                   PIC X(02) VALUE "LC".
002280      05  FILLER                   PIC X(02) VALUE SPACES.
002290      05  FILLER                   PIC X(04) VALUE "BOOK".
002300      05  FILLER                   PIC X(03) VALUE SPACES.
002310      05  FILLER                   PIC X(07) VALUE "COUNTED".
002320      05  FILLER                   PIC X(02) VALUE SPACES.
002330      05  FILLER                   PIC X(08) VALUE "VARIANCE".
002340      05  FILLER                   PIC X(02) VALUE SPACES.
002350      05  FILLER                   PIC X(11) VALUE "DISPOSITION".
002360
002370  01  WS-DETAIL-LINE.
002380      05  DL-SHOE-STYLE            PIC X(05).
002390      05  FILLER                   PIC X(02) VALUE SPACES.
002400      05  DL-SHOE-SIZE             PIC X(04).
002410      05  FILLER                   PIC X(02) VALUE SPACES.
002420      05  DL-LOCATION              PIC X(02).
002430      05  FILLER                   PIC X(01) VALUE SPACES.
002440      05  DL-BOOK-QTY              PIC ZZZZ9.
002450      05  FILLER                   PIC X(04) VALUE SPACES.
002460      05  DL-COUNT-QTY             PIC ZZZZ9.
002470      05  FILLER                   PIC X(03) VALUE SPACES.
002480      05  DL-VARIANCE              PIC ZZZZZ9-.
002490      05  FILLER                   PIC X(02) VALUE SPACES.
002500      05  DL-DISPOSITION           PIC X(36).
002510
002520  01  WS-TOTAL-LINE-1.
002530      05  FILLER                   PIC X(23)
002540              VALUE "COUNT ROWS READ    -  ".
002550      05  TL-READ-COUNT            PIC ZZ,ZZ9.
002560
002570  01  WS-TOTAL-LINE-2.
002580      05  FILLER                   PIC X(23)
002590              VALUE "ADJUSTMENTS POSTED -  ".
002600      05  TL-WRITE-COUNT           PIC ZZ,ZZ9.
002610
002620  01  WS-TOTAL-LINE-3.
002630      05  FILLER                   PIC X(23)
002640              VALUE "BOOK AGREED        -  ".
002650      05  TL-MATCH-COUNT           PIC ZZ,ZZ9.
002660
002670  01  WS-TOTAL-LINE-4.
002680      05  FILLER                   PIC X(23)
002690              VALUE "ROWS REJECTED      -  ".
002700      05  TL-REJECT-COUNT          PIC ZZ,ZZ9.
002710
002720  01  WS-TOTAL-LINE-5.
002730      05  FILLER                   PIC X(23)
002740              VALUE "GL ENTRIES WRITTEN -  ".
002750      05  TL-GL-ENTRY-COUNT        PIC Z,ZZZ,ZZ9.
002760
002770  01  WS-TOTAL-LINE-6.
002780      05  FILLER                   PIC X(23)
002790              VALUE "GL BATCH DEBITS    -  ".
002800      05  TL-GL-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002810
002820  01  WS-TOTAL-LINE-7.
002830      05  FILLER                   PIC X(23)
002840              VALUE "LOCATIONS BALANCED -  ".
002850      05  TL-BALANCE-COUNT         PIC ZZ,ZZ9.
002860
002870  01  WS-TOTAL-LINE-8.
002880      05  FILLER                   PIC X(23)
002890              VALUE "TRANSIT OVER MASTER-  ".
002900      05  TL-TRANSIT-OVER-COUNT    PIC ZZ,ZZ9.
002910
002920  01  WS-TOTAL-LINE-9.
002930      05  FILLER                   PIC X(23)
002940              VALUE "LOC WRITE FAILURES -  ".
002950      05  TL-LOC-ERROR-COUNT       PIC ZZ,ZZ9.
002960
002970  01  WS-BALANCE-LINE.
002980      05  BL-SHOE-STYLE            PIC X(05).
002990      05  FILLER                   PIC X(02) VALUE SPACES.
003000      05  BL-SHOE-SIZE             PIC X(04).
003010      05  FILLER                   PIC X(03) VALUE SPACES.
003020      05  FILLER                   PIC X(36)
003030              VALUE "** LOCATIONS BALANCED TO MASTER BY ".
003040      05  BL-BALANCE-ADJ           PIC -ZZ,ZZ9.
003050      05  FILLER                   PIC X(03) VALUE " **".
003060
003070  01  WS-TRANSIT-OVER-LINE.
003080      05  TO-SHOE-STYLE            PIC X(05).
003090      05  FILLER                   PIC X(02) VALUE SPACES.
003100      05  TO-SHOE-SIZE             PIC X(04).
003110      05  FILLER                   PIC X(03) VALUE SPACES.
003120      05  FILLER                   PIC X(36)
003130              VALUE "** PAIRS IN TRANSIT OVER MASTER BY  ".
003140      05  TO-OVER-QTY              PIC ZZ,ZZ9.
003150
003160  01  WS-LOC-ERROR-LINE.
003170      05  LE-SHOE-STYLE            PIC X(05).
003180      05  FILLER                   PIC X(02) VALUE SPACES.
003190      05  LE-SHOE-SIZE             PIC X(04).
003200      05  FILLER                   PIC X(02) VALUE SPACES.
003210      05  LE-LOCATION              PIC X(02).
003220      05  FILLER                   PIC X(01) VALUE SPACES.
003230      05  FILLER                   PIC X(37)
003240              VALUE "** LOCATION RECORD NOT WRITTEN - FILE".
003250      05  FILLER                   PIC X(08)
003260              VALUE " STATUS ".
003270      05  LE-FILE-STATUS           PIC X(02).
003280      05  FILLER                   PIC X(03) VALUE " **".
003290
003300  01  WS-NO-MASTER-LINE.
003310      05  FILLER                   PIC X(40)
003320              VALUE "** SHOE-MASTER NOT AVAILABLE - COUNT RUN".
003330      05  FILLER                   PIC X(13)
003340              VALUE " ABANDONED **".
003350
003360  01  WS-NO-LOC-FILE-LINE.
003370      05  FILLER                   PIC X(38)
003380              VALUE "** STKLOC NOT AVAILABLE - COUNT RUN AB".
003390      05  FILLER                   PIC X(11)
003400              VALUE "ANDONED **".
003410
003420  PROCEDURE DIVISION.
003430  0000-MAIN-PROCEDURE.
003440      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450
003460      PERFORM 2000-PROCESS-COUNT THRU 2000-EXIT
003470          UNTIL WS-EOF.
003480
003490      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003500
003510      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003520
003530      STOP RUN.
003540
003550*****************************************************************
003560* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, READ THE FIRST
003570*                   COUNT ROW.  A MASTER OR LOCATION FILE
003580*                   THAT WILL NOT OPEN CLEANLY ABANDONS THE
003590*                   RUN WITH A NOTICE.
003600*****************************************************************
003610  1000-INITIALIZE.
003620      OPEN INPUT COUNT-TRANS.
003630      OPEN I-O SHOE-MASTER.
003640      IF NOT WS-SM-OK
003650          MOVE "Y" TO WS-EOF-SW
003660      END-IF.
003670      OPEN EXTEND AUDIT-LOG.
003680      IF WS-AL-FILE-NOT-FOUND
003690          OPEN OUTPUT AUDIT-LOG
003700      END-IF.
003710      OPEN EXTEND CONTROL-TOTALS.
003720      IF WS-CT-FILE-NOT-FOUND
003730          OPEN OUTPUT CONTROL-TOTALS
003740      END-IF.
003750      OPEN OUTPUT COUNT-LISTING.
003760      OPEN EXTEND GL-JOURNAL.
003770      IF WS-GJ-FILE-NOT-FOUND
003780          OPEN OUTPUT GL-JOURNAL
003790      END-IF.
003800      OPEN I-O STOCK-LOC.
003810      IF WS-SL-FILE-NOT-FOUND
003820          OPEN OUTPUT STOCK-LOC
003830          CLOSE STOCK-LOC
003840          OPEN I-O STOCK-LOC
003850      END-IF.
003860      IF NOT WS-SL-OK
003870          MOVE "Y" TO WS-EOF-SW
003880      END-IF.
003890
003900      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
003910      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
003920      MOVE WS-CURRENT-DATE TO WS-GL-BATCH-DATE.
003930      MOVE WS-CURRENT-TIME TO WS-GL-BATCH-TIME.
003940      WRITE LISTING-RECORD FROM WS-HEADING-1.
003950      MOVE SPACES TO LISTING-RECORD.
003960      WRITE LISTING-RECORD.
003970      WRITE LISTING-RECORD FROM WS-HEADING-2.
003980
003990      IF NOT WS-SM-OK
004000          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
004010      END-IF.
004020      IF NOT WS-SL-OK
004030          WRITE LISTING-RECORD FROM WS-NO-LOC-FILE-LINE
004040      END-IF.
004050      IF NOT WS-EOF
004060          PERFORM 2100-READ-COUNT THRU 2100-EXIT
004070      END-IF.
004080  1000-EXIT.
004090      EXIT.
004100
004110*****************************************************************
004120* 2000-PROCESS-COUNT - EDIT AND APPLY ONE COUNT ROW, PRINT ITS
004130*                      VARIANCE, AND READ AHEAD.
004140*****************************************************************
004150  2000-PROCESS-COUNT.
004160      ADD 1 TO WS-READ-COUNT.
004170      PERFORM 3000-EDIT-AND-APPLY THRU 3000-EXIT.
004180      PERFORM 2100-READ-COUNT THRU 2100-EXIT.
004190  2000-EXIT.
004200      EXIT.
004210
004220*****************************************************************
004230* 2100-READ-COUNT - READ THE NEXT COUNT ROW.
004240*****************************************************************
004250  2100-READ-COUNT.
004260      READ COUNT-TRANS
004270          AT END
004280              MOVE "Y" TO WS-EOF-SW
004290      END-READ.
004300  2100-EXIT.
004310      EXIT.
004320
004330*****************************************************************
004340* 3000-EDIT-AND-APPLY - VALIDATE ONE COUNT ROW AGAINST THE
004350*                       MASTER, PRINT ITS VARIANCE, AND APPLY A
004360*                       NON-ZERO VARIANCE.  WS-ACCEPT-COUNT IS
004370*                       TAKEN WHEN A VARIANCE IS ACCEPTED FOR
004380*                       POSTING AND WS-WRITE-COUNT ONLY ON A
004390*                       COMPLETED REWRITE, THE SAME SPLIT THE
004400*                       OTHER UPDATE RUNS KEEP, SO A DROPPED
004410*                       REWRITE LEAVES THE TWO OUT OF STEP FOR
004420*                       LAB10REC TO CATCH.
004430*****************************************************************
004440  3000-EDIT-AND-APPLY.
004450      MOVE "Y" TO WS-TRANS-OK-SW.
004460      MOVE CN-SHOE-STYLE TO DL-SHOE-STYLE.
004470      MOVE CN-SHOE-SIZE TO DL-SHOE-SIZE.
004480      IF CN-LOCATION = SPACES
004490          MOVE LC-HOME-LOCATION TO WS-COUNT-LOCATION
004500      ELSE
004510          MOVE CN-LOCATION TO WS-COUNT-LOCATION
004520      END-IF.
004530      MOVE WS-COUNT-LOCATION TO DL-LOCATION.
004540      MOVE ZERO TO DL-BOOK-QTY.
004550      MOVE ZERO TO DL-COUNT-QTY.
004560      MOVE ZERO TO DL-VARIANCE.
004570
004580      IF CN-OPERATOR-ID = SPACES
004590          MOVE "LAB10CNT" TO WS-OPERATOR-ID
004600      ELSE
004610          MOVE CN-OPERATOR-ID TO WS-OPERATOR-ID
004620      END-IF.
004630
004640      IF CN-COUNT-QTY NOT NUMERIC
004650          MOVE "REJECTED - COUNTED QTY NOT NUMERIC"
004660              TO DL-DISPOSITION
004670          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004680      END-IF.
004690
004700      IF WS-TRANS-OK
004710          MOVE WS-COUNT-LOCATION TO WS-CHECK-LOCATION
004720          PERFORM 3160-CHECK-LOCATION THRU 3160-EXIT
004730          IF NOT WS-LOC-VALID
004740              MOVE "REJECTED - LOCATION CODE INVALID"
004750                  TO DL-DISPOSITION
004760              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004770          END-IF
004780      END-IF.
004790
004800      IF WS-TRANS-OK
004810          MOVE CN-COUNT-QTY TO DL-COUNT-QTY
004820          MOVE CN-SHOE-STYLE TO SM-SHOE-STYLE
004830          MOVE CN-SHOE-SIZE TO SM-SHOE-SIZE
004840          READ SHOE-MASTER
004850              INVALID KEY
004860                  MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
004870                      TO DL-DISPOSITION
004880                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004890              NOT INVALID KEY
004900                  PERFORM 3100-JUDGE-VARIANCE THRU 3100-EXIT
004910          END-READ
004920      END-IF.
004930  3000-EXIT.
004940      EXIT.
004950
004960*****************************************************************
004970* 3100-JUDGE-VARIANCE - COMPARE THE COUNTED QUANTITY TO THE
004980*                       BOOK FIGURE AT THE LOCATION COUNTED,
004990*                       ONCE THE LOCATIONS ARE BALANCED TO THE
005000*                       MASTER.  A ZERO VARIANCE IS
005010*                       REPORTED AND LEFT ALONE, BUT STILL
005020*                       LOGGED AS A COUNT; ANYTHING ELSE IS
005030*                       POSTED TO THE LOCATION AND THE MASTER.
005040*****************************************************************
005050  3100-JUDGE-VARIANCE.
005060      PERFORM 3200-BALANCE-LOCATIONS THRU 3200-EXIT.
005070      MOVE WS-COUNT-LOCATION TO WS-CHECK-LOCATION.
005080      PERFORM 3600-READ-LOC THRU 3600-EXIT.
005090      MOVE SL-QTY-ON-HAND TO DL-BOOK-QTY.
005100      MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE.
005110      COMPUTE WS-VARIANCE = CN-COUNT-QTY - SL-QTY-ON-HAND.
005120      MOVE WS-VARIANCE TO DL-VARIANCE.
005130
005140      EVALUATE TRUE
005150          WHEN WS-VARIANCE > 99999 - SM-QTY-ON-HAND
005160              MOVE "REJECTED - COUNT OVERFLOWS ON-HAND"
005170                  TO DL-DISPOSITION
005180              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005190          WHEN WS-VARIANCE + SM-QTY-ON-HAND < ZERO
005200              MOVE "REJECTED - LOCATIONS OVER MASTER"
005210                  TO DL-DISPOSITION
005220              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005230          WHEN OTHER
005240              COMPUTE WS-QTY-AFTER = SM-QTY-ON-HAND + WS-VARIANCE
005250              PERFORM 3150-APPLY-VARIANCE THRU 3150-EXIT
005260      END-EVALUATE.
005270  3100-EXIT.
005280      EXIT.
005290
005300*****************************************************************
005310* 3150-APPLY-VARIANCE - LOG AN AGREEING COUNT, OR POST A
005320*                       VARIANCE.
005330*****************************************************************
005340  3150-APPLY-VARIANCE.
005350      IF WS-VARIANCE = ZERO
005360          ADD 1 TO WS-MATCH-COUNT
005370          MOVE "BOOK AGREES - NO ADJUSTMENT"
005380              TO DL-DISPOSITION
005390          WRITE LISTING-RECORD FROM WS-DETAIL-LINE
005400          PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
005410          MOVE "P" TO WS-AUDIT-TRANS-TYPE
005420          PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
005430      ELSE
005440          ADD 1 TO WS-ACCEPT-COUNT
005450          PERFORM 3900-POST-ADJUSTMENT THRU 3900-EXIT
005460      END-IF.
005470  3150-EXIT.
005480      EXIT.
005490
005500*****************************************************************
005510* 3160-CHECK-LOCATION - LOOK WS-CHECK-LOCATION UP IN THE TABLE OF
005520*                       STOCKING LOCATIONS.
005530*****************************************************************
005540  3160-CHECK-LOCATION.
005550      MOVE "N" TO WS-LOC-VALID-SW.
005560      PERFORM 3165-MATCH-LOCATION THRU 3165-EXIT
005570          VARYING WS-LOC-SUB FROM 1 BY 1
005580          UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
005590             OR WS-LOC-VALID.
005600  3160-EXIT.
005610      EXIT.
005620
005630*****************************************************************
005640* 3165-MATCH-LOCATION - TEST ONE TABLE ENTRY.
005650*****************************************************************
005660  3165-MATCH-LOCATION.
005670      IF LC-LOCATION-CODE (WS-LOC-SUB) = WS-CHECK-LOCATION
005680          MOVE "Y" TO WS-LOC-VALID-SW
005690      END-IF.
005700  3165-EXIT.
005710      EXIT.
005720
005730*****************************************************************
005740* 3200-BALANCE-LOCATIONS - HOLD THE STYLE/SIZE'S LOCATIONS TO THE
005750*                          MASTER BEFORE IT POSTS.  ON-HAND PLUS
005760*                          IN-TRANSIT OVER ALL LOCATIONS MUST
005770*                          EQUAL SM-QTY-ON-HAND; A KEYED CHANGE
005780*                          SINCE THE LAST BALANCE LEAVES THEM
005790*                          APART.  A SHORTFALL IS ADDED TO THE
005800*                          HOME LOCATION.  AN EXCESS IS TAKEN OFF
005810*                          THE HOME LOCATION'S ON-HAND FIRST, THEN
005820*                          THE OTHERS' IN TABLE ORDER; PAIRS IN
005830*                          TRANSIT ARE NEVER TOUCHED, SO AN
005840*                          EXCESS STILL LEFT WHEN ALL ON-HAND IS
005850*                          TAKEN IS LISTED FOR REVIEW.
005860*****************************************************************
005870  3200-BALANCE-LOCATIONS.
005880      MOVE ZERO TO WS-LOC-TOTAL.
005890      MOVE "N" TO WS-LOC-EOF-SW.
005900      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
005910      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
005920      MOVE LOW-VALUES TO SL-LOCATION.
005930      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
005940          INVALID KEY
005950              MOVE "Y" TO WS-LOC-EOF-SW
005960      END-START.
005970      IF NOT WS-LOC-EOF
005980          PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT
005990      END-IF.
006000      PERFORM 3220-ADD-LOC-TOTAL THRU 3220-EXIT
006010          UNTIL WS-LOC-EOF.
006020
006030      IF WS-LOC-TOTAL NOT = SM-QTY-ON-HAND
006040          PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
006050          COMPUTE WS-BALANCE-ADJ = SM-QTY-ON-HAND - WS-LOC-TOTAL
006060          ADD 1 TO WS-BALANCE-COUNT
006070          IF WS-BALANCE-ADJ > ZERO
006080              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
006090              PERFORM 3600-READ-LOC THRU 3600-EXIT
006100              ADD WS-BALANCE-ADJ TO SL-QTY-ON-HAND
006110              PERFORM 3650-SAVE-LOC THRU 3650-EXIT
006120          ELSE
006130              COMPUTE WS-LOC-SHORT = ZERO - WS-BALANCE-ADJ
006140              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
006150              PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
006160              PERFORM 3230-TAKE-SHORT-OTHER THRU 3230-EXIT
006170                  VARYING WS-LOC-SUB FROM 1 BY 1
006180                  UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
006190                     OR WS-LOC-SHORT = ZERO
006200          END-IF
006210          MOVE SM-SHOE-STYLE TO BL-SHOE-STYLE
006220          MOVE SM-SHOE-SIZE TO BL-SHOE-SIZE
006230          MOVE WS-BALANCE-ADJ TO BL-BALANCE-ADJ
006240          WRITE LISTING-RECORD FROM WS-BALANCE-LINE
006250          IF WS-BALANCE-ADJ < ZERO AND WS-LOC-SHORT > ZERO
006260              ADD 1 TO WS-TRANSIT-OVER-COUNT
006270              MOVE SM-SHOE-STYLE TO TO-SHOE-STYLE
006280              MOVE SM-SHOE-SIZE TO TO-SHOE-SIZE
006290              MOVE WS-LOC-SHORT TO TO-OVER-QTY
006300              WRITE LISTING-RECORD FROM WS-TRANSIT-OVER-LINE
006310          END-IF
006320      END-IF.
006330  3200-EXIT.
006340      EXIT.
006350
006360*****************************************************************
006370* 3210-READ-NEXT-LOC - READ THE NEXT LOCATION RECORD, ENDING THE
006380*                      SCAN AT THE FIRST RECORD FOR ANOTHER
006390*                      STYLE/SIZE.
006400*****************************************************************
006410  3210-READ-NEXT-LOC.
006420      READ STOCK-LOC NEXT RECORD
006430          AT END
006440              MOVE "Y" TO WS-LOC-EOF-SW
006450      END-READ.
006460      IF NOT WS-LOC-EOF
006470          IF SL-SHOE-STYLE NOT = SM-SHOE-STYLE
006480                  OR SL-SHOE-SIZE NOT = SM-SHOE-SIZE
006490              MOVE "Y" TO WS-LOC-EOF-SW
006500          END-IF
006510      END-IF.
006520  3210-EXIT.
006530      EXIT.
006540
006550*****************************************************************
006560* 3220-ADD-LOC-TOTAL - ADD ONE LOCATION'S PAIRS TO THE STYLE/SIZE
006570*                      TOTAL AND READ AHEAD.
006580*****************************************************************
006590  3220-ADD-LOC-TOTAL.
006600      ADD SL-QTY-ON-HAND SL-QTY-IN-TRANSIT TO WS-LOC-TOTAL.
006610      PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT.
006620  3220-EXIT.
006630      EXIT.
006640
006650*****************************************************************
006660* 3230-TAKE-SHORT-OTHER - TAKE WHAT IS LEFT OF AN EXCESS OFF ONE
006670*                         LOCATION OTHER THAN HOME.
006680*****************************************************************
006690  3230-TAKE-SHORT-OTHER.
006700      IF LC-LOCATION-CODE (WS-LOC-SUB) NOT = LC-HOME-LOCATION
006710          MOVE LC-LOCATION-CODE (WS-LOC-SUB) TO WS-CHECK-LOCATION
006720          PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
006730      END-IF.
006740  3230-EXIT.
006750      EXIT.
006760
006770*****************************************************************
006780* 3240-TAKE-SHORT - TAKE AS MUCH OF THE EXCESS AS THE LOCATION IN
006790*                   WS-CHECK-LOCATION HAS ON HAND.
006800*****************************************************************
006810  3240-TAKE-SHORT.
006820      PERFORM 3600-READ-LOC THRU 3600-EXIT.
006830      IF NOT WS-LOC-NEW AND SL-QTY-ON-HAND > ZERO
006840          IF SL-QTY-ON-HAND > WS-LOC-SHORT
006850              MOVE WS-LOC-SHORT TO WS-LOC-TAKE
006860          ELSE
006870              MOVE SL-QTY-ON-HAND TO WS-LOC-TAKE
006880          END-IF
006890          SUBTRACT WS-LOC-TAKE FROM SL-QTY-ON-HAND
006900          SUBTRACT WS-LOC-TAKE FROM WS-LOC-SHORT
006910          PERFORM 3650-SAVE-LOC THRU 3650-EXIT
006920      END-IF.
006930  3240-EXIT.
006940      EXIT.
006950
006960*****************************************************************
006970* 3600-READ-LOC - READ THE MASTER STYLE/SIZE'S RECORD FOR THE
006980*                 LOCATION IN WS-CHECK-LOCATION.  A LOCATION THAT
006990*                 HAS NEVER HELD THE STYLE/SIZE STARTS AS A NEW,
007000*                 EMPTY RECORD.
007010*****************************************************************
007020  3600-READ-LOC.
007030      MOVE "N" TO WS-LOC-NEW-SW.
007040      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
007050      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
007060      MOVE WS-CHECK-LOCATION TO SL-LOCATION.
007070      READ STOCK-LOC
007080          INVALID KEY
007090              MOVE "Y" TO WS-LOC-NEW-SW
007100      END-READ.
007110      IF WS-LOC-NEW
007120          MOVE SPACES TO STOCK-LOC-RECORD
007130          MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE
007140          MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE
007150          MOVE WS-CHECK-LOCATION TO SL-LOCATION
007160          MOVE ZERO TO SL-QTY-ON-HAND
007170          MOVE ZERO TO SL-QTY-IN-TRANSIT
007180      END-IF.
007190  3600-EXIT.
007200      EXIT.
007210
007220*****************************************************************
007230* 3650-SAVE-LOC - STAMP AND WRITE OR REWRITE THE LOCATION RECORD
007240*                 3600-READ-LOC FETCHED.  A RECORD THAT WILL NOT
007250*                 WRITE IS COUNTED AND LISTED WITH ITS STATUS;
007260*                 THE NEXT BALANCE HOLDS IT BACK TO THE MASTER.
007270*****************************************************************
007280  3650-SAVE-LOC.
007290      MOVE WS-CURRENT-DATE TO SL-LAST-UPD-DATE.
007300      MOVE WS-CURRENT-TIME TO SL-LAST-UPD-TIME.
007310      MOVE WS-OPERATOR-ID TO SL-LAST-UPD-OPER.
007320      IF WS-LOC-NEW
007330          WRITE STOCK-LOC-RECORD
007340          MOVE "N" TO WS-LOC-NEW-SW
007350      ELSE
007360          REWRITE STOCK-LOC-RECORD
007370      END-IF.
007380      IF NOT WS-SL-OK
007390          ADD 1 TO WS-LOC-ERROR-COUNT
007400          MOVE SL-SHOE-STYLE TO LE-SHOE-STYLE
007410          MOVE SL-SHOE-SIZE TO LE-SHOE-SIZE
007420          MOVE SL-LOCATION TO LE-LOCATION
007430          MOVE WS-STOCK-LOC-STATUS TO LE-FILE-STATUS
007440          WRITE LISTING-RECORD FROM WS-LOC-ERROR-LINE
007450      END-IF.
007460  3650-EXIT.
007470      EXIT.
007480
007490*****************************************************************
007500* 3800-PRINT-REJECT - COUNT AND PRINT ONE REJECTED COUNT ROW
007510*                     AND MARK THE ROW NOT OK.
007520*****************************************************************
007530  3800-PRINT-REJECT.
007540      MOVE "N" TO WS-TRANS-OK-SW.
007550      ADD 1 TO WS-REJECT-COUNT.
007560      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
007570  3800-EXIT.
007580      EXIT.
007590
007600*****************************************************************
007610* 3900-POST-ADJUSTMENT - MOVE THE BOOK FIGURE BY THE VARIANCE,
007620*                        STAMP THE UPDATE, REWRITE THE MASTER,
007630*                        SET THE LOCATION TO THE COUNTED
007640*                        QUANTITY, AND LOG THE ADJUSTMENT
007650*                        UNDER THE PHYSICAL-COUNT AUDIT TYPE.
007660*****************************************************************
007670  3900-POST-ADJUSTMENT.
007680      MOVE WS-QTY-AFTER TO SM-QTY-ON-HAND.
007690      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
007700      MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE.
007710      MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME.
007720      MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER.
007730
007740      REWRITE SHOE-MASTER-RECORD
007750          INVALID KEY
007760              MOVE "REJECTED - UNABLE TO REWRITE MASTER"
007770                  TO DL-DISPOSITION
007780              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007790          NOT INVALID KEY
007800              ADD 1 TO WS-WRITE-COUNT
007810              MOVE WS-COUNT-LOCATION TO WS-CHECK-LOCATION
007820              PERFORM 3600-READ-LOC THRU 3600-EXIT
007830              MOVE CN-COUNT-QTY TO SL-QTY-ON-HAND
007840              PERFORM 3650-SAVE-LOC THRU 3650-EXIT
007850              MOVE "P" TO WS-AUDIT-TRANS-TYPE
007860              PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
007870              PERFORM 3950-JOURNAL-ADJUSTMENT THRU 3950-EXIT
007880              MOVE "ADJUSTED TO COUNT" TO DL-DISPOSITION
007890              WRITE LISTING-RECORD FROM WS-DETAIL-LINE
007900      END-REWRITE.
007910  3900-EXIT.
007920      EXIT.
007930
007940*****************************************************************
007950* 3950-JOURNAL-ADJUSTMENT - JOURNAL ONE POSTED VARIANCE AT UNIT
007960*                           COST.  A GAIN DEBITS INVENTORY AND
007970*                           CREDITS SHRINK; A LOSS THE REVERSE.
007980*                           AN INACTIVE STYLE'S PAIRS ARE HELD
007990*                           IN DISCONTINUED INVENTORY.
008000*****************************************************************
008010  3950-JOURNAL-ADJUSTMENT.
008020      IF SM-INACTIVE
008030          MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-INV-ACCT
008040      ELSE
008050          MOVE GL-ACCT-INVENTORY TO WS-GL-INV-ACCT
008060      END-IF.
008070      MOVE "P" TO WS-GL-ENTRY-CD.
008080
008090      IF WS-VARIANCE > ZERO
008100          COMPUTE WS-GL-AMOUNT = WS-VARIANCE * SM-UNIT-COST
008110          MOVE WS-GL-INV-ACCT TO WS-GL-DEBIT-ACCT
008120          MOVE GL-ACCT-SHRINK TO WS-GL-CREDIT-ACCT
008130      ELSE
008140          COMPUTE WS-GL-AMOUNT = 0 - WS-VARIANCE * SM-UNIT-COST
008150          MOVE GL-ACCT-SHRINK TO WS-GL-DEBIT-ACCT
008160          MOVE WS-GL-INV-ACCT TO WS-GL-CREDIT-ACCT
008170      END-IF.
008180      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
008190  3950-EXIT.
008200      EXIT.
008210
008220*****************************************************************
008230* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
008240*****************************************************************
008250  8000-PRINT-TOTALS.
008260      MOVE WS-READ-COUNT TO TL-READ-COUNT.
008270      MOVE WS-WRITE-COUNT TO TL-WRITE-COUNT.
008280      MOVE WS-MATCH-COUNT TO TL-MATCH-COUNT.
008290      MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
008300      MOVE WS-GL-ENTRY-COUNT TO TL-GL-ENTRY-COUNT.
008310      MOVE WS-GL-TOTAL-DEBITS TO TL-GL-TOTAL-DEBITS.
008320      MOVE WS-BALANCE-COUNT TO TL-BALANCE-COUNT.
008330      MOVE WS-TRANSIT-OVER-COUNT TO TL-TRANSIT-OVER-COUNT.
008340      MOVE WS-LOC-ERROR-COUNT TO TL-LOC-ERROR-COUNT.
008350
008360      MOVE SPACES TO LISTING-RECORD.
008370      WRITE LISTING-RECORD.
008380      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
008390      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
008400      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
008410      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
008420      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
008430      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
008440      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
008450      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-8.
008460      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-9.
008470  8000-EXIT.
008480      EXIT.
008490
008500*****************************************************************
008510* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
008520*                              ONCE PER ROW SO THE SAME STAMP
008530*                              CAN BE USED FOR BOTH THE MASTER
008540*                              UPDATE AND ITS AUDIT-LOG RECORD.
008550*****************************************************************
008560  8890-GET-CURRENT-DATE-TIME.
008570      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008580      ACCEPT WS-CURRENT-TIME FROM TIME.
008590  8890-EXIT.
008600      EXIT.
008610
008620*****************************************************************
008630* 8900-WRITE-AUDIT-RECORD - LOG ONE PHYSICAL-COUNT ADJUSTMENT
008640*                           WITH ITS DATE, TIME, OPERATOR, AND
008650*                           THE LOCATION COUNTED.
008660*****************************************************************
008670  8900-WRITE-AUDIT-RECORD.
008680      MOVE SPACES TO AUDIT-LOG-RECORD.
008690      MOVE CN-SHOE-STYLE TO AL-SHOE-STYLE.
008700      MOVE CN-SHOE-SIZE TO AL-SHOE-SIZE.
008710      MOVE WS-AUDIT-TRANS-TYPE TO AL-TRANS-TYPE.
008720      MOVE WS-CURRENT-DATE TO AL-TRANS-DATE.
008730      MOVE WS-CURRENT-TIME TO AL-TRANS-TIME.
008740      MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
008750      MOVE WS-QTY-BEFORE TO AL-QTY-BEFORE.
008760      MOVE WS-QTY-AFTER TO AL-QTY-AFTER.
008770      MOVE WS-COUNT-LOCATION TO AL-LOCATION.
008780      WRITE AUDIT-LOG-RECORD.
008790  8900-EXIT.
008800      EXIT.
008810
008820*****************************************************************
008830* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
008840*                      FOR ONE ADJUSTMENT.  AN ADJUSTMENT WORTH
008850*                      NOTHING AT COST IS NOT JOURNALED.
008860*****************************************************************
008870  8910-WRITE-GL-PAIR.
008880      IF WS-GL-AMOUNT > ZERO
008890          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
008900          MOVE "D" TO WS-GL-POST-DR-CR
008910          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
008920          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
008930          MOVE "C" TO WS-GL-POST-DR-CR
008940          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
008950      END-IF.
008960  8910-EXIT.
008970      EXIT.
008980
008990*****************************************************************
009000* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
009010*                       RUN'S BATCH AND ADD IT TO THE BATCH
009020*                       TOTALS.
009030*****************************************************************
009040  8920-WRITE-GL-ENTRY.
009050      MOVE SPACES TO GL-JOURNAL-RECORD.
009060      MOVE "D" TO GJ-RECORD-TYPE.
009070      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
009080      MOVE "LAB10CNT" TO GJ-SOURCE-PROGRAM.
009090      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
009100      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
009110      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
009120      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
009130      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
009140      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
009150      MOVE WS-GL-ENTRY-CD TO GJ-ENTRY-CD.
009160      WRITE GL-JOURNAL-RECORD.
009170      ADD 1 TO WS-GL-ENTRY-COUNT.
009180      IF GJ-DEBIT
009190          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
009200      ELSE
009210          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
009220      END-IF.
009230  8920-EXIT.
009240      EXIT.
009250
009260*****************************************************************
009270* 8950-WRITE-CONTROL-TOTALS - APPEND ONE RECORD TO CONTROL-
009280*                             TOTALS SUMMARIZING ACCEPTED
009290*                             VARIANCES AGAINST MASTER
009300*                             REWRITES.  RUN-TYPE T TELLS
009310*                             LAB10REC THESE WRITES DID NOT ADD
009320*                             MASTER RECORDS.
009330*****************************************************************
009340  8950-WRITE-CONTROL-TOTALS.
009350      MOVE SPACES TO CONTROL-TOTALS-RECORD.
009360      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
009370      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
009380      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
009390      MOVE "LAB10CNT" TO CT-OPERATOR-ID.
009400      MOVE WS-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
009410      MOVE WS-WRITE-COUNT TO CT-WRITE-COUNT.
009420      MOVE "T" TO CT-RUN-TYPE.
009430      WRITE CONTROL-TOTALS-RECORD.
009440  8950-EXIT.
009450      EXIT.
009460
009470*****************************************************************
009480* 8960-WRITE-GL-BATCH-TOTAL - CLOSE THIS RUN'S GL BATCH WITH ITS
009490*                             ENTRY COUNT AND DEBIT AND CREDIT
009500*                             TOTALS.  A RUN THAT JOURNALED
009510*                             NOTHING WRITES NO BATCH.
009520*****************************************************************
009530  8960-WRITE-GL-BATCH-TOTAL.
009540      IF WS-GL-ENTRY-COUNT > ZERO
009550          MOVE SPACES TO GL-JOURNAL-RECORD
009560          MOVE "T" TO GJ-RECORD-TYPE
009570          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
009580          MOVE "LAB10CNT" TO GJ-SOURCE-PROGRAM
009590          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
009600          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
009610          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
009620          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
009630          WRITE GL-JOURNAL-RECORD
009640      END-IF.
009650  8960-EXIT.
009660      EXIT.
009670
009680*****************************************************************
009690* 9000-TERMINATE - WRITE THE CONTROL TOTALS, CLOSE THE FILES,
009700*                  AND END THE RUN.
009710*****************************************************************
009720  9000-TERMINATE.
009730      PERFORM 8950-WRITE-CONTROL-TOTALS THRU 8950-EXIT.
009740      PERFORM 8960-WRITE-GL-BATCH-TOTAL THRU 8960-EXIT.
009750      CLOSE COUNT-TRANS.
009760      CLOSE SHOE-MASTER.
009770      CLOSE AUDIT-LOG.
009780      CLOSE CONTROL-TOTALS.
009790      CLOSE COUNT-LISTING.
009800      CLOSE GL-JOURNAL.
009810      CLOSE STOCK-LOC.
009820  9000-EXIT.
009830      EXIT.
009840
009850  END PROGRAM LAB10CNT.

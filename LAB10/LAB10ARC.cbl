000300*          THE LOG ROLLS ARE DONE IN TWO PASSES THROUGH A WORK
000310*          FILE (AUDITNEW / CTLNEW) SO A FAILURE MID-PASS
000320*          LEAVES THE ORIGINAL FILE INTACT.
000330*          A PURGED RECORD STILL CARRYING STOCK ON HAND IS
000340*          WRITTEN OFF ON THE GL INVENTORY JOURNAL (GLJRNL).
000350*****************************************************************
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. LAB10ARC.
000380  AUTHOR. D. FALLIS.
000390  INSTALLATION. RETAIL SYSTEMS.
000400  DATE-WRITTEN. 2026-08-22.
000410  DATE-COMPILED.
000420*****************************************************************
000430* MODIFICATION HISTORY
000440*   2026-08-22  DF  ORIGINAL PROGRAM.
000450*   2026-09-02  DF  SHOE-ARCHIVE-RECORD WIDENED TO MATCH THE
000460*                   MASTER RECORD, WHICH NOW CARRIES
000470*                   QTY-ON-ORDER, REORDER-POINT, UNIT-COST,
000480*                   AND RETAIL-PRICE.
000490*   2026-08-22  DF  AFTER ROLLING CONTROL-TOTALS RECORDS TO
000500*                   HISTORY THE RUN NOW APPENDS ONE
000510*                   CARRY-FORWARD RECORD (RUN-TYPE C) WHOSE
000520*                   COUNTS EQUAL THE COUNTING-RUN (K/M/R)
000530*                   WRITES ROLLED OFF LESS THE MASTERS PURGED,
000540*                   SO LAB10REC'S CUMULATIVE WRITES-VERSUS-
000550*                   MASTER-COUNT COMPARE STAYS IN BALANCE
000560*                   ACROSS AN ARCHIVE RUN.
000570*   2026-10-15  DF  AUDIT-HIST AND AUDIT-NEW RECORDS WIDENED TO
000580*                   MATCH THE AUDIT-LOG RECORD, WHICH NOW
000590*                   CARRIES THE OLD AND NEW RETAIL PRICE.
000600*   2026-10-15  DF  A PURGED INACTIVE RECORD WITH PAIRS STILL ON
000610*                   HAND NOW JOURNALS THEIR COST AS A WRITE-OFF
000620*                   (DEBIT SHRINK, CREDIT DISCONTINUED
000630*                   INVENTORY) TO THE GL JOURNAL, SINCE THE
000640*                   PAIRS LEAVE THE VALUATION WITH THE RECORD.
000650*                   THE RUN'S ENTRIES CLOSE WITH A BATCH-TOTAL
000660*                   RECORD.
000670*   2026-10-15  DF  AUDIT-HIST AND AUDIT-NEW RECORDS WIDENED TO
000680*                   MATCH THE AUDIT-LOG RECORD, WHICH NOW
000690*                   CARRIES THE STOCKING LOCATION.
000700*****************************************************************
000710  ENVIRONMENT DIVISION.
000720  INPUT-OUTPUT SECTION.
000730  FILE-CONTROL.
000740      SELECT ARCHIVE-PARM ASSIGN TO "ARCPARM"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-ARCHIVE-PARM-STATUS.
000770
000780      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS SM-MASTER-KEY
000820          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000830
000840      SELECT SHOE-ARCHIVE ASSIGN TO "SHOEARCH"
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS WS-SHOE-ARCHIVE-STATUS.
000870
000880      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000890          ORGANIZATION IS LINE SEQUENTIAL
000900          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000910
000920      SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS WS-AUDIT-HIST-STATUS.
000950
000960      SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
000970          ORGANIZATION IS LINE SEQUENTIAL
000980          FILE STATUS IS WS-AUDIT-NEW-STATUS.
000990
001000      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
001010          ORGANIZATION IS LINE SEQUENTIAL
001020          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
001030
001040      SELECT CTL-HIST ASSIGN TO "CTLHIST"
001050          ORGANIZATION IS LINE SEQUENTIAL
001060          FILE STATUS IS WS-CTL-HIST-STATUS.
001070
001080      SELECT CTL-NEW ASSIGN TO "CTLNEW"
001090          ORGANIZATION IS LINE SEQUENTIAL
001100          FILE STATUS IS WS-CTL-NEW-STATUS.
001110
001120      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
001130          ORGANIZATION IS LINE SEQUENTIAL
001140          FILE STATUS IS WS-GL-JOURNAL-STATUS.
001150
001160      SELECT ARC-LISTING ASSIGN TO "ARCRPT"
001170          ORGANIZATION IS LINE SEQUENTIAL
001180          FILE STATUS IS WS-ARC-LISTING-STATUS.
001190
001200  DATA DIVISION.
001210  FILE SECTION.
001220  FD  ARCHIVE-PARM
001230      LABEL RECORDS ARE STANDARD.
001240  01  ARCHIVE-PARM-RECORD.
001250      05  AR-CUTOFF-DATE           PIC X(08).
001260      05  FILLER                   PIC X(72).
001270
001280  FD  SHOE-MASTER
001290      LABEL RECORDS ARE STANDARD.
001300      COPY SHOEMAST.
001310
001320  FD  SHOE-ARCHIVE
001330      LABEL RECORDS ARE STANDARD.
001340  01  SHOE-ARCHIVE-RECORD          PIC X(66).
001350
001360  FD  GL-JOURNAL
001370      LABEL RECORDS ARE STANDARD.
001380      COPY GLJRNL.
001390
001400  FD  AUDIT-LOG
001410      LABEL RECORDS ARE STANDARD.
001420      COPY AUDITLOG.
001430
001440  FD  AUDIT-HIST
001450      LABEL RECORDS ARE STANDARD.
001460  01  AUDIT-HIST-RECORD            PIC X(60).
001470
001480  FD  AUDIT-NEW
001490      LABEL RECORDS ARE STANDARD.
001500  01  AUDIT-NEW-RECORD             PIC X(60).
001510
001520  FD  CONTROL-TOTALS
001530      LABEL RECORDS ARE STANDARD.
001540      COPY CTLTOTAL.
001550
001560  FD  CTL-HIST
001570      LABEL RECORDS ARE STANDARD.
001580  01  CTL-HIST-RECORD              PIC X(44).
001590
001600  FD  CTL-NEW
001610      LABEL RECORDS ARE STANDARD.
001620  01  CTL-NEW-RECORD               PIC X(44).
001630
001640  FD  ARC-LISTING
001650      LABEL RECORDS ARE STANDARD.
001660  01  LISTING-RECORD               PIC X(80).
001670
001680  WORKING-STORAGE SECTION.
001690  01  WS-ARCHIVE-PARM-STATUS      PIC X(02).
001700      88  WS-AR-OK                        VALUE "00".
001710      88  WS-AR-FILE-NOT-FOUND            VALUE "35".
001720
001730  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001740      88  WS-SM-OK                        VALUE "00".
001750      88  WS-SM-FILE-NOT-FOUND            VALUE "35".
001760
001770  01  WS-SHOE-ARCHIVE-STATUS      PIC X(02).
001780      88  WS-SA-OK                        VALUE "00".
001790      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
001800
001810  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001820      88  WS-AL-OK                        VALUE "00".
001830      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
001840
001850  01  WS-AUDIT-HIST-STATUS        PIC X(02).
001860      88  WS-AH-OK                        VALUE "00".
001870      88  WS-AH-FILE-NOT-FOUND            VALUE "35".
001880
001890  01  WS-AUDIT-NEW-STATUS         PIC X(02).
001900      88  WS-AN-OK                        VALUE "00".
001910
001920  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
001930      88  WS-CT-OK                        VALUE "00".
001940      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
001950
001960  01  WS-CTL-HIST-STATUS          PIC X(02).
001970      88  WS-CH-OK                        VALUE "00".
001980      88  WS-CH-FILE-NOT-FOUND            VALUE "35".
001990
002000  01  WS-CTL-NEW-STATUS           PIC X(02).
002010      88  WS-CN-OK                        VALUE "00".
002020
002030  01  WS-GL-JOURNAL-STATUS        PIC X(02).
002040      88  WS-GJ-OK                        VALUE "00".
002050      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
002060
002070  01  WS-ARC-LISTING-STATUS       PIC X(02).
002080      88  WS-RL-OK                        VALUE "00".
002090
002100  01  WS-PARM-OK-SW               PIC X(01) VALUE "N".
002110      88  WS-PARM-OK                      VALUE "Y".
002120
002130  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
002140      88  WS-MASTER-EOF                   VALUE "Y".
002150
002160  01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002170      88  WS-AUDIT-EOF                    VALUE "Y".
002180
002190  01  WS-CTL-EOF-SW               PIC X(01) VALUE "N".
002200      88  WS-CTL-EOF                      VALUE "Y".
002210
002220  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
002230      88  WS-COPY-EOF                     VALUE "Y".
002240
002250  01  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
002260
002270  01  WS-MASTER-KEPT-COUNT        PIC 9(05) VALUE ZERO.
002280  01  WS-MASTER-ARCH-COUNT        PIC 9(05) VALUE ZERO.
002290  01  WS-AUDIT-KEPT-COUNT         PIC 9(05) VALUE ZERO.
002300  01  WS-AUDIT-ARCH-COUNT         PIC 9(05) VALUE ZERO.
002310  01  WS-CTL-KEPT-COUNT           PIC 9(05) VALUE ZERO.
002320  01  WS-CTL-ARCH-COUNT           PIC 9(05) VALUE ZERO.
002330  01  WS-ROLLED-ACCEPT-COUNT      PIC 9(07) VALUE ZERO.
002340  01  WS-ROLLED-WRITE-COUNT       PIC 9(07) VALUE ZERO.
002350  01  WS-CARRY-ACCEPT-COUNT       PIC S9(07) VALUE ZERO.
002360  01  WS-CARRY-WRITE-COUNT        PIC S9(07) VALUE ZERO.
002370  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002380  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002390  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
002400  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
002410  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
002420  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
002430  01  WS-GL-ENTRY-CD              PIC X(01) VALUE SPACE.
002440  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002450  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
002460  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
002470  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
002480  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
002490  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
002500
002510      COPY GLACCT.
002520
002530  01  WS-HEADING-1.
002540      05  FILLER                   PIC X(26)
002550              VALUE "ARCHIVE AND PURGE REPORT  ".
002560      05  FILLER                   PIC X(08) VALUE "CUTOFF  ".
002570      05  H1-CUTOFF-DATE           PIC X(08).
002580
002590  01  WS-NO-PARM-LINE.
002600      05  FILLER                   PIC X(40)
002610              VALUE "** NO VALID CUTOFF DATE ON ARCPARM - RUN".
002620      05  FILLER                   PIC X(13)
002630              VALUE " ABANDONED **".
002640
002650  01  WS-NO-MASTER-LINE.
002660      05  FILLER                   PIC X(42)
002670              VALUE "** SHOE-MASTER NOT AVAILABLE - MASTER PASS".
002680      05  FILLER                   PIC X(11)
002690              VALUE " SKIPPED **".
002700
002710  01  WS-COUNT-LINE.
002720      05  CL-FILE-NAME             PIC X(12).
002730      05  CL-LABEL-1               PIC X(10) VALUE "  KEPT -  ".
002740      05  CL-KEPT-COUNT            PIC ZZ,ZZ9.
002750      05  CL-LABEL-2               PIC X(13)
002760              VALUE "   ARCHIVED- ".
002770      05  CL-ARCH-COUNT            PIC ZZ,ZZ9.
002780
002790  01  WS-CARRY-LINE.
002800      05  FILLER                   PIC X(23)
002810              VALUE "CARRY-FWD CTL ACCEPTS- ".
002820      05  CF-ACCEPT-COUNT          PIC ZZ,ZZ9.
002830      05  FILLER                   PIC X(10)
002840              VALUE "  WRITES- ".
002850      05  CF-WRITE-COUNT           PIC ZZ,ZZ9.
002860
002870  01  WS-UNBALANCED-LINE.
002880      05  FILLER                   PIC X(43)
002890              VALUE "** PURGED MASTERS EXCEED ROLLED WRITES - CT".
002900      05  FILLER                   PIC X(17)
002910              VALUE " OUT OF BALANCE**".
002920
002930  01  WS-GL-TOTAL-LINE.
002940      05  FILLER                   PIC X(23)
002950              VALUE "GL ENTRIES WRITTEN -  ".
002960      05  TL-GL-ENTRY-COUNT        PIC Z,ZZZ,ZZ9.
002970      05  FILLER                   PIC X(12)
002980              VALUE "   WRITE-OFF".
002990      05  TL-GL-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003000
003010  PROCEDURE DIVISION.
003020  0000-MAIN-PROCEDURE.
003030      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040
003050      IF WS-PARM-OK
003060          PERFORM 2000-ARCHIVE-MASTER THRU 2000-EXIT
003070          PERFORM 3000-ROLL-AUDIT-LOG THRU 3000-EXIT
003080          PERFORM 4000-ROLL-CTL-TOTALS THRU 4000-EXIT
003090          PERFORM 5000-WRITE-CARRY-FORWARD THRU 5000-EXIT
003100          PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003110      END-IF.
003120
003130      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003140
003150      STOP RUN.
003160
003170*****************************************************************
003180* 1000-INITIALIZE - READ AND VALIDATE THE CUTOFF DATE AND OPEN
003190*                   THE REPORT.  A MISSING OR NON-NUMERIC
003200*                   CUTOFF ABANDONS THE RUN - GUESSING A
003210*                   RETENTION DATE PURGES DATA BY ACCIDENT.
003220*****************************************************************
003230  1000-INITIALIZE.
003240      OPEN OUTPUT ARC-LISTING.
003250
003260      OPEN INPUT ARCHIVE-PARM.
003270      IF NOT WS-AR-FILE-NOT-FOUND
003280          READ ARCHIVE-PARM
003290              AT END
003300                  CONTINUE
003310              NOT AT END
003320                  MOVE AR-CUTOFF-DATE TO WS-CUTOFF-DATE
003330          END-READ
003340          CLOSE ARCHIVE-PARM
003350      END-IF.
003360
003370      IF WS-CUTOFF-DATE NUMERIC
003380          MOVE "Y" TO WS-PARM-OK-SW
003390          MOVE WS-CUTOFF-DATE TO H1-CUTOFF-DATE
003400          WRITE LISTING-RECORD FROM WS-HEADING-1
003410          MOVE SPACES TO LISTING-RECORD
003420          WRITE LISTING-RECORD
003430      ELSE
003440          WRITE LISTING-RECORD FROM WS-NO-PARM-LINE
003450      END-IF.
003460  1000-EXIT.
003470      EXIT.
003480
003490*****************************************************************
003500* 2000-ARCHIVE-MASTER - PASS SHOE-MASTER, MOVING EACH INACTIVE
003510*                       RECORD LAST UPDATED BEFORE THE CUTOFF
003520*                       TO THE ARCHIVE AND DELETING IT FROM
003530*                       THE MASTER.  A MASTER THAT WILL NOT
003540*                       OPEN CLEANLY IS REPORTED AND SKIPPED
003550*                       RATHER THAN PURGED ON BAD FOOTING.
003560*****************************************************************
003570  2000-ARCHIVE-MASTER.
003580      OPEN I-O SHOE-MASTER.
003590      IF NOT WS-SM-OK
003600          MOVE "Y" TO WS-MASTER-EOF-SW
003610          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
003620      END-IF.
003630      OPEN EXTEND SHOE-ARCHIVE.
003640      IF WS-SA-FILE-NOT-FOUND
003650          OPEN OUTPUT SHOE-ARCHIVE
003660      END-IF.
003670      OPEN EXTEND GL-JOURNAL.
003680      IF WS-GJ-FILE-NOT-FOUND
003690          OPEN OUTPUT GL-JOURNAL
003700      END-IF.
003710      ACCEPT WS-GL-BATCH-DATE FROM DATE YYYYMMDD.
003720      ACCEPT WS-GL-BATCH-TIME FROM TIME.
003730
003740      IF NOT WS-MASTER-EOF
003750          PERFORM 2100-READ-MASTER THRU 2100-EXIT
003760      END-IF.
003770      PERFORM 2200-JUDGE-MASTER THRU 2200-EXIT
003780          UNTIL WS-MASTER-EOF.
003790
003800      CLOSE SHOE-MASTER.
003810      CLOSE SHOE-ARCHIVE.
003820      PERFORM 8960-WRITE-GL-BATCH-TOTAL THRU 8960-EXIT.
003830      CLOSE GL-JOURNAL.
003840  2000-EXIT.
003850      EXIT.
003860
003870*****************************************************************
003880* 2100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
003890*****************************************************************
003900  2100-READ-MASTER.
003910      READ SHOE-MASTER NEXT RECORD
003920          AT END
003930              MOVE "Y" TO WS-MASTER-EOF-SW
003940      END-READ.
003950  2100-EXIT.
003960      EXIT.
003970
003980*****************************************************************
003990* 2200-JUDGE-MASTER - ARCHIVE AND DELETE ONE EXPIRED INACTIVE
004000*                     RECORD, OR COUNT IT KEPT, AND READ AHEAD.
004010*                     PAIRS STILL ON HAND ARE WRITTEN OFF ON
004020*                     THE GL JOURNAL BEFORE THE RECORD GOES.
004030*****************************************************************
004040  2200-JUDGE-MASTER.
004050      IF SM-INACTIVE AND SM-LAST-UPD-DATE < WS-CUTOFF-DATE
004060          MOVE SPACES TO SHOE-ARCHIVE-RECORD
004070          WRITE SHOE-ARCHIVE-RECORD FROM SHOE-MASTER-RECORD
004080          IF SM-QTY-ON-HAND > ZERO
004090              PERFORM 2300-JOURNAL-WRITE-OFF THRU 2300-EXIT
004100          END-IF
004110          DELETE SHOE-MASTER
004120          ADD 1 TO WS-MASTER-ARCH-COUNT
004130      ELSE
004140          ADD 1 TO WS-MASTER-KEPT-COUNT
004150      END-IF.
004160
004170      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004180  2200-EXIT.
004190      EXIT.
004200
004210*****************************************************************
004220* 2300-JOURNAL-WRITE-OFF - JOURNAL THE COST OF THE PAIRS STILL
004230*                          ON HAND ON A RECORD BEING PURGED.
004240*                          DISCONTINUED STOCK IS CARRIED IN
004250*                          THE DISCONTINUED INVENTORY ACCOUNT.
004260*****************************************************************
004270  2300-JOURNAL-WRITE-OFF.
004280      COMPUTE WS-GL-AMOUNT = SM-QTY-ON-HAND * SM-UNIT-COST.
004290      MOVE GL-ACCT-SHRINK TO WS-GL-DEBIT-ACCT.
004300      MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-CREDIT-ACCT.
004310      MOVE "W" TO WS-GL-ENTRY-CD.
004320      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
004330  2300-EXIT.
004340      EXIT.
004350
004360*****************************************************************
004370* 3000-ROLL-AUDIT-LOG - PASS 1: SPLIT AUDIT-LOG INTO HISTORY
004380*                       (BEFORE THE CUTOFF) AND THE WORK FILE.
004390*                       PASS 2: COPY THE WORK FILE BACK OVER
004400*                       AUDIT-LOG, SO THE LIVE LOG HOLDS ONLY
004410*                       RECORDS INSIDE RETENTION.
004420*****************************************************************
004430  3000-ROLL-AUDIT-LOG.
004440      OPEN INPUT AUDIT-LOG.
004450      IF WS-AL-FILE-NOT-FOUND
004460          MOVE "Y" TO WS-AUDIT-EOF-SW
004470      END-IF.
004480      OPEN EXTEND AUDIT-HIST.
004490      IF WS-AH-FILE-NOT-FOUND
004500          OPEN OUTPUT AUDIT-HIST
004510      END-IF.
004520      OPEN OUTPUT AUDIT-NEW.
004530
004540      IF NOT WS-AUDIT-EOF
004550          PERFORM 3100-READ-AUDIT THRU 3100-EXIT
004560      END-IF.
004570      PERFORM 3200-JUDGE-AUDIT THRU 3200-EXIT
004580          UNTIL WS-AUDIT-EOF.
004590
004600      CLOSE AUDIT-LOG.
004610      CLOSE AUDIT-HIST.
004620      CLOSE AUDIT-NEW.
004630
004640      PERFORM 3900-COPY-BACK-AUDIT THRU 3900-EXIT.
004650  3000-EXIT.
004660      EXIT.
004670
004680*****************************************************************
004690* 3100-READ-AUDIT - READ THE NEXT AUDIT-LOG RECORD.
004700*****************************************************************
004710  3100-READ-AUDIT.
004720      READ AUDIT-LOG
004730          AT END
004740              MOVE "Y" TO WS-AUDIT-EOF-SW
004750      END-READ.
004760  3100-EXIT.
004770      EXIT.
004780
004790*****************************************************************
004800* 3200-JUDGE-AUDIT - ROUTE ONE AUDIT-LOG RECORD TO HISTORY OR
004810*                    THE WORK FILE AND READ AHEAD.
004820*****************************************************************
004830  3200-JUDGE-AUDIT.
004840      IF AL-TRANS-DATE < WS-CUTOFF-DATE
004850          MOVE SPACES TO AUDIT-HIST-RECORD
004860          WRITE AUDIT-HIST-RECORD FROM AUDIT-LOG-RECORD
004870          ADD 1 TO WS-AUDIT-ARCH-COUNT
004880      ELSE
004890          MOVE SPACES TO AUDIT-NEW-RECORD
004900          WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-RECORD
004910          ADD 1 TO WS-AUDIT-KEPT-COUNT
004920      END-IF.
004930
004940      PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004950  3200-EXIT.
004960      EXIT.
004970
004980*****************************************************************
004990* 3900-COPY-BACK-AUDIT - PASS 2: REWRITE THE LIVE AUDIT-LOG
005000*                        FROM THE WORK FILE.
005010*****************************************************************
005020  3900-COPY-BACK-AUDIT.
005030      MOVE "N" TO WS-COPY-EOF-SW.
005040      OPEN INPUT AUDIT-NEW.
005050      OPEN OUTPUT AUDIT-LOG.
005060
005070      PERFORM 3910-READ-AUDIT-NEW THRU 3910-EXIT.
005080      PERFORM 3920-COPY-ONE-AUDIT THRU 3920-EXIT
005090          UNTIL WS-COPY-EOF.
005100
005110      CLOSE AUDIT-NEW.
005120      CLOSE AUDIT-LOG.
005130  3900-EXIT.
005140      EXIT.
005150
005160*****************************************************************
005170* 3910-READ-AUDIT-NEW - READ THE NEXT WORK-FILE RECORD.
005180*****************************************************************
005190  3910-READ-AUDIT-NEW.
005200      READ AUDIT-NEW
005210          AT END
005220              MOVE "Y" TO WS-COPY-EOF-SW
005230      END-READ.
005240  3910-EXIT.
005250      EXIT.
005260
005270*****************************************************************
005280* 3920-COPY-ONE-AUDIT - COPY ONE WORK-FILE RECORD BACK TO THE
005290*                       LIVE AUDIT-LOG AND READ AHEAD.
005300*****************************************************************
005310  3920-COPY-ONE-AUDIT.
005320      WRITE AUDIT-LOG-RECORD FROM AUDIT-NEW-RECORD.
005330      PERFORM 3910-READ-AUDIT-NEW THRU 3910-EXIT.
005340  3920-EXIT.
005350      EXIT.
005360
005370*****************************************************************
005380* 4000-ROLL-CTL-TOTALS - SAME TWO-PASS ROLL FOR THE
005390*                        CONTROL-TOTALS FILE.
005400*****************************************************************
005410  4000-ROLL-CTL-TOTALS.
005420      OPEN INPUT CONTROL-TOTALS.
005430      IF WS-CT-FILE-NOT-FOUND
005440          MOVE "Y" TO WS-CTL-EOF-SW
005450      END-IF.
005460      OPEN EXTEND CTL-HIST.
005470      IF WS-CH-FILE-NOT-FOUND
005480          OPEN OUTPUT CTL-HIST
005490      END-IF.
005500      OPEN OUTPUT CTL-NEW.
005510
005520      IF NOT WS-CTL-EOF
005530          PERFORM 4100-READ-CTL THRU 4100-EXIT
005540      END-IF.
005550      PERFORM 4200-JUDGE-CTL THRU 4200-EXIT
005560          UNTIL WS-CTL-EOF.
005570
005580      CLOSE CONTROL-TOTALS.
005590      CLOSE CTL-HIST.
005600      CLOSE CTL-NEW.
005610
005620      PERFORM 4900-COPY-BACK-CTL THRU 4900-EXIT.
005630  4000-EXIT.
005640      EXIT.
005650
005660*****************************************************************
005670* 4100-READ-CTL - READ THE NEXT CONTROL-TOTALS RECORD.
005680*****************************************************************
005690  4100-READ-CTL.
005700      READ CONTROL-TOTALS
005710          AT END
005720              MOVE "Y" TO WS-CTL-EOF-SW
005730      END-READ.
005740  4100-EXIT.
005750      EXIT.
005760
005770*****************************************************************
005780* 4200-JUDGE-CTL - ROUTE ONE CONTROL-TOTALS RECORD TO HISTORY
005790*                  OR THE WORK FILE AND READ AHEAD.
005800*****************************************************************
005810  4200-JUDGE-CTL.
005820      IF CT-RUN-DATE < WS-CUTOFF-DATE
005830          MOVE SPACES TO CTL-HIST-RECORD
005840          WRITE CTL-HIST-RECORD FROM CONTROL-TOTALS-RECORD
005850          ADD 1 TO WS-CTL-ARCH-COUNT
005860          IF CT-KEYED-RUN OR CT-MAINT-RUN OR CT-RECOVERED-RUN
005870                  OR CT-CARRY-RUN
005880              ADD CT-ACCEPT-COUNT TO WS-ROLLED-ACCEPT-COUNT
005890              ADD CT-WRITE-COUNT TO WS-ROLLED-WRITE-COUNT
005900          END-IF
005910      ELSE
005920          MOVE SPACES TO CTL-NEW-RECORD
005930          WRITE CTL-NEW-RECORD FROM CONTROL-TOTALS-RECORD
005940          ADD 1 TO WS-CTL-KEPT-COUNT
005950      END-IF.
005960
005970      PERFORM 4100-READ-CTL THRU 4100-EXIT.
005980  4200-EXIT.
005990      EXIT.
006000
006010*****************************************************************
006020* 4900-COPY-BACK-CTL - PASS 2: REWRITE THE LIVE CONTROL-TOTALS
006030*                      FILE FROM THE WORK FILE.
006040*****************************************************************
006050  4900-COPY-BACK-CTL.
006060      MOVE "N" TO WS-COPY-EOF-SW.
006070      OPEN INPUT CTL-NEW.
006080      OPEN OUTPUT CONTROL-TOTALS.
006090
006100      PERFORM 4910-READ-CTL-NEW THRU 4910-EXIT.
006110      PERFORM 4920-COPY-ONE-CTL THRU 4920-EXIT
006120          UNTIL WS-COPY-EOF.
006130
006140      CLOSE CTL-NEW.
006150      CLOSE CONTROL-TOTALS.
006160  4900-EXIT.
006170      EXIT.
006180
006190*****************************************************************
006200* 4910-READ-CTL-NEW - READ THE NEXT WORK-FILE RECORD.
006210*****************************************************************
006220  4910-READ-CTL-NEW.
006230      READ CTL-NEW
006240          AT END
006250              MOVE "Y" TO WS-COPY-EOF-SW
006260      END-READ.
006270  4910-EXIT.
006280      EXIT.
006290
006300*****************************************************************
006310* 4920-COPY-ONE-CTL - COPY ONE WORK-FILE RECORD BACK TO THE
006320*                     LIVE CONTROL-TOTALS FILE AND READ AHEAD.
006330*****************************************************************
006340  4920-COPY-ONE-CTL.
006350      WRITE CONTROL-TOTALS-RECORD FROM CTL-NEW-RECORD.
006360      PERFORM 4910-READ-CTL-NEW THRU 4910-EXIT.
006370  4920-EXIT.
006380      EXIT.
006390
006400*****************************************************************
006410* 5000-WRITE-CARRY-FORWARD - KEEP LAB10REC'S CUMULATIVE COMPARE
006420*                            IN BALANCE.  THE COUNTING-RUN
006430*                            (K/M/R/C) ACCEPTS AND WRITES JUST
006440*                            ROLLED TO HISTORY, LESS THE MASTER
006450*                            RECORDS JUST PURGED, ARE APPENDED
006460*                            BACK AS ONE CARRY-FORWARD RECORD
006470*                            (RUN-TYPE C).  A RESULT OF ZERO
006480*                            NEEDS NO RECORD; A NEGATIVE RESULT
006490*                            CANNOT BE CARRIED AND IS REPORTED.
006500*****************************************************************
006510  5000-WRITE-CARRY-FORWARD.
006520      COMPUTE WS-CARRY-ACCEPT-COUNT =
006530          WS-ROLLED-ACCEPT-COUNT - WS-MASTER-ARCH-COUNT.
006540      COMPUTE WS-CARRY-WRITE-COUNT =
006550          WS-ROLLED-WRITE-COUNT - WS-MASTER-ARCH-COUNT.
006560
006570      EVALUATE TRUE
006580          WHEN WS-CARRY-ACCEPT-COUNT < ZERO
006590                  OR WS-CARRY-WRITE-COUNT < ZERO
006600              WRITE LISTING-RECORD FROM WS-UNBALANCED-LINE
006610          WHEN WS-CARRY-ACCEPT-COUNT = ZERO
006620                  AND WS-CARRY-WRITE-COUNT = ZERO
006630              CONTINUE
006640          WHEN OTHER
006650              PERFORM 5900-APPEND-CARRY-RECORD THRU 5900-EXIT
006660      END-EVALUATE.
006670  5000-EXIT.
006680      EXIT.
006690
006700*****************************************************************
006710* 5900-APPEND-CARRY-RECORD - APPEND THE CARRY-FORWARD RECORD
006720*                            TO THE LIVE CONTROL-TOTALS FILE
006730*                            AND NOTE IT ON THE REPORT.
006740*****************************************************************
006750  5900-APPEND-CARRY-RECORD.
006760      OPEN EXTEND CONTROL-TOTALS.
006770      IF WS-CT-FILE-NOT-FOUND
006780          OPEN OUTPUT CONTROL-TOTALS
006790      END-IF.
006800
006810      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006820      ACCEPT WS-CURRENT-TIME FROM TIME.
006830      MOVE SPACES TO CONTROL-TOTALS-RECORD.
006840      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
006850      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
006860      MOVE "LAB10ARC" TO CT-OPERATOR-ID.
006870      MOVE WS-CARRY-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
006880      MOVE WS-CARRY-WRITE-COUNT TO CT-WRITE-COUNT.
006890      MOVE "C" TO CT-RUN-TYPE.
006900      WRITE CONTROL-TOTALS-RECORD.
006910      CLOSE CONTROL-TOTALS.
006920
006930      MOVE WS-CARRY-ACCEPT-COUNT TO CF-ACCEPT-COUNT.
006940      MOVE WS-CARRY-WRITE-COUNT TO CF-WRITE-COUNT.
006950      WRITE LISTING-RECORD FROM WS-CARRY-LINE.
006960  5900-EXIT.
006970      EXIT.
006980
006990*****************************************************************
007000* 8000-PRINT-TOTALS - PRINT KEPT/ARCHIVED COUNTS PER FILE.
007010*****************************************************************
007020  8000-PRINT-TOTALS.
007030      MOVE "SHOE-MASTER " TO CL-FILE-NAME.
007040      MOVE WS-MASTER-KEPT-COUNT TO CL-KEPT-COUNT.
007050      MOVE WS-MASTER-ARCH-COUNT TO CL-ARCH-COUNT.
007060      WRITE LISTING-RECORD FROM WS-COUNT-LINE.
007070
007080      MOVE "AUDIT-LOG   " TO CL-FILE-NAME.
007090      MOVE WS-AUDIT-KEPT-COUNT TO CL-KEPT-COUNT.
007100      MOVE WS-AUDIT-ARCH-COUNT TO CL-ARCH-COUNT.
007110      WRITE LISTING-RECORD FROM WS-COUNT-LINE.
007120
007130      MOVE "CTL-TOTALS  " TO CL-FILE-NAME.
007140      MOVE WS-CTL-KEPT-COUNT TO CL-KEPT-COUNT.
007150      MOVE WS-CTL-ARCH-COUNT TO CL-ARCH-COUNT.
007160      WRITE LISTING-RECORD FROM WS-COUNT-LINE.
007170
007180      MOVE WS-GL-ENTRY-COUNT TO TL-GL-ENTRY-COUNT.
007190      MOVE WS-GL-TOTAL-DEBITS TO TL-GL-TOTAL-DEBITS.
007200      WRITE LISTING-RECORD FROM WS-GL-TOTAL-LINE.
007210  8000-EXIT.
007220      EXIT.
007230
007240*****************************************************************
007250* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
007260*                      FOR ONE WRITE-OFF.  PAIRS WITH NO COST
007270*                      ARE NOT JOURNALED.
007280*****************************************************************
007290  8910-WRITE-GL-PAIR.
007300      IF WS-GL-AMOUNT > ZERO
007310          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
007320          MOVE "D" TO WS-GL-POST-DR-CR
007330          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
007340          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
007350          MOVE "C" TO WS-GL-POST-DR-CR
007360          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
007370      END-IF.
007380  8910-EXIT.
007390      EXIT.
007400
007410*****************************************************************
007420* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
007430*                       RUN'S BATCH AND ADD IT TO THE BATCH
007440*                       TOTALS.
007450*****************************************************************
007460  8920-WRITE-GL-ENTRY.
007470      MOVE SPACES TO GL-JOURNAL-RECORD.
007480      MOVE "D" TO GJ-RECORD-TYPE.
007490      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
007500      MOVE "LAB10ARC" TO GJ-SOURCE-PROGRAM.
007510      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
007520      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
007530      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
007540      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
007550      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
007560      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
007570      MOVE WS-GL-ENTRY-CD TO GJ-ENTRY-CD.
007580      WRITE GL-JOURNAL-RECORD.
007590      ADD 1 TO WS-GL-ENTRY-COUNT.
007600      IF GJ-DEBIT
007610          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
007620      ELSE
007630          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
007640      END-IF.
007650  8920-EXIT.
007660      EXIT.
007670
007680*****************************************************************
007690* 8960-WRITE-GL-BATCH-TOTAL - CLOSE THIS RUN'S GL BATCH WITH ITS
007700*                             ENTRY COUNT AND DEBIT AND CREDIT
007710*                             TOTALS.  A RUN THAT JOURNALED
007720*                             NOTHING WRITES NO BATCH.
007730*****************************************************************
007740  8960-WRITE-GL-BATCH-TOTAL.
007750      IF WS-GL-ENTRY-COUNT > ZERO
007760          MOVE SPACES TO GL-JOURNAL-RECORD
007770          MOVE "T" TO GJ-RECORD-TYPE
007780          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
007790          MOVE "LAB10ARC" TO GJ-SOURCE-PROGRAM
007800          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
007810          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
007820          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
007830          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
007840          WRITE GL-JOURNAL-RECORD
007850      END-IF.
007860  8960-EXIT.
007870      EXIT.
007880
007890*****************************************************************
007900* 9000-TERMINATE - CLOSE THE REPORT AND END THE RUN.
007910*****************************************************************
007920  9000-TERMINATE.
007930      CLOSE ARC-LISTING.
007940  9000-EXIT.
007950      EXIT.
007960
007970  END PROGRAM LAB10ARC.

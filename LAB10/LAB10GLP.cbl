000100*****************************************************************
000110* Program:  LAB10GLP
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: END-OF-DAY GL JOURNAL PROOF AND RELEASE.  READS THE
000160*          GL INVENTORY JOURNAL (GLJRNL) BATCH BY BATCH, CHECKS
000170*          EACH BATCH'S DETAIL AGAINST ITS BATCH-TOTAL RECORD
000180*          AND THAT ITS DEBITS EQUAL ITS CREDITS, AND NETS THE
000190*          POSTINGS TO THE TWO INVENTORY-AT-COST ACCOUNTS.  THAT
000200*          NET MUST EQUAL THE CHANGE IN LAB10VAL'S EXTENDED COST
000210*          FROM THE VALUE THE JOURNAL WAS LAST RELEASED AT (THE
000220*          GL PROOF CONTROL FILE, GLPCTL) TO TODAY'S VALUATION ON
000230*          VALHIST.  WHEN EVERYTHING PROVES THE JOURNAL IS COPIED
000240*          TO THE ACCOUNTING IMPORT FILE (GLEXPORT), EMPTIED, AND
000250*          TODAY'S VALUE BECOMES THE NEW BASELINE.  OTHERWISE THE
000260*          JOURNAL IS LEFT AS IT IS, THE HOLD IS RAISED FOR THE
000270*          END-OF-DAY DRIVER, AND THE LISTING SAYS WHY.
000280*****************************************************************
000290  IDENTIFICATION DIVISION.
000300  PROGRAM-ID. LAB10GLP.
000310  AUTHOR. D. FALLIS.
000320  INSTALLATION. RETAIL SYSTEMS.
000330  DATE-WRITTEN. 2026-10-15.
000340  DATE-COMPILED.
000350*****************************************************************
000360* MODIFICATION HISTORY
000370*   2026-10-15  DF  ORIGINAL PROGRAM.
000380*****************************************************************
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS WS-GL-JOURNAL-STATUS.
000450
000460      SELECT VAL-HIST ASSIGN TO "VALHIST"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-VAL-HIST-STATUS.
000490
000500      SELECT GL-PROOF-CONTROL ASSIGN TO "GLPCTL"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS WS-GL-PROOF-CONTROL-STATUS.
000530
000540      SELECT GL-EXPORT ASSIGN TO "GLEXPORT"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS WS-GL-EXPORT-STATUS.
000570
000580      SELECT GLP-LISTING ASSIGN TO "GLPRPT"
000590          ORGANIZATION IS LINE SEQUENTIAL
000600          FILE STATUS IS WS-GLP-LISTING-STATUS.
000610
000620  DATA DIVISION.
000630  FILE SECTION.
000640  FD  GL-JOURNAL
000650      LABEL RECORDS ARE STANDARD.
000660      COPY GLJRNL.
000670
000680  FD  VAL-HIST
000690      LABEL RECORDS ARE STANDARD.
000700      COPY VALHIST.
000710
000720  FD  GL-PROOF-CONTROL
000730      LABEL RECORDS ARE STANDARD.
000740      COPY GLPCTL.
000750
000760  FD  GL-EXPORT
000770      LABEL RECORDS ARE STANDARD.
000780  01  GL-EXPORT-RECORD             PIC X(80).
000790
000800  FD  GLP-LISTING
000810      LABEL RECORDS ARE STANDARD.
000820  01  LISTING-RECORD               PIC X(80).
000830
000840  WORKING-STORAGE SECTION.
000850  01  WS-GL-JOURNAL-STATUS        PIC X(02).
000860      88  WS-GJ-OK                        VALUE "00".
000870      88  WS-GJ-EOF                       VALUE "10".
000880      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
000890
000900  01  WS-VAL-HIST-STATUS          PIC X(02).
000910      88  WS-VH-OK                        VALUE "00".
000920      88  WS-VH-EOF                       VALUE "10".
000930      88  WS-VH-FILE-NOT-FOUND            VALUE "35".
000940
000950  01  WS-GL-PROOF-CONTROL-STATUS  PIC X(02).
000960      88  WS-GP-OK                        VALUE "00".
000970      88  WS-GP-FILE-NOT-FOUND            VALUE "35".
000980
000990  01  WS-GL-EXPORT-STATUS         PIC X(02).
001000      88  WS-GE-OK                        VALUE "00".
001010
001020  01  WS-GLP-LISTING-STATUS       PIC X(02).
001030      88  WS-GL-OK                        VALUE "00".
001040
001050  01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE "N".
001060      88  WS-JOURNAL-EOF                  VALUE "Y".
001070
001080  01  WS-VAL-HIST-EOF-SW          PIC X(01) VALUE "N".
001090      88  WS-VAL-HIST-EOF                 VALUE "Y".
001100
001110  01  WS-IN-BATCH-SW              PIC X(01) VALUE "N".
001120      88  WS-IN-BATCH                     VALUE "Y".
001130
001140  01  WS-HAVE-TODAY-SW            PIC X(01) VALUE "N".
001150      88  WS-HAVE-TODAY                   VALUE "Y".
001160
001170  01  WS-HAVE-PRIOR-SW            PIC X(01) VALUE "N".
001180      88  WS-HAVE-PRIOR                   VALUE "Y".
001190
001200  01  WS-HAVE-BASE-SW             PIC X(01) VALUE "N".
001210      88  WS-HAVE-BASE                    VALUE "Y".
001220
001230  01  WS-BATCH-ERROR-SW           PIC X(01) VALUE "N".
001240      88  WS-BATCH-ERROR                  VALUE "Y".
001250
001260  01  WS-PROOF-FAILED-SW          PIC X(01) VALUE "N".
001270      88  WS-PROOF-FAILED                 VALUE "Y".
001280
001290  01  WS-HOLD-SW                  PIC X(01) VALUE "N".
001300      88  WS-HOLD                         VALUE "Y".
001310
001320  01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001330  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001340
001350  01  WS-TODAY-VALUE              PIC 9(11)V99 VALUE ZERO.
001360  01  WS-PRIOR-DATE               PIC X(08) VALUE SPACES.
001370  01  WS-PRIOR-VALUE              PIC 9(11)V99 VALUE ZERO.
001380  01  WS-BASE-DATE                PIC X(08) VALUE SPACES.
001390  01  WS-BASE-VALUE               PIC 9(11)V99 VALUE ZERO.
001400  01  WS-VALUE-CHANGE             PIC S9(11)V99 VALUE ZERO.
001410  01  WS-NET-INVENTORY            PIC S9(11)V99 VALUE ZERO.
001420  01  WS-PROOF-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
001430
001440  01  WS-BATCH-SOURCE             PIC X(08) VALUE SPACES.
001450  01  WS-BATCH-DATE               PIC X(08) VALUE SPACES.
001460  01  WS-BATCH-TIME               PIC X(08) VALUE SPACES.
001470  01  WS-BATCH-ENTRIES            PIC 9(07) VALUE ZERO.
001480  01  WS-BATCH-DEBITS             PIC 9(11)V99 VALUE ZERO.
001490  01  WS-BATCH-CREDITS            PIC 9(11)V99 VALUE ZERO.
001500
001510  01  WS-RECORD-COUNT             PIC 9(07) VALUE ZERO.
001520  01  WS-BATCH-COUNT              PIC 9(05) VALUE ZERO.
001530  01  WS-BAD-BATCH-COUNT          PIC 9(05) VALUE ZERO.
001540  01  WS-NO-TOTAL-COUNT           PIC 9(05) VALUE ZERO.
001550  01  WS-BAD-RECORD-COUNT         PIC 9(05) VALUE ZERO.
001560  01  WS-ENTRY-COUNT              PIC 9(07) VALUE ZERO.
001570  01  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
001580  01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.
001590  01  WS-RELEASE-COUNT            PIC 9(07) VALUE ZERO.
001600
001610      COPY GLACCT.
001620
001630      COPY EODCOMM.
001640
001650  01  WS-HEADING-1.
001660      05  FILLER                   PIC X(30)
001670              VALUE "GL JOURNAL PROOF AND RELEASE  ".
001680      05  FILLER                   PIC X(04) VALUE "RUN ".
001690      05  H1-RUN-DATE              PIC 9(08).
001700
001710  01  WS-HEADING-2.
001720      05  FILLER                   PIC X(08) VALUE "SOURCE".
001730      05  FILLER                   PIC X(01) VALUE SPACES.
001740      05  FILLER                   PIC X(08) VALUE "BUS DATE".
001750      05  FILLER                   PIC X(01) VALUE SPACES.
001760      05  FILLER                   PIC X(08) VALUE "BATCH".
001770      05  FILLER                   PIC X(01) VALUE SPACES.
001780      05  FILLER                   PIC X(07) VALUE "ENTRIES".
001790      05  FILLER                   PIC X(11) VALUE SPACES.
001800      05  FILLER                   PIC X(06) VALUE "DEBITS".
001810      05  FILLER                   PIC X(10) VALUE SPACES.
001820      05  FILLER                   PIC X(07) VALUE "CREDITS".
001830      05  FILLER                   PIC X(01) VALUE SPACES.
001840      05  FILLER                   PIC X(06) VALUE "STATUS".
001850
001860  01  WS-BATCH-LINE.
001870      05  BL-SOURCE-PROGRAM        PIC X(08).
001880      05  FILLER                   PIC X(01) VALUE SPACES.
001890      05  BL-BUSINESS-DATE         PIC X(08).
001900      05  FILLER                   PIC X(01) VALUE SPACES.
001910      05  BL-BATCH-TIME            PIC X(08).
001920      05  FILLER                   PIC X(01) VALUE SPACES.
001930      05  BL-ENTRY-COUNT           PIC ZZZZZZ9.
001940      05  FILLER                   PIC X(01) VALUE SPACES.
001950      05  BL-DEBITS                PIC Z,ZZZ,ZZZ,ZZ9.99.
001960      05  FILLER                   PIC X(01) VALUE SPACES.
001970      05  BL-CREDITS               PIC Z,ZZZ,ZZZ,ZZ9.99.
001980      05  FILLER                   PIC X(01) VALUE SPACES.
001990      05  BL-STATUS                PIC X(10).
002000
002010  01  WS-TOTAL-LINE-1.
002020      05  FILLER                   PIC X(23)
002030              VALUE "BATCHES READ       -  ".
002040      05  TL-BATCH-COUNT           PIC ZZ,ZZ9.
002050
002060  01  WS-TOTAL-LINE-2.
002070      05  FILLER                   PIC X(23)
002080              VALUE "BATCHES IN ERROR   -  ".
002090      05  TL-BAD-BATCH-COUNT       PIC ZZ,ZZ9.
002100
002110  01  WS-TOTAL-LINE-3.
002120      05  FILLER                   PIC X(23)
002130              VALUE "BATCHES NO TOTAL   -  ".
002140      05  TL-NO-TOTAL-COUNT        PIC ZZ,ZZ9.
002150
002160  01  WS-TOTAL-LINE-3A.
002170      05  FILLER                   PIC X(23)
002180              VALUE "BAD RECORD TYPES   -  ".
002190      05  TL-BAD-RECORD-COUNT      PIC ZZ,ZZ9.
002200
002210  01  WS-TOTAL-LINE-4.
002220      05  FILLER                   PIC X(23)
002230              VALUE "ENTRIES READ       -  ".
002240      05  TL-ENTRY-COUNT           PIC Z,ZZZ,ZZ9.
002250
002260  01  WS-TOTAL-LINE-5.
002270      05  FILLER                   PIC X(23)
002280              VALUE "TOTAL DEBITS       -  ".
002290      05  TL-TOTAL-DEBITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
002300
002310  01  WS-TOTAL-LINE-6.
002320      05  FILLER                   PIC X(23)
002330              VALUE "TOTAL CREDITS      -  ".
002340      05  TL-TOTAL-CREDITS         PIC Z,ZZZ,ZZZ,ZZ9.99.
002350
002360  01  WS-PROOF-LINE-1.
002370      05  FILLER                   PIC X(23)
002380              VALUE "PRIOR VALUE        -  ".
002390      05  PL-BASE-VALUE            PIC Z,ZZZ,ZZZ,ZZ9.99.
002400      05  FILLER                   PIC X(08) VALUE "  AS OF ".
002410      05  PL-BASE-DATE             PIC X(08).
002420
002430  01  WS-PROOF-LINE-2.
002440      05  FILLER                   PIC X(23)
002450              VALUE "TODAY'S VALUE      -  ".
002460      05  PL-TODAY-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.99.
002470
002480  01  WS-PROOF-LINE-3.
002490      05  FILLER                   PIC X(23)
002500              VALUE "CHANGE IN VALUE    -  ".
002510      05  PL-VALUE-CHANGE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002520
002530  01  WS-PROOF-LINE-4.
002540      05  FILLER                   PIC X(23)
002550              VALUE "NET INVENTORY GL   -  ".
002560      05  PL-NET-INVENTORY         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002570
002580  01  WS-PROOF-LINE-5.
002590      05  FILLER                   PIC X(23)
002600              VALUE "DIFFERENCE         -  ".
002610      05  PL-PROOF-DIFFERENCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
002620
002630  01  WS-RELEASE-LINE-1.
002640      05  FILLER                   PIC X(36)
002650              VALUE "** GL JOURNAL PROVED AND RELEASED TO".
002660      05  FILLER                   PIC X(20)
002670              VALUE " GLEXPORT - RECORDS ".
002680      05  RL-RELEASE-COUNT         PIC ZZZZZZ9.
002690      05  FILLER                   PIC X(03) VALUE " **".
002700
002710  01  WS-RELEASE-LINE-2.
002720      05  FILLER                   PIC X(38)
002730              VALUE "** NO GL ENTRIES TO RELEASE - GLEXPORT".
002740      05  FILLER                   PIC X(18)
002750              VALUE " LEFT AS IT WAS **".
002760
002770  01  WS-HOLD-LINE-1.
002780      05  FILLER                   PIC X(36)
002790              VALUE "** GL JOURNAL HELD - NOT RELEASED TO".
002800      05  FILLER                   PIC X(12)
002810              VALUE " GLEXPORT **".
002820
002830  01  WS-HOLD-LINE-2.
002840      05  FILLER                   PIC X(36)
002850              VALUE "** CAUSE - NO LAB10VAL VALUATION FOR".
002860      05  FILLER                   PIC X(20)
002870              VALUE " TODAY ON VALHIST **".
002880
002890  01  WS-HOLD-LINE-3.
002900      05  FILLER                   PIC X(38)
002910              VALUE "** CAUSE - NO PRIOR VALUATION TO PROVE".
002920      05  FILLER                   PIC X(23)
002930              VALUE " FROM.  RUN LAB10VAL **".
002940
002950  01  WS-HOLD-LINE-4.
002960      05  FILLER                   PIC X(36)
002970              VALUE "** CAUSE - A JOURNAL BATCH IS OUT OF".
002980      05  FILLER                   PIC X(27)
002990              VALUE " BALANCE.  REVIEW GLPRPT **".
003000
003010  01  WS-HOLD-LINE-5.
003020      05  FILLER                   PIC X(36)
003030              VALUE "** CAUSE - INVENTORY POSTINGS DO NOT".
003040      05  FILLER                   PIC X(28)
003050              VALUE " PROVE TO CHANGE IN VALUE **".
003060
003070  01  WS-HOLD-LINE-6.
003080      05  FILLER                   PIC X(40)
003090              VALUE "** HELD ENTRIES STAY ON GLJRNL AND PROVE".
003100      05  FILLER                   PIC X(25)
003110              VALUE " WITH THE NEXT RELEASE **".
003120
003130  PROCEDURE DIVISION.
003140  0000-MAIN-PROCEDURE.
003150      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160
003170      PERFORM 2000-PROVE-JOURNAL THRU 2000-EXIT.
003180
003190      PERFORM 3000-PROVE-VALUE THRU 3000-EXIT.
003200
003210      IF WS-HOLD
003220          PERFORM 4500-PRINT-HOLD THRU 4500-EXIT
003230      ELSE
003240          PERFORM 4000-RELEASE-JOURNAL THRU 4000-EXIT
003250      END-IF.
003260
003270      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003280
003290      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003300
003310      MOVE WS-RELEASE-COUNT TO EOD-STEP-RECORD-COUNT.
003320      MOVE WS-HOLD-SW TO EOD-GL-HOLD-SW.
003330      GOBACK.
003340
003350*****************************************************************
003360* 1000-INITIALIZE - OPEN THE LISTING, PRINT HEADINGS, AND FIND
003370*                   TODAY'S VALUATION AND THE VALUE TO PROVE FROM.
003380*****************************************************************
003390  1000-INITIALIZE.
003400      ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003410      ACCEPT WS-CURRENT-TIME FROM TIME.
003420
003430      OPEN OUTPUT GLP-LISTING.
003440      MOVE WS-BUSINESS-DATE TO H1-RUN-DATE.
003450      WRITE LISTING-RECORD FROM WS-HEADING-1.
003460      MOVE SPACES TO LISTING-RECORD.
003470      WRITE LISTING-RECORD.
003480      WRITE LISTING-RECORD FROM WS-HEADING-2.
003490
003500      PERFORM 1100-SCAN-VAL-HIST THRU 1100-EXIT.
003510      PERFORM 1300-READ-PROOF-CONTROL THRU 1300-EXIT.
003520  1000-EXIT.
003530      EXIT.
003540
003550*****************************************************************
003560* 1100-SCAN-VAL-HIST - PASS THE VALUATION HISTORY.  IT IS WRITTEN
003570*                      IN RUN ORDER, SO THE LAST RECORD DATED
003580*                      TODAY IS TODAY'S VALUE AND THE LAST DATED
003590*                      BEFORE TODAY IS THE PRIOR DAY'S.
003600*****************************************************************
003610  1100-SCAN-VAL-HIST.
003620      OPEN INPUT VAL-HIST.
003630      IF NOT WS-VH-OK
003640          MOVE "Y" TO WS-VAL-HIST-EOF-SW
003650      ELSE
003660          PERFORM 1150-READ-VAL-HIST THRU 1150-EXIT
003670      END-IF.
003680
003690      PERFORM 1200-CHECK-VAL-HIST THRU 1200-EXIT
003700          UNTIL WS-VAL-HIST-EOF.
003710
003720      IF WS-VH-OK OR WS-VH-EOF
003730          CLOSE VAL-HIST
003740      END-IF.
003750  1100-EXIT.
003760      EXIT.
003770
003780*****************************************************************
003790* 1150-READ-VAL-HIST - READ THE NEXT VALUATION HISTORY RECORD.
003800*****************************************************************
003810  1150-READ-VAL-HIST.
003820      READ VAL-HIST
003830          AT END
003840              MOVE "Y" TO WS-VAL-HIST-EOF-SW
003850      END-READ.
003860  1150-EXIT.
003870      EXIT.
003880
003890*****************************************************************
003900* 1200-CHECK-VAL-HIST - KEEP ONE VALUATION AS TODAY'S OR THE
003910*                       PRIOR DAY'S AND READ AHEAD.
003920*****************************************************************
003930  1200-CHECK-VAL-HIST.
003940      IF VH-RUN-DATE = WS-BUSINESS-DATE
003950          MOVE VH-EXTENDED-COST TO WS-TODAY-VALUE
003960          MOVE "Y" TO WS-HAVE-TODAY-SW
003970      ELSE
003980          IF VH-RUN-DATE < WS-BUSINESS-DATE
003990              MOVE VH-RUN-DATE TO WS-PRIOR-DATE
004000              MOVE VH-EXTENDED-COST TO WS-PRIOR-VALUE
004010              MOVE "Y" TO WS-HAVE-PRIOR-SW
004020          END-IF
004030      END-IF.
004040
004050      PERFORM 1150-READ-VAL-HIST THRU 1150-EXIT.
004060  1200-EXIT.
004070      EXIT.
004080
004090*****************************************************************
004100* 1300-READ-PROOF-CONTROL - THE VALUE AT THE LAST RELEASE IS THE
004110*                           BASELINE.  BEFORE THE FIRST RELEASE
004120*                           THE PRIOR DAY'S VALUATION STANDS IN.
004130*****************************************************************
004140  1300-READ-PROOF-CONTROL.
004150      OPEN INPUT GL-PROOF-CONTROL.
004160      IF WS-GP-OK
004170          READ GL-PROOF-CONTROL
004180              AT END
004190                  MOVE "10" TO WS-GL-PROOF-CONTROL-STATUS
004200          END-READ
004210          IF WS-GP-OK
004220              MOVE GP-RELEASE-DATE TO WS-BASE-DATE
004230              MOVE GP-EXTENDED-COST TO WS-BASE-VALUE
004240              MOVE "Y" TO WS-HAVE-BASE-SW
004250          END-IF
004260          CLOSE GL-PROOF-CONTROL
004270      END-IF.
004280
004290      IF NOT WS-HAVE-BASE AND WS-HAVE-PRIOR
004300          MOVE WS-PRIOR-DATE TO WS-BASE-DATE
004310          MOVE WS-PRIOR-VALUE TO WS-BASE-VALUE
004320          MOVE "Y" TO WS-HAVE-BASE-SW
004330      END-IF.
004340  1300-EXIT.
004350      EXIT.
004360
004370*****************************************************************
004380* 2000-PROVE-JOURNAL - PASS THE JOURNAL ONE BATCH AT A TIME.  A
004390*                      MISSING JOURNAL IS AN EMPTY ONE.
004400*****************************************************************
004410  2000-PROVE-JOURNAL.
004420      OPEN INPUT GL-JOURNAL.
004430      IF NOT WS-GJ-OK
004440          MOVE "Y" TO WS-JOURNAL-EOF-SW
004450      ELSE
004460          PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
004470      END-IF.
004480
004490      PERFORM 2200-PROCESS-JOURNAL THRU 2200-EXIT
004500          UNTIL WS-JOURNAL-EOF.
004510
004520      IF WS-IN-BATCH
004530          PERFORM 2400-END-OPEN-BATCH THRU 2400-EXIT
004540      END-IF.
004550
004560      IF WS-GJ-OK OR WS-GJ-EOF
004570          CLOSE GL-JOURNAL
004580      END-IF.
004590  2000-EXIT.
004600      EXIT.
004610
004620*****************************************************************
004630* 2100-READ-JOURNAL - READ THE NEXT GL JOURNAL RECORD.
004640*****************************************************************
004650  2100-READ-JOURNAL.
004660      READ GL-JOURNAL
004670          AT END
004680              MOVE "Y" TO WS-JOURNAL-EOF-SW
004690      END-READ.
004700  2100-EXIT.
004710      EXIT.
004720
004730*****************************************************************
004740* 2200-PROCESS-JOURNAL - A CHANGE OF SOURCE PROGRAM, BUSINESS
004750*                        DATE, OR BATCH TIME STARTS A NEW BATCH.
004760*                        A BATCH LEFT OPEN BY THE CHANGE HAD NO
004770*                        BATCH-TOTAL RECORD.  ADD A DETAIL RECORD
004780*                        TO THE BATCH OR CHECK A BATCH-TOTAL
004790*                        RECORD AGAINST IT, AND READ AHEAD.  A
004800*                        RECORD OF ANY OTHER TYPE HOLDS THE
004810*                        JOURNAL.
004820*****************************************************************
004830  2200-PROCESS-JOURNAL.
004840      ADD 1 TO WS-RECORD-COUNT.
004850
004860      IF NOT WS-IN-BATCH
004870              OR GJ-SOURCE-PROGRAM NOT = WS-BATCH-SOURCE
004880              OR GJ-BUSINESS-DATE NOT = WS-BATCH-DATE
004890              OR GJ-BATCH-TIME NOT = WS-BATCH-TIME
004900          IF WS-IN-BATCH
004910              PERFORM 2400-END-OPEN-BATCH THRU 2400-EXIT
004920          END-IF
004930          PERFORM 2300-START-BATCH THRU 2300-EXIT
004940      END-IF.
004950
004960      EVALUATE TRUE
004970          WHEN GJ-DETAIL
004980              PERFORM 2500-ADD-DETAIL THRU 2500-EXIT
004990          WHEN GJ-BATCH-TOTAL
005000              PERFORM 2600-CHECK-BATCH-TOTAL THRU 2600-EXIT
005010          WHEN OTHER
005020              ADD 1 TO WS-BAD-RECORD-COUNT
005030              MOVE "Y" TO WS-BATCH-ERROR-SW
005040      END-EVALUATE.
005050
005060      PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
005070  2200-EXIT.
005080      EXIT.
005090
005100*****************************************************************
005110* 2300-START-BATCH - NOTE THE NEW BATCH'S KEY AND CLEAR ITS SUMS.
005120*****************************************************************
005130  2300-START-BATCH.
005140      MOVE GJ-SOURCE-PROGRAM TO WS-BATCH-SOURCE.
005150      MOVE GJ-BUSINESS-DATE TO WS-BATCH-DATE.
005160      MOVE GJ-BATCH-TIME TO WS-BATCH-TIME.
005170      MOVE ZERO TO WS-BATCH-ENTRIES.
005180      MOVE ZERO TO WS-BATCH-DEBITS.
005190      MOVE ZERO TO WS-BATCH-CREDITS.
005200      MOVE "Y" TO WS-IN-BATCH-SW.
005210      ADD 1 TO WS-BATCH-COUNT.
005220  2300-EXIT.
005230      EXIT.
005240
005250*****************************************************************
005260* 2400-END-OPEN-BATCH - A BATCH WITH NO BATCH-TOTAL RECORD WAS
005270*                       CUT SHORT (A SESSION OR RUN THAT ENDED
005280*                       ABNORMALLY).  EVERY MOVEMENT IS WRITTEN AS
005290*                       A DEBIT-CREDIT PAIR, SO IT IS STILL GOOD
005300*                       IF IT BALANCES; IT IS LISTED AS NO TOTAL.
005310*****************************************************************
005320  2400-END-OPEN-BATCH.
005330      IF WS-BATCH-DEBITS = WS-BATCH-CREDITS
005340          MOVE "NO TOTAL" TO BL-STATUS
005350          ADD 1 TO WS-NO-TOTAL-COUNT
005360      ELSE
005370          MOVE "OUT OF BAL" TO BL-STATUS
005380          ADD 1 TO WS-BAD-BATCH-COUNT
005390          MOVE "Y" TO WS-BATCH-ERROR-SW
005400      END-IF.
005410
005420      PERFORM 2700-PRINT-BATCH THRU 2700-EXIT.
005430  2400-EXIT.
005440      EXIT.
005450
005460*****************************************************************
005470* 2500-ADD-DETAIL - ADD ONE ENTRY TO THE BATCH SUMS, AND NET IT
005480*                   INTO THE INVENTORY-AT-COST POSTINGS WHEN IT
005490*                   IS TO ONE OF THOSE ACCOUNTS.
005500*****************************************************************
005510  2500-ADD-DETAIL.
005520      ADD 1 TO WS-BATCH-ENTRIES.
005530      ADD 1 TO WS-ENTRY-COUNT.
005540
005550      IF GJ-DEBIT
005560          ADD GJ-AMOUNT TO WS-BATCH-DEBITS
005570          ADD GJ-AMOUNT TO WS-TOTAL-DEBITS
005580      ELSE
005590          ADD GJ-AMOUNT TO WS-BATCH-CREDITS
005600          ADD GJ-AMOUNT TO WS-TOTAL-CREDITS
005610      END-IF.
005620
005630      IF GJ-ACCOUNT = GL-ACCT-INVENTORY
005640              OR GJ-ACCOUNT = GL-ACCT-DISC-INVENTORY
005650          IF GJ-DEBIT
005660              ADD GJ-AMOUNT TO WS-NET-INVENTORY
005670          ELSE
005680              SUBTRACT GJ-AMOUNT FROM WS-NET-INVENTORY
005690          END-IF
005700      END-IF.
005710  2500-EXIT.
005720      EXIT.
005730
005740*****************************************************************
005750* 2600-CHECK-BATCH-TOTAL - THE BATCH-TOTAL RECORD MUST AGREE WITH
005760*                          THE DETAIL ABOVE IT, AND THE BATCH'S
005770*                          DEBITS MUST EQUAL ITS CREDITS.
005780*****************************************************************
005790  2600-CHECK-BATCH-TOTAL.
005800      EVALUATE TRUE
005810          WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
005820              MOVE "OUT OF BAL" TO BL-STATUS
005830              ADD 1 TO WS-BAD-BATCH-COUNT
005840              MOVE "Y" TO WS-BATCH-ERROR-SW
005850          WHEN GJ-ENTRY-COUNT NOT = WS-BATCH-ENTRIES
005860                  OR GJ-TOTAL-DEBITS NOT = WS-BATCH-DEBITS
005870                  OR GJ-TOTAL-CREDITS NOT = WS-BATCH-CREDITS
005880              MOVE "TOTAL ERR" TO BL-STATUS
005890              ADD 1 TO WS-BAD-BATCH-COUNT
005900              MOVE "Y" TO WS-BATCH-ERROR-SW
005910          WHEN OTHER
005920              MOVE "OK" TO BL-STATUS
005930      END-EVALUATE.
005940
005950      PERFORM 2700-PRINT-BATCH THRU 2700-EXIT.
005960  2600-EXIT.
005970      EXIT.
005980
005990*****************************************************************
006000* 2700-PRINT-BATCH - PRINT ONE BATCH LINE AND CLOSE THE BATCH.
006010*****************************************************************
006020  2700-PRINT-BATCH.
006030      MOVE WS-BATCH-SOURCE TO BL-SOURCE-PROGRAM.
006040      MOVE WS-BATCH-DATE TO BL-BUSINESS-DATE.
006050      MOVE WS-BATCH-TIME TO BL-BATCH-TIME.
006060      MOVE WS-BATCH-ENTRIES TO BL-ENTRY-COUNT.
006070      MOVE WS-BATCH-DEBITS TO BL-DEBITS.
006080      MOVE WS-BATCH-CREDITS TO BL-CREDITS.
006090      WRITE LISTING-RECORD FROM WS-BATCH-LINE.
006100      MOVE "N" TO WS-IN-BATCH-SW.
006110  2700-EXIT.
006120      EXIT.
006130
006140*****************************************************************
006150* 3000-PROVE-VALUE - THE NET INVENTORY POSTINGS MUST EQUAL THE
006160*                    CHANGE IN EXTENDED COST FROM THE BASELINE TO
006170*                    TODAY.  WITH NO BASELINE YET AND NOTHING ON
006180*                    THE JOURNAL, TODAY'S VALUE SIMPLY BECOMES
006190*                    THE FIRST BASELINE.
006200*****************************************************************
006210  3000-PROVE-VALUE.
006220      IF NOT WS-HAVE-BASE AND WS-HAVE-TODAY
006230              AND WS-RECORD-COUNT = ZERO
006240          MOVE WS-BUSINESS-DATE TO WS-BASE-DATE
006250          MOVE WS-TODAY-VALUE TO WS-BASE-VALUE
006260          MOVE "Y" TO WS-HAVE-BASE-SW
006270      END-IF.
006280
006290      IF WS-HAVE-TODAY AND WS-HAVE-BASE
006300          COMPUTE WS-VALUE-CHANGE =
006310              WS-TODAY-VALUE - WS-BASE-VALUE
006320          COMPUTE WS-PROOF-DIFFERENCE =
006330              WS-NET-INVENTORY - WS-VALUE-CHANGE
006340          IF WS-PROOF-DIFFERENCE NOT = ZERO
006350              MOVE "Y" TO WS-PROOF-FAILED-SW
006360          END-IF
006370      END-IF.
006380
006390      IF NOT WS-HAVE-TODAY OR NOT WS-HAVE-BASE
006400              OR WS-BATCH-ERROR OR WS-PROOF-FAILED
006410          MOVE "Y" TO WS-HOLD-SW
006420      END-IF.
006430
006440      MOVE SPACES TO LISTING-RECORD.
006450      WRITE LISTING-RECORD.
006460      MOVE WS-BASE-VALUE TO PL-BASE-VALUE.
006470      MOVE WS-BASE-DATE TO PL-BASE-DATE.
006480      WRITE LISTING-RECORD FROM WS-PROOF-LINE-1.
006490      MOVE WS-TODAY-VALUE TO PL-TODAY-VALUE.
006500      WRITE LISTING-RECORD FROM WS-PROOF-LINE-2.
006510      MOVE WS-VALUE-CHANGE TO PL-VALUE-CHANGE.
006520      WRITE LISTING-RECORD FROM WS-PROOF-LINE-3.
006530      MOVE WS-NET-INVENTORY TO PL-NET-INVENTORY.
006540      WRITE LISTING-RECORD FROM WS-PROOF-LINE-4.
006550      MOVE WS-PROOF-DIFFERENCE TO PL-PROOF-DIFFERENCE.
006560      WRITE LISTING-RECORD FROM WS-PROOF-LINE-5.
006570      MOVE SPACES TO LISTING-RECORD.
006580      WRITE LISTING-RECORD.
006590  3000-EXIT.
006600      EXIT.
006610
006620*****************************************************************
006630* 4000-RELEASE-JOURNAL - COPY THE PROVED JOURNAL TO THE ACCOUNTING
006640*                        IMPORT FILE, EMPTY IT, AND MAKE TODAY'S
006650*                        VALUE THE BASELINE FOR THE NEXT RELEASE.
006660*                        AN EMPTY JOURNAL LEAVES THE LAST IMPORT
006670*                        FILE IN PLACE.
006680*****************************************************************
006690  4000-RELEASE-JOURNAL.
006700      IF WS-RECORD-COUNT > ZERO
006710          MOVE "N" TO WS-JOURNAL-EOF-SW
006720          OPEN INPUT GL-JOURNAL
006730          OPEN OUTPUT GL-EXPORT
006740          PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
006750          PERFORM 4100-COPY-JOURNAL THRU 4100-EXIT
006760              UNTIL WS-JOURNAL-EOF
006770          CLOSE GL-EXPORT
006780          CLOSE GL-JOURNAL
006790          OPEN OUTPUT GL-JOURNAL
006800          CLOSE GL-JOURNAL
006810          MOVE WS-RELEASE-COUNT TO RL-RELEASE-COUNT
006820          WRITE LISTING-RECORD FROM WS-RELEASE-LINE-1
006830      ELSE
006840          WRITE LISTING-RECORD FROM WS-RELEASE-LINE-2
006850      END-IF.
006860
006870      OPEN OUTPUT GL-PROOF-CONTROL.
006880      MOVE SPACES TO GL-PROOF-CONTROL-RECORD.
006890      MOVE WS-BUSINESS-DATE TO GP-RELEASE-DATE.
006900      MOVE WS-CURRENT-TIME TO GP-RELEASE-TIME.
006910      MOVE WS-TODAY-VALUE TO GP-EXTENDED-COST.
006920      MOVE WS-RELEASE-COUNT TO GP-ENTRY-COUNT.
006930      WRITE GL-PROOF-CONTROL-RECORD.
006940      CLOSE GL-PROOF-CONTROL.
006950  4000-EXIT.
006960      EXIT.
006970
006980*****************************************************************
006990* 4100-COPY-JOURNAL - COPY ONE JOURNAL RECORD AND READ AHEAD.
007000*****************************************************************
007010  4100-COPY-JOURNAL.
007020      WRITE GL-EXPORT-RECORD FROM GL-JOURNAL-RECORD.
007030      ADD 1 TO WS-RELEASE-COUNT.
007040      PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
007050  4100-EXIT.
007060      EXIT.
007070
007080*****************************************************************
007090* 4500-PRINT-HOLD - PRINT THE HOLD NOTICE AND EVERY CAUSE.
007100*****************************************************************
007110  4500-PRINT-HOLD.
007120      WRITE LISTING-RECORD FROM WS-HOLD-LINE-1.
007130      IF NOT WS-HAVE-TODAY
007140          WRITE LISTING-RECORD FROM WS-HOLD-LINE-2
007150      END-IF.
007160      IF NOT WS-HAVE-BASE
007170          WRITE LISTING-RECORD FROM WS-HOLD-LINE-3
007180      END-IF.
007190      IF WS-BATCH-ERROR
007200          WRITE LISTING-RECORD FROM WS-HOLD-LINE-4
007210      END-IF.
007220      IF WS-PROOF-FAILED
007230          WRITE LISTING-RECORD FROM WS-HOLD-LINE-5
007240      END-IF.
007250      WRITE LISTING-RECORD FROM WS-HOLD-LINE-6.
007260  4500-EXIT.
007270      EXIT.
007280
007290*****************************************************************
007300* 8000-PRINT-TOTALS - PRINT THE BATCH AND ENTRY TOTALS.
007310*****************************************************************
007320  8000-PRINT-TOTALS.
007330      MOVE WS-BATCH-COUNT TO TL-BATCH-COUNT.
007340      MOVE WS-BAD-BATCH-COUNT TO TL-BAD-BATCH-COUNT.
007350      MOVE WS-NO-TOTAL-COUNT TO TL-NO-TOTAL-COUNT.
007360      MOVE WS-BAD-RECORD-COUNT TO TL-BAD-RECORD-COUNT.
007370      MOVE WS-ENTRY-COUNT TO TL-ENTRY-COUNT.
007380      MOVE WS-TOTAL-DEBITS TO TL-TOTAL-DEBITS.
007390      MOVE WS-TOTAL-CREDITS TO TL-TOTAL-CREDITS.
007400
007410      MOVE SPACES TO LISTING-RECORD.
007420      WRITE LISTING-RECORD.
007430      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
007440      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
007450      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
007460      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3A.
007470      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
007480      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
007490      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
007500  8000-EXIT.
007510      EXIT.
007520
007530*****************************************************************
007540* 9000-TERMINATE - CLOSE THE LISTING AND END THE RUN.
007550*****************************************************************
007560  9000-TERMINATE.
007570      CLOSE GLP-LISTING.
007580  9000-EXIT.
007590      EXIT.
007600
007610  END PROGRAM LAB10GLP.

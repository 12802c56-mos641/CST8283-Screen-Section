000100*****************************************************************
000110* Program:  LAB10PIP
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: PERPETUAL INVENTORY PROOF.  STARTS EVERY STYLE/SIZE
000160*          FROM THE OPENING ON-HAND SAVED BY THE LAST PROOF
000170*          (PIPOPEN) AND ROLLS IT FORWARD THROUGH EVERYTHING
000180*          STAMPED SINCE - MOVEMENT-HISTORY RECEIPTS, SALES, AND
000190*          RETURNS (MOVEHIST), PHYSICAL-COUNT ADJUSTMENTS (AUDIT
000200*          TYPE P), AND KEYED QUANTITY CORRECTIONS (AUDIT TYPE C,
000210*          AFTER LESS BEFORE, WITH THE STOCK A KEYED ADD BROUGHT
000220*          IN - A KEYED DELETE MOVES NO PAIRS), READING THE AUDIT
000230*          HISTORY ROLLED OFF BY LAB10ARC (AUDITHST) AS WELL AS
000240*          THE LIVE AUDIT LOG.  THE COMPUTED FIGURE IS
000250*          COMPARED TO SM-QTY-ON-HAND AND EVERY STYLE/SIZE THAT
000260*          DISAGREES IS LISTED WITH ITS MOVEMENT TOTALS,
000270*          FOLLOWED BY THE INDIVIDUAL MOVEMENTS BEHIND THEM.
000280*          ANY DISAGREEMENT RAISES THE PROOF-ERROR SWITCH SO
000290*          THE END-OF-DAY DRIVER HOLDS THE VENDOR EXPORT.
000300*          WHEN EVERY STYLE/SIZE PROVES, TONIGHT'S BOOK ON-HAND
000310*          IS SAVED AS TOMORROW'S OPENING THROUGH A WORK FILE
000320*          (PIPNEW), SO A FAILURE WHILE SAVING LEAVES THE OLD
000330*          OPENING INTACT.  A PROOF THAT DISAGREES LEAVES THE
000340*          LAST GOOD OPENING IN PLACE, SO A RERUN AFTER THE
000350*          CAUSE IS PUT RIGHT PROVES AGAIN FROM IT AND RELEASES
000360*          THE HOLD ITSELF.
000370*****************************************************************
000380  IDENTIFICATION DIVISION.
000390  PROGRAM-ID. LAB10PIP.
000400  AUTHOR. D. FALLIS.
000410  INSTALLATION. RETAIL SYSTEMS.
000420  DATE-WRITTEN. 2026-10-15.
000430  DATE-COMPILED.
000440*****************************************************************
000450* MODIFICATION HISTORY
000460*   2026-10-15  DF  ORIGINAL PROGRAM.
000470*   2026-10-15  DF  AUDIT-HIST RECORD WIDENED TO MATCH THE
000480*                   AUDIT-LOG RECORD, WHICH NOW CARRIES THE
000490*                   STOCKING LOCATION.  TRANSFERS BETWEEN
000500*                   LOCATIONS (MOVEHIST TYPES T AND I) LEAVE THE
000510*                   ALL-LOCATION ON-HAND ALONE; THE MOVEMENT
000520*                   LISTING NAMES THEM WITH NO QUANTITY CHANGE.
000530*   2026-10-15  DF  A PROOF THAT DISAGREES NO LONGER SAVES ITS
000540*                   CLOSING OR CARRIES ITS DISAGREEMENTS TO A
000550*                   RERUN.  THE LAST GOOD OPENING STAYS ON
000560*                   PIPOPEN, SO A CORRECTED RERUN THE SAME NIGHT
000570*                   REPROVES FROM IT AND CLEARS THE HOLD WITHOUT
000580*                   RUNNING THE VENDOR EXPORT BY HAND.
000590*   2026-10-15  DF  A KEYED DELETE ONLY INACTIVATES THE RECORD
000600*                   AND LEAVES ITS ON-HAND ON THE MASTER, SO IT NO
000610*                   LONGER TAKES THE STOCK OUT OF THE COMPUTED
000620*                   FIGURE AND FAILS THE PROOF.  IT IS STILL
000630*                   LISTED, WITH NO QUANTITY CHANGE.
000640*****************************************************************
000650  ENVIRONMENT DIVISION.
000660  INPUT-OUTPUT SECTION.
000670  FILE-CONTROL.
000680      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS SEQUENTIAL
000710          RECORD KEY IS SM-MASTER-KEY
000720          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000730
000740      SELECT PROOF-OPEN ASSIGN TO "PIPOPEN"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-PROOF-OPEN-STATUS.
000770
000780      SELECT PROOF-NEW ASSIGN TO "PIPNEW"
000790          ORGANIZATION IS LINE SEQUENTIAL
000800          FILE STATUS IS WS-PROOF-NEW-STATUS.
000810
000820      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
000830          ORGANIZATION IS LINE SEQUENTIAL
000840          FILE STATUS IS WS-MOVE-HIST-STATUS.
000850
000860      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000890
000900      SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
000910          ORGANIZATION IS LINE SEQUENTIAL
000920          FILE STATUS IS WS-AUDIT-HIST-STATUS.
000930
000940      SELECT PROOF-LISTING ASSIGN TO "PIPRPT"
000950          ORGANIZATION IS LINE SEQUENTIAL
000960          FILE STATUS IS WS-PROOF-LISTING-STATUS.
000970
000980  DATA DIVISION.
000990  FILE SECTION.
001000  FD  SHOE-MASTER
001010      LABEL RECORDS ARE STANDARD.
001020      COPY SHOEMAST.
001030
001040  FD  PROOF-OPEN
001050      LABEL RECORDS ARE STANDARD.
001060      COPY PIPBAL.
001070
001080  FD  PROOF-NEW
001090      LABEL RECORDS ARE STANDARD.
001100  01  PROOF-NEW-RECORD             PIC X(40).
001110
001120  FD  MOVE-HIST
001130      LABEL RECORDS ARE STANDARD.
001140      COPY MOVEHIST.
001150
001160  FD  AUDIT-LOG
001170      LABEL RECORDS ARE STANDARD.
001180      COPY AUDITLOG.
001190
001200  FD  AUDIT-HIST
001210      LABEL RECORDS ARE STANDARD.
001220  01  AUDIT-HIST-RECORD            PIC X(60).
001230
001240  FD  PROOF-LISTING
001250      LABEL RECORDS ARE STANDARD.
001260  01  LISTING-RECORD               PIC X(132).
001270
001280  WORKING-STORAGE SECTION.
001290  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001300      88  WS-SM-OK                        VALUE "00".
001310      88  WS-SM-EOF                       VALUE "10".
001320
001330  01  WS-PROOF-OPEN-STATUS        PIC X(02).
001340      88  WS-PO-OK                        VALUE "00".
001350      88  WS-PO-EOF                       VALUE "10".
001360      88  WS-PO-FILE-NOT-FOUND            VALUE "35".
001370
001380  01  WS-PROOF-NEW-STATUS         PIC X(02).
001390      88  WS-PN-OK                        VALUE "00".
001400
001410  01  WS-MOVE-HIST-STATUS         PIC X(02).
001420      88  WS-MH-OK                        VALUE "00".
001430      88  WS-MH-EOF                       VALUE "10".
001440      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
001450
001460  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001470      88  WS-AL-OK                        VALUE "00".
001480      88  WS-AL-EOF                       VALUE "10".
001490      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
001500
001510  01  WS-AUDIT-HIST-STATUS        PIC X(02).
001520      88  WS-AH-OK                        VALUE "00".
001530      88  WS-AH-EOF                       VALUE "10".
001540      88  WS-AH-FILE-NOT-FOUND            VALUE "35".
001550
001560  01  WS-PROOF-LISTING-STATUS     PIC X(02).
001570      88  WS-PL-OK                        VALUE "00".
001580
001590  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001600      88  WS-MASTER-EOF                   VALUE "Y".
001610
001620  01  WS-OPEN-EOF-SW              PIC X(01) VALUE "N".
001630      88  WS-OPEN-EOF                     VALUE "Y".
001640
001650  01  WS-MOVE-EOF-SW              PIC X(01) VALUE "N".
001660      88  WS-MOVE-EOF                     VALUE "Y".
001670
001680  01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001690      88  WS-AUDIT-EOF                    VALUE "Y".
001700
001710  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
001720      88  WS-COPY-EOF                     VALUE "Y".
001730
001740  01  WS-NO-MASTER-SW             PIC X(01) VALUE "N".
001750      88  WS-NO-MASTER                    VALUE "Y".
001760
001770  01  WS-HAVE-OPENING-SW          PIC X(01) VALUE "N".
001780      88  WS-HAVE-OPENING                 VALUE "Y".
001790
001800  01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001810      88  WS-TABLE-FULL                   VALUE "Y".
001820
001830  01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001840      88  WS-ENTRY-FOUND                  VALUE "Y".
001850
001860  01  WS-LIST-PASS-SW             PIC X(01) VALUE "N".
001870      88  WS-LIST-PASS                    VALUE "Y".
001880
001890  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001900  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001910
001920  01  WS-OPEN-STAMP.
001930      05  WS-OPEN-DATE            PIC X(08) VALUE LOW-VALUES.
001940      05  WS-OPEN-TIME            PIC X(08) VALUE LOW-VALUES.
001950
001960  01  WS-MOVE-STAMP.
001970      05  WS-MOVE-DATE            PIC X(08) VALUE SPACES.
001980      05  WS-MOVE-TIME            PIC X(08) VALUE SPACES.
001990
002000  01  WS-FIND-STYLE               PIC X(05) VALUE SPACES.
002010  01  WS-FIND-SIZE                PIC X(04) VALUE SPACES.
002020  01  WS-QTY-CHANGE               PIC S9(07) VALUE ZERO.
002030  01  WS-MOVE-SOURCE              PIC X(08) VALUE SPACES.
002040
002050  01  WS-MISMATCH-COUNT           PIC 9(05) VALUE ZERO.
002060  01  WS-PURGED-COUNT             PIC 9(05) VALUE ZERO.
002070  01  WS-PROVED-COUNT             PIC 9(07) VALUE ZERO.
002080  01  WS-MOVE-READ-COUNT          PIC 9(07) VALUE ZERO.
002090  01  WS-MOVE-USED-COUNT          PIC 9(07) VALUE ZERO.
002100  01  WS-AUDIT-USED-COUNT         PIC 9(07) VALUE ZERO.
002110  01  WS-SAVED-COUNT              PIC 9(07) VALUE ZERO.
002120
002130  01  WS-PRF-MAX                  PIC 9(05) VALUE 5000.
002140  01  WS-PRF-SUB                  PIC 9(05) VALUE ZERO.
002150  01  WS-PRF-USE-SUB              PIC 9(05) VALUE ZERO.
002160  01  WS-TABLE-COUNT              PIC 9(05) VALUE ZERO.
002170
002180  01  WS-PROOF-TABLE.
002190      05  WS-PRF-ENTRY OCCURS 5000 TIMES.
002200          10  WS-PRF-SHOE-STYLE    PIC X(05).
002210          10  WS-PRF-SHOE-SIZE     PIC X(04).
002220          10  WS-PRF-ON-MASTER-SW  PIC X(01).
002230              88  WS-PRF-ON-MASTER         VALUE "Y".
002240          10  WS-PRF-MISMATCH-SW   PIC X(01).
002250              88  WS-PRF-MISMATCH          VALUE "Y".
002260          10  WS-PRF-OPEN-QTY      PIC 9(05).
002270          10  WS-PRF-BOOK-QTY      PIC 9(05).
002280          10  WS-PRF-RECEIPT-QTY   PIC 9(07).
002290          10  WS-PRF-SALE-QTY      PIC 9(07).
002300          10  WS-PRF-CUST-RTN-QTY  PIC 9(07).
002310          10  WS-PRF-VEND-RTN-QTY  PIC 9(07).
002320          10  WS-PRF-COUNT-ADJ     PIC S9(07).
002330          10  WS-PRF-CORRECT-ADJ   PIC S9(07).
002340          10  WS-PRF-COMPUTED-QTY  PIC S9(07).
002350
002360      COPY EODCOMM.
002370
002380  01  WS-HEADING-1.
002390      05  FILLER                   PIC X(30)
002400              VALUE "PERPETUAL INVENTORY PROOF     ".
002410      05  FILLER                   PIC X(04) VALUE "RUN ".
002420      05  H1-RUN-DATE              PIC 9(08).
002430      05  FILLER                   PIC X(17)
002440              VALUE "   OPENING TAKEN ".
002450      05  H1-OPEN-DATE             PIC X(08).
002460      05  FILLER                   PIC X(01) VALUE SPACES.
002470      05  H1-OPEN-TIME             PIC X(08).
002480
002490  01  WS-HEADING-2.
002500      05  FILLER                   PIC X(05) VALUE "STYLE".
002510      05  FILLER                   PIC X(02) VALUE SPACES.
002520      05  FILLER                   PIC X(04) VALUE "SIZE".
002530      05  FILLER                   PIC X(02) VALUE SPACES.
002540      05  FILLER                   PIC X(05) VALUE " OPEN".
002550      05  FILLER                   PIC X(02) VALUE SPACES.
002560      05  FILLER                   PIC X(07) VALUE "RECEIPT".
002570      05  FILLER                   PIC X(02) VALUE SPACES.
002580      05  FILLER                   PIC X(07) VALUE "  SALES".
002590      05  FILLER                   PIC X(02) VALUE SPACES.
002600      05  FILLER                   PIC X(07) VALUE "CUS-RTN".
002610      05  FILLER                   PIC X(02) VALUE SPACES.
002620      05  FILLER                   PIC X(07) VALUE "VEN-RTN".
002630      05  FILLER                   PIC X(02) VALUE SPACES.
002640      05  FILLER                   PIC X(08) VALUE "CNT-ADJ ".
002650      05  FILLER                   PIC X(02) VALUE SPACES.
002660      05  FILLER                   PIC X(08) VALUE "KEY-ADJ ".
002670      05  FILLER                   PIC X(02) VALUE SPACES.
002680      05  FILLER                   PIC X(08) VALUE "COMPUTED".
002690      05  FILLER                   PIC X(02) VALUE SPACES.
002700      05  FILLER                   PIC X(05) VALUE " BOOK".
002710      05  FILLER                   PIC X(02) VALUE SPACES.
002720      05  FILLER                   PIC X(08) VALUE "   DIFF ".
002730      05  FILLER                   PIC X(02) VALUE SPACES.
002740      05  FILLER                   PIC X(04) VALUE "NOTE".
002750
002760  01  WS-DETAIL-LINE.
002770      05  DL-SHOE-STYLE            PIC X(05).
002780      05  FILLER                   PIC X(02) VALUE SPACES.
002790      05  DL-SHOE-SIZE             PIC X(04).
002800      05  FILLER                   PIC X(02) VALUE SPACES.
002810      05  DL-OPEN-QTY              PIC ZZZZ9.
002820      05  FILLER                   PIC X(02) VALUE SPACES.
002830      05  DL-RECEIPT-QTY           PIC ZZZZZZ9.
002840      05  FILLER                   PIC X(02) VALUE SPACES.
002850      05  DL-SALE-QTY              PIC ZZZZZZ9.
002860      05  FILLER                   PIC X(02) VALUE SPACES.
002870      05  DL-CUST-RTN-QTY          PIC ZZZZZZ9.
002880      05  FILLER                   PIC X(02) VALUE SPACES.
002890      05  DL-VEND-RTN-QTY          PIC ZZZZZZ9.
002900      05  FILLER                   PIC X(02) VALUE SPACES.
002910      05  DL-COUNT-ADJ             PIC ZZZZZZ9-.
002920      05  FILLER                   PIC X(02) VALUE SPACES.
002930      05  DL-CORRECT-ADJ           PIC ZZZZZZ9-.
002940      05  FILLER                   PIC X(02) VALUE SPACES.
002950      05  DL-COMPUTED-QTY          PIC ZZZZZZ9-.
002960      05  FILLER                   PIC X(02) VALUE SPACES.
002970      05  DL-BOOK-QTY              PIC ZZZZ9.
002980      05  FILLER                   PIC X(02) VALUE SPACES.
002990      05  DL-DIFFERENCE            PIC ZZZZZZ9-.
003000      05  FILLER                   PIC X(02) VALUE SPACES.
003010      05  DL-NOTE                  PIC X(13).
003020
003030  01  WS-DIFFERENCE               PIC S9(07) VALUE ZERO.
003040
003050  01  WS-MOVE-HEADING-1.
003060      05  FILLER                   PIC X(40)
003070              VALUE "MOVEMENTS BEHIND THE DISAGREEING FIGURES".
003080
003090  01  WS-MOVE-HEADING-2.
003100      05  FILLER                   PIC X(05) VALUE "STYLE".
003110      05  FILLER                   PIC X(02) VALUE SPACES.
003120      05  FILLER                   PIC X(04) VALUE "SIZE".
003130      05  FILLER                   PIC X(02) VALUE SPACES.
003140      05  FILLER                   PIC X(08) VALUE "SOURCE".
003150      05  FILLER                   PIC X(02) VALUE SPACES.
003160      05  FILLER                   PIC X(15) VALUE "MOVEMENT".
003170      05  FILLER                   PIC X(02) VALUE SPACES.
003180      05  FILLER                   PIC X(08) VALUE "DATE".
003190      05  FILLER                   PIC X(02) VALUE SPACES.
003200      05  FILLER                   PIC X(08) VALUE "TIME".
003210      05  FILLER                   PIC X(02) VALUE SPACES.
003220      05  FILLER                   PIC X(08) VALUE "  CHANGE".
003230      05  FILLER                   PIC X(02) VALUE SPACES.
003240      05  FILLER                   PIC X(05) VALUE "BEFOR".
003250      05  FILLER                   PIC X(02) VALUE SPACES.
003260      05  FILLER                   PIC X(05) VALUE "AFTER".
003270      05  FILLER                   PIC X(02) VALUE SPACES.
003280      05  FILLER                   PIC X(08) VALUE "OPER/RSN".
003290
003300  01  WS-MOVE-LINE.
003310      05  ML-SHOE-STYLE            PIC X(05).
003320      05  FILLER                   PIC X(02) VALUE SPACES.
003330      05  ML-SHOE-SIZE             PIC X(04).
003340      05  FILLER                   PIC X(02) VALUE SPACES.
003350      05  ML-SOURCE                PIC X(08).
003360      05  FILLER                   PIC X(02) VALUE SPACES.
003370      05  ML-MOVEMENT              PIC X(15).
003380      05  FILLER                   PIC X(02) VALUE SPACES.
003390      05  ML-DATE                  PIC X(08).
003400      05  FILLER                   PIC X(02) VALUE SPACES.
003410      05  ML-TIME                  PIC X(08).
003420      05  FILLER                   PIC X(02) VALUE SPACES.
003430      05  ML-QTY-CHANGE            PIC ZZZZZZ9-.
003440      05  FILLER                   PIC X(02) VALUE SPACES.
003450      05  ML-QTY-BEFORE            PIC ZZZZ9.
003460      05  FILLER                   PIC X(02) VALUE SPACES.
003470      05  ML-QTY-AFTER             PIC ZZZZ9.
003480      05  FILLER                   PIC X(02) VALUE SPACES.
003490      05  ML-OPER-REASON           PIC X(08).
003500
003510  01  WS-NO-OPENING-LINE-1.
003520      05  FILLER                   PIC X(41)
003530              VALUE "** NO OPENING BALANCES ON PIPOPEN - NOTHI".
003540      05  FILLER                   PIC X(18)
003550              VALUE "NG TO PROVE FROM**".
003560
003570  01  WS-NO-OPENING-LINE-2.
003580      05  FILLER                   PIC X(42)
003590              VALUE "** TONIGHT'S BOOK ON-HAND IS SAVED AS THE ".
003600      05  FILLER                   PIC X(17)
003610              VALUE "FIRST OPENING  **".
003620
003630  01  WS-NO-MASTER-LINE.
003640      05  FILLER                   PIC X(42)
003650              VALUE "** SHOE-MASTER NOT AVAILABLE - PROOF NOT R".
003660      05  FILLER                   PIC X(27)
003670              VALUE "UN, OPENING LEFT AS IT IS**".
003680
003690  01  WS-TABLE-FULL-LINE.
003700      05  FILLER                   PIC X(42)
003710              VALUE "** PROOF TABLE FULL - NOT EVERY STYLE/SIZE".
003720      05  FILLER                   PIC X(27)
003730              VALUE " COULD BE PROVED         **".
003740
003750  01  WS-NOT-SAVED-LINE.
003760      05  FILLER                   PIC X(43)
003770              VALUE "** PROOF DISAGREES - CLOSING NOT SAVED, LAS".
003780      05  FILLER                   PIC X(30)
003790              VALUE "T GOOD OPENING KEPT ON PIPOPEN".
003800
003810  01  WS-PROOF-OK-LINE.
003820      05  FILLER                   PIC X(42)
003830              VALUE "** EVERY STYLE/SIZE PROVES TO ITS BOOK ON-".
003840      05  FILLER                   PIC X(08)
003850              VALUE "HAND  **".
003860
003870  01  WS-TOTAL-LINE-1.
003880      05  FILLER                   PIC X(23)
003890              VALUE "STYLE/SIZES PROVED -  ".
003900      05  TL-PROVED-COUNT          PIC Z,ZZZ,ZZ9.
003910
003920  01  WS-TOTAL-LINE-2.
003930      05  FILLER                   PIC X(23)
003940              VALUE "DISAGREEING        -  ".
003950      05  TL-MISMATCH-COUNT        PIC Z,ZZZ,ZZ9.
003960
003970  01  WS-TOTAL-LINE-3.
003980      05  FILLER                   PIC X(23)
003990              VALUE "PURGED SINCE OPEN  -  ".
004000      05  TL-PURGED-COUNT          PIC Z,ZZZ,ZZ9.
004010
004020  01  WS-TOTAL-LINE-4.
004030      05  FILLER                   PIC X(23)
004040              VALUE "MOVEHIST RECORDS   -  ".
004050      05  TL-MOVE-READ-COUNT       PIC Z,ZZZ,ZZ9.
004060      05  FILLER                   PIC X(13)
004070              VALUE "   ROLLED -  ".
004080      05  TL-MOVE-USED-COUNT       PIC Z,ZZZ,ZZ9.
004090
004100  01  WS-TOTAL-LINE-5.
004110      05  FILLER                   PIC X(23)
004120              VALUE "AUDIT P/C ROLLED   -  ".
004130      05  TL-AUDIT-USED-COUNT      PIC Z,ZZZ,ZZ9.
004140
004150  01  WS-TOTAL-LINE-6.
004160      05  FILLER                   PIC X(23)
004170              VALUE "BALANCES SAVED     -  ".
004180      05  TL-SAVED-COUNT           PIC Z,ZZZ,ZZ9.
004190
004200  PROCEDURE DIVISION.
004210  0000-MAIN-PROCEDURE.
004220      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004230
004240      IF NOT WS-NO-MASTER
004250          IF WS-HAVE-OPENING
004260              PERFORM 2000-ROLL-MOVE-HIST THRU 2000-EXIT
004270              PERFORM 3000-ROLL-AUDIT THRU 3000-EXIT
004280              PERFORM 4000-COMPARE-TO-BOOK THRU 4000-EXIT
004290              IF WS-MISMATCH-COUNT > ZERO
004300                  PERFORM 5000-LIST-MOVEMENTS THRU 5000-EXIT
004310              END-IF
004320          END-IF
004330          IF WS-MISMATCH-COUNT = ZERO
004340              PERFORM 6000-SAVE-CLOSING THRU 6000-EXIT
004350          ELSE
004360              MOVE SPACES TO LISTING-RECORD
004370              WRITE LISTING-RECORD
004380              WRITE LISTING-RECORD FROM WS-NOT-SAVED-LINE
004390          END-IF
004400          PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
004410      END-IF.
004420
004430      PERFORM 9000-TERMINATE THRU 9000-EXIT.
004440
004450      MOVE WS-PROVED-COUNT TO EOD-STEP-RECORD-COUNT.
004460      IF WS-MISMATCH-COUNT > ZERO
004470              OR WS-TABLE-FULL OR WS-NO-MASTER
004480          MOVE "Y" TO EOD-PROOF-ERROR-SW
004490      ELSE
004500          MOVE "N" TO EOD-PROOF-ERROR-SW
004510      END-IF.
004520      GOBACK.
004530
004540*****************************************************************
004550* 1000-INITIALIZE - OPEN THE LISTING, LOAD EVERY MASTER RECORD
004560*                   INTO THE PROOF TABLE IN KEY ORDER, AND LAY
004570*                   THE OPENING BALANCES AGAINST THEM.  A MASTER
004580*                   THAT WILL NOT OPEN CLEANLY STOPS THE PROOF
004590*                   AND LEAVES THE OPENING BALANCES UNTOUCHED.
004600*****************************************************************
004610  1000-INITIALIZE.
004620      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004630      ACCEPT WS-CURRENT-TIME FROM TIME.
004640      OPEN OUTPUT PROOF-LISTING.
004650
004660      OPEN INPUT SHOE-MASTER.
004670      IF NOT WS-SM-OK
004680          MOVE "Y" TO WS-NO-MASTER-SW
004690          MOVE "Y" TO WS-MASTER-EOF-SW
004700      ELSE
004710          PERFORM 1100-READ-MASTER THRU 1100-EXIT
004720      END-IF.
004730      PERFORM 1150-LOAD-MASTER THRU 1150-EXIT
004740          UNTIL WS-MASTER-EOF.
004750      IF NOT WS-NO-MASTER
004760          CLOSE SHOE-MASTER
004770      END-IF.
004780
004790      IF NOT WS-NO-MASTER
004800          PERFORM 1200-LOAD-OPENING THRU 1200-EXIT
004810      END-IF.
004820
004830      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
004840      MOVE WS-OPEN-DATE TO H1-OPEN-DATE.
004850      MOVE WS-OPEN-TIME TO H1-OPEN-TIME.
004860      IF NOT WS-HAVE-OPENING
004870          MOVE SPACES TO H1-OPEN-DATE
004880          MOVE SPACES TO H1-OPEN-TIME
004890      END-IF.
004900      WRITE LISTING-RECORD FROM WS-HEADING-1.
004910      MOVE SPACES TO LISTING-RECORD.
004920      WRITE LISTING-RECORD.
004930
004940      EVALUATE TRUE
004950          WHEN WS-NO-MASTER
004960              WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
004970          WHEN NOT WS-HAVE-OPENING
004980              WRITE LISTING-RECORD FROM WS-NO-OPENING-LINE-1
004990              WRITE LISTING-RECORD FROM WS-NO-OPENING-LINE-2
005000          WHEN OTHER
005010              WRITE LISTING-RECORD FROM WS-HEADING-2
005020      END-EVALUATE.
005030  1000-EXIT.
005040      EXIT.
005050
005060*****************************************************************
005070* 1100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
005080*****************************************************************
005090  1100-READ-MASTER.
005100      READ SHOE-MASTER NEXT RECORD
005110          AT END
005120              MOVE "Y" TO WS-MASTER-EOF-SW
005130      END-READ.
005140  1100-EXIT.
005150      EXIT.
005160
005170*****************************************************************
005180* 1150-LOAD-MASTER - ADD ONE MASTER RECORD TO THE PROOF TABLE
005190*                    WITH ITS BOOK ON-HAND, AND READ AHEAD.
005200*****************************************************************
005210  1150-LOAD-MASTER.
005220      MOVE SM-SHOE-STYLE TO WS-FIND-STYLE.
005230      MOVE SM-SHOE-SIZE TO WS-FIND-SIZE.
005240      PERFORM 3960-ADD-ENTRY THRU 3960-EXIT.
005250      IF WS-ENTRY-FOUND
005260          MOVE "Y" TO WS-PRF-ON-MASTER-SW (WS-PRF-USE-SUB)
005270          MOVE SM-QTY-ON-HAND TO WS-PRF-BOOK-QTY (WS-PRF-USE-SUB)
005280      END-IF.
005290      PERFORM 1100-READ-MASTER THRU 1100-EXIT.
005300  1150-EXIT.
005310      EXIT.
005320
005330*****************************************************************
005340* 1200-LOAD-OPENING - READ THE HEADER FOR THE TIME THE OPENING
005350*                     WAS TAKEN, THEN POST EACH OPENING BALANCE
005360*                     TO ITS STYLE/SIZE.  A STYLE/SIZE IN THE
005370*                     OPENING BUT GONE FROM THE MASTER IS ADDED
005380*                     AS NOT ON MASTER.
005390*****************************************************************
005400  1200-LOAD-OPENING.
005410      OPEN INPUT PROOF-OPEN.
005420      IF NOT WS-PO-OK
005430          MOVE "Y" TO WS-OPEN-EOF-SW
005440      ELSE
005450          PERFORM 1250-READ-OPENING THRU 1250-EXIT
005460          IF NOT WS-OPEN-EOF AND PB-HEADER
005470              MOVE "Y" TO WS-HAVE-OPENING-SW
005480              MOVE PB-SAVE-DATE TO WS-OPEN-DATE
005490              MOVE PB-SAVE-TIME TO WS-OPEN-TIME
005500              PERFORM 1250-READ-OPENING THRU 1250-EXIT
005510          END-IF
005520      END-IF.
005530
005540      IF WS-HAVE-OPENING
005550          PERFORM 1300-POST-OPENING THRU 1300-EXIT
005560              UNTIL WS-OPEN-EOF
005570      END-IF.
005580
005590      IF WS-PO-OK OR WS-PO-EOF
005600          CLOSE PROOF-OPEN
005610      END-IF.
005620  1200-EXIT.
005630      EXIT.
005640
005650*****************************************************************
005660* 1250-READ-OPENING - READ THE NEXT OPENING BALANCE RECORD.
005670*****************************************************************
005680  1250-READ-OPENING.
005690      READ PROOF-OPEN
005700          AT END
005710              MOVE "Y" TO WS-OPEN-EOF-SW
005720      END-READ.
005730  1250-EXIT.
005740      EXIT.
005750
005760*****************************************************************
005770* 1300-POST-OPENING - POST ONE OPENING BALANCE AND READ AHEAD.
005780*****************************************************************
005790  1300-POST-OPENING.
005800      IF PB-BALANCE
005810          MOVE PB-SHOE-STYLE TO WS-FIND-STYLE
005820          MOVE PB-SHOE-SIZE TO WS-FIND-SIZE
005830          PERFORM 3900-FIND-ENTRY THRU 3900-EXIT
005840          IF WS-ENTRY-FOUND
005850              MOVE PB-QTY-ON-HAND
005860                  TO WS-PRF-OPEN-QTY (WS-PRF-USE-SUB)
005870          END-IF
005880      END-IF.
005890      PERFORM 1250-READ-OPENING THRU 1250-EXIT.
005900  1300-EXIT.
005910      EXIT.
005920
005930*****************************************************************
005940* 2000-ROLL-MOVE-HIST - ROLL EVERY POSTED MOVEMENT STAMPED AFTER
005950*                       THE OPENING INTO ITS STYLE/SIZE.  ON THE
005960*                       LISTING PASS, PRINT EACH ONE BELONGING TO
005970*                       A STYLE/SIZE THAT DISAGREED INSTEAD.
005980*****************************************************************
005990  2000-ROLL-MOVE-HIST.
006000      MOVE "N" TO WS-MOVE-EOF-SW.
006010      OPEN INPUT MOVE-HIST.
006020      IF NOT WS-MH-OK
006030          MOVE "Y" TO WS-MOVE-EOF-SW
006040      ELSE
006050          PERFORM 2100-READ-MOVE-HIST THRU 2100-EXIT
006060      END-IF.
006070
006080      PERFORM 2200-APPLY-MOVEMENT THRU 2200-EXIT
006090          UNTIL WS-MOVE-EOF.
006100
006110      IF WS-MH-OK OR WS-MH-EOF
006120          CLOSE MOVE-HIST
006130      END-IF.
006140  2000-EXIT.
006150      EXIT.
006160
006170*****************************************************************
006180* 2100-READ-MOVE-HIST - READ THE NEXT MOVEMENT-HISTORY RECORD.
006190*****************************************************************
006200  2100-READ-MOVE-HIST.
006210      READ MOVE-HIST
006220          AT END
006230              MOVE "Y" TO WS-MOVE-EOF-SW
006240      END-READ.
006250  2100-EXIT.
006260      EXIT.
006270
006280*****************************************************************
006290* 2200-APPLY-MOVEMENT - RECEIPTS AND CUSTOMER RETURNS ADD PAIRS,
006300*                       SALES AND RETURNS TO VENDOR TAKE THEM
006310*                       AWAY.  READ AHEAD.
006320*****************************************************************
006330  2200-APPLY-MOVEMENT.
006340      IF NOT WS-LIST-PASS
006350          ADD 1 TO WS-MOVE-READ-COUNT
006360      END-IF.
006370      MOVE MH-POST-DATE TO WS-MOVE-DATE.
006380      MOVE MH-POST-TIME TO WS-MOVE-TIME.
006390
006400      IF WS-MOVE-STAMP > WS-OPEN-STAMP
006410              AND MH-QUANTITY NUMERIC
006420          MOVE MH-SHOE-STYLE TO WS-FIND-STYLE
006430          MOVE MH-SHOE-SIZE TO WS-FIND-SIZE
006440          IF WS-LIST-PASS
006450              PERFORM 3900-FIND-ENTRY THRU 3900-EXIT
006460              IF WS-ENTRY-FOUND
006470                  IF WS-PRF-MISMATCH (WS-PRF-USE-SUB)
006480                      PERFORM 5200-PRINT-MOVE-HIST THRU 5200-EXIT
006490                  END-IF
006500              END-IF
006510          ELSE
006520              PERFORM 3950-FIND-OR-ADD-ENTRY THRU 3950-EXIT
006530              IF WS-ENTRY-FOUND
006540                  ADD 1 TO WS-MOVE-USED-COUNT
006550                  PERFORM 2300-ADD-MOVEMENT THRU 2300-EXIT
006560              END-IF
006570          END-IF
006580      END-IF.
006590
006600      PERFORM 2100-READ-MOVE-HIST THRU 2100-EXIT.
006610  2200-EXIT.
006620      EXIT.
006630
006640*****************************************************************
006650* 2300-ADD-MOVEMENT - ADD ONE MOVEMENT TO ITS TYPE'S TOTAL.
006660*****************************************************************
006670  2300-ADD-MOVEMENT.
006680      EVALUATE TRUE
006690          WHEN MH-TRANS-RECEIPT
006700              ADD MH-QUANTITY
006710                  TO WS-PRF-RECEIPT-QTY (WS-PRF-USE-SUB)
006720          WHEN MH-TRANS-SALE
006730              ADD MH-QUANTITY TO WS-PRF-SALE-QTY (WS-PRF-USE-SUB)
006740          WHEN MH-TRANS-CUST-RETURN
006750              ADD MH-QUANTITY
006760                  TO WS-PRF-CUST-RTN-QTY (WS-PRF-USE-SUB)
006770          WHEN MH-TRANS-VEND-RETURN
006780              ADD MH-QUANTITY
006790                  TO WS-PRF-VEND-RTN-QTY (WS-PRF-USE-SUB)
006800      END-EVALUATE.
006810  2300-EXIT.
006820      EXIT.
006830
006840*****************************************************************
006850* 3000-ROLL-AUDIT - ROLL THE COUNT ADJUSTMENTS AND KEYED
006860*                   QUANTITY CORRECTIONS STAMPED AFTER THE
006870*                   OPENING, FIRST FROM THE AUDIT HISTORY LAB10ARC
006880*                   ROLLED OFF, THEN FROM THE LIVE AUDIT LOG.  A
006890*                   HISTORY RECORD IS READ INTO THE AUDIT-LOG
006900*                   LAYOUT SO BOTH FILES SHARE ONE PARAGRAPH.
006910*****************************************************************
006920  3000-ROLL-AUDIT.
006930      MOVE "AUDITHST" TO WS-MOVE-SOURCE.
006940      MOVE "N" TO WS-AUDIT-EOF-SW.
006950      OPEN INPUT AUDIT-HIST.
006960      IF NOT WS-AH-OK
006970          MOVE "Y" TO WS-AUDIT-EOF-SW
006980      ELSE
006990          PERFORM 3100-READ-AUDIT-HIST THRU 3100-EXIT
007000      END-IF.
007010      PERFORM 3200-APPLY-AUDIT-HIST THRU 3200-EXIT
007020          UNTIL WS-AUDIT-EOF.
007030      IF WS-AH-OK OR WS-AH-EOF
007040          CLOSE AUDIT-HIST
007050      END-IF.
007060
007070      MOVE "AUDITLOG" TO WS-MOVE-SOURCE.
007080      MOVE "N" TO WS-AUDIT-EOF-SW.
007090      OPEN INPUT AUDIT-LOG.
007100      IF NOT WS-AL-OK
007110          MOVE "Y" TO WS-AUDIT-EOF-SW
007120      ELSE
007130          PERFORM 3150-READ-AUDIT-LOG THRU 3150-EXIT
007140      END-IF.
007150      PERFORM 3250-APPLY-AUDIT-LOG THRU 3250-EXIT
007160          UNTIL WS-AUDIT-EOF.
007170      IF WS-AL-OK OR WS-AL-EOF
007180          CLOSE AUDIT-LOG
007190      END-IF.
007200  3000-EXIT.
007210      EXIT.
007220
007230*****************************************************************
007240* 3100-READ-AUDIT-HIST - READ THE NEXT AUDIT HISTORY RECORD INTO
007250*                        THE AUDIT-LOG LAYOUT.
007260*****************************************************************
007270  3100-READ-AUDIT-HIST.
007280      READ AUDIT-HIST INTO AUDIT-LOG-RECORD
007290          AT END
007300              MOVE "Y" TO WS-AUDIT-EOF-SW
007310      END-READ.
007320  3100-EXIT.
007330      EXIT.
007340
007350*****************************************************************
007360* 3150-READ-AUDIT-LOG - READ THE NEXT AUDIT-LOG RECORD.
007370*****************************************************************
007380  3150-READ-AUDIT-LOG.
007390      READ AUDIT-LOG
007400          AT END
007410              MOVE "Y" TO WS-AUDIT-EOF-SW
007420      END-READ.
007430  3150-EXIT.
007440      EXIT.
007450
007460*****************************************************************
007470* 3200-APPLY-AUDIT-HIST - APPLY ONE HISTORY RECORD AND READ AHEAD.
007480*****************************************************************
007490  3200-APPLY-AUDIT-HIST.
007500      PERFORM 3300-APPLY-AUDIT THRU 3300-EXIT.
007510      PERFORM 3100-READ-AUDIT-HIST THRU 3100-EXIT.
007520  3200-EXIT.
007530      EXIT.
007540
007550*****************************************************************
007560* 3250-APPLY-AUDIT-LOG - APPLY ONE LIVE AUDIT RECORD, READ AHEAD.
007570*****************************************************************
007580  3250-APPLY-AUDIT-LOG.
007590      PERFORM 3300-APPLY-AUDIT THRU 3300-EXIT.
007600      PERFORM 3150-READ-AUDIT-LOG THRU 3150-EXIT.
007610  3250-EXIT.
007620      EXIT.
007630
007640*****************************************************************
007650* 3300-APPLY-AUDIT - A COUNT (P) OR CHANGE (C) RECORD STAMPED
007660*                    AFTER THE OPENING MOVES ITS STYLE/SIZE BY
007670*                    QTY-AFTER LESS QTY-BEFORE.  AN ADD (A) BRINGS
007680*                    IN ITS ON-HAND AS A KEYED CORRECTION.  A
007690*                    DELETE (D) ONLY INACTIVATES THE RECORD AND
007700*                    LEAVES ITS ON-HAND ON THE MASTER, SO ITS
007710*                    BEFORE AND AFTER AGREE AND IT NETS TO
007720*                    NOTHING.  REPRICES (R)
007730*                    DO NOT MOVE STOCK.  RECORDS WRITTEN BEFORE
007740*                    THE QUANTITY FIELDS EXISTED CARRY SPACES AND
007750*                    ARE PASSED OVER.
007760*****************************************************************
007770  3300-APPLY-AUDIT.
007780      MOVE AL-TRANS-DATE TO WS-MOVE-DATE.
007790      MOVE AL-TRANS-TIME TO WS-MOVE-TIME.
007800
007810      IF NOT AL-TRANS-REPRICE
007820              AND WS-MOVE-STAMP > WS-OPEN-STAMP
007830              AND AL-QTY-BEFORE NUMERIC
007840              AND AL-QTY-AFTER NUMERIC
007850          EVALUATE TRUE
007860              WHEN AL-TRANS-ADD
007870                  MOVE AL-QTY-AFTER TO WS-QTY-CHANGE
007880              WHEN OTHER
007890                  COMPUTE WS-QTY-CHANGE =
007900                      AL-QTY-AFTER - AL-QTY-BEFORE
007910          END-EVALUATE
007920          MOVE AL-SHOE-STYLE TO WS-FIND-STYLE
007930          MOVE AL-SHOE-SIZE TO WS-FIND-SIZE
007940          IF WS-LIST-PASS
007950              PERFORM 3900-FIND-ENTRY THRU 3900-EXIT
007960              IF WS-ENTRY-FOUND
007970                  IF WS-PRF-MISMATCH (WS-PRF-USE-SUB)
007980                      PERFORM 5300-PRINT-AUDIT THRU 5300-EXIT
007990                  END-IF
008000              END-IF
008010          ELSE
008020              PERFORM 3950-FIND-OR-ADD-ENTRY THRU 3950-EXIT
008030              IF WS-ENTRY-FOUND
008040                  ADD 1 TO WS-AUDIT-USED-COUNT
008050                  IF AL-TRANS-COUNT
008060                      ADD WS-QTY-CHANGE
008070                          TO WS-PRF-COUNT-ADJ (WS-PRF-USE-SUB)
008080                  ELSE
008090                      ADD WS-QTY-CHANGE
008100                          TO WS-PRF-CORRECT-ADJ (WS-PRF-USE-SUB)
008110                  END-IF
008120              END-IF
008130          END-IF
008140      END-IF.
008150  3300-EXIT.
008160      EXIT.
008170
008180*****************************************************************
008190* 3900-FIND-ENTRY - LOOK UP WS-FIND-STYLE/SIZE IN THE PROOF TABLE,
008200*                   LEAVING ITS SUBSCRIPT IN WS-PRF-USE-SUB.
008210*****************************************************************
008220  3900-FIND-ENTRY.
008230      MOVE "N" TO WS-ENTRY-FOUND-SW.
008240      PERFORM 3910-CHECK-ENTRY THRU 3910-EXIT
008250          VARYING WS-PRF-SUB FROM 1 BY 1
008260          UNTIL WS-PRF-SUB > WS-TABLE-COUNT
008270             OR WS-ENTRY-FOUND.
008280  3900-EXIT.
008290      EXIT.
008300
008310*****************************************************************
008320* 3910-CHECK-ENTRY - COMPARE ONE TABLE ENTRY TO THE SEARCH KEY.
008330*****************************************************************
008340  3910-CHECK-ENTRY.
008350      IF WS-PRF-SHOE-STYLE (WS-PRF-SUB) = WS-FIND-STYLE
008360              AND WS-PRF-SHOE-SIZE (WS-PRF-SUB) = WS-FIND-SIZE
008370          MOVE "Y" TO WS-ENTRY-FOUND-SW
008380          MOVE WS-PRF-SUB TO WS-PRF-USE-SUB
008390      END-IF.
008400  3910-EXIT.
008410      EXIT.
008420
008430*****************************************************************
008440* 3950-FIND-OR-ADD-ENTRY - LOOK UP THE SEARCH KEY, ADDING A NEW
008450*                          ENTRY WHEN IT IS NOT IN THE TABLE.
008460*****************************************************************
008470  3950-FIND-OR-ADD-ENTRY.
008480      PERFORM 3900-FIND-ENTRY THRU 3900-EXIT.
008490      IF NOT WS-ENTRY-FOUND
008500          PERFORM 3960-ADD-ENTRY THRU 3960-EXIT
008510      END-IF.
008520  3950-EXIT.
008530      EXIT.
008540
008550*****************************************************************
008560* 3960-ADD-ENTRY - ADD A ZEROED ENTRY FOR THE SEARCH KEY.  A FULL
008570*                  TABLE IS NOTED AND THE KEY GOES UNPROVED.
008580*****************************************************************
008590  3960-ADD-ENTRY.
008600      IF WS-TABLE-COUNT < WS-PRF-MAX
008610          ADD 1 TO WS-TABLE-COUNT
008620          MOVE WS-TABLE-COUNT TO WS-PRF-USE-SUB
008630          MOVE WS-FIND-STYLE TO WS-PRF-SHOE-STYLE (WS-PRF-USE-SUB)
008640          MOVE WS-FIND-SIZE TO WS-PRF-SHOE-SIZE (WS-PRF-USE-SUB)
008650          MOVE "N" TO WS-PRF-ON-MASTER-SW (WS-PRF-USE-SUB)
008660          MOVE "N" TO WS-PRF-MISMATCH-SW (WS-PRF-USE-SUB)
008670          MOVE ZERO TO WS-PRF-OPEN-QTY (WS-PRF-USE-SUB)
008680          MOVE ZERO TO WS-PRF-BOOK-QTY (WS-PRF-USE-SUB)
008690          MOVE ZERO TO WS-PRF-RECEIPT-QTY (WS-PRF-USE-SUB)
008700          MOVE ZERO TO WS-PRF-SALE-QTY (WS-PRF-USE-SUB)
008710          MOVE ZERO TO WS-PRF-CUST-RTN-QTY (WS-PRF-USE-SUB)
008720          MOVE ZERO TO WS-PRF-VEND-RTN-QTY (WS-PRF-USE-SUB)
008730          MOVE ZERO TO WS-PRF-COUNT-ADJ (WS-PRF-USE-SUB)
008740          MOVE ZERO TO WS-PRF-CORRECT-ADJ (WS-PRF-USE-SUB)
008750          MOVE ZERO TO WS-PRF-COMPUTED-QTY (WS-PRF-USE-SUB)
008760          MOVE "Y" TO WS-ENTRY-FOUND-SW
008770      ELSE
008780          MOVE "Y" TO WS-TABLE-FULL-SW
008790          MOVE "N" TO WS-ENTRY-FOUND-SW
008800      END-IF.
008810  3960-EXIT.
008820      EXIT.
008830
008840*****************************************************************
008850* 4000-COMPARE-TO-BOOK - WORK OUT EVERY STYLE/SIZE'S COMPUTED
008860*                        ON-HAND AND LIST EACH ONE THAT DOES NOT
008870*                        MATCH THE BOOK.
008880*****************************************************************
008890  4000-COMPARE-TO-BOOK.
008900      PERFORM 4100-COMPARE-ENTRY THRU 4100-EXIT
008910          VARYING WS-PRF-SUB FROM 1 BY 1
008920          UNTIL WS-PRF-SUB > WS-TABLE-COUNT.
008930
008940      MOVE SPACES TO LISTING-RECORD.
008950      WRITE LISTING-RECORD.
008960      IF WS-TABLE-FULL
008970          WRITE LISTING-RECORD FROM WS-TABLE-FULL-LINE
008980      END-IF.
008990      IF WS-MISMATCH-COUNT = ZERO AND NOT WS-TABLE-FULL
009000          WRITE LISTING-RECORD FROM WS-PROOF-OK-LINE
009010      END-IF.
009020  4000-EXIT.
009030      EXIT.
009040
009050*****************************************************************
009060* 4100-COMPARE-ENTRY - COMPUTED = OPENING + RECEIPTS - SALES +
009070*                      CUSTOMER RETURNS - RETURNS TO VENDOR +
009080*                      COUNT ADJUSTMENTS + KEYED CORRECTIONS.
009090*                      A STYLE/SIZE NO LONGER ON THE MASTER THAT
009100*                      STILL COMPUTES TO STOCK WAS PURGED BY
009110*                      LAB10ARC, WHICH ARCHIVES TO SHOEARCH
009120*                      WITHOUT AN AUDIT DELETE.  IT IS LISTED BUT
009130*                      NOT COUNTED AS A DISAGREEMENT.
009140*****************************************************************
009150  4100-COMPARE-ENTRY.
009160      COMPUTE WS-PRF-COMPUTED-QTY (WS-PRF-SUB) =
009170          WS-PRF-OPEN-QTY (WS-PRF-SUB)
009180        + WS-PRF-RECEIPT-QTY (WS-PRF-SUB)
009190        - WS-PRF-SALE-QTY (WS-PRF-SUB)
009200        + WS-PRF-CUST-RTN-QTY (WS-PRF-SUB)
009210        - WS-PRF-VEND-RTN-QTY (WS-PRF-SUB)
009220        + WS-PRF-COUNT-ADJ (WS-PRF-SUB)
009230        + WS-PRF-CORRECT-ADJ (WS-PRF-SUB).
009240      COMPUTE WS-DIFFERENCE =
009250          WS-PRF-BOOK-QTY (WS-PRF-SUB)
009260        - WS-PRF-COMPUTED-QTY (WS-PRF-SUB).
009270
009280      EVALUATE TRUE
009290          WHEN NOT WS-PRF-ON-MASTER (WS-PRF-SUB)
009300                  AND WS-DIFFERENCE NOT = ZERO
009310              ADD 1 TO WS-PURGED-COUNT
009320              MOVE "NOT ON MASTER" TO DL-NOTE
009330              PERFORM 4200-PRINT-ENTRY THRU 4200-EXIT
009340          WHEN WS-DIFFERENCE NOT = ZERO
009350              ADD 1 TO WS-MISMATCH-COUNT
009360              MOVE "Y" TO WS-PRF-MISMATCH-SW (WS-PRF-SUB)
009370              MOVE "DISAGREES" TO DL-NOTE
009380              PERFORM 4200-PRINT-ENTRY THRU 4200-EXIT
009390          WHEN OTHER
009400              ADD 1 TO WS-PROVED-COUNT
009410      END-EVALUATE.
009420  4100-EXIT.
009430      EXIT.
009440
009450*****************************************************************
009460* 4200-PRINT-ENTRY - PRINT ONE STYLE/SIZE'S PROOF FIGURES.
009470*****************************************************************
009480  4200-PRINT-ENTRY.
009490      MOVE WS-PRF-SHOE-STYLE (WS-PRF-SUB) TO DL-SHOE-STYLE.
009500      MOVE WS-PRF-SHOE-SIZE (WS-PRF-SUB) TO DL-SHOE-SIZE.
009510      MOVE WS-PRF-OPEN-QTY (WS-PRF-SUB) TO DL-OPEN-QTY.
009520      MOVE WS-PRF-RECEIPT-QTY (WS-PRF-SUB) TO DL-RECEIPT-QTY.
009530      MOVE WS-PRF-SALE-QTY (WS-PRF-SUB) TO DL-SALE-QTY.
009540      MOVE WS-PRF-CUST-RTN-QTY (WS-PRF-SUB) TO DL-CUST-RTN-QTY.
009550      MOVE WS-PRF-VEND-RTN-QTY (WS-PRF-SUB) TO DL-VEND-RTN-QTY.
009560      MOVE WS-PRF-COUNT-ADJ (WS-PRF-SUB) TO DL-COUNT-ADJ.
009570      MOVE WS-PRF-CORRECT-ADJ (WS-PRF-SUB) TO DL-CORRECT-ADJ.
009580      MOVE WS-PRF-COMPUTED-QTY (WS-PRF-SUB) TO DL-COMPUTED-QTY.
009590      MOVE WS-PRF-BOOK-QTY (WS-PRF-SUB) TO DL-BOOK-QTY.
009600      MOVE WS-DIFFERENCE TO DL-DIFFERENCE.
009610      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
009620  4200-EXIT.
009630      EXIT.
009640
009650*****************************************************************
009660* 5000-LIST-MOVEMENTS - PASS THE MOVEMENT AND AUDIT FILES AGAIN,
009670*                       PRINTING EVERY MOVEMENT SINCE THE OPENING
009680*                       FOR THE STYLE/SIZES THAT DISAGREED.
009690*****************************************************************
009700  5000-LIST-MOVEMENTS.
009710      MOVE "Y" TO WS-LIST-PASS-SW.
009720      MOVE SPACES TO LISTING-RECORD.
009730      WRITE LISTING-RECORD.
009740      WRITE LISTING-RECORD FROM WS-MOVE-HEADING-1.
009750      WRITE LISTING-RECORD FROM WS-MOVE-HEADING-2.
009760
009770      PERFORM 2000-ROLL-MOVE-HIST THRU 2000-EXIT.
009780      PERFORM 3000-ROLL-AUDIT THRU 3000-EXIT.
009790
009800      MOVE "N" TO WS-LIST-PASS-SW.
009810  5000-EXIT.
009820      EXIT.
009830
009840*****************************************************************
009850* 5200-PRINT-MOVE-HIST - PRINT ONE MOVEMENT-HISTORY RECORD.
009860*****************************************************************
009870  5200-PRINT-MOVE-HIST.
009880      MOVE SPACES TO WS-MOVE-LINE.
009890      MOVE MH-SHOE-STYLE TO ML-SHOE-STYLE.
009900      MOVE MH-SHOE-SIZE TO ML-SHOE-SIZE.
009910      MOVE "MOVEHIST" TO ML-SOURCE.
009920      EVALUATE TRUE
009930          WHEN MH-TRANS-RECEIPT
009940              MOVE "RECEIPT" TO ML-MOVEMENT
009950              MOVE MH-QUANTITY TO WS-QTY-CHANGE
009960          WHEN MH-TRANS-SALE
009970              MOVE "SALE" TO ML-MOVEMENT
009980              COMPUTE WS-QTY-CHANGE = ZERO - MH-QUANTITY
009990          WHEN MH-TRANS-CUST-RETURN
010000              MOVE "CUSTOMER RETURN" TO ML-MOVEMENT
010010              MOVE MH-QUANTITY TO WS-QTY-CHANGE
010020          WHEN MH-TRANS-VEND-RETURN
010030              MOVE "VENDOR RETURN" TO ML-MOVEMENT
010040              COMPUTE WS-QTY-CHANGE = ZERO - MH-QUANTITY
010050          WHEN MH-TRANS-XFER-OUT
010060              MOVE "TRANSFER OUT" TO ML-MOVEMENT
010070              MOVE ZERO TO WS-QTY-CHANGE
010080          WHEN MH-TRANS-XFER-IN
010090              MOVE "TRANSFER IN" TO ML-MOVEMENT
010100              MOVE ZERO TO WS-QTY-CHANGE
010110          WHEN OTHER
010120              MOVE "UNKNOWN TYPE" TO ML-MOVEMENT
010130              MOVE ZERO TO WS-QTY-CHANGE
010140      END-EVALUATE.
010150      MOVE MH-POST-DATE TO ML-DATE.
010160      MOVE MH-POST-TIME TO ML-TIME.
010170      MOVE WS-QTY-CHANGE TO ML-QTY-CHANGE.
010180      MOVE MH-REASON-CD TO ML-OPER-REASON.
010190      WRITE LISTING-RECORD FROM WS-MOVE-LINE.
010200  5200-EXIT.
010210      EXIT.
010220
010230*****************************************************************
010240* 5300-PRINT-AUDIT - PRINT ONE STOCK-MOVING AUDIT RECORD.
010250*****************************************************************
010260  5300-PRINT-AUDIT.
010270      MOVE SPACES TO WS-MOVE-LINE.
010280      MOVE AL-SHOE-STYLE TO ML-SHOE-STYLE.
010290      MOVE AL-SHOE-SIZE TO ML-SHOE-SIZE.
010300      MOVE WS-MOVE-SOURCE TO ML-SOURCE.
010310      EVALUATE TRUE
010320          WHEN AL-TRANS-COUNT
010330              MOVE "COUNT ADJUST" TO ML-MOVEMENT
010340          WHEN AL-TRANS-ADD
010350              MOVE "KEYED ADD" TO ML-MOVEMENT
010360          WHEN AL-TRANS-DELETE
010370              MOVE "KEYED DELETE" TO ML-MOVEMENT
010380          WHEN OTHER
010390              MOVE "KEYED CHANGE" TO ML-MOVEMENT
010400      END-EVALUATE.
010410      MOVE AL-TRANS-DATE TO ML-DATE.
010420      MOVE AL-TRANS-TIME TO ML-TIME.
010430      MOVE WS-QTY-CHANGE TO ML-QTY-CHANGE.
010440      MOVE AL-QTY-BEFORE TO ML-QTY-BEFORE.
010450      MOVE AL-QTY-AFTER TO ML-QTY-AFTER.
010460      MOVE AL-OPERATOR-ID TO ML-OPER-REASON.
010470      WRITE LISTING-RECORD FROM WS-MOVE-LINE.
010480  5300-EXIT.
010490      EXIT.
010500
010510*****************************************************************
010520* 6000-SAVE-CLOSING - WRITE TONIGHT'S BOOK ON-HAND FOR EVERY
010530*                     STYLE/SIZE ON THE MASTER TO THE WORK FILE
010540*                     UNDER A HEADER STAMPED NOW, THEN COPY IT
010550*                     OVER THE OPENING FILE.  ONLY A PROOF THAT
010560*                     AGREED IS SAVED.
010570*****************************************************************
010580  6000-SAVE-CLOSING.
010590      OPEN OUTPUT PROOF-NEW.
010600
010610      MOVE SPACES TO PROOF-BALANCE-RECORD.
010620      MOVE "H" TO PB-RECORD-TYPE.
010630      MOVE WS-CURRENT-DATE TO PB-SAVE-DATE.
010640      MOVE WS-CURRENT-TIME TO PB-SAVE-TIME.
010650      MOVE ZERO TO PB-MISMATCH-COUNT.
010660      MOVE ZERO TO PB-BALANCE-COUNT.
010670      PERFORM 6200-COUNT-SAVED THRU 6200-EXIT
010680          VARYING WS-PRF-SUB FROM 1 BY 1
010690          UNTIL WS-PRF-SUB > WS-TABLE-COUNT.
010700      MOVE WS-SAVED-COUNT TO PB-BALANCE-COUNT.
010710      WRITE PROOF-NEW-RECORD FROM PROOF-BALANCE-RECORD.
010720
010730      PERFORM 6100-WRITE-BALANCE THRU 6100-EXIT
010740          VARYING WS-PRF-SUB FROM 1 BY 1
010750          UNTIL WS-PRF-SUB > WS-TABLE-COUNT.
010760
010770      CLOSE PROOF-NEW.
010780
010790      PERFORM 9500-COPY-BACK-OPENING THRU 9500-EXIT.
010800  6000-EXIT.
010810      EXIT.
010820
010830*****************************************************************
010840* 6100-WRITE-BALANCE - WRITE ONE MASTER STYLE/SIZE'S BOOK ON-HAND.
010850*****************************************************************
010860  6100-WRITE-BALANCE.
010870      IF WS-PRF-ON-MASTER (WS-PRF-SUB)
010880          MOVE SPACES TO PROOF-BALANCE-RECORD
010890          MOVE "B" TO PB-RECORD-TYPE
010900          MOVE WS-PRF-SHOE-STYLE (WS-PRF-SUB) TO PB-SHOE-STYLE
010910          MOVE WS-PRF-SHOE-SIZE (WS-PRF-SUB) TO PB-SHOE-SIZE
010920          MOVE WS-PRF-BOOK-QTY (WS-PRF-SUB) TO PB-QTY-ON-HAND
010930          WRITE PROOF-NEW-RECORD FROM PROOF-BALANCE-RECORD
010940      END-IF.
010950  6100-EXIT.
010960      EXIT.
010970
010980*****************************************************************
010990* 6200-COUNT-SAVED - COUNT THE BALANCES THE SAVE WILL WRITE.
011000*****************************************************************
011010  6200-COUNT-SAVED.
011020      IF WS-PRF-ON-MASTER (WS-PRF-SUB)
011030          ADD 1 TO WS-SAVED-COUNT
011040      END-IF.
011050  6200-EXIT.
011060      EXIT.
011070
011080*****************************************************************
011090* 8000-PRINT-TOTALS - PRINT THE PROOF COUNTS.
011100*****************************************************************
011110  8000-PRINT-TOTALS.
011120      MOVE WS-PROVED-COUNT TO TL-PROVED-COUNT.
011130      MOVE WS-MISMATCH-COUNT TO TL-MISMATCH-COUNT.
011140      MOVE WS-PURGED-COUNT TO TL-PURGED-COUNT.
011150      MOVE WS-MOVE-READ-COUNT TO TL-MOVE-READ-COUNT.
011160      MOVE WS-MOVE-USED-COUNT TO TL-MOVE-USED-COUNT.
011170      MOVE WS-AUDIT-USED-COUNT TO TL-AUDIT-USED-COUNT.
011180      MOVE WS-SAVED-COUNT TO TL-SAVED-COUNT.
011190
011200      MOVE SPACES TO LISTING-RECORD.
011210      WRITE LISTING-RECORD.
011220      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
011230      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
011240      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
011250      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
011260      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
011270      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
011280  8000-EXIT.
011290      EXIT.
011300
011310*****************************************************************
011320* 9000-TERMINATE - CLOSE THE LISTING AND END THE RUN.
011330*****************************************************************
011340  9000-TERMINATE.
011350      CLOSE PROOF-LISTING.
011360  9000-EXIT.
011370      EXIT.
011380
011390*****************************************************************
011400* 9500-COPY-BACK-OPENING - REWRITE THE OPENING FILE FROM THE WORK
011410*                          FILE.
011420*****************************************************************
011430  9500-COPY-BACK-OPENING.
011440      MOVE "N" TO WS-COPY-EOF-SW.
011450      OPEN INPUT PROOF-NEW.
011460      OPEN OUTPUT PROOF-OPEN.
011470      PERFORM 9510-READ-NEW THRU 9510-EXIT.
011480      PERFORM 9520-COPY-ONE THRU 9520-EXIT
011490          UNTIL WS-COPY-EOF.
011500      CLOSE PROOF-NEW.
011510      CLOSE PROOF-OPEN.
011520  9500-EXIT.
011530      EXIT.
011540
011550*****************************************************************
011560* 9510-READ-NEW - READ THE NEXT WORK-FILE RECORD.
011570*****************************************************************
011580  9510-READ-NEW.
011590      READ PROOF-NEW
011600          AT END
011610              MOVE "Y" TO WS-COPY-EOF-SW
011620      END-READ.
011630  9510-EXIT.
011640      EXIT.
011650
011660*****************************************************************
011670* 9520-COPY-ONE - COPY ONE WORK-FILE RECORD AND READ AHEAD.
011680*****************************************************************
011690  9520-COPY-ONE.
011700      WRITE PROOF-BALANCE-RECORD FROM PROOF-NEW-RECORD.
011710      PERFORM 9510-READ-NEW THRU 9510-EXIT.
011720  9520-EXIT.
011730      EXIT.
011740
011750  END PROGRAM LAB10PIP.

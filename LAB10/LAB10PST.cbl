000230*          ON THE POSTING REPORT.  THE RUN APPENDS ITS OWN
000240*          CONTROL-TOTALS RECORD (RUN-TYPE P) THE WAY LAB10
000250*          DOES SO LAB10REC CAN PROVE EVERY TRANSACTION LANDED.
000260*          EVERY TRANSACTION POSTS AT A STOCKING LOCATION
000270*          (STKLOC) AS WELL AS TO THE ALL-LOCATION ON-HAND, AND
000280*          A TRANSFER MOVES PAIRS BETWEEN LOCATIONS THROUGH
000290*          IN-TRANSIT (XFRMAST) WITHOUT CHANGING THE TOTAL.
000300*****************************************************************
000310  IDENTIFICATION DIVISION.
000320  PROGRAM-ID. LAB10PST.
000330  AUTHOR. D. FALLIS.
000340  INSTALLATION. RETAIL SYSTEMS.
000350  DATE-WRITTEN. 2026-08-22.
000360  DATE-COMPILED.
000370*****************************************************************
000380* MODIFICATION HISTORY
000390*   2026-08-22  DF  ORIGINAL PROGRAM.
000400*   2026-08-22  DF  SHOE-MASTER REKEYED ON STYLE PLUS SIZE.  THE
000410*                   MASTER READ NOW USES BOTH FIELDS, SO THE
000420*                   SEPARATE SIZE-MATCH EDIT IS GONE - A WRONG
000430*                   SIZE NOW REJECTS AS STYLE/SIZE NOT ON FILE.
000440*   2026-08-22  DF  A MASTER THAT WILL NOT OPEN CLEANLY NOW
000450*                   ABANDONS THE RUN WITH A NOTICE INSTEAD OF
000460*                   READING AGAINST AN UNOPENED FILE, WHOSE
000470*                   STATUS-4X READS TAKE NEITHER INVALID KEY
000480*                   PHRASE AND MISCOUNT EVERY TRANSACTION.
000490*   2026-09-02  DF  EVERY POSTED TRANSACTION IS NOW APPENDED TO
000500*                   THE PERMANENT MOVEMENT-HISTORY FILE
000510*                   (MOVEHIST) STAMPED WITH THE POSTING DATE
000520*                   AND TIME, SO THE SLOW-MOVER REPORT
000530*                   (LAB10MOV) CAN TOTAL RECEIPTS AND SALES
000540*                   LONG AFTER THE POSTRPT PRINT IS GONE.
000550*   2026-09-02  DF  REJECTS NOW GO TO A MACHINE-READABLE
000560*                   SUSPENSE FILE (SUSPTRAN) CARRYING THE
000570*                   ORIGINAL TRANSACTION, THE REJECT REASON AND
000580*                   DATE, AND A CYCLE COUNT.  THE RUN PICKS THE
000590*                   PRIOR NIGHT'S SUSPENSE UP AHEAD OF THE NEW
000600*                   TRANSACTIONS, AND A RECORD REJECTING FOR
000610*                   THE THIRD NIGHT ESCALATES ON THE REPORT
000620*                   INSTEAD OF CYCLING SILENTLY.  THE SUSPENSE
000630*                   IS REBUILT THROUGH A WORK FILE (SUSPNEW)
000640*                   THE WAY LAB10ARC ROLLS ITS LOGS, SO A
000650*                   FAILURE MID-RUN LEAVES THE OLD FILE INTACT.
000660*   2026-09-02  DF  EACH LISTING LINE NOW CARRIES THE STYLE'S
000670*                   DESCRIPTION FROM THE STYLE ATTRIBUTE MASTER
000680*                   (STYLATTR, MAINTAINED BY LAB10SAM); THE
000690*                   LISTING RECORD WAS WIDENED TO HOLD IT.  A
000700*                   STYLE WITH NO ATTRIBUTE RECORD LISTS BLANK.
000710*   2026-10-15  DF  A RECEIPT CARRYING A PURCHASE-ORDER LINE
000720*                   (WRITTEN BY LAB10ASN FROM A MATCHED SHIP
000730*                   NOTICE) NOW RELIEVES SM-QTY-ON-ORDER BY THE
000740*                   QUANTITY RECEIVED, NEVER BELOW ZERO, IN THE
000750*                   SAME REWRITE THAT RAISES ON-HAND.  THE PO
000760*                   LINE RIDES THROUGH SUSPENSE WITH THE RECEIPT.
000770*   2026-10-15  DF  TWO NEW TRANSACTION TYPES - C, A CUSTOMER
000780*                   RETURN, ADDS TO ON-HAND AND V, A RETURN TO
000790*                   VENDOR, SUBTRACTS FROM IT.  EACH CARRIES A
000800*                   REASON CODE THAT MUST BE VALID FOR ITS TYPE
000810*                   AND TAKES THE SAME INACTIVE-STYLE AND
000820*                   ON-HAND LIMIT EDITS AS A RECEIPT OR SALE.
000830*                   THE LISTING NOW SHOWS EACH TYPE'S QUANTITY
000840*                   IN ITS OWN COLUMN WITH THE REASON, TOTALS
000850*                   POSTED PAIRS BY TYPE, AND WAS WIDENED TO
000860*                   HOLD THEM.  TYPE AND REASON RIDE THROUGH TO
000870*                   MOVEHIST AND SUSPENSE.
000880*   2026-10-15  DF  EACH MOVEHIST RECORD NOW CARRIES THE RETAIL
000890*                   PRICE AND UNIT COST ON THE MASTER WHEN THE
000900*                   TRANSACTION POSTED, FOR THE MARGIN REPORT.
000910*   2026-10-15  DF  EACH POSTED TRANSACTION NOW JOURNALS ITS
000920*                   VALUE AT UNIT COST TO THE GL JOURNAL
000930*                   (GLJRNL) - RECEIPTS AND CUSTOMER RETURNS
000940*                   INTO INVENTORY, SALES AND RETURNS TO VENDOR
000950*                   OUT OF IT - AND THE RUN CLOSES ITS BATCH
000960*                   WITH A BATCH-TOTAL RECORD.
000970*   2026-10-15  DF  A RECEIPT POSTED AGAINST A PURCHASE-ORDER
000980*                   LINE NOW FLAGS ITS MOVEHIST RECORD, SO A
000990*                   MASTER RECOVERY CAN REAPPLY THE ON-ORDER
001000*                   RELIEF.
001010*   2026-10-15  DF  EVERY TRANSACTION NOW POSTS AT A STOCKING
001020*                   LOCATION ON THE STOCK-BY-LOCATION FILE
001030*                   (STKLOC) - BLANK MEANS THE HOME LOCATION - AND
001040*                   A SALE OR RETURN TO VENDOR MAY NOT EXCEED THE
001050*                   LOCATION'S OWN ON-HAND.  BEFORE A STYLE/SIZE
001060*                   POSTS, ITS LOCATIONS ARE BALANCED TO THE
001070*                   MASTER THE WAY LAB10LOC DOES, SO A KEYED
001080*                   CHANGE SINCE THE LAST BALANCE LANDS ON THE
001090*                   HOME LOCATION FIRST.  TWO NEW TYPES - T SHIPS
001100*                   A TRANSFER FROM LOCATION TO TO-LOCATION, WHERE
001110*                   THE PAIRS SIT IN TRANSIT, AND I CONFIRMS
001120*                   RECEIPT AT THE RECEIVING LOCATION.  THE
001130*                   TRANSFER IS KEPT ON THE TRANSFER FILE
001140*                   (XFRMAST) UNTIL FULLY RECEIVED.  A TRANSFER
001150*                   LEAVES SM-QTY-ON-HAND ALONE AND IS NOT
001160*                   JOURNALED.  THE LISTING GAINS LOCATION AND
001170*                   TRANSFER COLUMNS, AND LOCATIONS RIDE THROUGH
001180*                   TO MOVEHIST AND SUSPENSE.
001190*   2026-10-15  DF  A LOCATION OR TRANSFER FILE THAT WILL NOT
001200*                   OPEN CLEANLY NOW ABANDONS THE RUN LIKE THE
001210*                   MASTER.  LOCATIONS ARE POSTED BEFORE THE
001220*                   MASTER IS REWRITTEN, AND A LOCATION OR
001230*                   TRANSFER RECORD THAT WILL NOT WRITE REJECTS
001240*                   THE TRANSACTION TO SUSPENSE AND IS COUNTED
001250*                   ON THE TOTALS.  AN EXCESS STILL LEFT AFTER
001260*                   BALANCING TAKES ALL ON-HAND IS LISTED.
001270*   2026-10-15  DF  A TRANSFER RECORD IS NOW WRITTEN OR UPDATED
001280*                   BEFORE THE LOCATION RECORDS MOVE.  IF ANY
001290*                   LOCATION OR TRANSFER WRITE FAILS, OR THE
001300*                   MASTER WILL NOT REWRITE, WHATEVER WAS ALREADY
001310*                   SAVED IS PUT BACK AS IT WAS, SO THE SUSPENDED
001320*                   TRANSACTION CAN BE RETRIED WITHOUT MOVING THE
001330*                   PAIRS TWICE.  A LOCATION FAILURE NO LONGER
001340*                   COUNTS THE TRANSACTION AS ACCEPTED AS WELL.
001350*****************************************************************
001360  ENVIRONMENT DIVISION.
001370  INPUT-OUTPUT SECTION.
001380  FILE-CONTROL.
001390      SELECT SHOE-TRANS ASSIGN TO "SHOETRAN"
001400          ORGANIZATION IS LINE SEQUENTIAL
001410          FILE STATUS IS WS-SHOE-TRANS-STATUS.
001420
001430      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
001440          ORGANIZATION IS INDEXED
001450          ACCESS MODE IS DYNAMIC
001460          RECORD KEY IS SM-MASTER-KEY
001470          FILE STATUS IS WS-SHOE-MASTER-STATUS.
001480
001490      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
001500          ORGANIZATION IS LINE SEQUENTIAL
001510          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
001520
001530      SELECT POST-LISTING ASSIGN TO "POSTRPT"
001540          ORGANIZATION IS LINE SEQUENTIAL
001550          FILE STATUS IS WS-POST-LISTING-STATUS.
001560
001570      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
001580          ORGANIZATION IS LINE SEQUENTIAL
001590          FILE STATUS IS WS-MOVE-HIST-STATUS.
001600
001610      SELECT SUSP-TRANS ASSIGN TO "SUSPTRAN"
001620          ORGANIZATION IS LINE SEQUENTIAL
001630          FILE STATUS IS WS-SUSP-TRANS-STATUS.
001640
001650      SELECT SUSP-NEW ASSIGN TO "SUSPNEW"
001660          ORGANIZATION IS LINE SEQUENTIAL
001670          FILE STATUS IS WS-SUSP-NEW-STATUS.
001680
001690      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
001700          ORGANIZATION IS INDEXED
001710          ACCESS MODE IS DYNAMIC
001720          RECORD KEY IS SA-SHOE-STYLE
001730          FILE STATUS IS WS-STYLE-ATTR-STATUS.
001740
001750      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
001760          ORGANIZATION IS LINE SEQUENTIAL
001770          FILE STATUS IS WS-GL-JOURNAL-STATUS.
001780
001790      SELECT STOCK-LOC ASSIGN TO "STKLOC"
001800          ORGANIZATION IS INDEXED
001810          ACCESS MODE IS DYNAMIC
001820          RECORD KEY IS SL-LOC-KEY
001830          FILE STATUS IS WS-STOCK-LOC-STATUS.
001840
001850      SELECT XFR-MASTER ASSIGN TO "XFRMAST"
001860          ORGANIZATION IS INDEXED
001870          ACCESS MODE IS DYNAMIC
001880          RECORD KEY IS XF-MASTER-KEY
001890          FILE STATUS IS WS-XFR-MASTER-STATUS.
001900
001910  DATA DIVISION.
001920  FILE SECTION.
001930  FD  SHOE-TRANS
001940      LABEL RECORDS ARE STANDARD.
001950      COPY SHOETRAN.
001960
001970  FD  SHOE-MASTER
001980      LABEL RECORDS ARE STANDARD.
001990      COPY SHOEMAST.
002000
002010  FD  CONTROL-TOTALS
002020      LABEL RECORDS ARE STANDARD.
002030      COPY CTLTOTAL.
002040
002050  FD  POST-LISTING
002060      LABEL RECORDS ARE STANDARD.
002070  01  LISTING-RECORD               PIC X(132).
002080
002090  FD  MOVE-HIST
002100      LABEL RECORDS ARE STANDARD.
002110      COPY MOVEHIST.
002120
002130  FD  SUSP-TRANS
002140      LABEL RECORDS ARE STANDARD.
002150      COPY SUSPTRAN.
002160
002170  FD  SUSP-NEW
002180      LABEL RECORDS ARE STANDARD.
002190  01  SUSP-NEW-RECORD              PIC X(80).
002200
002210  FD  STYLE-ATTR
002220      LABEL RECORDS ARE STANDARD.
002230      COPY STYLATTR.
002240
002250  FD  GL-JOURNAL
002260      LABEL RECORDS ARE STANDARD.
002270      COPY GLJRNL.
002280
002290  FD  STOCK-LOC
002300      LABEL RECORDS ARE STANDARD.
002310      COPY STKLOC.
002320
002330  FD  XFR-MASTER
002340      LABEL RECORDS ARE STANDARD.
002350      COPY XFRMAST.
002360
002370  WORKING-STORAGE SECTION.
002380  01  WS-SHOE-TRANS-STATUS        PIC X(02).
002390      88  WS-TR-OK                        VALUE "00".
002400      88  WS-TR-EOF                       VALUE "10".
002410
002420  01  WS-SHOE-MASTER-STATUS       PIC X(02).
002430      88  WS-SM-OK                        VALUE "00".
002440
002450  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
002460      88  WS-CT-OK                        VALUE "00".
002470      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
002480
002490  01  WS-POST-LISTING-STATUS      PIC X(02).
002500      88  WS-PL-OK                        VALUE "00".
002510
002520  01  WS-MOVE-HIST-STATUS         PIC X(02).
002530      88  WS-MH-OK                        VALUE "00".
002540      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
002550
002560  01  WS-SUSP-TRANS-STATUS        PIC X(02).
002570      88  WS-ST-OK                        VALUE "00".
002580      88  WS-ST-FILE-NOT-FOUND            VALUE "35".
002590
002600  01  WS-SUSP-NEW-STATUS          PIC X(02).
002610      88  WS-SN-OK                        VALUE "00".
002620
002630  01  WS-STYLE-ATTR-STATUS        PIC X(02).
002640      88  WS-SA-OK                        VALUE "00".
002650      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
002660
002670  01  WS-GL-JOURNAL-STATUS        PIC X(02).
002680      88  WS-GJ-OK                        VALUE "00".
002690      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
002700
002710  01  WS-STOCK-LOC-STATUS         PIC X(02).
002720      88  WS-SL-OK                        VALUE "00".
002730      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
002740
002750  01  WS-XFR-MASTER-STATUS        PIC X(02).
002760      88  WS-XF-OK                        VALUE "00".
002770      88  WS-XF-FILE-NOT-FOUND            VALUE "35".
002780
002790  01  WS-EOF-SW                   PIC X(01) VALUE "N".
002800      88  WS-EOF                          VALUE "Y".
002810
002820  01  WS-TRANS-OK-SW              PIC X(01) VALUE "N".
002830      88  WS-TRANS-OK                     VALUE "Y".
002840
002850  01  WS-OPERATOR-ID              PIC X(08) VALUE "LAB10PST".
002860  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002870  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002880  01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
002890  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
002900  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
002910  01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
002920
002930  01  WS-SUSP-EOF-SW              PIC X(01) VALUE "N".
002940      88  WS-SUSP-EOF                     VALUE "Y".
002950  01  WS-RUN-ABANDONED-SW         PIC X(01) VALUE "N".
002960      88  WS-RUN-ABANDONED                VALUE "Y".
002970  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
002980      88  WS-COPY-EOF                     VALUE "Y".
002990  01  WS-CYCLE-COUNT              PIC 9(02) VALUE ZERO.
003000  01  WS-SUSP-READ-COUNT          PIC 9(05) VALUE ZERO.
003010  01  WS-SUSP-OUT-COUNT           PIC 9(05) VALUE ZERO.
003020  01  WS-ESCALATE-COUNT           PIC 9(05) VALUE ZERO.
003030  01  WS-RECEIPT-PAIRS            PIC 9(07) VALUE ZERO.
003040  01  WS-SALE-PAIRS               PIC 9(07) VALUE ZERO.
003050  01  WS-CUST-RTN-PAIRS           PIC 9(07) VALUE ZERO.
003060  01  WS-VEND-RTN-PAIRS           PIC 9(07) VALUE ZERO.
003070  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
003080  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
003090  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
003100  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
003110  01  WS-GL-ENTRY-CD              PIC X(01) VALUE SPACE.
003120  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
003130  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
003140  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
003150  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
003160  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
003170  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
003180  01  WS-XFER-OUT-PAIRS           PIC 9(07) VALUE ZERO.
003190  01  WS-XFER-IN-PAIRS            PIC 9(07) VALUE ZERO.
003200  01  WS-BALANCE-COUNT            PIC 9(05) VALUE ZERO.
003210  01  WS-TRANS-LOCATION           PIC X(02) VALUE SPACES.
003220  01  WS-TRANS-TO-LOCATION        PIC X(02) VALUE SPACES.
003230  01  WS-CHECK-LOCATION           PIC X(02) VALUE SPACES.
003240  01  WS-LOC-SUB                  PIC 9(02) VALUE ZERO.
003250  01  WS-LOC-VALID-SW             PIC X(01) VALUE "N".
003260      88  WS-LOC-VALID                    VALUE "Y".
003270  01  WS-LOC-NEW-SW               PIC X(01) VALUE "N".
003280      88  WS-LOC-NEW                      VALUE "Y".
003290  01  WS-LOC-EOF-SW               PIC X(01) VALUE "N".
003300      88  WS-LOC-EOF                      VALUE "Y".
003310  01  WS-LOC-ON-HAND              PIC 9(05) VALUE ZERO.
003320  01  WS-LOC-IN-TRANSIT           PIC 9(05) VALUE ZERO.
003330  01  WS-LOC-TOTAL                PIC 9(07) VALUE ZERO.
003340  01  WS-LOC-SHORT                PIC 9(07) VALUE ZERO.
003350  01  WS-LOC-TAKE                 PIC 9(05) VALUE ZERO.
003360  01  WS-BALANCE-ADJ              PIC S9(07) VALUE ZERO.
003370  01  WS-XFR-OPEN-QTY             PIC 9(05) VALUE ZERO.
003380  01  WS-LOC-FAILED-SW            PIC X(01) VALUE "N".
003390      88  WS-LOC-FAILED                   VALUE "Y".
003400  01  WS-LOC-ERROR-COUNT          PIC 9(05) VALUE ZERO.
003410  01  WS-TRANSIT-OVER-COUNT       PIC 9(05) VALUE ZERO.
003420  01  WS-NO-LOC-FILE-SW           PIC X(01) VALUE "N".
003430      88  WS-NO-LOC-FILE                  VALUE "Y".
003440  01  WS-LOC-BEFORE-NEW-SW        PIC X(01) VALUE "N".
003450  01  WS-LOC-BEFORE-RECORD        PIC X(55) VALUE SPACES.
003460  01  WS-BACKOUT-AREA.
003470      05  WS-BKO-LOC-COUNT        PIC 9(02) VALUE ZERO.
003480      05  WS-BKO-LOC-SUB          PIC 9(02) VALUE ZERO.
003490      05  WS-BKO-LOC-ENTRY        OCCURS 2 TIMES.
003500          10  WS-BKO-LOC-NEW-SW   PIC X(01).
003510              88  WS-BKO-LOC-WAS-NEW          VALUE "Y".
003520          10  WS-BKO-LOC-RECORD   PIC X(55).
003530      05  WS-BKO-XFR-SW           PIC X(01) VALUE "N".
003540          88  WS-BKO-XFR-NONE                 VALUE "N".
003550          88  WS-BKO-XFR-WRITTEN              VALUE "W".
003560          88  WS-BKO-XFR-REWRITTEN            VALUE "R".
003570      05  WS-BKO-XFR-RECORD       PIC X(80).
003580
003590      COPY LOCCODES.
003600
003610      COPY GLACCT.
003620
003630  01  WS-HEADING-1.
003640      05  FILLER                   PIC X(30)
003650              VALUE "INVENTORY TRANSACTION POSTING ".
003660      05  FILLER                   PIC X(04) VALUE "RUN ".
003670      05  H1-RUN-DATE              PIC 9(08).
003680
003690  01  WS-HEADING-2.
003700      05  FILLER                   PIC X(02) VALUE "TY".
003710      05  FILLER                   PIC X(02) VALUE SPACES.
003720      05  FILLER                   PIC X(05) VALUE "STYLE".
003730      05  FILLER                   PIC X(02) VALUE SPACES.
003740      05  FILLER                   PIC X(04) VALUE "SIZE".
003750      05  FILLER                   PIC X(02) VALUE SPACES.
003760      05  FILLER                   PIC X(02) VALUE "LC".
003770      05  FILLER                   PIC X(01) VALUE SPACES.
003780      05  FILLER                   PIC X(07) VALUE "RECEIPT".
003790      05  FILLER                   PIC X(02) VALUE SPACES.
003800      05  FILLER                   PIC X(04) VALUE "SALE".
003810      05  FILLER                   PIC X(02) VALUE SPACES.
003820      05  FILLER                   PIC X(05) VALUE "C-RTN".
003830      05  FILLER                   PIC X(02) VALUE SPACES.
003840      05  FILLER                   PIC X(05) VALUE "V-RTN".
003850      05  FILLER                   PIC X(03) VALUE SPACES.
003860      05  FILLER                   PIC X(04) VALUE "XFER".
003870      05  FILLER                   PIC X(02) VALUE SPACES.
003880      05  FILLER                   PIC X(02) VALUE "RS".
003890      05  FILLER                   PIC X(01) VALUE SPACES.
003900      05  FILLER                   PIC X(07) VALUE "ON-HAND".
003910      05  FILLER                   PIC X(03) VALUE SPACES.
003920      05  FILLER                   PIC X(11) VALUE "DISPOSITION".
003930      05  FILLER                   PIC X(27) VALUE SPACES.
003940      05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
003950
003960  01  WS-DETAIL-LINE.
003970      05  DL-TRANS-TYPE            PIC X(01).
003980      05  FILLER                   PIC X(03) VALUE SPACES.
003990      05  DL-SHOE-STYLE            PIC X(05).
004000      05  FILLER                   PIC X(02) VALUE SPACES.
004010      05  DL-SHOE-SIZE             PIC X(04).
004020      05  FILLER                   PIC X(02) VALUE SPACES.
004030      05  DL-LOCATION              PIC X(02).
004040      05  FILLER                   PIC X(03) VALUE SPACES.
004050      05  DL-RECEIPT-QTY           PIC ZZZZ9 BLANK WHEN ZERO.
004060      05  FILLER                   PIC X(01) VALUE SPACES.
004070      05  DL-SALE-QTY              PIC ZZZZ9 BLANK WHEN ZERO.
004080      05  FILLER                   PIC X(02) VALUE SPACES.
004090      05  DL-CUST-RTN-QTY          PIC ZZZZ9 BLANK WHEN ZERO.
004100      05  FILLER                   PIC X(02) VALUE SPACES.
004110      05  DL-VEND-RTN-QTY          PIC ZZZZ9 BLANK WHEN ZERO.
004120      05  FILLER                   PIC X(02) VALUE SPACES.
004130      05  DL-XFER-QTY              PIC ZZZZ9 BLANK WHEN ZERO.
004140      05  FILLER                   PIC X(02) VALUE SPACES.
004150      05  DL-REASON-CD             PIC X(02).
004160      05  FILLER                   PIC X(03) VALUE SPACES.
004170      05  DL-ON-HAND               PIC ZZZZ9.
004180      05  FILLER                   PIC X(03) VALUE SPACES.
004190      05  DL-DISPOSITION           PIC X(36).
004200      05  FILLER                   PIC X(02) VALUE SPACES.
004210      05  DL-DESCRIPTION           PIC X(25).
004220
004230  01  WS-TOTAL-LINE-1.
004240      05  FILLER                   PIC X(23)
004250              VALUE "TRANSACTIONS READ  -  ".
004260      05  TL-READ-COUNT            PIC ZZ,ZZ9.
004270
004280  01  WS-TOTAL-LINE-2.
004290      05  FILLER                   PIC X(23)
004300              VALUE "TRANSACTIONS POSTED-  ".
004310      05  TL-WRITE-COUNT           PIC ZZ,ZZ9.
004320
004330  01  WS-TOTAL-LINE-3.
004340      05  FILLER                   PIC X(23)
004350              VALUE "TRANSACTIONS REJECT-  ".
004360      05  TL-REJECT-COUNT          PIC ZZ,ZZ9.
004370
004380  01  WS-TOTAL-LINE-4.
004390      05  FILLER                   PIC X(23)
004400              VALUE "SUSPENSE RECYCLED  -  ".
004410      05  TL-SUSP-READ-COUNT       PIC ZZ,ZZ9.
004420
004430  01  WS-TOTAL-LINE-5.
004440      05  FILLER                   PIC X(23)
004450              VALUE "SUSPENSE CARRIED   -  ".
004460      05  TL-SUSP-OUT-COUNT        PIC ZZ,ZZ9.
004470
004480  01  WS-TOTAL-LINE-6.
004490      05  FILLER                   PIC X(23)
004500              VALUE "REJECTS ESCALATED  -  ".
004510      05  TL-ESCALATE-COUNT        PIC ZZ,ZZ9.
004520
004530  01  WS-TOTAL-LINE-7.
004540      05  FILLER                   PIC X(23)
004550              VALUE "RECEIPT PAIRS      -  ".
004560      05  TL-RECEIPT-PAIRS         PIC Z,ZZZ,ZZ9.
004570
004580  01  WS-TOTAL-LINE-8.
004590      05  FILLER                   PIC X(23)
004600              VALUE "SALE PAIRS         -  ".
004610      05  TL-SALE-PAIRS            PIC Z,ZZZ,ZZ9.
004620
004630  01  WS-TOTAL-LINE-9.
004640      05  FILLER                   PIC X(23)
004650              VALUE "CUST RETURN PAIRS  -  ".
004660      05  TL-CUST-RTN-PAIRS        PIC Z,ZZZ,ZZ9.
004670
004680  01  WS-TOTAL-LINE-10.
004690      05  FILLER                   PIC X(23)
004700              VALUE "VEND RETURN PAIRS  -  ".
004710      05  TL-VEND-RTN-PAIRS        PIC Z,ZZZ,ZZ9.
004720
004730  01  WS-TOTAL-LINE-11.
004740      05  FILLER                   PIC X(23)
004750              VALUE "GL ENTRIES WRITTEN -  ".
004760      05  TL-GL-ENTRY-COUNT        PIC Z,ZZZ,ZZ9.
004770
004780  01  WS-TOTAL-LINE-12.
004790      05  FILLER                   PIC X(23)
004800              VALUE "GL BATCH DEBITS    -  ".
004810      05  TL-GL-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004820
004830  01  WS-TOTAL-LINE-13.
004840      05  FILLER                   PIC X(23)
004850              VALUE "XFER SHIPPED PAIRS -  ".
004860      05  TL-XFER-OUT-PAIRS        PIC Z,ZZZ,ZZ9.
004870
004880  01  WS-TOTAL-LINE-14.
004890      05  FILLER                   PIC X(23)
004900              VALUE "XFER RECEIVED PAIRS-  ".
004910      05  TL-XFER-IN-PAIRS         PIC Z,ZZZ,ZZ9.
004920
004930  01  WS-TOTAL-LINE-15.
004940      05  FILLER                   PIC X(23)
004950              VALUE "LOCATIONS BALANCED -  ".
004960      05  TL-BALANCE-COUNT         PIC ZZ,ZZ9.
004970
004980  01  WS-TOTAL-LINE-16.
004990      05  FILLER                   PIC X(23)
005000              VALUE "TRANSIT OVER MASTER-  ".
005010      05  TL-TRANSIT-OVER-COUNT    PIC ZZ,ZZ9.
005020
005030  01  WS-TOTAL-LINE-17.
005040      05  FILLER                   PIC X(23)
005050              VALUE "LOC FILE FAILURES  -  ".
005060      05  TL-LOC-ERROR-COUNT       PIC ZZ,ZZ9.
005070
005080  01  WS-BALANCE-LINE.
005090      05  FILLER                   PIC X(04) VALUE SPACES.
005100      05  BL-SHOE-STYLE            PIC X(05).
005110      05  FILLER                   PIC X(02) VALUE SPACES.
005120      05  BL-SHOE-SIZE             PIC X(04).
005130      05  FILLER                   PIC X(03) VALUE SPACES.
005140      05  FILLER                   PIC X(36)
005150              VALUE "** LOCATIONS BALANCED TO MASTER BY ".
005160      05  BL-BALANCE-ADJ           PIC -ZZ,ZZ9.
005170      05  FILLER                   PIC X(03) VALUE " **".
005180
005190  01  WS-TRANSIT-OVER-LINE.
005200      05  FILLER                   PIC X(04) VALUE SPACES.
005210      05  TO-SHOE-STYLE            PIC X(05).
005220      05  FILLER                   PIC X(02) VALUE SPACES.
005230      05  TO-SHOE-SIZE             PIC X(04).
005240      05  FILLER                   PIC X(03) VALUE SPACES.
005250      05  FILLER                   PIC X(36)
005260              VALUE "** PAIRS IN TRANSIT OVER MASTER BY  ".
005270      05  TO-OVER-QTY              PIC ZZ,ZZ9.
005280
005290  01  WS-BACKOUT-LINE.
005300      05  FILLER                   PIC X(04) VALUE SPACES.
005310      05  BO-SHOE-STYLE            PIC X(05).
005320      05  FILLER                   PIC X(02) VALUE SPACES.
005330      05  BO-SHOE-SIZE             PIC X(04).
005340      05  FILLER                   PIC X(03) VALUE SPACES.
005350      05  FILLER                   PIC X(40)
005360              VALUE "** NOT BACKED OUT - FIX BEFORE REPOST - ".
005370      05  BO-FILE-ID               PIC X(08).
005380      05  BO-RECORD-ID             PIC X(06).
005390
005400  01  WS-ESCALATE-LINE.
005410      05  FILLER                   PIC X(43)
005420              VALUE "** THIRD-NIGHT REJECT - DO NOT LET IT CYCLE".
005430      05  FILLER                   PIC X(13)
005440              VALUE " AGAIN     **".
005450
005460  01  WS-NO-MASTER-LINE.
005470      05  FILLER                   PIC X(42)
005480              VALUE "** SHOE-MASTER NOT AVAILABLE - POSTING RUN".
005490      05  FILLER                   PIC X(13)
005500              VALUE " ABANDONED **".
005510
005520  01  WS-NO-LOC-FILE-LINE.
005530      05  FILLER                   PIC X(42)
005540              VALUE "** STKLOC/XFRMAST NOT AVAILABLE - POSTING ".
005550      05  FILLER                   PIC X(17)
005560              VALUE "RUN ABANDONED **".
005570
005580  PROCEDURE DIVISION.
005590  0000-MAIN-PROCEDURE.
005600      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005610
005620      PERFORM 2500-PROCESS-SUSPENSE THRU 2500-EXIT
005630          UNTIL WS-SUSP-EOF.
005640
005650      PERFORM 2600-START-NEW-TRANS THRU 2600-EXIT.
005660
005670      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
005680          UNTIL WS-EOF.
005690
005700      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005710
005720      PERFORM 9000-TERMINATE THRU 9000-EXIT.
005730
005740      STOP RUN.
005750
005760*****************************************************************
005770* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
005780*                   FIRST SUSPENSE RECORD - THE PRIOR NIGHT'S
005790*                   SUSPENSE IS PROCESSED AHEAD OF THE NEW
005800*                   TRANSACTIONS.  A MASTER, LOCATION OR
005810*                   TRANSFER FILE THAT WILL NOT OPEN
005820*                   CLEANLY ABANDONS THE RUN WITH A NOTICE AND
005830*                   LEAVES THE SUSPENSE FILE UNTOUCHED.
005840*****************************************************************
005850  1000-INITIALIZE.
005860      OPEN INPUT SHOE-TRANS.
005870      OPEN I-O SHOE-MASTER.
005880      IF NOT WS-SM-OK
005890          MOVE "Y" TO WS-EOF-SW
005900          MOVE "Y" TO WS-SUSP-EOF-SW
005910          MOVE "Y" TO WS-RUN-ABANDONED-SW
005920      END-IF.
005930      OPEN I-O STOCK-LOC.
005940      IF WS-SL-FILE-NOT-FOUND
005950          OPEN OUTPUT STOCK-LOC
005960          CLOSE STOCK-LOC
005970          OPEN I-O STOCK-LOC
005980      END-IF.
005990      OPEN I-O XFR-MASTER.
006000      IF WS-XF-FILE-NOT-FOUND
006010          OPEN OUTPUT XFR-MASTER
006020          CLOSE XFR-MASTER
006030          OPEN I-O XFR-MASTER
006040      END-IF.
006050      IF NOT WS-SL-OK OR NOT WS-XF-OK
006060          MOVE "Y" TO WS-EOF-SW
006070          MOVE "Y" TO WS-SUSP-EOF-SW
006080          MOVE "Y" TO WS-RUN-ABANDONED-SW
006090          MOVE "Y" TO WS-NO-LOC-FILE-SW
006100      END-IF.
006110      OPEN EXTEND CONTROL-TOTALS.
006120      IF WS-CT-FILE-NOT-FOUND
006130          OPEN OUTPUT CONTROL-TOTALS
006140      END-IF.
006150      OPEN OUTPUT POST-LISTING.
006160      OPEN EXTEND MOVE-HIST.
006170      IF WS-MH-FILE-NOT-FOUND
006180          OPEN OUTPUT MOVE-HIST
006190      END-IF.
006200      IF NOT WS-RUN-ABANDONED
006210          OPEN INPUT SUSP-TRANS
006220          IF WS-ST-FILE-NOT-FOUND
006230              MOVE "Y" TO WS-SUSP-EOF-SW
006240          END-IF
006250          OPEN OUTPUT SUSP-NEW
006260      END-IF.
006270      OPEN INPUT STYLE-ATTR.
006280      IF WS-SA-FILE-NOT-FOUND
006290          OPEN OUTPUT STYLE-ATTR
006300          CLOSE STYLE-ATTR
006310          OPEN INPUT STYLE-ATTR
006320      END-IF.
006330      OPEN EXTEND GL-JOURNAL.
006340      IF WS-GJ-FILE-NOT-FOUND
006350          OPEN OUTPUT GL-JOURNAL
006360      END-IF.
006370
006380      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
006390      MOVE WS-CURRENT-DATE TO WS-GL-BATCH-DATE.
006400      MOVE WS-CURRENT-TIME TO WS-GL-BATCH-TIME.
006410      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
006420      WRITE LISTING-RECORD FROM WS-HEADING-1.
006430      MOVE SPACES TO LISTING-RECORD.
006440      WRITE LISTING-RECORD.
006450      WRITE LISTING-RECORD FROM WS-HEADING-2.
006460
006470      IF WS-RUN-ABANDONED
006480          IF WS-NO-LOC-FILE
006490              WRITE LISTING-RECORD FROM WS-NO-LOC-FILE-LINE
006500          ELSE
006510              WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
006520          END-IF
006530      END-IF.
006540      IF NOT WS-SUSP-EOF
006550          PERFORM 2550-READ-SUSP THRU 2550-EXIT
006560      END-IF.
006570  1000-EXIT.
006580      EXIT.
006590
006600*****************************************************************
006610* 2000-PROCESS-TRANS - EDIT AND POST ONE TRANSACTION, PRINT ITS
006620*                      DISPOSITION, AND READ AHEAD.
006630*****************************************************************
006640  2000-PROCESS-TRANS.
006650      ADD 1 TO WS-READ-COUNT.
006660      PERFORM 3000-EDIT-AND-POST THRU 3000-EXIT.
006670      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
006680  2000-EXIT.
006690      EXIT.
006700
006710*****************************************************************
006720* 2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
006730*****************************************************************
006740  2100-READ-TRANS.
006750      READ SHOE-TRANS
006760          AT END
006770              MOVE "Y" TO WS-EOF-SW
006780      END-READ.
006790  2100-EXIT.
006800      EXIT.
006810
006820*****************************************************************
006830* 2500-PROCESS-SUSPENSE - RECYCLE ONE PRIOR-NIGHT SUSPENSE
006840*                         RECORD THROUGH THE SAME EDIT-AND-POST
006850*                         PATH AS A NEW TRANSACTION, CARRYING
006860*                         ITS CYCLE COUNT SO A REPEAT REJECT
006870*                         AGES, AND READ AHEAD.
006880*****************************************************************
006890  2500-PROCESS-SUSPENSE.
006900      ADD 1 TO WS-SUSP-READ-COUNT.
006910      IF ST-CYCLE-COUNT NUMERIC
006920          MOVE ST-CYCLE-COUNT TO WS-CYCLE-COUNT
006930      ELSE
006940          MOVE ZERO TO WS-CYCLE-COUNT
006950      END-IF.
006960      MOVE ST-TRANS-TYPE TO TR-TRANS-TYPE.
006970      MOVE ST-SHOE-STYLE TO TR-SHOE-STYLE.
006980      MOVE ST-SHOE-SIZE TO TR-SHOE-SIZE.
006990      MOVE ST-QUANTITY TO TR-QUANTITY.
007000      MOVE ST-PO-NUMBER TO TR-PO-NUMBER.
007010      MOVE ST-PO-LINE TO TR-PO-LINE.
007020      MOVE ST-REASON-CD TO TR-REASON-CD.
007030      MOVE ST-LOCATION TO TR-LOCATION.
007040      MOVE ST-TO-LOCATION TO TR-TO-LOCATION.
007050      PERFORM 3000-EDIT-AND-POST THRU 3000-EXIT.
007060      PERFORM 2550-READ-SUSP THRU 2550-EXIT.
007070  2500-EXIT.
007080      EXIT.
007090
007100*****************************************************************
007110* 2550-READ-SUSP - READ THE NEXT SUSPENSE RECORD.
007120*****************************************************************
007130  2550-READ-SUSP.
007140      READ SUSP-TRANS
007150          AT END
007160              MOVE "Y" TO WS-SUSP-EOF-SW
007170      END-READ.
007180  2550-EXIT.
007190      EXIT.
007200
007210*****************************************************************
007220* 2600-START-NEW-TRANS - SWITCH FROM THE SUSPENSE PASS TO THE
007230*                        NEW NIGHT'S TRANSACTIONS.  A FRESH ROW
007240*                        STARTS ITS CYCLE COUNT AT ZERO.
007250*****************************************************************
007260  2600-START-NEW-TRANS.
007270      MOVE ZERO TO WS-CYCLE-COUNT.
007280      IF NOT WS-EOF
007290          PERFORM 2100-READ-TRANS THRU 2100-EXIT
007300      END-IF.
007310  2600-EXIT.
007320      EXIT.
007330
007340*****************************************************************
007350* 3000-EDIT-AND-POST - VALIDATE ONE TRANSACTION AGAINST THE
007360*                      MASTER AND APPLY IT.  WS-ACCEPT-COUNT IS
007370*                      TAKEN AS SOON AS THE TRANSACTION PASSES
007380*                      ALL EDITS; WS-WRITE-COUNT IS ONLY TAKEN
007390*                      WHEN THE MASTER REWRITE COMPLETES, SO A
007400*                      DROPPED REWRITE LEAVES THE TWO OUT OF
007410*                      STEP FOR LAB10REC TO CATCH.
007420*****************************************************************
007430  3000-EDIT-AND-POST.
007440      MOVE "Y" TO WS-TRANS-OK-SW.
007450      MOVE TR-TRANS-TYPE TO DL-TRANS-TYPE.
007460      MOVE TR-SHOE-STYLE TO DL-SHOE-STYLE.
007470      MOVE TR-SHOE-SIZE TO DL-SHOE-SIZE.
007480      MOVE TR-LOCATION TO DL-LOCATION.
007490      MOVE SPACES TO WS-TRANS-LOCATION.
007500      MOVE SPACES TO WS-TRANS-TO-LOCATION.
007510      MOVE ZERO TO DL-RECEIPT-QTY.
007520      MOVE ZERO TO DL-SALE-QTY.
007530      MOVE ZERO TO DL-CUST-RTN-QTY.
007540      MOVE ZERO TO DL-VEND-RTN-QTY.
007550      MOVE ZERO TO DL-XFER-QTY.
007560      MOVE TR-REASON-CD TO DL-REASON-CD.
007570      MOVE ZERO TO DL-ON-HAND.
007580      PERFORM 3060-GET-STYLE-DESC THRU 3060-EXIT.
007590
007600      IF NOT TR-TRANS-RECEIPT AND NOT TR-TRANS-SALE
007610              AND NOT TR-TRANS-CUST-RETURN
007620              AND NOT TR-TRANS-VEND-RETURN
007630              AND NOT TR-TRANS-XFER-OUT
007640              AND NOT TR-TRANS-XFER-IN
007650          MOVE "REJECTED - TRANSACTION TYPE INVALID"
007660              TO DL-DISPOSITION
007670          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007680      END-IF.
007690
007700      IF WS-TRANS-OK
007710          IF TR-QUANTITY NUMERIC
007720              PERFORM 3050-SET-QTY-COLUMN THRU 3050-EXIT
007730          ELSE
007740              MOVE "REJECTED - QUANTITY NOT NUMERIC"
007750                  TO DL-DISPOSITION
007760              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007770          END-IF
007780      END-IF.
007790
007800      IF WS-TRANS-OK
007810          EVALUATE TRUE
007820              WHEN TR-TRANS-CUST-RETURN
007830                      AND NOT TR-CUST-RETURN-REASON
007840                  MOVE "REJECTED - CUST RETURN REASON INVALID"
007850                      TO DL-DISPOSITION
007860                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007870              WHEN TR-TRANS-VEND-RETURN
007880                      AND NOT TR-VEND-RETURN-REASON
007890                  MOVE "REJECTED - VEND RETURN REASON INVALID"
007900                      TO DL-DISPOSITION
007910                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007920              WHEN (TR-TRANS-XFER-OUT OR TR-TRANS-XFER-IN)
007930                      AND TR-TRANSFER-NO = SPACES
007940                  MOVE "REJECTED - TRANSFER NUMBER MISSING"
007950                      TO DL-DISPOSITION
007960                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
007970              WHEN (TR-TRANS-XFER-OUT OR TR-TRANS-XFER-IN)
007980                      AND TR-QUANTITY = ZERO
007990                  MOVE "REJECTED - TRANSFER QUANTITY ZERO"
008000                      TO DL-DISPOSITION
008010                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
008020          END-EVALUATE
008030      END-IF.
008040
008050      IF WS-TRANS-OK
008060          PERFORM 3020-EDIT-LOCATIONS THRU 3020-EXIT
008070      END-IF.
008080
008090      IF WS-TRANS-OK
008100          MOVE TR-SHOE-STYLE TO SM-SHOE-STYLE
008110          MOVE TR-SHOE-SIZE TO SM-SHOE-SIZE
008120          READ SHOE-MASTER
008130              INVALID KEY
008140                  MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
008150                      TO DL-DISPOSITION
008160                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
008170              NOT INVALID KEY
008180                  PERFORM 3100-EDIT-AGAINST-MASTER THRU 3100-EXIT
008190          END-READ
008200      END-IF.
008210
008220      IF WS-TRANS-OK
008230          MOVE "N" TO WS-LOC-FAILED-SW
008240          PERFORM 3200-BALANCE-LOCATIONS THRU 3200-EXIT
008250          IF WS-LOC-FAILED
008260              MOVE "REJECTED - LOCATION FILE WRITE FAILED"
008270                  TO DL-DISPOSITION
008280              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
008290          ELSE
008300              PERFORM 3300-EDIT-AGAINST-LOCATION THRU 3300-EXIT
008310          END-IF
008320      END-IF.
008330
008340      IF WS-TRANS-OK
008350          ADD 1 TO WS-ACCEPT-COUNT
008360          PERFORM 3900-POST-TO-MASTER THRU 3900-EXIT
008370      END-IF.
008380  3000-EXIT.
008390      EXIT.
008400
008410*****************************************************************
008420* 3020-EDIT-LOCATIONS - SETTLE THE LOCATION THE TRANSACTION POSTS
008430*                       AT - BLANK MEANS THE HOME LOCATION, OR ON
008440*                       A TRANSFER RECEIPT THE LOCATION THE
008450*                       TRANSFER WAS SHIPPED TO - AND CHECK IT IS
008460*                       ON FILE.  A TRANSFER SHIPMENT ALSO
008470*                       NEEDS A GOOD TO-LOCATION AND A NEW
008480*                       TRANSFER NUMBER.
008490*****************************************************************
008500  3020-EDIT-LOCATIONS.
008510      IF TR-TRANS-XFER-IN
008520          PERFORM 3030-EDIT-XFER-RECEIPT THRU 3030-EXIT
008530      ELSE
008540          IF TR-LOCATION = SPACES
008550              MOVE LC-HOME-LOCATION TO WS-TRANS-LOCATION
008560          ELSE
008570              MOVE TR-LOCATION TO WS-TRANS-LOCATION
008580          END-IF
008590          MOVE WS-TRANS-LOCATION TO DL-LOCATION
008600          MOVE WS-TRANS-LOCATION TO WS-CHECK-LOCATION
008610          PERFORM 3090-CHECK-LOCATION THRU 3090-EXIT
008620          IF NOT WS-LOC-VALID
008630              MOVE "REJECTED - LOCATION CODE INVALID"
008640                  TO DL-DISPOSITION
008650              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
008660          END-IF
008670      END-IF.
008680
008690      IF WS-TRANS-OK AND TR-TRANS-XFER-OUT
008700          PERFORM 3040-EDIT-XFER-SHIPMENT THRU 3040-EXIT
008710      END-IF.
008720  3020-EXIT.
008730      EXIT.
008740
008750*****************************************************************
008760* 3030-EDIT-XFER-RECEIPT - A TRANSFER RECEIPT MUST MATCH A
008770*                          TRANSFER ON FILE, BE CONFIRMED AT THE
008780*                          LOCATION IT WAS SHIPPED TO, AND NOT
008790*                          RECEIVE MORE THAN IS STILL IN TRANSIT.
008800*****************************************************************
008810  3030-EDIT-XFER-RECEIPT.
008820      MOVE TR-TRANSFER-NO TO XF-TRANSFER-NO.
008830      MOVE TR-SHOE-STYLE TO XF-SHOE-STYLE.
008840      MOVE TR-SHOE-SIZE TO XF-SHOE-SIZE.
008850      READ XFR-MASTER
008860          INVALID KEY
008870              MOVE "REJECTED - TRANSFER NOT ON FILE"
008880                  TO DL-DISPOSITION
008890              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
008900      END-READ.
008910
008920      IF WS-TRANS-OK
008930          IF TR-LOCATION = SPACES
008940              MOVE XF-TO-LOCATION TO WS-TRANS-LOCATION
008950          ELSE
008960              MOVE TR-LOCATION TO WS-TRANS-LOCATION
008970          END-IF
008980          MOVE WS-TRANS-LOCATION TO DL-LOCATION
008990          COMPUTE WS-XFR-OPEN-QTY =
009000              XF-QTY-SHIPPED - XF-QTY-RECEIVED
009010          EVALUATE TRUE
009020              WHEN WS-TRANS-LOCATION NOT = XF-TO-LOCATION
009030                  MOVE "REJECTED - SHIPPED TO OTHER LOCATION"
009040                      TO DL-DISPOSITION
009050                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009060              WHEN XF-RECEIVED
009070                  MOVE "REJECTED - TRANSFER ALREADY RECEIVED"
009080                      TO DL-DISPOSITION
009090                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009100              WHEN TR-QUANTITY > WS-XFR-OPEN-QTY
009110                  MOVE "REJECTED - MORE THAN QTY IN TRANSIT"
009120                      TO DL-DISPOSITION
009130                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009140          END-EVALUATE
009150      END-IF.
009160  3030-EXIT.
009170      EXIT.
009180
009190*****************************************************************
009200* 3040-EDIT-XFER-SHIPMENT - A TRANSFER SHIPMENT NEEDS A
009210*                           TO-LOCATION ON FILE OTHER THAN THE
009220*                           ONE SHIPPING, AND A TRANSFER NUMBER
009230*                           NOT ALREADY USED FOR THE STYLE/SIZE.
009240*****************************************************************
009250  3040-EDIT-XFER-SHIPMENT.
009260      MOVE TR-TO-LOCATION TO WS-TRANS-TO-LOCATION.
009270      MOVE TR-TO-LOCATION TO WS-CHECK-LOCATION.
009280      PERFORM 3090-CHECK-LOCATION THRU 3090-EXIT.
009290      MOVE TR-TRANSFER-NO TO XF-TRANSFER-NO.
009300      MOVE TR-SHOE-STYLE TO XF-SHOE-STYLE.
009310      MOVE TR-SHOE-SIZE TO XF-SHOE-SIZE.
009320
009330      EVALUATE TRUE
009340          WHEN NOT WS-LOC-VALID
009350              MOVE "REJECTED - TO-LOCATION CODE INVALID"
009360                  TO DL-DISPOSITION
009370              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009380          WHEN WS-TRANS-TO-LOCATION = WS-TRANS-LOCATION
009390              MOVE "REJECTED - TO-LOCATION SAME AS FROM"
009400                  TO DL-DISPOSITION
009410              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009420          WHEN OTHER
009430              READ XFR-MASTER
009440                  INVALID KEY
009450                      CONTINUE
009460                  NOT INVALID KEY
009470                      MOVE "REJECTED - TRANSFER ALREADY ON FILE"
009480                          TO DL-DISPOSITION
009490                      PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
009500              END-READ
009510      END-EVALUATE.
009520  3040-EXIT.
009530      EXIT.
009540
009550*****************************************************************
009560* 3050-SET-QTY-COLUMN - PUT THE QUANTITY IN THE LISTING COLUMN
009570*                       FOR ITS TRANSACTION TYPE.
009580*****************************************************************
009590  3050-SET-QTY-COLUMN.
009600      EVALUATE TRUE
009610          WHEN TR-TRANS-RECEIPT
009620              MOVE TR-QUANTITY TO DL-RECEIPT-QTY
009630          WHEN TR-TRANS-SALE
009640              MOVE TR-QUANTITY TO DL-SALE-QTY
009650          WHEN TR-TRANS-CUST-RETURN
009660              MOVE TR-QUANTITY TO DL-CUST-RTN-QTY
009670          WHEN TR-TRANS-VEND-RETURN
009680              MOVE TR-QUANTITY TO DL-VEND-RTN-QTY
009690          WHEN TR-TRANS-XFER-OUT
009700          WHEN TR-TRANS-XFER-IN
009710              MOVE TR-QUANTITY TO DL-XFER-QTY
009720      END-EVALUATE.
009730  3050-EXIT.
009740      EXIT.
009750
009760*****************************************************************
009770* 3060-GET-STYLE-DESC - LOOK THE STYLE UP ON THE STYLE
009780*                       ATTRIBUTE MASTER FOR THE DESCRIPTION
009790*                       COLUMN OF THE LISTING.  A STYLE WITH NO
009800*                       ATTRIBUTE RECORD LISTS BLANK.
009810*****************************************************************
009820  3060-GET-STYLE-DESC.
009830      MOVE SPACES TO DL-DESCRIPTION.
009840      MOVE TR-SHOE-STYLE TO SA-SHOE-STYLE.
009850      READ STYLE-ATTR
009860          INVALID KEY
009870              CONTINUE
009880          NOT INVALID KEY
009890              MOVE SA-DESCRIPTION TO DL-DESCRIPTION
009900      END-READ.
009910  3060-EXIT.
009920      EXIT.
009930
009940*****************************************************************
009950* 3090-CHECK-LOCATION - LOOK WS-CHECK-LOCATION UP IN THE TABLE OF
009960*                       STOCKING LOCATIONS.
009970*****************************************************************
009980  3090-CHECK-LOCATION.
009990      MOVE "N" TO WS-LOC-VALID-SW.
010000      PERFORM 3095-MATCH-LOCATION THRU 3095-EXIT
010010          VARYING WS-LOC-SUB FROM 1 BY 1
010020          UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
010030             OR WS-LOC-VALID.
010040  3090-EXIT.
010050      EXIT.
010060
010070*****************************************************************
010080* 3095-MATCH-LOCATION - TEST ONE TABLE ENTRY.
010090*****************************************************************
010100  3095-MATCH-LOCATION.
010110      IF LC-LOCATION-CODE (WS-LOC-SUB) = WS-CHECK-LOCATION
010120          MOVE "Y" TO WS-LOC-VALID-SW
010130      END-IF.
010140  3095-EXIT.
010150      EXIT.
010160
010170*****************************************************************
010180* 3100-EDIT-AGAINST-MASTER - EDITS THAT NEED THE MASTER RECORD:
010190*                            THE STYLE/SIZE MUST BE ACTIVE, A
010200*                            SALE OR RETURN TO VENDOR MAY NOT
010210*                            DRIVE ON-HAND NEGATIVE, AND A
010220*                            RECEIPT OR CUSTOMER RETURN MAY NOT
010230*                            OVERFLOW IT.  A TRANSFER MAY
010240*                            MOVE AN INACTIVE STYLE'S PAIRS.
010250*****************************************************************
010260  3100-EDIT-AGAINST-MASTER.
010270      MOVE SM-QTY-ON-HAND TO DL-ON-HAND.
010280
010290      EVALUATE TRUE
010300          WHEN SM-INACTIVE AND NOT TR-TRANS-XFER-OUT
010310                  AND NOT TR-TRANS-XFER-IN
010320              MOVE "REJECTED - STYLE INACTIVE"
010330                  TO DL-DISPOSITION
010340              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
010350          WHEN TR-TRANS-SALE AND TR-QUANTITY > SM-QTY-ON-HAND
010360              MOVE "REJECTED - SALE EXCEEDS ON-HAND"
010370                  TO DL-DISPOSITION
010380              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
010390          WHEN TR-TRANS-RECEIPT
010400                  AND TR-QUANTITY > 99999 - SM-QTY-ON-HAND
010410              MOVE "REJECTED - RECEIPT EXCEEDS ON-HAND MAX"
010420                  TO DL-DISPOSITION
010430              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
010440          WHEN TR-TRANS-VEND-RETURN
010450                  AND TR-QUANTITY > SM-QTY-ON-HAND
010460              MOVE "REJECTED - RETURN EXCEEDS ON-HAND"
010470                  TO DL-DISPOSITION
010480              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
010490          WHEN TR-TRANS-CUST-RETURN
010500                  AND TR-QUANTITY > 99999 - SM-QTY-ON-HAND
010510              MOVE "REJECTED - RETURN EXCEEDS ON-HAND MAX"
010520                  TO DL-DISPOSITION
010530              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
010540      END-EVALUATE.
010550  3100-EXIT.
010560      EXIT.
010570
010580*****************************************************************
010590* 3200-BALANCE-LOCATIONS - HOLD THE STYLE/SIZE'S LOCATIONS TO THE
010600*                          MASTER BEFORE IT POSTS.  ON-HAND PLUS
010610*                          IN-TRANSIT OVER ALL LOCATIONS MUST
010620*                          EQUAL SM-QTY-ON-HAND; A KEYED CHANGE
010630*                          SINCE THE LAST BALANCE LEAVES THEM
010640*                          APART.  A SHORTFALL IS ADDED TO THE
010650*                          HOME LOCATION.  AN EXCESS IS TAKEN OFF
010660*                          THE HOME LOCATION'S ON-HAND FIRST, THEN
010670*                          THE OTHERS' IN TABLE ORDER; PAIRS IN
010680*                          TRANSIT ARE NEVER TOUCHED, SO AN
010690*                          EXCESS STILL LEFT WHEN ALL ON-HAND IS
010700*                          TAKEN IS LISTED FOR REVIEW.
010710*****************************************************************
010720  3200-BALANCE-LOCATIONS.
010730      MOVE ZERO TO WS-LOC-TOTAL.
010740      MOVE "N" TO WS-LOC-EOF-SW.
010750      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
010760      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
010770      MOVE LOW-VALUES TO SL-LOCATION.
010780      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
010790          INVALID KEY
010800              MOVE "Y" TO WS-LOC-EOF-SW
010810      END-START.
010820      IF NOT WS-LOC-EOF
010830          PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT
010840      END-IF.
010850      PERFORM 3220-ADD-LOC-TOTAL THRU 3220-EXIT
010860          UNTIL WS-LOC-EOF.
010870
010880      IF WS-LOC-TOTAL NOT = SM-QTY-ON-HAND
010890          PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
010900          COMPUTE WS-BALANCE-ADJ = SM-QTY-ON-HAND - WS-LOC-TOTAL
010910          ADD 1 TO WS-BALANCE-COUNT
010920          IF WS-BALANCE-ADJ > ZERO
010930              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
010940              PERFORM 3600-READ-LOC THRU 3600-EXIT
010950              ADD WS-BALANCE-ADJ TO SL-QTY-ON-HAND
010960              PERFORM 3650-SAVE-LOC THRU 3650-EXIT
010970          ELSE
010980              COMPUTE WS-LOC-SHORT = ZERO - WS-BALANCE-ADJ
010990              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
011000              PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
011010              PERFORM 3230-TAKE-SHORT-OTHER THRU 3230-EXIT
011020                  VARYING WS-LOC-SUB FROM 1 BY 1
011030                  UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
011040                     OR WS-LOC-SHORT = ZERO
011050          END-IF
011060          MOVE SM-SHOE-STYLE TO BL-SHOE-STYLE
011070          MOVE SM-SHOE-SIZE TO BL-SHOE-SIZE
011080          MOVE WS-BALANCE-ADJ TO BL-BALANCE-ADJ
011090          WRITE LISTING-RECORD FROM WS-BALANCE-LINE
011100          IF WS-BALANCE-ADJ < ZERO AND WS-LOC-SHORT > ZERO
011110              ADD 1 TO WS-TRANSIT-OVER-COUNT
011120              MOVE SM-SHOE-STYLE TO TO-SHOE-STYLE
011130              MOVE SM-SHOE-SIZE TO TO-SHOE-SIZE
011140              MOVE WS-LOC-SHORT TO TO-OVER-QTY
011150              WRITE LISTING-RECORD FROM WS-TRANSIT-OVER-LINE
011160          END-IF
011170      END-IF.
011180  3200-EXIT.
011190      EXIT.
011200
011210*****************************************************************
011220* 3210-READ-NEXT-LOC - READ THE NEXT LOCATION RECORD, ENDING THE
011230*                      SCAN AT THE FIRST RECORD FOR ANOTHER
011240*                      STYLE/SIZE.
011250*****************************************************************
011260  3210-READ-NEXT-LOC.
011270      READ STOCK-LOC NEXT RECORD
011280          AT END
011290              MOVE "Y" TO WS-LOC-EOF-SW
011300      END-READ.
011310      IF NOT WS-LOC-EOF
011320          IF SL-SHOE-STYLE NOT = SM-SHOE-STYLE
011330                  OR SL-SHOE-SIZE NOT = SM-SHOE-SIZE
011340              MOVE "Y" TO WS-LOC-EOF-SW
011350          END-IF
011360      END-IF.
011370  3210-EXIT.
011380      EXIT.
011390
011400*****************************************************************
011410* 3220-ADD-LOC-TOTAL - ADD ONE LOCATION'S PAIRS TO THE STYLE/SIZE
011420*                      TOTAL AND READ AHEAD.
011430*****************************************************************
011440  3220-ADD-LOC-TOTAL.
011450      ADD SL-QTY-ON-HAND SL-QTY-IN-TRANSIT TO WS-LOC-TOTAL.
011460      PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT.
011470  3220-EXIT.
011480      EXIT.
011490
011500*****************************************************************
011510* 3230-TAKE-SHORT-OTHER - TAKE WHAT IS LEFT OF AN EXCESS OFF ONE
011520*                         LOCATION OTHER THAN HOME.
011530*****************************************************************
011540  3230-TAKE-SHORT-OTHER.
011550      IF LC-LOCATION-CODE (WS-LOC-SUB) NOT = LC-HOME-LOCATION
011560          MOVE LC-LOCATION-CODE (WS-LOC-SUB) TO WS-CHECK-LOCATION
011570          PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
011580      END-IF.
011590  3230-EXIT.
011600      EXIT.
011610
011620*****************************************************************
011630* 3240-TAKE-SHORT - TAKE AS MUCH OF THE EXCESS AS THE LOCATION IN
011640*                   WS-CHECK-LOCATION HAS ON HAND.
011650*****************************************************************
011660  3240-TAKE-SHORT.
011670      PERFORM 3600-READ-LOC THRU 3600-EXIT.
011680      IF NOT WS-LOC-NEW AND SL-QTY-ON-HAND > ZERO
011690          IF SL-QTY-ON-HAND > WS-LOC-SHORT
011700              MOVE WS-LOC-SHORT TO WS-LOC-TAKE
011710          ELSE
011720              MOVE SL-QTY-ON-HAND TO WS-LOC-TAKE
011730          END-IF
011740          SUBTRACT WS-LOC-TAKE FROM SL-QTY-ON-HAND
011750          SUBTRACT WS-LOC-TAKE FROM WS-LOC-SHORT
011760          PERFORM 3650-SAVE-LOC THRU 3650-EXIT
011770      END-IF.
011780  3240-EXIT.
011790      EXIT.
011800
011810*****************************************************************
011820* 3300-EDIT-AGAINST-LOCATION - EDITS THAT NEED THE LOCATION'S OWN
011830*                              FIGURES: A SALE, RETURN TO VENDOR,
011840*                              OR TRANSFER SHIPMENT MAY NOT EXCEED
011850*                              THE PAIRS ON HAND THERE, AND A
011860*                              TRANSFER RECEIPT MAY NOT EXCEED THE
011870*                              PAIRS IN TRANSIT TO IT.
011880*****************************************************************
011890  3300-EDIT-AGAINST-LOCATION.
011900      MOVE WS-TRANS-LOCATION TO WS-CHECK-LOCATION.
011910      PERFORM 3600-READ-LOC THRU 3600-EXIT.
011920
011930      EVALUATE TRUE
011940          WHEN TR-TRANS-SALE AND TR-QUANTITY > SL-QTY-ON-HAND
011950              MOVE "REJECTED - SALE EXCEEDS LOC ON-HAND"
011960                  TO DL-DISPOSITION
011970              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
011980          WHEN TR-TRANS-VEND-RETURN
011990                  AND TR-QUANTITY > SL-QTY-ON-HAND
012000              MOVE "REJECTED - RETURN OVER LOC ON-HAND"
012010                  TO DL-DISPOSITION
012020              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
012030          WHEN TR-TRANS-XFER-OUT
012040                  AND TR-QUANTITY > SL-QTY-ON-HAND
012050              MOVE "REJECTED - TRANSFER OVER LOC ON-HAND"
012060                  TO DL-DISPOSITION
012070              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
012080          WHEN TR-TRANS-XFER-IN
012090                  AND TR-QUANTITY > SL-QTY-IN-TRANSIT
012100              MOVE "REJECTED - MORE THAN QTY IN TRANSIT"
012110                  TO DL-DISPOSITION
012120              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
012130      END-EVALUATE.
012140  3300-EXIT.
012150      EXIT.
012160
012170*****************************************************************
012180* 3400-POST-TO-LOCATIONS - APPLY A POSTED TRANSACTION AT ITS
012190*                          LOCATION.  A TRANSFER RECORD IS WRITTEN
012200*                          (SHIPMENT) OR UPDATED (RECEIPT) FIRST,
012210*                          AND THE LOCATIONS MOVE ONLY WHEN IT
012220*                          HAS SAVED.  A SHIPMENT TAKES THE PAIRS
012230*                          OFF THE FROM-LOCATION AND PUTS THEM IN
012240*                          TRANSIT TO THE TO-LOCATION; A RECEIPT
012250*                          MOVES THEM FROM IN TRANSIT TO ON-HAND.
012260*                          EVERY RECORD SAVED KEEPS ITS IMAGE FROM
012270*                          BEFORE THE CHANGE, AND IF A LATER WRITE
012280*                          FAILS THEY ARE ALL PUT BACK.
012290*****************************************************************
012300  3400-POST-TO-LOCATIONS.
012310      MOVE ZERO TO WS-BKO-LOC-COUNT.
012320      MOVE "N" TO WS-BKO-XFR-SW.
012330      IF TR-TRANS-XFER-OUT
012340          PERFORM 3450-SHIP-TRANSFER THRU 3450-EXIT
012350      END-IF.
012360      IF TR-TRANS-XFER-IN
012370          PERFORM 3460-RECEIVE-TRANSFER THRU 3460-EXIT
012380      END-IF.
012390
012400      IF NOT WS-LOC-FAILED
012410          MOVE WS-TRANS-LOCATION TO WS-CHECK-LOCATION
012420          PERFORM 3600-READ-LOC THRU 3600-EXIT
012430          PERFORM 3610-KEEP-LOC-BEFORE THRU 3610-EXIT
012440          EVALUATE TRUE
012450              WHEN TR-TRANS-RECEIPT
012460              WHEN TR-TRANS-CUST-RETURN
012470                  ADD TR-QUANTITY TO SL-QTY-ON-HAND
012480              WHEN TR-TRANS-XFER-IN
012490                  SUBTRACT TR-QUANTITY FROM SL-QTY-IN-TRANSIT
012500                  ADD TR-QUANTITY TO SL-QTY-ON-HAND
012510              WHEN OTHER
012520                  SUBTRACT TR-QUANTITY FROM SL-QTY-ON-HAND
012530          END-EVALUATE
012540          PERFORM 3650-SAVE-LOC THRU 3650-EXIT
012550          PERFORM 3620-KEEP-BACKOUT THRU 3620-EXIT
012560      END-IF.
012570
012580      IF NOT WS-LOC-FAILED AND TR-TRANS-XFER-OUT
012590          MOVE WS-TRANS-TO-LOCATION TO WS-CHECK-LOCATION
012600          PERFORM 3600-READ-LOC THRU 3600-EXIT
012610          PERFORM 3610-KEEP-LOC-BEFORE THRU 3610-EXIT
012620          ADD TR-QUANTITY TO SL-QTY-IN-TRANSIT
012630          PERFORM 3650-SAVE-LOC THRU 3650-EXIT
012640          PERFORM 3620-KEEP-BACKOUT THRU 3620-EXIT
012650      END-IF.
012660
012670      IF WS-LOC-FAILED
012680          PERFORM 3690-BACK-OUT-POSTING THRU 3690-EXIT
012690      END-IF.
012700  3400-EXIT.
012710      EXIT.
012720
012730*****************************************************************
012740* 3450-SHIP-TRANSFER - OPEN THE TRANSFER RECORD FOR A SHIPMENT.
012750*                      ONCE WRITTEN IT IS KEPT FOR BACK-OUT.
012760*****************************************************************
012770  3450-SHIP-TRANSFER.
012780      MOVE SPACES TO XFR-MASTER-RECORD.
012790      MOVE TR-TRANSFER-NO TO XF-TRANSFER-NO.
012800      MOVE TR-SHOE-STYLE TO XF-SHOE-STYLE.
012810      MOVE TR-SHOE-SIZE TO XF-SHOE-SIZE.
012820      MOVE WS-TRANS-LOCATION TO XF-FROM-LOCATION.
012830      MOVE WS-TRANS-TO-LOCATION TO XF-TO-LOCATION.
012840      MOVE TR-QUANTITY TO XF-QTY-SHIPPED.
012850      MOVE ZERO TO XF-QTY-RECEIVED.
012860      MOVE WS-CURRENT-DATE TO XF-SHIP-DATE.
012870      MOVE "T" TO XF-STATUS-CD.
012880      MOVE WS-CURRENT-DATE TO XF-LAST-UPD-DATE.
012890      MOVE WS-CURRENT-TIME TO XF-LAST-UPD-TIME.
012900      MOVE WS-OPERATOR-ID TO XF-LAST-UPD-OPER.
012910      WRITE XFR-MASTER-RECORD.
012920      IF NOT WS-XF-OK
012930          PERFORM 3660-LOC-FAILED THRU 3660-EXIT
012940      ELSE
012950          MOVE XFR-MASTER-RECORD TO WS-BKO-XFR-RECORD
012960          MOVE "W" TO WS-BKO-XFR-SW
012970          MOVE SPACES TO DL-DISPOSITION
012980          STRING "POSTED - IN TRANSIT TO " WS-TRANS-TO-LOCATION
012990              DELIMITED BY SIZE INTO DL-DISPOSITION
013000      END-IF.
013010  3450-EXIT.
013020      EXIT.
013030
013040*****************************************************************
013050* 3460-RECEIVE-TRANSFER - ADD A RECEIPT TO ITS TRANSFER, CLOSING
013060*                         IT WHEN EVERY PAIR SHIPPED HAS ARRIVED.
013070*                         THE RECORD AS IT WAS IS KEPT FOR
013080*                         BACK-OUT ONCE THE UPDATE HAS SAVED.
013090*****************************************************************
013100  3460-RECEIVE-TRANSFER.
013110      MOVE TR-TRANSFER-NO TO XF-TRANSFER-NO.
013120      MOVE TR-SHOE-STYLE TO XF-SHOE-STYLE.
013130      MOVE TR-SHOE-SIZE TO XF-SHOE-SIZE.
013140      READ XFR-MASTER
013150          INVALID KEY
013160              PERFORM 3660-LOC-FAILED THRU 3660-EXIT
013170          NOT INVALID KEY
013180              MOVE XFR-MASTER-RECORD TO WS-BKO-XFR-RECORD
013190              ADD TR-QUANTITY TO XF-QTY-RECEIVED
013200              MOVE WS-CURRENT-DATE TO XF-RECEIVE-DATE
013210              IF XF-QTY-RECEIVED NOT < XF-QTY-SHIPPED
013220                  MOVE "R" TO XF-STATUS-CD
013230              END-IF
013240              MOVE WS-CURRENT-DATE TO XF-LAST-UPD-DATE
013250              MOVE WS-CURRENT-TIME TO XF-LAST-UPD-TIME
013260              MOVE WS-OPERATOR-ID TO XF-LAST-UPD-OPER
013270              REWRITE XFR-MASTER-RECORD
013280              IF NOT WS-XF-OK
013290                  PERFORM 3660-LOC-FAILED THRU 3660-EXIT
013300              ELSE
013310                  MOVE "R" TO WS-BKO-XFR-SW
013320                  MOVE SPACES TO DL-DISPOSITION
013330                  STRING "POSTED - RECEIVED FROM "
013340                      XF-FROM-LOCATION
013350                      DELIMITED BY SIZE INTO DL-DISPOSITION
013360              END-IF
013370      END-READ.
013380  3460-EXIT.
013390      EXIT.
013400
013410*****************************************************************
013420* 3600-READ-LOC - READ THE MASTER STYLE/SIZE'S RECORD FOR THE
013430*                 LOCATION IN WS-CHECK-LOCATION.  A LOCATION THAT
013440*                 HAS NEVER HELD THE STYLE/SIZE STARTS AS A NEW,
013450*                 EMPTY RECORD.
013460*****************************************************************
013470  3600-READ-LOC.
013480      MOVE "N" TO WS-LOC-NEW-SW.
013490      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
013500      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
013510      MOVE WS-CHECK-LOCATION TO SL-LOCATION.
013520      READ STOCK-LOC
013530          INVALID KEY
013540              MOVE "Y" TO WS-LOC-NEW-SW
013550      END-READ.
013560      IF WS-LOC-NEW
013570          MOVE SPACES TO STOCK-LOC-RECORD
013580          MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE
013590          MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE
013600          MOVE WS-CHECK-LOCATION TO SL-LOCATION
013610          MOVE ZERO TO SL-QTY-ON-HAND
013620          MOVE ZERO TO SL-QTY-IN-TRANSIT
013630      END-IF.
013640  3600-EXIT.
013650      EXIT.
013660
013670*****************************************************************
013680* 3610-KEEP-LOC-BEFORE - KEEP THE LOCATION RECORD 3600-READ-LOC
013690*                        FETCHED, AS IT STANDS BEFORE THE CHANGE.
013700*****************************************************************
013710  3610-KEEP-LOC-BEFORE.
013720      MOVE STOCK-LOC-RECORD TO WS-LOC-BEFORE-RECORD.
013730      MOVE WS-LOC-NEW-SW TO WS-LOC-BEFORE-NEW-SW.
013740  3610-EXIT.
013750      EXIT.
013760
013770*****************************************************************
013780* 3620-KEEP-BACKOUT - ONCE A LOCATION RECORD HAS SAVED, ADD ITS
013790*                     BEFORE IMAGE TO THE LIST TO PUT BACK IF THE
013800*                     POSTING FAILS LATER.
013810*****************************************************************
013820  3620-KEEP-BACKOUT.
013830      IF NOT WS-LOC-FAILED
013840          ADD 1 TO WS-BKO-LOC-COUNT
013850          MOVE WS-LOC-BEFORE-NEW-SW
013860              TO WS-BKO-LOC-NEW-SW (WS-BKO-LOC-COUNT)
013870          MOVE WS-LOC-BEFORE-RECORD
013880              TO WS-BKO-LOC-RECORD (WS-BKO-LOC-COUNT)
013890      END-IF.
013900  3620-EXIT.
013910      EXIT.
013920
013930*****************************************************************
013940* 3650-SAVE-LOC - STAMP AND WRITE OR REWRITE THE LOCATION RECORD
013950*                 3600-READ-LOC FETCHED.  A RECORD THAT WILL NOT
013960*                 WRITE IS COUNTED AND FAILS THE TRANSACTION.
013970*****************************************************************
013980  3650-SAVE-LOC.
013990      MOVE WS-CURRENT-DATE TO SL-LAST-UPD-DATE.
014000      MOVE WS-CURRENT-TIME TO SL-LAST-UPD-TIME.
014010      MOVE WS-OPERATOR-ID TO SL-LAST-UPD-OPER.
014020      IF WS-LOC-NEW
014030          WRITE STOCK-LOC-RECORD
014040          MOVE "N" TO WS-LOC-NEW-SW
014050      ELSE
014060          REWRITE STOCK-LOC-RECORD
014070      END-IF.
014080      IF NOT WS-SL-OK
014090          PERFORM 3660-LOC-FAILED THRU 3660-EXIT
014100      END-IF.
014110  3650-EXIT.
014120      EXIT.
014130
014140*****************************************************************
014150* 3660-LOC-FAILED - COUNT A LOCATION OR TRANSFER RECORD THAT
014160*                   WOULD NOT READ OR WRITE AND FAIL THE
014170*                   TRANSACTION SO IT GOES TO SUSPENSE.
014180*****************************************************************
014190  3660-LOC-FAILED.
014200      MOVE "Y" TO WS-LOC-FAILED-SW.
014210      ADD 1 TO WS-LOC-ERROR-COUNT.
014220  3660-EXIT.
014230      EXIT.
014240
014250*****************************************************************
014260* 3690-BACK-OUT-POSTING - PUT BACK EVERY LOCATION AND TRANSFER
014270*                         RECORD THIS TRANSACTION HAS SAVED, LAST
014280*                         FIRST: A RECORD IT CREATED IS DELETED,
014290*                         ANY OTHER IS REWRITTEN AS IT WAS.  A
014300*                         RECORD THAT WILL NOT GO BACK IS COUNTED
014310*                         AND LISTED, SINCE RETRYING THE
014320*                         TRANSACTION WOULD MOVE IT TWICE.
014330*****************************************************************
014340  3690-BACK-OUT-POSTING.
014350      PERFORM 3695-BACK-OUT-LOC THRU 3695-EXIT
014360          VARYING WS-BKO-LOC-SUB FROM WS-BKO-LOC-COUNT BY -1
014370          UNTIL WS-BKO-LOC-SUB < 1.
014380
014390      IF NOT WS-BKO-XFR-NONE
014400          MOVE WS-BKO-XFR-RECORD TO XFR-MASTER-RECORD
014410          IF WS-BKO-XFR-WRITTEN
014420              DELETE XFR-MASTER RECORD
014430          ELSE
014440              REWRITE XFR-MASTER-RECORD
014450          END-IF
014460          IF NOT WS-XF-OK
014470              ADD 1 TO WS-LOC-ERROR-COUNT
014480              MOVE XF-SHOE-STYLE TO BO-SHOE-STYLE
014490              MOVE XF-SHOE-SIZE TO BO-SHOE-SIZE
014500              MOVE "XFRMAST " TO BO-FILE-ID
014510              MOVE XF-TRANSFER-NO TO BO-RECORD-ID
014520              WRITE LISTING-RECORD FROM WS-BACKOUT-LINE
014530          END-IF
014540      END-IF.
014550
014560      MOVE ZERO TO WS-BKO-LOC-COUNT.
014570      MOVE "N" TO WS-BKO-XFR-SW.
014580  3690-EXIT.
014590      EXIT.
014600
014610*****************************************************************
014620* 3695-BACK-OUT-LOC - PUT BACK ONE SAVED LOCATION RECORD.
014630*****************************************************************
014640  3695-BACK-OUT-LOC.
014650      MOVE WS-BKO-LOC-RECORD (WS-BKO-LOC-SUB) TO STOCK-LOC-RECORD.
014660      IF WS-BKO-LOC-WAS-NEW (WS-BKO-LOC-SUB)
014670          DELETE STOCK-LOC RECORD
014680      ELSE
014690          REWRITE STOCK-LOC-RECORD
014700      END-IF.
014710      IF NOT WS-SL-OK
014720          ADD 1 TO WS-LOC-ERROR-COUNT
014730          MOVE SL-SHOE-STYLE TO BO-SHOE-STYLE
014740          MOVE SL-SHOE-SIZE TO BO-SHOE-SIZE
014750          MOVE "STKLOC  " TO BO-FILE-ID
014760          MOVE SL-LOCATION TO BO-RECORD-ID
014770          WRITE LISTING-RECORD FROM WS-BACKOUT-LINE
014780      END-IF.
014790  3695-EXIT.
014800      EXIT.
014810
014820*****************************************************************
014830* 3800-PRINT-REJECT - COUNT AND PRINT ONE REJECTED TRANSACTION,
014840*                     MARK THE TRANSACTION NOT OK, AND CARRY IT
014850*                     TO SUSPENSE FOR THE NEXT NIGHT'S RUN.
014860*****************************************************************
014870  3800-PRINT-REJECT.
014880      MOVE "N" TO WS-TRANS-OK-SW.
014890      ADD 1 TO WS-REJECT-COUNT.
014900      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
014910      PERFORM 3850-WRITE-SUSPENSE THRU 3850-EXIT.
014920  3800-EXIT.
014930      EXIT.
014940
014950*****************************************************************
014960* 3850-WRITE-SUSPENSE - CARRY ONE REJECTED TRANSACTION TO THE
014970*                       NEW SUSPENSE FILE WITH ITS REASON, THE
014980*                       REJECT DATE, AND AN AGED CYCLE COUNT.
014990*                       A RECORD REJECTING FOR THE THIRD NIGHT
015000*                       ESCALATES ON THE REPORT SO IT CANNOT
015010*                       CYCLE SILENTLY FOREVER.
015020*****************************************************************
015030  3850-WRITE-SUSPENSE.
015040      MOVE SPACES TO SUSP-TRANS-RECORD.
015050      MOVE TR-TRANS-TYPE TO ST-TRANS-TYPE.
015060      MOVE TR-SHOE-STYLE TO ST-SHOE-STYLE.
015070      MOVE TR-SHOE-SIZE TO ST-SHOE-SIZE.
015080      MOVE TR-QUANTITY TO ST-QUANTITY.
015090      MOVE TR-PO-NUMBER TO ST-PO-NUMBER.
015100      MOVE TR-PO-LINE TO ST-PO-LINE.
015110      MOVE TR-REASON-CD TO ST-REASON-CD.
015120      MOVE TR-LOCATION TO ST-LOCATION.
015130      MOVE TR-TO-LOCATION TO ST-TO-LOCATION.
015140      MOVE DL-DISPOSITION TO ST-REJECT-REASON.
015150      MOVE WS-CURRENT-DATE TO ST-REJECT-DATE.
015160      IF WS-CYCLE-COUNT < 99
015170          COMPUTE ST-CYCLE-COUNT = WS-CYCLE-COUNT + 1
015180      ELSE
015190          MOVE WS-CYCLE-COUNT TO ST-CYCLE-COUNT
015200      END-IF.
015210      WRITE SUSP-NEW-RECORD FROM SUSP-TRANS-RECORD.
015220      ADD 1 TO WS-SUSP-OUT-COUNT.
015230
015240      IF WS-CYCLE-COUNT >= 2
015250          ADD 1 TO WS-ESCALATE-COUNT
015260          WRITE LISTING-RECORD FROM WS-ESCALATE-LINE
015270      END-IF.
015280  3850-EXIT.
015290      EXIT.
015300
015310*****************************************************************
015320* 3900-POST-TO-MASTER - APPLY THE QUANTITY TO SM-QTY-ON-HAND,
015330*                       STAMP THE UPDATE, AND REWRITE THE MASTER.
015340*                       A RECEIPT AGAINST A PURCHASE-ORDER LINE
015350*                       ALSO RELIEVES ON-ORDER, NEVER BELOW
015360*                       ZERO.  A CUSTOMER RETURN ADDS TO
015370*                       ON-HAND; A SALE OR RETURN TO VENDOR
015380*                       SUBTRACTS FROM IT.  A TRANSFER LEAVES
015390*                       THE ALL-LOCATION ON-HAND ALONE, MOVES
015400*                       ONLY LOCATION STOCK, AND IS NOT
015410*                       JOURNALED.  LOCATIONS AND THE TRANSFER
015420*                       RECORD POST FIRST.  IF ANY OF THEM WILL
015430*                       NOT WRITE, THOSE ALREADY SAVED ARE PUT
015440*                       BACK AS THEY WERE, THE MASTER IS LEFT
015450*                       ALONE, AND THE TRANSACTION GOES TO
015460*                       SUSPENSE, NO LONGER COUNTED AS ACCEPTED.
015470*                       IT CAN THEN BE RETRIED WITHOUT MOVING
015480*                       THE PAIRS TWICE.
015490*****************************************************************
015500  3900-POST-TO-MASTER.
015510      EVALUATE TRUE
015520          WHEN TR-TRANS-RECEIPT
015530              ADD TR-QUANTITY TO SM-QTY-ON-HAND
015540              IF TR-PO-NUMBER NOT = SPACES
015550                  IF TR-QUANTITY > SM-QTY-ON-ORDER
015560                      MOVE ZERO TO SM-QTY-ON-ORDER
015570                  ELSE
015580                      SUBTRACT TR-QUANTITY FROM SM-QTY-ON-ORDER
015590                  END-IF
015600              END-IF
015610          WHEN TR-TRANS-CUST-RETURN
015620              ADD TR-QUANTITY TO SM-QTY-ON-HAND
015630          WHEN TR-TRANS-XFER-OUT
015640          WHEN TR-TRANS-XFER-IN
015650              CONTINUE
015660          WHEN OTHER
015670              SUBTRACT TR-QUANTITY FROM SM-QTY-ON-HAND
015680      END-EVALUATE.
015690
015700      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
015710      MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE.
015720      MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME.
015730      MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER.
015740
015750      MOVE "POSTED" TO DL-DISPOSITION.
015760      MOVE "N" TO WS-LOC-FAILED-SW.
015770      PERFORM 3400-POST-TO-LOCATIONS THRU 3400-EXIT.
015780      IF WS-LOC-FAILED
015790          MOVE "REJECTED - LOCATION FILE WRITE FAILED"
015800              TO DL-DISPOSITION
015810          SUBTRACT 1 FROM WS-ACCEPT-COUNT
015820          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
015830      ELSE
015840          PERFORM 3910-REWRITE-MASTER THRU 3910-EXIT
015850      END-IF.
015860  3900-EXIT.
015870      EXIT.
015880
015890*****************************************************************
015900* 3910-REWRITE-MASTER - REWRITE THE POSTED MASTER AND RECORD THE
015910*                       TRANSACTION'S HISTORY AND JOURNAL.  A
015920*                       MASTER THAT WILL NOT REWRITE PUTS THE
015930*                       LOCATION AND TRANSFER RECORDS BACK.
015940*****************************************************************
015950  3910-REWRITE-MASTER.
015960      REWRITE SHOE-MASTER-RECORD
015970          INVALID KEY
015980              MOVE "REJECTED - UNABLE TO REWRITE MASTER"
015990                  TO DL-DISPOSITION
016000              PERFORM 3690-BACK-OUT-POSTING THRU 3690-EXIT
016010              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
016020          NOT INVALID KEY
016030              ADD 1 TO WS-WRITE-COUNT
016040              MOVE SM-QTY-ON-HAND TO DL-ON-HAND
016050              WRITE LISTING-RECORD FROM WS-DETAIL-LINE
016060              PERFORM 3950-WRITE-MOVE-HIST THRU 3950-EXIT
016070              PERFORM 3960-ADD-TYPE-PAIRS THRU 3960-EXIT
016080              IF NOT TR-TRANS-XFER-OUT AND NOT TR-TRANS-XFER-IN
016090                  PERFORM 3970-JOURNAL-MOVEMENT THRU 3970-EXIT
016100              END-IF
016110      END-REWRITE.
016120  3910-EXIT.
016130      EXIT.
016140
016150*****************************************************************
016160* 3950-WRITE-MOVE-HIST - APPEND ONE POSTED TRANSACTION TO THE
016170*                        PERMANENT MOVEMENT-HISTORY FILE,
016180*                        STAMPED WITH THE POSTING DATE AND TIME
016190*                        ALREADY TAKEN FOR THE MASTER UPDATE
016200*                        AND THE PRICE AND COST IN FORCE.
016210*****************************************************************
016220  3950-WRITE-MOVE-HIST.
016230      MOVE SPACES TO MOVE-HIST-RECORD.
016240      MOVE TR-TRANS-TYPE TO MH-TRANS-TYPE.
016250      MOVE TR-SHOE-STYLE TO MH-SHOE-STYLE.
016260      MOVE TR-SHOE-SIZE TO MH-SHOE-SIZE.
016270      MOVE TR-QUANTITY TO MH-QUANTITY.
016280      MOVE WS-CURRENT-DATE TO MH-POST-DATE.
016290      MOVE WS-CURRENT-TIME TO MH-POST-TIME.
016300      MOVE TR-REASON-CD TO MH-REASON-CD.
016310      MOVE SM-RETAIL-PRICE TO MH-RETAIL-PRICE.
016320      MOVE SM-UNIT-COST TO MH-UNIT-COST.
016330      IF TR-TRANS-RECEIPT AND TR-PO-NUMBER NOT = SPACES
016340          MOVE "Y" TO MH-PO-RECEIPT-SW
016350      ELSE
016360          MOVE "N" TO MH-PO-RECEIPT-SW
016370      END-IF.
016380      MOVE WS-TRANS-LOCATION TO MH-LOCATION.
016390      IF TR-TRANS-XFER-OUT
016400          MOVE WS-TRANS-TO-LOCATION TO MH-TO-LOCATION
016410      END-IF.
016420      WRITE MOVE-HIST-RECORD.
016430  3950-EXIT.
016440      EXIT.
016450
016460*****************************************************************
016470* 3960-ADD-TYPE-PAIRS - ADD ONE POSTED TRANSACTION'S PAIRS TO
016480*                       THE RUN TOTAL FOR ITS TYPE.
016490*****************************************************************
016500  3960-ADD-TYPE-PAIRS.
016510      EVALUATE TRUE
016520          WHEN TR-TRANS-RECEIPT
016530              ADD TR-QUANTITY TO WS-RECEIPT-PAIRS
016540          WHEN TR-TRANS-SALE
016550              ADD TR-QUANTITY TO WS-SALE-PAIRS
016560          WHEN TR-TRANS-CUST-RETURN
016570              ADD TR-QUANTITY TO WS-CUST-RTN-PAIRS
016580          WHEN TR-TRANS-VEND-RETURN
016590              ADD TR-QUANTITY TO WS-VEND-RTN-PAIRS
016600          WHEN TR-TRANS-XFER-OUT
016610              ADD TR-QUANTITY TO WS-XFER-OUT-PAIRS
016620          WHEN TR-TRANS-XFER-IN
016630              ADD TR-QUANTITY TO WS-XFER-IN-PAIRS
016640      END-EVALUATE.
016650  3960-EXIT.
016660      EXIT.
016670
016680*****************************************************************
016690* 3970-JOURNAL-MOVEMENT - JOURNAL ONE POSTED TRANSACTION AT UNIT
016700*                         COST.  A RECEIPT IS STOCK IN AGAINST
016710*                         RECEIVED-NOT-INVOICED, A SALE IS STOCK
016720*                         OUT TO COST OF GOODS SOLD, A CUSTOMER
016730*                         RETURN REVERSES A SALE, AND A RETURN
016740*                         TO VENDOR REVERSES A RECEIPT.
016750*****************************************************************
016760  3970-JOURNAL-MOVEMENT.
016770      COMPUTE WS-GL-AMOUNT = TR-QUANTITY * SM-UNIT-COST.
016780      EVALUATE TRUE
016790          WHEN TR-TRANS-RECEIPT
016800              MOVE GL-ACCT-INVENTORY TO WS-GL-DEBIT-ACCT
016810              MOVE GL-ACCT-RECD-NOT-INVCD TO WS-GL-CREDIT-ACCT
016820              MOVE "R" TO WS-GL-ENTRY-CD
016830          WHEN TR-TRANS-SALE
016840              MOVE GL-ACCT-COGS TO WS-GL-DEBIT-ACCT
016850              MOVE GL-ACCT-INVENTORY TO WS-GL-CREDIT-ACCT
016860              MOVE "S" TO WS-GL-ENTRY-CD
016870          WHEN TR-TRANS-CUST-RETURN
016880              MOVE GL-ACCT-INVENTORY TO WS-GL-DEBIT-ACCT
016890              MOVE GL-ACCT-COGS TO WS-GL-CREDIT-ACCT
016900              MOVE "C" TO WS-GL-ENTRY-CD
016910          WHEN TR-TRANS-VEND-RETURN
016920              MOVE GL-ACCT-RECD-NOT-INVCD TO WS-GL-DEBIT-ACCT
016930              MOVE GL-ACCT-INVENTORY TO WS-GL-CREDIT-ACCT
016940              MOVE "V" TO WS-GL-ENTRY-CD
016950      END-EVALUATE.
016960      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
016970  3970-EXIT.
016980      EXIT.
016990
017000*****************************************************************
017010* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
017020*****************************************************************
017030  8000-PRINT-TOTALS.
017040      MOVE WS-READ-COUNT TO TL-READ-COUNT.
017050      MOVE WS-WRITE-COUNT TO TL-WRITE-COUNT.
017060      MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
017070      MOVE WS-SUSP-READ-COUNT TO TL-SUSP-READ-COUNT.
017080      MOVE WS-SUSP-OUT-COUNT TO TL-SUSP-OUT-COUNT.
017090      MOVE WS-ESCALATE-COUNT TO TL-ESCALATE-COUNT.
017100      MOVE WS-RECEIPT-PAIRS TO TL-RECEIPT-PAIRS.
017110      MOVE WS-SALE-PAIRS TO TL-SALE-PAIRS.
017120      MOVE WS-CUST-RTN-PAIRS TO TL-CUST-RTN-PAIRS.
017130      MOVE WS-VEND-RTN-PAIRS TO TL-VEND-RTN-PAIRS.
017140      MOVE WS-GL-ENTRY-COUNT TO TL-GL-ENTRY-COUNT.
017150      MOVE WS-GL-TOTAL-DEBITS TO TL-GL-TOTAL-DEBITS.
017160      MOVE WS-XFER-OUT-PAIRS TO TL-XFER-OUT-PAIRS.
017170      MOVE WS-XFER-IN-PAIRS TO TL-XFER-IN-PAIRS.
017180      MOVE WS-BALANCE-COUNT TO TL-BALANCE-COUNT.
017190      MOVE WS-TRANSIT-OVER-COUNT TO TL-TRANSIT-OVER-COUNT.
017200      MOVE WS-LOC-ERROR-COUNT TO TL-LOC-ERROR-COUNT.
017210
017220      MOVE SPACES TO LISTING-RECORD.
017230      WRITE LISTING-RECORD.
017240      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
017250      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
017260      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
017270      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
017280      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
017290      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
017300      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
017310      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-8.
017320      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-9.
017330      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-10.
017340      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-11.
017350      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-12.
017360      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-13.
017370      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-14.
017380      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-15.
017390      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-16.
017400      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-17.
017410  8000-EXIT.
017420      EXIT.
017430
017440*****************************************************************
017450* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
017460*                              SO THE SAME STAMP CAN BE USED FOR
017470*                              THE MASTER UPDATE AND THE CONTROL
017480*                              TOTALS.
017490*****************************************************************
017500  8890-GET-CURRENT-DATE-TIME.
017510      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017520      ACCEPT WS-CURRENT-TIME FROM TIME.
017530  8890-EXIT.
017540      EXIT.
017550
017560*****************************************************************
017570* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
017580*                      FOR ONE MOVEMENT.  A MOVEMENT WORTH
017590*                      NOTHING AT COST IS NOT JOURNALED.
017600*****************************************************************
017610  8910-WRITE-GL-PAIR.
017620      IF WS-GL-AMOUNT > ZERO
017630          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
017640          MOVE "D" TO WS-GL-POST-DR-CR
017650          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
017660          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
017670          MOVE "C" TO WS-GL-POST-DR-CR
017680          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
017690      END-IF.
017700  8910-EXIT.
017710      EXIT.
017720
017730*****************************************************************
017740* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
017750*                       RUN'S BATCH AND ADD IT TO THE BATCH
017760*                       TOTALS.
017770*****************************************************************
017780  8920-WRITE-GL-ENTRY.
017790      MOVE SPACES TO GL-JOURNAL-RECORD.
017800      MOVE "D" TO GJ-RECORD-TYPE.
017810      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
017820      MOVE "LAB10PST" TO GJ-SOURCE-PROGRAM.
017830      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
017840      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
017850      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
017860      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
017870      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
017880      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
017890      MOVE WS-GL-ENTRY-CD TO GJ-ENTRY-CD.
017900      WRITE GL-JOURNAL-RECORD.
017910      ADD 1 TO WS-GL-ENTRY-COUNT.
017920      IF GJ-DEBIT
017930          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
017940      ELSE
017950          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
017960      END-IF.
017970  8920-EXIT.
017980      EXIT.
017990
018000*****************************************************************
018010* 8950-WRITE-CONTROL-TOTALS - APPEND ONE RECORD TO CONTROL-TOTALS
018020*                             SUMMARIZING THIS RUN'S ACCEPTED
018030*                             TRANSACTIONS AGAINST MASTER
018040*                             REWRITES SO LAB10REC CAN RECONCILE
018050*                             THEM.  RUN-TYPE P TELLS LAB10REC
018060*                             THESE WRITES DID NOT ADD MASTER
018070*                             RECORDS.
018080*****************************************************************
018090  8950-WRITE-CONTROL-TOTALS.
018100      MOVE SPACES TO CONTROL-TOTALS-RECORD.
018110      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
018120      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
018130      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
018140      MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID.
018150      MOVE WS-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
018160      MOVE WS-WRITE-COUNT TO CT-WRITE-COUNT.
018170      MOVE "P" TO CT-RUN-TYPE.
018180      WRITE CONTROL-TOTALS-RECORD.
018190  8950-EXIT.
018200      EXIT.
018210
018220*****************************************************************
018230* 8960-WRITE-GL-BATCH-TOTAL - CLOSE THIS RUN'S GL BATCH WITH ITS
018240*                             ENTRY COUNT AND DEBIT AND CREDIT
018250*                             TOTALS.  A RUN THAT JOURNALED
018260*                             NOTHING WRITES NO BATCH.
018270*****************************************************************
018280  8960-WRITE-GL-BATCH-TOTAL.
018290      IF WS-GL-ENTRY-COUNT > ZERO
018300          MOVE SPACES TO GL-JOURNAL-RECORD
018310          MOVE "T" TO GJ-RECORD-TYPE
018320          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
018330          MOVE "LAB10PST" TO GJ-SOURCE-PROGRAM
018340          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
018350          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
018360          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
018370          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
018380          WRITE GL-JOURNAL-RECORD
018390      END-IF.
018400  8960-EXIT.
018410      EXIT.
018420
018430*****************************************************************
018440* 9000-TERMINATE - WRITE THE CONTROL TOTALS, CLOSE THE FILES,
018450*                  AND END THE RUN.
018460*****************************************************************
018470  9000-TERMINATE.
018480      PERFORM 8950-WRITE-CONTROL-TOTALS THRU 8950-EXIT.
018490      PERFORM 8960-WRITE-GL-BATCH-TOTAL THRU 8960-EXIT.
018500      CLOSE SHOE-TRANS.
018510      CLOSE SHOE-MASTER.
018520      CLOSE CONTROL-TOTALS.
018530      CLOSE MOVE-HIST.
018540      CLOSE POST-LISTING.
018550      CLOSE STYLE-ATTR.
018560      CLOSE GL-JOURNAL.
018570      CLOSE STOCK-LOC.
018580      CLOSE XFR-MASTER.
018590
018600      IF NOT WS-RUN-ABANDONED
018610          CLOSE SUSP-TRANS
018620          CLOSE SUSP-NEW
018630          PERFORM 9500-COPY-BACK-SUSPENSE THRU 9500-EXIT
018640      END-IF.
018650  9000-EXIT.
018660      EXIT.
018670
018680*****************************************************************
018690* 9500-COPY-BACK-SUSPENSE - REWRITE THE LIVE SUSPENSE FILE FROM
018700*                           THE WORK FILE, THE WAY LAB10ARC
018710*                           ROLLS ITS LOGS, SO AN ABANDONED RUN
018720*                           NEVER LEAVES A HALF-BUILT SUSPENSE.
018730*****************************************************************
018740  9500-COPY-BACK-SUSPENSE.
018750      MOVE "N" TO WS-COPY-EOF-SW.
018760      OPEN INPUT SUSP-NEW.
018770      OPEN OUTPUT SUSP-TRANS.
018780
018790      PERFORM 9510-READ-SUSP-NEW THRU 9510-EXIT.
018800      PERFORM 9520-COPY-ONE-SUSP THRU 9520-EXIT
018810          UNTIL WS-COPY-EOF.
018820
018830      CLOSE SUSP-NEW.
018840      CLOSE SUSP-TRANS.
018850  9500-EXIT.
018860      EXIT.
018870
018880*****************************************************************
018890* 9510-READ-SUSP-NEW - READ THE NEXT WORK-FILE RECORD.
018900*****************************************************************
018910  9510-READ-SUSP-NEW.
018920      READ SUSP-NEW
018930          AT END
018940              MOVE "Y" TO WS-COPY-EOF-SW
018950      END-READ.
018960  9510-EXIT.
018970      EXIT.
018980
018990*****************************************************************
019000* 9520-COPY-ONE-SUSP - COPY ONE WORK-FILE RECORD BACK TO THE
019010*                      LIVE SUSPENSE FILE AND READ AHEAD.
019020*****************************************************************
019030  9520-COPY-ONE-SUSP.
019040      WRITE SUSP-TRANS-RECORD FROM SUSP-NEW-RECORD.
019050      PERFORM 9510-READ-SUSP-NEW THRU 9510-EXIT.
019060  9520-EXIT.
019070      EXIT.
019080
019090  END PROGRAM LAB10PST.

000100*****************************************************************
000110* Program:  LAB10PRC
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: NIGHTLY PRICE-CHANGE AND MARKDOWN RUN.  READS THE
000160*          PRICE-CHANGE FILE KEYED BY MERCHANDISING
000170*          (COPYLIB/PRCCHG.CPY) AND APPLIES EVERY CHANGE WHOSE
000180*          EFFECTIVE DATE HAS COME TO SM-RETAIL-PRICE - ON THE
000190*          ONE SIZE GIVEN, OR ON EVERY ACTIVE SIZE OF THE STYLE
000200*          WHEN THE SIZE IS BLANK.  EACH REPRICED STYLE/SIZE IS
000210*          LOGGED TO THE AUDIT TRAIL (TRANS-TYPE R) WITH ITS OLD
000220*          AND NEW PRICE.  THE MARKDOWN REGISTER (MDREG) LISTS
000230*          EVERY CHANGE WITH THE PRICE DROP EXTENDED BY
000240*          SM-QTY-ON-HAND, TOTALLED PER STYLE AND PER STYLATTR
000250*          CATEGORY, SO FINANCE CAN BOOK THE MARKDOWN; A PRICE
000260*          INCREASE SHOWS AS A NEGATIVE MARKDOWN.  CHANGES NOT
000270*          YET DUE ARE CARRIED FORWARD IN THE PRICE-CHANGE FILE
000280*          THROUGH A WORK FILE (PRCNEW) THE WAY LAB10PST ROLLS
000290*          ITS SUSPENSE; A CHANGE THAT FAILS ITS EDITS IS
000300*          LISTED AND DROPPED FOR MERCHANDISING TO REKEY.  THE
000310*          RUN THEN REWRITES THE REGISTER PRICE FILE (REGPRICE)
000320*          IN FULL FROM THE MASTER SO THE STORE REGISTERS AND
000330*          THE MASTER NEVER DISAGREE ON PRICE, AND APPENDS ITS
000340*          OWN CONTROL-TOTALS RECORD (RUN-TYPE V).
000350*****************************************************************
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. LAB10PRC.
000380  AUTHOR. D. FALLIS.
000390  INSTALLATION. RETAIL SYSTEMS.
000400  DATE-WRITTEN. 2026-10-15.
000410  DATE-COMPILED.
000420*****************************************************************
000430* MODIFICATION HISTORY
000440*   2026-10-15  DF  ORIGINAL PROGRAM.
000450*   2026-10-15  DF  EACH REPRICED SIZE'S MARKDOWN ON THE PAIRS
000460*                   ON HAND IS NOW JOURNALED TO THE GL JOURNAL
000470*                   (GLJRNL) AGAINST THE MARKDOWN RESERVE - A
000480*                   MARKUP REVERSES IT - AND THE RUN CLOSES ITS
000490*                   BATCH WITH A BATCH-TOTAL RECORD.
000500*****************************************************************
000510  ENVIRONMENT DIVISION.
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540      SELECT PRICE-CHG ASSIGN TO "PRCCHG"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS WS-PRICE-CHG-STATUS.
000570
000580      SELECT PRICE-NEW ASSIGN TO "PRCNEW"
000590          ORGANIZATION IS LINE SEQUENTIAL
000600          FILE STATUS IS WS-PRICE-NEW-STATUS.
000610
000620      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS DYNAMIC
000650          RECORD KEY IS SM-MASTER-KEY
000660          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000670
000680      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS SA-SHOE-STYLE
000720          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000730
000740      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000770
000780      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
000790          ORGANIZATION IS LINE SEQUENTIAL
000800          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
000810
000820      SELECT REG-PRICE ASSIGN TO "REGPRICE"
000830          ORGANIZATION IS LINE SEQUENTIAL
000840          FILE STATUS IS WS-REG-PRICE-STATUS.
000850
000860      SELECT MARKDOWN-LISTING ASSIGN TO "MDREG"
000870          ORGANIZATION IS LINE SEQUENTIAL
000880          FILE STATUS IS WS-MARKDOWN-LISTING-STATUS.
000890
000900      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
000910          ORGANIZATION IS LINE SEQUENTIAL
000920          FILE STATUS IS WS-GL-JOURNAL-STATUS.
000930
000940  DATA DIVISION.
000950  FILE SECTION.
000960  FD  PRICE-CHG
000970      LABEL RECORDS ARE STANDARD.
000980      COPY PRCCHG.
000990
001000  FD  PRICE-NEW
001010      LABEL RECORDS ARE STANDARD.
001020  01  PRICE-NEW-RECORD             PIC X(42).
001030
001040  FD  SHOE-MASTER
001050      LABEL RECORDS ARE STANDARD.
001060      COPY SHOEMAST.
001070
001080  FD  STYLE-ATTR
001090      LABEL RECORDS ARE STANDARD.
001100      COPY STYLATTR.
001110
001120  FD  AUDIT-LOG
001130      LABEL RECORDS ARE STANDARD.
001140      COPY AUDITLOG.
001150
001160  FD  CONTROL-TOTALS
001170      LABEL RECORDS ARE STANDARD.
001180      COPY CTLTOTAL.
001190
001200  FD  REG-PRICE
001210      LABEL RECORDS ARE STANDARD.
001220      COPY REGPRICE.
001230
001240  FD  MARKDOWN-LISTING
001250      LABEL RECORDS ARE STANDARD.
001260  01  LISTING-RECORD               PIC X(100).
001270
001280  FD  GL-JOURNAL
001290      LABEL RECORDS ARE STANDARD.
001300      COPY GLJRNL.
001310
001320  WORKING-STORAGE SECTION.
001330  01  WS-PRICE-CHG-STATUS         PIC X(02).
001340      88  WS-PC-OK                        VALUE "00".
001350      88  WS-PC-FILE-NOT-FOUND            VALUE "35".
001360
001370  01  WS-PRICE-NEW-STATUS         PIC X(02).
001380      88  WS-PN-OK                        VALUE "00".
001390
001400  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001410      88  WS-SM-OK                        VALUE "00".
001420
001430  01  WS-STYLE-ATTR-STATUS        PIC X(02).
001440      88  WS-SA-OK                        VALUE "00".
001450      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
001460
001470  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001480      88  WS-AL-OK                        VALUE "00".
001490      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
001500
001510  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
001520      88  WS-CT-OK                        VALUE "00".
001530      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
001540
001550  01  WS-REG-PRICE-STATUS         PIC X(02).
001560      88  WS-RG-OK                        VALUE "00".
001570
001580  01  WS-MARKDOWN-LISTING-STATUS  PIC X(02).
001590      88  WS-ML-OK                        VALUE "00".
001600
001610  01  WS-GL-JOURNAL-STATUS        PIC X(02).
001620      88  WS-GJ-OK                        VALUE "00".
001630      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
001640
001650  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001660      88  WS-EOF                          VALUE "Y".
001670
001680  01  WS-CHANGE-OK-SW             PIC X(01) VALUE "N".
001690      88  WS-CHANGE-OK                    VALUE "Y".
001700
001710  01  WS-STYLE-END-SW             PIC X(01) VALUE "N".
001720      88  WS-STYLE-END                    VALUE "Y".
001730
001740  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001750      88  WS-MASTER-EOF                   VALUE "Y".
001760
001770  01  WS-RUN-ABANDONED-SW         PIC X(01) VALUE "N".
001780      88  WS-RUN-ABANDONED                VALUE "Y".
001790
001800  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
001810      88  WS-COPY-EOF                     VALUE "Y".
001820
001830  01  WS-CAT-FOUND-SW             PIC X(01) VALUE "N".
001840      88  WS-CAT-FOUND                    VALUE "Y".
001850
001860  01  WS-CAT-TABLE-FULL-SW        PIC X(01) VALUE "N".
001870      88  WS-CAT-TABLE-FULL               VALUE "Y".
001880
001890  01  WS-OPERATOR-ID              PIC X(08) VALUE "LAB10PRC".
001900  01  WS-AUDIT-OPERATOR-ID        PIC X(08) VALUE SPACES.
001910  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001920  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001930  01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001940
001950  01  WS-CUR-CATEGORY             PIC X(10) VALUE SPACES.
001960  01  WS-NO-CATEGORY              PIC X(10) VALUE "*NONE*".
001970  01  WS-OLD-PRICE                PIC 9(04)V99 VALUE ZERO.
001980  01  WS-MARKDOWN-AMT             PIC S9(09)V99 VALUE ZERO.
001990  01  WS-STYLE-MARKDOWN           PIC S9(09)V99 VALUE ZERO.
002000  01  WS-STYLE-PAIRS              PIC 9(07) VALUE ZERO.
002010  01  WS-TOTAL-MARKDOWN           PIC S9(09)V99 VALUE ZERO.
002020  01  WS-SIZES-FOUND              PIC 9(05) VALUE ZERO.
002030  01  WS-SIZES-REPRICED           PIC 9(05) VALUE ZERO.
002040
002050  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
002060  01  WS-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
002070  01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
002080  01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
002090  01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
002100  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
002110  01  WS-UNCHANGED-COUNT          PIC 9(05) VALUE ZERO.
002120  01  WS-REG-PRICE-COUNT          PIC 9(05) VALUE ZERO.
002130
002140  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
002150  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
002160  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
002170  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
002180  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002190  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
002200  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
002210  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
002220  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
002230  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
002240
002250      COPY GLACCT.
002260
002270  01  WS-CAT-MAX                  PIC 9(05) VALUE 100.
002280  01  WS-CAT-SUB                  PIC 9(05) VALUE ZERO.
002290  01  WS-CAT-USE-SUB              PIC 9(05) VALUE ZERO.
002300  01  WS-CAT-COUNT                PIC 9(05) VALUE ZERO.
002310
002320  01  WS-CATEGORY-TABLE.
002330      05  WS-CAT-ENTRY OCCURS 100 TIMES.
002340          10  WS-CAT-CATEGORY      PIC X(10).
002350          10  WS-CAT-PAIRS         PIC 9(07).
002360          10  WS-CAT-MARKDOWN      PIC S9(09)V99.
002370
002380  01  WS-HEADING-1.
002390      05  FILLER                   PIC X(30)
002400              VALUE "MARKDOWN REGISTER             ".
002410      05  FILLER                   PIC X(04) VALUE "RUN ".
002420      05  H1-RUN-DATE              PIC X(08).
002430
002440  01  WS-HEADING-2.
002450      05  FILLER                   PIC X(05) VALUE "STYLE".
002460      05  FILLER                   PIC X(02) VALUE SPACES.
002470      05  FILLER                   PIC X(04) VALUE "SIZE".
002480      05  FILLER                   PIC X(02) VALUE SPACES.
002490      05  FILLER                   PIC X(10) VALUE "CATEGORY".
002500      05  FILLER                   PIC X(02) VALUE SPACES.
002510      05  FILLER                   PIC X(01) VALUE "R".
002520      05  FILLER                   PIC X(02) VALUE SPACES.
002530      05  FILLER                   PIC X(07) VALUE "OLD PRC".
002540      05  FILLER                   PIC X(02) VALUE SPACES.
002550      05  FILLER                   PIC X(07) VALUE "NEW PRC".
002560      05  FILLER                   PIC X(02) VALUE SPACES.
002570      05  FILLER                   PIC X(05) VALUE "ON-HD".
002580      05  FILLER                   PIC X(02) VALUE SPACES.
002590      05  FILLER                   PIC X(13)
002600              VALUE "   MARKDOWN $".
002610      05  FILLER                   PIC X(02) VALUE SPACES.
002620      05  FILLER                   PIC X(11) VALUE "DISPOSITION".
002630
002640  01  WS-DETAIL-LINE.
002650      05  DL-SHOE-STYLE            PIC X(05).
002660      05  FILLER                   PIC X(02) VALUE SPACES.
002670      05  DL-SHOE-SIZE             PIC X(04).
002680      05  FILLER                   PIC X(02) VALUE SPACES.
002690      05  DL-CATEGORY              PIC X(10).
002700      05  FILLER                   PIC X(02) VALUE SPACES.
002710      05  DL-REASON-CD             PIC X(01).
002720      05  FILLER                   PIC X(02) VALUE SPACES.
002730      05  DL-OLD-PRICE             PIC ZZZ9.99.
002740      05  FILLER                   PIC X(02) VALUE SPACES.
002750      05  DL-NEW-PRICE             PIC ZZZ9.99.
002760      05  FILLER                   PIC X(02) VALUE SPACES.
002770      05  DL-ON-HAND               PIC ZZZZ9.
002780      05  FILLER                   PIC X(02) VALUE SPACES.
002790      05  DL-MARKDOWN-AMT          PIC Z,ZZZ,ZZ9.99-.
002800      05  FILLER                   PIC X(02) VALUE SPACES.
002810      05  DL-DISPOSITION           PIC X(30).
002820
002830  01  WS-STYLE-TOTAL-LINE.
002840      05  FILLER                   PIC X(07) VALUE SPACES.
002850      05  FILLER                   PIC X(12) VALUE "STYLE TOTAL ".
002860      05  STL-SHOE-STYLE           PIC X(05).
002870      05  FILLER                   PIC X(21) VALUE SPACES.
002880      05  STL-PAIRS                PIC ZZZZZ9.
002890      05  FILLER                   PIC X(02) VALUE SPACES.
002900      05  STL-MARKDOWN             PIC Z,ZZZ,ZZ9.99-.
002910
002920  01  WS-CAT-HEADING-1.
002930      05  FILLER                   PIC X(20)
002940              VALUE "MARKDOWN BY CATEGORY".
002950
002960  01  WS-CAT-HEADING-2.
002970      05  FILLER                   PIC X(10) VALUE "CATEGORY".
002980      05  FILLER                   PIC X(04) VALUE SPACES.
002990      05  FILLER                   PIC X(07) VALUE "  PAIRS".
003000      05  FILLER                   PIC X(02) VALUE SPACES.
003010      05  FILLER                   PIC X(14)
003020              VALUE "    MARKDOWN $".
003030
003040  01  WS-CAT-LINE.
003050      05  CL-CATEGORY              PIC X(10).
003060      05  FILLER                   PIC X(02) VALUE SPACES.
003070      05  CL-PAIRS                 PIC Z,ZZZ,ZZ9.
003080      05  FILLER                   PIC X(02) VALUE SPACES.
003090      05  CL-MARKDOWN              PIC ZZ,ZZZ,ZZ9.99-.
003100
003110  01  WS-CAT-FULL-LINE.
003120      05  FILLER                   PIC X(41)
003130              VALUE "** CATEGORY TABLE FULL - LATER CATEGORIES".
003140      05  FILLER                   PIC X(17)
003150              VALUE " NOT TOTALLED  **".
003160
003170  01  WS-NO-MASTER-LINE.
003180      05  FILLER                   PIC X(43)
003190              VALUE "** SHOE-MASTER NOT AVAILABLE - PRICE-CHANGE".
003200      05  FILLER                   PIC X(17)
003210              VALUE " RUN ABANDONED **".
003220
003230  01  WS-TOTAL-LINE-1.
003240      05  FILLER                   PIC X(23)
003250              VALUE "CHANGES READ       -  ".
003260      05  TL-READ-COUNT            PIC ZZ,ZZ9.
003270
003280  01  WS-TOTAL-LINE-2.
003290      05  FILLER                   PIC X(23)
003300              VALUE "CHANGES APPLIED    -  ".
003310      05  TL-APPLIED-COUNT         PIC ZZ,ZZ9.
003320
003330  01  WS-TOTAL-LINE-3.
003340      05  FILLER                   PIC X(23)
003350              VALUE "CHANGES NOT YET DUE-  ".
003360      05  TL-PENDING-COUNT         PIC ZZ,ZZ9.
003370
003380  01  WS-TOTAL-LINE-4.
003390      05  FILLER                   PIC X(23)
003400              VALUE "CHANGES REJECTED   -  ".
003410      05  TL-REJECT-COUNT          PIC ZZ,ZZ9.
003420
003430  01  WS-TOTAL-LINE-5.
003440      05  FILLER                   PIC X(23)
003450              VALUE "SIZES REPRICED     -  ".
003460      05  TL-WRITE-COUNT           PIC ZZ,ZZ9.
003470
003480  01  WS-TOTAL-LINE-6.
003490      05  FILLER                   PIC X(23)
003500              VALUE "SIZES UNCHANGED    -  ".
003510      05  TL-UNCHANGED-COUNT       PIC ZZ,ZZ9.
003520
003530  01  WS-TOTAL-LINE-7.
003540      05  FILLER                   PIC X(23)
003550              VALUE "REGISTER PRICES    -  ".
003560      05  TL-REG-PRICE-COUNT       PIC ZZ,ZZ9.
003570
003580  01  WS-TOTAL-LINE-8.
003590      05  FILLER                   PIC X(23)
003600              VALUE "TOTAL MARKDOWN $   -  ".
003610      05  TL-TOTAL-MARKDOWN        PIC ZZZ,ZZZ,ZZ9.99-.
003620
003630  01  WS-TOTAL-LINE-9.
003640      05  FILLER                   PIC X(23)
003650              VALUE "GL ENTRIES WRITTEN -  ".
003660      05  TL-GL-ENTRY-COUNT        PIC Z,ZZZ,ZZ9.
003670
003680  PROCEDURE DIVISION.
003690  0000-MAIN-PROCEDURE.
003700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003710
003720      PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
003730          UNTIL WS-EOF.
003740
003750      IF NOT WS-RUN-ABANDONED
003760          PERFORM 4000-WRITE-REG-PRICES THRU 4000-EXIT
003770      END-IF.
003780
003790      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003800
003810      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820
003830      STOP RUN.
003840
003850*****************************************************************
003860* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
003870*                   FIRST PRICE CHANGE.  A MASTER THAT WILL NOT
003880*                   OPEN CLEANLY ABANDONS THE RUN WITH A NOTICE
003890*                   AND LEAVES THE PRICE-CHANGE FILE AND THE
003900*                   REGISTER PRICE FILE UNTOUCHED.
003910*****************************************************************
003920  1000-INITIALIZE.
003930      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
003940      MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
003950      MOVE WS-CURRENT-DATE TO WS-GL-BATCH-DATE.
003960      MOVE WS-CURRENT-TIME TO WS-GL-BATCH-TIME.
003970
003980      OPEN I-O SHOE-MASTER.
003990      IF NOT WS-SM-OK
004000          MOVE "Y" TO WS-EOF-SW
004010          MOVE "Y" TO WS-RUN-ABANDONED-SW
004020      END-IF.
004030      IF NOT WS-RUN-ABANDONED
004040          OPEN INPUT PRICE-CHG
004050          IF WS-PC-FILE-NOT-FOUND
004060              MOVE "Y" TO WS-EOF-SW
004070          END-IF
004080          OPEN OUTPUT PRICE-NEW
004090          OPEN OUTPUT REG-PRICE
004100      END-IF.
004110      OPEN INPUT STYLE-ATTR.
004120      IF WS-SA-FILE-NOT-FOUND
004130          OPEN OUTPUT STYLE-ATTR
004140          CLOSE STYLE-ATTR
004150          OPEN INPUT STYLE-ATTR
004160      END-IF.
004170      OPEN EXTEND AUDIT-LOG.
004180      IF WS-AL-FILE-NOT-FOUND
004190          OPEN OUTPUT AUDIT-LOG
004200      END-IF.
004210      OPEN EXTEND CONTROL-TOTALS.
004220      IF WS-CT-FILE-NOT-FOUND
004230          OPEN OUTPUT CONTROL-TOTALS
004240      END-IF.
004250      OPEN OUTPUT MARKDOWN-LISTING.
004260      OPEN EXTEND GL-JOURNAL.
004270      IF WS-GJ-FILE-NOT-FOUND
004280          OPEN OUTPUT GL-JOURNAL
004290      END-IF.
004300
004310      MOVE WS-RUN-DATE TO H1-RUN-DATE.
004320      WRITE LISTING-RECORD FROM WS-HEADING-1.
004330      MOVE SPACES TO LISTING-RECORD.
004340      WRITE LISTING-RECORD.
004350      WRITE LISTING-RECORD FROM WS-HEADING-2.
004360
004370      IF WS-RUN-ABANDONED
004380          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
004390      END-IF.
004400      IF NOT WS-EOF
004410          PERFORM 2100-READ-CHANGE THRU 2100-EXIT
004420      END-IF.
004430  1000-EXIT.
004440      EXIT.
004450
004460*****************************************************************
004470* 2000-PROCESS-CHANGE - CARRY A CHANGE NOT YET DUE FORWARD TO
004480*                       THE WORK FILE, OR EDIT AND APPLY ONE
004490*                       THAT IS, AND READ AHEAD.  A CHANGE WITH
004500*                       AN UNUSABLE EFFECTIVE DATE IS NOT
004510*                       CARRIED - IT REJECTS IN THE EDITS.
004520*****************************************************************
004530  2000-PROCESS-CHANGE.
004540      ADD 1 TO WS-READ-COUNT.
004550
004560      IF PC-EFFECTIVE-DATE NUMERIC
004570              AND PC-EFFECTIVE-DATE > WS-RUN-DATE
004580          WRITE PRICE-NEW-RECORD FROM PRICE-CHANGE-RECORD
004590          ADD 1 TO WS-PENDING-COUNT
004600      ELSE
004610          PERFORM 3000-EDIT-AND-APPLY THRU 3000-EXIT
004620      END-IF.
004630
004640      PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
004650  2000-EXIT.
004660      EXIT.
004670
004680*****************************************************************
004690* 2100-READ-CHANGE - READ THE NEXT PRICE-CHANGE RECORD.
004700*****************************************************************
004710  2100-READ-CHANGE.
004720      READ PRICE-CHG
004730          AT END
004740              MOVE "Y" TO WS-EOF-SW
004750      END-READ.
004760  2100-EXIT.
004770      EXIT.
004780
004790*****************************************************************
004800* 3000-EDIT-AND-APPLY - VALIDATE ONE DUE PRICE CHANGE AND APPLY
004810*                       IT TO THE ONE SIZE GIVEN OR TO EVERY
004820*                       SIZE OF THE STYLE, FOLLOWED BY A STYLE
004830*                       TOTAL LINE ON THE REGISTER.
004840*****************************************************************
004850  3000-EDIT-AND-APPLY.
004860      MOVE "Y" TO WS-CHANGE-OK-SW.
004870      MOVE ZERO TO WS-STYLE-MARKDOWN.
004880      MOVE ZERO TO WS-STYLE-PAIRS.
004890      MOVE ZERO TO WS-SIZES-FOUND.
004900      MOVE ZERO TO WS-SIZES-REPRICED.
004910      PERFORM 3060-GET-CATEGORY THRU 3060-EXIT.
004920
004930      MOVE PC-SHOE-STYLE TO DL-SHOE-STYLE.
004940      MOVE PC-SHOE-SIZE TO DL-SHOE-SIZE.
004950      MOVE WS-CUR-CATEGORY TO DL-CATEGORY.
004960      MOVE PC-REASON-CD TO DL-REASON-CD.
004970      MOVE ZERO TO DL-OLD-PRICE.
004980      MOVE ZERO TO DL-ON-HAND.
004990      MOVE ZERO TO DL-MARKDOWN-AMT.
005000      IF PC-NEW-PRICE NUMERIC
005010          MOVE PC-NEW-PRICE TO DL-NEW-PRICE
005020      ELSE
005030          MOVE ZERO TO DL-NEW-PRICE
005040      END-IF.
005050
005060      EVALUATE TRUE
005070          WHEN NOT PC-VALID-REASON
005080              MOVE "REJECTED - REASON NOT M, P, OR E"
005090                  TO DL-DISPOSITION
005100              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005110          WHEN PC-NEW-PRICE NOT NUMERIC
005120              MOVE "REJECTED - NEW PRICE NOT NUMERIC"
005130                  TO DL-DISPOSITION
005140              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005150          WHEN PC-NEW-PRICE = ZERO
005160              MOVE "REJECTED - NEW PRICE IS ZERO"
005170                  TO DL-DISPOSITION
005180              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005190          WHEN PC-EFFECTIVE-DATE NOT NUMERIC
005200              MOVE "REJECTED - EFFECTIVE DATE BAD"
005210                  TO DL-DISPOSITION
005220              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005230      END-EVALUATE.
005240
005250      IF WS-CHANGE-OK
005260          IF PC-ALL-SIZES
005270              PERFORM 3300-APPLY-ALL-SIZES THRU 3300-EXIT
005280          ELSE
005290              PERFORM 3200-APPLY-ONE-SIZE THRU 3200-EXIT
005300          END-IF
005310      END-IF.
005320
005330      IF WS-CHANGE-OK
005340          ADD 1 TO WS-APPLIED-COUNT
005350          MOVE PC-SHOE-STYLE TO STL-SHOE-STYLE
005360          MOVE WS-STYLE-PAIRS TO STL-PAIRS
005370          MOVE WS-STYLE-MARKDOWN TO STL-MARKDOWN
005380          WRITE LISTING-RECORD FROM WS-STYLE-TOTAL-LINE
005390          MOVE SPACES TO LISTING-RECORD
005400          WRITE LISTING-RECORD
005410      END-IF.
005420  3000-EXIT.
005430      EXIT.
005440
005450*****************************************************************
005460* 3060-GET-CATEGORY - LOOK THE STYLE UP ON THE STYLE ATTRIBUTE
005470*                     MASTER FOR ITS CATEGORY.  A STYLE WITH NO
005480*                     ATTRIBUTE RECORD, OR A BLANK CATEGORY,
005490*                     TOTALS UNDER *NONE*.
005500*****************************************************************
005510  3060-GET-CATEGORY.
005520      MOVE WS-NO-CATEGORY TO WS-CUR-CATEGORY.
005530      MOVE PC-SHOE-STYLE TO SA-SHOE-STYLE.
005540      READ STYLE-ATTR
005550          INVALID KEY
005560              CONTINUE
005570          NOT INVALID KEY
005580              IF SA-CATEGORY NOT = SPACES
005590                  MOVE SA-CATEGORY TO WS-CUR-CATEGORY
005600              END-IF
005610      END-READ.
005620  3060-EXIT.
005630      EXIT.
005640
005650*****************************************************************
005660* 3200-APPLY-ONE-SIZE - APPLY THE CHANGE TO THE ONE STYLE/SIZE
005670*                       GIVEN.  IT MUST BE ON FILE AND ACTIVE.
005680*****************************************************************
005690  3200-APPLY-ONE-SIZE.
005700      MOVE PC-SHOE-STYLE TO SM-SHOE-STYLE.
005710      MOVE PC-SHOE-SIZE TO SM-SHOE-SIZE.
005720      READ SHOE-MASTER
005730          INVALID KEY
005740              MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
005750                  TO DL-DISPOSITION
005760              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005770          NOT INVALID KEY
005780              IF SM-INACTIVE
005790                  MOVE SM-RETAIL-PRICE TO DL-OLD-PRICE
005800                  MOVE SM-QTY-ON-HAND TO DL-ON-HAND
005810                  MOVE "REJECTED - STYLE INACTIVE"
005820                      TO DL-DISPOSITION
005830                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005840              ELSE
005850                  PERFORM 3500-REPRICE-SIZE THRU 3500-EXIT
005860              END-IF
005870      END-READ.
005880  3200-EXIT.
005890      EXIT.
005900
005910*****************************************************************
005920* 3300-APPLY-ALL-SIZES - POSITION THE MASTER AT THE FIRST SIZE
005930*                        OF THE STYLE AND APPLY THE CHANGE TO
005940*                        EVERY ACTIVE SIZE UNTIL THE STYLE
005950*                        CHANGES.  AN INACTIVE SIZE IS LISTED AS
005960*                        SKIPPED; A STYLE WITH NO SIZES AT ALL
005970*                        REJECTS.
005980*****************************************************************
005990  3300-APPLY-ALL-SIZES.
006000      MOVE "N" TO WS-STYLE-END-SW.
006010      MOVE PC-SHOE-STYLE TO SM-SHOE-STYLE.
006020      MOVE LOW-VALUES TO SM-SHOE-SIZE.
006030      START SHOE-MASTER KEY NOT < SM-MASTER-KEY
006040          INVALID KEY
006050              MOVE "Y" TO WS-STYLE-END-SW
006060      END-START.
006070
006080      IF NOT WS-STYLE-END
006090          PERFORM 3310-READ-NEXT-SIZE THRU 3310-EXIT
006100      END-IF.
006110      PERFORM 3320-APPLY-NEXT-SIZE THRU 3320-EXIT
006120          UNTIL WS-STYLE-END.
006130
006140      IF WS-SIZES-FOUND = ZERO
006150          MOVE "REJECTED - STYLE NOT ON FILE"
006160              TO DL-DISPOSITION
006170          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
006180      END-IF.
006190  3300-EXIT.
006200      EXIT.
006210
006220*****************************************************************
006230* 3310-READ-NEXT-SIZE - READ THE NEXT MASTER RECORD, ENDING THE
006240*                       STYLE AT END OF FILE OR WHEN THE STYLE
006250*                       CHANGES.
006260*****************************************************************
006270  3310-READ-NEXT-SIZE.
006280      READ SHOE-MASTER NEXT RECORD
006290          AT END
006300              MOVE "Y" TO WS-STYLE-END-SW
006310          NOT AT END
006320              IF SM-SHOE-STYLE NOT = PC-SHOE-STYLE
006330                  MOVE "Y" TO WS-STYLE-END-SW
006340              END-IF
006350      END-READ.
006360  3310-EXIT.
006370      EXIT.
006380
006390*****************************************************************
006400* 3320-APPLY-NEXT-SIZE - REPRICE ONE SIZE OF THE STYLE, OR LIST
006410*                        IT SKIPPED IF INACTIVE, AND READ AHEAD.
006420*****************************************************************
006430  3320-APPLY-NEXT-SIZE.
006440      ADD 1 TO WS-SIZES-FOUND.
006450      MOVE SM-SHOE-SIZE TO DL-SHOE-SIZE.
006460      IF SM-INACTIVE
006470          MOVE SM-RETAIL-PRICE TO DL-OLD-PRICE
006480          MOVE SM-QTY-ON-HAND TO DL-ON-HAND
006490          MOVE ZERO TO DL-MARKDOWN-AMT
006500          MOVE "SKIPPED - SIZE INACTIVE" TO DL-DISPOSITION
006510          WRITE LISTING-RECORD FROM WS-DETAIL-LINE
006520      ELSE
006530          PERFORM 3500-REPRICE-SIZE THRU 3500-EXIT
006540      END-IF.
006550
006560      PERFORM 3310-READ-NEXT-SIZE THRU 3310-EXIT.
006570  3320-EXIT.
006580      EXIT.
006590
006600*****************************************************************
006610* 3500-REPRICE-SIZE - SET THE NEW RETAIL PRICE ON THE CURRENT
006620*                     MASTER RECORD, EXTEND THE PRICE DROP BY
006630*                     ON-HAND, REWRITE THE MASTER, AND LOG THE
006640*                     OLD AND NEW PRICE TO THE AUDIT TRAIL.  A
006650*                     SIZE ALREADY AT THE NEW PRICE IS LISTED
006660*                     BUT NOT REWRITTEN.
006670*****************************************************************
006680  3500-REPRICE-SIZE.
006690      MOVE SM-RETAIL-PRICE TO WS-OLD-PRICE.
006700      MOVE WS-OLD-PRICE TO DL-OLD-PRICE.
006710      MOVE SM-QTY-ON-HAND TO DL-ON-HAND.
006720
006730      IF WS-OLD-PRICE = PC-NEW-PRICE
006740          MOVE ZERO TO DL-MARKDOWN-AMT
006750          MOVE "NO CHANGE - PRICE ALREADY SET" TO DL-DISPOSITION
006760          WRITE LISTING-RECORD FROM WS-DETAIL-LINE
006770          ADD 1 TO WS-UNCHANGED-COUNT
006780      ELSE
006790          ADD 1 TO WS-ACCEPT-COUNT
006800          COMPUTE WS-MARKDOWN-AMT =
006810              (WS-OLD-PRICE - PC-NEW-PRICE) * SM-QTY-ON-HAND
006820          PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
006830          MOVE PC-NEW-PRICE TO SM-RETAIL-PRICE
006840          MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE
006850          MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME
006860          MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER
006870          REWRITE SHOE-MASTER-RECORD
006880              INVALID KEY
006890                  MOVE ZERO TO DL-MARKDOWN-AMT
006900                  MOVE "REJECTED - UNABLE TO REWRITE"
006910                      TO DL-DISPOSITION
006920                  PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT
006930              NOT INVALID KEY
006940                  ADD 1 TO WS-WRITE-COUNT
006950                  MOVE WS-MARKDOWN-AMT TO DL-MARKDOWN-AMT
006960                  MOVE "REPRICED" TO DL-DISPOSITION
006970                  PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT
006980                  PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
006990                  PERFORM 3600-ADD-TO-TOTALS THRU 3600-EXIT
007000                  PERFORM 3650-JOURNAL-MARKDOWN THRU 3650-EXIT
007010          END-REWRITE
007020      END-IF.
007030  3500-EXIT.
007040      EXIT.
007050
007060*****************************************************************
007070* 3650-JOURNAL-MARKDOWN - JOURNAL ONE REPRICED SIZE'S MARKDOWN ON
007080*                         THE PAIRS ON HAND.  A MARKDOWN DEBITS
007090*                         MARKDOWN EXPENSE AND CREDITS THE
007100*                         MARKDOWN RESERVE; A MARKUP REVERSES
007110*                         THEM.  STOCK IS CARRIED AT COST, SO
007120*                         NEITHER ACCOUNT IS AN INVENTORY-AT-COST
007130*                         ACCOUNT.
007140*****************************************************************
007150  3650-JOURNAL-MARKDOWN.
007160      IF WS-MARKDOWN-AMT < ZERO
007170          COMPUTE WS-GL-AMOUNT = 0 - WS-MARKDOWN-AMT
007180          MOVE GL-ACCT-MARKDOWN-RSV TO WS-GL-DEBIT-ACCT
007190          MOVE GL-ACCT-MARKDOWN TO WS-GL-CREDIT-ACCT
007200      ELSE
007210          MOVE WS-MARKDOWN-AMT TO WS-GL-AMOUNT
007220          MOVE GL-ACCT-MARKDOWN TO WS-GL-DEBIT-ACCT
007230          MOVE GL-ACCT-MARKDOWN-RSV TO WS-GL-CREDIT-ACCT
007240      END-IF.
007250      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
007260  3650-EXIT.
007270      EXIT.
007280
007290*****************************************************************
007300* 3600-ADD-TO-TOTALS - ADD ONE REPRICED SIZE'S PAIRS AND
007310*                      MARKDOWN TO THE STYLE, CATEGORY, AND RUN
007320*                      TOTALS.
007330*****************************************************************
007340  3600-ADD-TO-TOTALS.
007350      ADD 1 TO WS-SIZES-REPRICED.
007360      ADD SM-QTY-ON-HAND TO WS-STYLE-PAIRS.
007370      ADD WS-MARKDOWN-AMT TO WS-STYLE-MARKDOWN.
007380      ADD WS-MARKDOWN-AMT TO WS-TOTAL-MARKDOWN.
007390
007400      MOVE "N" TO WS-CAT-FOUND-SW.
007410      PERFORM 3610-FIND-CATEGORY THRU 3610-EXIT
007420          VARYING WS-CAT-SUB FROM 1 BY 1
007430          UNTIL WS-CAT-FOUND OR WS-CAT-SUB > WS-CAT-COUNT.
007440
007450      IF NOT WS-CAT-FOUND
007460          IF WS-CAT-COUNT < WS-CAT-MAX
007470              ADD 1 TO WS-CAT-COUNT
007480              MOVE WS-CAT-COUNT TO WS-CAT-USE-SUB
007490              MOVE WS-CUR-CATEGORY
007500                  TO WS-CAT-CATEGORY (WS-CAT-USE-SUB)
007510              MOVE ZERO TO WS-CAT-PAIRS (WS-CAT-USE-SUB)
007520              MOVE ZERO TO WS-CAT-MARKDOWN (WS-CAT-USE-SUB)
007530              MOVE "Y" TO WS-CAT-FOUND-SW
007540          ELSE
007550              MOVE "Y" TO WS-CAT-TABLE-FULL-SW
007560          END-IF
007570      END-IF.
007580
007590      IF WS-CAT-FOUND
007600          ADD SM-QTY-ON-HAND TO WS-CAT-PAIRS (WS-CAT-USE-SUB)
007610          ADD WS-MARKDOWN-AMT TO WS-CAT-MARKDOWN (WS-CAT-USE-SUB)
007620      END-IF.
007630  3600-EXIT.
007640      EXIT.
007650
007660*****************************************************************
007670* 3610-FIND-CATEGORY - LOOK FOR THE CURRENT CATEGORY IN THE
007680*                      CATEGORY TABLE, SAVING THE SUBSCRIPT OF
007690*                      A MATCH.
007700*****************************************************************
007710  3610-FIND-CATEGORY.
007720      IF WS-CAT-CATEGORY (WS-CAT-SUB) = WS-CUR-CATEGORY
007730          MOVE "Y" TO WS-CAT-FOUND-SW
007740          MOVE WS-CAT-SUB TO WS-CAT-USE-SUB
007750      END-IF.
007760  3610-EXIT.
007770      EXIT.
007780
007790*****************************************************************
007800* 3800-PRINT-REJECT - COUNT AND PRINT ONE REJECTED PRICE CHANGE
007810*                     AND MARK IT NOT OK.  IT IS NOT CARRIED
007820*                     FORWARD - MERCHANDISING REKEYS IT.
007830*****************************************************************
007840  3800-PRINT-REJECT.
007850      MOVE "N" TO WS-CHANGE-OK-SW.
007860      ADD 1 TO WS-REJECT-COUNT.
007870      MOVE ZERO TO DL-MARKDOWN-AMT.
007880      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
007890  3800-EXIT.
007900      EXIT.
007910
007920*****************************************************************
007930* 3900-PRINT-DETAIL - PRINT ONE STYLE/SIZE LINE ON THE REGISTER.
007940*****************************************************************
007950  3900-PRINT-DETAIL.
007960      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
007970  3900-EXIT.
007980      EXIT.
007990
008000*****************************************************************
008010* 4000-WRITE-REG-PRICES - REWRITE THE REGISTER PRICE FILE FROM
008020*                         THE MASTER, ONE RECORD PER ACTIVE
008030*                         STYLE/SIZE, AFTER EVERY CHANGE HAS
008040*                         BEEN APPLIED.
008050*****************************************************************
008060  4000-WRITE-REG-PRICES.
008070      MOVE "N" TO WS-MASTER-EOF-SW.
008080      MOVE LOW-VALUES TO SM-MASTER-KEY.
008090      START SHOE-MASTER KEY NOT < SM-MASTER-KEY
008100          INVALID KEY
008110              MOVE "Y" TO WS-MASTER-EOF-SW
008120      END-START.
008130
008140      IF NOT WS-MASTER-EOF
008150          PERFORM 4100-READ-MASTER THRU 4100-EXIT
008160      END-IF.
008170      PERFORM 4200-WRITE-ONE-PRICE THRU 4200-EXIT
008180          UNTIL WS-MASTER-EOF.
008190  4000-EXIT.
008200      EXIT.
008210
008220*****************************************************************
008230* 4100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
008240*****************************************************************
008250  4100-READ-MASTER.
008260      READ SHOE-MASTER NEXT RECORD
008270          AT END
008280              MOVE "Y" TO WS-MASTER-EOF-SW
008290      END-READ.
008300  4100-EXIT.
008310      EXIT.
008320
008330*****************************************************************
008340* 4200-WRITE-ONE-PRICE - WRITE ONE ACTIVE STYLE/SIZE TO THE
008350*                        REGISTER PRICE FILE, FLAGGED CHANGED
008360*                        WHEN THIS RUN REPRICED IT, AND READ
008370*                        AHEAD.
008380*****************************************************************
008390  4200-WRITE-ONE-PRICE.
008400      IF SM-ACTIVE
008410          MOVE SPACES TO REG-PRICE-RECORD
008420          MOVE SM-SHOE-STYLE TO RG-SHOE-STYLE
008430          MOVE "," TO RG-FILL-01
008440          MOVE SM-SHOE-SIZE TO RG-SHOE-SIZE
008450          MOVE "," TO RG-FILL-02
008460          MOVE SM-RETAIL-PRICE TO RG-RETAIL-PRICE
008470          MOVE "," TO RG-FILL-03
008480          MOVE WS-RUN-DATE TO RG-PRICE-DATE
008490          MOVE "," TO RG-FILL-04
008500          IF SM-LAST-UPD-OPER = WS-OPERATOR-ID
008510                  AND SM-LAST-UPD-DATE = WS-RUN-DATE
008520              MOVE "Y" TO RG-CHANGED-CD
008530          ELSE
008540              MOVE "N" TO RG-CHANGED-CD
008550          END-IF
008560          MOVE "," TO RG-FILL-05
008570          MOVE SM-SHOE-STYLE TO SA-SHOE-STYLE
008580          READ STYLE-ATTR
008590              INVALID KEY
008600                  CONTINUE
008610              NOT INVALID KEY
008620                  MOVE SA-DESCRIPTION TO RG-DESCRIPTION
008630          END-READ
008640          WRITE REG-PRICE-RECORD
008650          ADD 1 TO WS-REG-PRICE-COUNT
008660      END-IF.
008670
008680      PERFORM 4100-READ-MASTER THRU 4100-EXIT.
008690  4200-EXIT.
008700      EXIT.
008710
008720*****************************************************************
008730* 8000-PRINT-TOTALS - PRINT THE MARKDOWN BY CATEGORY AND THE
008740*                     RUN TOTALS.
008750*****************************************************************
008760  8000-PRINT-TOTALS.
008770      MOVE SPACES TO LISTING-RECORD.
008780      WRITE LISTING-RECORD.
008790      WRITE LISTING-RECORD FROM WS-CAT-HEADING-1.
008800      WRITE LISTING-RECORD FROM WS-CAT-HEADING-2.
008810      PERFORM 8100-PRINT-ONE-CATEGORY THRU 8100-EXIT
008820          VARYING WS-CAT-SUB FROM 1 BY 1
008830          UNTIL WS-CAT-SUB > WS-CAT-COUNT.
008840      IF WS-CAT-TABLE-FULL
008850          WRITE LISTING-RECORD FROM WS-CAT-FULL-LINE
008860      END-IF.
008870
008880      MOVE WS-READ-COUNT TO TL-READ-COUNT.
008890      MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT.
008900      MOVE WS-PENDING-COUNT TO TL-PENDING-COUNT.
008910      MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
008920      MOVE WS-WRITE-COUNT TO TL-WRITE-COUNT.
008930      MOVE WS-UNCHANGED-COUNT TO TL-UNCHANGED-COUNT.
008940      MOVE WS-REG-PRICE-COUNT TO TL-REG-PRICE-COUNT.
008950      MOVE WS-TOTAL-MARKDOWN TO TL-TOTAL-MARKDOWN.
008960      MOVE WS-GL-ENTRY-COUNT TO TL-GL-ENTRY-COUNT.
008970
008980      MOVE SPACES TO LISTING-RECORD.
008990      WRITE LISTING-RECORD.
009000      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
009010      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
009020      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
009030      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
009040      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
009050      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
009060      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
009070      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-8.
009080      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-9.
009090  8000-EXIT.
009100      EXIT.
009110
009120*****************************************************************
009130* 8100-PRINT-ONE-CATEGORY - PRINT ONE CATEGORY'S MARKDOWN LINE.
009140*****************************************************************
009150  8100-PRINT-ONE-CATEGORY.
009160      MOVE WS-CAT-CATEGORY (WS-CAT-SUB) TO CL-CATEGORY.
009170      MOVE WS-CAT-PAIRS (WS-CAT-SUB) TO CL-PAIRS.
009180      MOVE WS-CAT-MARKDOWN (WS-CAT-SUB) TO CL-MARKDOWN.
009190      WRITE LISTING-RECORD FROM WS-CAT-LINE.
009200  8100-EXIT.
009210      EXIT.
009220
009230*****************************************************************
009240* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
009250*                              SO THE SAME STAMP CAN BE USED FOR
009260*                              THE MASTER UPDATE AND ITS AUDIT-
009270*                              LOG RECORD.
009280*****************************************************************
009290  8890-GET-CURRENT-DATE-TIME.
009300      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009310      ACCEPT WS-CURRENT-TIME FROM TIME.
009320  8890-EXIT.
009330      EXIT.
009340
009350*****************************************************************
009360* 8900-WRITE-AUDIT-RECORD - LOG ONE REPRICED STYLE/SIZE WITH ITS
009370*                           OLD AND NEW RETAIL PRICE.  ON-HAND
009380*                           IS UNCHANGED, SO IT GOES IN BOTH
009390*                           QUANTITY FIELDS.  THE OPERATOR IS
009400*                           WHOEVER KEYED THE CHANGE, OR THIS
009410*                           RUN WHEN THE ROW CARRIES NONE.
009420*****************************************************************
009430  8900-WRITE-AUDIT-RECORD.
009440      IF PC-OPERATOR-ID = SPACES
009450          MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
009460      ELSE
009470          MOVE PC-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
009480      END-IF.
009490      MOVE SPACES TO AUDIT-LOG-RECORD.
009500      MOVE SM-SHOE-STYLE TO AL-SHOE-STYLE.
009510      MOVE SM-SHOE-SIZE TO AL-SHOE-SIZE.
009520      MOVE "R" TO AL-TRANS-TYPE.
009530      MOVE WS-CURRENT-DATE TO AL-TRANS-DATE.
009540      MOVE WS-CURRENT-TIME TO AL-TRANS-TIME.
009550      MOVE WS-AUDIT-OPERATOR-ID TO AL-OPERATOR-ID.
009560      MOVE SM-QTY-ON-HAND TO AL-QTY-BEFORE.
009570      MOVE SM-QTY-ON-HAND TO AL-QTY-AFTER.
009580      MOVE WS-OLD-PRICE TO AL-PRICE-BEFORE.
009590      MOVE SM-RETAIL-PRICE TO AL-PRICE-AFTER.
009600      WRITE AUDIT-LOG-RECORD.
009610  8900-EXIT.
009620      EXIT.
009630
009640*****************************************************************
009650* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
009660*                      FOR ONE MARKDOWN.  A SIZE WITH NOTHING ON
009670*                      HAND HAS NO MARKDOWN TO JOURNAL.
009680*****************************************************************
009690  8910-WRITE-GL-PAIR.
009700      IF WS-GL-AMOUNT > ZERO
009710          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
009720          MOVE "D" TO WS-GL-POST-DR-CR
009730          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
009740          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
009750          MOVE "C" TO WS-GL-POST-DR-CR
009760          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
009770      END-IF.
009780  8910-EXIT.
009790      EXIT.
009800
009810*****************************************************************
009820* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
009830*                       RUN'S BATCH AND ADD IT TO THE BATCH
009840*                       TOTALS.
009850*****************************************************************
009860  8920-WRITE-GL-ENTRY.
009870      MOVE SPACES TO GL-JOURNAL-RECORD.
009880      MOVE "D" TO GJ-RECORD-TYPE.
009890      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
009900      MOVE "LAB10PRC" TO GJ-SOURCE-PROGRAM.
009910      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
009920      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
009930      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
009940      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
009950      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
009960      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
009970      MOVE "M" TO GJ-ENTRY-CD.
009980      WRITE GL-JOURNAL-RECORD.
009990      ADD 1 TO WS-GL-ENTRY-COUNT.
010000      IF GJ-DEBIT
010010          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
010020      ELSE
010030          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
010040      END-IF.
010050  8920-EXIT.
010060      EXIT.
010070
010080*****************************************************************
010090* 8950-WRITE-CONTROL-TOTALS - APPEND ONE RECORD TO CONTROL-TOTALS
010100*                             SUMMARIZING THIS RUN'S ACCEPTED
010110*                             REPRICES AGAINST MASTER REWRITES
010120*                             SO LAB10REC CAN RECONCILE THEM.
010130*                             RUN-TYPE V TELLS LAB10REC THESE
010140*                             WRITES DID NOT ADD MASTER RECORDS.
010150*****************************************************************
010160  8950-WRITE-CONTROL-TOTALS.
010170      MOVE SPACES TO CONTROL-TOTALS-RECORD.
010180      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
010190      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
010200      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
010210      MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID.
010220      MOVE WS-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
010230      MOVE WS-WRITE-COUNT TO CT-WRITE-COUNT.
010240      MOVE "V" TO CT-RUN-TYPE.
010250      WRITE CONTROL-TOTALS-RECORD.
010260  8950-EXIT.
010270      EXIT.
010280
010290*****************************************************************
010300* 8960-WRITE-GL-BATCH-TOTAL - CLOSE THIS RUN'S GL BATCH WITH ITS
010310*                             ENTRY COUNT AND DEBIT AND CREDIT
010320*                             TOTALS.  A RUN THAT JOURNALED
010330*                             NOTHING WRITES NO BATCH.
010340*****************************************************************
010350  8960-WRITE-GL-BATCH-TOTAL.
010360      IF WS-GL-ENTRY-COUNT > ZERO
010370          MOVE SPACES TO GL-JOURNAL-RECORD
010380          MOVE "T" TO GJ-RECORD-TYPE
010390          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
010400          MOVE "LAB10PRC" TO GJ-SOURCE-PROGRAM
010410          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
010420          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
010430          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
010440          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
010450          WRITE GL-JOURNAL-RECORD
010460      END-IF.
010470  8960-EXIT.
010480      EXIT.
010490
010500*****************************************************************
010510* 9000-TERMINATE - WRITE THE CONTROL TOTALS, CLOSE THE FILES,
010520*                  AND ROLL THE CHANGES NOT YET DUE BACK INTO
010530*                  THE PRICE-CHANGE FILE.
010540*****************************************************************
010550  9000-TERMINATE.
010560      PERFORM 8950-WRITE-CONTROL-TOTALS THRU 8950-EXIT.
010570      PERFORM 8960-WRITE-GL-BATCH-TOTAL THRU 8960-EXIT.
010580      CLOSE SHOE-MASTER.
010590      CLOSE STYLE-ATTR.
010600      CLOSE AUDIT-LOG.
010610      CLOSE CONTROL-TOTALS.
010620      CLOSE MARKDOWN-LISTING.
010630      CLOSE GL-JOURNAL.
010640
010650      IF NOT WS-RUN-ABANDONED
010660          CLOSE PRICE-CHG
010670          CLOSE PRICE-NEW
010680          CLOSE REG-PRICE
010690          PERFORM 9500-COPY-BACK-CHANGES THRU 9500-EXIT
010700      END-IF.
010710  9000-EXIT.
010720      EXIT.
010730
010740*****************************************************************
010750* 9500-COPY-BACK-CHANGES - REWRITE THE LIVE PRICE-CHANGE FILE
010760*                          FROM THE WORK FILE, SO IT HOLDS ONLY
010770*                          THE CHANGES NOT YET DUE.  DONE IN TWO
010780*                          PASSES SO AN ABANDONED RUN NEVER
010790*                          LEAVES A HALF-BUILT FILE.
010800*****************************************************************
010810  9500-COPY-BACK-CHANGES.
010820      MOVE "N" TO WS-COPY-EOF-SW.
010830      OPEN INPUT PRICE-NEW.
010840      OPEN OUTPUT PRICE-CHG.
010850
010860      PERFORM 9510-READ-PRICE-NEW THRU 9510-EXIT.
010870      PERFORM 9520-COPY-ONE-CHANGE THRU 9520-EXIT
010880          UNTIL WS-COPY-EOF.
010890
010900      CLOSE PRICE-NEW.
010910      CLOSE PRICE-CHG.
010920  9500-EXIT.
010930      EXIT.
010940
010950*****************************************************************
010960* 9510-READ-PRICE-NEW - READ THE NEXT WORK-FILE RECORD.
010970*****************************************************************
010980  9510-READ-PRICE-NEW.
010990      READ PRICE-NEW
011000          AT END
011010              MOVE "Y" TO WS-COPY-EOF-SW
011020      END-READ.
011030  9510-EXIT.
011040      EXIT.
011050
011060*****************************************************************
011070* 9520-COPY-ONE-CHANGE - COPY ONE WORK-FILE RECORD BACK TO THE
011080*                        LIVE PRICE-CHANGE FILE AND READ AHEAD.
011090*****************************************************************
011100  9520-COPY-ONE-CHANGE.
011110      WRITE PRICE-CHANGE-RECORD FROM PRICE-NEW-RECORD.
011120      PERFORM 9510-READ-PRICE-NEW THRU 9510-EXIT.
011130  9520-EXIT.
011140      EXIT.
011150
011160  END PROGRAM LAB10PRC.

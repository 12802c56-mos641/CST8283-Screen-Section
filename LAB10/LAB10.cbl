000830*                   4100-CHANGE-SIZE AND 5000-DELETE-RECORD SO
000840*                   A FAILED REWRITE IS REPORTED INSTEAD OF
000850*                   GOING UNNOTICED.
000860*   2026-08-22  DF  ADDED SM-QTY-ON-HAND TO THE MASTER FOR THE
000870*                   NIGHTLY RECEIPTS/SALES POSTING RUN (LAB10PST).
000880*                   AN ADD NOW STARTS THE STYLE AT ZERO ON HAND.
000890*                   CONTROL-TOTALS RECORDS ARE NOW STAMPED
000900*                   RUN-TYPE K SO LAB10REC CAN TELL A KEYED RUN
000910*                   FROM A POSTING RUN.  THE AUDIT-LOG AND
000920*                   CONTROL-TOTALS RECORDS ARE NOW CLEARED TO
000930*                   SPACES BEFORE BEING BUILT SO THE UNSET FILLER
000940*                   BYTES ARE NOT LEFT AS LOW-VALUES.
000950*   2026-08-22  DF  SHOE-MASTER REKEYED ON STYLE PLUS SIZE
000960*                   (SM-MASTER-KEY) SO ONE STYLE CARRIES ITS
000970*                   WHOLE SIZE RUN.  ADD, INQUIRE, AND DELETE
000980*                   NOW WORK AT THE STYLE/SIZE LEVEL.  SIZE IS
000990*                   NOW PART OF THE KEY, SO THE INQUIRE/CHANGE
001000*                   SCREEN CORRECTS THE ON-HAND QUANTITY - A
001010*                   WRONG SIZE IS FIXED BY A DELETE AND AN ADD.
001020*   2026-08-22  DF  SIGN-ON NOW VALIDATES AGAINST THE OPERATOR
001030*                   SECURITY MASTER (OPERMAST, MAINTAINED BY
001040*                   LAB10OPM): UNKNOWN OR REVOKED IDS AND WRONG
001050*                   PASSWORDS ARE REJECTED AND THREE FAILED
001060*                   ATTEMPTS END THE SESSION.  THE D (DELETE)
001070*                   FUNCTION NOW REQUIRES SUPERVISOR AUTHORITY,
001080*                   SINCE AN INACTIVATED STYLE DROPS OUT OF THE
001090*                   VENDOR EXPORT THE SAME NIGHT.
001100*   2026-08-22  DF  ADDED A SESSION JOURNAL (SESSJRNL).  THE
001110*                   RUNNING ACCEPT/WRITE COUNTS ARE JOURNALED
001120*                   AFTER EVERY TRANSACTION, AND SIGN-ON NOW
001130*                   DETECTS A PRIOR SESSION FOR THIS OPERATOR
001140*                   THAT NEVER CLOSED OUT AND WRITES ITS
001150*                   MISSING CONTROL-TOTALS RECORD (RUN-TYPE R)
001160*                   FROM THE JOURNAL, SO AN INTERRUPTED
001170*                   SESSION'S WRITES ARE NOT INVISIBLE TO
001180*                   LAB10REC.
001190*   2026-09-02  DF  THE MASTER NOW CARRIES SM-QTY-ON-ORDER AND
001200*                   SM-REORDER-POINT FOR THE REPLENISHMENT
001210*                   EXTRACT (LAB10RPL).  AN ADD STARTS BOTH AT
001220*                   ZERO AND THE INQUIRE/CHANGE SCREEN NOW
001230*                   SHOWS AND CORRECTS THEM ALONGSIDE THE
001240*                   ON-HAND QUANTITY.
001250*   2026-09-02  DF  THE MASTER NOW CARRIES SM-UNIT-COST AND
001260*                   SM-RETAIL-PRICE FOR THE VALUATION REPORT
001270*                   (LAB10VAL).  BOTH ARE KEYED ON THE ADD
001280*                   SCREEN (AS DIGITS, DOLLARS THEN CENTS) AND
001290*                   CORRECTED ON THE INQUIRE/CHANGE SCREEN.
001300*   2026-09-02  DF  THE INQUIRE/CHANGE SCREEN NOW SHOWS THE
001310*                   STYLE'S DESCRIPTION FROM THE STYLE
001320*                   ATTRIBUTE MASTER (STYLATTR, MAINTAINED BY
001330*                   LAB10SAM).  A STYLE WITH NO ATTRIBUTE
001340*                   RECORD SHOWS A BLANK DESCRIPTION.
001350*   2026-09-02  DF  AUDIT-LOG RECORDS NOW CARRY THE BEFORE AND
001360*                   AFTER ON-HAND QUANTITY ON A CHANGE, AND THE
001370*                   FINAL QUANTITY ON A DELETE, SO THE HISTORY
001380*                   LISTING CAN SHOW WHAT ACTUALLY CHANGED.
001390*   2026-10-15  DF  A CHANGE OR DELETE THAT MOVES THE VALUE OF
001400*                   STOCK NOW JOURNALS IT TO THE GL JOURNAL
001410*                   (GLJRNL) - A CORRECTED ON-HAND QUANTITY AT
001420*                   THE OLD COST AGAINST SHRINK, A CORRECTED
001430*                   UNIT COST ON THE NEW QUANTITY AGAINST COST
001440*                   REVALUATION, AND A DELETE OF AN ACTIVE
001450*                   STYLE/SIZE WITH PAIRS ON HAND AS A MOVE TO
001460*                   DISCONTINUED INVENTORY.  THE SESSION CLOSES
001470*                   ITS BATCH WITH A BATCH-TOTAL RECORD.
001480*   2026-10-15  DF  AUDIT-LOG RECORDS NOW CARRY THE HOME
001490*                   STOCKING LOCATION, WHERE THE NIGHTLY LOCATION
001500*                   BALANCE (LAB10LOC) PUTS ANY ON-HAND CHANGE
001510*                   KEYED HERE.
001520*****************************************************************
001530  ENVIRONMENT DIVISION.
001540  INPUT-OUTPUT SECTION.
001550  FILE-CONTROL.
001560      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
001570          ORGANIZATION IS INDEXED
001580          ACCESS MODE IS DYNAMIC
001590          RECORD KEY IS SM-MASTER-KEY
001600          FILE STATUS IS WS-SHOE-MASTER-STATUS.
001610 
001620      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
001630          ORGANIZATION IS LINE SEQUENTIAL
001640          FILE STATUS IS WS-AUDIT-LOG-STATUS.
001650 
001660      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
001670          ORGANIZATION IS LINE SEQUENTIAL
001680          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
001690 
001700      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
001710          ORGANIZATION IS INDEXED
001720          ACCESS MODE IS DYNAMIC
001730          RECORD KEY IS SX-SHOE-STYLE
001740          FILE STATUS IS WS-STYLE-XREF-STATUS.
001750
001760      SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
001770          ORGANIZATION IS INDEXED
001780          ACCESS MODE IS DYNAMIC
001790          RECORD KEY IS OM-OPERATOR-ID
001800          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
001810
001820      SELECT SESSION-JOURNAL ASSIGN TO "SESSJRNL"
001830          ORGANIZATION IS LINE SEQUENTIAL
001840          FILE STATUS IS WS-SESSION-JOURNAL-STATUS.
001850
001860      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
001870          ORGANIZATION IS INDEXED
001880          ACCESS MODE IS DYNAMIC
001890          RECORD KEY IS SA-SHOE-STYLE
001900          FILE STATUS IS WS-STYLE-ATTR-STATUS.
001910
001920      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
001930          ORGANIZATION IS LINE SEQUENTIAL
001940          FILE STATUS IS WS-GL-JOURNAL-STATUS.
001950 
001960  DATA DIVISION.
001970  FILE SECTION.
001980  FD  SHOE-MASTER
001990      LABEL RECORDS ARE STANDARD.
002000      COPY SHOEMAST.
002010 
002020  FD  AUDIT-LOG
002030      LABEL RECORDS ARE STANDARD.
002040      COPY AUDITLOG.
002050 
002060  FD  CONTROL-TOTALS
002070      LABEL RECORDS ARE STANDARD.
002080      COPY CTLTOTAL.
002090 
002100  FD  STYLE-XREF
002110      LABEL RECORDS ARE STANDARD.
002120      COPY STYLEXRF.
002130
002140  FD  OPERATOR-MASTER
002150      LABEL RECORDS ARE STANDARD.
002160      COPY OPERMAST.
002170
002180  FD  SESSION-JOURNAL
002190      LABEL RECORDS ARE STANDARD.
002200      COPY SESSJRNL.
002210
002220  FD  STYLE-ATTR
002230      LABEL RECORDS ARE STANDARD.
002240      COPY STYLATTR.
002250
002260  FD  GL-JOURNAL
002270      LABEL RECORDS ARE STANDARD.
002280      COPY GLJRNL.
002290
002300  WORKING-STORAGE SECTION.
002310  01  SHOE-RECORD-IN.
002320      05  SHOE-STYLE-WS           PIC X(5).
002330          88  END-OF-SESSION              VALUE "END  ".
002340      05  SHOE-SIZE-WS            PIC 9(4).
002350 
002360  01  FUNCTION-WS                 PIC X(01) VALUE "A".
002370      88  FUNC-ADD                        VALUE "A".
002380      88  FUNC-INQUIRY                    VALUE "I".
002390      88  FUNC-DELETE                     VALUE "D".
002400 
002410  01  WS-SHOE-MASTER-STATUS       PIC X(02).
002420      88  WS-SM-OK                        VALUE "00".
002430      88  WS-SM-FILE-NOT-FOUND            VALUE "35".
002440 
002450  01  WS-AUDIT-LOG-STATUS         PIC X(02).
002460      88  WS-AL-OK                        VALUE "00".
002470      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
002480 
002490  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
002500      88  WS-CT-OK                        VALUE "00".
002510      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
002520 
002530  01  WS-STYLE-XREF-STATUS        PIC X(02).
002540      88  WS-SX-OK                        VALUE "00".
002550      88  WS-SX-FILE-NOT-FOUND            VALUE "35".
002560
002570  01  WS-OPERATOR-MASTER-STATUS   PIC X(02).
002580      88  WS-OM-OK                        VALUE "00".
002590      88  WS-OM-FILE-NOT-FOUND            VALUE "35".
002600
002610  01  WS-SESSION-JOURNAL-STATUS   PIC X(02).
002620      88  WS-SJ-OK                        VALUE "00".
002630      88  WS-SJ-FILE-NOT-FOUND            VALUE "35".
002640
002650  01  WS-STYLE-ATTR-STATUS        PIC X(02).
002660      88  WS-SA-OK                        VALUE "00".
002670      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
002680
002690  01  WS-GL-JOURNAL-STATUS        PIC X(02).
002700      88  WS-GJ-OK                        VALUE "00".
002710      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
002720 
002730  01  WS-VALID-ENTRY-SW           PIC X(01) VALUE "N".
002740      88  WS-VALID-ENTRY                   VALUE "Y".
002750 
002760  01  WS-QTY-VALID-SW             PIC X(01) VALUE "N".
002770      88  WS-QTY-VALID                     VALUE "Y".
002780 
002790  01  WS-SIZE-IN-RANGE-SW         PIC X(01) VALUE "Y".
002800      88  WS-SIZE-IN-RANGE                 VALUE "Y".
002810 
002820  01  WS-SHOE-SIZE-NUM             PIC 9(04) VALUE ZERO.
002830  01  SHOE-QTY-WS                 PIC 9(05) VALUE ZERO.
002840  01  SHOE-ONORD-WS               PIC 9(05) VALUE ZERO.
002850  01  SHOE-REORD-WS               PIC 9(05) VALUE ZERO.
002860  01  SHOE-COST-WS                PIC 9(04)V99 VALUE ZERO.
002870  01  SHOE-RETAIL-WS              PIC 9(04)V99 VALUE ZERO.
002880  01  STYLE-DESC-WS               PIC X(25) VALUE SPACES.
002890
002900  01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
002910  01  PASSWORD-WS                 PIC X(08) VALUE SPACES.
002920  01  WS-OPERATOR-AUTH            PIC X(01) VALUE SPACE.
002930      88  WS-OPER-SUPERVISOR              VALUE "S".
002940  01  WS-SIGNON-TRY-COUNT         PIC 9(01) VALUE ZERO.
002950  01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
002960      88  WS-SIGNON-OK                    VALUE "Y".
002970
002980  01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE "N".
002990      88  WS-JOURNAL-EOF                  VALUE "Y".
003000  01  WS-JRNL-PENDING-SW          PIC X(01) VALUE "N".
003010      88  WS-JRNL-PENDING                 VALUE "Y".
003020  01  WS-JRNL-DATE                PIC X(08) VALUE SPACES.
003030  01  WS-JRNL-TIME                PIC X(08) VALUE SPACES.
003040  01  WS-JRNL-ACCEPT-COUNT        PIC 9(05) VALUE ZERO.
003050  01  WS-JRNL-WRITE-COUNT         PIC 9(05) VALUE ZERO.
003060  01  WS-AUDIT-TRANS-TYPE         PIC X(01).
003070  01  WS-QTY-BEFORE               PIC 9(05) VALUE ZERO.
003080  01  WS-QTY-AFTER                PIC 9(05) VALUE ZERO.
003090  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
003100  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
003110  01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
003120  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
003130  01  WS-COST-BEFORE              PIC 9(04)V99 VALUE ZERO.
003140  01  WS-WAS-ACTIVE-SW            PIC X(01) VALUE "N".
003150      88  WS-WAS-ACTIVE                   VALUE "Y".
003160
003170  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
003180  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
003190  01  WS-GL-INV-ACCT              PIC X(06) VALUE SPACES.
003200  01  WS-GL-OFFSET-ACCT           PIC X(06) VALUE SPACES.
003210  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
003220  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
003230  01  WS-GL-ENTRY-CD              PIC X(01) VALUE SPACE.
003240  01  WS-GL-SIGNED-AMT            PIC S9(09)V99 VALUE ZERO.
003250  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
003260  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
003270  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
003280  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
003290  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
003300  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
003310
003320      COPY GLACCT.
003330      COPY LOCCODES.
003340 
003350  01  MESSAGE-WS                  PIC X(40) VALUE SPACES.
003360 
003370  SCREEN SECTION.
003380  01  SIGNON-SCREEN.
003390      05 VALUE "SHOE MASTER ENTRY - SIGN ON" BLANK SCREEN
003400              LINE 01 COL 25.
003410      05 VALUE "OPERATOR ID:" LINE 05 COL 05.
003420      05 SIGNON-OPERATOR-IN LINE 05 COL 25
003430              PIC X(8) TO WS-OPERATOR-ID.
003440      05 VALUE "PASSWORD:" LINE 07 COL 05.
003450      05 SIGNON-PASSWORD-IN LINE 07 COL 25
003460              PIC X(8) TO PASSWORD-WS SECURE.
003470      05 SIGNON-MESSAGE-OUT LINE 10 COL 05
003480              PIC X(40) FROM MESSAGE-WS.
003490 
003500  01  INPUT-SCREEN.
003510      05 VALUE "INPUT" BLANK SCREEN LINE 01 COL 35.
003520      05 VALUE "FUNCTION (A-ADD, I-INQUIRE/CHANGE, D-DELETE):"
003530              LINE 03 COL 05.
003540      05 FUNCTION-IN LINE 03 COL 53
003550              PIC X(1) USING FUNCTION-WS.
003560      05 VALUE "SHOE STYLE:" LINE 05 COL 05.
003570      05 SHOE-STYLE-IN LINE 05 COL 25
003580              PIC X(5) TO SHOE-STYLE-WS.
003590      05 VALUE "SHOE SIZE:" LINE 07 COL 10.
003600      05 SHOE-SIZE-IN LINE 07 COL 25
003610              PIC 9999 TO SHOE-SIZE-WS.
003620      05 VALUE "UNIT COST (DDDDCC):" LINE 08 COL 10.
003630      05 SHOE-COST-IN LINE 08 COL 32
003640              PIC 9999V99 USING SHOE-COST-WS.
003650      05 VALUE "RETAIL (DDDDCC):" LINE 09 COL 10.
003660      05 SHOE-RETAIL-IN LINE 09 COL 32
003670              PIC 9999V99 USING SHOE-RETAIL-WS.
003680      05 MESSAGE-OUT LINE 11 COL 05
003690              PIC X(40) FROM MESSAGE-WS.
003700 
003710  01  INQUIRY-SCREEN.
003720      05 VALUE "INQUIRY/CHANGE" BLANK SCREEN LINE 01 COL 30.
003730      05 VALUE "SHOE STYLE:" LINE 05 COL 05.
003740      05 INQ-STYLE-OUT LINE 05 COL 25
003750              PIC X(5) FROM SHOE-STYLE-WS.
003760      05 VALUE "SHOE SIZE:" LINE 07 COL 10.
003770      05 INQ-SIZE-OUT LINE 07 COL 25
003780              PIC 9999 FROM SHOE-SIZE-WS.
003790      05 VALUE "DESCRIPTION:" LINE 08 COL 05.
003800      05 INQ-DESC-OUT LINE 08 COL 25
003810              PIC X(25) FROM STYLE-DESC-WS.
003820      05 VALUE "QTY ON HAND:" LINE 09 COL 05.
003830      05 INQ-QTY-IN LINE 09 COL 25
003840              PIC 99999 USING SHOE-QTY-WS.
003850      05 VALUE "QTY ON ORDER:" LINE 11 COL 05.
003860      05 INQ-ONORD-IN LINE 11 COL 25
003870              PIC 99999 USING SHOE-ONORD-WS.
003880      05 VALUE "REORDER POINT:" LINE 13 COL 05.
003890      05 INQ-REORD-IN LINE 13 COL 25
003900              PIC 99999 USING SHOE-REORD-WS.
003910      05 VALUE "UNIT COST (DDDDCC):" LINE 15 COL 05.
003920      05 INQ-COST-IN LINE 15 COL 25
003930              PIC 9999V99 USING SHOE-COST-WS.
003940      05 VALUE "RETAIL (DDDDCC):" LINE 17 COL 05.
003950      05 INQ-RETAIL-IN LINE 17 COL 25
003960              PIC 9999V99 USING SHOE-RETAIL-WS.
003970      05 INQ-MESSAGE-OUT LINE 19 COL 05
003980              PIC X(40) FROM MESSAGE-WS.
003990 
004000  PROCEDURE DIVISION.
004010  0000-MAIN-PROCEDURE.
004020      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004030 
004040      PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
004050          UNTIL END-OF-SESSION.
004060 
004070      PERFORM 9000-TERMINATE THRU 9000-EXIT.
004080 
004090      STOP RUN.
004100 
004110*****************************************************************
004120* 1000-INITIALIZE - OPEN THE FILES FOR THIS RUN (CREATING
004130*                   SHOE-MASTER OR STYLE-XREF IF EITHER HAS
004140*                   NEVER BEEN CREATED) AND SIGN THE OPERATOR ON
004150*                   AGAINST THE OPERATOR SECURITY MASTER.  THREE
004160*                   FAILED SIGN-ON ATTEMPTS END THE SESSION
004170*                   BEFORE ANY ENTRY SCREEN IS SHOWN.
004180*****************************************************************
004190  1000-INITIALIZE.
004200      OPEN I-O SHOE-MASTER.
004210      IF WS-SM-FILE-NOT-FOUND
004220          OPEN OUTPUT SHOE-MASTER
004230          CLOSE SHOE-MASTER
004240          OPEN I-O SHOE-MASTER
004250      END-IF.
004260      OPEN EXTEND AUDIT-LOG.
004270      IF WS-AL-FILE-NOT-FOUND
004280          OPEN OUTPUT AUDIT-LOG
004290      END-IF.
004300      OPEN EXTEND CONTROL-TOTALS.
004310      IF WS-CT-FILE-NOT-FOUND
004320          OPEN OUTPUT CONTROL-TOTALS
004330      END-IF.
004340 
004350      OPEN INPUT STYLE-XREF.
004360      IF WS-SX-FILE-NOT-FOUND
004370          OPEN OUTPUT STYLE-XREF
004380          CLOSE STYLE-XREF
004390          OPEN INPUT STYLE-XREF
004400      END-IF.
004410
004420      OPEN INPUT OPERATOR-MASTER.
004430      IF WS-OM-FILE-NOT-FOUND
004440          OPEN OUTPUT OPERATOR-MASTER
004450          CLOSE OPERATOR-MASTER
004460          OPEN INPUT OPERATOR-MASTER
004470      END-IF.
004480
004490      OPEN INPUT STYLE-ATTR.
004500      IF WS-SA-FILE-NOT-FOUND
004510          OPEN OUTPUT STYLE-ATTR
004520          CLOSE STYLE-ATTR
004530          OPEN INPUT STYLE-ATTR
004540      END-IF.
004550
004560      OPEN EXTEND GL-JOURNAL.
004570      IF WS-GJ-FILE-NOT-FOUND
004580          OPEN OUTPUT GL-JOURNAL
004590      END-IF.
004600      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
004610      MOVE WS-CURRENT-DATE TO WS-GL-BATCH-DATE.
004620      MOVE WS-CURRENT-TIME TO WS-GL-BATCH-TIME.
004630
004640      PERFORM 1100-SIGN-ON THRU 1100-EXIT.
004650      IF NOT WS-SIGNON-OK
004660          MOVE "END  " TO SHOE-STYLE-WS
004670      ELSE
004680          PERFORM 1200-JOURNAL-RESTART THRU 1200-EXIT
004690      END-IF.
004700  1000-EXIT.
004710      EXIT.
004720
004730*****************************************************************
004740* 1100-SIGN-ON - ACCEPT AND VALIDATE THE OPERATOR SIGN-ON
004750*                AGAINST THE OPERATOR MASTER.  THREE FAILED
004760*                ATTEMPTS END THE SESSION.
004770*****************************************************************
004780  1100-SIGN-ON.
004790      PERFORM 1110-ACCEPT-SIGNON THRU 1110-EXIT
004800          UNTIL WS-SIGNON-OK OR WS-SIGNON-TRY-COUNT >= 3.
004810  1100-EXIT.
004820      EXIT.
004830
004840*****************************************************************
004850* 1110-ACCEPT-SIGNON - ONE SIGN-ON ATTEMPT.  THE ID MUST BE ON
004860*                      THE OPERATOR MASTER AND ACTIVE, AND THE
004870*                      PASSWORD MUST MATCH.  THE AUTHORITY
004880*                      LEVEL IS KEPT FOR THE DELETE CHECK.
004890*****************************************************************
004900  1110-ACCEPT-SIGNON.
004910      DISPLAY SIGNON-SCREEN.
004920      ACCEPT SIGNON-SCREEN.
004930      ADD 1 TO WS-SIGNON-TRY-COUNT.
004940
004950      MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
004960      READ OPERATOR-MASTER
004970          INVALID KEY
004980              MOVE "OPERATOR NOT ON FILE - RE-ENTER"
004990                  TO MESSAGE-WS
005000          NOT INVALID KEY
005010              EVALUATE TRUE
005020                  WHEN NOT OM-ACTIVE
005030                      MOVE "OPERATOR REVOKED - SEE SUPERVISOR"
005040                          TO MESSAGE-WS
005050                  WHEN OM-PASSWORD NOT = PASSWORD-WS
005060                      MOVE "PASSWORD DOES NOT MATCH - RE-ENTER"
005070                          TO MESSAGE-WS
005080                  WHEN OTHER
005090                      MOVE "Y" TO WS-SIGNON-OK-SW
005100                      MOVE OM-AUTH-LEVEL TO WS-OPERATOR-AUTH
005110                      MOVE SPACES TO MESSAGE-WS
005120              END-EVALUATE
005130      END-READ.
005140  1110-EXIT.
005150      EXIT.
005160
005170*****************************************************************
005180* 1200-JOURNAL-RESTART - SCAN THE SESSION JOURNAL FOR A PRIOR
005190*                        SESSION OF THIS OPERATOR THAT OPENED
005200*                        BUT NEVER CLOSED OUT.  IF ONE IS
005210*                        THERE, WRITE THE CONTROL-TOTALS
005220*                        RECORD THAT SESSION NEVER GOT TO
005230*                        WRITE (RUN-TYPE R) FROM ITS LAST
005240*                        JOURNALED COUNTS, THEN OPEN THE
005250*                        JOURNAL FOR THIS SESSION AND MARK
005260*                        THE SESSION OPEN.
005270*****************************************************************
005280  1200-JOURNAL-RESTART.
005290      OPEN INPUT SESSION-JOURNAL.
005300      IF WS-SJ-FILE-NOT-FOUND
005310          MOVE "Y" TO WS-JOURNAL-EOF-SW
005320      ELSE
005330          PERFORM 1210-READ-JOURNAL THRU 1210-EXIT
005340          PERFORM 1220-SCAN-ONE-JOURNAL THRU 1220-EXIT
005350              UNTIL WS-JOURNAL-EOF
005360          CLOSE SESSION-JOURNAL
005370      END-IF.
005380
005390      IF WS-JRNL-PENDING
005400          PERFORM 1290-WRITE-RECOVERED-TOTALS THRU 1290-EXIT
005410      END-IF.
005420
005430      OPEN EXTEND SESSION-JOURNAL.
005440      IF WS-SJ-FILE-NOT-FOUND
005450          OPEN OUTPUT SESSION-JOURNAL
005460      END-IF.
005470      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
005480      MOVE SPACES TO SESSION-JOURNAL-RECORD.
005490      MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
005500      MOVE "O" TO SJ-RECORD-TYPE.
005510      MOVE WS-CURRENT-DATE TO SJ-SESSION-DATE.
005520      MOVE WS-CURRENT-TIME TO SJ-SESSION-TIME.
005530      MOVE ZERO TO SJ-ACCEPT-COUNT.
005540      MOVE ZERO TO SJ-WRITE-COUNT.
005550      WRITE SESSION-JOURNAL-RECORD.
005560  1200-EXIT.
005570      EXIT.
005580
005590*****************************************************************
005600* 1210-READ-JOURNAL - READ THE NEXT SESSION-JOURNAL RECORD.
005610*****************************************************************
005620  1210-READ-JOURNAL.
005630      READ SESSION-JOURNAL
005640          AT END
005650              MOVE "Y" TO WS-JOURNAL-EOF-SW
005660      END-READ.
005670  1210-EXIT.
005680      EXIT.
005690
005700*****************************************************************
005710* 1220-SCAN-ONE-JOURNAL - TRACK THIS OPERATOR'S LAST SESSION
005720*                         ACROSS ONE JOURNAL RECORD.  AN OPEN
005730*                         STARTS A PENDING SESSION AT ZERO, A
005740*                         COUNTS RECORD UPDATES IT, AND A
005750*                         CLOSE CLEARS IT.
005760*****************************************************************
005770  1220-SCAN-ONE-JOURNAL.
005780      IF SJ-OPERATOR-ID = WS-OPERATOR-ID
005790          EVALUATE TRUE
005800              WHEN SJ-SESSION-OPEN
005810                  MOVE "Y" TO WS-JRNL-PENDING-SW
005820                  MOVE SJ-SESSION-DATE TO WS-JRNL-DATE
005830                  MOVE SJ-SESSION-TIME TO WS-JRNL-TIME
005840                  MOVE ZERO TO WS-JRNL-ACCEPT-COUNT
005850                  MOVE ZERO TO WS-JRNL-WRITE-COUNT
005860              WHEN SJ-SESSION-COUNTS
005870                  MOVE SJ-ACCEPT-COUNT TO WS-JRNL-ACCEPT-COUNT
005880                  MOVE SJ-WRITE-COUNT TO WS-JRNL-WRITE-COUNT
005890              WHEN SJ-SESSION-CLOSE
005900                  MOVE "N" TO WS-JRNL-PENDING-SW
005910          END-EVALUATE
005920      END-IF.
005930
005940      PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
005950  1220-EXIT.
005960      EXIT.
005970
005980*****************************************************************
005990* 1290-WRITE-RECOVERED-TOTALS - WRITE THE CONTROL-TOTALS
006000*                               RECORD THE INTERRUPTED SESSION
006010*                               NEVER WROTE, STAMPED WITH THE
006020*                               DEAD SESSION'S OWN DATE AND
006030*                               TIME AND RUN-TYPE R SO THE
006040*                               RECONCILIATION CAN TELL AN
006050*                               ABNORMAL END FROM A DROPPED
006060*                               WRITE.
006070*****************************************************************
006080  1290-WRITE-RECOVERED-TOTALS.
006090      MOVE SPACES TO CONTROL-TOTALS-RECORD.
006100      MOVE WS-JRNL-DATE TO CT-RUN-DATE.
006110      MOVE WS-JRNL-TIME TO CT-RUN-TIME.
006120      MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID.
006130      MOVE WS-JRNL-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
006140      MOVE WS-JRNL-WRITE-COUNT TO CT-WRITE-COUNT.
006150      MOVE "R" TO CT-RUN-TYPE.
006160      WRITE CONTROL-TOTALS-RECORD.
006170  1290-EXIT.
006180      EXIT.
006190 
006200*****************************************************************
006210* 2000-PROCESS-SCREEN - ACCEPT ONE VALID TRANSACTION.  TYPING
006220*                       END IN THE STYLE FIELD ENDS THE SESSION.
006230*****************************************************************
006240  2000-PROCESS-SCREEN.
006250      MOVE "N" TO WS-VALID-ENTRY-SW.
006260 
006270      PERFORM 2100-ACCEPT-AND-VALIDATE THRU 2100-EXIT
006280          UNTIL WS-VALID-ENTRY.
006290
006300      IF NOT END-OF-SESSION
006310          PERFORM 8960-WRITE-SESSION-COUNTS THRU 8960-EXIT
006320      END-IF.
006330  2000-EXIT.
006340      EXIT.
006350 
006360*****************************************************************
006370* 2100-ACCEPT-AND-VALIDATE - DISPLAY/ACCEPT THE MAIN SCREEN AND
006380*                            ROUTE THE TRANSACTION BY FUNCTION.
006390*****************************************************************
006400  2100-ACCEPT-AND-VALIDATE.
006410      MOVE SPACES TO MESSAGE-WS.
006420      DISPLAY INPUT-SCREEN.
006430      ACCEPT INPUT-SCREEN.
006440 
006450      IF END-OF-SESSION
006460          MOVE "Y" TO WS-VALID-ENTRY-SW
006470      ELSE
006480          EVALUATE TRUE
006490              WHEN FUNC-ADD
006500                  PERFORM 3000-ADD-RECORD THRU 3000-EXIT
006510              WHEN FUNC-INQUIRY
006520                  PERFORM 4000-INQUIRY-RECORD THRU 4000-EXIT
006530              WHEN FUNC-DELETE AND NOT WS-OPER-SUPERVISOR
006540                  MOVE "DELETE REQUIRES SUPERVISOR AUTHORITY"
006550                      TO MESSAGE-WS
006560              WHEN FUNC-DELETE
006570                  PERFORM 5000-DELETE-RECORD THRU 5000-EXIT
006580              WHEN OTHER
006590                  MOVE "FUNCTION MUST BE A, I, OR D - RE-ENTER"
006600                      TO MESSAGE-WS
006610          END-EVALUATE
006620      END-IF.
006630  2100-EXIT.
006640      EXIT.
006650 
006660*****************************************************************
006670* 3000-ADD-RECORD - VALIDATE THE SIZE IS NUMERIC AND IS IN RANGE
006680*                   FOR THE STYLE, THEN WRITE A NEW RECORD.
006690*                   WS-ACCEPT-COUNT IS TAKEN HERE, AS SOON AS
006700*                   THE SCREEN DATA PASSES VALIDATION, SO IT
006710*                   REFLECTS EVERY ACCEPTED ENTRY REGARDLESS OF
006720*                   WHETHER THE SUBSEQUENT WRITE SUCCEEDS.
006730*                   WS-VALID-ENTRY-SW IS SET BY 3900-WRITE-MASTER
006740*                   SO A DUPLICATE STYLE RE-PROMPTS THE SCREEN
006750*                   INSTEAD OF ENDING THE TRANSACTION.
006760*****************************************************************
006770  3000-ADD-RECORD.
006780      IF SHOE-SIZE-WS NUMERIC
006790          PERFORM 3050-CHECK-STYLE-XREF THRU 3050-EXIT
006800          IF WS-SIZE-IN-RANGE
006810              ADD 1 TO WS-ACCEPT-COUNT
006820              PERFORM 3900-WRITE-MASTER THRU 3900-EXIT
006830          END-IF
006840      ELSE
006850          MOVE "SHOE SIZE MUST BE NUMERIC - RE-ENTER"
006860              TO MESSAGE-WS
006870      END-IF.
006880  3000-EXIT.
006890      EXIT.
006900 
006910*****************************************************************
006920* 3050-CHECK-STYLE-XREF - IF THE STYLE HAS AN ENTRY IN
006930*                         STYLE-XREF, REJECT A SIZE OUTSIDE ITS
006940*                         VALID RANGE.  A STYLE WITH NO ENTRY IS
006950*                         NOT RESTRICTED.
006960*****************************************************************
006970  3050-CHECK-STYLE-XREF.
006980      MOVE "Y" TO WS-SIZE-IN-RANGE-SW.
006990      MOVE SHOE-STYLE-WS TO SX-SHOE-STYLE.
007000      READ STYLE-XREF
007010          INVALID KEY
007020              CONTINUE
007030          NOT INVALID KEY
007040              MOVE SHOE-SIZE-WS TO WS-SHOE-SIZE-NUM
007050              IF WS-SHOE-SIZE-NUM < SX-SIZE-LOW
007060                      OR WS-SHOE-SIZE-NUM > SX-SIZE-HIGH
007070                  MOVE "N" TO WS-SIZE-IN-RANGE-SW
007080                  MOVE "SIZE NOT VALID FOR THIS STYLE - RE-ENTER"
007090                      TO MESSAGE-WS
007100              END-IF
007110      END-READ.
007120  3050-EXIT.
007130      EXIT.
007140 
007150*****************************************************************
007160* 3900-WRITE-MASTER - WRITE THE SCREEN ENTRY TO SHOE-MASTER AND
007170*                     LOG THE ADD TO THE AUDIT TRAIL.  A STYLE
007180*                     ALREADY ON FILE IS REJECTED RATHER THAN
007190*                     WRITTEN, SO THE OPERATOR CAN RE-ENTER OR
007200*                     SWITCH TO INQUIRE/CHANGE INSTEAD.
007210*                     WS-WRITE-COUNT IS ONLY TAKEN ON A
007220*                     SUCCESSFUL WRITE (UNLIKE WS-ACCEPT-COUNT,
007230*                     ALREADY TAKEN IN 3000-ADD-RECORD), SO A
007240*                     REJECTED DUPLICATE LEAVES THE TWO COUNTS
007250*                     OUT OF STEP FOR LAB10REC'S END-OF-DAY
007260*                     RECONCILIATION TO CATCH.
007270*****************************************************************
007280  3900-WRITE-MASTER.
007290      MOVE SHOE-STYLE-WS TO SM-SHOE-STYLE.
007300      MOVE SHOE-SIZE-WS TO SM-SHOE-SIZE.
007310      SET SM-ACTIVE TO TRUE.
007320      MOVE ZERO TO SM-QTY-ON-HAND.
007330      MOVE ZERO TO SM-QTY-ON-ORDER.
007340      MOVE ZERO TO SM-REORDER-POINT.
007350      MOVE SHOE-COST-WS TO SM-UNIT-COST.
007360      MOVE SHOE-RETAIL-WS TO SM-RETAIL-PRICE.
007370      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
007380      MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE.
007390      MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME.
007400      MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER.
007410 
007420      WRITE SHOE-MASTER-RECORD
007430          INVALID KEY
007440              MOVE "STYLE/SIZE ALREADY ON FILE - USE INQUIRE"
007450                  TO MESSAGE-WS
007460          NOT INVALID KEY
007470              ADD 1 TO WS-WRITE-COUNT
007480              MOVE "Y" TO WS-VALID-ENTRY-SW
007490              MOVE "A" TO WS-AUDIT-TRANS-TYPE
007500              MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
007510              MOVE SM-QTY-ON-HAND TO WS-QTY-AFTER
007520              PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
007530      END-WRITE.
007540  3900-EXIT.
007550      EXIT.
007560 
007570*****************************************************************
007580* 4000-INQUIRY-RECORD - LOOK UP AN EXISTING STYLE/SIZE AND LET
007590*                       THE OPERATOR CORRECT ITS ON-HAND
007600*                       QUANTITY.  SIZE IS PART OF THE KEY, SO
007610*                       BOTH FIELDS COME FROM THE INPUT SCREEN.
007620*****************************************************************
007630  4000-INQUIRY-RECORD.
007640      MOVE SHOE-STYLE-WS TO SM-SHOE-STYLE.
007650      MOVE SHOE-SIZE-WS TO SM-SHOE-SIZE.
007660      READ SHOE-MASTER
007670          INVALID KEY
007680              MOVE "STYLE/SIZE NOT FOUND - RE-ENTER"
007690                  TO MESSAGE-WS
007700          NOT INVALID KEY
007710              MOVE SM-QTY-ON-HAND TO SHOE-QTY-WS
007720              MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
007730              MOVE SM-QTY-ON-ORDER TO SHOE-ONORD-WS
007740              MOVE SM-REORDER-POINT TO SHOE-REORD-WS
007750              MOVE SM-UNIT-COST TO SHOE-COST-WS
007760              MOVE SM-UNIT-COST TO WS-COST-BEFORE
007770              MOVE SM-RETAIL-PRICE TO SHOE-RETAIL-WS
007780              PERFORM 4050-GET-STYLE-DESC THRU 4050-EXIT
007790              PERFORM 4100-CHANGE-QTY THRU 4100-EXIT
007800              MOVE "Y" TO WS-VALID-ENTRY-SW
007810      END-READ.
007820  4000-EXIT.
007830      EXIT.
007840
007850*****************************************************************
007860* 4050-GET-STYLE-DESC - LOOK THE STYLE UP ON THE STYLE
007870*                       ATTRIBUTE MASTER FOR THE DESCRIPTION
007880*                       SHOWN ON THE INQUIRY SCREEN.  A STYLE
007890*                       WITH NO ATTRIBUTE RECORD SHOWS BLANK.
007900*****************************************************************
007910  4050-GET-STYLE-DESC.
007920      MOVE SPACES TO STYLE-DESC-WS.
007930      MOVE SHOE-STYLE-WS TO SA-SHOE-STYLE.
007940      READ STYLE-ATTR
007950          INVALID KEY
007960              CONTINUE
007970          NOT INVALID KEY
007980              MOVE SA-DESCRIPTION TO STYLE-DESC-WS
007990      END-READ.
008000  4050-EXIT.
008010      EXIT.
008020 
008030*****************************************************************
008040* 4100-CHANGE-QTY - DISPLAY THE CURRENT ON-HAND QUANTITY, ACCEPT
008050*                   A CORRECTION, REWRITE THE MASTER, AND LOG THE
008060*                   CHANGE.  THE AUDIT RECORD IS ONLY LOGGED WHEN
008070*                   THE REWRITE ACTUALLY SUCCEEDS.
008080*****************************************************************
008090  4100-CHANGE-QTY.
008100      MOVE "N" TO WS-QTY-VALID-SW.
008110 
008120      PERFORM 4110-ACCEPT-QTY THRU 4110-EXIT
008130          UNTIL WS-QTY-VALID.
008140 
008150      MOVE SHOE-QTY-WS TO SM-QTY-ON-HAND.
008160      MOVE SHOE-ONORD-WS TO SM-QTY-ON-ORDER.
008170      MOVE SHOE-REORD-WS TO SM-REORDER-POINT.
008180      MOVE SHOE-COST-WS TO SM-UNIT-COST.
008190      MOVE SHOE-RETAIL-WS TO SM-RETAIL-PRICE.
008200      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
008210      MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE.
008220      MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME.
008230      MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER.
008240 
008250      REWRITE SHOE-MASTER-RECORD
008260          INVALID KEY
008270              MOVE "UNABLE TO REWRITE STYLE - TRY AGAIN"
008280                  TO MESSAGE-WS
008290          NOT INVALID KEY
008300              MOVE "C" TO WS-AUDIT-TRANS-TYPE
008310              MOVE SM-QTY-ON-HAND TO WS-QTY-AFTER
008320              PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
008330              PERFORM 4150-JOURNAL-CHANGE THRU 4150-EXIT
008340      END-REWRITE.
008350  4100-EXIT.
008360      EXIT.
008370 
008380*****************************************************************
008390* 4110-ACCEPT-QTY - DISPLAY/ACCEPT THE INQUIRY SCREEN AND
008400*                   VALIDATE THE CORRECTED ON-HAND QUANTITY IS
008410*                   NUMERIC.
008420*****************************************************************
008430  4110-ACCEPT-QTY.
008440      MOVE SPACES TO MESSAGE-WS.
008450      DISPLAY INQUIRY-SCREEN.
008460      ACCEPT INQUIRY-SCREEN.
008470 
008480      IF SHOE-QTY-WS NUMERIC
008490              AND SHOE-ONORD-WS NUMERIC
008500              AND SHOE-REORD-WS NUMERIC
008510              AND SHOE-COST-WS NUMERIC
008520              AND SHOE-RETAIL-WS NUMERIC
008530          MOVE "Y" TO WS-QTY-VALID-SW
008540      ELSE
008550          MOVE "QUANTITIES MUST BE NUMERIC - RE-ENTER"
008560              TO MESSAGE-WS
008570      END-IF.
008580  4110-EXIT.
008590      EXIT.
008600
008610*****************************************************************
008620* 4150-JOURNAL-CHANGE - JOURNAL WHAT A CHANGE DID TO THE VALUE OF
008630*                       STOCK: THE CORRECTED QUANTITY AT THE OLD
008640*                       COST AGAINST SHRINK, THEN THE CORRECTED
008650*                       COST ON THE NEW QUANTITY AGAINST COST
008660*                       REVALUATION.  TOGETHER THEY MOVE THE
008670*                       INVENTORY ACCOUNT BY EXACTLY THE CHANGE
008680*                       IN EXTENDED COST.
008690*****************************************************************
008700  4150-JOURNAL-CHANGE.
008710      IF SM-INACTIVE
008720          MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-INV-ACCT
008730      ELSE
008740          MOVE GL-ACCT-INVENTORY TO WS-GL-INV-ACCT
008750      END-IF.
008760
008770      COMPUTE WS-GL-SIGNED-AMT =
008780          (WS-QTY-AFTER - WS-QTY-BEFORE) * WS-COST-BEFORE.
008790      MOVE GL-ACCT-SHRINK TO WS-GL-OFFSET-ACCT.
008800      MOVE "Q" TO WS-GL-ENTRY-CD.
008810      PERFORM 8930-JOURNAL-SIGNED-AMT THRU 8930-EXIT.
008820
008830      COMPUTE WS-GL-SIGNED-AMT =
008840          (SM-UNIT-COST - WS-COST-BEFORE) * WS-QTY-AFTER.
008850      MOVE GL-ACCT-COST-REVAL TO WS-GL-OFFSET-ACCT.
008860      MOVE "K" TO WS-GL-ENTRY-CD.
008870      PERFORM 8930-JOURNAL-SIGNED-AMT THRU 8930-EXIT.
008880  4150-EXIT.
008890      EXIT.
008900 
008910*****************************************************************
008920* 5000-DELETE-RECORD - LOOK UP AN EXISTING STYLE AND MARK IT
008930*                      INACTIVE RATHER THAN REMOVING IT, SO IT
008940*                      STAYS AVAILABLE FOR THE AUDIT TRAIL AND
008950*                      REPORTS THAT STILL NEED TO REFERENCE IT.
008960*                      THE AUDIT RECORD IS ONLY LOGGED WHEN THE
008970*                      REWRITE ACTUALLY SUCCEEDS.
008980*****************************************************************
008990  5000-DELETE-RECORD.
009000      MOVE SHOE-STYLE-WS TO SM-SHOE-STYLE.
009010      MOVE SHOE-SIZE-WS TO SM-SHOE-SIZE.
009020      READ SHOE-MASTER
009030          INVALID KEY
009040              MOVE "STYLE/SIZE NOT FOUND - RE-ENTER"
009050                  TO MESSAGE-WS
009060          NOT INVALID KEY
009070              MOVE "N" TO WS-WAS-ACTIVE-SW
009080              IF SM-ACTIVE
009090                  MOVE "Y" TO WS-WAS-ACTIVE-SW
009100              END-IF
009110              SET SM-INACTIVE TO TRUE
009120              PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
009130              MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE
009140              MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME
009150              MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER
009160              REWRITE SHOE-MASTER-RECORD
009170                  INVALID KEY
009180                      MOVE "UNABLE TO REWRITE STYLE - TRY AGAIN"
009190                          TO MESSAGE-WS
009200                  NOT INVALID KEY
009210                      MOVE "D" TO WS-AUDIT-TRANS-TYPE
009220                      MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
009230                      MOVE SM-QTY-ON-HAND TO WS-QTY-AFTER
009240                      PERFORM 8900-WRITE-AUDIT-RECORD
009250                          THRU 8900-EXIT
009260                      PERFORM 5100-JOURNAL-DELETE
009270                          THRU 5100-EXIT
009280                      MOVE "Y" TO WS-VALID-ENTRY-SW
009290              END-REWRITE
009300      END-READ.
009310  5000-EXIT.
009320      EXIT.
009330
009340*****************************************************************
009350* 5100-JOURNAL-DELETE - A DELETE OF AN ACTIVE STYLE/SIZE STILL
009360*                       HOLDING PAIRS MOVES THEIR COST OUT OF
009370*                       INVENTORY INTO DISCONTINUED INVENTORY.
009380*                       THE PAIRS ARE STILL ON THE SHELF, SO THE
009390*                       STOCK IS STILL VALUED; ONLY THE ACCOUNT
009400*                       CHANGES.  RE-DELETING AN INACTIVE RECORD
009410*                       MOVES NOTHING.
009420*****************************************************************
009430  5100-JOURNAL-DELETE.
009440      IF WS-WAS-ACTIVE
009450          COMPUTE WS-GL-AMOUNT = WS-QTY-AFTER * SM-UNIT-COST
009460          MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-DEBIT-ACCT
009470          MOVE GL-ACCT-INVENTORY TO WS-GL-CREDIT-ACCT
009480          MOVE "D" TO WS-GL-ENTRY-CD
009490          PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT
009500      END-IF.
009510  5100-EXIT.
009520      EXIT.
009530 
009540*****************************************************************
009550* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
009560*                              ONCE PER TRANSACTION SO THE SAME
009570*                              STAMP CAN BE USED FOR BOTH THE
009580*                              SHOE-MASTER UPDATE AND ITS AUDIT-
009590*                              LOG RECORD.
009600*****************************************************************
009610  8890-GET-CURRENT-DATE-TIME.
009620      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009630      ACCEPT WS-CURRENT-TIME FROM TIME.
009640  8890-EXIT.
009650      EXIT.
009660 
009670*****************************************************************
009680* 8900-WRITE-AUDIT-RECORD - LOG AN ADD, CHANGE, OR DELETE
009690*                          TRANSACTION WITH ITS DATE, TIME, AND
009700*                          OPERATOR ID.
009710*****************************************************************
009720  8900-WRITE-AUDIT-RECORD.
009730      MOVE SPACES TO AUDIT-LOG-RECORD.
009740      MOVE SHOE-STYLE-WS TO AL-SHOE-STYLE.
009750      MOVE SHOE-SIZE-WS TO AL-SHOE-SIZE.
009760      MOVE WS-AUDIT-TRANS-TYPE TO AL-TRANS-TYPE.
009770      MOVE WS-CURRENT-DATE TO AL-TRANS-DATE.
009780      MOVE WS-CURRENT-TIME TO AL-TRANS-TIME.
009790      MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
009800      MOVE WS-QTY-BEFORE TO AL-QTY-BEFORE.
009810      MOVE WS-QTY-AFTER TO AL-QTY-AFTER.
009820      MOVE LC-HOME-LOCATION TO AL-LOCATION.
009830      WRITE AUDIT-LOG-RECORD.
009840  8900-EXIT.
009850      EXIT.
009860
009870*****************************************************************
009880* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
009890*                      FOR ONE MOVEMENT OF VALUE.  A MOVEMENT
009900*                      WORTH NOTHING IS NOT JOURNALED.
009910*****************************************************************
009920  8910-WRITE-GL-PAIR.
009930      IF WS-GL-AMOUNT > ZERO
009940          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
009950          MOVE "D" TO WS-GL-POST-DR-CR
009960          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
009970          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
009980          MOVE "C" TO WS-GL-POST-DR-CR
009990          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
010000      END-IF.
010010  8910-EXIT.
010020      EXIT.
010030
010040*****************************************************************
010050* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
010060*                       SESSION'S BATCH AND ADD IT TO THE BATCH
010070*                       TOTALS.
010080*****************************************************************
010090  8920-WRITE-GL-ENTRY.
010100      MOVE SPACES TO GL-JOURNAL-RECORD.
010110      MOVE "D" TO GJ-RECORD-TYPE.
010120      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
010130      MOVE "LAB10" TO GJ-SOURCE-PROGRAM.
010140      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
010150      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
010160      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
010170      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
010180      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
010190      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
010200      MOVE WS-GL-ENTRY-CD TO GJ-ENTRY-CD.
010210      WRITE GL-JOURNAL-RECORD.
010220      ADD 1 TO WS-GL-ENTRY-COUNT.
010230      IF GJ-DEBIT
010240          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
010250      ELSE
010260          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
010270      END-IF.
010280  8920-EXIT.
010290      EXIT.
010300
010310*****************************************************************
010320* 8930-JOURNAL-SIGNED-AMT - JOURNAL A SIGNED CHANGE IN VALUE
010330*                           BETWEEN THE INVENTORY ACCOUNT AND ITS
010340*                           OFFSET: AN INCREASE DEBITS INVENTORY,
010350*                           A DECREASE CREDITS IT.
010360*****************************************************************
010370  8930-JOURNAL-SIGNED-AMT.
010380      IF WS-GL-SIGNED-AMT < ZERO
010390          COMPUTE WS-GL-AMOUNT = 0 - WS-GL-SIGNED-AMT
010400          MOVE WS-GL-OFFSET-ACCT TO WS-GL-DEBIT-ACCT
010410          MOVE WS-GL-INV-ACCT TO WS-GL-CREDIT-ACCT
010420      ELSE
010430          MOVE WS-GL-SIGNED-AMT TO WS-GL-AMOUNT
010440          MOVE WS-GL-INV-ACCT TO WS-GL-DEBIT-ACCT
010450          MOVE WS-GL-OFFSET-ACCT TO WS-GL-CREDIT-ACCT
010460      END-IF.
010470      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
010480  8930-EXIT.
010490      EXIT.
010500 
010510*****************************************************************
010520* 8950-WRITE-CONTROL-TOTALS - APPEND ONE RECORD TO CONTROL-TOTALS
010530*                             SUMMARIZING THIS RUN'S SCREEN
010540*                             ACCEPTS AGAINST MASTER WRITES SO
010550*                             LAB10REC CAN RECONCILE THEM.
010560*****************************************************************
010570  8950-WRITE-CONTROL-TOTALS.
010580      MOVE SPACES TO CONTROL-TOTALS-RECORD.
010590      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
010600      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
010610      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
010620      MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID.
010630      MOVE WS-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
010640      MOVE WS-WRITE-COUNT TO CT-WRITE-COUNT.
010650      MOVE "K" TO CT-RUN-TYPE.
010660      WRITE CONTROL-TOTALS-RECORD.
010670  8950-EXIT.
010680      EXIT.
010690
010700*****************************************************************
010710* 8960-WRITE-SESSION-COUNTS - JOURNAL THE RUNNING ACCEPT AND
010720*                             WRITE COUNTS AFTER A TRANSACTION
010730*                             SO AN INTERRUPTED SESSION CAN BE
010740*                             CLOSED OUT FROM THE JOURNAL AT
010750*                             THE NEXT SIGN-ON.
010760*****************************************************************
010770  8960-WRITE-SESSION-COUNTS.
010780      MOVE SPACES TO SESSION-JOURNAL-RECORD.
010790      MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
010800      MOVE "T" TO SJ-RECORD-TYPE.
010810      MOVE WS-CURRENT-DATE TO SJ-SESSION-DATE.
010820      MOVE WS-CURRENT-TIME TO SJ-SESSION-TIME.
010830      MOVE WS-ACCEPT-COUNT TO SJ-ACCEPT-COUNT.
010840      MOVE WS-WRITE-COUNT TO SJ-WRITE-COUNT.
010850      WRITE SESSION-JOURNAL-RECORD.
010860  8960-EXIT.
010870      EXIT.
010880
010890*****************************************************************
010900* 8970-WRITE-GL-BATCH-TOTAL - CLOSE THIS SESSION'S GL BATCH WITH
010910*                             ITS ENTRY COUNT AND DEBIT AND
010920*                             CREDIT TOTALS.  A SESSION THAT
010930*                             JOURNALED NOTHING WRITES NO BATCH.
010940*****************************************************************
010950  8970-WRITE-GL-BATCH-TOTAL.
010960      IF WS-GL-ENTRY-COUNT > ZERO
010970          MOVE SPACES TO GL-JOURNAL-RECORD
010980          MOVE "T" TO GJ-RECORD-TYPE
010990          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
011000          MOVE "LAB10" TO GJ-SOURCE-PROGRAM
011010          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
011020          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
011030          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
011040          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
011050          WRITE GL-JOURNAL-RECORD
011060      END-IF.
011070  8970-EXIT.
011080      EXIT.
011090
011100*****************************************************************
011110* 9000-TERMINATE - WRITE THE CONTROL TOTALS AND MARK THE
011120*                  SESSION CLOSED ON THE JOURNAL - ONLY FOR A
011130*                  SESSION THAT ACTUALLY SIGNED ON, SO A FAILED
011140*                  SIGN-ON LEAVES NO CONTROL-TOTALS RECORD -
011150*                  THEN CLOSE THE FILES AND END THE RUN.
011160*****************************************************************
011170  9000-TERMINATE.
011180      IF WS-SIGNON-OK
011190          PERFORM 8950-WRITE-CONTROL-TOTALS THRU 8950-EXIT
011200          MOVE SPACES TO SESSION-JOURNAL-RECORD
011210          MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID
011220          MOVE "C" TO SJ-RECORD-TYPE
011230          MOVE WS-CURRENT-DATE TO SJ-SESSION-DATE
011240          MOVE WS-CURRENT-TIME TO SJ-SESSION-TIME
011250          MOVE WS-ACCEPT-COUNT TO SJ-ACCEPT-COUNT
011260          MOVE WS-WRITE-COUNT TO SJ-WRITE-COUNT
011270          WRITE SESSION-JOURNAL-RECORD
011280          CLOSE SESSION-JOURNAL
011290      END-IF.
011300      PERFORM 8970-WRITE-GL-BATCH-TOTAL THRU 8970-EXIT.
011310      CLOSE GL-JOURNAL.
011320      CLOSE SHOE-MASTER.
011330      CLOSE AUDIT-LOG.
011340      CLOSE CONTROL-TOTALS.
011350      CLOSE STYLE-XREF.
011360      CLOSE OPERATOR-MASTER.
011370      CLOSE STYLE-ATTR.
011380  9000-EXIT.
011390      EXIT.
011400 
011410  END PROGRAM LAB10.

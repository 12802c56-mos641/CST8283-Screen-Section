000380*****************************************************************
000390* MODIFICATION HISTORY
000400*   2026-08-22  DF  ORIGINAL PROGRAM.
000410*   2026-08-22  DF  SHOE-MASTER REKEYED ON STYLE PLUS SIZE.
000420*                   ADDS AND DELETES NOW WORK AT THE STYLE/SIZE
000430*                   LEVEL, AND A CHANGE ROW NOW CORRECTS THE
000440*                   ON-HAND QUANTITY (MT-QTY-ON-HAND), AS THE
000450*                   SCREEN CHANGE DOES - A WRONG SIZE IS FIXED
000460*                   BY A DELETE ROW AND AN ADD ROW.
000470*   2026-09-02  DF  AN ADD NOW STARTS SM-QTY-ON-ORDER AND
000480*                   SM-REORDER-POINT AT ZERO, AS THE SCREEN ADD
000490*                   DOES.
000500*   2026-09-02  DF  A CHANGE ROW NOW CARRIES AND APPLIES
000510*                   MT-UNIT-COST AND MT-RETAIL-PRICE SO A
000520*                   SEASON'S COSTS AND PRICES CAN BE LOADED IN
000530*                   BULK.  AN ADD STARTS BOTH AT ZERO.
000540*   2026-09-02  DF  ADDED A CHECKPOINT FILE (BMTCHKPT), REWRITTEN
000550*                   AFTER EVERY ROW WITH THE RUN'S POSITION AND
000560*                   COUNTS, THE WAY LAB10'S SESSION JOURNAL
000570*                   CLOSES OUT AN INTERRUPTED KEYED SESSION.  A
000580*                   RERUN AFTER A FAILURE RESUMES PAST THE LAST
000590*                   CHECKPOINTED ROW WITH THE COUNTS CARRIED
000600*                   FORWARD, SO ALREADY-APPLIED ADDS DO NOT
000610*                   RE-REJECT AS DUPLICATES AND THE RUN-TYPE M
000620*                   CONTROL TOTALS STILL COVER THE WHOLE LOAD.
000630*                   A CLEAN END EMPTIES THE CHECKPOINT.
000640*   2026-09-02  DF  AUDIT-LOG RECORDS NOW CARRY THE BEFORE AND
000650*                   AFTER ON-HAND QUANTITY ON A CHANGE, AND THE
000660*                   FINAL QUANTITY ON A DELETE, AS LAB10'S DO.
000670*   2026-10-15  DF  A CHANGE OR DELETE ROW THAT MOVES THE VALUE
000680*                   OF STOCK NOW JOURNALS IT TO THE GL JOURNAL
000690*                   (GLJRNL) THE SAME WAY LAB10 DOES - QUANTITY
000700*                   AGAINST SHRINK, COST AGAINST COST
000710*                   REVALUATION, AND A DELETE WITH PAIRS ON HAND
000720*                   TO DISCONTINUED INVENTORY - AND THE RUN
000730*                   CLOSES ITS BATCH WITH A BATCH-TOTAL RECORD.
000740*   2026-10-15  DF  AUDIT-LOG RECORDS NOW CARRY THE HOME
000750*                   STOCKING LOCATION, AS LAB10'S DO.
000760*****************************************************************
000770  ENVIRONMENT DIVISION.
000780  INPUT-OUTPUT SECTION.
000790  FILE-CONTROL.
000800      SELECT MAINT-TRANS ASSIGN TO "MNTTRAN"
000810          ORGANIZATION IS LINE SEQUENTIAL
000820          FILE STATUS IS WS-MAINT-TRANS-STATUS.
000830
000840      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS DYNAMIC
000870          RECORD KEY IS SM-MASTER-KEY
000880          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000890
000900      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000910          ORGANIZATION IS INDEXED
000920          ACCESS MODE IS DYNAMIC
000930          RECORD KEY IS SX-SHOE-STYLE
000940          FILE STATUS IS WS-STYLE-XREF-STATUS.
000950
000960      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000970          ORGANIZATION IS LINE SEQUENTIAL
000980          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000990
001000      SELECT CONTROL-TOTALS ASSIGN TO "CTLTOTAL"
001010          ORGANIZATION IS LINE SEQUENTIAL
001020          FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
001030
001040      SELECT MAINT-LISTING ASSIGN TO "MNTRPT"
001050          ORGANIZATION IS LINE SEQUENTIAL
001060          FILE STATUS IS WS-MAINT-LISTING-STATUS.
001070
001080      SELECT BMT-CHECKPOINT ASSIGN TO "BMTCHKPT"
001090          ORGANIZATION IS LINE SEQUENTIAL
001100          FILE STATUS IS WS-BMT-CHECKPOINT-STATUS.
001110
001120      SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
001130          ORGANIZATION IS LINE SEQUENTIAL
001140          FILE STATUS IS WS-GL-JOURNAL-STATUS.
001150
001160  DATA DIVISION.
001170  FILE SECTION.
001180  FD  MAINT-TRANS
001190      LABEL RECORDS ARE STANDARD.
001200      COPY MNTTRAN.
001210
001220  FD  SHOE-MASTER
001230      LABEL RECORDS ARE STANDARD.
001240      COPY SHOEMAST.
001250
001260  FD  STYLE-XREF
001270      LABEL RECORDS ARE STANDARD.
001280      COPY STYLEXRF.
001290
001300  FD  AUDIT-LOG
001310      LABEL RECORDS ARE STANDARD.
001320      COPY AUDITLOG.
001330
001340  FD  CONTROL-TOTALS
001350      LABEL RECORDS ARE STANDARD.
001360      COPY CTLTOTAL.
001370
001380  FD  MAINT-LISTING
001390      LABEL RECORDS ARE STANDARD.
001400  01  LISTING-RECORD               PIC X(80).
001410
001420  FD  BMT-CHECKPOINT
001430      LABEL RECORDS ARE STANDARD.
001440      COPY BMTCHKPT.
001450
001460  FD  GL-JOURNAL
001470      LABEL RECORDS ARE STANDARD.
001480      COPY GLJRNL.
001490
001500  WORKING-STORAGE SECTION.
001510  01  WS-MAINT-TRANS-STATUS       PIC X(02).
001520      88  WS-MT-OK                        VALUE "00".
001530      88  WS-MT-EOF                       VALUE "10".
001540
001550  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001560      88  WS-SM-OK                        VALUE "00".
001570      88  WS-SM-FILE-NOT-FOUND            VALUE "35".
001580
001590  01  WS-STYLE-XREF-STATUS        PIC X(02).
001600      88  WS-SX-OK                        VALUE "00".
001610      88  WS-SX-FILE-NOT-FOUND            VALUE "35".
001620
001630  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001640      88  WS-AL-OK                        VALUE "00".
001650      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
001660
001670  01  WS-CONTROL-TOTALS-STATUS    PIC X(02).
001680      88  WS-CT-OK                        VALUE "00".
001690      88  WS-CT-FILE-NOT-FOUND            VALUE "35".
001700
001710  01  WS-MAINT-LISTING-STATUS     PIC X(02).
001720      88  WS-ML-OK                        VALUE "00".
001730
001740  01  WS-BMT-CHECKPOINT-STATUS    PIC X(02).
001750      88  WS-CK-OK                        VALUE "00".
001760      88  WS-CK-FILE-NOT-FOUND            VALUE "35".
001770
001780  01  WS-GL-JOURNAL-STATUS        PIC X(02).
001790      88  WS-GJ-OK                        VALUE "00".
001800      88  WS-GJ-FILE-NOT-FOUND            VALUE "35".
001810
001820  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001830      88  WS-EOF                          VALUE "Y".
001840
001850  01  WS-TRANS-OK-SW              PIC X(01) VALUE "N".
001860      88  WS-TRANS-OK                     VALUE "Y".
001870
001880  01  WS-SIZE-IN-RANGE-SW         PIC X(01) VALUE "Y".
001890      88  WS-SIZE-IN-RANGE                VALUE "Y".
001900
001910  01  WS-SHOE-SIZE-NUM            PIC 9(04) VALUE ZERO.
001920
001930  01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001940  01  WS-AUDIT-TRANS-TYPE         PIC X(01).
001950  01  WS-QTY-BEFORE               PIC 9(05) VALUE ZERO.
001960  01  WS-QTY-AFTER                PIC 9(05) VALUE ZERO.
001970  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001980  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001990  01  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZERO.
002000  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
002010  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
002020  01  WS-APPLY-COUNT              PIC 9(05) VALUE ZERO.
002030  01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
002040
002050  01  WS-ROW-COUNT                PIC 9(07) VALUE ZERO.
002060  01  WS-RESUME-ROW-COUNT         PIC 9(07) VALUE ZERO.
002070  01  WS-RESTART-SW               PIC X(01) VALUE "N".
002080      88  WS-RESTARTING                   VALUE "Y".
002090
002100  01  WS-COST-BEFORE              PIC 9(04)V99 VALUE ZERO.
002110  01  WS-WAS-ACTIVE-SW            PIC X(01) VALUE "N".
002120      88  WS-WAS-ACTIVE                   VALUE "Y".
002130
002140  01  WS-GL-DEBIT-ACCT            PIC X(06) VALUE SPACES.
002150  01  WS-GL-CREDIT-ACCT           PIC X(06) VALUE SPACES.
002160  01  WS-GL-INV-ACCT              PIC X(06) VALUE SPACES.
002170  01  WS-GL-OFFSET-ACCT           PIC X(06) VALUE SPACES.
002180  01  WS-GL-POST-ACCT             PIC X(06) VALUE SPACES.
002190  01  WS-GL-POST-DR-CR            PIC X(01) VALUE SPACE.
002200  01  WS-GL-ENTRY-CD              PIC X(01) VALUE SPACE.
002210  01  WS-GL-SIGNED-AMT            PIC S9(09)V99 VALUE ZERO.
002220  01  WS-GL-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002230  01  WS-GL-BATCH-DATE            PIC 9(08) VALUE ZERO.
002240  01  WS-GL-BATCH-TIME            PIC 9(08) VALUE ZERO.
002250  01  WS-GL-ENTRY-COUNT           PIC 9(07) VALUE ZERO.
002260  01  WS-GL-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
002270  01  WS-GL-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
002280
002290      COPY GLACCT.
002300      COPY LOCCODES.
002310
002320  01  WS-HEADING-1.
002330      05  FILLER                   PIC X(30)
002340              VALUE "SHOE-MASTER BULK MAINTENANCE  ".
002350      05  FILLER                   PIC X(04) VALUE "RUN ".
002360      05  H1-RUN-DATE              PIC 9(08).
002370
002380  01  WS-HEADING-2.
002390      05  FILLER                   PIC X(02) VALUE "TY".
002400      05  FILLER                   PIC X(02) VALUE SPACES.
002410      05  FILLER                   PIC X(05) VALUE "STYLE".
002420      05  FILLER                   PIC X(02) VALUE SPACES.
002430      05  FILLER                   PIC X(04) VALUE "SIZE".
002440      05  FILLER                   PIC X(02) VALUE SPACES.
002450      05  FILLER                   PIC X(08) VALUE "OPERATOR".
002460      05  FILLER                   PIC X(02) VALUE SPACES.
002470      05  FILLER                   PIC X(11) VALUE "DISPOSITION".
002480
002490  01  WS-DETAIL-LINE.
002500      05  DL-TRANS-TYPE            PIC X(01).
002510      05  FILLER                   PIC X(03) VALUE SPACES.
002520      05  DL-SHOE-STYLE            PIC X(05).
002530      05  FILLER                   PIC X(02) VALUE SPACES.
002540      05  DL-SHOE-SIZE             PIC X(04).
002550      05  FILLER                   PIC X(02) VALUE SPACES.
002560      05  DL-OPERATOR-ID           PIC X(08).
002570      05  FILLER                   PIC X(02) VALUE SPACES.
002580      05  DL-DISPOSITION           PIC X(40).
002590
002600  01  WS-TOTAL-LINE-1.
002610      05  FILLER                   PIC X(23)
002620              VALUE "TRANSACTIONS READ  -  ".
002630      05  TL-READ-COUNT            PIC ZZ,ZZ9.
002640
002650  01  WS-TOTAL-LINE-2.
002660      05  FILLER                   PIC X(23)
002670              VALUE "TRANSACTIONS APPLY -  ".
002680      05  TL-APPLY-COUNT           PIC ZZ,ZZ9.
002690
002700  01  WS-TOTAL-LINE-3.
002710      05  FILLER                   PIC X(23)
002720              VALUE "TRANSACTIONS REJECT-  ".
002730      05  TL-REJECT-COUNT          PIC ZZ,ZZ9.
002740
002750  01  WS-TOTAL-LINE-4.
002760      05  FILLER                   PIC X(23)
002770              VALUE "GL ENTRIES WRITTEN -  ".
002780      05  TL-GL-ENTRY-COUNT        PIC Z,ZZZ,ZZ9.
002790
002800  01  WS-TOTAL-LINE-5.
002810      05  FILLER                   PIC X(23)
002820              VALUE "GL BATCH DEBITS    -  ".
002830      05  TL-GL-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002840
002850  01  WS-RESTART-LINE.
002860      05  FILLER                   PIC X(34)
002870              VALUE "** RESTARTED FROM CHECKPOINT - ROW".
002880      05  RS-ROW-COUNT             PIC ZZZZZZ9.
002890      05  FILLER                   PIC X(26)
002900              VALUE " - COUNTS CARRIED FWD   **".
002910
002920  PROCEDURE DIVISION.
002930  0000-MAIN-PROCEDURE.
002940      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950
002960      PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002970          UNTIL WS-EOF.
002980
002990      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003000
003010      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020
003030      STOP RUN.
003040
003050*****************************************************************
003060* 1000-INITIALIZE - OPEN FILES (CREATING SHOE-MASTER OR
003070*                   STYLE-XREF IF EITHER HAS NEVER BEEN
003080*                   CREATED, AS LAB10 DOES), PRINT HEADINGS,
003090*                   AND READ THE FIRST TRANSACTION.
003100*****************************************************************
003110  1000-INITIALIZE.
003120      OPEN INPUT MAINT-TRANS.
003130      OPEN I-O SHOE-MASTER.
003140      IF WS-SM-FILE-NOT-FOUND
003150          OPEN OUTPUT SHOE-MASTER
003160          CLOSE SHOE-MASTER
003170          OPEN I-O SHOE-MASTER
003180      END-IF.
003190      OPEN INPUT STYLE-XREF.
003200      IF WS-SX-FILE-NOT-FOUND
003210          OPEN OUTPUT STYLE-XREF
003220          CLOSE STYLE-XREF
003230          OPEN INPUT STYLE-XREF
003240      END-IF.
003250      OPEN EXTEND AUDIT-LOG.
003260      IF WS-AL-FILE-NOT-FOUND
003270          OPEN OUTPUT AUDIT-LOG
003280      END-IF.
003290      OPEN EXTEND CONTROL-TOTALS.
003300      IF WS-CT-FILE-NOT-FOUND
003310          OPEN OUTPUT CONTROL-TOTALS
003320      END-IF.
003330      OPEN OUTPUT MAINT-LISTING.
003340      OPEN EXTEND GL-JOURNAL.
003350      IF WS-GJ-FILE-NOT-FOUND
003360          OPEN OUTPUT GL-JOURNAL
003370      END-IF.
003380
003390      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
003400      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
003410      MOVE WS-CURRENT-DATE TO WS-GL-BATCH-DATE.
003420      MOVE WS-CURRENT-TIME TO WS-GL-BATCH-TIME.
003430      WRITE LISTING-RECORD FROM WS-HEADING-1.
003440      MOVE SPACES TO LISTING-RECORD.
003450      WRITE LISTING-RECORD.
003460      WRITE LISTING-RECORD FROM WS-HEADING-2.
003470
003480      OPEN INPUT BMT-CHECKPOINT.
003490      IF NOT WS-CK-FILE-NOT-FOUND
003500          READ BMT-CHECKPOINT
003510              AT END
003520                  CONTINUE
003530              NOT AT END
003540                  PERFORM 1100-RESUME-FROM-CHECKPOINT
003550                      THRU 1100-EXIT
003560          END-READ
003570          CLOSE BMT-CHECKPOINT
003580      END-IF.
003590
003600      IF WS-RESTARTING
003610          MOVE WS-RESUME-ROW-COUNT TO RS-ROW-COUNT
003620          WRITE LISTING-RECORD FROM WS-RESTART-LINE
003630      END-IF.
003640
003650      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003660  1000-EXIT.
003670      EXIT.
003680
003690*****************************************************************
003700* 1100-RESUME-FROM-CHECKPOINT - CARRY AN INTERRUPTED RUN'S
003710*                               POSITION AND COUNTS FORWARD
003720*                               FROM ITS CHECKPOINT.  A RECORD
003730*                               WITH A ZERO OR UNREADABLE ROW
003740*                               COUNT IS IGNORED AND THE RUN
003750*                               STARTS FRESH.
003760*****************************************************************
003770  1100-RESUME-FROM-CHECKPOINT.
003780      IF CK-ROW-COUNT NUMERIC AND CK-ROW-COUNT > ZERO
003790          MOVE "Y" TO WS-RESTART-SW
003800          MOVE CK-ROW-COUNT TO WS-RESUME-ROW-COUNT
003810          MOVE CK-READ-COUNT TO WS-READ-COUNT
003820          MOVE CK-ACCEPT-COUNT TO WS-ACCEPT-COUNT
003830          MOVE CK-WRITE-COUNT TO WS-WRITE-COUNT
003840          MOVE CK-APPLY-COUNT TO WS-APPLY-COUNT
003850          MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
003860      END-IF.
003870  1100-EXIT.
003880      EXIT.
003890
003900*****************************************************************
003910* 2000-PROCESS-TRANS - EDIT AND APPLY ONE TRANSACTION, PRINT
003920*                      ITS DISPOSITION, AND READ AHEAD.  A ROW
003930*                      AT OR BEFORE THE CHECKPOINTED POSITION
003940*                      WAS ALREADY APPLIED BY THE INTERRUPTED
003950*                      RUN AND IS PASSED OVER, NOT RE-EDITED.
003960*                      EVERY FINISHED ROW TAKES A FRESH
003970*                      CHECKPOINT.
003980*****************************************************************
003990  2000-PROCESS-TRANS.
004000      ADD 1 TO WS-ROW-COUNT.
004010      IF WS-ROW-COUNT > WS-RESUME-ROW-COUNT
004020          ADD 1 TO WS-READ-COUNT
004030          PERFORM 3000-EDIT-AND-APPLY THRU 3000-EXIT
004040          PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
004050      END-IF.
004060      PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004070  2000-EXIT.
004080      EXIT.
004090
004100*****************************************************************
004110* 2100-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
004120*****************************************************************
004130  2100-READ-TRANS.
004140      READ MAINT-TRANS
004150          AT END
004160              MOVE "Y" TO WS-EOF-SW
004170      END-READ.
004180  2100-EXIT.
004190      EXIT.
004200
004210*****************************************************************
004220* 3000-EDIT-AND-APPLY - ROUTE ONE TRANSACTION BY TYPE, APPLYING
004230*                       THE SAME EDITS LAB10 ENFORCES ON THE
004240*                       SCREEN.  THE OPERATOR STAMPED ON THE
004250*                       MASTER AND THE AUDIT TRAIL IS THE ONE
004260*                       ON THE ROW, OR THE PROGRAM NAME WHEN
004270*                       THE ROW CARRIES NONE.
004280*****************************************************************
004290  3000-EDIT-AND-APPLY.
004300      MOVE "Y" TO WS-TRANS-OK-SW.
004310      MOVE MT-TRANS-TYPE TO DL-TRANS-TYPE.
004320      MOVE MT-SHOE-STYLE TO DL-SHOE-STYLE.
004330      MOVE MT-SHOE-SIZE TO DL-SHOE-SIZE.
004340      MOVE MT-OPERATOR-ID TO DL-OPERATOR-ID.
004350
004360      IF MT-OPERATOR-ID = SPACES
004370          MOVE "LAB10BMT" TO WS-OPERATOR-ID
004380      ELSE
004390          MOVE MT-OPERATOR-ID TO WS-OPERATOR-ID
004400      END-IF.
004410
004420      EVALUATE TRUE
004430          WHEN MT-TRANS-ADD
004440              PERFORM 4000-APPLY-ADD THRU 4000-EXIT
004450          WHEN MT-TRANS-CHANGE
004460              PERFORM 5000-APPLY-CHANGE THRU 5000-EXIT
004470          WHEN MT-TRANS-DELETE
004480              PERFORM 6000-APPLY-DELETE THRU 6000-EXIT
004490          WHEN OTHER
004500              MOVE "REJECTED - TYPE MUST BE A, C, OR D"
004510                  TO DL-DISPOSITION
004520              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004530      END-EVALUATE.
004540  3000-EXIT.
004550      EXIT.
004560
004570*****************************************************************
004580* 3050-CHECK-STYLE-XREF - IF THE STYLE HAS AN ENTRY IN
004590*                         STYLE-XREF, REJECT A SIZE OUTSIDE ITS
004600*                         VALID RANGE.  A STYLE WITH NO ENTRY IS
004610*                         NOT RESTRICTED.  (SAME RULE AS LAB10.)
004620*****************************************************************
004630  3050-CHECK-STYLE-XREF.
004640      MOVE "Y" TO WS-SIZE-IN-RANGE-SW.
004650      MOVE MT-SHOE-STYLE TO SX-SHOE-STYLE.
004660      READ STYLE-XREF
004670          INVALID KEY
004680              CONTINUE
004690          NOT INVALID KEY
004700              MOVE MT-SHOE-SIZE TO WS-SHOE-SIZE-NUM
004710              IF WS-SHOE-SIZE-NUM < SX-SIZE-LOW
004720                      OR WS-SHOE-SIZE-NUM > SX-SIZE-HIGH
004730                  MOVE "N" TO WS-SIZE-IN-RANGE-SW
004740              END-IF
004750      END-READ.
004760  3050-EXIT.
004770      EXIT.
004780
004790*****************************************************************
004800* 3700-EDIT-SIZE - COMMON SIZE EDITS FOR AN ADD OR CHANGE:
004810*                  NUMERIC, AND IN RANGE FOR THE STYLE.
004820*****************************************************************
004830  3700-EDIT-SIZE.
004840      IF MT-SHOE-SIZE NUMERIC
004850          PERFORM 3050-CHECK-STYLE-XREF THRU 3050-EXIT
004860          IF NOT WS-SIZE-IN-RANGE
004870              MOVE "REJECTED - SIZE NOT VALID FOR THIS STYLE"
004880                  TO DL-DISPOSITION
004890              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004900          END-IF
004910      ELSE
004920          MOVE "REJECTED - SIZE NOT NUMERIC"
004930              TO DL-DISPOSITION
004940          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004950      END-IF.
004960  3700-EXIT.
004970      EXIT.
004980
004990*****************************************************************
005000* 3800-PRINT-REJECT - COUNT AND PRINT ONE REJECTED TRANSACTION
005010*                     AND MARK THE TRANSACTION NOT OK.
005020*****************************************************************
005030  3800-PRINT-REJECT.
005040      MOVE "N" TO WS-TRANS-OK-SW.
005050      ADD 1 TO WS-REJECT-COUNT.
005060      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
005070  3800-EXIT.
005080      EXIT.
005090
005100*****************************************************************
005110* 3900-PRINT-APPLIED - COUNT AND PRINT ONE APPLIED TRANSACTION.
005120*****************************************************************
005130  3900-PRINT-APPLIED.
005140      ADD 1 TO WS-APPLY-COUNT.
005150      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
005160  3900-EXIT.
005170      EXIT.
005180
005190*****************************************************************
005200* 4000-APPLY-ADD - EDIT AND WRITE ONE NEW MASTER RECORD.
005210*                  WS-ACCEPT-COUNT IS TAKEN AS SOON AS THE ROW
005220*                  PASSES ITS EDITS AND WS-WRITE-COUNT ONLY ON
005230*                  A COMPLETED WRITE, THE SAME SPLIT LAB10
005240*                  KEEPS, SO A REJECTED DUPLICATE LEAVES THE
005250*                  TWO OUT OF STEP FOR LAB10REC TO CATCH.
005260*****************************************************************
005270  4000-APPLY-ADD.
005280      PERFORM 3700-EDIT-SIZE THRU 3700-EXIT.
005290
005300      IF WS-TRANS-OK
005310          ADD 1 TO WS-ACCEPT-COUNT
005320          MOVE MT-SHOE-STYLE TO SM-SHOE-STYLE
005330          MOVE MT-SHOE-SIZE TO SM-SHOE-SIZE
005340          SET SM-ACTIVE TO TRUE
005350          MOVE ZERO TO SM-QTY-ON-HAND
005360          MOVE ZERO TO SM-QTY-ON-ORDER
005370          MOVE ZERO TO SM-REORDER-POINT
005380          MOVE ZERO TO SM-UNIT-COST
005390          MOVE ZERO TO SM-RETAIL-PRICE
005400          PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
005410          MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE
005420          MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME
005430          MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER
005440          WRITE SHOE-MASTER-RECORD
005450              INVALID KEY
005460                  MOVE "REJECTED - STYLE/SIZE ALREADY ON FILE"
005470                      TO DL-DISPOSITION
005480                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005490              NOT INVALID KEY
005500                  ADD 1 TO WS-WRITE-COUNT
005510                  MOVE "A" TO WS-AUDIT-TRANS-TYPE
005520                  MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
005530                  MOVE SM-QTY-ON-HAND TO WS-QTY-AFTER
005540                  PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
005550                  MOVE "ADDED" TO DL-DISPOSITION
005560                  PERFORM 3900-PRINT-APPLIED THRU 3900-EXIT
005570          END-WRITE
005580      END-IF.
005590  4000-EXIT.
005600      EXIT.
005610
005620*****************************************************************
005630* 5000-APPLY-CHANGE - REWRITE AN EXISTING MASTER RECORD WITH
005640*                     ITS CORRECTED ON-HAND QUANTITY.  SIZE IS
005650*                     PART OF THE KEY, SO A WRONG SIZE REJECTS
005660*                     AS STYLE/SIZE NOT ON FILE.
005670*****************************************************************
005680  5000-APPLY-CHANGE.
005690      IF MT-QTY-ON-HAND NOT NUMERIC
005700          MOVE "REJECTED - QUANTITY NOT NUMERIC"
005710              TO DL-DISPOSITION
005720          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005730      END-IF.
005740
005750      IF WS-TRANS-OK
005760              AND (MT-UNIT-COST NOT NUMERIC
005770              OR MT-RETAIL-PRICE NOT NUMERIC)
005780          MOVE "REJECTED - COST/PRICE NOT NUMERIC"
005790              TO DL-DISPOSITION
005800          PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005810      END-IF.
005820
005830      IF WS-TRANS-OK
005840          MOVE MT-SHOE-STYLE TO SM-SHOE-STYLE
005850          MOVE MT-SHOE-SIZE TO SM-SHOE-SIZE
005860          READ SHOE-MASTER
005870              INVALID KEY
005880                  MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
005890                      TO DL-DISPOSITION
005900                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005910              NOT INVALID KEY
005920                  MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
005930                  MOVE SM-UNIT-COST TO WS-COST-BEFORE
005940                  MOVE MT-QTY-ON-HAND TO SM-QTY-ON-HAND
005950                  MOVE MT-QTY-ON-HAND TO WS-QTY-AFTER
005960                  MOVE MT-UNIT-COST TO SM-UNIT-COST
005970                  MOVE MT-RETAIL-PRICE TO SM-RETAIL-PRICE
005980                  PERFORM 8890-GET-CURRENT-DATE-TIME
005990                      THRU 8890-EXIT
006000                  MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE
006010                  MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME
006020                  MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER
006030                  PERFORM 5900-REWRITE-CHANGE THRU 5900-EXIT
006040          END-READ
006050      END-IF.
006060  5000-EXIT.
006070      EXIT.
006080
006090*****************************************************************
006100* 5900-REWRITE-CHANGE - REWRITE THE CHANGED MASTER AND LOG THE
006110*                       CHANGE WHEN THE REWRITE SUCCEEDS.
006120*****************************************************************
006130  5900-REWRITE-CHANGE.
006140      REWRITE SHOE-MASTER-RECORD
006150          INVALID KEY
006160              MOVE "REJECTED - UNABLE TO REWRITE STYLE"
006170                  TO DL-DISPOSITION
006180              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
006190          NOT INVALID KEY
006200              MOVE "C" TO WS-AUDIT-TRANS-TYPE
006210              PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
006220              PERFORM 5950-JOURNAL-CHANGE THRU 5950-EXIT
006230              MOVE "CHANGED" TO DL-DISPOSITION
006240              PERFORM 3900-PRINT-APPLIED THRU 3900-EXIT
006250      END-REWRITE.
006260  5900-EXIT.
006270      EXIT.
006280
006290*****************************************************************
006300* 5950-JOURNAL-CHANGE - JOURNAL WHAT A CHANGE ROW DID TO THE
006310*                       VALUE OF STOCK: THE CORRECTED QUANTITY
006320*                       AT THE OLD COST AGAINST SHRINK, THEN THE
006330*                       CORRECTED COST ON THE NEW QUANTITY
006340*                       AGAINST COST REVALUATION.  TOGETHER
006350*                       THEY MOVE THE INVENTORY ACCOUNT BY
006360*                       EXACTLY THE CHANGE IN EXTENDED COST.
006370*****************************************************************
006380  5950-JOURNAL-CHANGE.
006390      IF SM-INACTIVE
006400          MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-INV-ACCT
006410      ELSE
006420          MOVE GL-ACCT-INVENTORY TO WS-GL-INV-ACCT
006430      END-IF.
006440
006450      COMPUTE WS-GL-SIGNED-AMT =
006460          (WS-QTY-AFTER - WS-QTY-BEFORE) * WS-COST-BEFORE.
006470      MOVE GL-ACCT-SHRINK TO WS-GL-OFFSET-ACCT.
006480      MOVE "Q" TO WS-GL-ENTRY-CD.
006490      PERFORM 8930-JOURNAL-SIGNED-AMT THRU 8930-EXIT.
006500
006510      COMPUTE WS-GL-SIGNED-AMT =
006520          (SM-UNIT-COST - WS-COST-BEFORE) * WS-QTY-AFTER.
006530      MOVE GL-ACCT-COST-REVAL TO WS-GL-OFFSET-ACCT.
006540      MOVE "K" TO WS-GL-ENTRY-CD.
006550      PERFORM 8930-JOURNAL-SIGNED-AMT THRU 8930-EXIT.
006560  5950-EXIT.
006570      EXIT.
006580
006590*****************************************************************
006600* 6000-APPLY-DELETE - MARK AN EXISTING MASTER RECORD INACTIVE
006610*                     RATHER THAN REMOVING IT, AS LAB10'S
006620*                     DELETE FUNCTION DOES.
006630*****************************************************************
006640  6000-APPLY-DELETE.
006650      MOVE MT-SHOE-STYLE TO SM-SHOE-STYLE.
006660      MOVE MT-SHOE-SIZE TO SM-SHOE-SIZE.
006670      READ SHOE-MASTER
006680          INVALID KEY
006690              MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
006700                  TO DL-DISPOSITION
006710              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
006720          NOT INVALID KEY
006730              MOVE SM-QTY-ON-HAND TO WS-QTY-BEFORE
006740              MOVE SM-QTY-ON-HAND TO WS-QTY-AFTER
006750              MOVE "N" TO WS-WAS-ACTIVE-SW
006760              IF SM-ACTIVE
006770                  MOVE "Y" TO WS-WAS-ACTIVE-SW
006780              END-IF
006790              SET SM-INACTIVE TO TRUE
006800              PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT
006810              MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE
006820              MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME
006830              MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER
006840              PERFORM 6900-REWRITE-DELETE THRU 6900-EXIT
006850      END-READ.
006860  6000-EXIT.
006870      EXIT.
006880
006890*****************************************************************
006900* 6900-REWRITE-DELETE - REWRITE THE INACTIVATED MASTER AND LOG
006910*                       THE DELETE WHEN THE REWRITE SUCCEEDS.
006920*****************************************************************
006930  6900-REWRITE-DELETE.
006940      REWRITE SHOE-MASTER-RECORD
006950          INVALID KEY
006960              MOVE "REJECTED - UNABLE TO REWRITE STYLE"
006970                  TO DL-DISPOSITION
006980              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
006990          NOT INVALID KEY
007000              MOVE "D" TO WS-AUDIT-TRANS-TYPE
007010              PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT
007020              PERFORM 6950-JOURNAL-DELETE THRU 6950-EXIT
007030              MOVE "DELETED" TO DL-DISPOSITION
007040              PERFORM 3900-PRINT-APPLIED THRU 3900-EXIT
007050      END-REWRITE.
007060  6900-EXIT.
007070      EXIT.
007080
007090*****************************************************************
007100* 6950-JOURNAL-DELETE - A DELETE OF AN ACTIVE STYLE/SIZE STILL
007110*                       HOLDING PAIRS MOVES THEIR COST OUT OF
007120*                       INVENTORY INTO DISCONTINUED INVENTORY,
007130*                       AS LAB10'S DELETE DOES.  RE-DELETING AN
007140*                       INACTIVE RECORD MOVES NOTHING.
007150*****************************************************************
007160  6950-JOURNAL-DELETE.
007170      IF WS-WAS-ACTIVE
007180          COMPUTE WS-GL-AMOUNT = WS-QTY-AFTER * SM-UNIT-COST
007190          MOVE GL-ACCT-DISC-INVENTORY TO WS-GL-DEBIT-ACCT
007200          MOVE GL-ACCT-INVENTORY TO WS-GL-CREDIT-ACCT
007210          MOVE "D" TO WS-GL-ENTRY-CD
007220          PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT
007230      END-IF.
007240  6950-EXIT.
007250      EXIT.
007260
007270*****************************************************************
007280* 7500-TAKE-CHECKPOINT - REWRITE THE ONE-RECORD CHECKPOINT FILE
007290*                        WITH THE RUN'S POSITION AND RUNNING
007300*                        COUNTS, SO A FAILURE ON THE NEXT ROW
007310*                        LOSES AT MOST THAT ONE ROW.
007320*****************************************************************
007330  7500-TAKE-CHECKPOINT.
007340      OPEN OUTPUT BMT-CHECKPOINT.
007350      MOVE SPACES TO BMT-CHECKPOINT-RECORD.
007360      MOVE WS-ROW-COUNT TO CK-ROW-COUNT.
007370      MOVE WS-READ-COUNT TO CK-READ-COUNT.
007380      MOVE WS-ACCEPT-COUNT TO CK-ACCEPT-COUNT.
007390      MOVE WS-WRITE-COUNT TO CK-WRITE-COUNT.
007400      MOVE WS-APPLY-COUNT TO CK-APPLY-COUNT.
007410      MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT.
007420      MOVE WS-CURRENT-DATE TO CK-CHECKPOINT-DATE.
007430      MOVE WS-CURRENT-TIME TO CK-CHECKPOINT-TIME.
007440      WRITE BMT-CHECKPOINT-RECORD.
007450      CLOSE BMT-CHECKPOINT.
007460  7500-EXIT.
007470      EXIT.
007480
007490*****************************************************************
007500* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
007510*****************************************************************
007520  8000-PRINT-TOTALS.
007530      MOVE WS-READ-COUNT TO TL-READ-COUNT.
007540      MOVE WS-APPLY-COUNT TO TL-APPLY-COUNT.
007550      MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
007560      MOVE WS-GL-ENTRY-COUNT TO TL-GL-ENTRY-COUNT.
007570      MOVE WS-GL-TOTAL-DEBITS TO TL-GL-TOTAL-DEBITS.
007580
007590      MOVE SPACES TO LISTING-RECORD.
007600      WRITE LISTING-RECORD.
007610      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
007620      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
007630      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
007640      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
007650      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
007660  8000-EXIT.
007670      EXIT.
007680
007690*****************************************************************
007700* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
007710*                              ONCE PER TRANSACTION SO THE SAME
007720*                              STAMP CAN BE USED FOR BOTH THE
007730*                              SHOE-MASTER UPDATE AND ITS AUDIT-
007740*                              LOG RECORD.
007750*****************************************************************
007760  8890-GET-CURRENT-DATE-TIME.
007770      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007780      ACCEPT WS-CURRENT-TIME FROM TIME.
007790  8890-EXIT.
007800      EXIT.
007810
007820*****************************************************************
007830* 8900-WRITE-AUDIT-RECORD - LOG AN ADD, CHANGE, OR DELETE
007840*                          TRANSACTION WITH ITS DATE, TIME, AND
007850*                          OPERATOR ID.
007860*****************************************************************
007870  8900-WRITE-AUDIT-RECORD.
007880      MOVE SPACES TO AUDIT-LOG-RECORD.
007890      MOVE MT-SHOE-STYLE TO AL-SHOE-STYLE.
007900      MOVE MT-SHOE-SIZE TO AL-SHOE-SIZE.
007910      MOVE WS-AUDIT-TRANS-TYPE TO AL-TRANS-TYPE.
007920      MOVE WS-CURRENT-DATE TO AL-TRANS-DATE.
007930      MOVE WS-CURRENT-TIME TO AL-TRANS-TIME.
007940      MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
007950      MOVE WS-QTY-BEFORE TO AL-QTY-BEFORE.
007960      MOVE WS-QTY-AFTER TO AL-QTY-AFTER.
007970      MOVE LC-HOME-LOCATION TO AL-LOCATION.
007980      WRITE AUDIT-LOG-RECORD.
007990  8900-EXIT.
008000      EXIT.
008010
008020*****************************************************************
008030* 8910-WRITE-GL-PAIR - WRITE THE DEBIT AND THE MATCHING CREDIT
008040*                      FOR ONE MOVEMENT OF VALUE.  A MOVEMENT
008050*                      WORTH NOTHING IS NOT JOURNALED.
008060*****************************************************************
008070  8910-WRITE-GL-PAIR.
008080      IF WS-GL-AMOUNT > ZERO
008090          MOVE WS-GL-DEBIT-ACCT TO WS-GL-POST-ACCT
008100          MOVE "D" TO WS-GL-POST-DR-CR
008110          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
008120          MOVE WS-GL-CREDIT-ACCT TO WS-GL-POST-ACCT
008130          MOVE "C" TO WS-GL-POST-DR-CR
008140          PERFORM 8920-WRITE-GL-ENTRY THRU 8920-EXIT
008150      END-IF.
008160  8910-EXIT.
008170      EXIT.
008180
008190*****************************************************************
008200* 8920-WRITE-GL-ENTRY - WRITE ONE GL DETAIL RECORD UNDER THIS
008210*                       RUN'S BATCH AND ADD IT TO THE BATCH
008220*                       TOTALS.
008230*****************************************************************
008240  8920-WRITE-GL-ENTRY.
008250      MOVE SPACES TO GL-JOURNAL-RECORD.
008260      MOVE "D" TO GJ-RECORD-TYPE.
008270      MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE.
008280      MOVE "LAB10BMT" TO GJ-SOURCE-PROGRAM.
008290      MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME.
008300      MOVE WS-GL-POST-ACCT TO GJ-ACCOUNT.
008310      MOVE WS-GL-POST-DR-CR TO GJ-DR-CR.
008320      MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
008330      MOVE SM-SHOE-STYLE TO GJ-SHOE-STYLE.
008340      MOVE SM-SHOE-SIZE TO GJ-SHOE-SIZE.
008350      MOVE WS-GL-ENTRY-CD TO GJ-ENTRY-CD.
008360      WRITE GL-JOURNAL-RECORD.
008370      ADD 1 TO WS-GL-ENTRY-COUNT.
008380      IF GJ-DEBIT
008390          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
008400      ELSE
008410          ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
008420      END-IF.
008430  8920-EXIT.
008440      EXIT.
008450
008460*****************************************************************
008470* 8930-JOURNAL-SIGNED-AMT - JOURNAL A SIGNED CHANGE IN VALUE
008480*                           BETWEEN THE INVENTORY ACCOUNT AND ITS
008490*                           OFFSET: AN INCREASE DEBITS INVENTORY,
008500*                           A DECREASE CREDITS IT.
008510*****************************************************************
008520  8930-JOURNAL-SIGNED-AMT.
008530      IF WS-GL-SIGNED-AMT < ZERO
008540          COMPUTE WS-GL-AMOUNT = 0 - WS-GL-SIGNED-AMT
008550          MOVE WS-GL-OFFSET-ACCT TO WS-GL-DEBIT-ACCT
008560          MOVE WS-GL-INV-ACCT TO WS-GL-CREDIT-ACCT
008570      ELSE
008580          MOVE WS-GL-SIGNED-AMT TO WS-GL-AMOUNT
008590          MOVE WS-GL-INV-ACCT TO WS-GL-DEBIT-ACCT
008600          MOVE WS-GL-OFFSET-ACCT TO WS-GL-CREDIT-ACCT
008610      END-IF.
008620      PERFORM 8910-WRITE-GL-PAIR THRU 8910-EXIT.
008630  8930-EXIT.
008640      EXIT.
008650
008660*****************************************************************
008670* 8950-WRITE-CONTROL-TOTALS - APPEND ONE RECORD TO CONTROL-TOTALS
008680*                             SUMMARIZING THIS RUN'S ACCEPTED
008690*                             ADDS AGAINST MASTER WRITES SO
008700*                             LAB10REC CAN RECONCILE THEM.
008710*****************************************************************
008720  8950-WRITE-CONTROL-TOTALS.
008730      MOVE SPACES TO CONTROL-TOTALS-RECORD.
008740      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
008750      MOVE WS-CURRENT-DATE TO CT-RUN-DATE.
008760      MOVE WS-CURRENT-TIME TO CT-RUN-TIME.
008770      MOVE "LAB10BMT" TO CT-OPERATOR-ID.
008780      MOVE WS-ACCEPT-COUNT TO CT-ACCEPT-COUNT.
008790      MOVE WS-WRITE-COUNT TO CT-WRITE-COUNT.
008800      MOVE "M" TO CT-RUN-TYPE.
008810      WRITE CONTROL-TOTALS-RECORD.
008820  8950-EXIT.
008830      EXIT.
008840
008850*****************************************************************
008860* 8960-WRITE-GL-BATCH-TOTAL - CLOSE THIS RUN'S GL BATCH WITH ITS
008870*                             ENTRY COUNT AND DEBIT AND CREDIT
008880*                             TOTALS.  A RUN THAT JOURNALED
008890*                             NOTHING WRITES NO BATCH.  A
008900*                             RESTARTED RUN'S BATCH COVERS ONLY
008910*                             THE ROWS IT APPLIED ITSELF.
008920*****************************************************************
008930  8960-WRITE-GL-BATCH-TOTAL.
008940      IF WS-GL-ENTRY-COUNT > ZERO
008950          MOVE SPACES TO GL-JOURNAL-RECORD
008960          MOVE "T" TO GJ-RECORD-TYPE
008970          MOVE WS-GL-BATCH-DATE TO GJ-BUSINESS-DATE
008980          MOVE "LAB10BMT" TO GJ-SOURCE-PROGRAM
008990          MOVE WS-GL-BATCH-TIME TO GJ-BATCH-TIME
009000          MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
009010          MOVE WS-GL-TOTAL-DEBITS TO GJ-TOTAL-DEBITS
009020          MOVE WS-GL-TOTAL-CREDITS TO GJ-TOTAL-CREDITS
009030          WRITE GL-JOURNAL-RECORD
009040      END-IF.
009050  8960-EXIT.
009060      EXIT.
009070
009080*****************************************************************
009090* 9000-TERMINATE - WRITE THE CONTROL TOTALS, EMPTY THE
009100*                  CHECKPOINT - THE RUN FINISHED, SO THE NEXT
009110*                  RUN STARTS FRESH - CLOSE THE FILES, AND END
009120*                  THE RUN.
009130*****************************************************************
009140  9000-TERMINATE.
009150      PERFORM 8950-WRITE-CONTROL-TOTALS THRU 8950-EXIT.
009160      PERFORM 8960-WRITE-GL-BATCH-TOTAL THRU 8960-EXIT.
009170      OPEN OUTPUT BMT-CHECKPOINT.
009180      CLOSE BMT-CHECKPOINT.
009190      CLOSE MAINT-TRANS.
009200      CLOSE SHOE-MASTER.
009210      CLOSE STYLE-XREF.
009220      CLOSE AUDIT-LOG.
009230      CLOSE CONTROL-TOTALS.
009240      CLOSE MAINT-LISTING.
009250      CLOSE GL-JOURNAL.
009260  9000-EXIT.
009270      EXIT.
009280
009290  END PROGRAM LAB10BMT.

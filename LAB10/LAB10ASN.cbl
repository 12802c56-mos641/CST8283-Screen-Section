000230*          THE WAREHOUSE NO LONGER KEYS EVERY CARTON BY HAND.
000240*          LINES THAT CANNOT BE CONVERTED ARE PRINTED ON AN
000250*          EXCEPTION LIST WITH THE REASON.
000260*          EACH LINE MUST MATCH AN OPEN PURCHASE-ORDER LINE FOR
000270*          ITS STYLE/SIZE ON THE PO MASTER (POMASTER) - THE
000280*          OLDEST ONE, OR THE ONE ON THE PO NUMBER THE VENDOR
000290*          QUOTES - AND MAY NOT SHIP MORE THAN THE LINE STILL
000300*          HAS OPEN.  A MATCHED LINE IS RECEIVED AGAINST THE PO
000310*          (CLOSING IT WHEN FULLY RECEIVED) AND ITS RECEIPT ROW
000320*          CARRIES THE PO LINE SO LAB10PST RELIEVES ON-ORDER AS
000330*          THE RECEIPT POSTS.
000340*****************************************************************
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID. LAB10ASN.
000370  AUTHOR. D. FALLIS.
000380  INSTALLATION. RETAIL SYSTEMS.
000390  DATE-WRITTEN. 2026-09-02.
000400  DATE-COMPILED.
000410*****************************************************************
000420* MODIFICATION HISTORY
000430*   2026-09-02  DF  ORIGINAL PROGRAM.
000440*   2026-10-15  DF  NOTICE LINES NOW MATCH AGAINST OPEN
000450*                   PURCHASE-ORDER LINES ON POMASTER.  A LINE
000460*                   WITH NO OPEN PO LINE, OR SHIPPING MORE THAN
000470*                   THE LINE HAS OPEN, GOES TO THE EXCEPTION
000480*                   LIST.  A MATCHED LINE UPDATES THE PO'S
000490*                   RECEIVED QUANTITY AND STAMPS THE PO LINE ON
000500*                   THE RECEIPT ROW.  THE NOTICE MAY QUOTE THE
000510*                   PO NUMBER (SN-PO-NUMBER) TO PIN THE MATCH.
000520*   2026-10-15  DF  A PO MASTER THAT WILL NOT OPEN CLEANLY NOW
000530*                   ABANDONS THE RUN INSTEAD OF READING IT.
000540*****************************************************************
000550  ENVIRONMENT DIVISION.
000560  INPUT-OUTPUT SECTION.
000570  FILE-CONTROL.
000580      SELECT SHIP-NOTICE ASSIGN TO "SHIPNOT"
000590          ORGANIZATION IS LINE SEQUENTIAL
000600          FILE STATUS IS WS-SHIP-NOTICE-STATUS.
000610
000620      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000630          ORGANIZATION IS INDEXED
000640          ACCESS MODE IS DYNAMIC
000650          RECORD KEY IS SM-MASTER-KEY
000660          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000670
000680      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000690          ORGANIZATION IS INDEXED
000700          ACCESS MODE IS DYNAMIC
000710          RECORD KEY IS SX-SHOE-STYLE
000720          FILE STATUS IS WS-STYLE-XREF-STATUS.
000730
000740      SELECT SHOE-TRANS ASSIGN TO "SHOETRAN"
000750          ORGANIZATION IS LINE SEQUENTIAL
000760          FILE STATUS IS WS-SHOE-TRANS-STATUS.
000770
000780      SELECT PO-MASTER ASSIGN TO "POMASTER"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS DYNAMIC
000810          RECORD KEY IS PM-MASTER-KEY
000820          FILE STATUS IS WS-PO-MASTER-STATUS.
000830
000840      SELECT ASN-LISTING ASSIGN TO "ASNRPT"
000850          ORGANIZATION IS LINE SEQUENTIAL
000860          FILE STATUS IS WS-ASN-LISTING-STATUS.
000870
000880  DATA DIVISION.
000890  FILE SECTION.
000900  FD  SHIP-NOTICE
000910      LABEL RECORDS ARE STANDARD.
000920  01  SHIP-NOTICE-RECORD.
000930      05  SN-SHOE-STYLE            PIC X(05).
000940      05  SN-SHOE-SIZE             PIC X(04).
000950      05  SN-QUANTITY              PIC 9(05).
000960      05  SN-PO-NUMBER             PIC X(06).
000970      05  FILLER                   PIC X(60).
000980
000990  FD  SHOE-MASTER
001000      LABEL RECORDS ARE STANDARD.
001010      COPY SHOEMAST.
001020
001030  FD  STYLE-XREF
001040      LABEL RECORDS ARE STANDARD.
001050      COPY STYLEXRF.
001060
001070  FD  SHOE-TRANS
001080      LABEL RECORDS ARE STANDARD.
001090      COPY SHOETRAN.
001100
001110  FD  PO-MASTER
001120      LABEL RECORDS ARE STANDARD.
001130      COPY POMASTER.
001140
001150  FD  ASN-LISTING
001160      LABEL RECORDS ARE STANDARD.
001170  01  LISTING-RECORD               PIC X(80).
001180
001190  WORKING-STORAGE SECTION.
001200  01  WS-SHIP-NOTICE-STATUS       PIC X(02).
001210      88  WS-SN-OK                        VALUE "00".
001220      88  WS-SN-FILE-NOT-FOUND            VALUE "35".
001230
001240  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001250      88  WS-SM-OK                        VALUE "00".
001260
001270  01  WS-STYLE-XREF-STATUS        PIC X(02).
001280      88  WS-SX-OK                        VALUE "00".
001290      88  WS-SX-FILE-NOT-FOUND            VALUE "35".
001300
001310  01  WS-SHOE-TRANS-STATUS        PIC X(02).
001320      88  WS-TR-OK                        VALUE "00".
001330      88  WS-TR-FILE-NOT-FOUND            VALUE "35".
001340
001350  01  WS-PO-MASTER-STATUS         PIC X(02).
001360      88  WS-PM-OK                        VALUE "00".
001370      88  WS-PM-FILE-NOT-FOUND            VALUE "35".
001380
001390  01  WS-ASN-LISTING-STATUS       PIC X(02).
001400      88  WS-AL-OK                        VALUE "00".
001410
001420  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001430      88  WS-EOF                          VALUE "Y".
001440
001450  01  WS-LINE-OK-SW               PIC X(01) VALUE "N".
001460      88  WS-LINE-OK                      VALUE "Y".
001470
001480  01  WS-SIZE-IN-RANGE-SW         PIC X(01) VALUE "Y".
001490      88  WS-SIZE-IN-RANGE                VALUE "Y".
001500
001510  01  WS-RUN-ABANDONED-SW         PIC X(01) VALUE "N".
001520      88  WS-RUN-ABANDONED                VALUE "Y".
001530
001540  01  WS-SHOE-SIZE-NUM            PIC 9(04) VALUE ZERO.
001550  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001560  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001570  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
001580  01  WS-EXCEPT-COUNT             PIC 9(05) VALUE ZERO.
001590  01  WS-CLOSED-COUNT             PIC 9(05) VALUE ZERO.
001600  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001610
001620  01  WS-PO-EOF-SW                PIC X(01) VALUE "N".
001630      88  WS-PO-EOF                       VALUE "Y".
001640  01  WS-PO-FOUND-SW              PIC X(01) VALUE "N".
001650      88  WS-PO-FOUND                     VALUE "Y".
001660
001670  01  WS-PO-MAX                   PIC 9(05) VALUE 1000.
001680  01  WS-PO-SUB                   PIC 9(05) VALUE ZERO.
001690  01  WS-PO-USE-SUB               PIC 9(05) VALUE ZERO.
001700  01  WS-PO-COUNT                 PIC 9(05) VALUE ZERO.
001710  01  WS-PO-TABLE-FULL-SW         PIC X(01) VALUE "N".
001720      88  WS-PO-TABLE-FULL                VALUE "Y".
001730
001740  01  WS-PO-TABLE.
001750      05  WS-PO-ENTRY OCCURS 1000 TIMES.
001760          10  WS-POL-PO-NUMBER     PIC X(06).
001770          10  WS-POL-LINE-NO       PIC X(03).
001780          10  WS-POL-SHOE-STYLE    PIC X(05).
001790          10  WS-POL-SHOE-SIZE     PIC X(04).
001800          10  WS-POL-OPEN-QTY      PIC 9(05).
001810
001820  01  WS-HEADING-1.
001830      05  FILLER                   PIC X(30)
001840              VALUE "VENDOR SHIP-NOTICE INTAKE     ".
001850      05  FILLER                   PIC X(04) VALUE "RUN ".
001860      05  H1-RUN-DATE              PIC 9(08).
001870
001880  01  WS-HEADING-2.
001890      05  FILLER                   PIC X(05) VALUE "STYLE".
001900      05  FILLER                   PIC X(02) VALUE SPACES.
001910      05  FILLER                   PIC X(04) VALUE "SIZE".
001920      05  FILLER                   PIC X(02) VALUE SPACES.
001930      05  FILLER                   PIC X(08) VALUE "QUANTITY".
001940      05  FILLER                   PIC X(02) VALUE SPACES.
001950      05  FILLER                   PIC X(06) VALUE "PO NO.".
001960      05  FILLER                   PIC X(02) VALUE SPACES.
001970      05  FILLER                   PIC X(09) VALUE "EXCEPTION".
001980
001990  01  WS-DETAIL-LINE.
002000      05  DL-SHOE-STYLE            PIC X(05).
002010      05  FILLER                   PIC X(02) VALUE SPACES.
002020      05  DL-SHOE-SIZE             PIC X(04).
002030      05  FILLER                   PIC X(03) VALUE SPACES.
002040      05  DL-QUANTITY              PIC ZZZZ9.
002050      05  FILLER                   PIC X(04) VALUE SPACES.
002060      05  DL-PO-NUMBER             PIC X(06).
002070      05  FILLER                   PIC X(02) VALUE SPACES.
002080      05  DL-EXCEPTION             PIC X(40).
002090
002100  01  WS-NO-MASTER-LINE.
002110      05  FILLER                   PIC X(41)
002120              VALUE "** SHOE-MASTER NOT AVAILABLE - INTAKE RUN".
002130      05  FILLER                   PIC X(13)
002140              VALUE " ABANDONED **".
002150
002160  01  WS-NO-PO-MASTER-LINE.
002170      05  FILLER                   PIC X(41)
002180              VALUE "** PO MASTER NOT AVAILABLE - INTAKE RUN A".
002190      05  FILLER                   PIC X(11)
002200              VALUE "BANDONED **".
002210
002220  01  WS-TOTAL-LINE-1.
002230      05  FILLER                   PIC X(23)
002240              VALUE "NOTICE LINES READ  -  ".
002250      05  TL-READ-COUNT            PIC ZZ,ZZ9.
002260
002270  01  WS-TOTAL-LINE-2.
002280      05  FILLER                   PIC X(23)
002290              VALUE "RECEIPTS WRITTEN   -  ".
002300      05  TL-WRITE-COUNT           PIC ZZ,ZZ9.
002310
002320  01  WS-TOTAL-LINE-3.
002330      05  FILLER                   PIC X(23)
002340              VALUE "EXCEPTION LINES    -  ".
002350      05  TL-EXCEPT-COUNT          PIC ZZ,ZZ9.
002360
002370  01  WS-TOTAL-LINE-4.
002380      05  FILLER                   PIC X(23)
002390              VALUE "PO LINES CLOSED    -  ".
002400      05  TL-CLOSED-COUNT          PIC ZZ,ZZ9.
002410
002420  01  WS-PO-TABLE-FULL-LINE.
002430      05  FILLER                   PIC X(38)
002440              VALUE "** OPEN-PO TABLE FULL - LATER PO LINES".
002450      05  FILLER                   PIC X(17)
002460              VALUE " NOT MATCHED   **".
002470
002480  PROCEDURE DIVISION.
002490  0000-MAIN-PROCEDURE.
002500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002510
002520      PERFORM 2000-PROCESS-NOTICE THRU 2000-EXIT
002530          UNTIL WS-EOF.
002540
002550      IF NOT WS-RUN-ABANDONED
002560          PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002570      END-IF.
002580
002590      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600
002610      STOP RUN.
002620
002630*****************************************************************
002640* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
002650*                   FIRST NOTICE LINE.  A MASTER OR PO MASTER
002660*                   THAT WILL NOT OPEN CLEANLY ABANDONS THE RUN
002670*                   WITH A NOTICE, SINCE NOTHING CAN BE
002680*                   VALIDATED OR MATCHED WITHOUT IT.
002690*****************************************************************
002700  1000-INITIALIZE.
002710      OPEN INPUT SHIP-NOTICE.
002720      IF WS-SN-FILE-NOT-FOUND
002730          MOVE "Y" TO WS-EOF-SW
002740      END-IF.
002750      OPEN INPUT SHOE-MASTER.
002760      OPEN INPUT STYLE-XREF.
002770      IF WS-SX-FILE-NOT-FOUND
002780          OPEN OUTPUT STYLE-XREF
002790          CLOSE STYLE-XREF
002800          OPEN INPUT STYLE-XREF
002810      END-IF.
002820      OPEN EXTEND SHOE-TRANS.
002830      IF WS-TR-FILE-NOT-FOUND
002840          OPEN OUTPUT SHOE-TRANS
002850      END-IF.
002860      OPEN I-O PO-MASTER.
002870      IF WS-PM-FILE-NOT-FOUND
002880          OPEN OUTPUT PO-MASTER
002890          CLOSE PO-MASTER
002900          OPEN I-O PO-MASTER
002910      END-IF.
002920      OPEN OUTPUT ASN-LISTING.
002930
002940      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002950      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002960      WRITE LISTING-RECORD FROM WS-HEADING-1.
002970      MOVE SPACES TO LISTING-RECORD.
002980      WRITE LISTING-RECORD.
002990      WRITE LISTING-RECORD FROM WS-HEADING-2.
003000
003010      IF NOT WS-SM-OK
003020          MOVE "Y" TO WS-EOF-SW
003030          MOVE "Y" TO WS-RUN-ABANDONED-SW
003040          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
003050      END-IF.
003060      IF NOT WS-PM-OK AND NOT WS-RUN-ABANDONED
003070          MOVE "Y" TO WS-EOF-SW
003080          MOVE "Y" TO WS-RUN-ABANDONED-SW
003090          WRITE LISTING-RECORD FROM WS-NO-PO-MASTER-LINE
003100      END-IF.
003110
003120      IF NOT WS-EOF
003130          PERFORM 1200-LOAD-OPEN-PO THRU 1200-EXIT
003140      END-IF.
003150
003160      IF NOT WS-EOF
003170          PERFORM 2100-READ-NOTICE THRU 2100-EXIT
003180      END-IF.
003190  1000-EXIT.
003200      EXIT.
003210
003220*****************************************************************
003230* 1200-LOAD-OPEN-PO - TABLE EVERY OPEN PO LINE WITH ITS OPEN
003240*                     QUANTITY, IN PO-NUMBER ORDER, SO THE
003250*                     FIRST MATCH FOR A STYLE/SIZE IS ITS
003260*                     OLDEST OPEN ORDER.
003270*****************************************************************
003280  1200-LOAD-OPEN-PO.
003290      MOVE "N" TO WS-PO-EOF-SW.
003300      PERFORM 1210-READ-PO-NEXT THRU 1210-EXIT
003310          UNTIL WS-PO-EOF.
003320  1200-EXIT.
003330      EXIT.
003340
003350*****************************************************************
003360* 1210-READ-PO-NEXT - READ THE NEXT PO LINE AND TABLE IT IF IT
003370*                     IS STILL OPEN.  WHEN THE TABLE IS FULL THE
003380*                     LATER LINES CANNOT BE MATCHED, AND THE
003390*                     REPORT SAYS SO.
003400*****************************************************************
003410  1210-READ-PO-NEXT.
003420      READ PO-MASTER NEXT RECORD
003430          AT END
003440              MOVE "Y" TO WS-PO-EOF-SW
003450          NOT AT END
003460              IF PM-OPEN AND PM-QTY-RECEIVED < PM-QTY-ORDERED
003470                  IF WS-PO-COUNT < WS-PO-MAX
003480                      ADD 1 TO WS-PO-COUNT
003490                      MOVE PM-PO-NUMBER
003500                          TO WS-POL-PO-NUMBER (WS-PO-COUNT)
003510                      MOVE PM-LINE-NO
003520                          TO WS-POL-LINE-NO (WS-PO-COUNT)
003530                      MOVE PM-SHOE-STYLE
003540                          TO WS-POL-SHOE-STYLE (WS-PO-COUNT)
003550                      MOVE PM-SHOE-SIZE
003560                          TO WS-POL-SHOE-SIZE (WS-PO-COUNT)
003570                      COMPUTE WS-POL-OPEN-QTY (WS-PO-COUNT) =
003580                          PM-QTY-ORDERED - PM-QTY-RECEIVED
003590                  ELSE
003600                      MOVE "Y" TO WS-PO-TABLE-FULL-SW
003610                  END-IF
003620              END-IF
003630      END-READ.
003640  1210-EXIT.
003650      EXIT.
003660
003670*****************************************************************
003680* 2000-PROCESS-NOTICE - CONVERT ONE NOTICE LINE AND READ AHEAD.
003690*****************************************************************
003700  2000-PROCESS-NOTICE.
003710      ADD 1 TO WS-READ-COUNT.
003720      PERFORM 3000-EDIT-AND-CONVERT THRU 3000-EXIT.
003730      PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
003740  2000-EXIT.
003750      EXIT.
003760
003770*****************************************************************
003780* 2100-READ-NOTICE - READ THE NEXT SHIP-NOTICE LINE.
003790*****************************************************************
003800  2100-READ-NOTICE.
003810      READ SHIP-NOTICE
003820          AT END
003830              MOVE "Y" TO WS-EOF-SW
003840      END-READ.
003850  2100-EXIT.
003860      EXIT.
003870
003880*****************************************************************
003890* 3000-EDIT-AND-CONVERT - VALIDATE ONE NOTICE LINE AGAINST THE
003900*                         MASTER AND THE STYLE-XREF RANGES AND
003910*                         WRITE THE RECEIPT ROW WHEN IT PASSES.
003920*                         A LINE THAT FAILS ANY EDIT GOES TO
003930*                         THE EXCEPTION LIST WITH THE REASON.
003940*****************************************************************
003950  3000-EDIT-AND-CONVERT.
003960      MOVE "Y" TO WS-LINE-OK-SW.
003970      MOVE SN-SHOE-STYLE TO DL-SHOE-STYLE.
003980      MOVE SN-SHOE-SIZE TO DL-SHOE-SIZE.
003990      MOVE ZERO TO DL-QUANTITY.
004000      MOVE SN-PO-NUMBER TO DL-PO-NUMBER.
004010
004020      IF SN-QUANTITY NOT NUMERIC
004030          MOVE "QUANTITY NOT NUMERIC"
004040              TO DL-EXCEPTION
004050          PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
004060      END-IF.
004070
004080      IF WS-LINE-OK
004090          MOVE SN-QUANTITY TO DL-QUANTITY
004100          IF SN-QUANTITY = ZERO
004110              MOVE "QUANTITY IS ZERO"
004120                  TO DL-EXCEPTION
004130              PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
004140          END-IF
004150      END-IF.
004160
004170      IF WS-LINE-OK
004180          PERFORM 3050-CHECK-STYLE-XREF THRU 3050-EXIT
004190          IF NOT WS-SIZE-IN-RANGE
004200              MOVE "SIZE NOT VALID FOR THIS STYLE"
004210                  TO DL-EXCEPTION
004220              PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
004230          END-IF
004240      END-IF.
004250
004260      IF WS-LINE-OK
004270          MOVE SN-SHOE-STYLE TO SM-SHOE-STYLE
004280          MOVE SN-SHOE-SIZE TO SM-SHOE-SIZE
004290          READ SHOE-MASTER
004300              INVALID KEY
004310                  MOVE "STYLE/SIZE NOT ON FILE"
004320                      TO DL-EXCEPTION
004330                  PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
004340              NOT INVALID KEY
004350                  IF SM-INACTIVE
004360                      MOVE "STYLE INACTIVE"
004370                          TO DL-EXCEPTION
004380                      PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
004390                  END-IF
004400          END-READ
004410      END-IF.
004420
004430      IF WS-LINE-OK
004440          PERFORM 3500-MATCH-OPEN-PO THRU 3500-EXIT
004450      END-IF.
004460
004470      IF WS-LINE-OK
004480          PERFORM 3600-RECEIVE-AGAINST-PO THRU 3600-EXIT
004490      END-IF.
004500
004510      IF WS-LINE-OK
004520          PERFORM 3900-WRITE-RECEIPT THRU 3900-EXIT
004530      END-IF.
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
004650      IF SN-SHOE-SIZE NUMERIC
004660          MOVE SN-SHOE-STYLE TO SX-SHOE-STYLE
004670          READ STYLE-XREF
004680              INVALID KEY
004690                  CONTINUE
004700              NOT INVALID KEY
004710                  MOVE SN-SHOE-SIZE TO WS-SHOE-SIZE-NUM
004720                  IF WS-SHOE-SIZE-NUM < SX-SIZE-LOW
004730                          OR WS-SHOE-SIZE-NUM > SX-SIZE-HIGH
004740                      MOVE "N" TO WS-SIZE-IN-RANGE-SW
004750                  END-IF
004760          END-READ
004770      ELSE
004780          MOVE "N" TO WS-SIZE-IN-RANGE-SW
004790      END-IF.
004800  3050-EXIT.
004810      EXIT.
004820
004830*****************************************************************
004840* 3500-MATCH-OPEN-PO - FIND THE OLDEST OPEN PO LINE FOR THE
004850*                      STYLE/SIZE (ON THE QUOTED PO NUMBER, IF
004860*                      THE NOTICE QUOTES ONE).  NO OPEN LINE IS
004870*                      AN UN-ORDERED SHIPMENT; A QUANTITY OVER
004880*                      THE LINE'S OPEN QUANTITY IS AN OVER-
004890*                      SHIPMENT.  BOTH GO TO THE EXCEPTION LIST.
004900*****************************************************************
004910  3500-MATCH-OPEN-PO.
004920      MOVE "N" TO WS-PO-FOUND-SW.
004930      PERFORM 3510-CHECK-ONE-PO THRU 3510-EXIT
004940          VARYING WS-PO-SUB FROM 1 BY 1
004950          UNTIL WS-PO-FOUND OR WS-PO-SUB > WS-PO-COUNT.
004960
004970      IF WS-PO-FOUND
004980          MOVE WS-POL-PO-NUMBER (WS-PO-USE-SUB) TO DL-PO-NUMBER
004990          IF SN-QUANTITY > WS-POL-OPEN-QTY (WS-PO-USE-SUB)
005000              MOVE "OVER-SHIPMENT - EXCEEDS OPEN PO QTY"
005010                  TO DL-EXCEPTION
005020              PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
005030          END-IF
005040      ELSE
005050          MOVE "NOT ORDERED - NO OPEN PO LINE"
005060              TO DL-EXCEPTION
005070          PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
005080      END-IF.
005090  3500-EXIT.
005100      EXIT.
005110
005120*****************************************************************
005130* 3510-CHECK-ONE-PO - COMPARE ONE TABLED PO LINE TO THE NOTICE
005140*                     LINE.  ON A MATCH THE SUBSCRIPT IS SAVED,
005150*                     SINCE THE PERFORM VARYING SUBSCRIPT HAS
005160*                     ALREADY MOVED ON WHEN THE LOOP ENDS.
005170*****************************************************************
005180  3510-CHECK-ONE-PO.
005190      IF WS-POL-SHOE-STYLE (WS-PO-SUB) = SN-SHOE-STYLE
005200              AND WS-POL-SHOE-SIZE (WS-PO-SUB) = SN-SHOE-SIZE
005210              AND WS-POL-OPEN-QTY (WS-PO-SUB) > ZERO
005220              AND (SN-PO-NUMBER = SPACES
005230              OR SN-PO-NUMBER = WS-POL-PO-NUMBER (WS-PO-SUB))
005240          MOVE "Y" TO WS-PO-FOUND-SW
005250          MOVE WS-PO-SUB TO WS-PO-USE-SUB
005260      END-IF.
005270  3510-EXIT.
005280      EXIT.
005290
005300*****************************************************************
005310* 3600-RECEIVE-AGAINST-PO - ADD THE SHIPPED QUANTITY TO THE
005320*                           MATCHED PO LINE'S RECEIVED QUANTITY,
005330*                           CLOSING THE LINE WHEN IT IS FULLY
005340*                           RECEIVED, AND TAKE IT OFF THE TABLED
005350*                           OPEN QUANTITY SO A LATER NOTICE LINE
005360*                           IN THE SAME RUN SEES WHAT IS LEFT.
005370*****************************************************************
005380  3600-RECEIVE-AGAINST-PO.
005390      MOVE WS-POL-PO-NUMBER (WS-PO-USE-SUB) TO PM-PO-NUMBER.
005400      MOVE WS-POL-LINE-NO (WS-PO-USE-SUB) TO PM-LINE-NO.
005410      READ PO-MASTER
005420          INVALID KEY
005430              MOVE "PO LINE NOT ON FILE"
005440                  TO DL-EXCEPTION
005450              PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
005460          NOT INVALID KEY
005470              ADD SN-QUANTITY TO PM-QTY-RECEIVED
005480              IF PM-QTY-RECEIVED NOT < PM-QTY-ORDERED
005490                  SET PM-CLOSED TO TRUE
005500              END-IF
005510              ACCEPT WS-CURRENT-TIME FROM TIME
005520              MOVE WS-CURRENT-DATE TO PM-LAST-UPD-DATE
005530              MOVE WS-CURRENT-TIME TO PM-LAST-UPD-TIME
005540              MOVE "LAB10ASN" TO PM-LAST-UPD-OPER
005550              PERFORM 3650-REWRITE-PO THRU 3650-EXIT
005560      END-READ.
005570  3600-EXIT.
005580      EXIT.
005590
005600*****************************************************************
005610* 3650-REWRITE-PO - REWRITE THE RECEIVED PO LINE.  A FAILED
005620*                   REWRITE SENDS THE NOTICE LINE TO THE
005630*                   EXCEPTION LIST RATHER THAN RECEIVING IT
005640*                   WITHOUT A PO RECORD OF IT.
005650*****************************************************************
005660  3650-REWRITE-PO.
005670      REWRITE PO-MASTER-RECORD
005680          INVALID KEY
005690              MOVE "UNABLE TO REWRITE PO LINE"
005700                  TO DL-EXCEPTION
005710              PERFORM 3800-PRINT-EXCEPTION THRU 3800-EXIT
005720          NOT INVALID KEY
005730              SUBTRACT SN-QUANTITY
005740                  FROM WS-POL-OPEN-QTY (WS-PO-USE-SUB)
005750              IF PM-CLOSED
005760                  ADD 1 TO WS-CLOSED-COUNT
005770              END-IF
005780      END-REWRITE.
005790  3650-EXIT.
005800      EXIT.
005810
005820*****************************************************************
005830* 3800-PRINT-EXCEPTION - COUNT AND PRINT ONE LINE THAT COULD
005840*                        NOT BE CONVERTED AND MARK IT NOT OK.
005850*****************************************************************
005860  3800-PRINT-EXCEPTION.
005870      MOVE "N" TO WS-LINE-OK-SW.
005880      ADD 1 TO WS-EXCEPT-COUNT.
005890      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
005900  3800-EXIT.
005910      EXIT.
005920
005930*****************************************************************
005940* 3900-WRITE-RECEIPT - APPEND ONE GOOD NOTICE LINE TO THE
005950*                      TRANSACTION FILE AS A RECEIPT ROW READY
005960*                      FOR THE NIGHTLY POSTING RUN, CARRYING
005970*                      THE PO LINE IT WAS RECEIVED AGAINST.
005980*****************************************************************
005990  3900-WRITE-RECEIPT.
006000      MOVE SPACES TO SHOE-TRANS-RECORD.
006010      MOVE "R" TO TR-TRANS-TYPE.
006020      MOVE SN-SHOE-STYLE TO TR-SHOE-STYLE.
006030      MOVE SN-SHOE-SIZE TO TR-SHOE-SIZE.
006040      MOVE SN-QUANTITY TO TR-QUANTITY.
006050      MOVE WS-POL-PO-NUMBER (WS-PO-USE-SUB) TO TR-PO-NUMBER.
006060      MOVE WS-POL-LINE-NO (WS-PO-USE-SUB) TO TR-PO-LINE.
006070      WRITE SHOE-TRANS-RECORD.
006080      ADD 1 TO WS-WRITE-COUNT.
006090  3900-EXIT.
006100      EXIT.
006110
006120*****************************************************************
006130* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
006140*****************************************************************
006150  8000-PRINT-TOTALS.
006160      MOVE WS-READ-COUNT TO TL-READ-COUNT.
006170      MOVE WS-WRITE-COUNT TO TL-WRITE-COUNT.
006180      MOVE WS-EXCEPT-COUNT TO TL-EXCEPT-COUNT.
006190      MOVE WS-CLOSED-COUNT TO TL-CLOSED-COUNT.
006200
006210      MOVE SPACES TO LISTING-RECORD.
006220      WRITE LISTING-RECORD.
006230      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
006240      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
006250      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
006260      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
006270      IF WS-PO-TABLE-FULL
006280          WRITE LISTING-RECORD FROM WS-PO-TABLE-FULL-LINE
006290      END-IF.
006300  8000-EXIT.
006310      EXIT.
006320
006330*****************************************************************
006340* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
006350*****************************************************************
006360  9000-TERMINATE.
006370      CLOSE SHIP-NOTICE.
006380      CLOSE SHOE-MASTER.
006390      CLOSE STYLE-XREF.
006400      CLOSE SHOE-TRANS.
006410      CLOSE PO-MASTER.
006420      CLOSE ASN-LISTING.
006430  9000-EXIT.
006440      EXIT.
006450
006460  END PROGRAM LAB10ASN.

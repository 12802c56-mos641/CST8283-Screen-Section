000300*****************************************************************
000310* MODIFICATION HISTORY
000320*   2026-08-22  DF  ORIGINAL PROGRAM.
000330*   2026-09-02  DF  PHYSICAL-COUNT ADJUSTMENTS (TRANS-TYPE P,
000340*                   WRITTEN BY LAB10CNT) NOW TOTAL IN THEIR OWN
000350*                   COUNTS COLUMN, APART FROM KEYED CHANGES.
000360*   2026-09-02  DF  THE LISTING NOW PRINTS THE OLD AND NEW
000370*                   ON-HAND QUANTITY CARRIED ON THE LOG RECORD.
000380*                   RECORDS WRITTEN BEFORE THE FIELDS EXISTED
000390*                   PRINT THEM BLANK.
000400*   2026-10-15  DF  PRICE CHANGES (TRANS-TYPE R, WRITTEN BY
000410*                   LAB10PRC) LIST THEIR OLD AND NEW RETAIL
000420*                   PRICE AND TOTAL IN THEIR OWN PRICES COLUMN.
000430*   2026-10-15  DF  THE LISTING NOW PRINTS THE STOCKING LOCATION
000440*                   CARRIED ON THE LOG RECORD.  RECORDS WRITTEN
000450*                   BEFORE THE FIELD EXISTED, AND PRICE CHANGES,
000460*                   PRINT IT BLANK.
000470*****************************************************************
000480  ENVIRONMENT DIVISION.
000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510      SELECT AUDIT-PARM ASSIGN TO "AUDPARM"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS WS-AUDIT-PARM-STATUS.
000540
000550      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000560          ORGANIZATION IS LINE SEQUENTIAL
000570          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000580
000590      SELECT AUDIT-LISTING ASSIGN TO "AUDRPT"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS WS-AUDIT-LISTING-STATUS.
000620
000630  DATA DIVISION.
000640  FILE SECTION.
000650  FD  AUDIT-PARM
000660      LABEL RECORDS ARE STANDARD.
000670  01  AUDIT-PARM-RECORD.
000680      05  AP-SELECT-TYPE           PIC X(01).
000690          88  AP-SELECT-ALL                VALUES "A" SPACE.
000700          88  AP-SELECT-STYLE              VALUE "S".
000710          88  AP-SELECT-OPERATOR           VALUE "O".
000720          88  AP-SELECT-DATE-RANGE         VALUE "D".
000730      05  AP-SHOE-STYLE            PIC X(05).
000740      05  AP-OPERATOR-ID           PIC X(08).
000750      05  AP-DATE-FROM             PIC X(08).
000760      05  AP-DATE-TO               PIC X(08).
000770      05  FILLER                   PIC X(50).
000780
000790  FD  AUDIT-LOG
000800      LABEL RECORDS ARE STANDARD.
000810      COPY AUDITLOG.
000820
000830  FD  AUDIT-LISTING
000840      LABEL RECORDS ARE STANDARD.
000850  01  LISTING-RECORD               PIC X(100).
000860
000870  WORKING-STORAGE SECTION.
000880  01  WS-AUDIT-PARM-STATUS        PIC X(02).
000890      88  WS-AP-OK                        VALUE "00".
000900      88  WS-AP-FILE-NOT-FOUND            VALUE "35".
000910
000920  01  WS-AUDIT-LOG-STATUS         PIC X(02).
000930      88  WS-AL-OK                        VALUE "00".
000940      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
000950
000960  01  WS-AUDIT-LISTING-STATUS     PIC X(02).
000970      88  WS-RL-OK                        VALUE "00".
000980
000990  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001000      88  WS-PARM-EOF                     VALUE "Y".
001010
001020  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001030      88  WS-EOF                          VALUE "Y".
001040
001050  01  WS-SELECTED-SW              PIC X(01) VALUE "N".
001060      88  WS-SELECTED                     VALUE "Y".
001070
001080  01  WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
001090      88  WS-OPER-FOUND                   VALUE "Y".
001100
001110  01  WS-SELECT-TYPE              PIC X(01) VALUE "A".
001120      88  WS-SEL-ALL                      VALUES "A" SPACE.
001130      88  WS-SEL-STYLE                    VALUE "S".
001140      88  WS-SEL-OPERATOR                 VALUE "O".
001150      88  WS-SEL-DATE-RANGE               VALUE "D".
001160
001170  01  WS-SEL-SHOE-STYLE           PIC X(05) VALUE SPACES.
001180  01  WS-SEL-OPERATOR-ID          PIC X(08) VALUE SPACES.
001190  01  WS-SEL-DATE-FROM            PIC X(08) VALUE SPACES.
001200  01  WS-SEL-DATE-TO              PIC X(08) VALUE SPACES.
001210
001220  01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
001230  01  WS-PAGE-COUNT               PIC 9(04) VALUE ZERO.
001240  01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001250  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001260  01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
001270
001280  01  WS-OPER-COUNT               PIC 9(03) VALUE ZERO.
001290  01  WS-OPER-SUB                 PIC 9(03) VALUE ZERO.
001300  01  WS-OPER-USE-SUB             PIC 9(03) VALUE ZERO.
001310  01  WS-OPER-MAX                 PIC 9(03) VALUE 100.
001320  01  WS-PRICE-EDIT               PIC ZZZ9.99.
001330  01  WS-OPER-OVERFLOW-SW         PIC X(01) VALUE "N".
001340      88  WS-OPER-OVERFLOW                VALUE "Y".
001350
001360  01  WS-OPERATOR-TABLE.
001370      05  WS-OPER-ENTRY OCCURS 100 TIMES.
001380          10  WS-OPER-ID           PIC X(08).
001390          10  WS-OPER-ADD-COUNT    PIC 9(05).
001400          10  WS-OPER-CHG-COUNT    PIC 9(05).
001410          10  WS-OPER-DEL-COUNT    PIC 9(05).
001420          10  WS-OPER-CNT-COUNT    PIC 9(05).
001430          10  WS-OPER-PRC-COUNT    PIC 9(05).
001440
001450  01  WS-HEADING-1.
001460      05  FILLER                   PIC X(26)
001470              VALUE "AUDIT TRAIL HISTORY REPORT".
001480      05  FILLER                   PIC X(06) VALUE SPACES.
001490      05  FILLER                   PIC X(05) VALUE "PAGE ".
001500      05  H1-PAGE-NO               PIC ZZZ9.
001510
001520  01  WS-HEADING-2.
001530      05  FILLER                   PIC X(10)
001540              VALUE "SELECTION-".
001550      05  FILLER                   PIC X(02) VALUE SPACES.
001560      05  H2-SELECTION             PIC X(40).
001570
001580  01  WS-HEADING-3.
001590      05  FILLER                   PIC X(08) VALUE "DATE".
001600      05  FILLER                   PIC X(02) VALUE SPACES.
001610      05  FILLER                   PIC X(08) VALUE "TIME".
001620      05  FILLER                   PIC X(02) VALUE SPACES.
001630      05  FILLER                   PIC X(08) VALUE "OPERATOR".
001640      05  FILLER                   PIC X(02) VALUE SPACES.
001650      05  FILLER                   PIC X(04) VALUE "TYPE".
001660      05  FILLER                   PIC X(02) VALUE SPACES.
001670      05  FILLER                   PIC X(05) VALUE "STYLE".
001680      05  FILLER                   PIC X(02) VALUE SPACES.
001690      05  FILLER                   PIC X(04) VALUE "SIZE".
001700      05  FILLER                   PIC X(02) VALUE SPACES.
001710      05  FILLER                   PIC X(02) VALUE "LC".
001720      05  FILLER                   PIC X(02) VALUE SPACES.
001730      05  FILLER                   PIC X(07) VALUE "OLD QTY".
001740      05  FILLER                   PIC X(02) VALUE SPACES.
001750      05  FILLER                   PIC X(07) VALUE "NEW QTY".
001760      05  FILLER                   PIC X(02) VALUE SPACES.
001770      05  FILLER                   PIC X(09) VALUE "OLD PRICE".
001780      05  FILLER                   PIC X(02) VALUE SPACES.
001790      05  FILLER                   PIC X(09) VALUE "NEW PRICE".
001800
001810  01  WS-DETAIL-LINE.
001820      05  DL-TRANS-DATE            PIC X(08).
001830      05  FILLER                   PIC X(02) VALUE SPACES.
001840      05  DL-TRANS-TIME            PIC X(08).
001850      05  FILLER                   PIC X(02) VALUE SPACES.
001860      05  DL-OPERATOR-ID           PIC X(08).
001870      05  FILLER                   PIC X(04) VALUE SPACES.
001880      05  DL-TRANS-TYPE            PIC X(01).
001890      05  FILLER                   PIC X(03) VALUE SPACES.
001900      05  DL-SHOE-STYLE            PIC X(05).
001910      05  FILLER                   PIC X(02) VALUE SPACES.
001920      05  DL-SHOE-SIZE             PIC X(04).
001930      05  FILLER                   PIC X(02) VALUE SPACES.
001940      05  DL-LOCATION              PIC X(02).
001950      05  FILLER                   PIC X(04) VALUE SPACES.
001960      05  DL-QTY-BEFORE            PIC X(05).
001970      05  FILLER                   PIC X(04) VALUE SPACES.
001980      05  DL-QTY-AFTER             PIC X(05).
001990      05  FILLER                   PIC X(04) VALUE SPACES.
002000      05  DL-PRICE-BEFORE          PIC X(07).
002010      05  FILLER                   PIC X(04) VALUE SPACES.
002020      05  DL-PRICE-AFTER           PIC X(07).
002030
002040  01  WS-TOTAL-HEADING-1.
002050      05  FILLER                   PIC X(24)
002060              VALUE "TOTALS BY OPERATOR      ".
002070
002080  01  WS-TOTAL-HEADING-2.
002090      05  FILLER                   PIC X(08) VALUE "OPERATOR".
002100      05  FILLER                   PIC X(04) VALUE SPACES.
002110      05  FILLER                   PIC X(04) VALUE "ADDS".
002120      05  FILLER                   PIC X(02) VALUE SPACES.
002130      05  FILLER                   PIC X(07) VALUE "CHANGES".
002140      05  FILLER                   PIC X(02) VALUE SPACES.
002150      05  FILLER                   PIC X(07) VALUE "DELETES".
002160      05  FILLER                   PIC X(02) VALUE SPACES.
002170      05  FILLER                   PIC X(06) VALUE "COUNTS".
002180      05  FILLER                   PIC X(02) VALUE SPACES.
002190      05  FILLER                   PIC X(06) VALUE "PRICES".
002200
002210  01  WS-OPER-TOTAL-LINE.
002220      05  OT-OPERATOR-ID           PIC X(08).
002230      05  FILLER                   PIC X(02) VALUE SPACES.
002240      05  OT-ADD-COUNT             PIC ZZZZ9.
002250      05  FILLER                   PIC X(02) VALUE SPACES.
002260      05  OT-CHG-COUNT             PIC ZZZZ9.
002270      05  FILLER                   PIC X(04) VALUE SPACES.
002280      05  OT-DEL-COUNT             PIC ZZZZ9.
002290      05  FILLER                   PIC X(03) VALUE SPACES.
002300      05  OT-CNT-COUNT             PIC ZZZZ9.
002310      05  FILLER                   PIC X(03) VALUE SPACES.
002320      05  OT-PRC-COUNT             PIC ZZZZ9.
002330
002340  01  WS-TOTAL-LINE-1.
002350      05  FILLER                   PIC X(23)
002360              VALUE "LOG RECORDS READ   -  ".
002370      05  TL-READ-COUNT            PIC ZZ,ZZ9.
002380
002390  01  WS-TOTAL-LINE-2.
002400      05  FILLER                   PIC X(23)
002410              VALUE "RECORDS LISTED     -  ".
002420      05  TL-LISTED-COUNT          PIC ZZ,ZZ9.
002430
002440  01  WS-OVERFLOW-LINE.
002450      05  FILLER                   PIC X(40)
002460              VALUE "** MORE OPERATORS THAN THE TOTALS TABLE".
002470      05  FILLER                   PIC X(16)
002480              VALUE " HOLDS - SEE LOG".
002490
002500  PROCEDURE DIVISION.
002510  0000-MAIN-PROCEDURE.
002520      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530
002540      PERFORM 2000-PROCESS-AUDIT-LOG THRU 2000-EXIT
002550          UNTIL WS-EOF.
002560
002570      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002580
002590      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600
002610      STOP RUN.
002620
002630*****************************************************************
002640* 1000-INITIALIZE - READ THE SELECTION PARAMETER, OPEN THE LOG
002650*                   AND LISTING, AND READ THE FIRST LOG RECORD.
002660*                   A MISSING OR EMPTY PARAMETER FILE LISTS THE
002670*                   WHOLE LOG.
002680*****************************************************************
002690  1000-INITIALIZE.
002700      OPEN INPUT AUDIT-PARM.
002710      IF WS-AP-FILE-NOT-FOUND
002720          MOVE "Y" TO WS-PARM-EOF-SW
002730      ELSE
002740          READ AUDIT-PARM
002750              AT END
002760                  MOVE "Y" TO WS-PARM-EOF-SW
002770          END-READ
002780          CLOSE AUDIT-PARM
002790      END-IF.
002800
002810      IF NOT WS-PARM-EOF
002820          MOVE AP-SELECT-TYPE TO WS-SELECT-TYPE
002830          MOVE AP-SHOE-STYLE TO WS-SEL-SHOE-STYLE
002840          MOVE AP-OPERATOR-ID TO WS-SEL-OPERATOR-ID
002850          MOVE AP-DATE-FROM TO WS-SEL-DATE-FROM
002860          MOVE AP-DATE-TO TO WS-SEL-DATE-TO
002870      END-IF.
002880
002890      PERFORM 1100-BUILD-SELECTION-HEADING THRU 1100-EXIT.
002900
002910      OPEN INPUT AUDIT-LOG.
002920      IF WS-AL-FILE-NOT-FOUND
002930          MOVE "Y" TO WS-EOF-SW
002940      END-IF.
002950      OPEN OUTPUT AUDIT-LISTING.
002960
002970      IF NOT WS-EOF
002980          PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT
002990      END-IF.
003000  1000-EXIT.
003010      EXIT.
003020
003030*****************************************************************
003040* 1100-BUILD-SELECTION-HEADING - DESCRIBE THE SELECTION IN THE
003050*                                REPORT HEADING SO THE READER
003060*                                KNOWS WHAT THE LISTING COVERS.
003070*****************************************************************
003080  1100-BUILD-SELECTION-HEADING.
003090      EVALUATE TRUE
003100          WHEN WS-SEL-STYLE
003110              MOVE SPACES TO H2-SELECTION
003120              STRING "SHOE STYLE " WS-SEL-SHOE-STYLE
003130                  DELIMITED BY SIZE INTO H2-SELECTION
003140          WHEN WS-SEL-OPERATOR
003150              MOVE SPACES TO H2-SELECTION
003160              STRING "OPERATOR " WS-SEL-OPERATOR-ID
003170                  DELIMITED BY SIZE INTO H2-SELECTION
003180          WHEN WS-SEL-DATE-RANGE
003190              MOVE SPACES TO H2-SELECTION
003200              STRING "DATES " WS-SEL-DATE-FROM " THRU "
003210                  WS-SEL-DATE-TO
003220                  DELIMITED BY SIZE INTO H2-SELECTION
003230          WHEN OTHER
003240              MOVE "ALL AUDIT-LOG RECORDS" TO H2-SELECTION
003250      END-EVALUATE.
003260  1100-EXIT.
003270      EXIT.
003280
003290*****************************************************************
003300* 2000-PROCESS-AUDIT-LOG - LIST ONE SELECTED LOG RECORD, ROLL IT
003310*                          INTO THE OPERATOR TOTALS, AND READ
003320*                          AHEAD.
003330*****************************************************************
003340  2000-PROCESS-AUDIT-LOG.
003350      ADD 1 TO WS-READ-COUNT.
003360      PERFORM 3000-SELECT-RECORD THRU 3000-EXIT.
003370
003380      IF WS-SELECTED
003390          PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
003400          PERFORM 7000-TALLY-OPERATOR THRU 7000-EXIT
003410      END-IF.
003420
003430      PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
003440  2000-EXIT.
003450      EXIT.
003460
003470*****************************************************************
003480* 2100-READ-AUDIT-LOG - READ THE NEXT AUDIT-LOG RECORD.
003490*****************************************************************
003500  2100-READ-AUDIT-LOG.
003510      READ AUDIT-LOG
003520          AT END
003530              MOVE "Y" TO WS-EOF-SW
003540      END-READ.
003550  2100-EXIT.
003560      EXIT.
003570
003580*****************************************************************
003590* 2200-PRINT-DETAIL - WRITE ONE DETAIL LINE, HEADING IF NEEDED.
003600*****************************************************************
003610  2200-PRINT-DETAIL.
003620      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003630          PERFORM 2300-PRINT-HEADINGS THRU 2300-EXIT
003640      END-IF.
003650
003660      MOVE AL-TRANS-DATE TO DL-TRANS-DATE.
003670      MOVE AL-TRANS-TIME TO DL-TRANS-TIME.
003680      MOVE AL-OPERATOR-ID TO DL-OPERATOR-ID.
003690      MOVE AL-TRANS-TYPE TO DL-TRANS-TYPE.
003700      MOVE AL-SHOE-STYLE TO DL-SHOE-STYLE.
003710      MOVE AL-SHOE-SIZE TO DL-SHOE-SIZE.
003720      MOVE AL-LOCATION TO DL-LOCATION.
003730      MOVE AL-QTY-BEFORE TO DL-QTY-BEFORE.
003740      MOVE AL-QTY-AFTER TO DL-QTY-AFTER.
003750      IF AL-TRANS-REPRICE
003760          MOVE AL-PRICE-BEFORE TO WS-PRICE-EDIT
003770          MOVE WS-PRICE-EDIT TO DL-PRICE-BEFORE
003780          MOVE AL-PRICE-AFTER TO WS-PRICE-EDIT
003790          MOVE WS-PRICE-EDIT TO DL-PRICE-AFTER
003800      ELSE
003810          MOVE SPACES TO DL-PRICE-BEFORE
003820          MOVE SPACES TO DL-PRICE-AFTER
003830      END-IF.
003840      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
003850
003860      ADD 1 TO WS-LINE-COUNT.
003870      ADD 1 TO WS-LISTED-COUNT.
003880  2200-EXIT.
003890      EXIT.
003900
003910*****************************************************************
003920* 2300-PRINT-HEADINGS - START A NEW PAGE.
003930*****************************************************************
003940  2300-PRINT-HEADINGS.
003950      ADD 1 TO WS-PAGE-COUNT.
003960      MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
003970
003980      IF WS-PAGE-COUNT > 1
003990          WRITE LISTING-RECORD FROM SPACES
004000              AFTER ADVANCING PAGE
004010      END-IF.
004020
004030      WRITE LISTING-RECORD FROM WS-HEADING-1.
004040      WRITE LISTING-RECORD FROM WS-HEADING-2.
004050      MOVE SPACES TO LISTING-RECORD.
004060      WRITE LISTING-RECORD.
004070      WRITE LISTING-RECORD FROM WS-HEADING-3.
004080
004090      MOVE ZERO TO WS-LINE-COUNT.
004100  2300-EXIT.
004110      EXIT.
004120
004130*****************************************************************
004140* 3000-SELECT-RECORD - DECIDE WHETHER THE CURRENT LOG RECORD
004150*                      FALLS WITHIN THE REQUESTED SELECTION.
004160*****************************************************************
004170  3000-SELECT-RECORD.
004180      MOVE "N" TO WS-SELECTED-SW.
004190
004200      EVALUATE TRUE
004210          WHEN WS-SEL-STYLE
004220              IF AL-SHOE-STYLE = WS-SEL-SHOE-STYLE
004230                  MOVE "Y" TO WS-SELECTED-SW
004240              END-IF
004250          WHEN WS-SEL-OPERATOR
004260              IF AL-OPERATOR-ID = WS-SEL-OPERATOR-ID
004270                  MOVE "Y" TO WS-SELECTED-SW
004280              END-IF
004290          WHEN WS-SEL-DATE-RANGE
004300              IF AL-TRANS-DATE NOT < WS-SEL-DATE-FROM
004310                      AND AL-TRANS-DATE NOT > WS-SEL-DATE-TO
004320                  MOVE "Y" TO WS-SELECTED-SW
004330              END-IF
004340          WHEN OTHER
004350              MOVE "Y" TO WS-SELECTED-SW
004360      END-EVALUATE.
004370  3000-EXIT.
004380      EXIT.
004390
004400*****************************************************************
004410* 7000-TALLY-OPERATOR - ROLL THE CURRENT LOG RECORD INTO THE
004420*                       PER-OPERATOR ADD/CHANGE/DELETE TOTALS,
004430*                       ADDING A TABLE ENTRY FOR AN OPERATOR NOT
004440*                       YET SEEN.
004450*****************************************************************
004460  7000-TALLY-OPERATOR.
004470      MOVE "N" TO WS-OPER-FOUND-SW.
004480      PERFORM 7100-FIND-OPERATOR THRU 7100-EXIT
004490          VARYING WS-OPER-SUB FROM 1 BY 1
004500          UNTIL WS-OPER-FOUND OR WS-OPER-SUB > WS-OPER-COUNT.
004510
004520      IF NOT WS-OPER-FOUND
004530          IF WS-OPER-COUNT < WS-OPER-MAX
004540              ADD 1 TO WS-OPER-COUNT
004550              MOVE WS-OPER-COUNT TO WS-OPER-USE-SUB
004560              MOVE AL-OPERATOR-ID TO WS-OPER-ID (WS-OPER-USE-SUB)
004570              MOVE ZERO TO WS-OPER-ADD-COUNT (WS-OPER-USE-SUB)
004580              MOVE ZERO TO WS-OPER-CHG-COUNT (WS-OPER-USE-SUB)
004590              MOVE ZERO TO WS-OPER-DEL-COUNT (WS-OPER-USE-SUB)
004600              MOVE ZERO TO WS-OPER-CNT-COUNT (WS-OPER-USE-SUB)
004610              MOVE ZERO TO WS-OPER-PRC-COUNT (WS-OPER-USE-SUB)
004620              MOVE "Y" TO WS-OPER-FOUND-SW
004630          ELSE
004640              MOVE "Y" TO WS-OPER-OVERFLOW-SW
004650          END-IF
004660      END-IF.
004670
004680      IF WS-OPER-FOUND
004690          EVALUATE TRUE
004700              WHEN AL-TRANS-ADD
004710                  ADD 1 TO WS-OPER-ADD-COUNT (WS-OPER-USE-SUB)
004720              WHEN AL-TRANS-CHANGE
004730                  ADD 1 TO WS-OPER-CHG-COUNT (WS-OPER-USE-SUB)
004740              WHEN AL-TRANS-DELETE
004750                  ADD 1 TO WS-OPER-DEL-COUNT (WS-OPER-USE-SUB)
004760              WHEN AL-TRANS-COUNT
004770                  ADD 1 TO WS-OPER-CNT-COUNT (WS-OPER-USE-SUB)
004780              WHEN AL-TRANS-REPRICE
004790                  ADD 1 TO WS-OPER-PRC-COUNT (WS-OPER-USE-SUB)
004800          END-EVALUATE
004810      END-IF.
004820  7000-EXIT.
004830      EXIT.
004840
004850*****************************************************************
004860* 7100-FIND-OPERATOR - LOOK FOR THE CURRENT OPERATOR IN THE
004870*                      TOTALS TABLE.  ON A MATCH THE MATCHING
004880*                      SUBSCRIPT IS SAVED IN WS-OPER-USE-SUB,
004890*                      SINCE THE PERFORM VARYING SUBSCRIPT HAS
004900*                      ALREADY MOVED ON WHEN THE LOOP ENDS.
004910*****************************************************************
004920  7100-FIND-OPERATOR.
004930      IF WS-OPER-ID (WS-OPER-SUB) = AL-OPERATOR-ID
004940          MOVE "Y" TO WS-OPER-FOUND-SW
004950          MOVE WS-OPER-SUB TO WS-OPER-USE-SUB
004960      END-IF.
004970  7100-EXIT.
004980      EXIT.
004990
005000*****************************************************************
005010* 8000-PRINT-TOTALS - PRINT THE PER-OPERATOR TOTALS AND THE
005020*                     FINAL RECORD COUNTS.
005030*****************************************************************
005040  8000-PRINT-TOTALS.
005050      MOVE SPACES TO LISTING-RECORD.
005060      WRITE LISTING-RECORD.
005070      WRITE LISTING-RECORD FROM WS-TOTAL-HEADING-1.
005080      WRITE LISTING-RECORD FROM WS-TOTAL-HEADING-2.
005090
005100      PERFORM 8100-PRINT-OPER-TOTAL THRU 8100-EXIT
005110          VARYING WS-OPER-SUB FROM 1 BY 1
005120          UNTIL WS-OPER-SUB > WS-OPER-COUNT.
005130
005140      IF WS-OPER-OVERFLOW
005150          WRITE LISTING-RECORD FROM WS-OVERFLOW-LINE
005160      END-IF.
005170
005180      MOVE WS-READ-COUNT TO TL-READ-COUNT.
005190      MOVE WS-LISTED-COUNT TO TL-LISTED-COUNT.
005200      MOVE SPACES TO LISTING-RECORD.
005210      WRITE LISTING-RECORD.
005220      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
005230      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
005240  8000-EXIT.
005250      EXIT.
005260
005270*****************************************************************
005280* 8100-PRINT-OPER-TOTAL - PRINT ONE OPERATOR'S TOTALS LINE.
005290*****************************************************************
005300  8100-PRINT-OPER-TOTAL.
005310      MOVE WS-OPER-ID (WS-OPER-SUB) TO OT-OPERATOR-ID.
005320      MOVE WS-OPER-ADD-COUNT (WS-OPER-SUB) TO OT-ADD-COUNT.
005330      MOVE WS-OPER-CHG-COUNT (WS-OPER-SUB) TO OT-CHG-COUNT.
005340      MOVE WS-OPER-DEL-COUNT (WS-OPER-SUB) TO OT-DEL-COUNT.
005350      MOVE WS-OPER-CNT-COUNT (WS-OPER-SUB) TO OT-CNT-COUNT.
005360      MOVE WS-OPER-PRC-COUNT (WS-OPER-SUB) TO OT-PRC-COUNT.
005370      WRITE LISTING-RECORD FROM WS-OPER-TOTAL-LINE.
005380  8100-EXIT.
005390      EXIT.
005400
005410*****************************************************************
005420* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
005430*****************************************************************
005440  9000-TERMINATE.
005450      CLOSE AUDIT-LOG.
005460      CLOSE AUDIT-LISTING.
005470  9000-EXIT.
005480      EXIT.
005490
005500  END PROGRAM LAB10AUD.

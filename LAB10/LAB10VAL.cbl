000210*          STILL ON THE SHELF AND STILL WORTH MONEY - AND ARE
000220*          FLAGGED ON THE LISTING.  A RECORD WITH NOTHING ON
000230*          HAND IS SKIPPED.
000240*          EACH RUN APPENDS ITS GRAND TOTAL TO THE VALUATION
000250*          HISTORY FILE (VALHIST) FOR THE GL PROOF.
000260*          VALPARM (COPYLIB/LOCPARM.CPY) CAN ASK FOR THE VALUE
000270*          BY STOCKING LOCATION FROM THE STOCK-BY-LOCATION FILE
000280*          (STKLOC); THE HISTORY RECORD IS ALWAYS THE COMBINED
000290*          TOTAL FROM SHOE-MASTER.
000300*****************************************************************
000310  IDENTIFICATION DIVISION.
000320  PROGRAM-ID. LAB10VAL.
000330  AUTHOR. D. FALLIS.
000340  INSTALLATION. RETAIL SYSTEMS.
000350  DATE-WRITTEN. 2026-09-02.
000360  DATE-COMPILED.
000370*****************************************************************
000380* MODIFICATION HISTORY
000390*   2026-09-02  DF  ORIGINAL PROGRAM.
000400*   2026-10-15  DF  NOW CALLABLE AS A STEP OF THE END-OF-DAY
000410*                   DRIVER (LAB10EOD): ENDS WITH GOBACK AND
000420*                   RETURNS ITS RECORD COUNT THROUGH EODCOMM.
000430*                   EVERY RUN APPENDS ITS DATE, TIME, GRAND
000440*                   TOTAL EXTENDED COST, AND RECORD COUNT TO THE
000450*                   VALUATION HISTORY FILE (VALHIST) SO THE GL
000460*                   PROOF STEP (LAB10GLP) CAN HOLD THE DAY'S
000470*                   JOURNAL TO THE CHANGE IN VALUE.  A MASTER
000480*                   THAT WILL NOT OPEN WRITES NO HISTORY RECORD.
000490*   2026-10-15  DF  VALUATION BY STOCKING LOCATION.  WITH REPORT
000500*                   MODE L ON THE PARAMETER FILE (VALPARM) EACH
000510*                   STYLE/SIZE IS VALUED PER LOCATION FROM STKLOC
000520*                   PAIRS ON HAND, AND PAIRS IN TRANSIT TO THE
000530*                   LOCATION ON A LINE OF THEIR OWN - FOR EVERY
000540*                   LOCATION OR ONLY THE ONE NAMED, WITH LOCATION
000550*                   TOTALS AFTER THE GRAND TOTAL.  THE HISTORY
000560*                   RECORD FOR THE GL PROOF IS STILL THE COMBINED
000570*                   SHOE-MASTER VALUE WHATEVER THE MODE, SO A
000580*                   LOCATION RUN NEVER UPSETS THE PROOF.
000590*****************************************************************
000600  ENVIRONMENT DIVISION.
000610  INPUT-OUTPUT SECTION.
000620  FILE-CONTROL.
000630      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS SEQUENTIAL
000660          RECORD KEY IS SM-MASTER-KEY
000670          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000680
000690      SELECT VAL-LISTING ASSIGN TO "VALRPT"
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS WS-VAL-LISTING-STATUS.
000720
000730      SELECT VAL-HIST ASSIGN TO "VALHIST"
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS WS-VAL-HIST-STATUS.
000760
000770      SELECT VAL-PARM ASSIGN TO "VALPARM"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-VAL-PARM-STATUS.
000800
000810      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS DYNAMIC
000840          RECORD KEY IS SL-LOC-KEY
000850          FILE STATUS IS WS-STOCK-LOC-STATUS.
000860
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  SHOE-MASTER
000900      LABEL RECORDS ARE STANDARD.
000910      COPY SHOEMAST.
000920
000930  FD  VAL-LISTING
000940      LABEL RECORDS ARE STANDARD.
000950  01  LISTING-RECORD               PIC X(80).
000960
000970  FD  VAL-HIST
000980      LABEL RECORDS ARE STANDARD.
000990      COPY VALHIST.
001000
001010  FD  VAL-PARM
001020      LABEL RECORDS ARE STANDARD.
001030      COPY LOCPARM.
001040
001050  FD  STOCK-LOC
001060      LABEL RECORDS ARE STANDARD.
001070      COPY STKLOC.
001080
001090  WORKING-STORAGE SECTION.
001100  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001110      88  WS-SM-OK                        VALUE "00".
001120      88  WS-SM-EOF                       VALUE "10".
001130
001140  01  WS-VAL-LISTING-STATUS       PIC X(02).
001150      88  WS-VL-OK                        VALUE "00".
001160
001170  01  WS-VAL-HIST-STATUS          PIC X(02).
001180      88  WS-VH-OK                        VALUE "00".
001190      88  WS-VH-FILE-NOT-FOUND            VALUE "35".
001200
001210  01  WS-VAL-PARM-STATUS          PIC X(02).
001220      88  WS-VP-OK                        VALUE "00".
001230      88  WS-VP-FILE-NOT-FOUND            VALUE "35".
001240
001250  01  WS-STOCK-LOC-STATUS         PIC X(02).
001260      88  WS-SL-OK                        VALUE "00".
001270      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
001280
001290  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001300      88  WS-EOF                          VALUE "Y".
001310
001320  01  WS-NO-MASTER-SW             PIC X(01) VALUE "N".
001330      88  WS-NO-MASTER                    VALUE "Y".
001340
001350  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001360      88  WS-PARM-EOF                     VALUE "Y".
001370  01  WS-BY-LOCATION-SW           PIC X(01) VALUE "N".
001380      88  WS-BY-LOCATION                  VALUE "Y".
001390  01  WS-LOC-EOF-SW               PIC X(01) VALUE "N".
001400      88  WS-LOC-EOF                      VALUE "Y".
001410  01  WS-TRANSIT-LINE-SW          PIC X(01) VALUE "N".
001420      88  WS-TRANSIT-LINE                 VALUE "Y".
001430
001440  01  WS-PREV-STYLE               PIC X(05) VALUE SPACES.
001450  01  WS-RECORD-COUNT             PIC 9(05) VALUE ZERO.
001460  01  WS-EXT-VALUE                PIC 9(09)V99 VALUE ZERO.
001470  01  WS-STYLE-VALUE              PIC 9(11)V99 VALUE ZERO.
001480  01  WS-GRAND-VALUE              PIC 9(11)V99 VALUE ZERO.
001490  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001500  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001510  01  WS-VALUE-QTY                PIC 9(05) VALUE ZERO.
001520  01  WS-COMBINED-VALUE           PIC 9(11)V99 VALUE ZERO.
001530  01  WS-COMBINED-COUNT           PIC 9(05) VALUE ZERO.
001540  01  WS-SEL-LOCATION             PIC X(02) VALUE SPACES.
001550  01  WS-SEL-LOC-NAME             PIC X(20) VALUE SPACES.
001560  01  WS-LOC-SUB                  PIC 9(02) VALUE ZERO.
001570  01  WS-VALUE-LOC-SUB            PIC 9(02) VALUE ZERO.
001580
001590      COPY LOCCODES.
001600
001610      COPY EODCOMM.
001620
001630  01  WS-HEADING-1.
001640      05  FILLER                   PIC X(30)
001650              VALUE "INVENTORY VALUATION REPORT    ".
001660      05  FILLER                   PIC X(04) VALUE "RUN ".
001670      05  H1-RUN-DATE              PIC 9(08).
001680      05  FILLER                   PIC X(02) VALUE SPACES.
001690      05  H1-SCOPE                 PIC X(32).
001700
001710  01  WS-HEADING-2.
001720      05  FILLER                   PIC X(05) VALUE "STYLE".
001730      05  FILLER                   PIC X(02) VALUE SPACES.
001740      05  FILLER                   PIC X(04) VALUE "SIZE".
001750      05  FILLER                   PIC X(02) VALUE SPACES.
001760      05  FILLER                   PIC X(02) VALUE "LC".
001770      05  FILLER                   PIC X(02) VALUE SPACES.
001780      05  FILLER                   PIC X(07) VALUE "ON-HAND".
001790      05  FILLER                   PIC X(02) VALUE SPACES.
001800      05  FILLER                   PIC X(09) VALUE "UNIT COST".
001810      05  FILLER                   PIC X(05) VALUE SPACES.
001820      05  FILLER                   PIC X(09) VALUE "EXTENSION".
001830
001840  01  WS-DETAIL-LINE.
001850      05  DL-SHOE-STYLE            PIC X(05).
001860      05  FILLER                   PIC X(02) VALUE SPACES.
001870      05  DL-SHOE-SIZE             PIC X(04).
001880      05  FILLER                   PIC X(02) VALUE SPACES.
001890      05  DL-LOCATION              PIC X(02).
001900      05  FILLER                   PIC X(04) VALUE SPACES.
001910      05  DL-QTY-ON-HAND           PIC ZZZZ9.
001920      05  FILLER                   PIC X(02) VALUE SPACES.
001930      05  DL-UNIT-COST             PIC Z,ZZ9.99.
001940      05  FILLER                   PIC X(02) VALUE SPACES.
001950      05  DL-EXT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
001960      05  FILLER                   PIC X(02) VALUE SPACES.
001970      05  DL-STATUS-NOTE           PIC X(08).
001980
001990  01  WS-STYLE-TOTAL-LINE.
002000      05  FILLER                   PIC X(06) VALUE "STYLE ".
002010      05  ST-SHOE-STYLE            PIC X(05).
002020      05  FILLER                   PIC X(09) VALUE " TOTAL - ".
002030      05  FILLER                   PIC X(09) VALUE SPACES.
002040      05  ST-STYLE-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002050
002060  01  WS-GRAND-TOTAL-LINE.
002070      05  FILLER                   PIC X(20)
002080              VALUE "GRAND TOTAL        -".
002090      05  FILLER                   PIC X(09) VALUE SPACES.
002100      05  GT-GRAND-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002110
002120  01  WS-TOTAL-LINE-1.
002130      05  FILLER                   PIC X(23)
002140              VALUE "RECORDS VALUED     -  ".
002150      05  TL-RECORD-COUNT          PIC ZZ,ZZ9.
002160
002170  01  WS-LOC-TOTAL-LINE.
002180      05  FILLER                   PIC X(04) VALUE "LOC ".
002190      05  LT-LOCATION              PIC X(02).
002200      05  FILLER                   PIC X(01) VALUE SPACES.
002210      05  LT-LOC-NAME              PIC X(20).
002220      05  FILLER                   PIC X(01) VALUE SPACES.
002230      05  LT-VALUE-KIND            PIC X(10).
002240      05  FILLER                   PIC X(02) VALUE "- ".
002250      05  LT-LOC-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002260
002270  PROCEDURE DIVISION.
002280  0000-MAIN-PROCEDURE.
002290      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300
002310      PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002320          UNTIL WS-EOF.
002330
002340      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002350
002360      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370
002380      MOVE WS-RECORD-COUNT TO EOD-STEP-RECORD-COUNT.
002390      GOBACK.
002400
002410*****************************************************************
002420* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
002430*                   FIRST MASTER RECORD.  A MASTER THAT WILL
002440*                   NOT OPEN CLEANLY PRODUCES AN EMPTY REPORT
002450*                   INSTEAD OF READING A FILE THAT NEVER
002460*                   REACHES END.
002470*****************************************************************
002480  1000-INITIALIZE.
002490      PERFORM 1050-READ-PARM THRU 1050-EXIT.
002500      INITIALIZE LC-LOCATION-TOTALS.
002510      OPEN INPUT SHOE-MASTER.
002520      IF NOT WS-SM-OK
002530          MOVE "Y" TO WS-EOF-SW
002540          MOVE "Y" TO WS-NO-MASTER-SW
002550      END-IF.
002560      OPEN OUTPUT VAL-LISTING.
002570      IF WS-BY-LOCATION
002580          OPEN INPUT STOCK-LOC
002590          IF WS-SL-FILE-NOT-FOUND
002600              OPEN OUTPUT STOCK-LOC
002610              CLOSE STOCK-LOC
002620              OPEN INPUT STOCK-LOC
002630          END-IF
002640      END-IF.
002650
002660      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002670      ACCEPT WS-CURRENT-TIME FROM TIME.
002680      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002690      WRITE LISTING-RECORD FROM WS-HEADING-1.
002700      MOVE SPACES TO LISTING-RECORD.
002710      WRITE LISTING-RECORD.
002720      WRITE LISTING-RECORD FROM WS-HEADING-2.
002730
002740      IF NOT WS-EOF
002750          PERFORM 2100-READ-MASTER THRU 2100-EXIT
002760      END-IF.
002770  1000-EXIT.
002780      EXIT.
002790
002800*****************************************************************
002810* 1050-READ-PARM - TAKE THE REPORT MODE AND LOCATION FROM
002820*                  VALPARM.  NO FILE, OR ANY MODE BUT L, VALUES
002830*                  ALL LOCATIONS COMBINED.  A LOCATION CODE NOT ON
002840*                  THE TABLE OF LOCATIONS VALUES EVERY LOCATION.
002850*****************************************************************
002860  1050-READ-PARM.
002870      OPEN INPUT VAL-PARM.
002880      IF WS-VP-FILE-NOT-FOUND
002890          MOVE "Y" TO WS-PARM-EOF-SW
002900      ELSE
002910          READ VAL-PARM
002920              AT END
002930                  MOVE "Y" TO WS-PARM-EOF-SW
002940          END-READ
002950          CLOSE VAL-PARM
002960      END-IF.
002970
002980      IF NOT WS-PARM-EOF
002990          IF LP-BY-LOCATION
003000              MOVE "Y" TO WS-BY-LOCATION-SW
003010              MOVE LP-LOCATION TO WS-SEL-LOCATION
003020          END-IF
003030      END-IF.
003040
003050      MOVE SPACES TO WS-SEL-LOC-NAME.
003060      IF WS-SEL-LOCATION NOT = SPACES
003070          PERFORM 1060-FIND-LOC-NAME THRU 1060-EXIT
003080              VARYING WS-LOC-SUB FROM 1 BY 1
003090              UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
003100          IF WS-SEL-LOC-NAME = SPACES
003110              MOVE SPACES TO WS-SEL-LOCATION
003120          END-IF
003130      END-IF.
003140
003150      MOVE SPACES TO H1-SCOPE.
003160      EVALUATE TRUE
003170          WHEN NOT WS-BY-LOCATION
003180              MOVE "ALL LOCATIONS COMBINED" TO H1-SCOPE
003190          WHEN WS-SEL-LOCATION = SPACES
003200              MOVE "BY LOCATION" TO H1-SCOPE
003210          WHEN OTHER
003220              STRING "LOCATION " WS-SEL-LOCATION " "
003230                  WS-SEL-LOC-NAME
003240                  DELIMITED BY SIZE INTO H1-SCOPE
003250      END-EVALUATE.
003260  1050-EXIT.
003270      EXIT.
003280
003290*****************************************************************
003300* 1060-FIND-LOC-NAME - TAKE THE NAME OF THE SELECTED LOCATION
003310*                      FROM ONE TABLE ENTRY IF IT MATCHES.
003320*****************************************************************
003330  1060-FIND-LOC-NAME.
003340      IF LC-LOCATION-CODE (WS-LOC-SUB) = WS-SEL-LOCATION
003350          MOVE LC-LOCATION-NAME (WS-LOC-SUB) TO WS-SEL-LOC-NAME
003360      END-IF.
003370  1060-EXIT.
003380      EXIT.
003390
003400*****************************************************************
003410* 2000-PROCESS-MASTER - VALUE ONE RECORD WITH STOCK ON HAND,
003420*                       BREAKING ON STYLE FOR THE SUBTOTAL, AND
003430*                       READ AHEAD.  THE MASTER IS READ IN KEY
003440*                       ORDER, SO EVERY SIZE OF A STYLE ARRIVES
003450*                       TOGETHER AND A STYLE CHANGE IS A CLEAN
003460*                       CONTROL BREAK.
003470*                       THE COMBINED VALUE FOR THE HISTORY
003480*                       RECORD IS TAKEN HERE IN EITHER MODE.
003490*****************************************************************
003500  2000-PROCESS-MASTER.
003510      IF SM-QTY-ON-HAND > ZERO
003520          COMPUTE WS-EXT-VALUE =
003530              SM-QTY-ON-HAND * SM-UNIT-COST
003540          ADD WS-EXT-VALUE TO WS-COMBINED-VALUE
003550          ADD 1 TO WS-COMBINED-COUNT
003560      END-IF.
003570
003580      IF WS-BY-LOCATION
003590          PERFORM 2400-VALUE-LOCATIONS THRU 2400-EXIT
003600      ELSE
003610          IF SM-QTY-ON-HAND > ZERO
003620              MOVE SM-QTY-ON-HAND TO WS-VALUE-QTY
003630              MOVE SPACES TO DL-LOCATION
003640              MOVE "N" TO WS-TRANSIT-LINE-SW
003650              PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
003660          END-IF
003670      END-IF.
003680
003690      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003700  2000-EXIT.
003710      EXIT.
003720
003730*****************************************************************
003740* 2100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
003750*****************************************************************
003760  2100-READ-MASTER.
003770      READ SHOE-MASTER NEXT RECORD
003780          AT END
003790              MOVE "Y" TO WS-EOF-SW
003800      END-READ.
003810  2100-EXIT.
003820      EXIT.
003830
003840*****************************************************************
003850* 2200-PRINT-DETAIL - EXTEND AND PRINT ONE VALUED QUANTITY
003860*                     AND ROLL IT INTO THE STYLE AND GRAND
003870*                     TOTALS, BREAKING ON STYLE FIRST.  THE
003880*                     CALLER HAS SET THE QUANTITY AND LOCATION.
003890*****************************************************************
003900  2200-PRINT-DETAIL.
003910      IF SM-SHOE-STYLE NOT = WS-PREV-STYLE
003920              AND WS-PREV-STYLE NOT = SPACES
003930          PERFORM 7000-PRINT-STYLE-TOTAL THRU 7000-EXIT
003940      END-IF.
003950
003960      COMPUTE WS-EXT-VALUE =
003970          WS-VALUE-QTY * SM-UNIT-COST.
003980
003990      MOVE SM-SHOE-STYLE TO DL-SHOE-STYLE.
004000      MOVE SM-SHOE-SIZE TO DL-SHOE-SIZE.
004010      MOVE WS-VALUE-QTY TO DL-QTY-ON-HAND.
004020      MOVE SM-UNIT-COST TO DL-UNIT-COST.
004030      MOVE WS-EXT-VALUE TO DL-EXT-VALUE.
004040      IF SM-INACTIVE
004050          MOVE "INACTIVE" TO DL-STATUS-NOTE
004060      ELSE
004070          MOVE SPACES TO DL-STATUS-NOTE
004080      END-IF.
004090      IF WS-TRANSIT-LINE
004100          MOVE "IN TRANS" TO DL-STATUS-NOTE
004110      END-IF.
004120      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
004130
004140      ADD WS-EXT-VALUE TO WS-STYLE-VALUE.
004150      ADD WS-EXT-VALUE TO WS-GRAND-VALUE.
004160      ADD 1 TO WS-RECORD-COUNT.
004170      MOVE SM-SHOE-STYLE TO WS-PREV-STYLE.
004180  2200-EXIT.
004190      EXIT.
004200
004210*****************************************************************
004220* 2400-VALUE-LOCATIONS - VALUE EACH LOCATION THAT HOLDS THE
004230*                        STYLE/SIZE, OR ONLY THE SELECTED ONE.
004240*****************************************************************
004250  2400-VALUE-LOCATIONS.
004260      MOVE "N" TO WS-LOC-EOF-SW.
004270      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
004280      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
004290      MOVE LOW-VALUES TO SL-LOCATION.
004300      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
004310          INVALID KEY
004320              MOVE "Y" TO WS-LOC-EOF-SW
004330      END-START.
004340      IF NOT WS-LOC-EOF
004350          PERFORM 2410-READ-NEXT-LOC THRU 2410-EXIT
004360      END-IF.
004370      PERFORM 2420-VALUE-ONE-LOC THRU 2420-EXIT
004380          UNTIL WS-LOC-EOF.
004390  2400-EXIT.
004400      EXIT.
004410
004420*****************************************************************
004430* 2410-READ-NEXT-LOC - READ THE NEXT LOCATION RECORD, ENDING AT
004440*                      THE FIRST RECORD FOR ANOTHER STYLE/SIZE.
004450*****************************************************************
004460  2410-READ-NEXT-LOC.
004470      READ STOCK-LOC NEXT RECORD
004480          AT END
004490              MOVE "Y" TO WS-LOC-EOF-SW
004500      END-READ.
004510      IF NOT WS-LOC-EOF
004520          IF SL-SHOE-STYLE NOT = SM-SHOE-STYLE
004530                  OR SL-SHOE-SIZE NOT = SM-SHOE-SIZE
004540              MOVE "Y" TO WS-LOC-EOF-SW
004550          END-IF
004560      END-IF.
004570  2410-EXIT.
004580      EXIT.
004590
004600*****************************************************************
004610* 2420-VALUE-ONE-LOC - PRINT A SELECTED LOCATION'S PAIRS ON HAND
004620*                      AND PAIRS IN TRANSIT TO IT, EACH ON ITS OWN
004630*                      LINE, ADD THEM TO THE LOCATION'S TOTALS,
004640*                      AND READ AHEAD.
004650*****************************************************************
004660  2420-VALUE-ONE-LOC.
004670      IF WS-SEL-LOCATION = SPACES
004680              OR SL-LOCATION = WS-SEL-LOCATION
004690          MOVE ZERO TO WS-VALUE-LOC-SUB
004700          PERFORM 2430-FIND-VALUE-LOC THRU 2430-EXIT
004710              VARYING WS-LOC-SUB FROM 1 BY 1
004720              UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
004730          MOVE SL-LOCATION TO DL-LOCATION
004740          IF SL-QTY-ON-HAND > ZERO
004750              MOVE SL-QTY-ON-HAND TO WS-VALUE-QTY
004760              MOVE "N" TO WS-TRANSIT-LINE-SW
004770              PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
004780              IF WS-VALUE-LOC-SUB > ZERO
004790                  ADD WS-EXT-VALUE TO
004800                      LC-ON-HAND-VALUE (WS-VALUE-LOC-SUB)
004810              END-IF
004820          END-IF
004830          IF SL-QTY-IN-TRANSIT > ZERO
004840              MOVE SL-QTY-IN-TRANSIT TO WS-VALUE-QTY
004850              MOVE "Y" TO WS-TRANSIT-LINE-SW
004860              PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
004870              IF WS-VALUE-LOC-SUB > ZERO
004880                  ADD WS-EXT-VALUE TO
004890                      LC-TRANSIT-VALUE (WS-VALUE-LOC-SUB)
004900              END-IF
004910          END-IF
004920      END-IF.
004930      PERFORM 2410-READ-NEXT-LOC THRU 2410-EXIT.
004940  2420-EXIT.
004950      EXIT.
004960
004970*****************************************************************
004980* 2430-FIND-VALUE-LOC - NOTE WHICH TABLE ENTRY THE LOCATION
004990*                       RECORD BELONGS TO.
005000*****************************************************************
005010  2430-FIND-VALUE-LOC.
005020      IF LC-LOCATION-CODE (WS-LOC-SUB) = SL-LOCATION
005030          MOVE WS-LOC-SUB TO WS-VALUE-LOC-SUB
005040      END-IF.
005050  2430-EXIT.
005060      EXIT.
005070
005080*****************************************************************
005090* 7000-PRINT-STYLE-TOTAL - PRINT THE SUBTOTAL FOR THE STYLE
005100*                          JUST FINISHED AND CLEAR IT.
005110*****************************************************************
005120  7000-PRINT-STYLE-TOTAL.
005130      MOVE WS-PREV-STYLE TO ST-SHOE-STYLE.
005140      MOVE WS-STYLE-VALUE TO ST-STYLE-VALUE.
005150      WRITE LISTING-RECORD FROM WS-STYLE-TOTAL-LINE.
005160      MOVE SPACES TO LISTING-RECORD.
005170      WRITE LISTING-RECORD.
005180      MOVE ZERO TO WS-STYLE-VALUE.
005190  7000-EXIT.
005200      EXIT.
005210
005220*****************************************************************
005230* 8000-PRINT-TOTALS - PRINT THE LAST STYLE'S SUBTOTAL, THE
005240*                     GRAND TOTAL, THE LOCATION TOTALS WHEN
005250*                     VALUING BY LOCATION, AND THE RECORD COUNT.
005260*****************************************************************
005270  8000-PRINT-TOTALS.
005280      IF WS-PREV-STYLE NOT = SPACES
005290          PERFORM 7000-PRINT-STYLE-TOTAL THRU 7000-EXIT
005300      END-IF.
005310
005320      MOVE WS-GRAND-VALUE TO GT-GRAND-VALUE.
005330      WRITE LISTING-RECORD FROM WS-GRAND-TOTAL-LINE.
005340      IF WS-BY-LOCATION
005350          MOVE SPACES TO LISTING-RECORD
005360          WRITE LISTING-RECORD
005370          PERFORM 8100-PRINT-LOC-TOTAL THRU 8100-EXIT
005380              VARYING WS-LOC-SUB FROM 1 BY 1
005390              UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
005400      END-IF.
005410
005420      MOVE WS-RECORD-COUNT TO TL-RECORD-COUNT.
005430      MOVE SPACES TO LISTING-RECORD.
005440      WRITE LISTING-RECORD.
005450      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
005460  8000-EXIT.
005470      EXIT.
005480
005490*****************************************************************
005500* 8100-PRINT-LOC-TOTAL - PRINT ONE LOCATION'S ON-HAND AND
005510*                        IN-TRANSIT VALUE IF IT WAS SELECTED.
005520*****************************************************************
005530  8100-PRINT-LOC-TOTAL.
005540      IF WS-SEL-LOCATION = SPACES
005550              OR LC-LOCATION-CODE (WS-LOC-SUB) = WS-SEL-LOCATION
005560          MOVE LC-LOCATION-CODE (WS-LOC-SUB) TO LT-LOCATION
005570          MOVE LC-LOCATION-NAME (WS-LOC-SUB) TO LT-LOC-NAME
005580          MOVE "ON HAND" TO LT-VALUE-KIND
005590          MOVE LC-ON-HAND-VALUE (WS-LOC-SUB) TO LT-LOC-VALUE
005600          WRITE LISTING-RECORD FROM WS-LOC-TOTAL-LINE
005610          MOVE "IN TRANSIT" TO LT-VALUE-KIND
005620          MOVE LC-TRANSIT-VALUE (WS-LOC-SUB) TO LT-LOC-VALUE
005630          WRITE LISTING-RECORD FROM WS-LOC-TOTAL-LINE
005640      END-IF.
005650  8100-EXIT.
005660      EXIT.
005670
005680*****************************************************************
005690* 8500-WRITE-VAL-HIST - APPEND THIS RUN'S COMBINED TOTAL TO
005700*                       THE VALUATION HISTORY FILE.
005710*****************************************************************
005720  8500-WRITE-VAL-HIST.
005730      OPEN EXTEND VAL-HIST.
005740      IF WS-VH-FILE-NOT-FOUND
005750          OPEN OUTPUT VAL-HIST
005760      END-IF.
005770      MOVE SPACES TO VAL-HIST-RECORD.
005780      MOVE WS-CURRENT-DATE TO VH-RUN-DATE.
005790      MOVE WS-CURRENT-TIME TO VH-RUN-TIME.
005800      MOVE WS-COMBINED-VALUE TO VH-EXTENDED-COST.
005810      MOVE WS-COMBINED-COUNT TO VH-RECORD-COUNT.
005820      WRITE VAL-HIST-RECORD.
005830      CLOSE VAL-HIST.
005840  8500-EXIT.
005850      EXIT.
005860
005870*****************************************************************
005880* 9000-TERMINATE - RECORD THE VALUATION IN HISTORY, CLOSE FILES,
005890*                  AND END THE RUN.
005900*****************************************************************
005910  9000-TERMINATE.
005920      IF NOT WS-NO-MASTER
005930          PERFORM 8500-WRITE-VAL-HIST THRU 8500-EXIT
005940      END-IF.
005950      CLOSE SHOE-MASTER.
005960      CLOSE VAL-LISTING.
005970      IF WS-BY-LOCATION
005980          CLOSE STOCK-LOC
005990      END-IF.
006000  9000-EXIT.
006010      EXIT.
006020
006030  END PROGRAM LAB10VAL.

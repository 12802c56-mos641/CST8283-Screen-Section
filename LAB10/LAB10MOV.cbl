000150* Purpose: MONTHLY MOVEMENT AND SLOW-MOVER REPORT.  READS A
000160*          POSTING DATE RANGE FROM A ONE-RECORD PARAMETER FILE
000170*          (MOVPARM), TOTALS THE MOVEMENT-HISTORY FILE
000180*          (COPYLIB/MOVEHIST.CPY) INTO RECEIPTS, SALES, CUSTOMER
000190*          RETURNS, AND RETURNS TO VENDOR PER STYLE/SIZE OVER
000200*          THAT RANGE, THEN PASSES SHOE-MASTER AND PRINTS ONE
000210*          LINE PER ACTIVE STYLE/SIZE WITH ITS ON-HAND AND
000220*          EACH KIND OF MOVEMENT - FLAGGING EVERY
000230*          RECORD WITH STOCK ON HAND BUT NO SALES IN THE
000240*          PERIOD, SO THE BUYERS CAN SPOT SLOW MOVERS BEFORE
000250*          THE SEASON ENDS.  A MISSING OR EMPTY PARAMETER FILE
000260*          TOTALS THE WHOLE HISTORY.
000270*****************************************************************
000280  IDENTIFICATION DIVISION.
000290  PROGRAM-ID. LAB10MOV.
000300  AUTHOR. D. FALLIS.
000310  INSTALLATION. RETAIL SYSTEMS.
000320  DATE-WRITTEN. 2026-09-02.
000330  DATE-COMPILED.
000340*****************************************************************
000350* MODIFICATION HISTORY
000360*   2026-09-02  DF  ORIGINAL PROGRAM.
000370*   2026-10-15  DF  CUSTOMER RETURNS (TYPE C) AND RETURNS TO
000380*                   VENDOR (TYPE V) NOW TOTAL IN THEIR OWN
000390*                   COLUMNS.  ONLY A TYPE S RECORD COUNTS AS A
000400*                   SALE, SO RETURNS NO LONGER INFLATE SALES OR
000410*                   HIDE A SLOW MOVER.
000420*****************************************************************
000430  ENVIRONMENT DIVISION.
000440  INPUT-OUTPUT SECTION.
000450  FILE-CONTROL.
000460      SELECT MOVE-PARM ASSIGN TO "MOVPARM"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-MOVE-PARM-STATUS.
000490
000500      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS WS-MOVE-HIST-STATUS.
000530
000540      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS SEQUENTIAL
000570          RECORD KEY IS SM-MASTER-KEY
000580          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000590
000600      SELECT MOVE-LISTING ASSIGN TO "MOVRPT"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS WS-MOVE-LISTING-STATUS.
000630
000640  DATA DIVISION.
000650  FILE SECTION.
000660  FD  MOVE-PARM
000670      LABEL RECORDS ARE STANDARD.
000680  01  MOVE-PARM-RECORD.
000690      05  MP-DATE-FROM             PIC X(08).
000700      05  MP-DATE-TO               PIC X(08).
000710      05  FILLER                   PIC X(64).
000720
000730  FD  MOVE-HIST
000740      LABEL RECORDS ARE STANDARD.
000750      COPY MOVEHIST.
000760
000770  FD  SHOE-MASTER
000780      LABEL RECORDS ARE STANDARD.
000790      COPY SHOEMAST.
000800
000810  FD  MOVE-LISTING
000820      LABEL RECORDS ARE STANDARD.
000830  01  LISTING-RECORD               PIC X(80).
000840
000850  WORKING-STORAGE SECTION.
000860  01  WS-MOVE-PARM-STATUS         PIC X(02).
000870      88  WS-MP-OK                        VALUE "00".
000880      88  WS-MP-FILE-NOT-FOUND            VALUE "35".
000890
000900  01  WS-MOVE-HIST-STATUS         PIC X(02).
000910      88  WS-MH-OK                        VALUE "00".
000920      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
000930
000940  01  WS-SHOE-MASTER-STATUS       PIC X(02).
000950      88  WS-SM-OK                        VALUE "00".
000960      88  WS-SM-EOF                       VALUE "10".
000970
000980  01  WS-MOVE-LISTING-STATUS      PIC X(02).
000990      88  WS-ML-OK                        VALUE "00".
001000
001010  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001020      88  WS-PARM-EOF                     VALUE "Y".
001030
001040  01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001050      88  WS-HIST-EOF                     VALUE "Y".
001060
001070  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001080      88  WS-MASTER-EOF                   VALUE "Y".
001090
001100  01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001110      88  WS-ENTRY-FOUND                  VALUE "Y".
001120
001130  01  WS-SEL-DATE-FROM            PIC X(08) VALUE SPACES.
001140  01  WS-SEL-DATE-TO              PIC X(08) VALUE "99999999".
001150
001160  01  WS-HIST-READ-COUNT          PIC 9(05) VALUE ZERO.
001170  01  WS-HIST-RANGE-COUNT         PIC 9(05) VALUE ZERO.
001180  01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
001190  01  WS-SLOW-COUNT               PIC 9(05) VALUE ZERO.
001200
001210  01  WS-MOVE-MAX                 PIC 9(05) VALUE 1000.
001220  01  WS-MOVE-SUB                 PIC 9(05) VALUE ZERO.
001230  01  WS-MOVE-USE-SUB             PIC 9(05) VALUE ZERO.
001240  01  WS-TABLE-COUNT              PIC 9(05) VALUE ZERO.
001250  01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001260      88  WS-TABLE-FULL                   VALUE "Y".
001270
001280  01  WS-MOVE-TABLE.
001290      05  WS-MOVE-ENTRY OCCURS 1000 TIMES.
001300          10  WS-MOV-SHOE-STYLE    PIC X(05).
001310          10  WS-MOV-SHOE-SIZE     PIC X(04).
001320          10  WS-MOV-RECEIPT-QTY   PIC 9(07).
001330          10  WS-MOV-SALE-QTY      PIC 9(07).
001340          10  WS-MOV-CUST-RTN-QTY  PIC 9(07).
001350          10  WS-MOV-VEND-RTN-QTY  PIC 9(07).
001360
001370  01  WS-HEADING-1.
001380      05  FILLER                   PIC X(26)
001390              VALUE "MOVEMENT/SLOW-MOVER REPORT".
001400      05  FILLER                   PIC X(02) VALUE SPACES.
001410      05  FILLER                   PIC X(06) VALUE "DATES ".
001420      05  H1-DATE-FROM             PIC X(08).
001430      05  FILLER                   PIC X(06) VALUE " THRU ".
001440      05  H1-DATE-TO               PIC X(08).
001450
001460  01  WS-HEADING-2.
001470      05  FILLER                   PIC X(05) VALUE "STYLE".
001480      05  FILLER                   PIC X(02) VALUE SPACES.
001490      05  FILLER                   PIC X(04) VALUE "SIZE".
001500      05  FILLER                   PIC X(02) VALUE SPACES.
001510      05  FILLER                   PIC X(07) VALUE "ON-HAND".
001520      05  FILLER                   PIC X(02) VALUE SPACES.
001530      05  FILLER                   PIC X(08) VALUE "RECEIPTS".
001540      05  FILLER                   PIC X(02) VALUE SPACES.
001550      05  FILLER                   PIC X(05) VALUE "SALES".
001560      05  FILLER                   PIC X(02) VALUE SPACES.
001570      05  FILLER                   PIC X(08) VALUE "CUST-RTN".
001580      05  FILLER                   PIC X(02) VALUE SPACES.
001590      05  FILLER                   PIC X(08) VALUE "VEND-RTN".
001600      05  FILLER                   PIC X(02) VALUE SPACES.
001610      05  FILLER                   PIC X(04) VALUE "FLAG".
001620
001630  01  WS-DETAIL-LINE.
001640      05  DL-SHOE-STYLE            PIC X(05).
001650      05  FILLER                   PIC X(02) VALUE SPACES.
001660      05  DL-SHOE-SIZE             PIC X(04).
001670      05  FILLER                   PIC X(04) VALUE SPACES.
001680      05  DL-QTY-ON-HAND           PIC ZZZZ9.
001690      05  FILLER                   PIC X(03) VALUE SPACES.
001700      05  DL-RECEIPT-QTY           PIC ZZZZZZ9.
001710      05  FILLER                   PIC X(02) VALUE SPACES.
001720      05  DL-SALE-QTY              PIC ZZZZZ9.
001730      05  FILLER                   PIC X(02) VALUE SPACES.
001740      05  DL-CUST-RTN-QTY          PIC ZZZZZZ9.
001750      05  FILLER                   PIC X(03) VALUE SPACES.
001760      05  DL-VEND-RTN-QTY          PIC ZZZZZZ9.
001770      05  FILLER                   PIC X(03) VALUE SPACES.
001780      05  DL-FLAG                  PIC X(08).
001790
001800  01  WS-TABLE-FULL-LINE.
001810      05  FILLER                   PIC X(44)
001820              VALUE "** MOVEMENT TABLE FULL - TOTALS INCOMPLETE,".
001830      05  FILLER                   PIC X(21)
001840              VALUE " NARROW THE RANGE. **".
001850
001860  01  WS-TOTAL-LINE-1.
001870      05  FILLER                   PIC X(23)
001880              VALUE "HISTORY RECORDS    -  ".
001890      05  TL-HIST-READ-COUNT       PIC ZZ,ZZ9.
001900
001910  01  WS-TOTAL-LINE-2.
001920      05  FILLER                   PIC X(23)
001930              VALUE "IN DATE RANGE      -  ".
001940      05  TL-HIST-RANGE-COUNT      PIC ZZ,ZZ9.
001950
001960  01  WS-TOTAL-LINE-3.
001970      05  FILLER                   PIC X(23)
001980              VALUE "MASTERS LISTED     -  ".
001990      05  TL-LISTED-COUNT          PIC ZZ,ZZ9.
002000
002010  01  WS-TOTAL-LINE-4.
002020      05  FILLER                   PIC X(23)
002030              VALUE "SLOW MOVERS        -  ".
002040      05  TL-SLOW-COUNT            PIC ZZ,ZZ9.
002050
002060  PROCEDURE DIVISION.
002070  0000-MAIN-PROCEDURE.
002080      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090
002100      PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
002110          UNTIL WS-HIST-EOF.
002120
002130      PERFORM 4000-PROCESS-MASTER THRU 4000-EXIT
002140          UNTIL WS-MASTER-EOF.
002150
002160      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002170
002180      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002190
002200      STOP RUN.
002210
002220*****************************************************************
002230* 1000-INITIALIZE - READ THE DATE-RANGE PARAMETER, OPEN THE
002240*                   FILES, PRINT HEADINGS, AND READ THE FIRST
002250*                   RECORD OF EACH INPUT.  A MISSING OR EMPTY
002260*                   PARAMETER FILE TOTALS THE WHOLE HISTORY.
002270*****************************************************************
002280  1000-INITIALIZE.
002290      OPEN INPUT MOVE-PARM.
002300      IF WS-MP-FILE-NOT-FOUND
002310          MOVE "Y" TO WS-PARM-EOF-SW
002320      ELSE
002330          READ MOVE-PARM
002340              AT END
002350                  MOVE "Y" TO WS-PARM-EOF-SW
002360          END-READ
002370          CLOSE MOVE-PARM
002380      END-IF.
002390
002400      IF NOT WS-PARM-EOF
002410          MOVE MP-DATE-FROM TO WS-SEL-DATE-FROM
002420          MOVE MP-DATE-TO TO WS-SEL-DATE-TO
002430      END-IF.
002440
002450      OPEN INPUT MOVE-HIST.
002460      IF WS-MH-FILE-NOT-FOUND
002470          MOVE "Y" TO WS-HIST-EOF-SW
002480      END-IF.
002490      OPEN INPUT SHOE-MASTER.
002500      IF NOT WS-SM-OK
002510          MOVE "Y" TO WS-MASTER-EOF-SW
002520      END-IF.
002530      OPEN OUTPUT MOVE-LISTING.
002540
002550      MOVE WS-SEL-DATE-FROM TO H1-DATE-FROM.
002560      MOVE WS-SEL-DATE-TO TO H1-DATE-TO.
002570      WRITE LISTING-RECORD FROM WS-HEADING-1.
002580      MOVE SPACES TO LISTING-RECORD.
002590      WRITE LISTING-RECORD.
002600      WRITE LISTING-RECORD FROM WS-HEADING-2.
002610
002620      IF NOT WS-HIST-EOF
002630          PERFORM 2100-READ-HISTORY THRU 2100-EXIT
002640      END-IF.
002650      IF NOT WS-MASTER-EOF
002660          PERFORM 4100-READ-MASTER THRU 4100-EXIT
002670      END-IF.
002680  1000-EXIT.
002690      EXIT.
002700
002710*****************************************************************
002720* 2000-TALLY-HISTORY - ROLL ONE IN-RANGE HISTORY RECORD INTO
002730*                      THE PER-STYLE/SIZE TOTALS TABLE AND READ
002740*                      AHEAD.
002750*****************************************************************
002760  2000-TALLY-HISTORY.
002770      ADD 1 TO WS-HIST-READ-COUNT.
002780
002790      IF MH-POST-DATE NOT < WS-SEL-DATE-FROM
002800              AND MH-POST-DATE NOT > WS-SEL-DATE-TO
002810          ADD 1 TO WS-HIST-RANGE-COUNT
002820          PERFORM 3000-TALLY-ONE-RECORD THRU 3000-EXIT
002830      END-IF.
002840
002850      PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002860  2000-EXIT.
002870      EXIT.
002880
002890*****************************************************************
002900* 2100-READ-HISTORY - READ THE NEXT MOVEMENT-HISTORY RECORD.
002910*****************************************************************
002920  2100-READ-HISTORY.
002930      READ MOVE-HIST
002940          AT END
002950              MOVE "Y" TO WS-HIST-EOF-SW
002960      END-READ.
002970  2100-EXIT.
002980      EXIT.
002990
003000*****************************************************************
003010* 3000-TALLY-ONE-RECORD - FIND (OR ADD) THE TABLE ENTRY FOR THE
003020*                         CURRENT HISTORY RECORD'S STYLE/SIZE
003030*                         AND ADD ITS QUANTITY TO THE TOTAL FOR
003040*                         ITS TRANSACTION TYPE.
003050*****************************************************************
003060  3000-TALLY-ONE-RECORD.
003070      MOVE "N" TO WS-ENTRY-FOUND-SW.
003080      PERFORM 3100-FIND-ENTRY THRU 3100-EXIT
003090          VARYING WS-MOVE-SUB FROM 1 BY 1
003100          UNTIL WS-ENTRY-FOUND OR WS-MOVE-SUB > WS-TABLE-COUNT.
003110
003120      IF NOT WS-ENTRY-FOUND
003130          IF WS-TABLE-COUNT < WS-MOVE-MAX
003140              ADD 1 TO WS-TABLE-COUNT
003150              MOVE WS-TABLE-COUNT TO WS-MOVE-USE-SUB
003160              MOVE MH-SHOE-STYLE
003170                  TO WS-MOV-SHOE-STYLE (WS-MOVE-USE-SUB)
003180              MOVE MH-SHOE-SIZE
003190                  TO WS-MOV-SHOE-SIZE (WS-MOVE-USE-SUB)
003200              MOVE ZERO TO WS-MOV-RECEIPT-QTY (WS-MOVE-USE-SUB)
003210              MOVE ZERO TO WS-MOV-SALE-QTY (WS-MOVE-USE-SUB)
003220              MOVE ZERO TO WS-MOV-CUST-RTN-QTY (WS-MOVE-USE-SUB)
003230              MOVE ZERO TO WS-MOV-VEND-RTN-QTY (WS-MOVE-USE-SUB)
003240              MOVE "Y" TO WS-ENTRY-FOUND-SW
003250          ELSE
003260              MOVE "Y" TO WS-TABLE-FULL-SW
003270          END-IF
003280      END-IF.
003290
003300      IF WS-ENTRY-FOUND
003310          EVALUATE TRUE
003320              WHEN MH-TRANS-RECEIPT
003330                  ADD MH-QUANTITY
003340                      TO WS-MOV-RECEIPT-QTY (WS-MOVE-USE-SUB)
003350              WHEN MH-TRANS-SALE
003360                  ADD MH-QUANTITY
003370                      TO WS-MOV-SALE-QTY (WS-MOVE-USE-SUB)
003380              WHEN MH-TRANS-CUST-RETURN
003390                  ADD MH-QUANTITY
003400                      TO WS-MOV-CUST-RTN-QTY (WS-MOVE-USE-SUB)
003410              WHEN MH-TRANS-VEND-RETURN
003420                  ADD MH-QUANTITY
003430                      TO WS-MOV-VEND-RTN-QTY (WS-MOVE-USE-SUB)
003440          END-EVALUATE
003450      END-IF.
003460  3000-EXIT.
003470      EXIT.
003480
003490*****************************************************************
003500* 3100-FIND-ENTRY - LOOK FOR THE CURRENT STYLE/SIZE IN THE
003510*                   TOTALS TABLE.  ON A MATCH THE SUBSCRIPT IS
003520*                   SAVED, SINCE THE PERFORM VARYING SUBSCRIPT
003530*                   HAS ALREADY MOVED ON WHEN THE LOOP ENDS.
003540*****************************************************************
003550  3100-FIND-ENTRY.
003560      IF WS-MOV-SHOE-STYLE (WS-MOVE-SUB) = MH-SHOE-STYLE
003570              AND WS-MOV-SHOE-SIZE (WS-MOVE-SUB) = MH-SHOE-SIZE
003580          MOVE "Y" TO WS-ENTRY-FOUND-SW
003590          MOVE WS-MOVE-SUB TO WS-MOVE-USE-SUB
003600      END-IF.
003610  3100-EXIT.
003620      EXIT.
003630
003640*****************************************************************
003650* 4000-PROCESS-MASTER - PRINT ONE ACTIVE MASTER RECORD WITH ITS
003660*                       PERIOD MOVEMENT, FLAGGING STOCK ON HAND
003670*                       WITH NO SALES, AND READ AHEAD.
003680*****************************************************************
003690  4000-PROCESS-MASTER.
003700      IF SM-ACTIVE
003710          PERFORM 5000-PRINT-ONE-MASTER THRU 5000-EXIT
003720      END-IF.
003730
003740      PERFORM 4100-READ-MASTER THRU 4100-EXIT.
003750  4000-EXIT.
003760      EXIT.
003770
003780*****************************************************************
003790* 4100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
003800*****************************************************************
003810  4100-READ-MASTER.
003820      READ SHOE-MASTER NEXT RECORD
003830          AT END
003840              MOVE "Y" TO WS-MASTER-EOF-SW
003850      END-READ.
003860  4100-EXIT.
003870      EXIT.
003880
003890*****************************************************************
003900* 5000-PRINT-ONE-MASTER - BUILD AND PRINT ONE DETAIL LINE FROM
003910*                         THE MASTER AND ITS TABLED MOVEMENT.
003920*                         A STYLE/SIZE WITH NO TABLE ENTRY HAD
003930*                         NO MOVEMENT IN THE PERIOD AT ALL.
003940*****************************************************************
003950  5000-PRINT-ONE-MASTER.
003960      MOVE "N" TO WS-ENTRY-FOUND-SW.
003970      PERFORM 5100-FIND-MASTER-ENTRY THRU 5100-EXIT
003980          VARYING WS-MOVE-SUB FROM 1 BY 1
003990          UNTIL WS-ENTRY-FOUND OR WS-MOVE-SUB > WS-TABLE-COUNT.
004000
004010      MOVE SM-SHOE-STYLE TO DL-SHOE-STYLE.
004020      MOVE SM-SHOE-SIZE TO DL-SHOE-SIZE.
004030      MOVE SM-QTY-ON-HAND TO DL-QTY-ON-HAND.
004040      IF WS-ENTRY-FOUND
004050          MOVE WS-MOV-RECEIPT-QTY (WS-MOVE-USE-SUB)
004060              TO DL-RECEIPT-QTY
004070          MOVE WS-MOV-SALE-QTY (WS-MOVE-USE-SUB)
004080              TO DL-SALE-QTY
004090          MOVE WS-MOV-CUST-RTN-QTY (WS-MOVE-USE-SUB)
004100              TO DL-CUST-RTN-QTY
004110          MOVE WS-MOV-VEND-RTN-QTY (WS-MOVE-USE-SUB)
004120              TO DL-VEND-RTN-QTY
004130      ELSE
004140          MOVE ZERO TO DL-RECEIPT-QTY
004150          MOVE ZERO TO DL-SALE-QTY
004160          MOVE ZERO TO DL-CUST-RTN-QTY
004170          MOVE ZERO TO DL-VEND-RTN-QTY
004180      END-IF.
004190
004200      IF SM-QTY-ON-HAND > ZERO
004210              AND (NOT WS-ENTRY-FOUND
004220              OR WS-MOV-SALE-QTY (WS-MOVE-USE-SUB) = ZERO)
004230          MOVE "NO SALES" TO DL-FLAG
004240          ADD 1 TO WS-SLOW-COUNT
004250      ELSE
004260          MOVE SPACES TO DL-FLAG
004270      END-IF.
004280
004290      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
004300      ADD 1 TO WS-LISTED-COUNT.
004310  5000-EXIT.
004320      EXIT.
004330
004340*****************************************************************
004350* 5100-FIND-MASTER-ENTRY - LOOK FOR THE CURRENT MASTER'S
004360*                          STYLE/SIZE IN THE TOTALS TABLE, AS
004370*                          3100-FIND-ENTRY DOES FOR A HISTORY
004380*                          RECORD.
004390*****************************************************************
004400  5100-FIND-MASTER-ENTRY.
004410      IF WS-MOV-SHOE-STYLE (WS-MOVE-SUB) = SM-SHOE-STYLE
004420              AND WS-MOV-SHOE-SIZE (WS-MOVE-SUB) = SM-SHOE-SIZE
004430          MOVE "Y" TO WS-ENTRY-FOUND-SW
004440          MOVE WS-MOVE-SUB TO WS-MOVE-USE-SUB
004450      END-IF.
004460  5100-EXIT.
004470      EXIT.
004480
004490*****************************************************************
004500* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
004510*****************************************************************
004520  8000-PRINT-TOTALS.
004530      IF WS-TABLE-FULL
004540          WRITE LISTING-RECORD FROM WS-TABLE-FULL-LINE
004550      END-IF.
004560
004570      MOVE WS-HIST-READ-COUNT TO TL-HIST-READ-COUNT.
004580      MOVE WS-HIST-RANGE-COUNT TO TL-HIST-RANGE-COUNT.
004590      MOVE WS-LISTED-COUNT TO TL-LISTED-COUNT.
004600      MOVE WS-SLOW-COUNT TO TL-SLOW-COUNT.
004610
004620      MOVE SPACES TO LISTING-RECORD.
004630      WRITE LISTING-RECORD.
004640      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
004650      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
004660      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
004670      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
004680  8000-EXIT.
004690      EXIT.
004700
004710*****************************************************************
004720* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
004730*****************************************************************
004740  9000-TERMINATE.
004750      CLOSE MOVE-HIST.
004760      CLOSE SHOE-MASTER.
004770      CLOSE MOVE-LISTING.
004780  9000-EXIT.
004790      EXIT.
004800
004810  END PROGRAM LAB10MOV.

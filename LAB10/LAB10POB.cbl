000100*****************************************************************
000110* Program:  LAB10POB
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: PURCHASE-ORDER BUILD.  READS THE SUGGESTED-ORDER
000160*          FILE (SUGORDER) LAB10RPL WRITES EACH NIGHT AFTER
000170*          THE BUYER HAS MARKED THE LINES TO BE ORDERED, AND
000180*          TURNS EVERY APPROVED LINE INTO A LINE ON A NEW
000190*          PURCHASE ORDER ON THE PO MASTER (POMASTER), SO THE
000200*          BUYER NO LONGER RETYPES THE SUGGESTIONS INTO THE
000210*          VENDOR'S SITE.  THE VENDOR AND LEAD TIME COME FROM
000220*          A ONE-RECORD PARAMETER FILE (POPARM); THE DUE DATE
000230*          IS THE RUN DATE PLUS THE LEAD TIME.  EACH LINE
000240*          WRITTEN RAISES SM-QTY-ON-ORDER BY THE ORDERED
000250*          QUANTITY, SO ON-ORDER IS NO LONGER KEPT BY HAND.
000260*          ONE RUN BUILDS ONE PURCHASE ORDER (A NEW PO NUMBER
000270*          IS TAKEN ONLY IF IT FILLS 999 LINES).  A LINE NOT
000280*          APPROVED IS LISTED AND LEFT FOR THE NEXT NIGHT'S
000290*          SUGGESTIONS; A CLEAN END EMPTIES SUGORDER SO A
000300*          RERUN CANNOT ORDER THE SAME LINES TWICE.  THE RUN
000310*          REFUSES TO BUILD ANYTHING WITHOUT A VENDOR ON
000320*          POPARM.
000330*****************************************************************
000340  IDENTIFICATION DIVISION.
000350  PROGRAM-ID. LAB10POB.
000360  AUTHOR. D. FALLIS.
000370  INSTALLATION. RETAIL SYSTEMS.
000380  DATE-WRITTEN. 2026-10-15.
000390  DATE-COMPILED.
000400*****************************************************************
000410* MODIFICATION HISTORY
000420*   2026-10-15  DF  ORIGINAL PROGRAM.
000430*   2026-10-15  DF  A PO MASTER THAT WILL NOT OPEN CLEANLY NOW
000440*                   ABANDONS THE RUN INSTEAD OF READING IT.
000450*****************************************************************
000460  ENVIRONMENT DIVISION.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490      SELECT PO-PARM ASSIGN TO "POPARM"
000500          ORGANIZATION IS LINE SEQUENTIAL
000510          FILE STATUS IS WS-PO-PARM-STATUS.
000520
000530      SELECT SUGGESTED-ORDER ASSIGN TO "SUGORDER"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS WS-SUGGESTED-ORDER-STATUS.
000560
000570      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000580          ORGANIZATION IS INDEXED
000590          ACCESS MODE IS DYNAMIC
000600          RECORD KEY IS SM-MASTER-KEY
000610          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000620
000630      SELECT PO-MASTER ASSIGN TO "POMASTER"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS DYNAMIC
000660          RECORD KEY IS PM-MASTER-KEY
000670          FILE STATUS IS WS-PO-MASTER-STATUS.
000680
000690      SELECT PO-LISTING ASSIGN TO "POBRPT"
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS WS-PO-LISTING-STATUS.
000720
000730  DATA DIVISION.
000740  FILE SECTION.
000750  FD  PO-PARM
000760      LABEL RECORDS ARE STANDARD.
000770  01  PO-PARM-RECORD.
000780      05  PP-VENDOR-ID             PIC X(08).
000790      05  PP-LEAD-DAYS             PIC 9(03).
000800      05  FILLER                   PIC X(69).
000810
000820  FD  SUGGESTED-ORDER
000830      LABEL RECORDS ARE STANDARD.
000840      COPY SUGORDER.
000850
000860  FD  SHOE-MASTER
000870      LABEL RECORDS ARE STANDARD.
000880      COPY SHOEMAST.
000890
000900  FD  PO-MASTER
000910      LABEL RECORDS ARE STANDARD.
000920      COPY POMASTER.
000930
000940  FD  PO-LISTING
000950      LABEL RECORDS ARE STANDARD.
000960  01  LISTING-RECORD               PIC X(80).
000970
000980  WORKING-STORAGE SECTION.
000990  01  WS-PO-PARM-STATUS           PIC X(02).
001000      88  WS-PP-OK                        VALUE "00".
001010      88  WS-PP-FILE-NOT-FOUND            VALUE "35".
001020
001030  01  WS-SUGGESTED-ORDER-STATUS   PIC X(02).
001040      88  WS-SO-OK                        VALUE "00".
001050      88  WS-SO-FILE-NOT-FOUND            VALUE "35".
001060
001070  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001080      88  WS-SM-OK                        VALUE "00".
001090
001100  01  WS-PO-MASTER-STATUS         PIC X(02).
001110      88  WS-PM-OK                        VALUE "00".
001120      88  WS-PM-FILE-NOT-FOUND            VALUE "35".
001130
001140  01  WS-PO-LISTING-STATUS        PIC X(02).
001150      88  WS-PL-OK                        VALUE "00".
001160
001170  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001180      88  WS-EOF                          VALUE "Y".
001190
001200  01  WS-PO-EOF-SW                PIC X(01) VALUE "N".
001210      88  WS-PO-EOF                       VALUE "Y".
001220
001230  01  WS-LINE-OK-SW               PIC X(01) VALUE "N".
001240      88  WS-LINE-OK                      VALUE "Y".
001250
001260  01  WS-RUN-ABANDONED-SW         PIC X(01) VALUE "N".
001270      88  WS-RUN-ABANDONED                VALUE "Y".
001280
001290  01  WS-OPERATOR-ID              PIC X(08) VALUE "LAB10POB".
001300  01  WS-VENDOR-ID                PIC X(08) VALUE SPACES.
001310  01  WS-LEAD-DAYS                PIC 9(03) VALUE 14.
001320  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001330  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001340  01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
001350  01  WS-DATE-INTEGER             PIC 9(07) VALUE ZERO.
001360
001370  01  WS-LAST-PO-NUMBER           PIC 9(06) VALUE ZERO.
001380  01  WS-PO-NUMBER                PIC 9(06) VALUE ZERO.
001390  01  WS-LINE-NO                  PIC 9(03) VALUE ZERO.
001400
001410  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001420  01  WS-WRITE-COUNT              PIC 9(05) VALUE ZERO.
001430  01  WS-UNAPPROVED-COUNT         PIC 9(05) VALUE ZERO.
001440  01  WS-REJECT-COUNT             PIC 9(05) VALUE ZERO.
001450  01  WS-PAIRS-ORDERED            PIC 9(07) VALUE ZERO.
001460
001470  01  WS-HEADING-1.
001480      05  FILLER                   PIC X(30)
001490              VALUE "PURCHASE ORDER BUILD          ".
001500      05  FILLER                   PIC X(04) VALUE "RUN ".
001510      05  H1-RUN-DATE              PIC 9(08).
001520      05  FILLER                   PIC X(10) VALUE "  VENDOR ".
001530      05  H1-VENDOR-ID             PIC X(08).
001540
001550  01  WS-HEADING-2.
001560      05  FILLER                   PIC X(06) VALUE "PO NO.".
001570      05  FILLER                   PIC X(02) VALUE SPACES.
001580      05  FILLER                   PIC X(03) VALUE "LIN".
001590      05  FILLER                   PIC X(02) VALUE SPACES.
001600      05  FILLER                   PIC X(05) VALUE "STYLE".
001610      05  FILLER                   PIC X(02) VALUE SPACES.
001620      05  FILLER                   PIC X(04) VALUE "SIZE".
001630      05  FILLER                   PIC X(02) VALUE SPACES.
001640      05  FILLER                   PIC X(08) VALUE "QUANTITY".
001650      05  FILLER                   PIC X(02) VALUE SPACES.
001660      05  FILLER                   PIC X(08) VALUE "DUE DATE".
001670      05  FILLER                   PIC X(02) VALUE SPACES.
001680      05  FILLER                   PIC X(11) VALUE "DISPOSITION".
001690
001700  01  WS-DETAIL-LINE.
001710      05  DL-PO-NUMBER             PIC X(06).
001720      05  FILLER                   PIC X(02) VALUE SPACES.
001730      05  DL-LINE-NO               PIC X(03).
001740      05  FILLER                   PIC X(02) VALUE SPACES.
001750      05  DL-SHOE-STYLE            PIC X(05).
001760      05  FILLER                   PIC X(02) VALUE SPACES.
001770      05  DL-SHOE-SIZE             PIC X(04).
001780      05  FILLER                   PIC X(05) VALUE SPACES.
001790      05  DL-QUANTITY              PIC ZZZZ9.
001800      05  FILLER                   PIC X(02) VALUE SPACES.
001810      05  DL-DUE-DATE              PIC X(08).
001820      05  FILLER                   PIC X(02) VALUE SPACES.
001830      05  DL-DISPOSITION           PIC X(34).
001840
001850  01  WS-NO-PARM-LINE.
001860      05  FILLER                   PIC X(37)
001870              VALUE "** NO VENDOR ON POPARM - PO BUILD RUN".
001880      05  FILLER                   PIC X(13)
001890              VALUE " ABANDONED **".
001900
001910  01  WS-NO-MASTER-LINE.
001920      05  FILLER                   PIC X(43)
001930              VALUE "** SHOE-MASTER NOT AVAILABLE - PO BUILD RUN".
001940      05  FILLER                   PIC X(13)
001950              VALUE " ABANDONED **".
001960
001970  01  WS-NO-PO-MASTER-LINE.
001980      05  FILLER                   PIC X(42)
001990              VALUE "** PO MASTER NOT AVAILABLE - PO BUILD RUN ".
002000      05  FILLER                   PIC X(12)
002010              VALUE "ABANDONED **".
002020
002030  01  WS-TOTAL-LINE-1.
002040      05  FILLER                   PIC X(23)
002050              VALUE "SUGGESTIONS READ   -  ".
002060      05  TL-READ-COUNT            PIC ZZ,ZZ9.
002070
002080  01  WS-TOTAL-LINE-2.
002090      05  FILLER                   PIC X(23)
002100              VALUE "PO LINES WRITTEN   -  ".
002110      05  TL-WRITE-COUNT           PIC ZZ,ZZ9.
002120
002130  01  WS-TOTAL-LINE-3.
002140      05  FILLER                   PIC X(23)
002150              VALUE "NOT APPROVED       -  ".
002160      05  TL-UNAPPROVED-COUNT      PIC ZZ,ZZ9.
002170
002180  01  WS-TOTAL-LINE-4.
002190      05  FILLER                   PIC X(23)
002200              VALUE "LINES REJECTED     -  ".
002210      05  TL-REJECT-COUNT          PIC ZZ,ZZ9.
002220
002230  01  WS-TOTAL-LINE-5.
002240      05  FILLER                   PIC X(23)
002250              VALUE "PAIRS ORDERED      -  ".
002260      05  TL-PAIRS-ORDERED         PIC Z,ZZZ,ZZ9.
002270
002280  PROCEDURE DIVISION.
002290  0000-MAIN-PROCEDURE.
002300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310
002320      PERFORM 2000-PROCESS-SUGGESTION THRU 2000-EXIT
002330          UNTIL WS-EOF.
002340
002350      IF NOT WS-RUN-ABANDONED
002360          PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002370      END-IF.
002380
002390      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400
002410      STOP RUN.
002420
002430*****************************************************************
002440* 1000-INITIALIZE - READ THE PARAMETER RECORD, OPEN FILES
002450*                   (CREATING THE PO MASTER IF IT HAS NEVER
002460*                   BEEN CREATED), PRINT HEADINGS, FIND THE
002470*                   NEXT FREE PO NUMBER, AND READ THE FIRST
002480*                   SUGGESTION.  NO VENDOR ON POPARM, OR A
002490*                   MASTER OR PO MASTER THAT WILL NOT OPEN
002500*                   CLEANLY, ABANDONS THE RUN WITH A NOTICE AND
002510*                   LEAVES SUGORDER UNTOUCHED.
002520*****************************************************************
002530  1000-INITIALIZE.
002540      PERFORM 1100-READ-PARM THRU 1100-EXIT.
002550
002560      OPEN INPUT SUGGESTED-ORDER.
002570      IF WS-SO-FILE-NOT-FOUND
002580          MOVE "Y" TO WS-EOF-SW
002590      END-IF.
002600      OPEN I-O SHOE-MASTER.
002610      OPEN I-O PO-MASTER.
002620      IF WS-PM-FILE-NOT-FOUND
002630          OPEN OUTPUT PO-MASTER
002640          CLOSE PO-MASTER
002650          OPEN I-O PO-MASTER
002660      END-IF.
002670      OPEN OUTPUT PO-LISTING.
002680
002690      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
002700      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002710      MOVE WS-VENDOR-ID TO H1-VENDOR-ID.
002720      WRITE LISTING-RECORD FROM WS-HEADING-1.
002730      MOVE SPACES TO LISTING-RECORD.
002740      WRITE LISTING-RECORD.
002750      WRITE LISTING-RECORD FROM WS-HEADING-2.
002760
002770      IF WS-VENDOR-ID = SPACES
002780          MOVE "Y" TO WS-EOF-SW
002790          MOVE "Y" TO WS-RUN-ABANDONED-SW
002800          WRITE LISTING-RECORD FROM WS-NO-PARM-LINE
002810      ELSE
002820          IF NOT WS-SM-OK
002830              MOVE "Y" TO WS-EOF-SW
002840              MOVE "Y" TO WS-RUN-ABANDONED-SW
002850              WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
002860          END-IF
002870          IF NOT WS-PM-OK AND NOT WS-RUN-ABANDONED
002880              MOVE "Y" TO WS-EOF-SW
002890              MOVE "Y" TO WS-RUN-ABANDONED-SW
002900              WRITE LISTING-RECORD FROM WS-NO-PO-MASTER-LINE
002910          END-IF
002920      END-IF.
002930
002940      IF NOT WS-RUN-ABANDONED
002950          PERFORM 1200-FIND-LAST-PO THRU 1200-EXIT
002960          COMPUTE WS-PO-NUMBER = WS-LAST-PO-NUMBER + 1
002970          MOVE ZERO TO WS-LINE-NO
002980          COMPUTE WS-DATE-INTEGER =
002990              FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
003000              + WS-LEAD-DAYS
003010          COMPUTE WS-DUE-DATE =
003020              FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
003030      END-IF.
003040
003050      IF NOT WS-EOF
003060          PERFORM 2100-READ-SUGGESTION THRU 2100-EXIT
003070      END-IF.
003080  1000-EXIT.
003090      EXIT.
003100
003110*****************************************************************
003120* 1100-READ-PARM - TAKE THE VENDOR AND LEAD TIME FROM POPARM.
003130*                  A MISSING OR NON-NUMERIC LEAD TIME DEFAULTS
003140*                  TO 14 DAYS; A MISSING VENDOR LEAVES THE
003150*                  VENDOR BLANK, WHICH ABANDONS THE RUN.
003160*****************************************************************
003170  1100-READ-PARM.
003180      OPEN INPUT PO-PARM.
003190      IF WS-PP-OK
003200          READ PO-PARM
003210              AT END
003220                  CONTINUE
003230              NOT AT END
003240                  MOVE PP-VENDOR-ID TO WS-VENDOR-ID
003250                  IF PP-LEAD-DAYS NUMERIC AND PP-LEAD-DAYS > ZERO
003260                      MOVE PP-LEAD-DAYS TO WS-LEAD-DAYS
003270                  END-IF
003280          END-READ
003290          CLOSE PO-PARM
003300      END-IF.
003310  1100-EXIT.
003320      EXIT.
003330
003340*****************************************************************
003350* 1200-FIND-LAST-PO - PASS THE PO MASTER IN KEY ORDER TO FIND
003360*                     THE HIGHEST PO NUMBER ALREADY ISSUED.
003370*****************************************************************
003380  1200-FIND-LAST-PO.
003390      MOVE ZERO TO WS-LAST-PO-NUMBER.
003400      MOVE "N" TO WS-PO-EOF-SW.
003410      PERFORM 1210-READ-PO-NEXT THRU 1210-EXIT
003420          UNTIL WS-PO-EOF.
003430  1200-EXIT.
003440      EXIT.
003450
003460*****************************************************************
003470* 1210-READ-PO-NEXT - READ THE NEXT PO LINE AND NOTE ITS NUMBER.
003480*****************************************************************
003490  1210-READ-PO-NEXT.
003500      READ PO-MASTER NEXT RECORD
003510          AT END
003520              MOVE "Y" TO WS-PO-EOF-SW
003530          NOT AT END
003540              MOVE PM-PO-NUMBER TO WS-LAST-PO-NUMBER
003550      END-READ.
003560  1210-EXIT.
003570      EXIT.
003580
003590*****************************************************************
003600* 2000-PROCESS-SUGGESTION - ORDER ONE SUGGESTION AND READ AHEAD.
003610*****************************************************************
003620  2000-PROCESS-SUGGESTION.
003630      ADD 1 TO WS-READ-COUNT.
003640      PERFORM 3000-EDIT-AND-ORDER THRU 3000-EXIT.
003650      PERFORM 2100-READ-SUGGESTION THRU 2100-EXIT.
003660  2000-EXIT.
003670      EXIT.
003680
003690*****************************************************************
003700* 2100-READ-SUGGESTION - READ THE NEXT SUGGESTED-ORDER RECORD.
003710*****************************************************************
003720  2100-READ-SUGGESTION.
003730      READ SUGGESTED-ORDER
003740          AT END
003750              MOVE "Y" TO WS-EOF-SW
003760      END-READ.
003770  2100-EXIT.
003780      EXIT.
003790
003800*****************************************************************
003810* 3000-EDIT-AND-ORDER - SKIP A LINE THE BUYER HAS NOT APPROVED,
003820*                       EDIT AN APPROVED LINE AGAINST THE
003830*                       MASTER, AND WRITE THE PO LINE WHEN IT
003840*                       PASSES.  THE MASTER MUST BE ON FILE AND
003850*                       ACTIVE, AND THE ORDER MAY NOT CARRY
003860*                       ON-ORDER PAST ITS PICTURE.
003870*****************************************************************
003880  3000-EDIT-AND-ORDER.
003890      MOVE "Y" TO WS-LINE-OK-SW.
003900      MOVE SPACES TO DL-PO-NUMBER.
003910      MOVE SPACES TO DL-LINE-NO.
003920      MOVE SPACES TO DL-DUE-DATE.
003930      MOVE SO-SHOE-STYLE TO DL-SHOE-STYLE.
003940      MOVE SO-SHOE-SIZE TO DL-SHOE-SIZE.
003950      MOVE ZERO TO DL-QUANTITY.
003960
003970      IF NOT SO-APPROVED
003980          MOVE "N" TO WS-LINE-OK-SW
003990          ADD 1 TO WS-UNAPPROVED-COUNT
004000          MOVE "NOT APPROVED - NOT ORDERED"
004010              TO DL-DISPOSITION
004020          WRITE LISTING-RECORD FROM WS-DETAIL-LINE
004030      END-IF.
004040
004050      IF WS-LINE-OK
004060          IF SO-ORDER-QTY NUMERIC AND SO-ORDER-QTY > ZERO
004070              MOVE SO-ORDER-QTY TO DL-QUANTITY
004080          ELSE
004090              MOVE "REJECTED - ORDER QTY NOT VALID"
004100                  TO DL-DISPOSITION
004110              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004120          END-IF
004130      END-IF.
004140
004150      IF WS-LINE-OK
004160          MOVE SO-SHOE-STYLE TO SM-SHOE-STYLE
004170          MOVE SO-SHOE-SIZE TO SM-SHOE-SIZE
004180          READ SHOE-MASTER
004190              INVALID KEY
004200                  MOVE "REJECTED - STYLE/SIZE NOT ON FILE"
004210                      TO DL-DISPOSITION
004220                  PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004230              NOT INVALID KEY
004240                  PERFORM 3100-EDIT-AGAINST-MASTER THRU 3100-EXIT
004250          END-READ
004260      END-IF.
004270
004280      IF WS-LINE-OK
004290          PERFORM 3900-WRITE-PO-LINE THRU 3900-EXIT
004300      END-IF.
004310  3000-EXIT.
004320      EXIT.
004330
004340*****************************************************************
004350* 3100-EDIT-AGAINST-MASTER - EDITS THAT NEED THE MASTER RECORD:
004360*                            THE STYLE/SIZE MUST BE ACTIVE, AND
004370*                            THE ORDER MAY NOT OVERFLOW
004380*                            SM-QTY-ON-ORDER.
004390*****************************************************************
004400  3100-EDIT-AGAINST-MASTER.
004410      EVALUATE TRUE
004420          WHEN SM-INACTIVE
004430              MOVE "REJECTED - STYLE INACTIVE"
004440                  TO DL-DISPOSITION
004450              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004460          WHEN SO-ORDER-QTY > 99999 - SM-QTY-ON-ORDER
004470              MOVE "REJECTED - ORDER EXCEEDS ON-ORDER MAX"
004480                  TO DL-DISPOSITION
004490              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
004500      END-EVALUATE.
004510  3100-EXIT.
004520      EXIT.
004530
004540*****************************************************************
004550* 3800-PRINT-REJECT - COUNT AND PRINT ONE REJECTED LINE AND
004560*                     MARK IT NOT OK.
004570*****************************************************************
004580  3800-PRINT-REJECT.
004590      MOVE "N" TO WS-LINE-OK-SW.
004600      ADD 1 TO WS-REJECT-COUNT.
004610      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
004620  3800-EXIT.
004630      EXIT.
004640
004650*****************************************************************
004660* 3900-WRITE-PO-LINE - WRITE ONE OPEN PO LINE FOR THE APPROVED
004670*                      SUGGESTION, THEN RAISE THE MASTER'S
004680*                      ON-ORDER BY THE ORDERED QUANTITY.  A PO
004690*                      THAT HAS FILLED 999 LINES IS CLOSED OFF
004700*                      AND THE LINE STARTS THE NEXT PO NUMBER.
004710*****************************************************************
004720  3900-WRITE-PO-LINE.
004730      IF WS-LINE-NO = 999
004740          ADD 1 TO WS-PO-NUMBER
004750          MOVE ZERO TO WS-LINE-NO
004760      END-IF.
004770      ADD 1 TO WS-LINE-NO.
004780
004790      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
004800      MOVE SPACES TO PO-MASTER-RECORD.
004810      MOVE WS-PO-NUMBER TO PM-PO-NUMBER.
004820      MOVE WS-LINE-NO TO PM-LINE-NO.
004830      MOVE WS-VENDOR-ID TO PM-VENDOR-ID.
004840      MOVE SO-SHOE-STYLE TO PM-SHOE-STYLE.
004850      MOVE SO-SHOE-SIZE TO PM-SHOE-SIZE.
004860      MOVE SO-ORDER-QTY TO PM-QTY-ORDERED.
004870      MOVE ZERO TO PM-QTY-RECEIVED.
004880      MOVE WS-CURRENT-DATE TO PM-ORDER-DATE.
004890      MOVE WS-DUE-DATE TO PM-DUE-DATE.
004900      SET PM-OPEN TO TRUE.
004910      MOVE WS-CURRENT-DATE TO PM-LAST-UPD-DATE.
004920      MOVE WS-CURRENT-TIME TO PM-LAST-UPD-TIME.
004930      MOVE WS-OPERATOR-ID TO PM-LAST-UPD-OPER.
004940
004950      MOVE PM-PO-NUMBER TO DL-PO-NUMBER.
004960      MOVE PM-LINE-NO TO DL-LINE-NO.
004970      MOVE PM-DUE-DATE TO DL-DUE-DATE.
004980
004990      WRITE PO-MASTER-RECORD
005000          INVALID KEY
005010              MOVE "REJECTED - UNABLE TO WRITE PO LINE"
005020                  TO DL-DISPOSITION
005030              PERFORM 3800-PRINT-REJECT THRU 3800-EXIT
005040          NOT INVALID KEY
005050              ADD 1 TO WS-WRITE-COUNT
005060              ADD SO-ORDER-QTY TO WS-PAIRS-ORDERED
005070              PERFORM 3950-RAISE-ON-ORDER THRU 3950-EXIT
005080      END-WRITE.
005090  3900-EXIT.
005100      EXIT.
005110
005120*****************************************************************
005130* 3950-RAISE-ON-ORDER - ADD THE ORDERED QUANTITY TO THE
005140*                       MASTER'S ON-ORDER, STAMP THE UPDATE,
005150*                       AND REWRITE THE MASTER.  A FAILED
005160*                       REWRITE LEAVES THE PO LINE ON FILE AND
005170*                       SAYS SO, SO ON-ORDER CAN BE CORRECTED.
005180*****************************************************************
005190  3950-RAISE-ON-ORDER.
005200      ADD SO-ORDER-QTY TO SM-QTY-ON-ORDER.
005210      MOVE WS-CURRENT-DATE TO SM-LAST-UPD-DATE.
005220      MOVE WS-CURRENT-TIME TO SM-LAST-UPD-TIME.
005230      MOVE WS-OPERATOR-ID TO SM-LAST-UPD-OPER.
005240
005250      REWRITE SHOE-MASTER-RECORD
005260          INVALID KEY
005270              MOVE "ORDERED - ON-ORDER NOT RAISED"
005280                  TO DL-DISPOSITION
005290          NOT INVALID KEY
005300              MOVE "ORDERED" TO DL-DISPOSITION
005310      END-REWRITE.
005320      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
005330  3950-EXIT.
005340      EXIT.
005350
005360*****************************************************************
005370* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
005380*****************************************************************
005390  8000-PRINT-TOTALS.
005400      MOVE WS-READ-COUNT TO TL-READ-COUNT.
005410      MOVE WS-WRITE-COUNT TO TL-WRITE-COUNT.
005420      MOVE WS-UNAPPROVED-COUNT TO TL-UNAPPROVED-COUNT.
005430      MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.
005440      MOVE WS-PAIRS-ORDERED TO TL-PAIRS-ORDERED.
005450
005460      MOVE SPACES TO LISTING-RECORD.
005470      WRITE LISTING-RECORD.
005480      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
005490      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
005500      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
005510      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
005520      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
005530  8000-EXIT.
005540      EXIT.
005550
005560*****************************************************************
005570* 8890-GET-CURRENT-DATE-TIME - ACCEPT THE CURRENT DATE AND TIME
005580*                              SO THE SAME STAMP CAN BE USED FOR
005590*                              THE PO LINE AND THE MASTER UPDATE.
005600*****************************************************************
005610  8890-GET-CURRENT-DATE-TIME.
005620      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005630      ACCEPT WS-CURRENT-TIME FROM TIME.
005640  8890-EXIT.
005650      EXIT.
005660
005670*****************************************************************
005680* 9000-TERMINATE - CLOSE FILES AND END THE RUN.  A RUN THAT WAS
005690*                  NOT ABANDONED EMPTIES SUGORDER, THE WAY
005700*                  LAB10BMT EMPTIES ITS CHECKPOINT, SO A RERUN
005710*                  CANNOT ORDER THE SAME LINES TWICE.
005720*****************************************************************
005730  9000-TERMINATE.
005740      CLOSE SUGGESTED-ORDER.
005750      CLOSE SHOE-MASTER.
005760      CLOSE PO-MASTER.
005770      CLOSE PO-LISTING.
005780
005790      IF NOT WS-RUN-ABANDONED
005800          OPEN OUTPUT SUGGESTED-ORDER
005810          CLOSE SUGGESTED-ORDER
005820      END-IF.
005830  9000-EXIT.
005840      EXIT.
005850
005860  END PROGRAM LAB10POB.

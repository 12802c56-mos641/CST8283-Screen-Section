000100*****************************************************************
000110* Program:  LAB10XFR
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: TRANSFER EXCEPTION REPORT.  PASSES THE TRANSFER MASTER
000160*          (XFRMAST) AND LISTS EVERY INTER-STORE TRANSFER STILL IN
000170*          TRANSIT - SHIPPED BUT NOT FULLY RECEIVED - WHOSE SHIP
000180*          DATE IS MORE THAN A SET NUMBER OF DAYS BEFORE TODAY,
000190*          WITH THE PAIRS SHIPPED, RECEIVED, AND STILL
000200*          OUTSTANDING AND THE DAYS SINCE IT SHIPPED.  THE NUMBER
000210*          OF DAYS COMES FROM THE PARAMETER FILE (XFRPARM) AND
000220*          DEFAULTS TO 5.  RUNS AS A STEP OF THE END-OF-DAY
000230*          DRIVER (LAB10EOD): ENDS WITH GOBACK AND RETURNS THE
000240*          NUMBER OF EXCEPTIONS THROUGH EODCOMM.
000250*****************************************************************
000260  IDENTIFICATION DIVISION.
000270  PROGRAM-ID. LAB10XFR.
000280  AUTHOR. D. FALLIS.
000290  INSTALLATION. RETAIL SYSTEMS.
000300  DATE-WRITTEN. 2026-10-15.
000310  DATE-COMPILED.
000320*****************************************************************
000330* MODIFICATION HISTORY
000340*   2026-10-15  DF  ORIGINAL PROGRAM.
000350*****************************************************************
000360  ENVIRONMENT DIVISION.
000370  INPUT-OUTPUT SECTION.
000380  FILE-CONTROL.
000390      SELECT XFR-PARM ASSIGN TO "XFRPARM"
000400          ORGANIZATION IS LINE SEQUENTIAL
000410          FILE STATUS IS WS-XFR-PARM-STATUS.
000420
000430      SELECT XFR-MASTER ASSIGN TO "XFRMAST"
000440          ORGANIZATION IS INDEXED
000450          ACCESS MODE IS SEQUENTIAL
000460          RECORD KEY IS XF-MASTER-KEY
000470          FILE STATUS IS WS-XFR-MASTER-STATUS.
000480
000490      SELECT XFR-LISTING ASSIGN TO "XFRRPT"
000500          ORGANIZATION IS LINE SEQUENTIAL
000510          FILE STATUS IS WS-XFR-LISTING-STATUS.
000520
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  XFR-PARM
000560      LABEL RECORDS ARE STANDARD.
000570  01  XFR-PARM-RECORD.
000580      05  XP-DAYS                  PIC 9(03).
000590      05  FILLER                   PIC X(77).
000600
000610  FD  XFR-MASTER
000620      LABEL RECORDS ARE STANDARD.
000630      COPY XFRMAST.
000640
000650  FD  XFR-LISTING
000660      LABEL RECORDS ARE STANDARD.
000670  01  LISTING-RECORD               PIC X(80).
000680
000690  WORKING-STORAGE SECTION.
000700  01  WS-XFR-PARM-STATUS          PIC X(02).
000710      88  WS-XP-OK                        VALUE "00".
000720      88  WS-XP-FILE-NOT-FOUND            VALUE "35".
000730
000740  01  WS-XFR-MASTER-STATUS        PIC X(02).
000750      88  WS-XF-OK                        VALUE "00".
000760      88  WS-XF-EOF                       VALUE "10".
000770      88  WS-XF-FILE-NOT-FOUND            VALUE "35".
000780
000790  01  WS-XFR-LISTING-STATUS       PIC X(02).
000800      88  WS-XL-OK                        VALUE "00".
000810
000820  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
000830      88  WS-PARM-EOF                     VALUE "Y".
000840
000850  01  WS-EOF-SW                   PIC X(01) VALUE "N".
000860      88  WS-EOF                          VALUE "Y".
000870
000880  01  WS-NO-MASTER-SW             PIC X(01) VALUE "N".
000890      88  WS-NO-MASTER                    VALUE "Y".
000900
000910  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000920  01  WS-SHIP-DATE                PIC 9(08) VALUE ZERO.
000930  01  WS-DAYS-OUT                 PIC S9(05) VALUE ZERO.
000940  01  WS-OUTSTANDING-QTY          PIC 9(05) VALUE ZERO.
000950
000960*****************************************************************
000970* EXCEPTION AGE - HOLDS ITS DEFAULT UNTIL XFRPARM SUPPLIES A
000980* NUMERIC, NON-ZERO VALUE FOR IT.
000990*****************************************************************
001000  01  WS-EXCEPTION-DAYS           PIC 9(03) VALUE 005.
001010
001020  01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
001030  01  WS-TRANSIT-COUNT            PIC 9(05) VALUE ZERO.
001040  01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
001050  01  WS-EXCEPTION-PAIRS          PIC 9(07) VALUE ZERO.
001060
001070      COPY EODCOMM.
001080
001090  01  WS-HEADING-1.
001100      05  FILLER                   PIC X(30)
001110              VALUE "TRANSFER EXCEPTIONS           ".
001120      05  FILLER                   PIC X(04) VALUE "RUN ".
001130      05  H1-RUN-DATE              PIC 9(08).
001140
001150  01  WS-PARM-LINE.
001160      05  FILLER                   PIC X(38)
001170              VALUE "IN TRANSIT AND SHIPPED MORE THAN DAYS ".
001180      05  PL-EXCEPTION-DAYS        PIC ZZ9.
001190
001200  01  WS-HEADING-2.
001210      05  FILLER                   PIC X(06) VALUE "XFR NO".
001220      05  FILLER                   PIC X(02) VALUE SPACES.
001230      05  FILLER                   PIC X(05) VALUE "STYLE".
001240      05  FILLER                   PIC X(02) VALUE SPACES.
001250      05  FILLER                   PIC X(04) VALUE "SIZE".
001260      05  FILLER                   PIC X(02) VALUE SPACES.
001270      05  FILLER                   PIC X(02) VALUE "FR".
001280      05  FILLER                   PIC X(02) VALUE SPACES.
001290      05  FILLER                   PIC X(02) VALUE "TO".
001300      05  FILLER                   PIC X(02) VALUE SPACES.
001310      05  FILLER                   PIC X(07) VALUE "SHIPPED".
001320      05  FILLER                   PIC X(02) VALUE SPACES.
001330      05  FILLER                   PIC X(07) VALUE "RECEIVD".
001340      05  FILLER                   PIC X(02) VALUE SPACES.
001350      05  FILLER                   PIC X(07) VALUE "OUTSTND".
001360      05  FILLER                   PIC X(02) VALUE SPACES.
001370      05  FILLER                   PIC X(08) VALUE "SHIPPED ".
001380      05  FILLER                   PIC X(02) VALUE SPACES.
001390      05  FILLER                   PIC X(05) VALUE " DAYS".
001400
001410  01  WS-DETAIL-LINE.
001420      05  DL-TRANSFER-NO           PIC X(06).
001430      05  FILLER                   PIC X(02) VALUE SPACES.
001440      05  DL-SHOE-STYLE            PIC X(05).
001450      05  FILLER                   PIC X(02) VALUE SPACES.
001460      05  DL-SHOE-SIZE             PIC X(04).
001470      05  FILLER                   PIC X(02) VALUE SPACES.
001480      05  DL-FROM-LOCATION         PIC X(02).
001490      05  FILLER                   PIC X(02) VALUE SPACES.
001500      05  DL-TO-LOCATION           PIC X(02).
001510      05  FILLER                   PIC X(03) VALUE SPACES.
001520      05  DL-QTY-SHIPPED           PIC ZZ,ZZ9.
001530      05  FILLER                   PIC X(03) VALUE SPACES.
001540      05  DL-QTY-RECEIVED          PIC ZZ,ZZ9.
001550      05  FILLER                   PIC X(03) VALUE SPACES.
001560      05  DL-OUTSTANDING-QTY       PIC ZZ,ZZ9.
001570      05  FILLER                   PIC X(02) VALUE SPACES.
001580      05  DL-SHIP-DATE             PIC X(08).
001590      05  FILLER                   PIC X(02) VALUE SPACES.
001600      05  DL-DAYS-OUT              PIC ZZZZ9.
001610      05  FILLER                   PIC X(02) VALUE SPACES.
001620      05  DL-NOTE                  PIC X(07).
001630
001640  01  WS-NONE-LINE.
001650      05  FILLER                   PIC X(40)
001660              VALUE "** NO TRANSFER IS PAST ITS DAYS IN TRANS".
001670      05  FILLER                   PIC X(06) VALUE "IT **".
001680
001690  01  WS-NO-MASTER-LINE.
001700      05  FILLER                   PIC X(40)
001710              VALUE "** NO TRANSFER MASTER (XFRMAST) ON FILE ".
001720      05  FILLER                   PIC X(02) VALUE "**".
001730
001740  01  WS-TOTAL-LINE-1.
001750      05  FILLER                   PIC X(23)
001760              VALUE "TRANSFER LINES READ ...".
001770      05  TL-READ-COUNT            PIC ZZZZZZ9.
001780
001790  01  WS-TOTAL-LINE-2.
001800      05  FILLER                   PIC X(23)
001810              VALUE "STILL IN TRANSIT ......".
001820      05  TL-TRANSIT-COUNT         PIC ZZZZZZ9.
001830
001840  01  WS-TOTAL-LINE-3.
001850      05  FILLER                   PIC X(23)
001860              VALUE "EXCEPTIONS ............".
001870      05  TL-EXCEPTION-COUNT       PIC ZZZZZZ9.
001880
001890  01  WS-TOTAL-LINE-4.
001900      05  FILLER                   PIC X(23)
001910              VALUE "PAIRS OUTSTANDING .....".
001920      05  TL-EXCEPTION-PAIRS       PIC ZZZZZZ9.
001930
001940  PROCEDURE DIVISION.
001950*****************************************************************
001960* 0000-MAIN-PROCEDURE - LIST EVERY TRANSFER STILL IN TRANSIT
001970*                       PAST THE ALLOWED DAYS, THEN PRINT THE
001980*                       TOTALS AND RETURN THE EXCEPTION COUNT.
001990*****************************************************************
002000  0000-MAIN-PROCEDURE.
002010      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020
002030      PERFORM 2000-PROCESS-TRANSFER THRU 2000-EXIT
002040          UNTIL WS-EOF.
002050
002060      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002070
002080      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090
002100      MOVE WS-EXCEPTION-COUNT TO EOD-STEP-RECORD-COUNT.
002110      GOBACK.
002120
002130*****************************************************************
002140* 1000-INITIALIZE - TAKE THE PARAMETER, OPEN FILES, PRINT
002150*                   HEADINGS, AND READ THE FIRST TRANSFER.  NO
002160*                   TRANSFER MASTER MEANS NOTHING HAS BEEN
002170*                   SHIPPED YET, AND THE REPORT SAYS SO.
002180*****************************************************************
002190  1000-INITIALIZE.
002200      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002210      PERFORM 1050-READ-PARM THRU 1050-EXIT.
002220
002230      OPEN OUTPUT XFR-LISTING.
002240      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002250      WRITE LISTING-RECORD FROM WS-HEADING-1.
002260      MOVE WS-EXCEPTION-DAYS TO PL-EXCEPTION-DAYS.
002270      WRITE LISTING-RECORD FROM WS-PARM-LINE.
002280      MOVE SPACES TO LISTING-RECORD.
002290      WRITE LISTING-RECORD.
002300      WRITE LISTING-RECORD FROM WS-HEADING-2.
002310
002320      OPEN INPUT XFR-MASTER.
002330      IF NOT WS-XF-OK
002340          MOVE "Y" TO WS-EOF-SW
002350          MOVE "Y" TO WS-NO-MASTER-SW
002360          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
002370      ELSE
002380          PERFORM 2100-READ-TRANSFER THRU 2100-EXIT
002390      END-IF.
002400  1000-EXIT.
002410      EXIT.
002420
002430*****************************************************************
002440* 1050-READ-PARM - TAKE THE EXCEPTION AGE FROM XFRPARM WHEN IT
002450*                  IS NUMERIC AND NON-ZERO.  A MISSING OR EMPTY
002460*                  FILE LEAVES THE DEFAULT IN PLACE.
002470*****************************************************************
002480  1050-READ-PARM.
002490      OPEN INPUT XFR-PARM.
002500      IF WS-XP-FILE-NOT-FOUND
002510          MOVE "Y" TO WS-PARM-EOF-SW
002520      ELSE
002530          READ XFR-PARM
002540              AT END
002550                  MOVE "Y" TO WS-PARM-EOF-SW
002560          END-READ
002570          CLOSE XFR-PARM
002580      END-IF.
002590
002600      IF NOT WS-PARM-EOF
002610          IF XP-DAYS NUMERIC AND XP-DAYS > ZERO
002620              MOVE XP-DAYS TO WS-EXCEPTION-DAYS
002630          END-IF
002640      END-IF.
002650  1050-EXIT.
002660      EXIT.
002670
002680*****************************************************************
002690* 2000-PROCESS-TRANSFER - AGE ONE TRANSFER STILL IN TRANSIT AND
002700*                         LIST IT WHEN IT IS PAST THE LIMIT, THEN
002710*                         READ AHEAD.  A TRANSFER WITH NO USABLE
002720*                         SHIP DATE IS ALWAYS LISTED.
002730*****************************************************************
002740  2000-PROCESS-TRANSFER.
002750      IF XF-IN-TRANSIT
002760          ADD 1 TO WS-TRANSIT-COUNT
002770          IF XF-SHIP-DATE NUMERIC
002780              MOVE XF-SHIP-DATE TO WS-SHIP-DATE
002790              COMPUTE WS-DAYS-OUT =
002800                  FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
002810                  - FUNCTION INTEGER-OF-DATE (WS-SHIP-DATE)
002820              IF WS-DAYS-OUT > WS-EXCEPTION-DAYS
002830                  MOVE SPACES TO DL-NOTE
002840                  PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002850              END-IF
002860          ELSE
002870              MOVE ZERO TO WS-DAYS-OUT
002880              MOVE "NO DATE" TO DL-NOTE
002890              PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002900          END-IF
002910      END-IF.
002920
002930      PERFORM 2100-READ-TRANSFER THRU 2100-EXIT.
002940  2000-EXIT.
002950      EXIT.
002960
002970*****************************************************************
002980* 2100-READ-TRANSFER - READ THE NEXT TRANSFER MASTER RECORD.
002990*****************************************************************
003000  2100-READ-TRANSFER.
003010      READ XFR-MASTER NEXT RECORD
003020          AT END
003030              MOVE "Y" TO WS-EOF-SW
003040      END-READ.
003050      IF NOT WS-EOF
003060          ADD 1 TO WS-READ-COUNT
003070      END-IF.
003080  2100-EXIT.
003090      EXIT.
003100
003110*****************************************************************
003120* 2200-PRINT-EXCEPTION - PRINT ONE OVERDUE TRANSFER AND ADD IT TO
003130*                        THE EXCEPTION TOTALS.
003140*****************************************************************
003150  2200-PRINT-EXCEPTION.
003160      IF XF-QTY-RECEIVED < XF-QTY-SHIPPED
003170          COMPUTE WS-OUTSTANDING-QTY =
003180              XF-QTY-SHIPPED - XF-QTY-RECEIVED
003190      ELSE
003200          MOVE ZERO TO WS-OUTSTANDING-QTY
003210      END-IF.
003220
003230      MOVE XF-TRANSFER-NO TO DL-TRANSFER-NO.
003240      MOVE XF-SHOE-STYLE TO DL-SHOE-STYLE.
003250      MOVE XF-SHOE-SIZE TO DL-SHOE-SIZE.
003260      MOVE XF-FROM-LOCATION TO DL-FROM-LOCATION.
003270      MOVE XF-TO-LOCATION TO DL-TO-LOCATION.
003280      MOVE XF-QTY-SHIPPED TO DL-QTY-SHIPPED.
003290      MOVE XF-QTY-RECEIVED TO DL-QTY-RECEIVED.
003300      MOVE WS-OUTSTANDING-QTY TO DL-OUTSTANDING-QTY.
003310      MOVE XF-SHIP-DATE TO DL-SHIP-DATE.
003320      MOVE WS-DAYS-OUT TO DL-DAYS-OUT.
003330      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
003340
003350      ADD 1 TO WS-EXCEPTION-COUNT.
003360      ADD WS-OUTSTANDING-QTY TO WS-EXCEPTION-PAIRS.
003370  2200-EXIT.
003380      EXIT.
003390
003400*****************************************************************
003410* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
003420*****************************************************************
003430  8000-PRINT-TOTALS.
003440      IF WS-EXCEPTION-COUNT = ZERO AND NOT WS-NO-MASTER
003450          WRITE LISTING-RECORD FROM WS-NONE-LINE
003460      END-IF.
003470
003480      MOVE WS-READ-COUNT TO TL-READ-COUNT.
003490      MOVE WS-TRANSIT-COUNT TO TL-TRANSIT-COUNT.
003500      MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT.
003510      MOVE WS-EXCEPTION-PAIRS TO TL-EXCEPTION-PAIRS.
003520
003530      MOVE SPACES TO LISTING-RECORD.
003540      WRITE LISTING-RECORD.
003550      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
003560      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
003570      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
003580      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
003590  8000-EXIT.
003600      EXIT.
003610
003620*****************************************************************
003630* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
003640*****************************************************************
003650  9000-TERMINATE.
003660      IF NOT WS-NO-MASTER
003670          CLOSE XFR-MASTER
003680      END-IF.
003690      CLOSE XFR-LISTING.
003700  9000-EXIT.
003710      EXIT.
003720
003730  END PROGRAM LAB10XFR.

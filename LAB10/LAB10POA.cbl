000100*****************************************************************
000110* Program:  LAB10POA
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: OPEN PURCHASE-ORDER AGING REPORT.  PASSES THE PO
000160*          MASTER (POMASTER) IN PO-NUMBER ORDER AND LISTS EVERY
000170*          OPEN PO LINE WITH ITS ORDERED, RECEIVED, AND STILL-
000180*          OPEN QUANTITIES AND ITS DUE DATE.  A LINE PAST ITS
000190*          DUE DATE IS FLAGGED LATE WITH THE DAYS OVERDUE, AND
000200*          A LINE WITH SOME BUT NOT ALL OF ITS PAIRS RECEIVED
000210*          IS FLAGGED PARTIAL, SO THE BUYER CAN CHASE THE
000220*          VENDOR FOR WHAT IS OUTSTANDING.  THE LINES OF EACH
000230*          PO ARE GROUPED UNDER A BREAK ON THE PO NUMBER, AND
000240*          THE RUN ENDS WITH COUNTS OF LATE LINES BY AGE.
000250*****************************************************************
000260  IDENTIFICATION DIVISION.
000270  PROGRAM-ID. LAB10POA.
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
000390      SELECT PO-MASTER ASSIGN TO "POMASTER"
000400          ORGANIZATION IS INDEXED
000410          ACCESS MODE IS SEQUENTIAL
000420          RECORD KEY IS PM-MASTER-KEY
000430          FILE STATUS IS WS-PO-MASTER-STATUS.
000440
000450      SELECT AGING-LISTING ASSIGN TO "POARPT"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS WS-AGING-LISTING-STATUS.
000480
000490  DATA DIVISION.
000500  FILE SECTION.
000510  FD  PO-MASTER
000520      LABEL RECORDS ARE STANDARD.
000530      COPY POMASTER.
000540
000550  FD  AGING-LISTING
000560      LABEL RECORDS ARE STANDARD.
000570  01  LISTING-RECORD               PIC X(80).
000580
000590  WORKING-STORAGE SECTION.
000600  01  WS-PO-MASTER-STATUS         PIC X(02).
000610      88  WS-PM-OK                        VALUE "00".
000620      88  WS-PM-EOF                       VALUE "10".
000630
000640  01  WS-AGING-LISTING-STATUS     PIC X(02).
000650      88  WS-AL-OK                        VALUE "00".
000660
000670  01  WS-EOF-SW                   PIC X(01) VALUE "N".
000680      88  WS-EOF                          VALUE "Y".
000690
000700  01  WS-LATE-SW                  PIC X(01) VALUE "N".
000710      88  WS-LINE-LATE                    VALUE "Y".
000720
000730  01  WS-PARTIAL-SW               PIC X(01) VALUE "N".
000740      88  WS-LINE-PARTIAL                 VALUE "Y".
000750
000760  01  WS-PREV-PO-NUMBER           PIC 9(06) VALUE ZERO.
000770  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000780  01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
000790  01  WS-OPEN-QTY                 PIC 9(05) VALUE ZERO.
000800  01  WS-DAYS-LATE                PIC 9(05) VALUE ZERO.
000810
000820  01  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
000830  01  WS-OPEN-PAIRS               PIC 9(07) VALUE ZERO.
000840  01  WS-LATE-COUNT               PIC 9(05) VALUE ZERO.
000850  01  WS-PARTIAL-COUNT            PIC 9(05) VALUE ZERO.
000860  01  WS-LATE-07-COUNT            PIC 9(05) VALUE ZERO.
000870  01  WS-LATE-30-COUNT            PIC 9(05) VALUE ZERO.
000880  01  WS-LATE-OVER-COUNT          PIC 9(05) VALUE ZERO.
000890
000900  01  WS-HEADING-1.
000910      05  FILLER                   PIC X(30)
000920              VALUE "OPEN PURCHASE ORDER AGING     ".
000930      05  FILLER                   PIC X(04) VALUE "RUN ".
000940      05  H1-RUN-DATE              PIC 9(08).
000950
000960  01  WS-HEADING-2.
000970      05  FILLER                   PIC X(06) VALUE "PO NO.".
000980      05  FILLER                   PIC X(02) VALUE SPACES.
000990      05  FILLER                   PIC X(03) VALUE "LIN".
001000      05  FILLER                   PIC X(02) VALUE SPACES.
001010      05  FILLER                   PIC X(05) VALUE "STYLE".
001020      05  FILLER                   PIC X(02) VALUE SPACES.
001030      05  FILLER                   PIC X(04) VALUE "SIZE".
001040      05  FILLER                   PIC X(02) VALUE SPACES.
001050      05  FILLER                   PIC X(05) VALUE "ORDER".
001060      05  FILLER                   PIC X(02) VALUE SPACES.
001070      05  FILLER                   PIC X(05) VALUE "RECVD".
001080      05  FILLER                   PIC X(02) VALUE SPACES.
001090      05  FILLER                   PIC X(05) VALUE " OPEN".
001100      05  FILLER                   PIC X(02) VALUE SPACES.
001110      05  FILLER                   PIC X(08) VALUE "DUE DATE".
001120      05  FILLER                   PIC X(02) VALUE SPACES.
001130      05  FILLER                   PIC X(05) VALUE " LATE".
001140      05  FILLER                   PIC X(02) VALUE SPACES.
001150      05  FILLER                   PIC X(06) VALUE "STATUS".
001160
001170  01  WS-DETAIL-LINE.
001180      05  DL-PO-NUMBER             PIC X(06).
001190      05  FILLER                   PIC X(02) VALUE SPACES.
001200      05  DL-LINE-NO               PIC X(03).
001210      05  FILLER                   PIC X(02) VALUE SPACES.
001220      05  DL-SHOE-STYLE            PIC X(05).
001230      05  FILLER                   PIC X(02) VALUE SPACES.
001240      05  DL-SHOE-SIZE             PIC X(04).
001250      05  FILLER                   PIC X(02) VALUE SPACES.
001260      05  DL-QTY-ORDERED           PIC ZZZZ9.
001270      05  FILLER                   PIC X(02) VALUE SPACES.
001280      05  DL-QTY-RECEIVED          PIC ZZZZ9.
001290      05  FILLER                   PIC X(02) VALUE SPACES.
001300      05  DL-OPEN-QTY              PIC ZZZZ9.
001310      05  FILLER                   PIC X(02) VALUE SPACES.
001320      05  DL-DUE-DATE              PIC X(08).
001330      05  FILLER                   PIC X(02) VALUE SPACES.
001340      05  DL-DAYS-LATE             PIC ZZZZ9.
001350      05  FILLER                   PIC X(02) VALUE SPACES.
001360      05  DL-STATUS-NOTE           PIC X(14).
001370
001380  01  WS-NO-PO-LINE.
001390      05  FILLER                   PIC X(39)
001400              VALUE "** PO MASTER NOT AVAILABLE - NO OPEN PO".
001410      05  FILLER                   PIC X(16)
001420              VALUE " LINES LISTED **".
001430
001440  01  WS-TOTAL-LINE-1.
001450      05  FILLER                   PIC X(23)
001460              VALUE "OPEN PO LINES      -  ".
001470      05  TL-OPEN-COUNT            PIC ZZ,ZZ9.
001480
001490  01  WS-TOTAL-LINE-2.
001500      05  FILLER                   PIC X(23)
001510              VALUE "OPEN PAIRS         -  ".
001520      05  TL-OPEN-PAIRS            PIC Z,ZZZ,ZZ9.
001530
001540  01  WS-TOTAL-LINE-3.
001550      05  FILLER                   PIC X(23)
001560              VALUE "PARTIALLY RECEIVED -  ".
001570      05  TL-PARTIAL-COUNT         PIC ZZ,ZZ9.
001580
001590  01  WS-TOTAL-LINE-4.
001600      05  FILLER                   PIC X(23)
001610              VALUE "LATE LINES         -  ".
001620      05  TL-LATE-COUNT            PIC ZZ,ZZ9.
001630
001640  01  WS-TOTAL-LINE-5.
001650      05  FILLER                   PIC X(23)
001660              VALUE "  LATE 1-7 DAYS    -  ".
001670      05  TL-LATE-07-COUNT         PIC ZZ,ZZ9.
001680
001690  01  WS-TOTAL-LINE-6.
001700      05  FILLER                   PIC X(23)
001710              VALUE "  LATE 8-30 DAYS   -  ".
001720      05  TL-LATE-30-COUNT         PIC ZZ,ZZ9.
001730
001740  01  WS-TOTAL-LINE-7.
001750      05  FILLER                   PIC X(23)
001760              VALUE "  LATE OVER 30 DAYS-  ".
001770      05  TL-LATE-OVER-COUNT       PIC ZZ,ZZ9.
001780
001790  PROCEDURE DIVISION.
001800  0000-MAIN-PROCEDURE.
001810      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820
001830      PERFORM 2000-PROCESS-PO-LINE THRU 2000-EXIT
001840          UNTIL WS-EOF.
001850
001860      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001870
001880      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890
001900      STOP RUN.
001910
001920*****************************************************************
001930* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
001940*                   FIRST PO LINE.  A PO MASTER THAT WILL NOT
001950*                   OPEN CLEANLY PRODUCES A REPORT SAYING SO
001960*                   INSTEAD OF READING A FILE THAT NEVER
001970*                   REACHES END.
001980*****************************************************************
001990  1000-INITIALIZE.
002000      OPEN INPUT PO-MASTER.
002010      OPEN OUTPUT AGING-LISTING.
002020
002030      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002040      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002050      WRITE LISTING-RECORD FROM WS-HEADING-1.
002060      MOVE SPACES TO LISTING-RECORD.
002070      WRITE LISTING-RECORD.
002080      WRITE LISTING-RECORD FROM WS-HEADING-2.
002090
002100      IF NOT WS-PM-OK
002110          MOVE "Y" TO WS-EOF-SW
002120          WRITE LISTING-RECORD FROM WS-NO-PO-LINE
002130      END-IF.
002140
002150      IF NOT WS-EOF
002160          PERFORM 2100-READ-PO-LINE THRU 2100-EXIT
002170      END-IF.
002180  1000-EXIT.
002190      EXIT.
002200
002210*****************************************************************
002220* 2000-PROCESS-PO-LINE - LIST ONE OPEN PO LINE, BREAKING ON THE
002230*                        PO NUMBER, AND READ AHEAD.  CLOSED
002240*                        LINES ARE PASSED OVER.  THE FILE IS
002250*                        READ IN KEY ORDER, SO EVERY LINE OF A
002260*                        PO ARRIVES TOGETHER.
002270*****************************************************************
002280  2000-PROCESS-PO-LINE.
002290      IF PM-OPEN AND PM-QTY-RECEIVED < PM-QTY-ORDERED
002300          IF PM-PO-NUMBER NOT = WS-PREV-PO-NUMBER
002310                  AND WS-PREV-PO-NUMBER NOT = ZERO
002320              MOVE SPACES TO LISTING-RECORD
002330              WRITE LISTING-RECORD
002340          END-IF
002350          PERFORM 2200-AGE-LINE THRU 2200-EXIT
002360          PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
002370      END-IF.
002380
002390      PERFORM 2100-READ-PO-LINE THRU 2100-EXIT.
002400  2000-EXIT.
002410      EXIT.
002420
002430*****************************************************************
002440* 2100-READ-PO-LINE - READ THE NEXT PO MASTER RECORD.
002450*****************************************************************
002460  2100-READ-PO-LINE.
002470      READ PO-MASTER NEXT RECORD
002480          AT END
002490              MOVE "Y" TO WS-EOF-SW
002500      END-READ.
002510  2100-EXIT.
002520      EXIT.
002530
002540*****************************************************************
002550* 2200-AGE-LINE - WORK OUT THE LINE'S OPEN QUANTITY, WHETHER IT
002560*                 IS PAST ITS DUE DATE AND BY HOW MANY DAYS,
002570*                 AND WHETHER IT HAS BEEN PARTLY RECEIVED, AND
002580*                 COUNT IT INTO THE AGE BANDS.  A DUE DATE
002590*                 THAT IS NOT A DATE IS NEVER COUNTED LATE.
002600*****************************************************************
002610  2200-AGE-LINE.
002620      MOVE "N" TO WS-LATE-SW.
002630      MOVE "N" TO WS-PARTIAL-SW.
002640      MOVE ZERO TO WS-DAYS-LATE.
002650      COMPUTE WS-OPEN-QTY = PM-QTY-ORDERED - PM-QTY-RECEIVED.
002660
002670      IF PM-QTY-RECEIVED > ZERO
002680          MOVE "Y" TO WS-PARTIAL-SW
002690          ADD 1 TO WS-PARTIAL-COUNT
002700      END-IF.
002710
002720      IF PM-DUE-DATE NUMERIC
002730          MOVE PM-DUE-DATE TO WS-DUE-DATE
002740          IF WS-DUE-DATE < WS-CURRENT-DATE
002750              MOVE "Y" TO WS-LATE-SW
002760              COMPUTE WS-DAYS-LATE =
002770                  FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
002780                  - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
002790          END-IF
002800      END-IF.
002810
002820      IF WS-LINE-LATE
002830          ADD 1 TO WS-LATE-COUNT
002840          EVALUATE TRUE
002850              WHEN WS-DAYS-LATE NOT > 7
002860                  ADD 1 TO WS-LATE-07-COUNT
002870              WHEN WS-DAYS-LATE NOT > 30
002880                  ADD 1 TO WS-LATE-30-COUNT
002890              WHEN OTHER
002900                  ADD 1 TO WS-LATE-OVER-COUNT
002910          END-EVALUATE
002920      END-IF.
002930
002940      ADD 1 TO WS-OPEN-COUNT.
002950      ADD WS-OPEN-QTY TO WS-OPEN-PAIRS.
002960  2200-EXIT.
002970      EXIT.
002980
002990*****************************************************************
003000* 2300-PRINT-DETAIL - PRINT ONE OPEN PO LINE WITH ITS FLAGS.
003010*****************************************************************
003020  2300-PRINT-DETAIL.
003030      MOVE PM-PO-NUMBER TO DL-PO-NUMBER.
003040      MOVE PM-LINE-NO TO DL-LINE-NO.
003050      MOVE PM-SHOE-STYLE TO DL-SHOE-STYLE.
003060      MOVE PM-SHOE-SIZE TO DL-SHOE-SIZE.
003070      MOVE PM-QTY-ORDERED TO DL-QTY-ORDERED.
003080      MOVE PM-QTY-RECEIVED TO DL-QTY-RECEIVED.
003090      MOVE WS-OPEN-QTY TO DL-OPEN-QTY.
003100      MOVE PM-DUE-DATE TO DL-DUE-DATE.
003110      MOVE WS-DAYS-LATE TO DL-DAYS-LATE.
003120
003130      EVALUATE TRUE
003140          WHEN WS-LINE-LATE AND WS-LINE-PARTIAL
003150              MOVE "LATE - PARTIAL" TO DL-STATUS-NOTE
003160          WHEN WS-LINE-LATE
003170              MOVE "LATE" TO DL-STATUS-NOTE
003180          WHEN WS-LINE-PARTIAL
003190              MOVE "PARTIAL" TO DL-STATUS-NOTE
003200          WHEN OTHER
003210              MOVE SPACES TO DL-STATUS-NOTE
003220      END-EVALUATE.
003230
003240      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
003250      MOVE PM-PO-NUMBER TO WS-PREV-PO-NUMBER.
003260  2300-EXIT.
003270      EXIT.
003280
003290*****************************************************************
003300* 8000-PRINT-TOTALS - PRINT THE OPEN-LINE COUNTS AND THE LATE
003310*                     LINES BY AGE.
003320*****************************************************************
003330  8000-PRINT-TOTALS.
003340      MOVE WS-OPEN-COUNT TO TL-OPEN-COUNT.
003350      MOVE WS-OPEN-PAIRS TO TL-OPEN-PAIRS.
003360      MOVE WS-PARTIAL-COUNT TO TL-PARTIAL-COUNT.
003370      MOVE WS-LATE-COUNT TO TL-LATE-COUNT.
003380      MOVE WS-LATE-07-COUNT TO TL-LATE-07-COUNT.
003390      MOVE WS-LATE-30-COUNT TO TL-LATE-30-COUNT.
003400      MOVE WS-LATE-OVER-COUNT TO TL-LATE-OVER-COUNT.
003410
003420      MOVE SPACES TO LISTING-RECORD.
003430      WRITE LISTING-RECORD.
003440      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
003450      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
003460      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
003470      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
003480      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
003490      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
003500      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
003510  8000-EXIT.
003520      EXIT.
003530
003540*****************************************************************
003550* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
003560*****************************************************************
003570  9000-TERMINATE.
003580      CLOSE PO-MASTER.
003590      CLOSE AGING-LISTING.
003600  9000-EXIT.
003610      EXIT.
003620
003630  END PROGRAM LAB10POA.

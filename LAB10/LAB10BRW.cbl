000100*****************************************************************
000110* Program:  LAB10BRW
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: SIZE-RUN BROWSE.  THE OPERATOR KEYS A SHOE STYLE AND
000160*          SEES ITS DESCRIPTION AND CATEGORY FROM THE STYLE
000170*          ATTRIBUTE MASTER, ITS SIZE RANGE FROM STYLE-XREF, AND
000180*          ONE LINE PER SIZE ON SHOE-MASTER WITH STATUS, ON-HAND,
000190*          ON-ORDER, REORDER POINT, AND RETAIL PRICE, PLUS STYLE
000200*          TOTALS.  EVERY SIZE INSIDE THE XREF RANGE THAT IS NOT
000210*          ON SHOE-MASTER GETS ITS OWN FLAGGED LINE, AND A MASTER
000220*          SIZE OUTSIDE THE RANGE IS FLAGGED TOO.  N AND P PAGE
000230*          TO THE NEXT OR PREVIOUS STYLE ON SHOE-MASTER, AND M
000240*          SHOWS THE REST OF A SIZE RUN TOO LONG FOR ONE PAGE.
000250*          INQUIRY ONLY - NOTHING IS UPDATED - SO ANY ACTIVE
000260*          OPERATOR ON THE OPERATOR SECURITY MASTER MAY SIGN ON
000270*          (THREE TRIES, SAME RULE AS LAB10).
000280*****************************************************************
000290  IDENTIFICATION DIVISION.
000300  PROGRAM-ID. LAB10BRW.
000310  AUTHOR. D. FALLIS.
000320  INSTALLATION. RETAIL SYSTEMS.
000330  DATE-WRITTEN. 2026-10-15.
000340  DATE-COMPILED.
000350*****************************************************************
000360* MODIFICATION HISTORY
000370*   2026-10-15  DF  ORIGINAL PROGRAM.
000380*****************************************************************
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000430          ORGANIZATION IS INDEXED
000440          ACCESS MODE IS DYNAMIC
000450          RECORD KEY IS SM-MASTER-KEY
000460          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000470
000480      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS SX-SHOE-STYLE
000520          FILE STATUS IS WS-STYLE-XREF-STATUS.
000530
000540      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS DYNAMIC
000570          RECORD KEY IS SA-SHOE-STYLE
000580          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000590
000600      SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS DYNAMIC
000630          RECORD KEY IS OM-OPERATOR-ID
000640          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
000650
000660  DATA DIVISION.
000670  FILE SECTION.
000680  FD  SHOE-MASTER
000690      LABEL RECORDS ARE STANDARD.
000700      COPY SHOEMAST.
000710
000720  FD  STYLE-XREF
000730      LABEL RECORDS ARE STANDARD.
000740      COPY STYLEXRF.
000750
000760  FD  STYLE-ATTR
000770      LABEL RECORDS ARE STANDARD.
000780      COPY STYLATTR.
000790
000800  FD  OPERATOR-MASTER
000810      LABEL RECORDS ARE STANDARD.
000820      COPY OPERMAST.
000830
000840  WORKING-STORAGE SECTION.
000850  01  WS-SHOE-MASTER-STATUS       PIC X(02).
000860      88  WS-SM-OK                        VALUE "00".
000870      88  WS-SM-FILE-NOT-FOUND            VALUE "35".
000880
000890  01  WS-STYLE-XREF-STATUS        PIC X(02).
000900      88  WS-SX-OK                        VALUE "00".
000910      88  WS-SX-FILE-NOT-FOUND            VALUE "35".
000920
000930  01  WS-STYLE-ATTR-STATUS        PIC X(02).
000940      88  WS-SA-OK                        VALUE "00".
000950      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
000960
000970  01  WS-OPERATOR-MASTER-STATUS   PIC X(02).
000980      88  WS-OM-OK                        VALUE "00".
000990      88  WS-OM-FILE-NOT-FOUND            VALUE "35".
001000
001010  01  ACTION-WS                   PIC X(01) VALUE SPACE.
001020      88  BRW-ACTION-NEXT                 VALUE "N".
001030      88  BRW-ACTION-PREVIOUS             VALUE "P".
001040      88  BRW-ACTION-MORE                 VALUE "M".
001050      88  BRW-ACTION-NONE                 VALUE SPACE.
001060
001070  01  ENTRY-STYLE-WS              PIC X(05) VALUE SPACES.
001080      88  BRW-END-OF-SESSION              VALUE "END  ".
001090  01  STYLE-DESC-WS               PIC X(25) VALUE SPACES.
001100  01  STYLE-CATEGORY-WS           PIC X(10) VALUE SPACES.
001110
001120  01  SIGNON-ID-WS                PIC X(08) VALUE SPACES.
001130  01  SIGNON-PASSWORD-WS          PIC X(08) VALUE SPACES.
001140  01  WS-SIGNON-TRY-COUNT         PIC 9(01) VALUE ZERO.
001150  01  WS-SIGNON-OK-SW             PIC X(01) VALUE "N".
001160      88  WS-SIGNON-OK                    VALUE "Y".
001170
001180  01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001190
001200  01  MESSAGE-WS                  PIC X(40) VALUE SPACES.
001210
001220  01  WS-STYLE-FOUND-SW           PIC X(01) VALUE "N".
001230      88  WS-STYLE-FOUND                  VALUE "Y".
001240
001250  01  WS-XREF-FOUND-SW            PIC X(01) VALUE "N".
001260      88  WS-XREF-FOUND                   VALUE "Y".
001270
001280  01  WS-SIZE-EOF-SW              PIC X(01) VALUE "N".
001290      88  WS-SIZE-EOF                     VALUE "Y".
001300
001310  01  WS-RUN-TRUNCATED-SW         PIC X(01) VALUE "N".
001320      88  WS-RUN-TRUNCATED                VALUE "Y".
001330
001340*    SIZES ARE CARRIED IN TENTHS (0095 IS A 9 1/2), SO A SIZE RUN
001350*    STEPS BY HALF SIZES WHEN LOOKING FOR SIZES MISSING FROM THE
001360*    MASTER.
001370  01  WS-SIZE-STEP                PIC 9(02) VALUE 5.
001380
001390  01  WS-SHOWN-STYLE              PIC X(05) VALUE SPACES.
001400  01  WS-EXPECT-SIZE              PIC 9(05) VALUE ZERO.
001410  01  WS-MASTER-SIZE              PIC 9(05) VALUE ZERO.
001420  01  WS-XREF-LOW                 PIC 9(05) VALUE ZERO.
001430  01  WS-XREF-HIGH                PIC 9(05) VALUE ZERO.
001440  01  WS-SIZE-4                   PIC 9(04) VALUE ZERO.
001450
001460  01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001470  01  WS-FIRST-LINE               PIC 9(03) VALUE 1.
001480  01  WS-LAST-LINE                PIC 9(03) VALUE ZERO.
001490  01  WS-LINE-SUB                 PIC 9(03) VALUE ZERO.
001500  01  WS-PANEL-SUB                PIC 9(02) VALUE ZERO.
001510  01  WS-PANEL-SIZE               PIC 9(02) VALUE 13.
001520
001530  01  WS-TOTAL-ON-HAND            PIC 9(07) VALUE ZERO.
001540  01  WS-TOTAL-ON-ORDER           PIC 9(07) VALUE ZERO.
001550  01  WS-ON-MASTER-COUNT          PIC 9(03) VALUE ZERO.
001560  01  WS-MISSING-COUNT            PIC 9(03) VALUE ZERO.
001570  01  WS-OUTSIDE-COUNT            PIC 9(03) VALUE ZERO.
001580
001590*    EVERY LINE OF THE SIZE RUN, BUILT WHEN THE STYLE IS LOADED.
001600  01  WS-RUN-TABLE.
001610      05  WS-RUN-LINE OCCURS 99 TIMES PIC X(77).
001620
001630*    THE LINES ON THE SCREEN NOW.
001640  01  WS-PANEL.
001650      05  WS-PANEL-LINE OCCURS 13 TIMES PIC X(77).
001660
001670  01  WS-RUN-LINE-WORK.
001680      05  RW-SHOE-SIZE            PIC X(04).
001690      05  FILLER                  PIC X(02) VALUE SPACES.
001700      05  RW-STATUS               PIC X(08).
001710      05  FILLER                  PIC X(03) VALUE SPACES.
001720      05  RW-ON-HAND              PIC ZZ,ZZ9.
001730      05  FILLER                  PIC X(04) VALUE SPACES.
001740      05  RW-ON-ORDER             PIC ZZ,ZZ9.
001750      05  FILLER                  PIC X(06) VALUE SPACES.
001760      05  RW-REORDER-POINT        PIC ZZ,ZZ9.
001770      05  FILLER                  PIC X(02) VALUE SPACES.
001780      05  RW-RETAIL-PRICE         PIC Z,ZZ9.99.
001790      05  FILLER                  PIC X(02) VALUE SPACES.
001800      05  RW-NOTE                 PIC X(20).
001810
001820  01  WS-PANEL-HEADING.
001830      05  FILLER                  PIC X(04) VALUE "SIZE".
001840      05  FILLER                  PIC X(02) VALUE SPACES.
001850      05  FILLER                  PIC X(08) VALUE "STATUS".
001860      05  FILLER                  PIC X(02) VALUE SPACES.
001870      05  FILLER                  PIC X(07) VALUE "ON HAND".
001880      05  FILLER                  PIC X(02) VALUE SPACES.
001890      05  FILLER                  PIC X(08) VALUE "ON ORDER".
001900      05  FILLER                  PIC X(02) VALUE SPACES.
001910      05  FILLER                  PIC X(10) VALUE "REORDER PT".
001920      05  FILLER                  PIC X(02) VALUE SPACES.
001930      05  FILLER                  PIC X(08) VALUE "   PRICE".
001940      05  FILLER                  PIC X(02) VALUE SPACES.
001950      05  FILLER                  PIC X(04) VALUE "NOTE".
001960
001970  01  WS-PANEL-TOTALS.
001980      05  FILLER                  PIC X(14) VALUE "STYLE TOTALS".
001990      05  PT-ON-HAND              PIC Z,ZZZ,ZZ9.
002000      05  FILLER                  PIC X(01) VALUE SPACES.
002010      05  PT-ON-ORDER             PIC Z,ZZZ,ZZ9.
002020
002030  01  WS-PANEL-COUNTS.
002040      05  FILLER                  PIC X(17)
002050              VALUE "SIZES ON MASTER: ".
002060      05  PC-ON-MASTER            PIC ZZ9.
002070      05  FILLER                  PIC X(19)
002080              VALUE "   NOT ON MASTER: ".
002090      05  PC-MISSING              PIC ZZ9.
002100      05  FILLER                  PIC X(19)
002110              VALUE "   OUTSIDE RANGE: ".
002120      05  PC-OUTSIDE              PIC ZZ9.
002130
002140  01  WS-RANGE-DISPLAY.
002150      05  RD-SIZE-LOW             PIC X(04).
002160      05  RD-TO                   PIC X(04).
002170      05  RD-SIZE-HIGH            PIC X(04).
002180
002190  01  WS-PANEL-POSITION.
002200      05  PP-FROM-LINE            PIC ZZ9.
002210      05  FILLER                  PIC X(03) VALUE " - ".
002220      05  PP-TO-LINE              PIC ZZ9.
002230      05  FILLER                  PIC X(04) VALUE " OF ".
002240      05  PP-LINE-COUNT           PIC ZZ9.
002250
002260  SCREEN SECTION.
002270  01  BRW-SIGNON-SCREEN.
002280      05 VALUE "SIZE-RUN BROWSE - SIGN ON" BLANK SCREEN
002290              LINE 01 COL 25.
002300      05 VALUE "OPERATOR ID:" LINE 05 COL 05.
002310      05 BRW-SIGNON-ID-IN LINE 05 COL 25
002320              PIC X(8) TO SIGNON-ID-WS.
002330      05 VALUE "PASSWORD:" LINE 07 COL 05.
002340      05 BRW-SIGNON-PASSWORD-IN LINE 07 COL 25
002350              PIC X(8) TO SIGNON-PASSWORD-WS SECURE.
002360      05 BRW-SIGNON-MESSAGE-OUT LINE 10 COL 05
002370              PIC X(40) FROM MESSAGE-WS.
002380
002390  01  BRW-BROWSE-SCREEN.
002400      05 VALUE "STYLE SIZE-RUN BROWSE" BLANK SCREEN
002410              LINE 01 COL 28.
002420      05 VALUE "SHOE STYLE:" LINE 03 COL 02.
002430      05 BRW-STYLE-IN LINE 03 COL 15
002440              PIC X(5) USING ENTRY-STYLE-WS.
002450      05 VALUE "ACTION:" LINE 03 COL 30.
002460      05 BRW-ACTION-IN LINE 03 COL 38
002470              PIC X(1) USING ACTION-WS.
002480      05 VALUE "DESCRIPTION:" LINE 04 COL 02.
002490      05 BRW-DESC-OUT LINE 04 COL 15
002500              PIC X(25) FROM STYLE-DESC-WS.
002510      05 VALUE "CATEGORY:" LINE 04 COL 46.
002520      05 BRW-CATEGORY-OUT LINE 04 COL 57
002530              PIC X(10) FROM STYLE-CATEGORY-WS.
002540      05 VALUE "SIZE RANGE:" LINE 05 COL 02.
002550      05 BRW-RANGE-OUT LINE 05 COL 15
002560              PIC X(12) FROM WS-RANGE-DISPLAY.
002570      05 VALUE "SIZES SHOWN:" LINE 05 COL 46.
002580      05 BRW-POSITION-OUT LINE 05 COL 59
002590              PIC X(16) FROM WS-PANEL-POSITION.
002600      05 BRW-HEADING-OUT LINE 07 COL 02
002610              PIC X(77) FROM WS-PANEL-HEADING.
002620      05 BRW-LINE-01-OUT LINE 08 COL 02
002630              PIC X(77) FROM WS-PANEL-LINE (1).
002640      05 BRW-LINE-02-OUT LINE 09 COL 02
002650              PIC X(77) FROM WS-PANEL-LINE (2).
002660      05 BRW-LINE-03-OUT LINE 10 COL 02
002670              PIC X(77) FROM WS-PANEL-LINE (3).
002680      05 BRW-LINE-04-OUT LINE 11 COL 02
002690              PIC X(77) FROM WS-PANEL-LINE (4).
002700      05 BRW-LINE-05-OUT LINE 12 COL 02
002710              PIC X(77) FROM WS-PANEL-LINE (5).
002720      05 BRW-LINE-06-OUT LINE 13 COL 02
002730              PIC X(77) FROM WS-PANEL-LINE (6).
002740      05 BRW-LINE-07-OUT LINE 14 COL 02
002750              PIC X(77) FROM WS-PANEL-LINE (7).
002760      05 BRW-LINE-08-OUT LINE 15 COL 02
002770              PIC X(77) FROM WS-PANEL-LINE (8).
002780      05 BRW-LINE-09-OUT LINE 16 COL 02
002790              PIC X(77) FROM WS-PANEL-LINE (9).
002800      05 BRW-LINE-10-OUT LINE 17 COL 02
002810              PIC X(77) FROM WS-PANEL-LINE (10).
002820      05 BRW-LINE-11-OUT LINE 18 COL 02
002830              PIC X(77) FROM WS-PANEL-LINE (11).
002840      05 BRW-LINE-12-OUT LINE 19 COL 02
002850              PIC X(77) FROM WS-PANEL-LINE (12).
002860      05 BRW-LINE-13-OUT LINE 20 COL 02
002870              PIC X(77) FROM WS-PANEL-LINE (13).
002880      05 BRW-TOTALS-OUT LINE 21 COL 02
002890              PIC X(33) FROM WS-PANEL-TOTALS.
002900      05 BRW-COUNTS-OUT LINE 22 COL 02
002910              PIC X(64) FROM WS-PANEL-COUNTS.
002920      05 BRW-MESSAGE-OUT LINE 23 COL 02
002930              PIC X(40) FROM MESSAGE-WS.
002940      05 VALUE "N-NEXT STYLE  P-PREVIOUS STYLE  M-MORE SIZES"
002950              LINE 24 COL 02.
002960      05 VALUE "STYLE END QUITS" LINE 24 COL 50.
002970
002980  PROCEDURE DIVISION.
002990  0000-MAIN-PROCEDURE.
003000      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010
003020      IF WS-SIGNON-OK
003030          PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
003040              UNTIL BRW-END-OF-SESSION
003050      END-IF.
003060
003070      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003080
003090      STOP RUN.
003100
003110*****************************************************************
003120* 1000-INITIALIZE - OPEN THE FILES (CREATING AN EMPTY ONE ON
003130*                   FIRST USE, AS THE OTHER SCREENS DO) AND SIGN
003140*                   THE OPERATOR ON.  THREE FAILED SIGN-ON
003150*                   ATTEMPTS END THE SESSION.
003160*****************************************************************
003170  1000-INITIALIZE.
003180      OPEN INPUT SHOE-MASTER.
003190      IF WS-SM-FILE-NOT-FOUND
003200          OPEN OUTPUT SHOE-MASTER
003210          CLOSE SHOE-MASTER
003220          OPEN INPUT SHOE-MASTER
003230      END-IF.
003240
003250      OPEN INPUT STYLE-XREF.
003260      IF WS-SX-FILE-NOT-FOUND
003270          OPEN OUTPUT STYLE-XREF
003280          CLOSE STYLE-XREF
003290          OPEN INPUT STYLE-XREF
003300      END-IF.
003310
003320      OPEN INPUT STYLE-ATTR.
003330      IF WS-SA-FILE-NOT-FOUND
003340          OPEN OUTPUT STYLE-ATTR
003350          CLOSE STYLE-ATTR
003360          OPEN INPUT STYLE-ATTR
003370      END-IF.
003380
003390      OPEN INPUT OPERATOR-MASTER.
003400      IF WS-OM-FILE-NOT-FOUND
003410          OPEN OUTPUT OPERATOR-MASTER
003420          CLOSE OPERATOR-MASTER
003430          OPEN INPUT OPERATOR-MASTER
003440      END-IF.
003450
003460      PERFORM 3900-CLEAR-STYLE THRU 3900-EXIT.
003470
003480      PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003490      IF NOT WS-SIGNON-OK
003500          MOVE "END  " TO ENTRY-STYLE-WS
003510      END-IF.
003520  1000-EXIT.
003530      EXIT.
003540
003550*****************************************************************
003560* 1100-SIGN-ON - ACCEPT AND VALIDATE THE OPERATOR SIGN-ON.
003570*                THREE FAILED ATTEMPTS END THE SESSION.
003580*****************************************************************
003590  1100-SIGN-ON.
003600      PERFORM 1110-ACCEPT-SIGNON THRU 1110-EXIT
003610          UNTIL WS-SIGNON-OK OR WS-SIGNON-TRY-COUNT >= 3.
003620  1100-EXIT.
003630      EXIT.
003640
003650*****************************************************************
003660* 1110-ACCEPT-SIGNON - ONE SIGN-ON ATTEMPT.  THE ID MUST BE ON
003670*                      THE OPERATOR MASTER AND ACTIVE, AND THE
003680*                      PASSWORD MUST MATCH.  OPERATOR AUTHORITY
003690*                      IS ENOUGH - THE BROWSE UPDATES NOTHING.
003700*****************************************************************
003710  1110-ACCEPT-SIGNON.
003720      DISPLAY BRW-SIGNON-SCREEN.
003730      ACCEPT BRW-SIGNON-SCREEN.
003740      ADD 1 TO WS-SIGNON-TRY-COUNT.
003750
003760      MOVE SIGNON-ID-WS TO OM-OPERATOR-ID.
003770      READ OPERATOR-MASTER
003780          INVALID KEY
003790              MOVE "OPERATOR NOT ON FILE - RE-ENTER"
003800                  TO MESSAGE-WS
003810          NOT INVALID KEY
003820              EVALUATE TRUE
003830                  WHEN NOT OM-ACTIVE
003840                      MOVE "OPERATOR REVOKED - SEE SUPERVISOR"
003850                          TO MESSAGE-WS
003860                  WHEN OM-PASSWORD NOT = SIGNON-PASSWORD-WS
003870                      MOVE "PASSWORD DOES NOT MATCH - RE-ENTER"
003880                          TO MESSAGE-WS
003890                  WHEN OTHER
003900                      MOVE "Y" TO WS-SIGNON-OK-SW
003910                      MOVE SIGNON-ID-WS TO WS-OPERATOR-ID
003920                      MOVE SPACES TO MESSAGE-WS
003930              END-EVALUATE
003940      END-READ.
003950  1110-EXIT.
003960      EXIT.
003970
003980*****************************************************************
003990* 2000-PROCESS-SCREEN - SHOW THE BROWSE SCREEN, ACCEPT A STYLE OR
004000*                       AN ACTION, AND ROUTE IT.  TYPING END IN
004010*                       THE STYLE FIELD ENDS THE SESSION.
004020*****************************************************************
004030  2000-PROCESS-SCREEN.
004040      DISPLAY BRW-BROWSE-SCREEN.
004050      ACCEPT BRW-BROWSE-SCREEN.
004060      MOVE SPACES TO MESSAGE-WS.
004070
004080      IF NOT BRW-END-OF-SESSION
004090          EVALUATE TRUE
004100              WHEN BRW-ACTION-NEXT
004110                  PERFORM 2100-NEXT-STYLE THRU 2100-EXIT
004120              WHEN BRW-ACTION-PREVIOUS
004130                  PERFORM 2200-PREVIOUS-STYLE THRU 2200-EXIT
004140              WHEN BRW-ACTION-MORE
004150                  PERFORM 2300-MORE-SIZES THRU 2300-EXIT
004160              WHEN NOT BRW-ACTION-NONE
004170                  MOVE "ACTION MUST BE N, P, M, OR BLANK"
004180                      TO MESSAGE-WS
004190              WHEN ENTRY-STYLE-WS = SPACES
004200                  MOVE "SHOE STYLE REQUIRED - RE-ENTER"
004210                      TO MESSAGE-WS
004220              WHEN OTHER
004230                  PERFORM 3000-LOAD-STYLE THRU 3000-EXIT
004240          END-EVALUATE
004250      END-IF.
004260
004270      MOVE SPACE TO ACTION-WS.
004280  2000-EXIT.
004290      EXIT.
004300
004310*****************************************************************
004320* 2100-NEXT-STYLE - SHOW THE FIRST STYLE ON SHOE-MASTER AFTER THE
004330*                   ONE IN THE STYLE FIELD.
004340*****************************************************************
004350  2100-NEXT-STYLE.
004360      MOVE ENTRY-STYLE-WS TO SM-SHOE-STYLE.
004370      MOVE HIGH-VALUES TO SM-SHOE-SIZE.
004380      START SHOE-MASTER KEY IS GREATER THAN SM-MASTER-KEY
004390          INVALID KEY
004400              MOVE "NO LATER STYLE ON FILE" TO MESSAGE-WS
004410          NOT INVALID KEY
004420              READ SHOE-MASTER NEXT RECORD
004430                  AT END
004440                      MOVE "NO LATER STYLE ON FILE"
004450                          TO MESSAGE-WS
004460                  NOT AT END
004470                      MOVE SM-SHOE-STYLE TO ENTRY-STYLE-WS
004480                      PERFORM 3000-LOAD-STYLE THRU 3000-EXIT
004490              END-READ
004500      END-START.
004510  2100-EXIT.
004520      EXIT.
004530
004540*****************************************************************
004550* 2200-PREVIOUS-STYLE - SHOW THE LAST STYLE ON SHOE-MASTER BEFORE
004560*                       THE ONE IN THE STYLE FIELD.
004570*****************************************************************
004580  2200-PREVIOUS-STYLE.
004590      MOVE ENTRY-STYLE-WS TO SM-SHOE-STYLE.
004600      MOVE LOW-VALUES TO SM-SHOE-SIZE.
004610      START SHOE-MASTER KEY IS LESS THAN SM-MASTER-KEY
004620          INVALID KEY
004630              MOVE "NO EARLIER STYLE ON FILE" TO MESSAGE-WS
004640          NOT INVALID KEY
004650              READ SHOE-MASTER PREVIOUS RECORD
004660                  AT END
004670                      MOVE "NO EARLIER STYLE ON FILE"
004680                          TO MESSAGE-WS
004690                  NOT AT END
004700                      MOVE SM-SHOE-STYLE TO ENTRY-STYLE-WS
004710                      PERFORM 3000-LOAD-STYLE THRU 3000-EXIT
004720              END-READ
004730      END-START.
004740  2200-EXIT.
004750      EXIT.
004760
004770*****************************************************************
004780* 2300-MORE-SIZES - SHOW THE NEXT PAGE OF THE STYLE ON SCREEN,
004790*                   GOING BACK TO THE FIRST PAGE AFTER THE LAST.
004800*****************************************************************
004810  2300-MORE-SIZES.
004820      IF WS-SHOWN-STYLE = SPACES
004830          MOVE "KEY A STYLE FIRST" TO MESSAGE-WS
004840      ELSE
004850          MOVE WS-SHOWN-STYLE TO ENTRY-STYLE-WS
004860          ADD WS-PANEL-SIZE TO WS-FIRST-LINE
004870          IF WS-FIRST-LINE > WS-LINE-COUNT
004880              MOVE 1 TO WS-FIRST-LINE
004890          END-IF
004900          PERFORM 3800-FILL-PANEL THRU 3800-EXIT
004910      END-IF.
004920  2300-EXIT.
004930      EXIT.
004940
004950*****************************************************************
004960* 3000-LOAD-STYLE - LOOK UP THE STYLE'S ATTRIBUTES AND SIZE RANGE
004970*                   AND BUILD ITS SIZE RUN: THE MASTER SIZES IN
004980*                   KEY ORDER, WITH A FLAGGED LINE FOR EVERY SIZE
004990*                   OF THE XREF RANGE THE MASTER DOES NOT HAVE.
005000*****************************************************************
005010  3000-LOAD-STYLE.
005020      PERFORM 3900-CLEAR-STYLE THRU 3900-EXIT.
005030
005040      MOVE ENTRY-STYLE-WS TO SA-SHOE-STYLE.
005050      READ STYLE-ATTR
005060          INVALID KEY
005070              CONTINUE
005080          NOT INVALID KEY
005090              MOVE "Y" TO WS-STYLE-FOUND-SW
005100              MOVE SA-DESCRIPTION TO STYLE-DESC-WS
005110              MOVE SA-CATEGORY TO STYLE-CATEGORY-WS
005120      END-READ.
005130
005140      MOVE ENTRY-STYLE-WS TO SX-SHOE-STYLE.
005150      READ STYLE-XREF
005160          INVALID KEY
005170              MOVE "NOT ON FILE" TO WS-RANGE-DISPLAY
005180          NOT INVALID KEY
005190              MOVE "Y" TO WS-STYLE-FOUND-SW
005200              MOVE "Y" TO WS-XREF-FOUND-SW
005210              MOVE SX-SIZE-LOW TO RD-SIZE-LOW
005220              MOVE " TO " TO RD-TO
005230              MOVE SX-SIZE-HIGH TO RD-SIZE-HIGH
005240              MOVE SX-SIZE-LOW TO WS-XREF-LOW
005250              MOVE SX-SIZE-HIGH TO WS-XREF-HIGH
005260              MOVE SX-SIZE-LOW TO WS-EXPECT-SIZE
005270      END-READ.
005280
005290      MOVE ENTRY-STYLE-WS TO SM-SHOE-STYLE.
005300      MOVE LOW-VALUES TO SM-SHOE-SIZE.
005310      START SHOE-MASTER KEY IS NOT LESS THAN SM-MASTER-KEY
005320          INVALID KEY
005330              MOVE "Y" TO WS-SIZE-EOF-SW
005340      END-START.
005350      IF NOT WS-SIZE-EOF
005360          PERFORM 3100-READ-SIZE THRU 3100-EXIT
005370      END-IF.
005380      PERFORM 3200-TAKE-SIZE THRU 3200-EXIT
005390          UNTIL WS-SIZE-EOF.
005400
005410      IF WS-XREF-FOUND
005420          PERFORM 3400-ADD-MISSING-SIZE THRU 3400-EXIT
005430              UNTIL WS-EXPECT-SIZE > WS-XREF-HIGH
005440      END-IF.
005450
005460      IF WS-STYLE-FOUND
005470          MOVE ENTRY-STYLE-WS TO WS-SHOWN-STYLE
005480          MOVE WS-TOTAL-ON-HAND TO PT-ON-HAND
005490          MOVE WS-TOTAL-ON-ORDER TO PT-ON-ORDER
005500          MOVE WS-ON-MASTER-COUNT TO PC-ON-MASTER
005510          MOVE WS-MISSING-COUNT TO PC-MISSING
005520          MOVE WS-OUTSIDE-COUNT TO PC-OUTSIDE
005530          PERFORM 3800-FILL-PANEL THRU 3800-EXIT
005540          EVALUATE TRUE
005550              WHEN WS-RUN-TRUNCATED
005560                  MOVE "OVER 99 SIZE LINES - FIRST 99 SHOWN"
005570                      TO MESSAGE-WS
005580              WHEN WS-LINE-COUNT > WS-PANEL-SIZE
005590                  MOVE "MORE SIZES ON FILE - KEY M TO SEE THEM"
005600                      TO MESSAGE-WS
005610          END-EVALUATE
005620      ELSE
005630          PERFORM 3900-CLEAR-STYLE THRU 3900-EXIT
005640          MOVE "STYLE NOT ON FILE - RE-ENTER" TO MESSAGE-WS
005650      END-IF.
005660  3000-EXIT.
005670      EXIT.
005680
005690*****************************************************************
005700* 3100-READ-SIZE - READ THE NEXT MASTER RECORD, ENDING AT THE
005710*                  FIRST RECORD OF ANOTHER STYLE.
005720*****************************************************************
005730  3100-READ-SIZE.
005740      READ SHOE-MASTER NEXT RECORD
005750          AT END
005760              MOVE "Y" TO WS-SIZE-EOF-SW
005770          NOT AT END
005780              IF SM-SHOE-STYLE NOT = ENTRY-STYLE-WS
005790                  MOVE "Y" TO WS-SIZE-EOF-SW
005800              END-IF
005810      END-READ.
005820  3100-EXIT.
005830      EXIT.
005840
005850*****************************************************************
005860* 3200-TAKE-SIZE - FLAG ANY RANGE SIZES BELOW THIS MASTER SIZE
005870*                  THAT THE MASTER SKIPPED, ADD THE MASTER SIZE'S
005880*                  OWN LINE, AND READ AHEAD.
005890*****************************************************************
005900  3200-TAKE-SIZE.
005910      MOVE "Y" TO WS-STYLE-FOUND-SW.
005920      IF SM-SHOE-SIZE NUMERIC
005930          MOVE SM-SHOE-SIZE TO WS-MASTER-SIZE
005940      ELSE
005950          MOVE ZERO TO WS-MASTER-SIZE
005960      END-IF.
005970
005980      IF WS-XREF-FOUND
005990          PERFORM 3400-ADD-MISSING-SIZE THRU 3400-EXIT
006000              UNTIL WS-EXPECT-SIZE NOT < WS-MASTER-SIZE
006010                 OR WS-EXPECT-SIZE > WS-XREF-HIGH
006020          IF WS-EXPECT-SIZE = WS-MASTER-SIZE
006030              ADD WS-SIZE-STEP TO WS-EXPECT-SIZE
006040          END-IF
006050      END-IF.
006060
006070      PERFORM 3300-ADD-MASTER-SIZE THRU 3300-EXIT.
006080      PERFORM 3100-READ-SIZE THRU 3100-EXIT.
006090  3200-EXIT.
006100      EXIT.
006110
006120*****************************************************************
006130* 3300-ADD-MASTER-SIZE - BUILD THE LINE FOR A SIZE ON THE MASTER
006140*                        AND ADD IT TO THE STYLE TOTALS.
006150*****************************************************************
006160  3300-ADD-MASTER-SIZE.
006170      MOVE SPACES TO WS-RUN-LINE-WORK.
006180      MOVE SM-SHOE-SIZE TO RW-SHOE-SIZE.
006190      EVALUATE TRUE
006200          WHEN SM-ACTIVE
006210              MOVE "ACTIVE" TO RW-STATUS
006220          WHEN SM-INACTIVE
006230              MOVE "INACTIVE" TO RW-STATUS
006240          WHEN OTHER
006250              MOVE SM-STATUS-CD TO RW-STATUS
006260      END-EVALUATE.
006270      MOVE SM-QTY-ON-HAND TO RW-ON-HAND.
006280      MOVE SM-QTY-ON-ORDER TO RW-ON-ORDER.
006290      MOVE SM-REORDER-POINT TO RW-REORDER-POINT.
006300      MOVE SM-RETAIL-PRICE TO RW-RETAIL-PRICE.
006310      IF WS-XREF-FOUND
006320              AND (WS-MASTER-SIZE < WS-XREF-LOW
006330                   OR WS-MASTER-SIZE > WS-XREF-HIGH)
006340          MOVE "OUTSIDE XREF RANGE" TO RW-NOTE
006350          ADD 1 TO WS-OUTSIDE-COUNT
006360      END-IF.
006370
006380      ADD SM-QTY-ON-HAND TO WS-TOTAL-ON-HAND.
006390      ADD SM-QTY-ON-ORDER TO WS-TOTAL-ON-ORDER.
006400      ADD 1 TO WS-ON-MASTER-COUNT.
006410      PERFORM 3500-STORE-LINE THRU 3500-EXIT.
006420  3300-EXIT.
006430      EXIT.
006440
006450*****************************************************************
006460* 3400-ADD-MISSING-SIZE - BUILD THE FLAGGED LINE FOR A SIZE OF
006470*                         THE XREF RANGE NOT ON THE MASTER AND
006480*                         STEP TO THE NEXT SIZE OF THE RUN.
006490*****************************************************************
006500  3400-ADD-MISSING-SIZE.
006510      MOVE SPACES TO WS-RUN-LINE-WORK.
006520      MOVE WS-EXPECT-SIZE TO WS-SIZE-4.
006530      MOVE WS-SIZE-4 TO RW-SHOE-SIZE.
006540      MOVE "** NOT ON MASTER **" TO RW-NOTE.
006550      ADD 1 TO WS-MISSING-COUNT.
006560      PERFORM 3500-STORE-LINE THRU 3500-EXIT.
006570      ADD WS-SIZE-STEP TO WS-EXPECT-SIZE.
006580  3400-EXIT.
006590      EXIT.
006600
006610*****************************************************************
006620* 3500-STORE-LINE - KEEP THE LINE JUST BUILT, UP TO THE SIZE OF
006630*                   THE RUN TABLE.
006640*****************************************************************
006650  3500-STORE-LINE.
006660      IF WS-LINE-COUNT < 99
006670          ADD 1 TO WS-LINE-COUNT
006680          MOVE WS-RUN-LINE-WORK TO WS-RUN-LINE (WS-LINE-COUNT)
006690      ELSE
006700          MOVE "Y" TO WS-RUN-TRUNCATED-SW
006710      END-IF.
006720  3500-EXIT.
006730      EXIT.
006740
006750*****************************************************************
006760* 3800-FILL-PANEL - COPY ONE SCREEN OF THE SIZE RUN, STARTING AT
006770*                   WS-FIRST-LINE, TO THE PANEL.
006780*****************************************************************
006790  3800-FILL-PANEL.
006800      PERFORM 3810-FILL-PANEL-LINE THRU 3810-EXIT
006810          VARYING WS-PANEL-SUB FROM 1 BY 1
006820          UNTIL WS-PANEL-SUB > WS-PANEL-SIZE.
006830
006840      COMPUTE WS-LAST-LINE = WS-FIRST-LINE + WS-PANEL-SIZE - 1.
006850      IF WS-LAST-LINE > WS-LINE-COUNT
006860          MOVE WS-LINE-COUNT TO WS-LAST-LINE
006870      END-IF.
006880      IF WS-LINE-COUNT = ZERO
006890          MOVE ZERO TO PP-FROM-LINE
006900      ELSE
006910          MOVE WS-FIRST-LINE TO PP-FROM-LINE
006920      END-IF.
006930      MOVE WS-LAST-LINE TO PP-TO-LINE.
006940      MOVE WS-LINE-COUNT TO PP-LINE-COUNT.
006950  3800-EXIT.
006960      EXIT.
006970
006980*****************************************************************
006990* 3810-FILL-PANEL-LINE - FILL ONE PANEL LINE, BLANK PAST THE END
007000*                        OF THE RUN.
007010*****************************************************************
007020  3810-FILL-PANEL-LINE.
007030      COMPUTE WS-LINE-SUB = WS-FIRST-LINE + WS-PANEL-SUB - 1.
007040      IF WS-LINE-SUB > WS-LINE-COUNT
007050          MOVE SPACES TO WS-PANEL-LINE (WS-PANEL-SUB)
007060      ELSE
007070          MOVE WS-RUN-LINE (WS-LINE-SUB)
007080              TO WS-PANEL-LINE (WS-PANEL-SUB)
007090      END-IF.
007100  3810-EXIT.
007110      EXIT.
007120
007130*****************************************************************
007140* 3900-CLEAR-STYLE - CLEAR THE STYLE DETAIL, TOTALS, AND PANEL.
007150*****************************************************************
007160  3900-CLEAR-STYLE.
007170      MOVE SPACES TO WS-SHOWN-STYLE.
007180      MOVE SPACES TO STYLE-DESC-WS.
007190      MOVE SPACES TO STYLE-CATEGORY-WS.
007200      MOVE SPACES TO WS-RANGE-DISPLAY.
007210      MOVE ZERO TO PP-FROM-LINE.
007220      MOVE ZERO TO PP-TO-LINE.
007230      MOVE ZERO TO PP-LINE-COUNT.
007240      MOVE ZERO TO PT-ON-HAND.
007250      MOVE ZERO TO PT-ON-ORDER.
007260      MOVE ZERO TO PC-ON-MASTER.
007270      MOVE ZERO TO PC-MISSING.
007280      MOVE ZERO TO PC-OUTSIDE.
007290      MOVE SPACES TO WS-PANEL.
007300      MOVE "N" TO WS-STYLE-FOUND-SW.
007310      MOVE "N" TO WS-XREF-FOUND-SW.
007320      MOVE "N" TO WS-SIZE-EOF-SW.
007330      MOVE "N" TO WS-RUN-TRUNCATED-SW.
007340      MOVE ZERO TO WS-XREF-LOW.
007350      MOVE ZERO TO WS-XREF-HIGH.
007360      MOVE ZERO TO WS-EXPECT-SIZE.
007370      MOVE ZERO TO WS-LINE-COUNT.
007380      MOVE 1 TO WS-FIRST-LINE.
007390      MOVE ZERO TO WS-TOTAL-ON-HAND.
007400      MOVE ZERO TO WS-TOTAL-ON-ORDER.
007410      MOVE ZERO TO WS-ON-MASTER-COUNT.
007420      MOVE ZERO TO WS-MISSING-COUNT.
007430      MOVE ZERO TO WS-OUTSIDE-COUNT.
007440  3900-EXIT.
007450      EXIT.
007460
007470*****************************************************************
007480* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
007490*****************************************************************
007500  9000-TERMINATE.
007510      CLOSE SHOE-MASTER.
007520      CLOSE STYLE-XREF.
007530      CLOSE STYLE-ATTR.
007540      CLOSE OPERATOR-MASTER.
007550  9000-EXIT.
007560      EXIT.
007570
007580  END PROGRAM LAB10BRW.

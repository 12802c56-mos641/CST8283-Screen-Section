000100*****************************************************************
000110* Program:  LAB10MGN
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: GROSS MARGIN AND SELL-THROUGH REPORT BY CATEGORY.
000160*          READS A POSTING DATE RANGE FROM A ONE-RECORD
000170*          PARAMETER FILE (MGNPARM) LAID OUT LIKE MOVPARM AND
000180*          TOTALS THE MOVEMENT-HISTORY FILE
000190*          (COPYLIB/MOVEHIST.CPY) PER STYLE OVER THAT RANGE,
000200*          PRICING EVERY SALE AT THE RETAIL PRICE AND UNIT COST
000210*          CARRIED ON ITS HISTORY RECORD - THE ONES IN FORCE
000220*          THE DAY IT POSTED - SO A LATER PRICE OR COST CHANGE
000230*          DOES NOT REWRITE THE MARGIN.  A CUSTOMER RETURN
000240*          COMES BACK OFF UNITS SOLD, SALES, AND COST AT ITS
000250*          OWN PRICE AND COST.  HISTORY WRITTEN BEFORE THE
000260*          PRICE AND COST WERE CARRIED IS PRICED FROM THE
000270*          MASTER AND COUNTED ON THE TOTALS PAGE.
000280*          OPENING STOCK FOR THE PERIOD IS TODAY'S ON-HAND
000290*          BACKED OUT THROUGH EVERY POSTED MOVEMENT, AND EVERY
000300*          COUNT ADJUSTMENT AND KEYED ADD, CHANGE, OR DELETE ON
000310*          THE AUDIT HISTORY (AUDITHST) AND LIVE AUDIT LOG, SINCE
000320*          THE START OF THE RANGE.  THE REPORT PRINTS ONE SECTION
000330*          PER STYLATTR CATEGORY, IN CATEGORY ORDER, WITH ONE
000340*          LINE PER STYLE - OPENING, RECEIVED, UNITS SOLD,
000350*          SALES, COST OF GOODS SOLD, GROSS MARGIN DOLLARS AND
000360*          PERCENT, AND SELL-THROUGH PERCENT (UNITS SOLD OVER
000370*          UNITS RECEIVED PLUS OPENING STOCK) - AND CATEGORY
000380*          AND GRAND TOTALS.  A STYLE WITH NO ATTRIBUTE RECORD
000390*          REPORTS UNDER *NONE*.  A MISSING OR EMPTY PARAMETER
000400*          FILE REPORTS THE WHOLE HISTORY.
000410*****************************************************************
000420  IDENTIFICATION DIVISION.
000430  PROGRAM-ID. LAB10MGN.
000440  AUTHOR. D. FALLIS.
000450  INSTALLATION. RETAIL SYSTEMS.
000460  DATE-WRITTEN. 2026-10-15.
000470  DATE-COMPILED.
000480*****************************************************************
000490* MODIFICATION HISTORY
000500*   2026-10-15  DF  ORIGINAL PROGRAM.
000510*   2026-10-15  DF  OPENING STOCK ALSO BACKS OUT THE COUNT
000520*                   ADJUSTMENTS AND KEYED QUANTITY CORRECTIONS ON
000530*                   AUDITHST AND AUDITLOG, AS THE INVENTORY PROOF
000540*                   (LAB10PIP) ROLLS THEM FORWARD.  EACH FILE IS
000550*                   CLOSED ONLY WHEN IT OPENED.
000560*   2026-10-15  DF  THE MASTER IS POSITIONED AT ITS START AFTER
000570*                   THE HISTORY PASS, WHOSE RANDOM PRICE READS
000580*                   MOVED IT, SO NO STYLE/SIZE IS LEFT OUT OF
000590*                   ON-HAND.  A KEYED DELETE ONLY INACTIVATES THE
000600*                   RECORD, SO IT NO LONGER BACKS OUT ANY STOCK.
000610*****************************************************************
000620  ENVIRONMENT DIVISION.
000630  INPUT-OUTPUT SECTION.
000640  FILE-CONTROL.
000650      SELECT MARGIN-PARM ASSIGN TO "MGNPARM"
000660          ORGANIZATION IS LINE SEQUENTIAL
000670          FILE STATUS IS WS-MARGIN-PARM-STATUS.
000680
000690      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
000700          ORGANIZATION IS LINE SEQUENTIAL
000710          FILE STATUS IS WS-MOVE-HIST-STATUS.
000720
000730      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000740          ORGANIZATION IS INDEXED
000750          ACCESS MODE IS DYNAMIC
000760          RECORD KEY IS SM-MASTER-KEY
000770          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000780
000790      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000800          ORGANIZATION IS INDEXED
000810          ACCESS MODE IS SEQUENTIAL
000820          RECORD KEY IS SA-SHOE-STYLE
000830          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000840
000850      SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
000860          ORGANIZATION IS LINE SEQUENTIAL
000870          FILE STATUS IS WS-AUDIT-HIST-STATUS.
000880
000890      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000900          ORGANIZATION IS LINE SEQUENTIAL
000910          FILE STATUS IS WS-AUDIT-LOG-STATUS.
000920
000930      SELECT MARGIN-LISTING ASSIGN TO "MGNRPT"
000940          ORGANIZATION IS LINE SEQUENTIAL
000950          FILE STATUS IS WS-MARGIN-LISTING-STATUS.
000960
000970  DATA DIVISION.
000980  FILE SECTION.
000990  FD  MARGIN-PARM
001000      LABEL RECORDS ARE STANDARD.
001010  01  MARGIN-PARM-RECORD.
001020      05  GP-DATE-FROM             PIC X(08).
001030      05  GP-DATE-TO               PIC X(08).
001040      05  FILLER                   PIC X(64).
001050
001060  FD  MOVE-HIST
001070      LABEL RECORDS ARE STANDARD.
001080      COPY MOVEHIST.
001090
001100  FD  SHOE-MASTER
001110      LABEL RECORDS ARE STANDARD.
001120      COPY SHOEMAST.
001130
001140  FD  STYLE-ATTR
001150      LABEL RECORDS ARE STANDARD.
001160      COPY STYLATTR.
001170
001180  FD  AUDIT-HIST
001190      LABEL RECORDS ARE STANDARD.
001200  01  AUDIT-HIST-RECORD            PIC X(60).
001210
001220  FD  AUDIT-LOG
001230      LABEL RECORDS ARE STANDARD.
001240      COPY AUDITLOG.
001250
001260  FD  MARGIN-LISTING
001270      LABEL RECORDS ARE STANDARD.
001280  01  LISTING-RECORD               PIC X(132).
001290
001300  WORKING-STORAGE SECTION.
001310  01  WS-MARGIN-PARM-STATUS       PIC X(02).
001320      88  WS-GP-OK                        VALUE "00".
001330      88  WS-GP-FILE-NOT-FOUND            VALUE "35".
001340
001350  01  WS-MOVE-HIST-STATUS         PIC X(02).
001360      88  WS-MH-OK                        VALUE "00".
001370      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
001380
001390  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001400      88  WS-SM-OK                        VALUE "00".
001410
001420  01  WS-STYLE-ATTR-STATUS        PIC X(02).
001430      88  WS-SA-OK                        VALUE "00".
001440      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
001450
001460  01  WS-AUDIT-HIST-STATUS        PIC X(02).
001470      88  WS-AH-OK                        VALUE "00".
001480      88  WS-AH-EOF                       VALUE "10".
001490
001500  01  WS-AUDIT-LOG-STATUS         PIC X(02).
001510      88  WS-AL-OK                        VALUE "00".
001520      88  WS-AL-EOF                       VALUE "10".
001530
001540  01  WS-MARGIN-LISTING-STATUS    PIC X(02).
001550      88  WS-ML-OK                        VALUE "00".
001560
001570  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001580      88  WS-PARM-EOF                     VALUE "Y".
001590
001600  01  WS-ATTR-EOF-SW              PIC X(01) VALUE "N".
001610      88  WS-ATTR-EOF                     VALUE "Y".
001620
001630  01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001640      88  WS-HIST-EOF                     VALUE "Y".
001650
001660  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
001670      88  WS-MASTER-EOF                   VALUE "Y".
001680
001690  01  WS-MASTER-OPEN-SW           PIC X(01) VALUE "N".
001700      88  WS-MASTER-OPEN                  VALUE "Y".
001710
001720  01  WS-ATTR-OPEN-SW             PIC X(01) VALUE "N".
001730      88  WS-ATTR-OPEN                    VALUE "Y".
001740
001750  01  WS-HIST-OPEN-SW             PIC X(01) VALUE "N".
001760      88  WS-HIST-OPEN                    VALUE "Y".
001770
001780  01  WS-LISTING-OPEN-SW          PIC X(01) VALUE "N".
001790      88  WS-LISTING-OPEN                 VALUE "Y".
001800
001810  01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
001820      88  WS-AUDIT-EOF                    VALUE "Y".
001830
001840  01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001850      88  WS-ENTRY-FOUND                  VALUE "Y".
001860
001870  01  WS-CAT-FOUND-SW             PIC X(01) VALUE "N".
001880      88  WS-CAT-FOUND                    VALUE "Y".
001890
001900  01  WS-SLOT-FOUND-SW            PIC X(01) VALUE "N".
001910      88  WS-SLOT-FOUND                   VALUE "Y".
001920
001930  01  WS-SEL-DATE-FROM            PIC X(08) VALUE SPACES.
001940  01  WS-SEL-DATE-TO              PIC X(08) VALUE "99999999".
001950
001960  01  WS-NO-CATEGORY              PIC X(10) VALUE "*NONE*".
001970  01  WS-KEY-STYLE                PIC X(05) VALUE SPACES.
001980  01  WS-KEY-CATEGORY             PIC X(10) VALUE SPACES.
001990  01  WS-KEY-DESCRIPTION          PIC X(25) VALUE SPACES.
002000  01  WS-HIST-PRICE               PIC 9(04)V99 VALUE ZERO.
002010  01  WS-HIST-COST                PIC 9(04)V99 VALUE ZERO.
002020  01  WS-OPENING-QTY              PIC S9(07) VALUE ZERO.
002030  01  WS-QTY-CHANGE               PIC S9(07) VALUE ZERO.
002040
002050  01  WS-HIST-READ-COUNT          PIC 9(05) VALUE ZERO.
002060  01  WS-HIST-RANGE-COUNT         PIC 9(05) VALUE ZERO.
002070  01  WS-MASTER-PRICED-COUNT      PIC 9(05) VALUE ZERO.
002080  01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
002090  01  WS-AUDIT-USED-COUNT         PIC 9(05) VALUE ZERO.
002100
002110  01  WS-STYLE-MAX                PIC 9(05) VALUE 1000.
002120  01  WS-STYLE-SUB                PIC 9(05) VALUE ZERO.
002130  01  WS-STYLE-USE-SUB            PIC 9(05) VALUE ZERO.
002140  01  WS-STYLE-COUNT              PIC 9(05) VALUE ZERO.
002150  01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
002160      88  WS-TABLE-FULL                   VALUE "Y".
002170
002180  01  WS-STYLE-TABLE.
002190      05  WS-STY-ENTRY OCCURS 1000 TIMES.
002200          10  WS-STY-SHOE-STYLE    PIC X(05).
002210          10  WS-STY-CATEGORY      PIC X(10).
002220          10  WS-STY-DESCRIPTION   PIC X(25).
002230          10  WS-STY-ON-HAND       PIC 9(07).
002240          10  WS-STY-NET-SINCE     PIC S9(07).
002250          10  WS-STY-RECEIVED      PIC 9(07).
002260          10  WS-STY-UNITS-SOLD    PIC S9(07).
002270          10  WS-STY-SALES-AMT     PIC S9(09)V99.
002280          10  WS-STY-COGS-AMT      PIC S9(09)V99.
002290
002300  01  WS-CAT-MAX                  PIC 9(05) VALUE 100.
002310  01  WS-CAT-SUB                  PIC 9(05) VALUE ZERO.
002320  01  WS-CAT-USE-SUB              PIC 9(05) VALUE ZERO.
002330  01  WS-CAT-COUNT                PIC 9(05) VALUE ZERO.
002340  01  WS-CAT-TABLE-FULL-SW        PIC X(01) VALUE "N".
002350      88  WS-CAT-TABLE-FULL               VALUE "Y".
002360
002370  01  WS-CATEGORY-TABLE.
002380      05  WS-CAT-ENTRY OCCURS 100 TIMES.
002390          10  WS-CAT-CATEGORY      PIC X(10).
002400
002410  01  WS-CALC-FIELDS.
002420      05  WS-CALC-OPENING          PIC S9(07).
002430      05  WS-CALC-RECEIVED         PIC S9(07).
002440      05  WS-CALC-UNITS-SOLD       PIC S9(07).
002450      05  WS-CALC-SALES-AMT        PIC S9(09)V99.
002460      05  WS-CALC-COGS-AMT         PIC S9(09)V99.
002470      05  WS-CALC-GM-AMT           PIC S9(09)V99.
002480      05  WS-CALC-GM-PCT           PIC S9(04)V9.
002490      05  WS-CALC-SELL-THRU        PIC S9(04)V9.
002500      05  WS-CALC-AVAILABLE        PIC S9(07).
002510
002520  01  WS-CAT-TOTALS.
002530      05  WS-CTOT-OPENING          PIC S9(07).
002540      05  WS-CTOT-RECEIVED         PIC S9(07).
002550      05  WS-CTOT-UNITS-SOLD       PIC S9(07).
002560      05  WS-CTOT-SALES-AMT        PIC S9(09)V99.
002570      05  WS-CTOT-COGS-AMT         PIC S9(09)V99.
002580      05  WS-CTOT-STYLES           PIC 9(05).
002590
002600  01  WS-GRAND-TOTALS.
002610      05  WS-GTOT-OPENING          PIC S9(07) VALUE ZERO.
002620      05  WS-GTOT-RECEIVED         PIC S9(07) VALUE ZERO.
002630      05  WS-GTOT-UNITS-SOLD       PIC S9(07) VALUE ZERO.
002640      05  WS-GTOT-SALES-AMT        PIC S9(09)V99 VALUE ZERO.
002650      05  WS-GTOT-COGS-AMT         PIC S9(09)V99 VALUE ZERO.
002660
002670  01  WS-HEADING-1.
002680      05  FILLER                   PIC X(33)
002690              VALUE "GROSS MARGIN/SELL-THROUGH REPORT".
002700      05  FILLER                   PIC X(02) VALUE SPACES.
002710      05  FILLER                   PIC X(06) VALUE "DATES ".
002720      05  H1-DATE-FROM             PIC X(08).
002730      05  FILLER                   PIC X(06) VALUE " THRU ".
002740      05  H1-DATE-TO               PIC X(08).
002750
002760  01  WS-HEADING-2.
002770      05  FILLER                   PIC X(05) VALUE "STYLE".
002780      05  FILLER                   PIC X(02) VALUE SPACES.
002790      05  FILLER                   PIC X(20) VALUE "DESCRIPTION".
002800      05  FILLER                   PIC X(02) VALUE SPACES.
002810      05  FILLER                   PIC X(07) VALUE "OPENING".
002820      05  FILLER                   PIC X(02) VALUE SPACES.
002830      05  FILLER                   PIC X(07) VALUE "RECEIVD".
002840      05  FILLER                   PIC X(02) VALUE SPACES.
002850      05  FILLER                   PIC X(08) VALUE "   SOLD".
002860      05  FILLER                   PIC X(02) VALUE SPACES.
002870      05  FILLER                   PIC X(13)
002880              VALUE "      SALES $".
002890      05  FILLER                   PIC X(02) VALUE SPACES.
002900      05  FILLER                   PIC X(13)
002910              VALUE "       COGS $".
002920      05  FILLER                   PIC X(02) VALUE SPACES.
002930      05  FILLER                   PIC X(13)
002940              VALUE "     MARGIN $".
002950      05  FILLER                   PIC X(02) VALUE SPACES.
002960      05  FILLER                   PIC X(07) VALUE "  GM % ".
002970      05  FILLER                   PIC X(02) VALUE SPACES.
002980      05  FILLER                   PIC X(06) VALUE "SELL %".
002990
003000  01  WS-CATEGORY-HEADING.
003010      05  FILLER                   PIC X(10) VALUE "CATEGORY -".
003020      05  FILLER                   PIC X(01) VALUE SPACES.
003030      05  CH-CATEGORY              PIC X(10).
003040
003050  01  WS-DETAIL-LINE.
003060      05  DL-LABEL.
003070          10  DL-SHOE-STYLE        PIC X(05).
003080          10  FILLER               PIC X(02).
003090          10  DL-DESCRIPTION       PIC X(20).
003100      05  FILLER                   PIC X(02) VALUE SPACES.
003110      05  DL-OPENING               PIC ZZZ,ZZ9.
003120      05  FILLER                   PIC X(02) VALUE SPACES.
003130      05  DL-RECEIVED              PIC ZZZ,ZZ9.
003140      05  FILLER                   PIC X(02) VALUE SPACES.
003150      05  DL-UNITS-SOLD            PIC ZZZ,ZZ9-.
003160      05  FILLER                   PIC X(02) VALUE SPACES.
003170      05  DL-SALES-AMT             PIC Z,ZZZ,ZZ9.99-.
003180      05  FILLER                   PIC X(02) VALUE SPACES.
003190      05  DL-COGS-AMT              PIC Z,ZZZ,ZZ9.99-.
003200      05  FILLER                   PIC X(02) VALUE SPACES.
003210      05  DL-GM-AMT                PIC Z,ZZZ,ZZ9.99-.
003220      05  FILLER                   PIC X(02) VALUE SPACES.
003230      05  DL-GM-PCT                PIC ZZZ9.9-.
003240      05  FILLER                   PIC X(02) VALUE SPACES.
003250      05  DL-SELL-THRU             PIC ZZZ9.9.
003260
003270  01  WS-TABLE-FULL-LINE.
003280      05  FILLER                   PIC X(41)
003290              VALUE "** STYLE TABLE FULL - TOTALS INCOMPLETE, ".
003300      05  FILLER                   PIC X(21)
003310              VALUE "NARROW THE RANGE.  **".
003320
003330  01  WS-CAT-FULL-LINE.
003340      05  FILLER                   PIC X(41)
003350              VALUE "** CATEGORY TABLE FULL - LATER CATEGORIES".
003360      05  FILLER                   PIC X(17)
003370              VALUE " NOT REPORTED  **".
003380
003390  01  WS-TOTAL-LINE-1.
003400      05  FILLER                   PIC X(23)
003410              VALUE "HISTORY RECORDS    -  ".
003420      05  TL-HIST-READ-COUNT       PIC ZZ,ZZ9.
003430
003440  01  WS-TOTAL-LINE-2.
003450      05  FILLER                   PIC X(23)
003460              VALUE "IN DATE RANGE      -  ".
003470      05  TL-HIST-RANGE-COUNT      PIC ZZ,ZZ9.
003480
003490  01  WS-TOTAL-LINE-3.
003500      05  FILLER                   PIC X(23)
003510              VALUE "PRICED FROM MASTER -  ".
003520      05  TL-MASTER-PRICED-COUNT   PIC ZZ,ZZ9.
003530
003540  01  WS-TOTAL-LINE-4.
003550      05  FILLER                   PIC X(23)
003560              VALUE "STYLES LISTED      -  ".
003570      05  TL-LISTED-COUNT          PIC ZZ,ZZ9.
003580
003590  01  WS-TOTAL-LINE-5.
003600      05  FILLER                   PIC X(23)
003610              VALUE "AUDIT ADJUSTMENTS  -  ".
003620      05  TL-AUDIT-USED-COUNT      PIC ZZ,ZZ9.
003630
003640  PROCEDURE DIVISION.
003650  0000-MAIN-PROCEDURE.
003660      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670
003680      PERFORM 2000-LOAD-STYLE THRU 2000-EXIT
003690          UNTIL WS-ATTR-EOF.
003700
003710      PERFORM 3000-TALLY-HISTORY THRU 3000-EXIT
003720          UNTIL WS-HIST-EOF.
003730
003740      PERFORM 3500-NET-AUDIT THRU 3500-EXIT.
003750
003760      PERFORM 3900-START-MASTER THRU 3900-EXIT.
003770
003780      PERFORM 4000-TALLY-MASTER THRU 4000-EXIT
003790          UNTIL WS-MASTER-EOF.
003800
003810      PERFORM 5000-BUILD-CATEGORIES THRU 5000-EXIT
003820          VARYING WS-STYLE-SUB FROM 1 BY 1
003830          UNTIL WS-STYLE-SUB > WS-STYLE-COUNT.
003840
003850      PERFORM 6000-PRINT-CATEGORY THRU 6000-EXIT
003860          VARYING WS-CAT-SUB FROM 1 BY 1
003870          UNTIL WS-CAT-SUB > WS-CAT-COUNT.
003880
003890      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003900
003910      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003920
003930      STOP RUN.
003940
003950*****************************************************************
003960* 1000-INITIALIZE - READ THE DATE-RANGE PARAMETER, OPEN THE
003970*                   FILES, PRINT HEADINGS, AND READ THE FIRST
003980*                   STYLE AND HISTORY RECORDS.  A MISSING OR EMPTY
003990*                   PARAMETER FILE REPORTS THE WHOLE HISTORY.
004000*****************************************************************
004010  1000-INITIALIZE.
004020      OPEN INPUT MARGIN-PARM.
004030      IF WS-GP-FILE-NOT-FOUND
004040          MOVE "Y" TO WS-PARM-EOF-SW
004050      ELSE
004060          READ MARGIN-PARM
004070              AT END
004080                  MOVE "Y" TO WS-PARM-EOF-SW
004090          END-READ
004100          CLOSE MARGIN-PARM
004110      END-IF.
004120
004130      IF NOT WS-PARM-EOF
004140          MOVE GP-DATE-FROM TO WS-SEL-DATE-FROM
004150          MOVE GP-DATE-TO TO WS-SEL-DATE-TO
004160      END-IF.
004170
004180      OPEN INPUT STYLE-ATTR.
004190      IF WS-SA-OK
004200          MOVE "Y" TO WS-ATTR-OPEN-SW
004210      ELSE
004220          MOVE "Y" TO WS-ATTR-EOF-SW
004230      END-IF.
004240      OPEN INPUT MOVE-HIST.
004250      IF WS-MH-OK
004260          MOVE "Y" TO WS-HIST-OPEN-SW
004270      ELSE
004280          MOVE "Y" TO WS-HIST-EOF-SW
004290      END-IF.
004300      OPEN INPUT SHOE-MASTER.
004310      IF WS-SM-OK
004320          MOVE "Y" TO WS-MASTER-OPEN-SW
004330      ELSE
004340          MOVE "Y" TO WS-MASTER-EOF-SW
004350      END-IF.
004360      OPEN OUTPUT MARGIN-LISTING.
004370      IF WS-ML-OK
004380          MOVE "Y" TO WS-LISTING-OPEN-SW
004390      END-IF.
004400
004410      MOVE WS-SEL-DATE-FROM TO H1-DATE-FROM.
004420      MOVE WS-SEL-DATE-TO TO H1-DATE-TO.
004430      WRITE LISTING-RECORD FROM WS-HEADING-1.
004440      MOVE SPACES TO LISTING-RECORD.
004450      WRITE LISTING-RECORD.
004460      WRITE LISTING-RECORD FROM WS-HEADING-2.
004470
004480      IF NOT WS-ATTR-EOF
004490          PERFORM 2100-READ-STYLE THRU 2100-EXIT
004500      END-IF.
004510      IF NOT WS-HIST-EOF
004520          PERFORM 3100-READ-HISTORY THRU 3100-EXIT
004530      END-IF.
004540  1000-EXIT.
004550      EXIT.
004560
004570*****************************************************************
004580* 2000-LOAD-STYLE - ADD ONE STYLE ATTRIBUTE RECORD TO THE STYLE
004590*                   TABLE WITH ITS CATEGORY AND DESCRIPTION, AND
004600*                   READ AHEAD.  THE FILE COMES IN STYLE ORDER,
004610*                   SO THE TABLE DOES TOO.
004620*****************************************************************
004630  2000-LOAD-STYLE.
004640      MOVE SA-SHOE-STYLE TO WS-KEY-STYLE.
004650      IF SA-CATEGORY = SPACES
004660          MOVE WS-NO-CATEGORY TO WS-KEY-CATEGORY
004670      ELSE
004680          MOVE SA-CATEGORY TO WS-KEY-CATEGORY
004690      END-IF.
004700      MOVE SA-DESCRIPTION TO WS-KEY-DESCRIPTION.
004710      PERFORM 7200-ADD-STYLE-ENTRY THRU 7200-EXIT.
004720
004730      PERFORM 2100-READ-STYLE THRU 2100-EXIT.
004740  2000-EXIT.
004750      EXIT.
004760
004770*****************************************************************
004780* 2100-READ-STYLE - READ THE NEXT STYLE ATTRIBUTE RECORD.
004790*****************************************************************
004800  2100-READ-STYLE.
004810      READ STYLE-ATTR NEXT RECORD
004820          AT END
004830              MOVE "Y" TO WS-ATTR-EOF-SW
004840      END-READ.
004850  2100-EXIT.
004860      EXIT.
004870
004880*****************************************************************
004890* 3000-TALLY-HISTORY - ROLL ONE HISTORY RECORD INTO ITS STYLE'S
004900*                      TOTALS AND READ AHEAD.  EVERY MOVEMENT ON
004910*                      OR AFTER THE START OF THE RANGE IS NETTED
004920*                      SO OPENING STOCK CAN BE BACKED OUT OF
004930*                      TODAY'S ON-HAND; ONLY THOSE WITHIN THE
004940*                      RANGE COUNT AS RECEIVED OR SOLD.
004950*****************************************************************
004960  3000-TALLY-HISTORY.
004970      ADD 1 TO WS-HIST-READ-COUNT.
004980
004990      IF MH-POST-DATE NOT < WS-SEL-DATE-FROM
005000          MOVE MH-SHOE-STYLE TO WS-KEY-STYLE
005010          PERFORM 7000-FIND-OR-ADD-STYLE THRU 7000-EXIT
005020          IF WS-ENTRY-FOUND
005030              PERFORM 3200-NET-MOVEMENT THRU 3200-EXIT
005040              IF MH-POST-DATE NOT > WS-SEL-DATE-TO
005050                  ADD 1 TO WS-HIST-RANGE-COUNT
005060                  PERFORM 3300-TALLY-IN-RANGE THRU 3300-EXIT
005070              END-IF
005080          END-IF
005090      END-IF.
005100
005110      PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
005120  3000-EXIT.
005130      EXIT.
005140
005150*****************************************************************
005160* 3100-READ-HISTORY - READ THE NEXT MOVEMENT-HISTORY RECORD.
005170*****************************************************************
005180  3100-READ-HISTORY.
005190      READ MOVE-HIST
005200          AT END
005210              MOVE "Y" TO WS-HIST-EOF-SW
005220      END-READ.
005230  3100-EXIT.
005240      EXIT.
005250
005260*****************************************************************
005270* 3200-NET-MOVEMENT - ADD THE RECORD'S EFFECT ON ON-HAND TO THE
005280*                     STYLE'S NET MOVEMENT SINCE THE RANGE
005290*                     STARTED.  RECEIPTS AND CUSTOMER RETURNS
005300*                     ADDED STOCK; SALES AND RETURNS TO VENDOR
005310*                     TOOK IT AWAY.
005320*****************************************************************
005330  3200-NET-MOVEMENT.
005340      EVALUATE TRUE
005350          WHEN MH-TRANS-RECEIPT
005360          WHEN MH-TRANS-CUST-RETURN
005370              ADD MH-QUANTITY
005380                  TO WS-STY-NET-SINCE (WS-STYLE-USE-SUB)
005390          WHEN MH-TRANS-SALE
005400          WHEN MH-TRANS-VEND-RETURN
005410              SUBTRACT MH-QUANTITY
005420                  FROM WS-STY-NET-SINCE (WS-STYLE-USE-SUB)
005430      END-EVALUATE.
005440  3200-EXIT.
005450      EXIT.
005460
005470*****************************************************************
005480* 3300-TALLY-IN-RANGE - ADD AN IN-RANGE RECEIPT TO UNITS
005490*                       RECEIVED, OR PRICE AN IN-RANGE SALE OR
005500*                       CUSTOMER RETURN AND ADD OR TAKE IT OFF
005510*                       UNITS SOLD, SALES, AND COST.
005520*****************************************************************
005530  3300-TALLY-IN-RANGE.
005540      EVALUATE TRUE
005550          WHEN MH-TRANS-RECEIPT
005560              ADD MH-QUANTITY
005570                  TO WS-STY-RECEIVED (WS-STYLE-USE-SUB)
005580          WHEN MH-TRANS-SALE
005590              PERFORM 3400-GET-HIST-PRICE THRU 3400-EXIT
005600              ADD MH-QUANTITY
005610                  TO WS-STY-UNITS-SOLD (WS-STYLE-USE-SUB)
005620              COMPUTE WS-STY-SALES-AMT (WS-STYLE-USE-SUB) =
005630                  WS-STY-SALES-AMT (WS-STYLE-USE-SUB)
005640                  + MH-QUANTITY * WS-HIST-PRICE
005650              COMPUTE WS-STY-COGS-AMT (WS-STYLE-USE-SUB) =
005660                  WS-STY-COGS-AMT (WS-STYLE-USE-SUB)
005670                  + MH-QUANTITY * WS-HIST-COST
005680          WHEN MH-TRANS-CUST-RETURN
005690              PERFORM 3400-GET-HIST-PRICE THRU 3400-EXIT
005700              SUBTRACT MH-QUANTITY
005710                  FROM WS-STY-UNITS-SOLD (WS-STYLE-USE-SUB)
005720              COMPUTE WS-STY-SALES-AMT (WS-STYLE-USE-SUB) =
005730                  WS-STY-SALES-AMT (WS-STYLE-USE-SUB)
005740                  - MH-QUANTITY * WS-HIST-PRICE
005750              COMPUTE WS-STY-COGS-AMT (WS-STYLE-USE-SUB) =
005760                  WS-STY-COGS-AMT (WS-STYLE-USE-SUB)
005770                  - MH-QUANTITY * WS-HIST-COST
005780      END-EVALUATE.
005790  3300-EXIT.
005800      EXIT.
005810
005820*****************************************************************
005830* 3400-GET-HIST-PRICE - TAKE THE PRICE AND COST CARRIED ON THE
005840*                       HISTORY RECORD.  A RECORD POSTED BEFORE
005850*                       THEY WERE CARRIED HAS NONE, SO IT IS
005860*                       PRICED FROM THE MASTER AS IT STANDS
005870*                       TODAY, OR AT ZERO IF THE STYLE/SIZE IS
005880*                       GONE.
005890*****************************************************************
005900  3400-GET-HIST-PRICE.
005910      IF MH-RETAIL-PRICE NUMERIC AND MH-UNIT-COST NUMERIC
005920          MOVE MH-RETAIL-PRICE TO WS-HIST-PRICE
005930          MOVE MH-UNIT-COST TO WS-HIST-COST
005940      ELSE
005950          ADD 1 TO WS-MASTER-PRICED-COUNT
005960          MOVE ZERO TO WS-HIST-PRICE
005970          MOVE ZERO TO WS-HIST-COST
005980          IF WS-MASTER-OPEN
005990              MOVE MH-SHOE-STYLE TO SM-SHOE-STYLE
006000              MOVE MH-SHOE-SIZE TO SM-SHOE-SIZE
006010              READ SHOE-MASTER
006020                  INVALID KEY
006030                      CONTINUE
006040                  NOT INVALID KEY
006050                      MOVE SM-RETAIL-PRICE TO WS-HIST-PRICE
006060                      MOVE SM-UNIT-COST TO WS-HIST-COST
006070              END-READ
006080          END-IF
006090      END-IF.
006100  3400-EXIT.
006110      EXIT.
006120
006130*****************************************************************
006140* 3500-NET-AUDIT - NET THE COUNT ADJUSTMENTS AND KEYED QUANTITY
006150*                  CORRECTIONS DATED ON OR AFTER THE START OF THE
006160*                  RANGE INTO EACH STYLE'S NET MOVEMENT, FIRST
006170*                  FROM THE AUDIT HISTORY LAB10ARC ROLLED OFF,
006180*                  THEN FROM THE LIVE AUDIT LOG.  A HISTORY
006190*                  RECORD IS READ INTO THE AUDIT-LOG LAYOUT SO
006200*                  BOTH FILES SHARE ONE PARAGRAPH.
006210*****************************************************************
006220  3500-NET-AUDIT.
006230      MOVE "N" TO WS-AUDIT-EOF-SW.
006240      OPEN INPUT AUDIT-HIST.
006250      IF NOT WS-AH-OK
006260          MOVE "Y" TO WS-AUDIT-EOF-SW
006270      ELSE
006280          PERFORM 3510-READ-AUDIT-HIST THRU 3510-EXIT
006290      END-IF.
006300      PERFORM 3530-APPLY-AUDIT-HIST THRU 3530-EXIT
006310          UNTIL WS-AUDIT-EOF.
006320      IF WS-AH-OK OR WS-AH-EOF
006330          CLOSE AUDIT-HIST
006340      END-IF.
006350
006360      MOVE "N" TO WS-AUDIT-EOF-SW.
006370      OPEN INPUT AUDIT-LOG.
006380      IF NOT WS-AL-OK
006390          MOVE "Y" TO WS-AUDIT-EOF-SW
006400      ELSE
006410          PERFORM 3520-READ-AUDIT-LOG THRU 3520-EXIT
006420      END-IF.
006430      PERFORM 3540-APPLY-AUDIT-LOG THRU 3540-EXIT
006440          UNTIL WS-AUDIT-EOF.
006450      IF WS-AL-OK OR WS-AL-EOF
006460          CLOSE AUDIT-LOG
006470      END-IF.
006480  3500-EXIT.
006490      EXIT.
006500
006510*****************************************************************
006520* 3510-READ-AUDIT-HIST - READ THE NEXT AUDIT HISTORY RECORD INTO
006530*                        THE AUDIT-LOG LAYOUT.
006540*****************************************************************
006550  3510-READ-AUDIT-HIST.
006560      READ AUDIT-HIST INTO AUDIT-LOG-RECORD
006570          AT END
006580              MOVE "Y" TO WS-AUDIT-EOF-SW
006590      END-READ.
006600  3510-EXIT.
006610      EXIT.
006620
006630*****************************************************************
006640* 3520-READ-AUDIT-LOG - READ THE NEXT AUDIT-LOG RECORD.
006650*****************************************************************
006660  3520-READ-AUDIT-LOG.
006670      READ AUDIT-LOG
006680          AT END
006690              MOVE "Y" TO WS-AUDIT-EOF-SW
006700      END-READ.
006710  3520-EXIT.
006720      EXIT.
006730
006740*****************************************************************
006750* 3530-APPLY-AUDIT-HIST - APPLY ONE HISTORY RECORD AND READ AHEAD.
006760*****************************************************************
006770  3530-APPLY-AUDIT-HIST.
006780      PERFORM 3550-NET-AUDIT-ONE THRU 3550-EXIT.
006790      PERFORM 3510-READ-AUDIT-HIST THRU 3510-EXIT.
006800  3530-EXIT.
006810      EXIT.
006820
006830*****************************************************************
006840* 3540-APPLY-AUDIT-LOG - APPLY ONE LIVE AUDIT RECORD, READ AHEAD.
006850*****************************************************************
006860  3540-APPLY-AUDIT-LOG.
006870      PERFORM 3550-NET-AUDIT-ONE THRU 3550-EXIT.
006880      PERFORM 3520-READ-AUDIT-LOG THRU 3520-EXIT.
006890  3540-EXIT.
006900      EXIT.
006910
006920*****************************************************************
006930* 3550-NET-AUDIT-ONE - A COUNT (P) OR CHANGE (C) RECORD DATED ON
006940*                      OR AFTER THE START OF THE RANGE MOVED ITS
006950*                      STYLE BY QTY-AFTER LESS QTY-BEFORE.  AN ADD
006960*                      (A) BROUGHT IN ITS ON-HAND.  A DELETE (D)
006970*                      ONLY INACTIVATES THE RECORD AND LEAVES ITS
006980*                      ON-HAND ON THE MASTER, SO IT LOGS THE SAME
006990*                      BEFORE AND AFTER AND NETS TO NOTHING.
007000*                      REPRICES (R) DO NOT MOVE STOCK.  RECORDS
007010*                      WRITTEN BEFORE THE QUANTITY
007020*                      FIELDS EXISTED CARRY SPACES AND ARE PASSED
007030*                      OVER.
007040*****************************************************************
007050  3550-NET-AUDIT-ONE.
007060      IF NOT AL-TRANS-REPRICE
007070              AND AL-TRANS-DATE NOT < WS-SEL-DATE-FROM
007080              AND AL-QTY-BEFORE NUMERIC
007090              AND AL-QTY-AFTER NUMERIC
007100          EVALUATE TRUE
007110              WHEN AL-TRANS-ADD
007120                  MOVE AL-QTY-AFTER TO WS-QTY-CHANGE
007130              WHEN OTHER
007140                  COMPUTE WS-QTY-CHANGE =
007150                      AL-QTY-AFTER - AL-QTY-BEFORE
007160          END-EVALUATE
007170          MOVE AL-SHOE-STYLE TO WS-KEY-STYLE
007180          PERFORM 7000-FIND-OR-ADD-STYLE THRU 7000-EXIT
007190          IF WS-ENTRY-FOUND
007200              ADD 1 TO WS-AUDIT-USED-COUNT
007210              ADD WS-QTY-CHANGE
007220                  TO WS-STY-NET-SINCE (WS-STYLE-USE-SUB)
007230          END-IF
007240      END-IF.
007250  3550-EXIT.
007260      EXIT.
007270
007280*****************************************************************
007290* 3900-START-MASTER - POSITION SHOE-MASTER AT ITS FIRST RECORD
007300*                     FOR THE ON-HAND PASS.  THIS WAITS UNTIL THE
007310*                     HISTORY PASS IS DONE, SINCE ITS RANDOM
007320*                     PRICE READS MOVE THE FILE POSITION.
007330*****************************************************************
007340  3900-START-MASTER.
007350      IF NOT WS-MASTER-EOF
007360          MOVE LOW-VALUES TO SM-MASTER-KEY
007370          START SHOE-MASTER KEY NOT < SM-MASTER-KEY
007380              INVALID KEY
007390                  MOVE "Y" TO WS-MASTER-EOF-SW
007400          END-START
007410      END-IF.
007420  3900-EXIT.
007430      EXIT.
007440
007450*****************************************************************
007460* 4000-TALLY-MASTER - READ THE NEXT MASTER RECORD AND ADD ITS
007470*                     ON-HAND TO ITS STYLE'S TOTAL.  3900 HAS
007480*                     POSITIONED THE FILE AT ITS START, SO THE
007490*                     FIRST READ HERE IS THE FIRST STYLE/SIZE.
007500*****************************************************************
007510  4000-TALLY-MASTER.
007520      PERFORM 4100-READ-MASTER THRU 4100-EXIT.
007530      IF NOT WS-MASTER-EOF
007540          MOVE SM-SHOE-STYLE TO WS-KEY-STYLE
007550          PERFORM 7000-FIND-OR-ADD-STYLE THRU 7000-EXIT
007560          IF WS-ENTRY-FOUND
007570              ADD SM-QTY-ON-HAND
007580                  TO WS-STY-ON-HAND (WS-STYLE-USE-SUB)
007590          END-IF
007600      END-IF.
007610  4000-EXIT.
007620      EXIT.
007630
007640*****************************************************************
007650* 4100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
007660*****************************************************************
007670  4100-READ-MASTER.
007680      READ SHOE-MASTER NEXT RECORD
007690          AT END
007700              MOVE "Y" TO WS-MASTER-EOF-SW
007710      END-READ.
007720  4100-EXIT.
007730      EXIT.
007740
007750*****************************************************************
007760* 5000-BUILD-CATEGORIES - ENTER ONE STYLE'S CATEGORY IN THE
007770*                         CATEGORY TABLE IF IT IS NOT THERE YET,
007780*                         INSERTED IN CATEGORY ORDER SO THE
007790*                         SECTIONS PRINT ALPHABETICALLY.
007800*****************************************************************
007810  5000-BUILD-CATEGORIES.
007820      MOVE "N" TO WS-CAT-FOUND-SW.
007830      MOVE WS-STY-CATEGORY (WS-STYLE-SUB) TO WS-KEY-CATEGORY.
007840      PERFORM 5100-FIND-CATEGORY THRU 5100-EXIT
007850          VARYING WS-CAT-SUB FROM 1 BY 1
007860          UNTIL WS-CAT-FOUND OR WS-CAT-SUB > WS-CAT-COUNT.
007870
007880      IF NOT WS-CAT-FOUND
007890          IF WS-CAT-COUNT < WS-CAT-MAX
007900              MOVE WS-CAT-COUNT TO WS-CAT-USE-SUB
007910              ADD 1 TO WS-CAT-USE-SUB
007920              MOVE "N" TO WS-SLOT-FOUND-SW
007930              PERFORM 5200-FIND-SLOT THRU 5200-EXIT
007940                  VARYING WS-CAT-SUB FROM WS-CAT-COUNT BY -1
007950                  UNTIL WS-CAT-SUB < 1 OR WS-SLOT-FOUND
007960              ADD 1 TO WS-CAT-COUNT
007970              MOVE WS-KEY-CATEGORY
007980                  TO WS-CAT-CATEGORY (WS-CAT-USE-SUB)
007990          ELSE
008000              MOVE "Y" TO WS-CAT-TABLE-FULL-SW
008010          END-IF
008020      END-IF.
008030  5000-EXIT.
008040      EXIT.
008050
008060*****************************************************************
008070* 5100-FIND-CATEGORY - LOOK FOR THE STYLE'S CATEGORY IN THE
008080*                      CATEGORY TABLE.
008090*****************************************************************
008100  5100-FIND-CATEGORY.
008110      IF WS-CAT-CATEGORY (WS-CAT-SUB) = WS-KEY-CATEGORY
008120          MOVE "Y" TO WS-CAT-FOUND-SW
008130      END-IF.
008140  5100-EXIT.
008150      EXIT.
008160
008170*****************************************************************
008180* 5200-FIND-SLOT - WORKING UP FROM THE BOTTOM OF THE CATEGORY
008190*                  TABLE, MOVE EACH CATEGORY THAT SORTS AFTER
008200*                  THE NEW ONE DOWN A SLOT, LEAVING THE NEW
008210*                  ONE'S SLOT IN WS-CAT-USE-SUB.
008220*****************************************************************
008230  5200-FIND-SLOT.
008240      IF WS-CAT-CATEGORY (WS-CAT-SUB) > WS-KEY-CATEGORY
008250          MOVE WS-CAT-CATEGORY (WS-CAT-SUB)
008260              TO WS-CAT-CATEGORY (WS-CAT-SUB + 1)
008270          MOVE WS-CAT-SUB TO WS-CAT-USE-SUB
008280      ELSE
008290          MOVE "Y" TO WS-SLOT-FOUND-SW
008300      END-IF.
008310  5200-EXIT.
008320      EXIT.
008330
008340*****************************************************************
008350* 6000-PRINT-CATEGORY - PRINT ONE CATEGORY SECTION: A HEADING,
008360*                       A LINE FOR EACH OF ITS STYLES WITH STOCK
008370*                       OR MOVEMENT IN THE PERIOD, AND THE
008380*                       CATEGORY TOTAL, WHICH ROLLS INTO THE
008390*                       GRAND TOTAL.
008400*****************************************************************
008410  6000-PRINT-CATEGORY.
008420      MOVE WS-CAT-CATEGORY (WS-CAT-SUB) TO WS-KEY-CATEGORY.
008430      MOVE ZERO TO WS-CTOT-OPENING.
008440      MOVE ZERO TO WS-CTOT-RECEIVED.
008450      MOVE ZERO TO WS-CTOT-UNITS-SOLD.
008460      MOVE ZERO TO WS-CTOT-SALES-AMT.
008470      MOVE ZERO TO WS-CTOT-COGS-AMT.
008480      MOVE ZERO TO WS-CTOT-STYLES.
008490
008500      MOVE SPACES TO LISTING-RECORD.
008510      WRITE LISTING-RECORD.
008520      MOVE WS-KEY-CATEGORY TO CH-CATEGORY.
008530      WRITE LISTING-RECORD FROM WS-CATEGORY-HEADING.
008540
008550      PERFORM 6100-PRINT-STYLE THRU 6100-EXIT
008560          VARYING WS-STYLE-SUB FROM 1 BY 1
008570          UNTIL WS-STYLE-SUB > WS-STYLE-COUNT.
008580
008590      MOVE WS-CTOT-OPENING TO WS-CALC-OPENING.
008600      MOVE WS-CTOT-RECEIVED TO WS-CALC-RECEIVED.
008610      MOVE WS-CTOT-UNITS-SOLD TO WS-CALC-UNITS-SOLD.
008620      MOVE WS-CTOT-SALES-AMT TO WS-CALC-SALES-AMT.
008630      MOVE WS-CTOT-COGS-AMT TO WS-CALC-COGS-AMT.
008640      MOVE SPACES TO DL-LABEL.
008650      MOVE "CATEGORY TOTAL" TO DL-LABEL.
008660      PERFORM 7500-PRINT-CALC-LINE THRU 7500-EXIT.
008670
008680      ADD WS-CTOT-OPENING TO WS-GTOT-OPENING.
008690      ADD WS-CTOT-RECEIVED TO WS-GTOT-RECEIVED.
008700      ADD WS-CTOT-UNITS-SOLD TO WS-GTOT-UNITS-SOLD.
008710      ADD WS-CTOT-SALES-AMT TO WS-GTOT-SALES-AMT.
008720      ADD WS-CTOT-COGS-AMT TO WS-GTOT-COGS-AMT.
008730  6000-EXIT.
008740      EXIT.
008750
008760*****************************************************************
008770* 6100-PRINT-STYLE - PRINT ONE STYLE OF THE CURRENT CATEGORY,
008780*                    SKIPPING A STYLE WITH NO OPENING STOCK AND
008790*                    NOTHING RECEIVED OR SOLD IN THE PERIOD, AND
008800*                    ADD IT TO THE CATEGORY TOTAL.  AN OPENING
008810*                    BALANCE THAT BACKS OUT BELOW ZERO, BECAUSE
008820*                    AN AUDIT RECORD TOO OLD TO CARRY ITS
008830*                    QUANTITIES MOVED STOCK, IS TAKEN AS ZERO.
008840*****************************************************************
008850  6100-PRINT-STYLE.
008860      IF WS-STY-CATEGORY (WS-STYLE-SUB) = WS-KEY-CATEGORY
008870          COMPUTE WS-OPENING-QTY =
008880              WS-STY-ON-HAND (WS-STYLE-SUB)
008890              - WS-STY-NET-SINCE (WS-STYLE-SUB)
008900          IF WS-OPENING-QTY < ZERO
008910              MOVE ZERO TO WS-OPENING-QTY
008920          END-IF
008930          IF WS-OPENING-QTY NOT = ZERO
008940                  OR WS-STY-RECEIVED (WS-STYLE-SUB) NOT = ZERO
008950                  OR WS-STY-UNITS-SOLD (WS-STYLE-SUB) NOT = ZERO
008960                  OR WS-STY-SALES-AMT (WS-STYLE-SUB) NOT = ZERO
008970              MOVE WS-OPENING-QTY TO WS-CALC-OPENING
008980              MOVE WS-STY-RECEIVED (WS-STYLE-SUB)
008990                  TO WS-CALC-RECEIVED
009000              MOVE WS-STY-UNITS-SOLD (WS-STYLE-SUB)
009010                  TO WS-CALC-UNITS-SOLD
009020              MOVE WS-STY-SALES-AMT (WS-STYLE-SUB)
009030                  TO WS-CALC-SALES-AMT
009040              MOVE WS-STY-COGS-AMT (WS-STYLE-SUB)
009050                  TO WS-CALC-COGS-AMT
009060              MOVE SPACES TO DL-LABEL
009070              MOVE WS-STY-SHOE-STYLE (WS-STYLE-SUB)
009080                  TO DL-SHOE-STYLE
009090              MOVE WS-STY-DESCRIPTION (WS-STYLE-SUB)
009100                  TO DL-DESCRIPTION
009110              PERFORM 7500-PRINT-CALC-LINE THRU 7500-EXIT
009120              ADD 1 TO WS-LISTED-COUNT
009130              ADD 1 TO WS-CTOT-STYLES
009140              ADD WS-CALC-OPENING TO WS-CTOT-OPENING
009150              ADD WS-CALC-RECEIVED TO WS-CTOT-RECEIVED
009160              ADD WS-CALC-UNITS-SOLD TO WS-CTOT-UNITS-SOLD
009170              ADD WS-CALC-SALES-AMT TO WS-CTOT-SALES-AMT
009180              ADD WS-CALC-COGS-AMT TO WS-CTOT-COGS-AMT
009190          END-IF
009200      END-IF.
009210  6100-EXIT.
009220      EXIT.
009230
009240*****************************************************************
009250* 7000-FIND-OR-ADD-STYLE - FIND THE TABLE ENTRY FOR WS-KEY-STYLE,
009260*                          ADDING ONE UNDER *NONE* FOR A STYLE
009270*                          WITH NO ATTRIBUTE RECORD.
009280*****************************************************************
009290  7000-FIND-OR-ADD-STYLE.
009300      MOVE "N" TO WS-ENTRY-FOUND-SW.
009310      PERFORM 7100-FIND-STYLE THRU 7100-EXIT
009320          VARYING WS-STYLE-SUB FROM 1 BY 1
009330          UNTIL WS-ENTRY-FOUND OR WS-STYLE-SUB > WS-STYLE-COUNT.
009340
009350      IF NOT WS-ENTRY-FOUND
009360          MOVE WS-NO-CATEGORY TO WS-KEY-CATEGORY
009370          MOVE SPACES TO WS-KEY-DESCRIPTION
009380          PERFORM 7200-ADD-STYLE-ENTRY THRU 7200-EXIT
009390      END-IF.
009400  7000-EXIT.
009410      EXIT.
009420
009430*****************************************************************
009440* 7100-FIND-STYLE - LOOK FOR WS-KEY-STYLE IN THE STYLE TABLE.
009450*                   ON A MATCH THE SUBSCRIPT IS SAVED, SINCE
009460*                   THE PERFORM VARYING SUBSCRIPT HAS ALREADY
009470*                   MOVED ON WHEN THE LOOP ENDS.
009480*****************************************************************
009490  7100-FIND-STYLE.
009500      IF WS-STY-SHOE-STYLE (WS-STYLE-SUB) = WS-KEY-STYLE
009510          MOVE "Y" TO WS-ENTRY-FOUND-SW
009520          MOVE WS-STYLE-SUB TO WS-STYLE-USE-SUB
009530      END-IF.
009540  7100-EXIT.
009550      EXIT.
009560
009570*****************************************************************
009580* 7200-ADD-STYLE-ENTRY - ADD A ZEROED STYLE TABLE ENTRY FOR
009590*                        WS-KEY-STYLE, OR NOTE THE TABLE FULL.
009600*****************************************************************
009610  7200-ADD-STYLE-ENTRY.
009620      IF WS-STYLE-COUNT < WS-STYLE-MAX
009630          ADD 1 TO WS-STYLE-COUNT
009640          MOVE WS-STYLE-COUNT TO WS-STYLE-USE-SUB
009650          MOVE WS-KEY-STYLE
009660              TO WS-STY-SHOE-STYLE (WS-STYLE-USE-SUB)
009670          MOVE WS-KEY-CATEGORY
009680              TO WS-STY-CATEGORY (WS-STYLE-USE-SUB)
009690          MOVE WS-KEY-DESCRIPTION
009700              TO WS-STY-DESCRIPTION (WS-STYLE-USE-SUB)
009710          MOVE ZERO TO WS-STY-ON-HAND (WS-STYLE-USE-SUB)
009720          MOVE ZERO TO WS-STY-NET-SINCE (WS-STYLE-USE-SUB)
009730          MOVE ZERO TO WS-STY-RECEIVED (WS-STYLE-USE-SUB)
009740          MOVE ZERO TO WS-STY-UNITS-SOLD (WS-STYLE-USE-SUB)
009750          MOVE ZERO TO WS-STY-SALES-AMT (WS-STYLE-USE-SUB)
009760          MOVE ZERO TO WS-STY-COGS-AMT (WS-STYLE-USE-SUB)
009770          MOVE "Y" TO WS-ENTRY-FOUND-SW
009780      ELSE
009790          MOVE "N" TO WS-ENTRY-FOUND-SW
009800          MOVE "Y" TO WS-TABLE-FULL-SW
009810      END-IF.
009820  7200-EXIT.
009830      EXIT.
009840
009850*****************************************************************
009860* 7500-PRINT-CALC-LINE - WORK OUT GROSS MARGIN DOLLARS AND
009870*                        PERCENT AND SELL-THROUGH PERCENT FROM
009880*                        THE WS-CALC FIELDS AND PRINT THEM UNDER
009890*                        THE LABEL ALREADY IN DL-LABEL.  A
009900*                        PERCENT WITH NOTHING TO DIVIDE BY
009910*                        PRINTS AS ZERO.
009920*****************************************************************
009930  7500-PRINT-CALC-LINE.
009940      COMPUTE WS-CALC-GM-AMT =
009950          WS-CALC-SALES-AMT - WS-CALC-COGS-AMT.
009960
009970      IF WS-CALC-SALES-AMT = ZERO
009980          MOVE ZERO TO WS-CALC-GM-PCT
009990      ELSE
010000          COMPUTE WS-CALC-GM-PCT ROUNDED =
010010              WS-CALC-GM-AMT * 100 / WS-CALC-SALES-AMT
010020              ON SIZE ERROR
010030                  MOVE ZERO TO WS-CALC-GM-PCT
010040          END-COMPUTE
010050      END-IF.
010060
010070      COMPUTE WS-CALC-AVAILABLE =
010080          WS-CALC-RECEIVED + WS-CALC-OPENING.
010090      IF WS-CALC-AVAILABLE NOT > ZERO
010100              OR WS-CALC-UNITS-SOLD NOT > ZERO
010110          MOVE ZERO TO WS-CALC-SELL-THRU
010120      ELSE
010130          COMPUTE WS-CALC-SELL-THRU ROUNDED =
010140              WS-CALC-UNITS-SOLD * 100 / WS-CALC-AVAILABLE
010150              ON SIZE ERROR
010160                  MOVE ZERO TO WS-CALC-SELL-THRU
010170          END-COMPUTE
010180      END-IF.
010190
010200      MOVE WS-CALC-OPENING TO DL-OPENING.
010210      MOVE WS-CALC-RECEIVED TO DL-RECEIVED.
010220      MOVE WS-CALC-UNITS-SOLD TO DL-UNITS-SOLD.
010230      MOVE WS-CALC-SALES-AMT TO DL-SALES-AMT.
010240      MOVE WS-CALC-COGS-AMT TO DL-COGS-AMT.
010250      MOVE WS-CALC-GM-AMT TO DL-GM-AMT.
010260      MOVE WS-CALC-GM-PCT TO DL-GM-PCT.
010270      MOVE WS-CALC-SELL-THRU TO DL-SELL-THRU.
010280      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
010290  7500-EXIT.
010300      EXIT.
010310
010320*****************************************************************
010330* 8000-PRINT-TOTALS - PRINT THE GRAND TOTAL ACROSS ALL
010340*                     CATEGORIES AND THE RUN COUNTS.
010350*****************************************************************
010360  8000-PRINT-TOTALS.
010370      MOVE SPACES TO LISTING-RECORD.
010380      WRITE LISTING-RECORD.
010390      MOVE WS-GTOT-OPENING TO WS-CALC-OPENING.
010400      MOVE WS-GTOT-RECEIVED TO WS-CALC-RECEIVED.
010410      MOVE WS-GTOT-UNITS-SOLD TO WS-CALC-UNITS-SOLD.
010420      MOVE WS-GTOT-SALES-AMT TO WS-CALC-SALES-AMT.
010430      MOVE WS-GTOT-COGS-AMT TO WS-CALC-COGS-AMT.
010440      MOVE SPACES TO DL-LABEL.
010450      MOVE "GRAND TOTAL" TO DL-LABEL.
010460      PERFORM 7500-PRINT-CALC-LINE THRU 7500-EXIT.
010470
010480      IF WS-TABLE-FULL
010490          WRITE LISTING-RECORD FROM WS-TABLE-FULL-LINE
010500      END-IF.
010510      IF WS-CAT-TABLE-FULL
010520          WRITE LISTING-RECORD FROM WS-CAT-FULL-LINE
010530      END-IF.
010540
010550      MOVE WS-HIST-READ-COUNT TO TL-HIST-READ-COUNT.
010560      MOVE WS-HIST-RANGE-COUNT TO TL-HIST-RANGE-COUNT.
010570      MOVE WS-MASTER-PRICED-COUNT TO TL-MASTER-PRICED-COUNT.
010580      MOVE WS-LISTED-COUNT TO TL-LISTED-COUNT.
010590      MOVE WS-AUDIT-USED-COUNT TO TL-AUDIT-USED-COUNT.
010600
010610      MOVE SPACES TO LISTING-RECORD.
010620      WRITE LISTING-RECORD.
010630      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
010640      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
010650      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
010660      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
010670      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
010680  8000-EXIT.
010690      EXIT.
010700
010710*****************************************************************
010720* 9000-TERMINATE - CLOSE THE FILES THAT OPENED AND END THE RUN.
010730*****************************************************************
010740  9000-TERMINATE.
010750      IF WS-ATTR-OPEN
010760          CLOSE STYLE-ATTR
010770      END-IF.
010780      IF WS-HIST-OPEN
010790          CLOSE MOVE-HIST
010800      END-IF.
010810      IF WS-MASTER-OPEN
010820          CLOSE SHOE-MASTER
010830      END-IF.
010840      IF WS-LISTING-OPEN
010850          CLOSE MARGIN-LISTING
010860      END-IF.
010870  9000-EXIT.
010880      EXIT.
010890
010900  END PROGRAM LAB10MGN.

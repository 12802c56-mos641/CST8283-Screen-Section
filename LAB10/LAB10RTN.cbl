000100*****************************************************************
000110* Program:  LAB10RTN
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: MONTHLY RETURNS REPORT.  READS A REPORT MONTH
000160*          (YYYYMM) FROM A ONE-RECORD PARAMETER FILE (RTNPARM)
000170*          AND TOTALS THE CUSTOMER RETURNS (TYPE C) AND RETURNS
000180*          TO VENDOR (TYPE V) POSTED TO THE MOVEMENT-HISTORY
000190*          FILE (COPYLIB/MOVEHIST.CPY) IN THAT MONTH BY STYLE,
000200*          TYPE, AND REASON.  THE STYLES PRINT IN STYLE ORDER
000210*          BY PASSING THE STYLE ATTRIBUTE MASTER (STYLATTR),
000220*          EACH WITH ITS DESCRIPTION AND A STYLE TOTAL; A
000230*          RETURNED STYLE WITH NO ATTRIBUTE RECORD PRINTS
000240*          AFTER THEM.  THE RUN ENDS WITH A SUMMARY BY REASON
000250*          SO THE BUYERS CAN SEE WHY STOCK IS COMING BACK.  A
000260*          MISSING, EMPTY, OR UNUSABLE PARAMETER FILE REPORTS
000270*          THE CURRENT MONTH.
000280*****************************************************************
000290  IDENTIFICATION DIVISION.
000300  PROGRAM-ID. LAB10RTN.
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
000420      SELECT RETURN-PARM ASSIGN TO "RTNPARM"
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS WS-RETURN-PARM-STATUS.
000450
000460      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS WS-MOVE-HIST-STATUS.
000490
000500      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000510          ORGANIZATION IS INDEXED
000520          ACCESS MODE IS SEQUENTIAL
000530          RECORD KEY IS SA-SHOE-STYLE
000540          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000550
000560      SELECT RETURN-LISTING ASSIGN TO "RTNRPT"
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS WS-RETURN-LISTING-STATUS.
000590
000600  DATA DIVISION.
000610  FILE SECTION.
000620  FD  RETURN-PARM
000630      LABEL RECORDS ARE STANDARD.
000640  01  RETURN-PARM-RECORD.
000650      05  RP-REPORT-MONTH          PIC X(06).
000660      05  FILLER                   PIC X(74).
000670
000680  FD  MOVE-HIST
000690      LABEL RECORDS ARE STANDARD.
000700      COPY MOVEHIST.
000710
000720  FD  STYLE-ATTR
000730      LABEL RECORDS ARE STANDARD.
000740      COPY STYLATTR.
000750
000760  FD  RETURN-LISTING
000770      LABEL RECORDS ARE STANDARD.
000780  01  LISTING-RECORD               PIC X(80).
000790
000800  WORKING-STORAGE SECTION.
000810  01  WS-RETURN-PARM-STATUS       PIC X(02).
000820      88  WS-RP-OK                        VALUE "00".
000830      88  WS-RP-FILE-NOT-FOUND            VALUE "35".
000840
000850  01  WS-MOVE-HIST-STATUS         PIC X(02).
000860      88  WS-MH-OK                        VALUE "00".
000870      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
000880
000890  01  WS-STYLE-ATTR-STATUS        PIC X(02).
000900      88  WS-SA-OK                        VALUE "00".
000910      88  WS-SA-EOF                       VALUE "10".
000920
000930  01  WS-RETURN-LISTING-STATUS    PIC X(02).
000940      88  WS-RL-OK                        VALUE "00".
000950
000960  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
000970      88  WS-PARM-EOF                     VALUE "Y".
000980
000990  01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
001000      88  WS-HIST-EOF                     VALUE "Y".
001010
001020  01  WS-ATTR-EOF-SW              PIC X(01) VALUE "N".
001030      88  WS-ATTR-EOF                     VALUE "Y".
001040
001050  01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
001060      88  WS-ENTRY-FOUND                  VALUE "Y".
001070
001080  01  WS-REASON-FOUND-SW          PIC X(01) VALUE "N".
001090      88  WS-REASON-FOUND                 VALUE "Y".
001100
001110  01  WS-STYLE-LISTED-SW          PIC X(01) VALUE "N".
001120      88  WS-STYLE-LISTED                 VALUE "Y".
001130
001140  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001150  01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
001160      05  WS-CURRENT-MONTH         PIC X(06).
001170      05  FILLER                   PIC X(02).
001180
001190  01  WS-SEL-MONTH                PIC X(06) VALUE SPACES.
001200  01  WS-SEL-MONTH-9 REDEFINES WS-SEL-MONTH.
001210      05  WS-SEL-YEAR              PIC 9(04).
001220      05  WS-SEL-MM                PIC 9(02).
001230
001240  01  WS-POST-DATE                PIC X(08) VALUE SPACES.
001250  01  WS-POST-DATE-X REDEFINES WS-POST-DATE.
001260      05  WS-POST-MONTH            PIC X(06).
001270      05  FILLER                   PIC X(02).
001280
001290  01  WS-CUR-STYLE                PIC X(05) VALUE SPACES.
001300  01  WS-CUR-DESCRIPTION          PIC X(25) VALUE SPACES.
001310  01  WS-PRINT-TYPE               PIC X(01) VALUE SPACES.
001320  01  WS-STYLE-CUST-PAIRS         PIC 9(07) VALUE ZERO.
001330  01  WS-STYLE-VEND-PAIRS         PIC 9(07) VALUE ZERO.
001340
001350  01  WS-HIST-READ-COUNT          PIC 9(05) VALUE ZERO.
001360  01  WS-RETURN-COUNT             PIC 9(05) VALUE ZERO.
001370  01  WS-STYLE-COUNT              PIC 9(05) VALUE ZERO.
001380  01  WS-NO-ATTR-COUNT            PIC 9(05) VALUE ZERO.
001390  01  WS-CUST-PAIRS               PIC 9(07) VALUE ZERO.
001400  01  WS-VEND-PAIRS               PIC 9(07) VALUE ZERO.
001410
001420  01  WS-RTN-MAX                  PIC 9(05) VALUE 1000.
001430  01  WS-RTN-SUB                  PIC 9(05) VALUE ZERO.
001440  01  WS-RTN-USE-SUB              PIC 9(05) VALUE ZERO.
001450  01  WS-TABLE-COUNT              PIC 9(05) VALUE ZERO.
001460  01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001470      88  WS-TABLE-FULL                   VALUE "Y".
001480
001490  01  WS-RTN-TABLE.
001500      05  WS-RTN-ENTRY OCCURS 1000 TIMES.
001510          10  WS-RTN-SHOE-STYLE    PIC X(05).
001520          10  WS-RTN-TRANS-TYPE    PIC X(01).
001530          10  WS-RTN-REASON-CD     PIC X(02).
001540          10  WS-RTN-TRANS-COUNT   PIC 9(05).
001550          10  WS-RTN-PAIRS         PIC 9(07).
001560          10  WS-RTN-PRINTED-SW    PIC X(01).
001570              88  WS-RTN-PRINTED          VALUE "Y".
001580
001590*****************************************************************
001600* REASON CODES VALID FOR EACH RETURN TYPE, AS EDITED BY LAB10PST
001610* AGAINST THE 88-LEVELS ON TR-REASON-CD IN COPYLIB/SHOETRAN.CPY,
001620* WITH THE WORDING PRINTED ON THIS REPORT.
001630*****************************************************************
001640  01  WS-REASON-VALUES.
001650      05  FILLER                   PIC X(18)
001660              VALUE "CDFDEFECTIVE      ".
001670      05  FILLER                   PIC X(18)
001680              VALUE "CFTWRONG FIT      ".
001690      05  FILLER                   PIC X(18)
001700              VALUE "CNWNOT WANTED     ".
001710      05  FILLER                   PIC X(18)
001720              VALUE "CWIWRONG ITEM     ".
001730      05  FILLER                   PIC X(18)
001740              VALUE "VDFDEFECTIVE      ".
001750      05  FILLER                   PIC X(18)
001760              VALUE "VDMDAMAGED        ".
001770      05  FILLER                   PIC X(18)
001780              VALUE "VOSOVERSTOCK      ".
001790      05  FILLER                   PIC X(18)
001800              VALUE "VRCVENDOR RECALL  ".
001810  01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001820      05  WS-REASON-ENTRY OCCURS 8 TIMES.
001830          10  WS-RSN-TRANS-TYPE    PIC X(01).
001840          10  WS-RSN-REASON-CD     PIC X(02).
001850          10  WS-RSN-DESCRIPTION   PIC X(15).
001860
001870  01  WS-REASON-TOTALS.
001880      05  WS-REASON-TOTAL OCCURS 8 TIMES.
001890          10  WS-RSN-TRANS-COUNT   PIC 9(05).
001900          10  WS-RSN-PAIRS         PIC 9(07).
001910
001920  01  WS-RSN-MAX                  PIC 9(05) VALUE 8.
001930  01  WS-RSN-SUB                  PIC 9(05) VALUE ZERO.
001940  01  WS-RSN-USE-SUB              PIC 9(05) VALUE ZERO.
001950
001960  01  WS-HEADING-1.
001970      05  FILLER                   PIC X(22)
001980              VALUE "MONTHLY RETURNS REPORT".
001990      05  FILLER                   PIC X(02) VALUE SPACES.
002000      05  FILLER                   PIC X(06) VALUE "MONTH ".
002010      05  H1-REPORT-MONTH          PIC X(06).
002020
002030  01  WS-HEADING-2.
002040      05  FILLER                   PIC X(05) VALUE "STYLE".
002050      05  FILLER                   PIC X(02) VALUE SPACES.
002060      05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
002070      05  FILLER                   PIC X(16) VALUE SPACES.
002080      05  FILLER                   PIC X(08) VALUE "TYPE    ".
002090      05  FILLER                   PIC X(02) VALUE SPACES.
002100      05  FILLER                   PIC X(06) VALUE "REASON".
002110      05  FILLER                   PIC X(14) VALUE SPACES.
002120      05  FILLER                   PIC X(05) VALUE "TRANS".
002130      05  FILLER                   PIC X(02) VALUE SPACES.
002140      05  FILLER                   PIC X(07) VALUE "  PAIRS".
002150
002160  01  WS-DETAIL-LINE.
002170      05  DL-SHOE-STYLE            PIC X(05).
002180      05  FILLER                   PIC X(02) VALUE SPACES.
002190      05  DL-DESCRIPTION           PIC X(25).
002200      05  FILLER                   PIC X(02) VALUE SPACES.
002210      05  DL-TYPE-NAME             PIC X(08).
002220      05  FILLER                   PIC X(02) VALUE SPACES.
002230      05  DL-REASON-CD             PIC X(02).
002240      05  FILLER                   PIC X(01) VALUE SPACES.
002250      05  DL-REASON-DESC           PIC X(15).
002260      05  FILLER                   PIC X(02) VALUE SPACES.
002270      05  DL-TRANS-COUNT           PIC ZZZZ9.
002280      05  FILLER                   PIC X(02) VALUE SPACES.
002290      05  DL-PAIRS                 PIC ZZZZZZ9.
002300
002310  01  WS-STYLE-TOTAL-LINE.
002320      05  FILLER                   PIC X(07) VALUE SPACES.
002330      05  FILLER                   PIC X(12) VALUE "STYLE TOTAL ".
002340      05  STL-SHOE-STYLE           PIC X(05).
002350      05  FILLER                   PIC X(12) VALUE " - CUST RTN ".
002360      05  STL-CUST-PAIRS           PIC ZZZZZZ9.
002370      05  FILLER                   PIC X(11) VALUE "  VEND RTN ".
002380      05  STL-VEND-PAIRS           PIC ZZZZZZ9.
002390
002400  01  WS-NO-ATTR-DESC             PIC X(25)
002410              VALUE "** NO ATTRIBUTE RECORD **".
002420
002430  01  WS-SUMMARY-HEADING.
002440      05  FILLER                   PIC X(30)
002450              VALUE "SUMMARY BY REASON             ".
002460
002470  01  WS-SUMMARY-LINE.
002480      05  FILLER                   PIC X(34) VALUE SPACES.
002490      05  SL-TYPE-NAME             PIC X(08).
002500      05  FILLER                   PIC X(02) VALUE SPACES.
002510      05  SL-REASON-CD             PIC X(02).
002520      05  FILLER                   PIC X(01) VALUE SPACES.
002530      05  SL-REASON-DESC           PIC X(15).
002540      05  FILLER                   PIC X(02) VALUE SPACES.
002550      05  SL-TRANS-COUNT           PIC ZZZZ9.
002560      05  FILLER                   PIC X(02) VALUE SPACES.
002570      05  SL-PAIRS                 PIC ZZZZZZ9.
002580
002590  01  WS-TABLE-FULL-LINE.
002600      05  FILLER                   PIC X(42)
002610              VALUE "** RETURNS TABLE FULL - TOTALS INCOMPLETE ".
002620      05  FILLER                   PIC X(02)
002630              VALUE "**".
002640
002650  01  WS-TOTAL-LINE-1.
002660      05  FILLER                   PIC X(23)
002670              VALUE "HISTORY RECORDS    -  ".
002680      05  TL-HIST-READ-COUNT       PIC ZZ,ZZ9.
002690
002700  01  WS-TOTAL-LINE-2.
002710      05  FILLER                   PIC X(23)
002720              VALUE "RETURNS IN MONTH   -  ".
002730      05  TL-RETURN-COUNT          PIC ZZ,ZZ9.
002740
002750  01  WS-TOTAL-LINE-3.
002760      05  FILLER                   PIC X(23)
002770              VALUE "STYLES LISTED      -  ".
002780      05  TL-STYLE-COUNT           PIC ZZ,ZZ9.
002790
002800  01  WS-TOTAL-LINE-4.
002810      05  FILLER                   PIC X(23)
002820              VALUE "STYLES NO ATTRIBUTE-  ".
002830      05  TL-NO-ATTR-COUNT         PIC ZZ,ZZ9.
002840
002850  01  WS-TOTAL-LINE-5.
002860      05  FILLER                   PIC X(23)
002870              VALUE "CUST RETURN PAIRS  -  ".
002880      05  TL-CUST-PAIRS            PIC Z,ZZZ,ZZ9.
002890
002900  01  WS-TOTAL-LINE-6.
002910      05  FILLER                   PIC X(23)
002920              VALUE "VEND RETURN PAIRS  -  ".
002930      05  TL-VEND-PAIRS            PIC Z,ZZZ,ZZ9.
002940
002950  PROCEDURE DIVISION.
002960  0000-MAIN-PROCEDURE.
002970      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980
002990      PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
003000          UNTIL WS-HIST-EOF.
003010
003020      PERFORM 4000-PROCESS-STYLE THRU 4000-EXIT
003030          UNTIL WS-ATTR-EOF.
003040
003050      PERFORM 6000-LIST-NO-ATTR THRU 6000-EXIT
003060          VARYING WS-RTN-SUB FROM 1 BY 1
003070          UNTIL WS-RTN-SUB > WS-TABLE-COUNT.
003080
003090      PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003100
003110      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003120
003130      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003140
003150      STOP RUN.
003160
003170*****************************************************************
003180* 1000-INITIALIZE - READ THE REPORT-MONTH PARAMETER, OPEN THE
003190*                   FILES, PRINT HEADINGS, AND READ THE FIRST
003200*                   RECORD OF EACH INPUT.  A MISSING OR EMPTY
003210*                   PARAMETER FILE, OR A MONTH THAT IS NOT A
003220*                   VALID YYYYMM, REPORTS THE CURRENT MONTH.
003230*****************************************************************
003240  1000-INITIALIZE.
003250      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003260      MOVE WS-CURRENT-MONTH TO WS-SEL-MONTH.
003270
003280      OPEN INPUT RETURN-PARM.
003290      IF WS-RP-FILE-NOT-FOUND
003300          MOVE "Y" TO WS-PARM-EOF-SW
003310      ELSE
003320          READ RETURN-PARM
003330              AT END
003340                  MOVE "Y" TO WS-PARM-EOF-SW
003350          END-READ
003360          CLOSE RETURN-PARM
003370      END-IF.
003380
003390      IF NOT WS-PARM-EOF
003400          MOVE RP-REPORT-MONTH TO WS-SEL-MONTH
003410          IF WS-SEL-MONTH NUMERIC
003420              IF WS-SEL-MM < 1 OR WS-SEL-MM > 12
003430                  MOVE WS-CURRENT-MONTH TO WS-SEL-MONTH
003440              END-IF
003450          ELSE
003460              MOVE WS-CURRENT-MONTH TO WS-SEL-MONTH
003470          END-IF
003480      END-IF.
003490
003500      MOVE ZERO TO WS-REASON-TOTALS.
003510
003520      OPEN INPUT MOVE-HIST.
003530      IF WS-MH-FILE-NOT-FOUND
003540          MOVE "Y" TO WS-HIST-EOF-SW
003550      END-IF.
003560      OPEN INPUT STYLE-ATTR.
003570      IF NOT WS-SA-OK
003580          MOVE "Y" TO WS-ATTR-EOF-SW
003590      END-IF.
003600      OPEN OUTPUT RETURN-LISTING.
003610
003620      MOVE WS-SEL-MONTH TO H1-REPORT-MONTH.
003630      WRITE LISTING-RECORD FROM WS-HEADING-1.
003640      MOVE SPACES TO LISTING-RECORD.
003650      WRITE LISTING-RECORD.
003660      WRITE LISTING-RECORD FROM WS-HEADING-2.
003670
003680      IF NOT WS-HIST-EOF
003690          PERFORM 2100-READ-HISTORY THRU 2100-EXIT
003700      END-IF.
003710      IF NOT WS-ATTR-EOF
003720          PERFORM 4100-READ-ATTR THRU 4100-EXIT
003730      END-IF.
003740  1000-EXIT.
003750      EXIT.
003760
003770*****************************************************************
003780* 2000-TALLY-HISTORY - ROLL ONE RETURN POSTED IN THE REPORT
003790*                      MONTH INTO THE STYLE/TYPE/REASON TABLE
003800*                      AND THE REASON SUMMARY, AND READ AHEAD.
003810*                      RECEIPTS AND SALES ARE PASSED OVER.
003820*****************************************************************
003830  2000-TALLY-HISTORY.
003840      ADD 1 TO WS-HIST-READ-COUNT.
003850      MOVE MH-POST-DATE TO WS-POST-DATE.
003860
003870      IF (MH-TRANS-CUST-RETURN OR MH-TRANS-VEND-RETURN)
003880              AND WS-POST-MONTH = WS-SEL-MONTH
003890          ADD 1 TO WS-RETURN-COUNT
003900          IF MH-TRANS-CUST-RETURN
003910              ADD MH-QUANTITY TO WS-CUST-PAIRS
003920          ELSE
003930              ADD MH-QUANTITY TO WS-VEND-PAIRS
003940          END-IF
003950          PERFORM 3000-TALLY-ONE-RETURN THRU 3000-EXIT
003960          PERFORM 3200-TALLY-REASON THRU 3200-EXIT
003970      END-IF.
003980
003990      PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004000  2000-EXIT.
004010      EXIT.
004020
004030*****************************************************************
004040* 2100-READ-HISTORY - READ THE NEXT MOVEMENT-HISTORY RECORD.
004050*****************************************************************
004060  2100-READ-HISTORY.
004070      READ MOVE-HIST
004080          AT END
004090              MOVE "Y" TO WS-HIST-EOF-SW
004100      END-READ.
004110  2100-EXIT.
004120      EXIT.
004130
004140*****************************************************************
004150* 3000-TALLY-ONE-RETURN - FIND (OR ADD) THE TABLE ENTRY FOR THE
004160*                         CURRENT RETURN'S STYLE, TYPE, AND
004170*                         REASON AND ADD THE RETURN TO IT.
004180*****************************************************************
004190  3000-TALLY-ONE-RETURN.
004200      MOVE "N" TO WS-ENTRY-FOUND-SW.
004210      PERFORM 3100-FIND-ENTRY THRU 3100-EXIT
004220          VARYING WS-RTN-SUB FROM 1 BY 1
004230          UNTIL WS-ENTRY-FOUND OR WS-RTN-SUB > WS-TABLE-COUNT.
004240
004250      IF NOT WS-ENTRY-FOUND
004260          IF WS-TABLE-COUNT < WS-RTN-MAX
004270              ADD 1 TO WS-TABLE-COUNT
004280              MOVE WS-TABLE-COUNT TO WS-RTN-USE-SUB
004290              MOVE MH-SHOE-STYLE
004300                  TO WS-RTN-SHOE-STYLE (WS-RTN-USE-SUB)
004310              MOVE MH-TRANS-TYPE
004320                  TO WS-RTN-TRANS-TYPE (WS-RTN-USE-SUB)
004330              MOVE MH-REASON-CD
004340                  TO WS-RTN-REASON-CD (WS-RTN-USE-SUB)
004350              MOVE ZERO TO WS-RTN-TRANS-COUNT (WS-RTN-USE-SUB)
004360              MOVE ZERO TO WS-RTN-PAIRS (WS-RTN-USE-SUB)
004370              MOVE "N" TO WS-RTN-PRINTED-SW (WS-RTN-USE-SUB)
004380              MOVE "Y" TO WS-ENTRY-FOUND-SW
004390          ELSE
004400              MOVE "Y" TO WS-TABLE-FULL-SW
004410          END-IF
004420      END-IF.
004430
004440      IF WS-ENTRY-FOUND
004450          ADD 1 TO WS-RTN-TRANS-COUNT (WS-RTN-USE-SUB)
004460          ADD MH-QUANTITY TO WS-RTN-PAIRS (WS-RTN-USE-SUB)
004470      END-IF.
004480  3000-EXIT.
004490      EXIT.
004500
004510*****************************************************************
004520* 3100-FIND-ENTRY - LOOK FOR THE CURRENT RETURN'S STYLE, TYPE,
004530*                   AND REASON IN THE TABLE.  ON A MATCH THE
004540*                   SUBSCRIPT IS SAVED, SINCE THE PERFORM
004550*                   VARYING SUBSCRIPT HAS ALREADY MOVED ON WHEN
004560*                   THE LOOP ENDS.
004570*****************************************************************
004580  3100-FIND-ENTRY.
004590      IF WS-RTN-SHOE-STYLE (WS-RTN-SUB) = MH-SHOE-STYLE
004600              AND WS-RTN-TRANS-TYPE (WS-RTN-SUB) = MH-TRANS-TYPE
004610              AND WS-RTN-REASON-CD (WS-RTN-SUB) = MH-REASON-CD
004620          MOVE "Y" TO WS-ENTRY-FOUND-SW
004630          MOVE WS-RTN-SUB TO WS-RTN-USE-SUB
004640      END-IF.
004650  3100-EXIT.
004660      EXIT.
004670
004680*****************************************************************
004690* 3200-TALLY-REASON - ADD THE CURRENT RETURN TO THE SUMMARY
004700*                     TOTAL FOR ITS TYPE AND REASON.  A REASON
004710*                     NOT IN THE REASON TABLE IS LEFT OUT OF
004720*                     THE SUMMARY BUT STILL LISTS UNDER ITS
004730*                     STYLE.
004740*****************************************************************
004750  3200-TALLY-REASON.
004760      PERFORM 3300-FIND-REASON THRU 3300-EXIT.
004770      IF WS-REASON-FOUND
004780          ADD 1 TO WS-RSN-TRANS-COUNT (WS-RSN-USE-SUB)
004790          ADD MH-QUANTITY TO WS-RSN-PAIRS (WS-RSN-USE-SUB)
004800      END-IF.
004810  3200-EXIT.
004820      EXIT.
004830
004840*****************************************************************
004850* 3300-FIND-REASON - LOOK UP THE CURRENT RETURN'S TYPE AND
004860*                    REASON IN THE REASON TABLE, SAVING THE
004870*                    SUBSCRIPT OF A MATCH.
004880*****************************************************************
004890  3300-FIND-REASON.
004900      MOVE "N" TO WS-REASON-FOUND-SW.
004910      PERFORM 3310-CHECK-ONE-REASON THRU 3310-EXIT
004920          VARYING WS-RSN-SUB FROM 1 BY 1
004930          UNTIL WS-REASON-FOUND OR WS-RSN-SUB > WS-RSN-MAX.
004940  3300-EXIT.
004950      EXIT.
004960
004970*****************************************************************
004980* 3310-CHECK-ONE-REASON - COMPARE ONE REASON-TABLE ENTRY WITH
004990*                         THE CURRENT RETURN.
005000*****************************************************************
005010  3310-CHECK-ONE-REASON.
005020      IF WS-RSN-TRANS-TYPE (WS-RSN-SUB) = MH-TRANS-TYPE
005030              AND WS-RSN-REASON-CD (WS-RSN-SUB) = MH-REASON-CD
005040          MOVE "Y" TO WS-REASON-FOUND-SW
005050          MOVE WS-RSN-SUB TO WS-RSN-USE-SUB
005060      END-IF.
005070  3310-EXIT.
005080      EXIT.
005090
005100*****************************************************************
005110* 4000-PROCESS-STYLE - LIST THE RETURNS FOR ONE STYLE ON THE
005120*                      ATTRIBUTE MASTER, IF IT HAD ANY, AND
005130*                      READ AHEAD.
005140*****************************************************************
005150  4000-PROCESS-STYLE.
005160      MOVE SA-SHOE-STYLE TO WS-CUR-STYLE.
005170      MOVE SA-DESCRIPTION TO WS-CUR-DESCRIPTION.
005180      PERFORM 5000-PRINT-STYLE THRU 5000-EXIT.
005190
005200      PERFORM 4100-READ-ATTR THRU 4100-EXIT.
005210  4000-EXIT.
005220      EXIT.
005230
005240*****************************************************************
005250* 4100-READ-ATTR - READ THE NEXT STYLE ATTRIBUTE RECORD.
005260*****************************************************************
005270  4100-READ-ATTR.
005280      READ STYLE-ATTR NEXT RECORD
005290          AT END
005300              MOVE "Y" TO WS-ATTR-EOF-SW
005310      END-READ.
005320  4100-EXIT.
005330      EXIT.
005340
005350*****************************************************************
005360* 5000-PRINT-STYLE - PRINT EVERY TABLE ENTRY FOR WS-CUR-STYLE,
005370*                    CUSTOMER RETURNS AHEAD OF RETURNS TO
005380*                    VENDOR, FOLLOWED BY A STYLE TOTAL.  THE
005390*                    DESCRIPTION PRINTS ON THE FIRST LINE ONLY.
005400*                    A STYLE WITH NO RETURNS PRINTS NOTHING.
005410*****************************************************************
005420  5000-PRINT-STYLE.
005430      MOVE "N" TO WS-STYLE-LISTED-SW.
005440      MOVE ZERO TO WS-STYLE-CUST-PAIRS.
005450      MOVE ZERO TO WS-STYLE-VEND-PAIRS.
005460
005470      MOVE "C" TO WS-PRINT-TYPE.
005480      PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
005490          VARYING WS-RTN-SUB FROM 1 BY 1
005500          UNTIL WS-RTN-SUB > WS-TABLE-COUNT.
005510      MOVE "V" TO WS-PRINT-TYPE.
005520      PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
005530          VARYING WS-RTN-SUB FROM 1 BY 1
005540          UNTIL WS-RTN-SUB > WS-TABLE-COUNT.
005550
005560      IF WS-STYLE-LISTED
005570          ADD 1 TO WS-STYLE-COUNT
005580          MOVE WS-CUR-STYLE TO STL-SHOE-STYLE
005590          MOVE WS-STYLE-CUST-PAIRS TO STL-CUST-PAIRS
005600          MOVE WS-STYLE-VEND-PAIRS TO STL-VEND-PAIRS
005610          WRITE LISTING-RECORD FROM WS-STYLE-TOTAL-LINE
005620          MOVE SPACES TO LISTING-RECORD
005630          WRITE LISTING-RECORD
005640      END-IF.
005650  5000-EXIT.
005660      EXIT.
005670
005680*****************************************************************
005690* 5100-PRINT-ONE-ENTRY - PRINT ONE TABLE ENTRY IF IT BELONGS TO
005700*                        WS-CUR-STYLE AND WS-PRINT-TYPE, AND
005710*                        MARK IT PRINTED.
005720*****************************************************************
005730  5100-PRINT-ONE-ENTRY.
005740      IF WS-RTN-SHOE-STYLE (WS-RTN-SUB) = WS-CUR-STYLE
005750              AND WS-RTN-TRANS-TYPE (WS-RTN-SUB) = WS-PRINT-TYPE
005760          IF WS-STYLE-LISTED
005770              MOVE SPACES TO DL-DESCRIPTION
005780          ELSE
005790              MOVE WS-CUR-DESCRIPTION TO DL-DESCRIPTION
005800              MOVE "Y" TO WS-STYLE-LISTED-SW
005810          END-IF
005820          MOVE WS-CUR-STYLE TO DL-SHOE-STYLE
005830          MOVE WS-RTN-REASON-CD (WS-RTN-SUB) TO DL-REASON-CD
005840          MOVE WS-RTN-TRANS-COUNT (WS-RTN-SUB) TO DL-TRANS-COUNT
005850          MOVE WS-RTN-PAIRS (WS-RTN-SUB) TO DL-PAIRS
005860          IF WS-PRINT-TYPE = "C"
005870              MOVE "CUST RTN" TO DL-TYPE-NAME
005880              ADD WS-RTN-PAIRS (WS-RTN-SUB) TO WS-STYLE-CUST-PAIRS
005890          ELSE
005900              MOVE "VEND RTN" TO DL-TYPE-NAME
005910              ADD WS-RTN-PAIRS (WS-RTN-SUB) TO WS-STYLE-VEND-PAIRS
005920          END-IF
005930          MOVE SPACES TO DL-REASON-DESC
005940          PERFORM 5200-FIND-ENTRY-REASON THRU 5200-EXIT
005950              VARYING WS-RSN-SUB FROM 1 BY 1
005960              UNTIL WS-RSN-SUB > WS-RSN-MAX
005970          WRITE LISTING-RECORD FROM WS-DETAIL-LINE
005980          MOVE "Y" TO WS-RTN-PRINTED-SW (WS-RTN-SUB)
005990      END-IF.
006000  5100-EXIT.
006010      EXIT.
006020
006030*****************************************************************
006040* 5200-FIND-ENTRY-REASON - PICK UP THE REASON WORDING FOR THE
006050*                          TABLE ENTRY BEING PRINTED.  A REASON
006060*                          NOT IN THE REASON TABLE PRINTS ITS
006070*                          CODE ONLY.
006080*****************************************************************
006090  5200-FIND-ENTRY-REASON.
006100      IF WS-RSN-TRANS-TYPE (WS-RSN-SUB) = WS-PRINT-TYPE
006110              AND WS-RSN-REASON-CD (WS-RSN-SUB)
006120                  = WS-RTN-REASON-CD (WS-RTN-SUB)
006130          MOVE WS-RSN-DESCRIPTION (WS-RSN-SUB) TO DL-REASON-DESC
006140      END-IF.
006150  5200-EXIT.
006160      EXIT.
006170
006180*****************************************************************
006190* 6000-LIST-NO-ATTR - A TABLE ENTRY STILL UNPRINTED AFTER THE
006200*                     ATTRIBUTE-MASTER PASS BELONGS TO A STYLE
006210*                     WITH NO ATTRIBUTE RECORD.  PRINT THAT
006220*                     STYLE'S ENTRIES TOGETHER THE SAME WAY,
006230*                     FLAGGED IN THE DESCRIPTION COLUMN.
006240*****************************************************************
006250  6000-LIST-NO-ATTR.
006260      IF NOT WS-RTN-PRINTED (WS-RTN-SUB)
006270          MOVE WS-RTN-SUB TO WS-RTN-USE-SUB
006280          MOVE WS-RTN-SHOE-STYLE (WS-RTN-USE-SUB) TO WS-CUR-STYLE
006290          MOVE WS-NO-ATTR-DESC TO WS-CUR-DESCRIPTION
006300          ADD 1 TO WS-NO-ATTR-COUNT
006310          PERFORM 5000-PRINT-STYLE THRU 5000-EXIT
006320          MOVE WS-RTN-USE-SUB TO WS-RTN-SUB
006330      END-IF.
006340  6000-EXIT.
006350      EXIT.
006360
006370*****************************************************************
006380* 7000-PRINT-SUMMARY - PRINT THE MONTH'S RETURNS BY TYPE AND
006390*                      REASON ACROSS ALL STYLES.
006400*****************************************************************
006410  7000-PRINT-SUMMARY.
006420      MOVE SPACES TO LISTING-RECORD.
006430      WRITE LISTING-RECORD.
006440      WRITE LISTING-RECORD FROM WS-SUMMARY-HEADING.
006450      PERFORM 7100-PRINT-ONE-REASON THRU 7100-EXIT
006460          VARYING WS-RSN-SUB FROM 1 BY 1
006470          UNTIL WS-RSN-SUB > WS-RSN-MAX.
006480  7000-EXIT.
006490      EXIT.
006500
006510*****************************************************************
006520* 7100-PRINT-ONE-REASON - PRINT ONE REASON'S SUMMARY LINE.
006530*****************************************************************
006540  7100-PRINT-ONE-REASON.
006550      IF WS-RSN-TRANS-TYPE (WS-RSN-SUB) = "C"
006560          MOVE "CUST RTN" TO SL-TYPE-NAME
006570      ELSE
006580          MOVE "VEND RTN" TO SL-TYPE-NAME
006590      END-IF.
006600      MOVE WS-RSN-REASON-CD (WS-RSN-SUB) TO SL-REASON-CD.
006610      MOVE WS-RSN-DESCRIPTION (WS-RSN-SUB) TO SL-REASON-DESC.
006620      MOVE WS-RSN-TRANS-COUNT (WS-RSN-SUB) TO SL-TRANS-COUNT.
006630      MOVE WS-RSN-PAIRS (WS-RSN-SUB) TO SL-PAIRS.
006640      WRITE LISTING-RECORD FROM WS-SUMMARY-LINE.
006650  7100-EXIT.
006660      EXIT.
006670
006680*****************************************************************
006690* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS, WITH A NOTICE IF
006700*                     THE TABLE FILLED AND SOME RETURNS WERE NOT
006710*                     LISTED BY STYLE.
006720*****************************************************************
006730  8000-PRINT-TOTALS.
006740      MOVE WS-HIST-READ-COUNT TO TL-HIST-READ-COUNT.
006750      MOVE WS-RETURN-COUNT TO TL-RETURN-COUNT.
006760      MOVE WS-STYLE-COUNT TO TL-STYLE-COUNT.
006770      MOVE WS-NO-ATTR-COUNT TO TL-NO-ATTR-COUNT.
006780      MOVE WS-CUST-PAIRS TO TL-CUST-PAIRS.
006790      MOVE WS-VEND-PAIRS TO TL-VEND-PAIRS.
006800
006810      MOVE SPACES TO LISTING-RECORD.
006820      WRITE LISTING-RECORD.
006830      IF WS-TABLE-FULL
006840          WRITE LISTING-RECORD FROM WS-TABLE-FULL-LINE
006850      END-IF.
006860      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
006870      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
006880      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
006890      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
006900      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
006910      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
006920  8000-EXIT.
006930      EXIT.
006940
006950*****************************************************************
006960* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
006970*****************************************************************
006980  9000-TERMINATE.
006990      CLOSE MOVE-HIST.
007000      CLOSE STYLE-ATTR.
007010      CLOSE RETURN-LISTING.
007020  9000-EXIT.
007030      EXIT.
007040
007050  END PROGRAM LAB10RTN.

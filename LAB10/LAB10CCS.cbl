000100*****************************************************************
000110* Program:  LAB10CCS
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: CYCLE COUNT SCHEDULER.  RANKS EVERY ACTIVE STYLE/SIZE
000160*          ON SHOE-MASTER INTO VELOCITY CLASSES BY ITS SALES ON
000170*          MOVEMENT HISTORY OVER A WINDOW OF DAYS - CLASS A THE
000180*          FASTEST SELLERS MAKING UP THE FIRST SHARE OF UNITS
000190*          SOLD, CLASS B THE NEXT SHARE, CLASS C THE REST AND
000200*          ANYTHING THAT DID NOT SELL - EACH CLASS WITH ITS OWN
000210*          COUNT FREQUENCY IN DAYS.  THE LAST COUNT DATE OF EACH
000220*          STYLE/SIZE COMES FROM THE PHYSICAL-COUNT RECORDS
000230*          (AUDIT TYPE P) ON THE AUDIT HISTORY AND THE LIVE
000240*          AUDIT LOG.  EVERY STYLE/SIZE DUE FOR COUNTING IS
000250*          RANKED MOST OVERDUE FIRST AND AS MANY AS THE DAILY
000260*          LIMIT ALLOWS ARE PUT ON TONIGHT'S COUNT SHEETS
000270*          (CNTSHEET), PRINTED BY STYLE WITH ITS DESCRIPTION AND
000280*          SIZE RUN BUT NO BOOK QUANTITY, WITH A MATCHING
000290*          PRE-KEYED COUNT TRANSACTION SKELETON (CNTSKEL) IN
000300*          THE CNTTRAN LAYOUT.  THE SCHEDULE REPORT (CCSRPT)
000310*          SUMMARISES EACH CLASS AND LISTS EVERYTHING OVERDUE.
000320*          THE CLASS, SALES, AND LAST COUNT AND SCHEDULE DATES
000330*          ARE CARRIED NIGHT TO NIGHT ON CCSCHED THROUGH A WORK
000340*          FILE (CCSNEW), SO A FAILURE WHILE SAVING LEAVES THE
000350*          OLD SCHEDULE INTACT.  EACH STYLE/SIZE IS SCHEDULED
000360*          SEPARATELY AT EVERY STOCKING LOCATION THE STOCK-BY-
000370*          LOCATION FILE (STKLOC) HOLDS IT AT, AND ALWAYS AT THE
000380*          HOME LOCATION, CLASSED BY ITS SALES THERE AND DUE BY
000390*          ITS LAST COUNT THERE.
000400*****************************************************************
000410  IDENTIFICATION DIVISION.
000420  PROGRAM-ID. LAB10CCS.
000430  AUTHOR. D. FALLIS.
000440  INSTALLATION. RETAIL SYSTEMS.
000450  DATE-WRITTEN. 2026-10-15.
000460  DATE-COMPILED.
000470*****************************************************************
000480* MODIFICATION HISTORY
000490*   2026-10-15  DF  ORIGINAL PROGRAM.
000500*   2026-10-15  DF  AUDIT-HIST RECORD WIDENED TO MATCH THE
000510*                   AUDIT-LOG RECORD, WHICH NOW CARRIES THE
000520*                   STOCKING LOCATION.
000530*   2026-10-15  DF  SCHEDULE KEPT BY STYLE, SIZE, AND STOCKING
000540*                   LOCATION, DRIVEN FROM STKLOC PLUS THE HOME
000550*                   LOCATION.  SALES AND COUNTS ARE TAKEN AT THEIR
000560*                   OWN LOCATION, AND CCSCHED, THE COUNT SHEETS,
000570*                   AND THE COUNT SKELETON CARRY THE LOCATION.
000580*                   CCSCHED IS ONLY TAKEN AS A FIRST RUN WHEN IT
000590*                   IS NOT THERE; ANY OTHER OPEN FAILURE, OR A
000600*                   WORK FILE OR CCSCHED THAT WILL NOT OPEN WHILE
000610*                   SAVING, KEEPS THE OLD SCHEDULE AND IS LISTED.
000620*****************************************************************
000630  ENVIRONMENT DIVISION.
000640  INPUT-OUTPUT SECTION.
000650  FILE-CONTROL.
000660      SELECT SCHED-PARM ASSIGN TO "CCSPARM"
000670          ORGANIZATION IS LINE SEQUENTIAL
000680          FILE STATUS IS WS-SCHED-PARM-STATUS.
000690
000700      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000710          ORGANIZATION IS INDEXED
000720          ACCESS MODE IS SEQUENTIAL
000730          RECORD KEY IS SM-MASTER-KEY
000740          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000750
000760      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000770          ORGANIZATION IS INDEXED
000780          ACCESS MODE IS SEQUENTIAL
000790          RECORD KEY IS SL-LOC-KEY
000800          FILE STATUS IS WS-STOCK-LOC-STATUS.
000810
000820      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000830          ORGANIZATION IS INDEXED
000840          ACCESS MODE IS DYNAMIC
000850          RECORD KEY IS SX-SHOE-STYLE
000860          FILE STATUS IS WS-STYLE-XREF-STATUS.
000870
000880      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000890          ORGANIZATION IS INDEXED
000900          ACCESS MODE IS DYNAMIC
000910          RECORD KEY IS SA-SHOE-STYLE
000920          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000930
000940      SELECT COUNT-SCHED ASSIGN TO "CCSCHED"
000950          ORGANIZATION IS LINE SEQUENTIAL
000960          FILE STATUS IS WS-COUNT-SCHED-STATUS.
000970
000980      SELECT SCHED-NEW ASSIGN TO "CCSNEW"
000990          ORGANIZATION IS LINE SEQUENTIAL
001000          FILE STATUS IS WS-SCHED-NEW-STATUS.
001010
001020      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
001030          ORGANIZATION IS LINE SEQUENTIAL
001040          FILE STATUS IS WS-MOVE-HIST-STATUS.
001050
001060      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
001070          ORGANIZATION IS LINE SEQUENTIAL
001080          FILE STATUS IS WS-AUDIT-LOG-STATUS.
001090
001100      SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
001110          ORGANIZATION IS LINE SEQUENTIAL
001120          FILE STATUS IS WS-AUDIT-HIST-STATUS.
001130
001140      SELECT COUNT-SHEET ASSIGN TO "CNTSHEET"
001150          ORGANIZATION IS LINE SEQUENTIAL
001160          FILE STATUS IS WS-COUNT-SHEET-STATUS.
001170
001180      SELECT COUNT-SKEL ASSIGN TO "CNTSKEL"
001190          ORGANIZATION IS LINE SEQUENTIAL
001200          FILE STATUS IS WS-COUNT-SKEL-STATUS.
001210
001220      SELECT SCHED-LISTING ASSIGN TO "CCSRPT"
001230          ORGANIZATION IS LINE SEQUENTIAL
001240          FILE STATUS IS WS-SCHED-LISTING-STATUS.
001250
001260  DATA DIVISION.
001270  FILE SECTION.
001280  FD  SCHED-PARM
001290      LABEL RECORDS ARE STANDARD.
001300  01  SCHED-PARM-RECORD.
001310      05  CP-SALES-DAYS            PIC 9(03).
001320      05  CP-A-PCT                 PIC 9(03).
001330      05  CP-B-PCT                 PIC 9(03).
001340      05  CP-A-DAYS                PIC 9(03).
001350      05  CP-B-DAYS                PIC 9(03).
001360      05  CP-C-DAYS                PIC 9(03).
001370      05  CP-DAILY-LIMIT           PIC 9(04).
001380      05  CP-RESCHED-DAYS          PIC 9(03).
001390      05  FILLER                   PIC X(55).
001400
001410  FD  SHOE-MASTER
001420      LABEL RECORDS ARE STANDARD.
001430      COPY SHOEMAST.
001440
001450  FD  STOCK-LOC
001460      LABEL RECORDS ARE STANDARD.
001470      COPY STKLOC.
001480
001490  FD  STYLE-XREF
001500      LABEL RECORDS ARE STANDARD.
001510      COPY STYLEXRF.
001520
001530  FD  STYLE-ATTR
001540      LABEL RECORDS ARE STANDARD.
001550      COPY STYLATTR.
001560
001570  FD  COUNT-SCHED
001580      LABEL RECORDS ARE STANDARD.
001590      COPY CCSCHED.
001600
001610  FD  SCHED-NEW
001620      LABEL RECORDS ARE STANDARD.
001630  01  SCHED-NEW-RECORD             PIC X(48).
001640
001650  FD  MOVE-HIST
001660      LABEL RECORDS ARE STANDARD.
001670      COPY MOVEHIST.
001680
001690  FD  AUDIT-LOG
001700      LABEL RECORDS ARE STANDARD.
001710      COPY AUDITLOG.
001720
001730  FD  AUDIT-HIST
001740      LABEL RECORDS ARE STANDARD.
001750  01  AUDIT-HIST-RECORD            PIC X(60).
001760
001770  FD  COUNT-SHEET
001780      LABEL RECORDS ARE STANDARD.
001790  01  SHEET-RECORD                 PIC X(80).
001800
001810  FD  COUNT-SKEL
001820      LABEL RECORDS ARE STANDARD.
001830      COPY CNTTRAN.
001840
001850  FD  SCHED-LISTING
001860      LABEL RECORDS ARE STANDARD.
001870  01  LISTING-RECORD               PIC X(132).
001880
001890  WORKING-STORAGE SECTION.
001900  01  WS-SCHED-PARM-STATUS        PIC X(02).
001910      88  WS-CP-OK                        VALUE "00".
001920      88  WS-CP-FILE-NOT-FOUND            VALUE "35".
001930
001940  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001950      88  WS-SM-OK                        VALUE "00".
001960      88  WS-SM-EOF                       VALUE "10".
001970
001980  01  WS-STOCK-LOC-STATUS         PIC X(02).
001990      88  WS-LF-OK                        VALUE "00".
002000      88  WS-LF-FILE-NOT-FOUND            VALUE "35".
002010
002020  01  WS-STYLE-XREF-STATUS        PIC X(02).
002030      88  WS-SX-OK                        VALUE "00".
002040      88  WS-SX-FILE-NOT-FOUND            VALUE "35".
002050
002060  01  WS-STYLE-ATTR-STATUS        PIC X(02).
002070      88  WS-SA-OK                        VALUE "00".
002080      88  WS-SA-FILE-NOT-FOUND            VALUE "35".
002090
002100  01  WS-COUNT-SCHED-STATUS       PIC X(02).
002110      88  WS-CS-OK                        VALUE "00".
002120      88  WS-CS-EOF                       VALUE "10".
002130      88  WS-CS-FILE-NOT-FOUND            VALUE "35".
002140
002150  01  WS-SCHED-NEW-STATUS         PIC X(02).
002160      88  WS-SN-OK                        VALUE "00".
002170
002180  01  WS-MOVE-HIST-STATUS         PIC X(02).
002190      88  WS-MH-OK                        VALUE "00".
002200      88  WS-MH-EOF                       VALUE "10".
002210      88  WS-MH-FILE-NOT-FOUND            VALUE "35".
002220
002230  01  WS-AUDIT-LOG-STATUS         PIC X(02).
002240      88  WS-AL-OK                        VALUE "00".
002250      88  WS-AL-EOF                       VALUE "10".
002260      88  WS-AL-FILE-NOT-FOUND            VALUE "35".
002270
002280  01  WS-AUDIT-HIST-STATUS        PIC X(02).
002290      88  WS-AH-OK                        VALUE "00".
002300      88  WS-AH-EOF                       VALUE "10".
002310      88  WS-AH-FILE-NOT-FOUND            VALUE "35".
002320
002330  01  WS-COUNT-SHEET-STATUS       PIC X(02).
002340      88  WS-CT-OK                        VALUE "00".
002350
002360  01  WS-COUNT-SKEL-STATUS        PIC X(02).
002370      88  WS-CK-OK                        VALUE "00".
002380
002390  01  WS-SCHED-LISTING-STATUS     PIC X(02).
002400      88  WS-SL-OK                        VALUE "00".
002410
002420  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
002430      88  WS-PARM-EOF                     VALUE "Y".
002440
002450  01  WS-MASTER-EOF-SW            PIC X(01) VALUE "N".
002460      88  WS-MASTER-EOF                   VALUE "Y".
002470
002480  01  WS-SCHED-EOF-SW             PIC X(01) VALUE "N".
002490      88  WS-SCHED-EOF                    VALUE "Y".
002500
002510  01  WS-MOVE-EOF-SW              PIC X(01) VALUE "N".
002520      88  WS-MOVE-EOF                     VALUE "Y".
002530
002540  01  WS-LOC-EOF-SW               PIC X(01) VALUE "N".
002550      88  WS-LOC-EOF                      VALUE "Y".
002560
002570  01  WS-LOC-OPEN-SW              PIC X(01) VALUE "N".
002580      88  WS-LOC-OPEN                     VALUE "Y".
002590
002600  01  WS-NO-LOC-FILE-SW           PIC X(01) VALUE "N".
002610      88  WS-NO-LOC-FILE                  VALUE "Y".
002620
002630  01  WS-HOME-DONE-SW             PIC X(01) VALUE "N".
002640      88  WS-HOME-DONE                    VALUE "Y".
002650
002660  01  WS-SCHED-BAD-SW             PIC X(01) VALUE "N".
002670      88  WS-SCHED-BAD                    VALUE "Y".
002680
002690  01  WS-SAVE-FAILED-SW           PIC X(01) VALUE "N".
002700      88  WS-SAVE-FAILED                  VALUE "Y".
002710
002720  01  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
002730      88  WS-AUDIT-EOF                    VALUE "Y".
002740
002750  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
002760      88  WS-COPY-EOF                     VALUE "Y".
002770
002780  01  WS-NO-MASTER-SW             PIC X(01) VALUE "N".
002790      88  WS-NO-MASTER                    VALUE "Y".
002800
002810  01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
002820      88  WS-TABLE-FULL                   VALUE "Y".
002830
002840  01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
002850      88  WS-ENTRY-FOUND                  VALUE "Y".
002860
002870  01  WS-SLOT-FOUND-SW            PIC X(01) VALUE "N".
002880      88  WS-SLOT-FOUND                   VALUE "Y".
002890
002900  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002910  01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
002920  01  WS-SALES-FROM-DATE          PIC X(08) VALUE SPACES.
002930  01  WS-RESCHED-FROM-DATE        PIC X(08) VALUE SPACES.
002940  01  WS-REF-DATE                 PIC 9(08) VALUE ZERO.
002950
002960*****************************************************************
002970* SCHEDULING PARAMETERS - EACH HOLDS ITS DEFAULT UNTIL CCSPARM
002980* SUPPLIES A NUMERIC, NON-ZERO VALUE FOR IT.  THE CLASS A AND B
002990* PERCENTAGES ARE CUMULATIVE SHARES OF THE UNITS SOLD.
003000*****************************************************************
003010  01  WS-SALES-DAYS               PIC 9(03) VALUE 090.
003020  01  WS-A-PCT                    PIC 9(03) VALUE 080.
003030  01  WS-B-PCT                    PIC 9(03) VALUE 095.
003040  01  WS-A-DAYS                   PIC 9(03) VALUE 030.
003050  01  WS-B-DAYS                   PIC 9(03) VALUE 060.
003060  01  WS-C-DAYS                   PIC 9(03) VALUE 120.
003070  01  WS-DAILY-LIMIT              PIC 9(04) VALUE 0050.
003080  01  WS-RESCHED-DAYS             PIC 9(03) VALUE 007.
003090
003100  01  WS-FIND-STYLE               PIC X(05) VALUE SPACES.
003110  01  WS-FIND-SIZE                PIC X(04) VALUE SPACES.
003120  01  WS-FIND-LOCATION            PIC X(02) VALUE SPACES.
003130  01  WS-ADD-LOCATION             PIC X(02) VALUE SPACES.
003140
003150*    STYLE/SIZE OF THE STKLOC RECORD IN HAND, HIGH-VALUES ONCE THE
003160*    FILE RUNS OUT.
003170  01  WS-LOC-STYLE-SIZE.
003180      05  WS-LOC-STYLE            PIC X(05) VALUE HIGH-VALUES.
003190      05  WS-LOC-SIZE             PIC X(04) VALUE HIGH-VALUES.
003200
003210  01  WS-PREV-STYLE               PIC X(05) VALUE SPACES.
003220  01  WS-FREQ-DAYS                PIC 9(03) VALUE ZERO.
003230
003240  01  WS-TOTAL-SALES              PIC 9(09) VALUE ZERO.
003250  01  WS-RUNNING-SALES            PIC 9(09) VALUE ZERO.
003260  01  WS-RUNNING-SHARE            PIC 9(12) VALUE ZERO.
003270  01  WS-A-SHARE                  PIC 9(12) VALUE ZERO.
003280  01  WS-B-SHARE                  PIC 9(12) VALUE ZERO.
003290
003300  01  WS-ACTIVE-COUNT             PIC 9(05) VALUE ZERO.
003310  01  WS-CARRIED-COUNT            PIC 9(05) VALUE ZERO.
003320  01  WS-SALES-USED-COUNT         PIC 9(07) VALUE ZERO.
003330  01  WS-COUNTS-USED-COUNT        PIC 9(07) VALUE ZERO.
003340  01  WS-DUE-TOTAL                PIC 9(05) VALUE ZERO.
003350  01  WS-WAIT-SHEET-COUNT         PIC 9(05) VALUE ZERO.
003360  01  WS-SELECTED-COUNT           PIC 9(05) VALUE ZERO.
003370  01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
003380  01  WS-OVERDUE-TOTAL            PIC 9(05) VALUE ZERO.
003390  01  WS-SHEET-STYLE-COUNT        PIC 9(05) VALUE ZERO.
003400  01  WS-SAVED-COUNT              PIC 9(05) VALUE ZERO.
003410
003420  01  WS-CC-MAX                   PIC 9(05) VALUE 10000.
003430  01  WS-CC-SUB                   PIC 9(05) VALUE ZERO.
003440  01  WS-CC-USE-SUB               PIC 9(05) VALUE ZERO.
003450  01  WS-TABLE-COUNT              PIC 9(05) VALUE ZERO.
003460
003470*****************************************************************
003480* ONE ENTRY PER ACTIVE STYLE/SIZE PER STOCKING LOCATION, IN
003490* MASTER KEY AND THEN LOCATION ORDER.
003500*****************************************************************
003510  01  WS-SCHEDULE-TABLE.
003520      05  WS-CC-ENTRY OCCURS 10000 TIMES.
003530          10  WS-CC-SHOE-STYLE     PIC X(05).
003540          10  WS-CC-SHOE-SIZE      PIC X(04).
003550          10  WS-CC-LOCATION       PIC X(02).
003560          10  WS-CC-CLASS          PIC X(01).
003570          10  WS-CC-SALES-QTY      PIC 9(07).
003580          10  WS-CC-LAST-COUNT     PIC X(08).
003590          10  WS-CC-LAST-SCHED     PIC X(08).
003600          10  WS-CC-FIRST-SEEN     PIC X(08).
003610          10  WS-CC-DUE-SW         PIC X(01).
003620              88  WS-CC-DUE                VALUE "Y".
003630          10  WS-CC-SELECTED-SW    PIC X(01).
003640              88  WS-CC-SELECTED           VALUE "Y".
003650          10  WS-CC-WAIT-CD        PIC X(01).
003660              88  WS-CC-WAIT-SHEET         VALUE "S".
003670              88  WS-CC-WAIT-LIMIT         VALUE "L".
003680          10  WS-CC-DAYS-OVER      PIC S9(05).
003690
003700*****************************************************************
003710* ORDERING TABLE - SUBSCRIPTS INTO THE SCHEDULE TABLE, USED FIRST
003720* TO RANK THE SELLERS BY UNITS SOLD AND THEN TO RANK THE DUE
003730* STYLE/SIZES BY DAYS OVERDUE, LARGEST FIRST EACH TIME.
003740*****************************************************************
003750  01  WS-ORD-SUB                  PIC 9(05) VALUE ZERO.
003760  01  WS-ORD-USE-SUB              PIC 9(05) VALUE ZERO.
003770  01  WS-ORD-COUNT                PIC 9(05) VALUE ZERO.
003780  01  WS-ORD-PTR                  PIC 9(05) VALUE ZERO.
003790
003800  01  WS-ORDER-TABLE.
003810      05  WS-ORD-ENTRY OCCURS 10000 TIMES
003820                                   PIC 9(05).
003830
003840*****************************************************************
003850* CLASS SUMMARY - ONE ROW EACH FOR CLASSES A, B, AND C.
003860*****************************************************************
003870  01  WS-CLS-SUB                  PIC 9(01) VALUE ZERO.
003880
003890  01  WS-CLASS-TABLE.
003900      05  WS-CLS-ENTRY OCCURS 3 TIMES.
003910          10  WS-CLS-ITEMS         PIC 9(05).
003920          10  WS-CLS-UNITS         PIC 9(09).
003930          10  WS-CLS-DUE           PIC 9(05).
003940          10  WS-CLS-SELECTED      PIC 9(05).
003950          10  WS-CLS-OVERDUE       PIC 9(05).
003960
003970  01  WS-CLASS-CODES              PIC X(03) VALUE "ABC".
003980  01  WS-CLASS-LETTERS REDEFINES WS-CLASS-CODES.
003990      05  WS-CLASS-LETTER OCCURS 3 TIMES
004000                                   PIC X(01).
004010
004020      COPY EODCOMM.
004030
004040      COPY LOCCODES.
004050
004060*****************************************************************
004070* COUNT SHEET LINES.
004080*****************************************************************
004090  01  WS-SHEET-HEADING.
004100      05  FILLER                   PIC X(30)
004110              VALUE "CYCLE COUNT SHEETS            ".
004120      05  FILLER                   PIC X(04) VALUE "RUN ".
004130      05  SH-RUN-DATE              PIC 9(08).
004140
004150  01  WS-SHEET-STYLE-LINE.
004160      05  FILLER                   PIC X(06) VALUE "STYLE ".
004170      05  SS-SHOE-STYLE            PIC X(05).
004180      05  FILLER                   PIC X(02) VALUE SPACES.
004190      05  SS-DESCRIPTION           PIC X(25).
004200      05  FILLER                   PIC X(02) VALUE SPACES.
004210      05  FILLER                   PIC X(09) VALUE "CATEGORY ".
004220      05  SS-CATEGORY              PIC X(10).
004230
004240  01  WS-SHEET-RUN-LINE.
004250      05  FILLER                   PIC X(09) VALUE "SIZE RUN ".
004260      05  SR-SIZE-LOW              PIC X(04).
004270      05  SR-TO                    PIC X(04).
004280      05  SR-SIZE-HIGH             PIC X(04).
004290
004300  01  WS-SHEET-COLUMN-LINE.
004310      05  FILLER                   PIC X(02) VALUE SPACES.
004320      05  FILLER                   PIC X(04) VALUE "SIZE".
004330      05  FILLER                   PIC X(02) VALUE SPACES.
004340      05  FILLER                   PIC X(03) VALUE "LOC".
004350      05  FILLER                   PIC X(02) VALUE SPACES.
004360      05  FILLER                   PIC X(05) VALUE "CLASS".
004370      05  FILLER                   PIC X(04) VALUE SPACES.
004380      05  FILLER                   PIC X(11) VALUE "COUNTED QTY".
004390      05  FILLER                   PIC X(04) VALUE SPACES.
004400      05  FILLER                   PIC X(10) VALUE "COUNTED BY".
004410
004420  01  WS-SHEET-SIZE-LINE.
004430      05  FILLER                   PIC X(02) VALUE SPACES.
004440      05  SZ-SHOE-SIZE             PIC X(04).
004450      05  FILLER                   PIC X(02) VALUE SPACES.
004460      05  SZ-LOCATION              PIC X(02).
004470      05  FILLER                   PIC X(05) VALUE SPACES.
004480      05  SZ-CLASS                 PIC X(01).
004490      05  FILLER                   PIC X(06) VALUE SPACES.
004500      05  FILLER                   PIC X(11) VALUE "___________".
004510      05  FILLER                   PIC X(04) VALUE SPACES.
004520      05  FILLER                   PIC X(10) VALUE "__________".
004530
004540  01  WS-SHEET-NONE-LINE.
004550      05  FILLER                   PIC X(41)
004560              VALUE "** NOTHING IS DUE FOR COUNTING TONIGHT **".
004570
004580*****************************************************************
004590* SCHEDULE REPORT LINES.
004600*****************************************************************
004610  01  WS-HEADING-1.
004620      05  FILLER                   PIC X(30)
004630              VALUE "CYCLE COUNT SCHEDULE          ".
004640      05  FILLER                   PIC X(04) VALUE "RUN ".
004650      05  H1-RUN-DATE              PIC 9(08).
004660
004670  01  WS-PARM-LINE-1.
004680      05  FILLER                   PIC X(27)
004690              VALUE "SALES WINDOW (DAYS) .......".
004700      05  PL-SALES-DAYS            PIC ZZ9.
004710      05  FILLER                   PIC X(19)
004720              VALUE "   SALES ON/AFTER  ".
004730      05  PL-SALES-FROM            PIC X(08).
004740
004750  01  WS-PARM-LINE-2.
004760      05  FILLER                   PIC X(27)
004770              VALUE "CLASS A / B SHARE (PCT) ...".
004780      05  PL-A-PCT                 PIC ZZ9.
004790      05  FILLER                   PIC X(03) VALUE " / ".
004800      05  PL-B-PCT                 PIC ZZ9.
004810
004820  01  WS-PARM-LINE-3.
004830      05  FILLER                   PIC X(27)
004840              VALUE "DAILY COUNT LIMIT .........".
004850      05  PL-DAILY-LIMIT           PIC ZZZ9.
004860      05  FILLER                   PIC X(27)
004870              VALUE "   HOLD ON A SHEET FOR DAYS".
004880      05  PL-RESCHED-DAYS          PIC ZZZ9.
004890
004900  01  WS-CLASS-HEADING.
004910      05  FILLER                   PIC X(05) VALUE "CLASS".
004920      05  FILLER                   PIC X(02) VALUE SPACES.
004930      05  FILLER                   PIC X(07) VALUE "  ITEMS".
004940      05  FILLER                   PIC X(02) VALUE SPACES.
004950      05  FILLER                   PIC X(10) VALUE "UNITS SOLD".
004960      05  FILLER                   PIC X(02) VALUE SPACES.
004970      05  FILLER                   PIC X(09) VALUE "FREQ DAYS".
004980      05  FILLER                   PIC X(02) VALUE SPACES.
004990      05  FILLER                   PIC X(07) VALUE "    DUE".
005000      05  FILLER                   PIC X(02) VALUE SPACES.
005010      05  FILLER                   PIC X(08) VALUE "SELECTED".
005020      05  FILLER                   PIC X(02) VALUE SPACES.
005030      05  FILLER                   PIC X(07) VALUE "OVERDUE".
005040
005050  01  WS-CLASS-LINE.
005060      05  FILLER                   PIC X(02) VALUE SPACES.
005070      05  CL-CLASS                 PIC X(01).
005080      05  FILLER                   PIC X(04) VALUE SPACES.
005090      05  CL-ITEMS                 PIC ZZZZZZ9.
005100      05  FILLER                   PIC X(02) VALUE SPACES.
005110      05  CL-UNITS                 PIC ZZZZZZZZZ9.
005120      05  FILLER                   PIC X(08) VALUE SPACES.
005130      05  CL-FREQ-DAYS             PIC ZZ9.
005140      05  FILLER                   PIC X(02) VALUE SPACES.
005150      05  CL-DUE                   PIC ZZZZZZ9.
005160      05  FILLER                   PIC X(03) VALUE SPACES.
005170      05  CL-SELECTED              PIC ZZZZZZ9.
005180      05  FILLER                   PIC X(02) VALUE SPACES.
005190      05  CL-OVERDUE               PIC ZZZZZZ9.
005200
005210  01  WS-OVERDUE-HEADING-1.
005220      05  FILLER                   PIC X(40)
005230              VALUE "STYLE/SIZES OVERDUE FOR THEIR CLASS     ".
005240
005250  01  WS-OVERDUE-HEADING-2.
005260      05  FILLER                   PIC X(05) VALUE "STYLE".
005270      05  FILLER                   PIC X(02) VALUE SPACES.
005280      05  FILLER                   PIC X(04) VALUE "SIZE".
005290      05  FILLER                   PIC X(02) VALUE SPACES.
005300      05  FILLER                   PIC X(03) VALUE "LOC".
005310      05  FILLER                   PIC X(02) VALUE SPACES.
005320      05  FILLER                   PIC X(05) VALUE "CLASS".
005330      05  FILLER                   PIC X(02) VALUE SPACES.
005340      05  FILLER                   PIC X(10) VALUE "LAST COUNT".
005350      05  FILLER                   PIC X(02) VALUE SPACES.
005360      05  FILLER                   PIC X(09) VALUE "DAYS OVER".
005370      05  FILLER                   PIC X(02) VALUE SPACES.
005380      05  FILLER                   PIC X(06) VALUE "STATUS".
005390
005400  01  WS-OVERDUE-LINE.
005410      05  OL-SHOE-STYLE            PIC X(05).
005420      05  FILLER                   PIC X(02) VALUE SPACES.
005430      05  OL-SHOE-SIZE             PIC X(04).
005440      05  FILLER                   PIC X(02) VALUE SPACES.
005450      05  OL-LOCATION              PIC X(02).
005460      05  FILLER                   PIC X(05) VALUE SPACES.
005470      05  OL-CLASS                 PIC X(01).
005480      05  FILLER                   PIC X(04) VALUE SPACES.
005490      05  OL-LAST-COUNT            PIC X(10).
005500      05  FILLER                   PIC X(06) VALUE SPACES.
005510      05  OL-DAYS-OVER             PIC ZZZZ9.
005520      05  FILLER                   PIC X(02) VALUE SPACES.
005530      05  OL-STATUS                PIC X(20).
005540      05  OL-SCHED-DATE            PIC X(08).
005550
005560  01  WS-NO-OVERDUE-LINE.
005570      05  FILLER                   PIC X(31)
005580              VALUE "** NO STYLE/SIZE IS OVERDUE **".
005590
005600  01  WS-NO-MASTER-LINE.
005610      05  FILLER                   PIC X(42)
005620              VALUE "** SHOE-MASTER WOULD NOT OPEN - NO COUNTS ".
005630      05  FILLER                   PIC X(26)
005640              VALUE "SCHEDULED, CCSCHED KEPT **".
005650
005660  01  WS-TABLE-FULL-LINE.
005670      05  FILLER                   PIC X(41)
005680              VALUE "** MORE THAN 10000 STYLE/SIZE/LOCATIONS -".
005690      05  FILLER                   PIC X(41)
005700              VALUE " THE REST ARE NOT SCHEDULED, CCSCHED KEPT".
005710      05  FILLER                   PIC X(03) VALUE " **".
005720
005730  01  WS-NO-LOC-FILE-LINE.
005740      05  FILLER                   PIC X(42)
005750              VALUE "** STKLOC WOULD NOT OPEN - NO COUNTS SCHED".
005760      05  FILLER                   PIC X(21)
005770              VALUE "ULED, CCSCHED KEPT **".
005780
005790  01  WS-SCHED-BAD-LINE.
005800      05  FILLER                   PIC X(42)
005810              VALUE "** CCSCHED WOULD NOT OPEN - DATES NOT CARR".
005820      05  FILLER                   PIC X(36)
005830              VALUE "IED, OLD SCHEDULE KEPT - FILE STATUS".
005840      05  FILLER                   PIC X(01) VALUE SPACE.
005850      05  SB-FILE-STATUS           PIC X(02).
005860      05  FILLER                   PIC X(03) VALUE " **".
005870
005880  01  WS-SAVE-FAILED-LINE.
005890      05  FILLER                   PIC X(42)
005900              VALUE "** SCHEDULE NOT SAVED - CCSNEW OR CCSCHED ".
005910      05  FILLER                   PIC X(36)
005920              VALUE "WOULD NOT OPEN, OLD SCHEDULE KEPT - ".
005930      05  SF-FILE-ID               PIC X(08).
005940      05  FILLER                   PIC X(08) VALUE " STATUS ".
005950      05  SF-FILE-STATUS           PIC X(02).
005960      05  FILLER                   PIC X(03) VALUE " **".
005970
005980  01  WS-TOTAL-LINE-1.
005990      05  FILLER                   PIC X(23)
006000              VALUE "ACTIVE STYLE/SIZES ....".
006010      05  TL-ACTIVE-COUNT          PIC ZZZZZZ9.
006020
006030  01  WS-TOTAL-LINE-11.
006040      05  FILLER                   PIC X(23)
006050              VALUE "SCHEDULED BY LOCATION .".
006060      05  TL-TABLE-COUNT           PIC ZZZZZZ9.
006070
006080  01  WS-TOTAL-LINE-2.
006090      05  FILLER                   PIC X(23)
006100              VALUE "CARRIED FROM CCSCHED ..".
006110      05  TL-CARRIED-COUNT         PIC ZZZZZZ9.
006120
006130  01  WS-TOTAL-LINE-3.
006140      05  FILLER                   PIC X(23)
006150              VALUE "SALES RECORDS USED ....".
006160      05  TL-SALES-USED-COUNT      PIC ZZZZZZ9.
006170
006180  01  WS-TOTAL-LINE-4.
006190      05  FILLER                   PIC X(23)
006200              VALUE "COUNT RECORDS USED ....".
006210      05  TL-COUNTS-USED-COUNT     PIC ZZZZZZ9.
006220
006230  01  WS-TOTAL-LINE-5.
006240      05  FILLER                   PIC X(23)
006250              VALUE "DUE FOR COUNTING ......".
006260      05  TL-DUE-TOTAL             PIC ZZZZZZ9.
006270
006280  01  WS-TOTAL-LINE-6.
006290      05  FILLER                   PIC X(23)
006300              VALUE "ON AN EARLIER SHEET ...".
006310      05  TL-WAIT-SHEET-COUNT      PIC ZZZZZZ9.
006320
006330  01  WS-TOTAL-LINE-7.
006340      05  FILLER                   PIC X(23)
006350              VALUE "ON TONIGHT'S SHEETS ...".
006360      05  TL-SELECTED-COUNT        PIC ZZZZZZ9.
006370
006380  01  WS-TOTAL-LINE-8.
006390      05  FILLER                   PIC X(23)
006400              VALUE "HELD BY DAILY LIMIT ...".
006410      05  TL-HELD-COUNT            PIC ZZZZZZ9.
006420
006430  01  WS-TOTAL-LINE-9.
006440      05  FILLER                   PIC X(23)
006450              VALUE "OVERDUE ...............".
006460      05  TL-OVERDUE-TOTAL         PIC ZZZZZZ9.
006470
006480  01  WS-TOTAL-LINE-10.
006490      05  FILLER                   PIC X(23)
006500              VALUE "SCHEDULE RECORDS SAVED ".
006510      05  TL-SAVED-COUNT           PIC ZZZZZZ9.
006520
006530  PROCEDURE DIVISION.
006540*****************************************************************
006550* 0000-MAIN-PROCEDURE - LOAD THE ACTIVE STYLE/SIZES AND WHAT IS
006560*                       KNOWN OF THEM, CLASS THEM, PICK TONIGHT'S
006570*                       COUNTS, PRINT THE SHEETS AND THE REPORT,
006580*                       AND SAVE THE SCHEDULE.
006590*****************************************************************
006600  0000-MAIN-PROCEDURE.
006610      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006620
006630      IF NOT WS-NO-MASTER AND NOT WS-NO-LOC-FILE
006640          PERFORM 2000-CARRY-SCHEDULE THRU 2000-EXIT
006650          PERFORM 3000-TAKE-COUNT-DATES THRU 3000-EXIT
006660          PERFORM 4000-TAKE-SALES THRU 4000-EXIT
006670          PERFORM 5000-ASSIGN-CLASSES THRU 5000-EXIT
006680          PERFORM 6000-SELECT-COUNTS THRU 6000-EXIT
006690          PERFORM 7000-PRINT-SHEETS THRU 7000-EXIT
006700          PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
006710          IF NOT WS-TABLE-FULL AND NOT WS-SCHED-BAD
006720              PERFORM 8500-SAVE-SCHEDULE THRU 8500-EXIT
006730          END-IF
006740      END-IF.
006750
006760      PERFORM 8800-PRINT-TOTALS THRU 8800-EXIT.
006770
006780      PERFORM 9000-TERMINATE THRU 9000-EXIT.
006790
006800      MOVE WS-SELECTED-COUNT TO EOD-STEP-RECORD-COUNT.
006810      GOBACK.
006820
006830*****************************************************************
006840* 1000-INITIALIZE - TAKE THE PARAMETERS, WORK OUT THE SALES AND
006850*                   RESCHEDULE WINDOWS, OPEN THE LISTINGS, AND
006860*                   LOAD EVERY ACTIVE MASTER STYLE/SIZE INTO THE
006870*                   SCHEDULE TABLE IN KEY ORDER, ONCE FOR EACH
006880*                   LOCATION IT IS STOCKED AT.  A MASTER, OR AN
006890*                   STKLOC OTHER THAN ONE NOT YET CREATED, THAT
006900*                   WILL NOT OPEN CLEANLY SCHEDULES NOTHING AND
006910*                   LEAVES CCSCHED UNTOUCHED.
006920*****************************************************************
006930  1000-INITIALIZE.
006940      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006950      INITIALIZE WS-CLASS-TABLE.
006960      PERFORM 1050-READ-PARM THRU 1050-EXIT.
006970
006980      COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
006990          (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
007000           - WS-SALES-DAYS).
007010      MOVE WS-WORK-DATE TO WS-SALES-FROM-DATE.
007020      COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
007030          (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
007040           - WS-RESCHED-DAYS).
007050      MOVE WS-WORK-DATE TO WS-RESCHED-FROM-DATE.
007060
007070      OPEN OUTPUT SCHED-LISTING.
007080      OPEN OUTPUT COUNT-SHEET.
007090      OPEN OUTPUT COUNT-SKEL.
007100
007110      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
007120      WRITE LISTING-RECORD FROM WS-HEADING-1.
007130      MOVE SPACES TO LISTING-RECORD.
007140      WRITE LISTING-RECORD.
007150      MOVE WS-SALES-DAYS TO PL-SALES-DAYS.
007160      MOVE WS-SALES-FROM-DATE TO PL-SALES-FROM.
007170      MOVE WS-A-PCT TO PL-A-PCT.
007180      MOVE WS-B-PCT TO PL-B-PCT.
007190      MOVE WS-DAILY-LIMIT TO PL-DAILY-LIMIT.
007200      MOVE WS-RESCHED-DAYS TO PL-RESCHED-DAYS.
007210      WRITE LISTING-RECORD FROM WS-PARM-LINE-1.
007220      WRITE LISTING-RECORD FROM WS-PARM-LINE-2.
007230      WRITE LISTING-RECORD FROM WS-PARM-LINE-3.
007240
007250      MOVE WS-CURRENT-DATE TO SH-RUN-DATE.
007260      WRITE SHEET-RECORD FROM WS-SHEET-HEADING.
007270
007280      OPEN INPUT SHOE-MASTER.
007290      IF NOT WS-SM-OK
007300          MOVE "Y" TO WS-NO-MASTER-SW
007310          MOVE "Y" TO WS-MASTER-EOF-SW
007320      ELSE
007330          PERFORM 1120-OPEN-STOCK-LOC THRU 1120-EXIT
007340      END-IF.
007350      IF NOT WS-MASTER-EOF
007360          PERFORM 1100-READ-MASTER THRU 1100-EXIT
007370      END-IF.
007380      PERFORM 1150-LOAD-MASTER THRU 1150-EXIT
007390          UNTIL WS-MASTER-EOF.
007400      IF NOT WS-NO-MASTER
007410          CLOSE SHOE-MASTER
007420      END-IF.
007430      IF WS-LOC-OPEN
007440          CLOSE STOCK-LOC
007450      END-IF.
007460
007470      IF WS-NO-MASTER
007480          MOVE SPACES TO LISTING-RECORD
007490          WRITE LISTING-RECORD
007500          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
007510      END-IF.
007520      IF WS-NO-LOC-FILE
007530          MOVE SPACES TO LISTING-RECORD
007540          WRITE LISTING-RECORD
007550          WRITE LISTING-RECORD FROM WS-NO-LOC-FILE-LINE
007560      END-IF.
007570  1000-EXIT.
007580      EXIT.
007590
007600*****************************************************************
007610* 1050-READ-PARM - TAKE EACH PARAMETER CCSPARM SUPPLIES AS A
007620*                  NUMERIC, NON-ZERO VALUE.  A MISSING OR EMPTY
007630*                  FILE LEAVES EVERY DEFAULT IN PLACE, AND CLASS
007640*                  SHARES THAT ARE OVER 100 OR OUT OF ORDER GO
007650*                  BACK TO THEIR DEFAULTS.
007660*****************************************************************
007670  1050-READ-PARM.
007680      OPEN INPUT SCHED-PARM.
007690      IF WS-CP-FILE-NOT-FOUND
007700          MOVE "Y" TO WS-PARM-EOF-SW
007710      ELSE
007720          READ SCHED-PARM
007730              AT END
007740                  MOVE "Y" TO WS-PARM-EOF-SW
007750          END-READ
007760          CLOSE SCHED-PARM
007770      END-IF.
007780
007790      IF NOT WS-PARM-EOF
007800          IF CP-SALES-DAYS NUMERIC AND CP-SALES-DAYS > ZERO
007810              MOVE CP-SALES-DAYS TO WS-SALES-DAYS
007820          END-IF
007830          IF CP-A-PCT NUMERIC AND CP-A-PCT > ZERO
007840              MOVE CP-A-PCT TO WS-A-PCT
007850          END-IF
007860          IF CP-B-PCT NUMERIC AND CP-B-PCT > ZERO
007870              MOVE CP-B-PCT TO WS-B-PCT
007880          END-IF
007890          IF CP-A-DAYS NUMERIC AND CP-A-DAYS > ZERO
007900              MOVE CP-A-DAYS TO WS-A-DAYS
007910          END-IF
007920          IF CP-B-DAYS NUMERIC AND CP-B-DAYS > ZERO
007930              MOVE CP-B-DAYS TO WS-B-DAYS
007940          END-IF
007950          IF CP-C-DAYS NUMERIC AND CP-C-DAYS > ZERO
007960              MOVE CP-C-DAYS TO WS-C-DAYS
007970          END-IF
007980          IF CP-DAILY-LIMIT NUMERIC AND CP-DAILY-LIMIT > ZERO
007990              MOVE CP-DAILY-LIMIT TO WS-DAILY-LIMIT
008000          END-IF
008010          IF CP-RESCHED-DAYS NUMERIC AND CP-RESCHED-DAYS > ZERO
008020              MOVE CP-RESCHED-DAYS TO WS-RESCHED-DAYS
008030          END-IF
008040      END-IF.
008050
008060      IF WS-A-PCT > 100 OR WS-B-PCT > 100
008070              OR WS-B-PCT < WS-A-PCT
008080          MOVE 080 TO WS-A-PCT
008090          MOVE 095 TO WS-B-PCT
008100      END-IF.
008110  1050-EXIT.
008120      EXIT.
008130
008140*****************************************************************
008150* 1100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
008160*****************************************************************
008170  1100-READ-MASTER.
008180      READ SHOE-MASTER NEXT RECORD
008190          AT END
008200              MOVE "Y" TO WS-MASTER-EOF-SW
008210      END-READ.
008220  1100-EXIT.
008230      EXIT.
008240
008250*****************************************************************
008260* 1120-OPEN-STOCK-LOC - OPEN THE STOCK-BY-LOCATION FILE AND READ
008270*                       ITS FIRST RECORD.  ONE NOT YET CREATED
008280*                       LEAVES EVERY STYLE/SIZE AT HOME ONLY; ANY
008290*                       OTHER FAILURE STOPS THE LOAD.
008300*****************************************************************
008310  1120-OPEN-STOCK-LOC.
008320      MOVE HIGH-VALUES TO WS-LOC-STYLE-SIZE.
008330      OPEN INPUT STOCK-LOC.
008340      IF WS-LF-OK
008350          MOVE "Y" TO WS-LOC-OPEN-SW
008360          PERFORM 1130-READ-STOCK-LOC THRU 1130-EXIT
008370      ELSE
008380          MOVE "Y" TO WS-LOC-EOF-SW
008390          IF NOT WS-LF-FILE-NOT-FOUND
008400              MOVE "Y" TO WS-NO-LOC-FILE-SW
008410              MOVE "Y" TO WS-MASTER-EOF-SW
008420          END-IF
008430      END-IF.
008440  1120-EXIT.
008450      EXIT.
008460
008470*****************************************************************
008480* 1130-READ-STOCK-LOC - READ THE NEXT STOCK-BY-LOCATION RECORD.
008490*****************************************************************
008500  1130-READ-STOCK-LOC.
008510      READ STOCK-LOC NEXT RECORD
008520          AT END
008530              MOVE "Y" TO WS-LOC-EOF-SW
008540      END-READ.
008550      IF WS-LOC-EOF
008560          MOVE HIGH-VALUES TO WS-LOC-STYLE-SIZE
008570      ELSE
008580          MOVE SL-SHOE-STYLE TO WS-LOC-STYLE
008590          MOVE SL-SHOE-SIZE TO WS-LOC-SIZE
008600      END-IF.
008610  1130-EXIT.
008620      EXIT.
008630
008640*****************************************************************
008650* 1150-LOAD-MASTER - ADD ONE ACTIVE MASTER STYLE/SIZE TO THE
008660*                    SCHEDULE TABLE AT EACH LOCATION STKLOC HOLDS
008670*                    IT AT, AND AT THE HOME LOCATION WHETHER OR
008680*                    NOT STKLOC HOLDS IT THERE, AND READ AHEAD.
008690*                    STKLOC RECORDS FOR A STYLE/SIZE NOT ACTIVE
008700*                    ON THE MASTER ARE PASSED OVER.
008710*****************************************************************
008720  1150-LOAD-MASTER.
008730      IF SM-ACTIVE
008740          ADD 1 TO WS-ACTIVE-COUNT
008750          MOVE "N" TO WS-HOME-DONE-SW
008760          PERFORM 1130-READ-STOCK-LOC THRU 1130-EXIT
008770              UNTIL WS-LOC-STYLE-SIZE NOT < SM-MASTER-KEY
008780          PERFORM 1160-LOAD-LOCATION THRU 1160-EXIT
008790              UNTIL WS-LOC-STYLE-SIZE NOT = SM-MASTER-KEY
008800          IF NOT WS-HOME-DONE
008810              MOVE LC-HOME-LOCATION TO WS-ADD-LOCATION
008820              PERFORM 1170-ADD-ENTRY THRU 1170-EXIT
008830          END-IF
008840      END-IF.
008850      PERFORM 1100-READ-MASTER THRU 1100-EXIT.
008860  1150-EXIT.
008870      EXIT.
008880
008890*****************************************************************
008900* 1160-LOAD-LOCATION - ADD THE MASTER STYLE/SIZE AT THE LOCATION
008910*                      OF THE STKLOC RECORD IN HAND, FIRST ADDING
008920*                      IT AT HOME WHEN STKLOC HAS PASSED THE HOME
008930*                      LOCATION WITHOUT HOLDING IT, SO THE TABLE
008940*                      STAYS IN LOCATION ORDER, AND READ AHEAD.
008950*****************************************************************
008960  1160-LOAD-LOCATION.
008970      IF SL-LOCATION > LC-HOME-LOCATION AND NOT WS-HOME-DONE
008980          MOVE LC-HOME-LOCATION TO WS-ADD-LOCATION
008990          PERFORM 1170-ADD-ENTRY THRU 1170-EXIT
009000      END-IF.
009010      MOVE SL-LOCATION TO WS-ADD-LOCATION.
009020      PERFORM 1170-ADD-ENTRY THRU 1170-EXIT.
009030      PERFORM 1130-READ-STOCK-LOC THRU 1130-EXIT.
009040  1160-EXIT.
009050      EXIT.
009060
009070*****************************************************************
009080* 1170-ADD-ENTRY - ADD THE MASTER STYLE/SIZE AT WS-ADD-LOCATION
009090*                  TO THE SCHEDULE TABLE, FIRST SEEN TODAY UNTIL
009100*                  CCSCHED SAYS OTHERWISE.
009110*****************************************************************
009120  1170-ADD-ENTRY.
009130      IF WS-ADD-LOCATION = LC-HOME-LOCATION
009140          MOVE "Y" TO WS-HOME-DONE-SW
009150      END-IF.
009160      IF WS-TABLE-COUNT < WS-CC-MAX
009170          ADD 1 TO WS-TABLE-COUNT
009180          MOVE WS-TABLE-COUNT TO WS-CC-SUB
009190          MOVE SM-SHOE-STYLE TO WS-CC-SHOE-STYLE (WS-CC-SUB)
009200          MOVE SM-SHOE-SIZE TO WS-CC-SHOE-SIZE (WS-CC-SUB)
009210          MOVE WS-ADD-LOCATION TO WS-CC-LOCATION (WS-CC-SUB)
009220          MOVE "C" TO WS-CC-CLASS (WS-CC-SUB)
009230          MOVE ZERO TO WS-CC-SALES-QTY (WS-CC-SUB)
009240          MOVE SPACES TO WS-CC-LAST-COUNT (WS-CC-SUB)
009250          MOVE SPACES TO WS-CC-LAST-SCHED (WS-CC-SUB)
009260          MOVE WS-CURRENT-DATE TO WS-CC-FIRST-SEEN (WS-CC-SUB)
009270          MOVE "N" TO WS-CC-DUE-SW (WS-CC-SUB)
009280          MOVE "N" TO WS-CC-SELECTED-SW (WS-CC-SUB)
009290          MOVE SPACES TO WS-CC-WAIT-CD (WS-CC-SUB)
009300          MOVE ZERO TO WS-CC-DAYS-OVER (WS-CC-SUB)
009310      ELSE
009320          MOVE "Y" TO WS-TABLE-FULL-SW
009330      END-IF.
009340  1170-EXIT.
009350      EXIT.
009360
009370*****************************************************************
009380* 2000-CARRY-SCHEDULE - CARRY THE LAST COUNT, LAST SCHEDULE, AND
009390*                       FIRST SEEN DATES FROM CCSCHED TO EACH
009400*                       STYLE/SIZE/LOCATION STILL SCHEDULED.
009410*                       ONE NO LONGER ON THE MASTER OR AT THE
009420*                       LOCATION DROPS OFF.  THE FILE IS MISSING
009430*                       ON THE FIRST RUN; ANY OTHER OPEN FAILURE
009440*                       CARRIES NOTHING AND KEEPS THE OLD FILE,
009450*                       WHICH IS NOT SAVED OVER TONIGHT.
009460*****************************************************************
009470  2000-CARRY-SCHEDULE.
009480      OPEN INPUT COUNT-SCHED.
009490      IF NOT WS-CS-OK
009500          MOVE "Y" TO WS-SCHED-EOF-SW
009510          IF NOT WS-CS-FILE-NOT-FOUND
009520              MOVE "Y" TO WS-SCHED-BAD-SW
009530              MOVE WS-COUNT-SCHED-STATUS TO SB-FILE-STATUS
009540          END-IF
009550      ELSE
009560          PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT
009570      END-IF.
009580      PERFORM 2200-CARRY-ONE THRU 2200-EXIT
009590          UNTIL WS-SCHED-EOF.
009600      IF WS-CS-OK OR WS-CS-EOF
009610          CLOSE COUNT-SCHED
009620      END-IF.
009630  2000-EXIT.
009640      EXIT.
009650
009660*****************************************************************
009670* 2100-READ-SCHEDULE - READ THE NEXT COUNT SCHEDULE RECORD.
009680*****************************************************************
009690  2100-READ-SCHEDULE.
009700      READ COUNT-SCHED
009710          AT END
009720              MOVE "Y" TO WS-SCHED-EOF-SW
009730      END-READ.
009740  2100-EXIT.
009750      EXIT.
009760
009770*****************************************************************
009780* 2200-CARRY-ONE - CARRY ONE SCHEDULE RECORD AND READ AHEAD.  A
009790*                  RECORD WITH NO LOCATION IS THE HOME LOCATION'S.
009800*****************************************************************
009810  2200-CARRY-ONE.
009820      MOVE CS-SHOE-STYLE TO WS-FIND-STYLE.
009830      MOVE CS-SHOE-SIZE TO WS-FIND-SIZE.
009840      IF CS-LOCATION = SPACES
009850          MOVE LC-HOME-LOCATION TO WS-FIND-LOCATION
009860      ELSE
009870          MOVE CS-LOCATION TO WS-FIND-LOCATION
009880      END-IF.
009890      PERFORM 3900-FIND-ENTRY THRU 3900-EXIT.
009900      IF WS-ENTRY-FOUND
009910          ADD 1 TO WS-CARRIED-COUNT
009920          MOVE CS-LAST-COUNT-DATE
009930              TO WS-CC-LAST-COUNT (WS-CC-USE-SUB)
009940          MOVE CS-LAST-SCHED-DATE
009950              TO WS-CC-LAST-SCHED (WS-CC-USE-SUB)
009960          IF CS-FIRST-SEEN-DATE NUMERIC
009970              MOVE CS-FIRST-SEEN-DATE
009980                  TO WS-CC-FIRST-SEEN (WS-CC-USE-SUB)
009990          END-IF
010000      END-IF.
010010      PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
010020  2200-EXIT.
010030      EXIT.
010040
010050*****************************************************************
010060* 3000-TAKE-COUNT-DATES - TAKE THE LATEST PHYSICAL-COUNT DATE
010070*                         FOR EACH STYLE/SIZE, FIRST FROM THE
010080*                         AUDIT HISTORY LAB10ARC ROLLED OFF, THEN
010090*                         FROM THE LIVE AUDIT LOG.  A HISTORY
010100*                         RECORD IS READ INTO THE AUDIT-LOG
010110*                         LAYOUT SO BOTH FILES SHARE ONE
010120*                         PARAGRAPH.
010130*****************************************************************
010140  3000-TAKE-COUNT-DATES.
010150      MOVE "N" TO WS-AUDIT-EOF-SW.
010160      OPEN INPUT AUDIT-HIST.
010170      IF NOT WS-AH-OK
010180          MOVE "Y" TO WS-AUDIT-EOF-SW
010190      ELSE
010200          PERFORM 3100-READ-AUDIT-HIST THRU 3100-EXIT
010210      END-IF.
010220      PERFORM 3200-APPLY-AUDIT-HIST THRU 3200-EXIT
010230          UNTIL WS-AUDIT-EOF.
010240      IF WS-AH-OK OR WS-AH-EOF
010250          CLOSE AUDIT-HIST
010260      END-IF.
010270
010280      MOVE "N" TO WS-AUDIT-EOF-SW.
010290      OPEN INPUT AUDIT-LOG.
010300      IF NOT WS-AL-OK
010310          MOVE "Y" TO WS-AUDIT-EOF-SW
010320      ELSE
010330          PERFORM 3150-READ-AUDIT-LOG THRU 3150-EXIT
010340      END-IF.
010350      PERFORM 3250-APPLY-AUDIT-LOG THRU 3250-EXIT
010360          UNTIL WS-AUDIT-EOF.
010370      IF WS-AL-OK OR WS-AL-EOF
010380          CLOSE AUDIT-LOG
010390      END-IF.
010400  3000-EXIT.
010410      EXIT.
010420
010430*****************************************************************
010440* 3100-READ-AUDIT-HIST - READ THE NEXT AUDIT HISTORY RECORD INTO
010450*                        THE AUDIT-LOG LAYOUT.
010460*****************************************************************
010470  3100-READ-AUDIT-HIST.
010480      READ AUDIT-HIST INTO AUDIT-LOG-RECORD
010490          AT END
010500              MOVE "Y" TO WS-AUDIT-EOF-SW
010510      END-READ.
010520  3100-EXIT.
010530      EXIT.
010540
010550*****************************************************************
010560* 3150-READ-AUDIT-LOG - READ THE NEXT AUDIT-LOG RECORD.
010570*****************************************************************
010580  3150-READ-AUDIT-LOG.
010590      READ AUDIT-LOG
010600          AT END
010610              MOVE "Y" TO WS-AUDIT-EOF-SW
010620      END-READ.
010630  3150-EXIT.
010640      EXIT.
010650
010660*****************************************************************
010670* 3200-APPLY-AUDIT-HIST - APPLY ONE HISTORY RECORD AND READ AHEAD.
010680*****************************************************************
010690  3200-APPLY-AUDIT-HIST.
010700      PERFORM 3300-APPLY-COUNT THRU 3300-EXIT.
010710      PERFORM 3100-READ-AUDIT-HIST THRU 3100-EXIT.
010720  3200-EXIT.
010730      EXIT.
010740
010750*****************************************************************
010760* 3250-APPLY-AUDIT-LOG - APPLY ONE LIVE AUDIT RECORD, READ AHEAD.
010770*****************************************************************
010780  3250-APPLY-AUDIT-LOG.
010790      PERFORM 3300-APPLY-COUNT THRU 3300-EXIT.
010800      PERFORM 3150-READ-AUDIT-LOG THRU 3150-EXIT.
010810  3250-EXIT.
010820      EXIT.
010830
010840*****************************************************************
010850* 3300-APPLY-COUNT - A PHYSICAL-COUNT RECORD DATED LATER THAN THE
010860*                    LAST COUNT ALREADY KNOWN BECOMES THE LAST
010870*                    COUNT FOR ITS STYLE/SIZE AT THE LOCATION
010880*                    COUNTED.  A COUNT WITH NO LOCATION WAS TAKEN
010890*                    AT HOME.
010900*****************************************************************
010910  3300-APPLY-COUNT.
010920      IF AL-TRANS-COUNT AND AL-TRANS-DATE NUMERIC
010930          MOVE AL-SHOE-STYLE TO WS-FIND-STYLE
010940          MOVE AL-SHOE-SIZE TO WS-FIND-SIZE
010950          IF AL-LOCATION = SPACES
010960              MOVE LC-HOME-LOCATION TO WS-FIND-LOCATION
010970          ELSE
010980              MOVE AL-LOCATION TO WS-FIND-LOCATION
010990          END-IF
011000          PERFORM 3900-FIND-ENTRY THRU 3900-EXIT
011010          IF WS-ENTRY-FOUND
011020              ADD 1 TO WS-COUNTS-USED-COUNT
011030              IF WS-CC-LAST-COUNT (WS-CC-USE-SUB) = SPACES
011040                      OR AL-TRANS-DATE
011050                          > WS-CC-LAST-COUNT (WS-CC-USE-SUB)
011060                  MOVE AL-TRANS-DATE
011070                      TO WS-CC-LAST-COUNT (WS-CC-USE-SUB)
011080              END-IF
011090          END-IF
011100      END-IF.
011110  3300-EXIT.
011120      EXIT.
011130
011140*****************************************************************
011150* 3900-FIND-ENTRY - LOOK FOR WS-FIND-STYLE/WS-FIND-SIZE AT
011160*                   WS-FIND-LOCATION IN THE SCHEDULE TABLE,
011170*                   LEAVING ITS SUBSCRIPT IN WS-CC-USE-SUB.
011180*****************************************************************
011190  3900-FIND-ENTRY.
011200      MOVE "N" TO WS-ENTRY-FOUND-SW.
011210      PERFORM 3910-CHECK-ENTRY THRU 3910-EXIT
011220          VARYING WS-CC-SUB FROM 1 BY 1
011230          UNTIL WS-CC-SUB > WS-TABLE-COUNT
011240             OR WS-ENTRY-FOUND.
011250  3900-EXIT.
011260      EXIT.
011270
011280*****************************************************************
011290* 3910-CHECK-ENTRY - COMPARE ONE TABLE ENTRY TO THE SEARCH KEY.
011300*****************************************************************
011310  3910-CHECK-ENTRY.
011320      IF WS-CC-SHOE-STYLE (WS-CC-SUB) = WS-FIND-STYLE
011330              AND WS-CC-SHOE-SIZE (WS-CC-SUB) = WS-FIND-SIZE
011340              AND WS-CC-LOCATION (WS-CC-SUB) = WS-FIND-LOCATION
011350          MOVE "Y" TO WS-ENTRY-FOUND-SW
011360          MOVE WS-CC-SUB TO WS-CC-USE-SUB
011370      END-IF.
011380  3910-EXIT.
011390      EXIT.
011400
011410*****************************************************************
011420* 4000-TAKE-SALES - TOTAL THE UNITS SOLD OF EACH STYLE/SIZE AT
011430*                   EACH LOCATION ON MOVEMENT HISTORY POSTED
011440*                   WITHIN THE SALES WINDOW.  A SALE WITH NO
011450*                   LOCATION WAS MADE AT HOME.
011460*****************************************************************
011470  4000-TAKE-SALES.
011480      MOVE "N" TO WS-MOVE-EOF-SW.
011490      OPEN INPUT MOVE-HIST.
011500      IF NOT WS-MH-OK
011510          MOVE "Y" TO WS-MOVE-EOF-SW
011520      ELSE
011530          PERFORM 4100-READ-MOVE-HIST THRU 4100-EXIT
011540      END-IF.
011550      PERFORM 4200-APPLY-SALE THRU 4200-EXIT
011560          UNTIL WS-MOVE-EOF.
011570      IF WS-MH-OK OR WS-MH-EOF
011580          CLOSE MOVE-HIST
011590      END-IF.
011600  4000-EXIT.
011610      EXIT.
011620
011630*****************************************************************
011640* 4100-READ-MOVE-HIST - READ THE NEXT MOVEMENT HISTORY RECORD.
011650*****************************************************************
011660  4100-READ-MOVE-HIST.
011670      READ MOVE-HIST
011680          AT END
011690              MOVE "Y" TO WS-MOVE-EOF-SW
011700      END-READ.
011710  4100-EXIT.
011720      EXIT.
011730
011740*****************************************************************
011750* 4200-APPLY-SALE - ADD ONE SALE IN THE WINDOW TO ITS STYLE/SIZE
011760*                   AND READ AHEAD.
011770*****************************************************************
011780  4200-APPLY-SALE.
011790      IF MH-TRANS-SALE
011800              AND MH-POST-DATE NOT < WS-SALES-FROM-DATE
011810          MOVE MH-SHOE-STYLE TO WS-FIND-STYLE
011820          MOVE MH-SHOE-SIZE TO WS-FIND-SIZE
011830          IF MH-LOCATION = SPACES
011840              MOVE LC-HOME-LOCATION TO WS-FIND-LOCATION
011850          ELSE
011860              MOVE MH-LOCATION TO WS-FIND-LOCATION
011870          END-IF
011880          PERFORM 3900-FIND-ENTRY THRU 3900-EXIT
011890          IF WS-ENTRY-FOUND
011900              ADD 1 TO WS-SALES-USED-COUNT
011910              ADD MH-QUANTITY TO WS-CC-SALES-QTY (WS-CC-USE-SUB)
011920              ADD MH-QUANTITY TO WS-TOTAL-SALES
011930          END-IF
011940      END-IF.
011950      PERFORM 4100-READ-MOVE-HIST THRU 4100-EXIT.
011960  4200-EXIT.
011970      EXIT.
011980
011990*****************************************************************
012000* 5000-ASSIGN-CLASSES - RANK EVERY STYLE/SIZE THAT SOLD BY UNITS
012010*                       SOLD, LARGEST FIRST, AND WALK DOWN THE
012020*                       RANKING KEEPING A RUNNING TOTAL.  WHILE
012030*                       THE UNITS ABOVE A STYLE/SIZE ARE STILL
012040*                       SHORT OF THE CLASS A SHARE OF ALL UNITS
012050*                       SOLD IT IS CLASS A; SHORT OF THE CLASS B
012060*                       SHARE, CLASS B; OTHERWISE CLASS C.  A
012070*                       STYLE/SIZE THAT DID NOT SELL STAYS C.
012080*****************************************************************
012090  5000-ASSIGN-CLASSES.
012100      MOVE ZERO TO WS-ORD-COUNT.
012110      PERFORM 5100-RANK-SELLER THRU 5100-EXIT
012120          VARYING WS-CC-SUB FROM 1 BY 1
012130          UNTIL WS-CC-SUB > WS-TABLE-COUNT.
012140
012150      COMPUTE WS-A-SHARE = WS-TOTAL-SALES * WS-A-PCT.
012160      COMPUTE WS-B-SHARE = WS-TOTAL-SALES * WS-B-PCT.
012170      MOVE ZERO TO WS-RUNNING-SALES.
012180      PERFORM 5300-CLASS-SELLER THRU 5300-EXIT
012190          VARYING WS-ORD-SUB FROM 1 BY 1
012200          UNTIL WS-ORD-SUB > WS-ORD-COUNT.
012210
012220      PERFORM 5400-COUNT-CLASS THRU 5400-EXIT
012230          VARYING WS-CC-SUB FROM 1 BY 1
012240          UNTIL WS-CC-SUB > WS-TABLE-COUNT.
012250  5000-EXIT.
012260      EXIT.
012270
012280*****************************************************************
012290* 5100-RANK-SELLER - INSERT A STYLE/SIZE THAT SOLD INTO THE
012300*                    ORDERING TABLE BY UNITS SOLD, LARGEST FIRST.
012310*                    EQUAL SELLERS KEEP MASTER KEY ORDER.
012320*****************************************************************
012330  5100-RANK-SELLER.
012340      IF WS-CC-SALES-QTY (WS-CC-SUB) > ZERO
012350          MOVE WS-ORD-COUNT TO WS-ORD-USE-SUB
012360          ADD 1 TO WS-ORD-USE-SUB
012370          MOVE "N" TO WS-SLOT-FOUND-SW
012380          PERFORM 5200-FIND-SALES-SLOT THRU 5200-EXIT
012390              VARYING WS-ORD-SUB FROM WS-ORD-COUNT BY -1
012400              UNTIL WS-ORD-SUB < 1 OR WS-SLOT-FOUND
012410          ADD 1 TO WS-ORD-COUNT
012420          MOVE WS-CC-SUB TO WS-ORD-ENTRY (WS-ORD-USE-SUB)
012430      END-IF.
012440  5100-EXIT.
012450      EXIT.
012460
012470*****************************************************************
012480* 5200-FIND-SALES-SLOT - WORKING UP FROM THE BOTTOM OF THE
012490*                        ORDERING TABLE, MOVE EACH STYLE/SIZE
012500*                        THAT SOLD FEWER UNITS DOWN A SLOT,
012510*                        LEAVING THE NEW ONE'S SLOT IN
012520*                        WS-ORD-USE-SUB.
012530*****************************************************************
012540  5200-FIND-SALES-SLOT.
012550      MOVE WS-ORD-ENTRY (WS-ORD-SUB) TO WS-ORD-PTR.
012560      IF WS-CC-SALES-QTY (WS-ORD-PTR)
012570              < WS-CC-SALES-QTY (WS-CC-SUB)
012580          MOVE WS-ORD-PTR TO WS-ORD-ENTRY (WS-ORD-SUB + 1)
012590          MOVE WS-ORD-SUB TO WS-ORD-USE-SUB
012600      ELSE
012610          MOVE "Y" TO WS-SLOT-FOUND-SW
012620      END-IF.
012630  5200-EXIT.
012640      EXIT.
012650
012660*****************************************************************
012670* 5300-CLASS-SELLER - CLASS ONE RANKED STYLE/SIZE BY THE UNITS
012680*                     SOLD ABOVE IT, THEN ADD ITS OWN.
012690*****************************************************************
012700  5300-CLASS-SELLER.
012710      MOVE WS-ORD-ENTRY (WS-ORD-SUB) TO WS-ORD-PTR.
012720      COMPUTE WS-RUNNING-SHARE = WS-RUNNING-SALES * 100.
012730      EVALUATE TRUE
012740          WHEN WS-RUNNING-SHARE < WS-A-SHARE
012750              MOVE "A" TO WS-CC-CLASS (WS-ORD-PTR)
012760          WHEN WS-RUNNING-SHARE < WS-B-SHARE
012770              MOVE "B" TO WS-CC-CLASS (WS-ORD-PTR)
012780          WHEN OTHER
012790              MOVE "C" TO WS-CC-CLASS (WS-ORD-PTR)
012800      END-EVALUATE.
012810      ADD WS-CC-SALES-QTY (WS-ORD-PTR) TO WS-RUNNING-SALES.
012820  5300-EXIT.
012830      EXIT.
012840
012850*****************************************************************
012860* 5400-COUNT-CLASS - ADD ONE STYLE/SIZE TO ITS CLASS SUMMARY ROW.
012870*****************************************************************
012880  5400-COUNT-CLASS.
012890      PERFORM 5900-SET-CLASS-ROW THRU 5900-EXIT.
012900      ADD 1 TO WS-CLS-ITEMS (WS-CLS-SUB).
012910      ADD WS-CC-SALES-QTY (WS-CC-SUB)
012920          TO WS-CLS-UNITS (WS-CLS-SUB).
012930  5400-EXIT.
012940      EXIT.
012950
012960*****************************************************************
012970* 5900-SET-CLASS-ROW - SET THE CLASS SUMMARY ROW AND COUNT
012980*                      FREQUENCY FOR THE STYLE/SIZE AT WS-CC-SUB.
012990*****************************************************************
013000  5900-SET-CLASS-ROW.
013010      EVALUATE WS-CC-CLASS (WS-CC-SUB)
013020          WHEN "A"
013030              MOVE 1 TO WS-CLS-SUB
013040              MOVE WS-A-DAYS TO WS-FREQ-DAYS
013050          WHEN "B"
013060              MOVE 2 TO WS-CLS-SUB
013070              MOVE WS-B-DAYS TO WS-FREQ-DAYS
013080          WHEN OTHER
013090              MOVE 3 TO WS-CLS-SUB
013100              MOVE WS-C-DAYS TO WS-FREQ-DAYS
013110      END-EVALUATE.
013120  5900-EXIT.
013130      EXIT.
013140
013150*****************************************************************
013160* 6000-SELECT-COUNTS - FIND EVERY STYLE/SIZE DUE FOR COUNTING,
013170*                      RANK THOSE NOT ALREADY WAITING ON AN
013180*                      EARLIER SHEET MOST OVERDUE FIRST, AND PUT
013190*                      AS MANY AS THE DAILY LIMIT ALLOWS ON
013200*                      TONIGHT'S SHEETS.  THE REST ARE HELD.
013210*****************************************************************
013220  6000-SELECT-COUNTS.
013230      MOVE ZERO TO WS-ORD-COUNT.
013240      PERFORM 6100-CHECK-DUE THRU 6100-EXIT
013250          VARYING WS-CC-SUB FROM 1 BY 1
013260          UNTIL WS-CC-SUB > WS-TABLE-COUNT.
013270
013280      PERFORM 6300-TAKE-COUNT THRU 6300-EXIT
013290          VARYING WS-ORD-SUB FROM 1 BY 1
013300          UNTIL WS-ORD-SUB > WS-ORD-COUNT.
013310  6000-EXIT.
013320      EXIT.
013330
013340*****************************************************************
013350* 6100-CHECK-DUE - A STYLE/SIZE NEVER COUNTED, OR LAST COUNTED AT
013360*                  LEAST ITS CLASS FREQUENCY AGO, IS DUE.  DAYS
013370*                  OVER RUNS FROM THE LAST COUNT, OR FROM THE DAY
013380*                  IT WAS FIRST SEEN IF IT HAS NEVER BEEN
013390*                  COUNTED.  ONE PUT ON A SHEET ON AN EARLIER DAY
013400*                  INSIDE THE HOLD WINDOW AND NOT COUNTED SINCE
013410*                  WAITS FOR THAT COUNT; ANY OTHER DUE STYLE/SIZE
013420*                  IS RANKED FOR TONIGHT.
013430*****************************************************************
013440  6100-CHECK-DUE.
013450      PERFORM 5900-SET-CLASS-ROW THRU 5900-EXIT.
013460      IF WS-CC-LAST-COUNT (WS-CC-SUB) NUMERIC
013470          MOVE WS-CC-LAST-COUNT (WS-CC-SUB) TO WS-REF-DATE
013480      ELSE
013490          MOVE SPACES TO WS-CC-LAST-COUNT (WS-CC-SUB)
013500          IF WS-CC-FIRST-SEEN (WS-CC-SUB) NUMERIC
013510              MOVE WS-CC-FIRST-SEEN (WS-CC-SUB) TO WS-REF-DATE
013520          ELSE
013530              MOVE WS-CURRENT-DATE TO WS-REF-DATE
013540          END-IF
013550      END-IF.
013560      COMPUTE WS-CC-DAYS-OVER (WS-CC-SUB) =
013570          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
013580          - FUNCTION INTEGER-OF-DATE (WS-REF-DATE)
013590          - WS-FREQ-DAYS.
013600
013610      IF WS-CC-LAST-COUNT (WS-CC-SUB) = SPACES
013620              OR WS-CC-DAYS-OVER (WS-CC-SUB) NOT < ZERO
013630          MOVE "Y" TO WS-CC-DUE-SW (WS-CC-SUB)
013640          ADD 1 TO WS-DUE-TOTAL
013650          ADD 1 TO WS-CLS-DUE (WS-CLS-SUB)
013660          IF WS-CC-DAYS-OVER (WS-CC-SUB) > ZERO
013670              ADD 1 TO WS-OVERDUE-TOTAL
013680              ADD 1 TO WS-CLS-OVERDUE (WS-CLS-SUB)
013690          END-IF
013700          IF WS-CC-LAST-SCHED (WS-CC-SUB)
013710                      NOT < WS-RESCHED-FROM-DATE
013720                  AND WS-CC-LAST-SCHED (WS-CC-SUB)
013730                      < WS-CURRENT-DATE
013740                  AND (WS-CC-LAST-COUNT (WS-CC-SUB) = SPACES
013750                    OR WS-CC-LAST-COUNT (WS-CC-SUB)
013760                      < WS-CC-LAST-SCHED (WS-CC-SUB))
013770              MOVE "S" TO WS-CC-WAIT-CD (WS-CC-SUB)
013780              ADD 1 TO WS-WAIT-SHEET-COUNT
013790          ELSE
013800              PERFORM 6200-RANK-DUE THRU 6200-EXIT
013810          END-IF
013820      END-IF.
013830  6100-EXIT.
013840      EXIT.
013850
013860*****************************************************************
013870* 6200-RANK-DUE - INSERT A DUE STYLE/SIZE INTO THE ORDERING TABLE
013880*                 BY DAYS OVER, LARGEST FIRST.  EQUAL DAYS OVER
013890*                 KEEP MASTER KEY ORDER.
013900*****************************************************************
013910  6200-RANK-DUE.
013920      MOVE WS-ORD-COUNT TO WS-ORD-USE-SUB.
013930      ADD 1 TO WS-ORD-USE-SUB.
013940      MOVE "N" TO WS-SLOT-FOUND-SW.
013950      PERFORM 6250-FIND-DUE-SLOT THRU 6250-EXIT
013960          VARYING WS-ORD-SUB FROM WS-ORD-COUNT BY -1
013970          UNTIL WS-ORD-SUB < 1 OR WS-SLOT-FOUND.
013980      ADD 1 TO WS-ORD-COUNT.
013990      MOVE WS-CC-SUB TO WS-ORD-ENTRY (WS-ORD-USE-SUB).
014000  6200-EXIT.
014010      EXIT.
014020
014030*****************************************************************
014040* 6250-FIND-DUE-SLOT - WORKING UP FROM THE BOTTOM OF THE ORDERING
014050*                      TABLE, MOVE EACH STYLE/SIZE LESS OVERDUE
014060*                      DOWN A SLOT, LEAVING THE NEW ONE'S SLOT IN
014070*                      WS-ORD-USE-SUB.
014080*****************************************************************
014090  6250-FIND-DUE-SLOT.
014100      MOVE WS-ORD-ENTRY (WS-ORD-SUB) TO WS-ORD-PTR.
014110      IF WS-CC-DAYS-OVER (WS-ORD-PTR)
014120              < WS-CC-DAYS-OVER (WS-CC-SUB)
014130          MOVE WS-ORD-PTR TO WS-ORD-ENTRY (WS-ORD-SUB + 1)
014140          MOVE WS-ORD-SUB TO WS-ORD-USE-SUB
014150      ELSE
014160          MOVE "Y" TO WS-SLOT-FOUND-SW
014170      END-IF.
014180  6250-EXIT.
014190      EXIT.
014200
014210*****************************************************************
014220* 6300-TAKE-COUNT - PUT ONE RANKED STYLE/SIZE ON TONIGHT'S SHEETS
014230*                   WHILE THE DAILY LIMIT ALLOWS, OTHERWISE HOLD
014240*                   IT.
014250*****************************************************************
014260  6300-TAKE-COUNT.
014270      MOVE WS-ORD-ENTRY (WS-ORD-SUB) TO WS-CC-SUB.
014280      PERFORM 5900-SET-CLASS-ROW THRU 5900-EXIT.
014290      IF WS-SELECTED-COUNT < WS-DAILY-LIMIT
014300          MOVE "Y" TO WS-CC-SELECTED-SW (WS-CC-SUB)
014310          MOVE WS-CURRENT-DATE TO WS-CC-LAST-SCHED (WS-CC-SUB)
014320          ADD 1 TO WS-SELECTED-COUNT
014330          ADD 1 TO WS-CLS-SELECTED (WS-CLS-SUB)
014340      ELSE
014350          MOVE "L" TO WS-CC-WAIT-CD (WS-CC-SUB)
014360          ADD 1 TO WS-HELD-COUNT
014370      END-IF.
014380  6300-EXIT.
014390      EXIT.
014400
014410*****************************************************************
014420* 7000-PRINT-SHEETS - PRINT TONIGHT'S COUNT SHEETS IN MASTER KEY
014430*                     ORDER, A HEADING FOR EACH STYLE AND A LINE
014440*                     FOR EACH SIZE TO COUNT, AND WRITE THE
014450*                     MATCHING COUNT TRANSACTION SKELETON.
014460*****************************************************************
014470  7000-PRINT-SHEETS.
014480      OPEN INPUT STYLE-ATTR.
014490      IF WS-SA-FILE-NOT-FOUND
014500          OPEN OUTPUT STYLE-ATTR
014510          CLOSE STYLE-ATTR
014520          OPEN INPUT STYLE-ATTR
014530      END-IF.
014540      OPEN INPUT STYLE-XREF.
014550      IF WS-SX-FILE-NOT-FOUND
014560          OPEN OUTPUT STYLE-XREF
014570          CLOSE STYLE-XREF
014580          OPEN INPUT STYLE-XREF
014590      END-IF.
014600
014610      MOVE SPACES TO WS-PREV-STYLE.
014620      PERFORM 7100-PRINT-SIZE THRU 7100-EXIT
014630          VARYING WS-CC-SUB FROM 1 BY 1
014640          UNTIL WS-CC-SUB > WS-TABLE-COUNT.
014650
014660      IF WS-SELECTED-COUNT = ZERO
014670          MOVE SPACES TO SHEET-RECORD
014680          WRITE SHEET-RECORD
014690          WRITE SHEET-RECORD FROM WS-SHEET-NONE-LINE
014700      END-IF.
014710
014720      CLOSE STYLE-ATTR.
014730      CLOSE STYLE-XREF.
014740  7000-EXIT.
014750      EXIT.
014760
014770*****************************************************************
014780* 7100-PRINT-SIZE - PRINT ONE SELECTED SIZE, HEADED BY ITS STYLE
014790*                   WHEN IT IS THE FIRST SIZE OF THAT STYLE.  THE
014800*                   SKELETON RECORD CARRIES STYLE, SIZE, AND
014810*                   LOCATION ONLY;
014820*                   THE COUNTED QUANTITY AND COUNTER ARE KEYED
014830*                   FROM THE SHEET.
014840*****************************************************************
014850  7100-PRINT-SIZE.
014860      IF WS-CC-SELECTED (WS-CC-SUB)
014870          IF WS-CC-SHOE-STYLE (WS-CC-SUB) NOT = WS-PREV-STYLE
014880              PERFORM 7200-PRINT-STYLE THRU 7200-EXIT
014890          END-IF
014900          MOVE WS-CC-SHOE-SIZE (WS-CC-SUB) TO SZ-SHOE-SIZE
014910          MOVE WS-CC-LOCATION (WS-CC-SUB) TO SZ-LOCATION
014920          MOVE WS-CC-CLASS (WS-CC-SUB) TO SZ-CLASS
014930          WRITE SHEET-RECORD FROM WS-SHEET-SIZE-LINE
014940          MOVE SPACES TO COUNT-TRANS-RECORD
014950          MOVE WS-CC-SHOE-STYLE (WS-CC-SUB) TO CN-SHOE-STYLE
014960          MOVE WS-CC-SHOE-SIZE (WS-CC-SUB) TO CN-SHOE-SIZE
014970          MOVE WS-CC-LOCATION (WS-CC-SUB) TO CN-LOCATION
014980          WRITE COUNT-TRANS-RECORD
014990      END-IF.
015000  7100-EXIT.
015010      EXIT.
015020
015030*****************************************************************
015040* 7200-PRINT-STYLE - PRINT A STYLE HEADING WITH ITS DESCRIPTION
015050*                    AND CATEGORY FROM THE STYLE ATTRIBUTE MASTER
015060*                    AND ITS SIZE RUN FROM STYLE-XREF.
015070*****************************************************************
015080  7200-PRINT-STYLE.
015090      MOVE WS-CC-SHOE-STYLE (WS-CC-SUB) TO WS-PREV-STYLE.
015100      ADD 1 TO WS-SHEET-STYLE-COUNT.
015110
015120      MOVE WS-PREV-STYLE TO SS-SHOE-STYLE.
015130      MOVE SPACES TO SS-DESCRIPTION.
015140      MOVE SPACES TO SS-CATEGORY.
015150      MOVE WS-PREV-STYLE TO SA-SHOE-STYLE.
015160      READ STYLE-ATTR
015170          INVALID KEY
015180              MOVE "** NO STYLE ATTRIBUTES **" TO SS-DESCRIPTION
015190          NOT INVALID KEY
015200              MOVE SA-DESCRIPTION TO SS-DESCRIPTION
015210              MOVE SA-CATEGORY TO SS-CATEGORY
015220      END-READ.
015230
015240      MOVE WS-PREV-STYLE TO SX-SHOE-STYLE.
015250      READ STYLE-XREF
015260          INVALID KEY
015270              MOVE "NONE" TO SR-SIZE-LOW
015280              MOVE SPACES TO SR-TO
015290              MOVE SPACES TO SR-SIZE-HIGH
015300          NOT INVALID KEY
015310              MOVE SX-SIZE-LOW TO SR-SIZE-LOW
015320              MOVE " TO " TO SR-TO
015330              MOVE SX-SIZE-HIGH TO SR-SIZE-HIGH
015340      END-READ.
015350
015360      MOVE SPACES TO SHEET-RECORD.
015370      WRITE SHEET-RECORD.
015380      WRITE SHEET-RECORD FROM WS-SHEET-STYLE-LINE.
015390      WRITE SHEET-RECORD FROM WS-SHEET-RUN-LINE.
015400      WRITE SHEET-RECORD FROM WS-SHEET-COLUMN-LINE.
015410  7200-EXIT.
015420      EXIT.
015430
015440*****************************************************************
015450* 8000-PRINT-REPORT - PRINT THE CLASS SUMMARY AND THE LIST OF
015460*                     STYLE/SIZES OVERDUE FOR THEIR CLASS.
015470*****************************************************************
015480  8000-PRINT-REPORT.
015490      MOVE SPACES TO LISTING-RECORD.
015500      WRITE LISTING-RECORD.
015510      WRITE LISTING-RECORD FROM WS-CLASS-HEADING.
015520      PERFORM 8100-PRINT-CLASS THRU 8100-EXIT
015530          VARYING WS-CLS-SUB FROM 1 BY 1
015540          UNTIL WS-CLS-SUB > 3.
015550
015560      MOVE SPACES TO LISTING-RECORD.
015570      WRITE LISTING-RECORD.
015580      WRITE LISTING-RECORD FROM WS-OVERDUE-HEADING-1.
015590      IF WS-OVERDUE-TOTAL = ZERO
015600          WRITE LISTING-RECORD FROM WS-NO-OVERDUE-LINE
015610      ELSE
015620          WRITE LISTING-RECORD FROM WS-OVERDUE-HEADING-2
015630          PERFORM 8200-PRINT-OVERDUE THRU 8200-EXIT
015640              VARYING WS-CC-SUB FROM 1 BY 1
015650              UNTIL WS-CC-SUB > WS-TABLE-COUNT
015660      END-IF.
015670  8000-EXIT.
015680      EXIT.
015690
015700*****************************************************************
015710* 8100-PRINT-CLASS - PRINT ONE CLASS SUMMARY ROW.
015720*****************************************************************
015730  8100-PRINT-CLASS.
015740      MOVE WS-CLASS-LETTER (WS-CLS-SUB) TO CL-CLASS.
015750      MOVE WS-CLS-ITEMS (WS-CLS-SUB) TO CL-ITEMS.
015760      MOVE WS-CLS-UNITS (WS-CLS-SUB) TO CL-UNITS.
015770      EVALUATE WS-CLS-SUB
015780          WHEN 1
015790              MOVE WS-A-DAYS TO CL-FREQ-DAYS
015800          WHEN 2
015810              MOVE WS-B-DAYS TO CL-FREQ-DAYS
015820          WHEN OTHER
015830              MOVE WS-C-DAYS TO CL-FREQ-DAYS
015840      END-EVALUATE.
015850      MOVE WS-CLS-DUE (WS-CLS-SUB) TO CL-DUE.
015860      MOVE WS-CLS-SELECTED (WS-CLS-SUB) TO CL-SELECTED.
015870      MOVE WS-CLS-OVERDUE (WS-CLS-SUB) TO CL-OVERDUE.
015880      WRITE LISTING-RECORD FROM WS-CLASS-LINE.
015890  8100-EXIT.
015900      EXIT.
015910
015920*****************************************************************
015930* 8200-PRINT-OVERDUE - PRINT ONE OVERDUE STYLE/SIZE WITH WHETHER
015940*                      IT IS ON TONIGHT'S SHEETS, STILL WAITING
015950*                      ON AN EARLIER SHEET, OR HELD BY THE DAILY
015960*                      LIMIT.
015970*****************************************************************
015980  8200-PRINT-OVERDUE.
015990      IF WS-CC-DUE (WS-CC-SUB)
016000              AND WS-CC-DAYS-OVER (WS-CC-SUB) > ZERO
016010          MOVE WS-CC-SHOE-STYLE (WS-CC-SUB) TO OL-SHOE-STYLE
016020          MOVE WS-CC-SHOE-SIZE (WS-CC-SUB) TO OL-SHOE-SIZE
016030          MOVE WS-CC-LOCATION (WS-CC-SUB) TO OL-LOCATION
016040          MOVE WS-CC-CLASS (WS-CC-SUB) TO OL-CLASS
016050          IF WS-CC-LAST-COUNT (WS-CC-SUB) = SPACES
016060              MOVE "NEVER" TO OL-LAST-COUNT
016070          ELSE
016080              MOVE WS-CC-LAST-COUNT (WS-CC-SUB) TO OL-LAST-COUNT
016090          END-IF
016100          MOVE WS-CC-DAYS-OVER (WS-CC-SUB) TO OL-DAYS-OVER
016110          MOVE SPACES TO OL-SCHED-DATE
016120          EVALUATE TRUE
016130              WHEN WS-CC-SELECTED (WS-CC-SUB)
016140                  MOVE "ON TONIGHT'S SHEETS" TO OL-STATUS
016150              WHEN WS-CC-WAIT-SHEET (WS-CC-SUB)
016160                  MOVE "ON SHEET OF" TO OL-STATUS
016170                  MOVE WS-CC-LAST-SCHED (WS-CC-SUB)
016180                      TO OL-SCHED-DATE
016190              WHEN OTHER
016200                  MOVE "HELD - DAILY LIMIT" TO OL-STATUS
016210          END-EVALUATE
016220          WRITE LISTING-RECORD FROM WS-OVERDUE-LINE
016230      END-IF.
016240  8200-EXIT.
016250      EXIT.
016260
016270*****************************************************************
016280* 8500-SAVE-SCHEDULE - WRITE EVERY STYLE/SIZE/LOCATION'S CLASS,
016290*                      SALES, AND DATES TO THE WORK FILE, THEN
016300*                      COPY IT OVER THE SCHEDULE FILE.  A WORK
016310*                      FILE THAT WILL NOT OPEN LEAVES THE OLD
016320*                      SCHEDULE IN PLACE.
016330*****************************************************************
016340  8500-SAVE-SCHEDULE.
016350      OPEN OUTPUT SCHED-NEW.
016360      IF NOT WS-SN-OK
016370          MOVE "CCSNEW" TO SF-FILE-ID
016380          MOVE WS-SCHED-NEW-STATUS TO SF-FILE-STATUS
016390          MOVE "Y" TO WS-SAVE-FAILED-SW
016400      ELSE
016410          PERFORM 8510-WRITE-SCHEDULE THRU 8510-EXIT
016420              VARYING WS-CC-SUB FROM 1 BY 1
016430              UNTIL WS-CC-SUB > WS-TABLE-COUNT
016440          CLOSE SCHED-NEW
016450          PERFORM 9500-COPY-BACK-SCHEDULE THRU 9500-EXIT
016460      END-IF.
016470
016480      IF WS-SAVE-FAILED
016490          MOVE ZERO TO WS-SAVED-COUNT
016500      END-IF.
016510  8500-EXIT.
016520      EXIT.
016530
016540*****************************************************************
016550* 8510-WRITE-SCHEDULE - WRITE ONE STYLE/SIZE/LOCATION'S RECORD.
016560*****************************************************************
016570  8510-WRITE-SCHEDULE.
016580      MOVE SPACES TO COUNT-SCHEDULE-RECORD.
016590      MOVE WS-CC-SHOE-STYLE (WS-CC-SUB) TO CS-SHOE-STYLE.
016600      MOVE WS-CC-SHOE-SIZE (WS-CC-SUB) TO CS-SHOE-SIZE.
016610      MOVE WS-CC-LOCATION (WS-CC-SUB) TO CS-LOCATION.
016620      MOVE WS-CC-CLASS (WS-CC-SUB) TO CS-VELOCITY-CLASS.
016630      MOVE WS-CC-SALES-QTY (WS-CC-SUB) TO CS-SALES-QTY.
016640      MOVE WS-CC-LAST-COUNT (WS-CC-SUB) TO CS-LAST-COUNT-DATE.
016650      MOVE WS-CC-LAST-SCHED (WS-CC-SUB) TO CS-LAST-SCHED-DATE.
016660      MOVE WS-CC-FIRST-SEEN (WS-CC-SUB) TO CS-FIRST-SEEN-DATE.
016670      WRITE SCHED-NEW-RECORD FROM COUNT-SCHEDULE-RECORD.
016680      ADD 1 TO WS-SAVED-COUNT.
016690  8510-EXIT.
016700      EXIT.
016710
016720*****************************************************************
016730* 8800-PRINT-TOTALS - PRINT THE SCHEDULING COUNTS.
016740*****************************************************************
016750  8800-PRINT-TOTALS.
016760      MOVE WS-ACTIVE-COUNT TO TL-ACTIVE-COUNT.
016770      MOVE WS-TABLE-COUNT TO TL-TABLE-COUNT.
016780      MOVE WS-CARRIED-COUNT TO TL-CARRIED-COUNT.
016790      MOVE WS-SALES-USED-COUNT TO TL-SALES-USED-COUNT.
016800      MOVE WS-COUNTS-USED-COUNT TO TL-COUNTS-USED-COUNT.
016810      MOVE WS-DUE-TOTAL TO TL-DUE-TOTAL.
016820      MOVE WS-WAIT-SHEET-COUNT TO TL-WAIT-SHEET-COUNT.
016830      MOVE WS-SELECTED-COUNT TO TL-SELECTED-COUNT.
016840      MOVE WS-HELD-COUNT TO TL-HELD-COUNT.
016850      MOVE WS-OVERDUE-TOTAL TO TL-OVERDUE-TOTAL.
016860      MOVE WS-SAVED-COUNT TO TL-SAVED-COUNT.
016870
016880      MOVE SPACES TO LISTING-RECORD.
016890      WRITE LISTING-RECORD.
016900      IF WS-TABLE-FULL
016910          WRITE LISTING-RECORD FROM WS-TABLE-FULL-LINE
016920      END-IF.
016930      IF WS-SCHED-BAD
016940          WRITE LISTING-RECORD FROM WS-SCHED-BAD-LINE
016950      END-IF.
016960      IF WS-SAVE-FAILED
016970          WRITE LISTING-RECORD FROM WS-SAVE-FAILED-LINE
016980      END-IF.
016990      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
017000      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-11.
017010      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
017020      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
017030      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
017040      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
017050      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
017060      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
017070      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-8.
017080      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-9.
017090      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-10.
017100  8800-EXIT.
017110      EXIT.
017120
017130*****************************************************************
017140* 9000-TERMINATE - CLOSE THE LISTINGS AND END THE RUN.
017150*****************************************************************
017160  9000-TERMINATE.
017170      CLOSE SCHED-LISTING.
017180      CLOSE COUNT-SHEET.
017190      CLOSE COUNT-SKEL.
017200  9000-EXIT.
017210      EXIT.
017220
017230*****************************************************************
017240* 9500-COPY-BACK-SCHEDULE - REWRITE THE SCHEDULE FILE FROM THE
017250*                           WORK FILE.  THE SCHEDULE FILE IS ONLY
017260*                           OPENED FOR OUTPUT ONCE THE WORK FILE
017270*                           HAS OPENED; EITHER FAILING IS LISTED.
017280*****************************************************************
017290  9500-COPY-BACK-SCHEDULE.
017300      MOVE "N" TO WS-COPY-EOF-SW.
017310      OPEN INPUT SCHED-NEW.
017320      IF NOT WS-SN-OK
017330          MOVE "CCSNEW" TO SF-FILE-ID
017340          MOVE WS-SCHED-NEW-STATUS TO SF-FILE-STATUS
017350          MOVE "Y" TO WS-SAVE-FAILED-SW
017360      ELSE
017370          OPEN OUTPUT COUNT-SCHED
017380          IF NOT WS-CS-OK
017390              MOVE "CCSCHED" TO SF-FILE-ID
017400              MOVE WS-COUNT-SCHED-STATUS TO SF-FILE-STATUS
017410              MOVE "Y" TO WS-SAVE-FAILED-SW
017420          ELSE
017430              PERFORM 9510-READ-NEW THRU 9510-EXIT
017440              PERFORM 9520-COPY-ONE THRU 9520-EXIT
017450                  UNTIL WS-COPY-EOF
017460              CLOSE COUNT-SCHED
017470          END-IF
017480          CLOSE SCHED-NEW
017490      END-IF.
017500  9500-EXIT.
017510      EXIT.
017520
017530*****************************************************************
017540* 9510-READ-NEW - READ THE NEXT WORK-FILE RECORD.
017550*****************************************************************
017560  9510-READ-NEW.
017570      READ SCHED-NEW
017580          AT END
017590              MOVE "Y" TO WS-COPY-EOF-SW
017600      END-READ.
017610  9510-EXIT.
017620      EXIT.
017630
017640*****************************************************************
017650* 9520-COPY-ONE - COPY ONE WORK-FILE RECORD AND READ AHEAD.
017660*****************************************************************
017670  9520-COPY-ONE.
017680      WRITE COUNT-SCHEDULE-RECORD FROM SCHED-NEW-RECORD.
017690      PERFORM 9510-READ-NEW THRU 9510-EXIT.
017700  9520-EXIT.
017710      EXIT.
017720
017730  END PROGRAM LAB10CCS.

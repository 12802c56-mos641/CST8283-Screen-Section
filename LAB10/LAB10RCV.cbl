000100*****************************************************************
000110* Program:  LAB10RCV
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: MASTER RECOVERY.  RELOADS SHOE-MASTER, STYLE-XREF,
000160*          STYLE-ATTR, OPERATOR-MASTER, THE STOCK-BY-LOCATION
000170*          FILE (STKLOC), AND THE TRANSFER MASTER (XFRMAST) -
000180*          ALL SIX, OR THE ONE NAMED - FROM A GENERATION ON THE
000190*          MASTER BACKUP FILE
000200*          (MASTBKUP) WRITTEN BY LAB10BKP, THEN ROLLS SHOE-MASTER
000210*          FORWARD BY REAPPLYING, IN DATE AND TIME ORDER, EVERY
000220*          AUDIT RECORD (ADD, CHANGE, COUNT, DELETE, REPRICE) AND
000230*          EVERY POSTED MOVEMENT (MOVEHIST) STAMPED AFTER THE
000240*          GENERATION WAS TAKEN.  AUDIT RECORDS ALREADY ROLLED
000250*          OFF TO THE AUDIT HISTORY (AUDITHST) BY LAB10ARC ARE
000260*          READ AHEAD OF THE LIVE AUDIT LOG.  THE GENERATION AND
000270*          MASTER ARE CHOSEN ON A ONE-RECORD PARAMETER FILE
000280*          (RCVPARM); A BLANK DATE TAKES THE NEWEST GENERATION
000290*          AND A BLANK OR "ALL" MASTER TAKES ALL SIX.  A MASTER
000300*          IS ONLY RELOADED WHEN ITS TRAILER IN THE GENERATION IS
000310*          GOOD AND AGREES WITH THE RECORDS BACKED UP.  THE
000320*          RECOVERY REPORT (RCVRPT) LISTS EVERY RECORD REAPPLIED
000330*          AND EVERY ONE THAT COULD NOT BE, WITH THE REASON.
000340*          RUN ON REQUEST ONLY, WITH THE ONLINE AND BATCH
000350*          PROGRAMS DOWN.
000360*****************************************************************
000370  IDENTIFICATION DIVISION.
000380  PROGRAM-ID. LAB10RCV.
000390  AUTHOR. D. FALLIS.
000400  INSTALLATION. RETAIL SYSTEMS.
000410  DATE-WRITTEN. 2026-10-15.
000420  DATE-COMPILED.
000430*****************************************************************
000440* MODIFICATION HISTORY
000450*   2026-10-15  DF  ORIGINAL PROGRAM.
000460*   2026-10-15  DF  AUDIT-HIST RECORD WIDENED TO MATCH THE
000470*                   AUDIT-LOG RECORD, WHICH NOW CARRIES THE
000480*                   STOCKING LOCATION.  A TRANSFER BETWEEN
000490*                   LOCATIONS (MOVEHIST TYPES T AND I) IS LISTED
000500*                   AS NEEDING NO REAPPLY - IT NEVER CHANGED THE
000510*                   ALL-LOCATION ON-HAND.
000520*   2026-10-15  DF  STKLOC AND XFRMAST ARE RELOADED FROM THE
000530*                   GENERATION ALONG WITH THE OTHER MASTERS.  THEY
000540*                   ARE NOT ROLLED FORWARD - THE LOCATION BALANCE
000550*                   STEP (LAB10LOC) BRINGS STKLOC BACK INTO LINE
000560*                   WITH THE ROLLED-FORWARD SHOE-MASTER.
000570*****************************************************************
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT RECOVERY-PARM ASSIGN TO "RCVPARM"
000620          ORGANIZATION IS LINE SEQUENTIAL
000630          FILE STATUS IS WS-RECOVERY-PARM-STATUS.
000640
000650      SELECT MASTER-BACKUP ASSIGN TO "MASTBKUP"
000660          ORGANIZATION IS LINE SEQUENTIAL
000670          FILE STATUS IS WS-MASTER-BACKUP-STATUS.
000680
000690      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000700          ORGANIZATION IS INDEXED
000710          ACCESS MODE IS DYNAMIC
000720          RECORD KEY IS SM-MASTER-KEY
000730          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000740
000750      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000760          ORGANIZATION IS INDEXED
000770          ACCESS MODE IS SEQUENTIAL
000780          RECORD KEY IS SX-SHOE-STYLE
000790          FILE STATUS IS WS-STYLE-XREF-STATUS.
000800
000810      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS SEQUENTIAL
000840          RECORD KEY IS SA-SHOE-STYLE
000850          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000860
000870      SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS SEQUENTIAL
000900          RECORD KEY IS OM-OPERATOR-ID
000910          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
000920
000930      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000940          ORGANIZATION IS INDEXED
000950          ACCESS MODE IS SEQUENTIAL
000960          RECORD KEY IS SL-LOC-KEY
000970          FILE STATUS IS WS-STOCK-LOC-STATUS.
000980
000990      SELECT XFR-MASTER ASSIGN TO "XFRMAST"
001000          ORGANIZATION IS INDEXED
001010          ACCESS MODE IS SEQUENTIAL
001020          RECORD KEY IS XF-MASTER-KEY
001030          FILE STATUS IS WS-XFR-MASTER-STATUS.
001040
001050      SELECT AUDIT-HIST ASSIGN TO "AUDITHST"
001060          ORGANIZATION IS LINE SEQUENTIAL
001070          FILE STATUS IS WS-AUDIT-HIST-STATUS.
001080
001090      SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
001100          ORGANIZATION IS LINE SEQUENTIAL
001110          FILE STATUS IS WS-AUDIT-LOG-STATUS.
001120
001130      SELECT MOVE-HIST ASSIGN TO "MOVEHIST"
001140          ORGANIZATION IS LINE SEQUENTIAL
001150          FILE STATUS IS WS-MOVE-HIST-STATUS.
001160
001170      SELECT RCV-LISTING ASSIGN TO "RCVRPT"
001180          ORGANIZATION IS LINE SEQUENTIAL
001190          FILE STATUS IS WS-RCV-LISTING-STATUS.
001200
001210  DATA DIVISION.
001220  FILE SECTION.
001230  FD  RECOVERY-PARM
001240      LABEL RECORDS ARE STANDARD.
001250  01  RECOVERY-PARM-RECORD.
001260      05  RP-GEN-DATE              PIC X(08).
001270      05  RP-GEN-TIME              PIC X(08).
001280      05  RP-FILE-ID               PIC X(08).
001290      05  FILLER                   PIC X(56).
001300
001310  FD  MASTER-BACKUP
001320      LABEL RECORDS ARE STANDARD.
001330      COPY MASTBKUP.
001340
001350  FD  SHOE-MASTER
001360      LABEL RECORDS ARE STANDARD.
001370      COPY SHOEMAST.
001380
001390  FD  STYLE-XREF
001400      LABEL RECORDS ARE STANDARD.
001410      COPY STYLEXRF.
001420
001430  FD  STYLE-ATTR
001440      LABEL RECORDS ARE STANDARD.
001450      COPY STYLATTR.
001460
001470  FD  OPERATOR-MASTER
001480      LABEL RECORDS ARE STANDARD.
001490      COPY OPERMAST.
001500
001510  FD  STOCK-LOC
001520      LABEL RECORDS ARE STANDARD.
001530      COPY STKLOC.
001540
001550  FD  XFR-MASTER
001560      LABEL RECORDS ARE STANDARD.
001570      COPY XFRMAST.
001580
001590  FD  AUDIT-HIST
001600      LABEL RECORDS ARE STANDARD.
001610  01  AUDIT-HIST-RECORD            PIC X(60).
001620
001630  FD  AUDIT-LOG
001640      LABEL RECORDS ARE STANDARD.
001650      COPY AUDITLOG.
001660
001670  FD  MOVE-HIST
001680      LABEL RECORDS ARE STANDARD.
001690      COPY MOVEHIST.
001700
001710  FD  RCV-LISTING
001720      LABEL RECORDS ARE STANDARD.
001730  01  LISTING-RECORD               PIC X(132).
001740
001750  WORKING-STORAGE SECTION.
001760  01  WS-RECOVERY-PARM-STATUS     PIC X(02).
001770      88  WS-RP-OK                        VALUE "00".
001780
001790  01  WS-MASTER-BACKUP-STATUS     PIC X(02).
001800      88  WS-MB-OK                        VALUE "00".
001810      88  WS-MB-EOF                       VALUE "10".
001820
001830  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001840      88  WS-SM-OK                        VALUE "00".
001850
001860  01  WS-STYLE-XREF-STATUS        PIC X(02).
001870      88  WS-SX-OK                        VALUE "00".
001880
001890  01  WS-STYLE-ATTR-STATUS        PIC X(02).
001900      88  WS-SA-OK                        VALUE "00".
001910
001920  01  WS-OPERATOR-MASTER-STATUS   PIC X(02).
001930      88  WS-OM-OK                        VALUE "00".
001940
001950  01  WS-STOCK-LOC-STATUS         PIC X(02).
001960      88  WS-SL-OK                        VALUE "00".
001970
001980  01  WS-XFR-MASTER-STATUS        PIC X(02).
001990      88  WS-XF-OK                        VALUE "00".
002000
002010  01  WS-AUDIT-HIST-STATUS        PIC X(02).
002020      88  WS-AH-OK                        VALUE "00".
002030
002040  01  WS-AUDIT-LOG-STATUS         PIC X(02).
002050      88  WS-AL-OK                        VALUE "00".
002060
002070  01  WS-MOVE-HIST-STATUS         PIC X(02).
002080      88  WS-MH-OK                        VALUE "00".
002090      88  WS-MH-EOF                       VALUE "10".
002100
002110  01  WS-RCV-LISTING-STATUS       PIC X(02).
002120      88  WS-RL-OK                        VALUE "00".
002130
002140  01  WS-PARM-OK-SW               PIC X(01) VALUE "N".
002150      88  WS-PARM-OK                      VALUE "Y".
002160
002170  01  WS-BACKUP-EOF-SW            PIC X(01) VALUE "N".
002180      88  WS-BACKUP-EOF                   VALUE "Y".
002190
002200  01  WS-GEN-FOUND-SW             PIC X(01) VALUE "N".
002210      88  WS-GEN-FOUND                    VALUE "Y".
002220
002230  01  WS-ANY-RELOAD-SW            PIC X(01) VALUE "N".
002240      88  WS-ANY-RELOAD                   VALUE "Y".
002250
002260  01  WS-MOVE-EOF-SW              PIC X(01) VALUE "N".
002270      88  WS-MOVE-EOF                     VALUE "Y".
002280
002290  01  WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
002300      88  WS-MASTER-FOUND                 VALUE "Y".
002310
002320  01  WS-REAPPLIED-SW             PIC X(01) VALUE "N".
002330      88  WS-REAPPLIED                    VALUE "Y".
002340
002350*    WHICH AUDIT FILE THE ROLL-FORWARD IS READING - THE HISTORY
002360*    FIRST, THEN THE LIVE LOG, THEN NEITHER.
002370  01  WS-AUDIT-FILE-SW            PIC X(01) VALUE "E".
002380      88  WS-AUDIT-FROM-HIST              VALUE "H".
002390      88  WS-AUDIT-FROM-LOG               VALUE "L".
002400      88  WS-AUDIT-AT-END                 VALUE "E".
002410
002420  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002430  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002440
002450  01  WS-WANT-DATE                PIC X(08) VALUE SPACES.
002460  01  WS-WANT-TIME                PIC X(08) VALUE SPACES.
002470  01  WS-WANT-FILE-ID             PIC X(08) VALUE SPACES.
002480
002490  01  WS-CHOSEN-GENERATION.
002500      05  WS-CHOSEN-DATE          PIC X(08) VALUE SPACES.
002510      05  WS-CHOSEN-TIME          PIC X(08) VALUE SPACES.
002520
002530  01  WS-AUDIT-STAMP.
002540      05  WS-AUDIT-DATE           PIC X(08) VALUE SPACES.
002550      05  WS-AUDIT-TIME           PIC X(08) VALUE SPACES.
002560
002570  01  WS-MOVE-STAMP.
002580      05  WS-MOVE-DATE            PIC X(08) VALUE SPACES.
002590      05  WS-MOVE-TIME            PIC X(08) VALUE SPACES.
002600
002610  01  WS-AUDIT-SOURCE             PIC X(08) VALUE SPACES.
002620  01  WS-RESULT                   PIC X(45) VALUE SPACES.
002630  01  WS-PST-OPERATOR-ID          PIC X(08) VALUE "LAB10PST".
002640
002650  01  WS-FILE-SUB                 PIC 9(01) VALUE ZERO.
002660  01  WS-FILE-TABLE.
002670      05  WS-FILE-ENTRY OCCURS 6 TIMES.
002680          10  WS-FT-FILE-ID        PIC X(08).
002690          10  WS-FT-SELECTED-SW    PIC X(01).
002700              88  WS-FT-SELECTED           VALUE "Y".
002710          10  WS-FT-TRAILER-SW     PIC X(01).
002720              88  WS-FT-TRAILER-FOUND      VALUE "Y".
002730          10  WS-FT-TRAILER-STATUS PIC X(01).
002740              88  WS-FT-TRAILER-GOOD       VALUE "G".
002750          10  WS-FT-TRAILER-COUNT  PIC 9(07).
002760          10  WS-FT-DATA-COUNT     PIC 9(07).
002770          10  WS-FT-RELOAD-SW      PIC X(01).
002780              88  WS-FT-RELOAD             VALUE "Y".
002790          10  WS-FT-LOAD-COUNT     PIC 9(07).
002800          10  WS-FT-REJECT-COUNT   PIC 9(07).
002810
002820  01  WS-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
002830  01  WS-AUDIT-DONE-COUNT         PIC 9(07) VALUE ZERO.
002840  01  WS-MOVE-DONE-COUNT          PIC 9(07) VALUE ZERO.
002850  01  WS-NOT-DONE-COUNT           PIC 9(07) VALUE ZERO.
002860
002870  01  WS-HEADING-1.
002880      05  FILLER                   PIC X(30)
002890              VALUE "MASTER RECOVERY               ".
002900      05  FILLER                   PIC X(04) VALUE "RUN ".
002910      05  H1-RUN-DATE              PIC 9(08).
002920      05  FILLER                   PIC X(14)
002930              VALUE "   GENERATION ".
002940      05  H1-GEN-DATE              PIC X(08).
002950      05  FILLER                   PIC X(01) VALUE SPACES.
002960      05  H1-GEN-TIME              PIC X(08).
002970
002980  01  WS-RELOAD-HEADING.
002990      05  FILLER                   PIC X(08) VALUE "MASTER".
003000      05  FILLER                   PIC X(04) VALUE SPACES.
003010      05  FILLER                   PIC X(09) VALUE "   BACKED".
003020      05  FILLER                   PIC X(04) VALUE SPACES.
003030      05  FILLER                   PIC X(09) VALUE " RELOADED".
003040      05  FILLER                   PIC X(04) VALUE SPACES.
003050      05  FILLER                   PIC X(09) VALUE " REJECTED".
003060      05  FILLER                   PIC X(04) VALUE SPACES.
003070      05  FILLER                   PIC X(06) VALUE "RESULT".
003080
003090  01  WS-RELOAD-LINE.
003100      05  RL-FILE-ID               PIC X(08).
003110      05  FILLER                   PIC X(04) VALUE SPACES.
003120      05  RL-DATA-COUNT            PIC Z,ZZZ,ZZ9.
003130      05  FILLER                   PIC X(04) VALUE SPACES.
003140      05  RL-LOAD-COUNT            PIC Z,ZZZ,ZZ9.
003150      05  FILLER                   PIC X(04) VALUE SPACES.
003160      05  RL-REJECT-COUNT          PIC Z,ZZZ,ZZ9.
003170      05  FILLER                   PIC X(04) VALUE SPACES.
003180      05  RL-RESULT                PIC X(40).
003190
003200  01  WS-REAPPLY-HEADING.
003210      05  FILLER                   PIC X(08) VALUE "SOURCE".
003220      05  FILLER                   PIC X(02) VALUE SPACES.
003230      05  FILLER                   PIC X(15) VALUE "RECORD".
003240      05  FILLER                   PIC X(02) VALUE SPACES.
003250      05  FILLER                   PIC X(05) VALUE "STYLE".
003260      05  FILLER                   PIC X(02) VALUE SPACES.
003270      05  FILLER                   PIC X(04) VALUE "SIZE".
003280      05  FILLER                   PIC X(02) VALUE SPACES.
003290      05  FILLER                   PIC X(08) VALUE "DATE".
003300      05  FILLER                   PIC X(01) VALUE SPACES.
003310      05  FILLER                   PIC X(08) VALUE "TIME".
003320      05  FILLER                   PIC X(02) VALUE SPACES.
003330      05  FILLER                   PIC X(05) VALUE "  QTY".
003340      05  FILLER                   PIC X(02) VALUE SPACES.
003350      05  FILLER                   PIC X(07) VALUE "ON-HAND".
003360      05  FILLER                   PIC X(02) VALUE SPACES.
003370      05  FILLER                   PIC X(06) VALUE "RESULT".
003380
003390  01  WS-REAPPLY-LINE.
003400      05  DL-SOURCE                PIC X(08).
003410      05  FILLER                   PIC X(02) VALUE SPACES.
003420      05  DL-RECORD-DESC           PIC X(15).
003430      05  FILLER                   PIC X(02) VALUE SPACES.
003440      05  DL-SHOE-STYLE            PIC X(05).
003450      05  FILLER                   PIC X(02) VALUE SPACES.
003460      05  DL-SHOE-SIZE             PIC X(04).
003470      05  FILLER                   PIC X(02) VALUE SPACES.
003480      05  DL-DATE                  PIC X(08).
003490      05  FILLER                   PIC X(01) VALUE SPACES.
003500      05  DL-TIME                  PIC X(08).
003510      05  FILLER                   PIC X(02) VALUE SPACES.
003520      05  DL-QUANTITY              PIC ZZZZ9.
003530      05  FILLER                   PIC X(04) VALUE SPACES.
003540      05  DL-ON-HAND               PIC ZZZZ9.
003550      05  FILLER                   PIC X(02) VALUE SPACES.
003560      05  DL-RESULT                PIC X(45).
003570
003580  01  WS-NO-PARM-LINE.
003590      05  FILLER                   PIC X(42)
003600              VALUE "** NO RCVPARM RECORD - NOTHING RELOADED. S".
003610      05  FILLER                   PIC X(41)
003620              VALUE "UPPLY GENERATION DATE/TIME AND MASTER  **".
003630
003640  01  WS-NO-GEN-LINE.
003650      05  FILLER                   PIC X(42)
003660              VALUE "** NO GENERATION ON MASTBKUP MATCHES RCVPA".
003670      05  FILLER                   PIC X(25)
003680              VALUE "RM - NOTHING RELOADED  **".
003690
003700  01  WS-BAD-FILE-LINE.
003710      05  FILLER                   PIC X(42)
003720              VALUE "** RCVPARM MASTER MUST BE SHOEMAST, STYLEX".
003730      05  FILLER                   PIC X(42)
003740              VALUE "RF, STYLATTR, OPERMAST, STKLOC, XFRMAST, ".
003750      05  FILLER                   PIC X(16)
003760              VALUE "ALL, OR BLANK **".
003770
003780  01  WS-NONE-RELOADED-LINE.
003790      05  FILLER                   PIC X(42)
003800              VALUE "** NO MASTER IN THE GENERATION COULD BE RE".
003810      05  FILLER                   PIC X(30)
003820              VALUE "LOADED - MASTERS UNTOUCHED  **".
003830
003840  01  WS-NO-ROLL-LINE.
003850      05  FILLER                   PIC X(42)
003860              VALUE "** SHOE-MASTER NOT RELOADED - NOTHING REAP".
003870      05  FILLER                   PIC X(10)
003880              VALUE "PLIED   **".
003890
003900  01  WS-NOT-JOURNALED-LINE-1.
003910      05  FILLER                   PIC X(42)
003920              VALUE "** STYLE-XREF, STYLE-ATTR AND OPERATOR-MAS".
003930      05  FILLER                   PIC X(42)
003940              VALUE "TER CHANGES ARE NOT JOURNALED - ANY KEYED ".
003950  01  WS-NOT-JOURNALED-LINE-2.
003960      05  FILLER                   PIC X(42)
003970              VALUE "** SINCE THE GENERATION MUST BE KEYED AGAI".
003980      05  FILLER                   PIC X(04)
003990              VALUE "N **".
004000
004010  01  WS-COST-NOTE-LINE-1.
004020      05  FILLER                   PIC X(42)
004030              VALUE "** AUDIT RECORDS CARRY ON-HAND AND RETAIL ".
004040      05  FILLER                   PIC X(41)
004050              VALUE "PRICE ONLY - UNIT COST, REORDER POINT AND".
004060  01  WS-COST-NOTE-LINE-2.
004070      05  FILLER                   PIC X(42)
004080              VALUE "** ON-ORDER KEYED SINCE THE GENERATION MUS".
004090      05  FILLER                   PIC X(27)
004100              VALUE "T BE CHECKED AND REKEYED **".
004110
004120  01  WS-LOC-NOTE-LINE-1.
004130      05  FILLER                   PIC X(42)
004140              VALUE "** STKLOC AND XFRMAST ARE NOT ROLLED FORWA".
004150      05  FILLER                   PIC X(40)
004160              VALUE "RD - RUN THE LOCATION BALANCE (LAB10LOC)".
004170  01  WS-LOC-NOTE-LINE-2.
004180      05  FILLER                   PIC X(42)
004190              VALUE "** SO STKLOC AGREES WITH SHOE-MASTER, AND ".
004200      05  FILLER                   PIC X(42)
004210              VALUE "CHECK TRANSFERS KEYED SINCE THE GENERATION".
004220      05  FILLER                   PIC X(03) VALUE " **".
004230
004240  01  WS-TOTAL-LINE-1.
004250      05  FILLER                   PIC X(23)
004260              VALUE "AUDIT REAPPLIED    -  ".
004270      05  TL-AUDIT-DONE-COUNT      PIC Z,ZZZ,ZZ9.
004280
004290  01  WS-TOTAL-LINE-2.
004300      05  FILLER                   PIC X(23)
004310              VALUE "MOVEMENTS REAPPLIED-  ".
004320      05  TL-MOVE-DONE-COUNT       PIC Z,ZZZ,ZZ9.
004330
004340  01  WS-TOTAL-LINE-3.
004350      05  FILLER                   PIC X(23)
004360              VALUE "NOT REAPPLIED      -  ".
004370      05  TL-NOT-DONE-COUNT        PIC Z,ZZZ,ZZ9.
004380
004390  01  WS-TOTAL-LINE-4.
004400      05  FILLER                   PIC X(23)
004410              VALUE "BEFORE GENERATION  -  ".
004420      05  TL-SKIPPED-COUNT         PIC Z,ZZZ,ZZ9.
004430
004440  PROCEDURE DIVISION.
004450  0000-MAIN-PROCEDURE.
004460      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004470
004480      IF WS-PARM-OK
004490          PERFORM 2000-FIND-GENERATION THRU 2000-EXIT
004500      END-IF.
004510
004520      IF WS-GEN-FOUND
004530          PERFORM 2500-VERIFY-GENERATION THRU 2500-EXIT
004540      END-IF.
004550
004560      IF WS-ANY-RELOAD
004570          PERFORM 3000-RELOAD-MASTERS THRU 3000-EXIT
004580          IF WS-FT-RELOAD (1)
004590              PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
004600          ELSE
004610              WRITE LISTING-RECORD FROM WS-NO-ROLL-LINE
004620          END-IF
004630          PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
004640      END-IF.
004650
004660      PERFORM 9000-TERMINATE THRU 9000-EXIT.
004670
004680      STOP RUN.
004690
004700*****************************************************************
004710* 1000-INITIALIZE - OPEN THE LISTING, SET UP THE SIX MASTERS, 
004720*                   AND TAKE THE GENERATION AND MASTER FROM
004730*                   RCVPARM.  NO PARAMETER RECORD, OR AN UNKNOWN
004740*                   MASTER NAME, STOPS THE RUN BEFORE ANY MASTER
004750*                   IS TOUCHED.
004760*****************************************************************
004770  1000-INITIALIZE.
004780      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004790      ACCEPT WS-CURRENT-TIME FROM TIME.
004800      OPEN OUTPUT RCV-LISTING.
004810
004820      MOVE "SHOEMAST" TO WS-FT-FILE-ID (1).
004830      MOVE "STYLEXRF" TO WS-FT-FILE-ID (2).
004840      MOVE "STYLATTR" TO WS-FT-FILE-ID (3).
004850      MOVE "OPERMAST" TO WS-FT-FILE-ID (4).
004860      MOVE "STKLOC  " TO WS-FT-FILE-ID (5).
004870      MOVE "XFRMAST " TO WS-FT-FILE-ID (6).
004880      PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
004890          VARYING WS-FILE-SUB FROM 1 BY 1
004900          UNTIL WS-FILE-SUB > 6.
004910
004920      OPEN INPUT RECOVERY-PARM.
004930      IF WS-RP-OK
004940          READ RECOVERY-PARM
004950              AT END
004960                  MOVE "N" TO WS-PARM-OK-SW
004970              NOT AT END
004980                  MOVE "Y" TO WS-PARM-OK-SW
004990          END-READ
005000          CLOSE RECOVERY-PARM
005010      END-IF.
005020
005030      IF WS-PARM-OK
005040          PERFORM 1100-TAKE-PARM THRU 1100-EXIT
005050      END-IF.
005060
005070      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
005080      MOVE SPACES TO H1-GEN-DATE.
005090      MOVE SPACES TO H1-GEN-TIME.
005100      WRITE LISTING-RECORD FROM WS-HEADING-1.
005110      MOVE SPACES TO LISTING-RECORD.
005120      WRITE LISTING-RECORD.
005130
005140      IF NOT WS-PARM-OK
005150          IF WS-WANT-FILE-ID = SPACES
005160              WRITE LISTING-RECORD FROM WS-NO-PARM-LINE
005170          ELSE
005180              WRITE LISTING-RECORD FROM WS-BAD-FILE-LINE
005190          END-IF
005200      END-IF.
005210  1000-EXIT.
005220      EXIT.
005230
005240*****************************************************************
005250* 1100-TAKE-PARM - SAVE THE WANTED GENERATION AND MARK THE
005260*                  MASTERS TO BE RELOADED.
005270*****************************************************************
005280  1100-TAKE-PARM.
005290      MOVE RP-GEN-DATE TO WS-WANT-DATE.
005300      MOVE RP-GEN-TIME TO WS-WANT-TIME.
005310      MOVE RP-FILE-ID TO WS-WANT-FILE-ID.
005320
005330      EVALUATE WS-WANT-FILE-ID
005340          WHEN SPACES
005350          WHEN "ALL"
005360              MOVE "Y" TO WS-FT-SELECTED-SW (1)
005370              MOVE "Y" TO WS-FT-SELECTED-SW (2)
005380              MOVE "Y" TO WS-FT-SELECTED-SW (3)
005390              MOVE "Y" TO WS-FT-SELECTED-SW (4)
005400              MOVE "Y" TO WS-FT-SELECTED-SW (5)
005410              MOVE "Y" TO WS-FT-SELECTED-SW (6)
005420          WHEN "SHOEMAST"
005430              MOVE "Y" TO WS-FT-SELECTED-SW (1)
005440          WHEN "STYLEXRF"
005450              MOVE "Y" TO WS-FT-SELECTED-SW (2)
005460          WHEN "STYLATTR"
005470              MOVE "Y" TO WS-FT-SELECTED-SW (3)
005480          WHEN "OPERMAST"
005490              MOVE "Y" TO WS-FT-SELECTED-SW (4)
005500          WHEN "STKLOC"
005510              MOVE "Y" TO WS-FT-SELECTED-SW (5)
005520          WHEN "XFRMAST"
005530              MOVE "Y" TO WS-FT-SELECTED-SW (6)
005540          WHEN OTHER
005550              MOVE "N" TO WS-PARM-OK-SW
005560      END-EVALUATE.
005570  1100-EXIT.
005580      EXIT.
005590
005600*****************************************************************
005610* 1200-CLEAR-ENTRY - CLEAR ONE MASTER'S RECOVERY FIGURES.
005620*****************************************************************
005630  1200-CLEAR-ENTRY.
005640      MOVE "N" TO WS-FT-SELECTED-SW (WS-FILE-SUB).
005650      MOVE "N" TO WS-FT-RELOAD-SW (WS-FILE-SUB).
005660      MOVE ZERO TO WS-FT-LOAD-COUNT (WS-FILE-SUB).
005670      MOVE ZERO TO WS-FT-REJECT-COUNT (WS-FILE-SUB).
005680      PERFORM 2310-CLEAR-TRAILER THRU 2310-EXIT.
005690  1200-EXIT.
005700      EXIT.
005710
005720*****************************************************************
005730* 2000-FIND-GENERATION - PASS THE BACKUP FILE FOR THE NEWEST
005740*                        GENERATION MATCHING RCVPARM, COUNTING
005750*                        EACH MASTER'S RECORDS IN IT AND KEEPING
005760*                        EACH MASTER'S TRAILER.  GENERATIONS ARE
005770*                        APPENDED OLDEST FIRST, SO THE LAST ONE TO
005780*                        MATCH IS THE NEWEST.
005790*****************************************************************
005800  2000-FIND-GENERATION.
005810      MOVE "N" TO WS-BACKUP-EOF-SW.
005820      OPEN INPUT MASTER-BACKUP.
005830      IF NOT WS-MB-OK
005840          MOVE "Y" TO WS-BACKUP-EOF-SW
005850      ELSE
005860          PERFORM 2100-READ-BACKUP THRU 2100-EXIT
005870      END-IF.
005880
005890      PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
005900          UNTIL WS-BACKUP-EOF.
005910
005920      IF WS-MB-OK OR WS-MB-EOF
005930          CLOSE MASTER-BACKUP
005940      END-IF.
005950
005960      IF WS-GEN-FOUND
005970          MOVE WS-CHOSEN-DATE TO H1-GEN-DATE
005980          MOVE WS-CHOSEN-TIME TO H1-GEN-TIME
005990          WRITE LISTING-RECORD FROM WS-HEADING-1
006000          MOVE SPACES TO LISTING-RECORD
006010          WRITE LISTING-RECORD
006020      ELSE
006030          WRITE LISTING-RECORD FROM WS-NO-GEN-LINE
006040      END-IF.
006050  2000-EXIT.
006060      EXIT.
006070
006080*****************************************************************
006090* 2100-READ-BACKUP - READ THE NEXT BACKUP RECORD.
006100*****************************************************************
006110  2100-READ-BACKUP.
006120      READ MASTER-BACKUP
006130          AT END
006140              MOVE "Y" TO WS-BACKUP-EOF-SW
006150      END-READ.
006160  2100-EXIT.
006170      EXIT.
006180
006190*****************************************************************
006200* 2200-CHECK-RECORD - TALLY ONE RECORD OF A MATCHING GENERATION
006210*                     AND READ AHEAD.  A NEWER MATCHING
006220*                     GENERATION REPLACES THE ONE BEING TALLIED.
006230*****************************************************************
006240  2200-CHECK-RECORD.
006250      IF (WS-WANT-DATE = SPACES OR WS-WANT-DATE = BK-GEN-DATE)
006260              AND (WS-WANT-TIME = SPACES
006270                   OR WS-WANT-TIME = BK-GEN-TIME)
006280          IF BK-GENERATION NOT = WS-CHOSEN-GENERATION
006290              PERFORM 2300-START-CANDIDATE THRU 2300-EXIT
006300          END-IF
006310          PERFORM 2250-SET-FILE-SUB THRU 2250-EXIT
006320          IF WS-FILE-SUB > ZERO
006330              IF BK-TRAILER
006340                  MOVE "Y" TO WS-FT-TRAILER-SW (WS-FILE-SUB)
006350                  MOVE BK-UNLOAD-STATUS
006360                      TO WS-FT-TRAILER-STATUS (WS-FILE-SUB)
006370                  MOVE BK-RECORD-COUNT
006380                      TO WS-FT-TRAILER-COUNT (WS-FILE-SUB)
006390              ELSE
006400                  ADD 1 TO WS-FT-DATA-COUNT (WS-FILE-SUB)
006410              END-IF
006420          END-IF
006430      END-IF.
006440
006450      PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
006460  2200-EXIT.
006470      EXIT.
006480
006490*****************************************************************
006500* 2250-SET-FILE-SUB - POINT WS-FILE-SUB AT THE BACKUP RECORD'S
006510*                     MASTER, OR ZERO WHEN IT IS NONE OF THE SIX.
006520*****************************************************************
006530  2250-SET-FILE-SUB.
006540      EVALUATE TRUE
006550          WHEN BK-FILE-SHOEMAST
006560              MOVE 1 TO WS-FILE-SUB
006570          WHEN BK-FILE-STYLEXRF
006580              MOVE 2 TO WS-FILE-SUB
006590          WHEN BK-FILE-STYLATTR
006600              MOVE 3 TO WS-FILE-SUB
006610          WHEN BK-FILE-OPERMAST
006620              MOVE 4 TO WS-FILE-SUB
006630          WHEN BK-FILE-STKLOC
006640              MOVE 5 TO WS-FILE-SUB
006650          WHEN BK-FILE-XFRMAST
006660              MOVE 6 TO WS-FILE-SUB
006670          WHEN OTHER
006680              MOVE ZERO TO WS-FILE-SUB
006690      END-EVALUATE.
006700  2250-EXIT.
006710      EXIT.
006720
006730*****************************************************************
006740* 2300-START-CANDIDATE - TAKE THIS GENERATION AS THE CANDIDATE
006750*                        AND CLEAR THE TALLY.
006760*****************************************************************
006770  2300-START-CANDIDATE.
006780      MOVE "Y" TO WS-GEN-FOUND-SW.
006790      MOVE BK-GENERATION TO WS-CHOSEN-GENERATION.
006800      PERFORM 2310-CLEAR-TRAILER THRU 2310-EXIT
006810          VARYING WS-FILE-SUB FROM 1 BY 1
006820          UNTIL WS-FILE-SUB > 6.
006830  2300-EXIT.
006840      EXIT.
006850
006860*****************************************************************
006870* 2310-CLEAR-TRAILER - CLEAR ONE MASTER'S TRAILER AND COUNT.
006880*****************************************************************
006890  2310-CLEAR-TRAILER.
006900      MOVE "N" TO WS-FT-TRAILER-SW (WS-FILE-SUB).
006910      MOVE SPACE TO WS-FT-TRAILER-STATUS (WS-FILE-SUB).
006920      MOVE ZERO TO WS-FT-TRAILER-COUNT (WS-FILE-SUB).
006930      MOVE ZERO TO WS-FT-DATA-COUNT (WS-FILE-SUB).
006940  2310-EXIT.
006950      EXIT.
006960
006970*****************************************************************
006980* 2500-VERIFY-GENERATION - A SELECTED MASTER IS RELOADED ONLY
006990*                          WHEN ITS TRAILER IS THERE, SAYS THE
007000*                          UNLOAD ENDED GOOD, AND AGREES WITH THE
007010*                          RECORDS COUNTED.
007020*****************************************************************
007030  2500-VERIFY-GENERATION.
007040      WRITE LISTING-RECORD FROM WS-RELOAD-HEADING.
007050      PERFORM 2510-VERIFY-ENTRY THRU 2510-EXIT
007060          VARYING WS-FILE-SUB FROM 1 BY 1
007070          UNTIL WS-FILE-SUB > 6.
007080      IF NOT WS-ANY-RELOAD
007090          MOVE SPACES TO LISTING-RECORD
007100          WRITE LISTING-RECORD
007110          WRITE LISTING-RECORD FROM WS-NONE-RELOADED-LINE
007120      END-IF.
007130  2500-EXIT.
007140      EXIT.
007150
007160*****************************************************************
007170* 2510-VERIFY-ENTRY - CHECK ONE SELECTED MASTER AND LIST ANY THAT
007180*                     CANNOT BE RELOADED.
007190*****************************************************************
007200  2510-VERIFY-ENTRY.
007210      IF WS-FT-SELECTED (WS-FILE-SUB)
007220          EVALUATE TRUE
007230              WHEN NOT WS-FT-TRAILER-FOUND (WS-FILE-SUB)
007240                  MOVE "NOT RELOADED - NO TRAILER IN GENERATION"
007250                      TO RL-RESULT
007260              WHEN NOT WS-FT-TRAILER-GOOD (WS-FILE-SUB)
007270                  MOVE "NOT RELOADED - UNLOAD HAD FAILED"
007280                      TO RL-RESULT
007290              WHEN WS-FT-TRAILER-COUNT (WS-FILE-SUB)
007300                      NOT = WS-FT-DATA-COUNT (WS-FILE-SUB)
007310                  MOVE "NOT RELOADED - TRAILER COUNT DISAGREES"
007320                      TO RL-RESULT
007330              WHEN OTHER
007340                  MOVE "Y" TO WS-FT-RELOAD-SW (WS-FILE-SUB)
007350                  MOVE "Y" TO WS-ANY-RELOAD-SW
007360          END-EVALUATE
007370          IF NOT WS-FT-RELOAD (WS-FILE-SUB)
007380              MOVE WS-FT-FILE-ID (WS-FILE-SUB) TO RL-FILE-ID
007390              MOVE WS-FT-DATA-COUNT (WS-FILE-SUB) TO RL-DATA-COUNT
007400              MOVE ZERO TO RL-LOAD-COUNT
007410              MOVE ZERO TO RL-REJECT-COUNT
007420              WRITE LISTING-RECORD FROM WS-RELOAD-LINE
007430          END-IF
007440      END-IF.
007450  2510-EXIT.
007460      EXIT.
007470
007480*****************************************************************
007490* 3000-RELOAD-MASTERS - REBUILD EACH MASTER CLEARED FOR RELOAD
007500*                       FROM SCRATCH OUT OF THE CHOSEN GENERATION
007510*                       IN ONE PASS OF THE BACKUP FILE.
007520*****************************************************************
007530  3000-RELOAD-MASTERS.
007540      IF WS-FT-RELOAD (1)
007550          OPEN OUTPUT SHOE-MASTER
007560      END-IF.
007570      IF WS-FT-RELOAD (2)
007580          OPEN OUTPUT STYLE-XREF
007590      END-IF.
007600      IF WS-FT-RELOAD (3)
007610          OPEN OUTPUT STYLE-ATTR
007620      END-IF.
007630      IF WS-FT-RELOAD (4)
007640          OPEN OUTPUT OPERATOR-MASTER
007650      END-IF.
007660      IF WS-FT-RELOAD (5)
007670          OPEN OUTPUT STOCK-LOC
007680      END-IF.
007690      IF WS-FT-RELOAD (6)
007700          OPEN OUTPUT XFR-MASTER
007710      END-IF.
007720
007730      MOVE "N" TO WS-BACKUP-EOF-SW.
007740      OPEN INPUT MASTER-BACKUP.
007750      PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
007760      PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
007770          UNTIL WS-BACKUP-EOF.
007780      CLOSE MASTER-BACKUP.
007790
007800      IF WS-FT-RELOAD (1)
007810          CLOSE SHOE-MASTER
007820      END-IF.
007830      IF WS-FT-RELOAD (2)
007840          CLOSE STYLE-XREF
007850      END-IF.
007860      IF WS-FT-RELOAD (3)
007870          CLOSE STYLE-ATTR
007880      END-IF.
007890      IF WS-FT-RELOAD (4)
007900          CLOSE OPERATOR-MASTER
007910      END-IF.
007920      IF WS-FT-RELOAD (5)
007930          CLOSE STOCK-LOC
007940      END-IF.
007950      IF WS-FT-RELOAD (6)
007960          CLOSE XFR-MASTER
007970      END-IF.
007980
007990      PERFORM 3500-LIST-RELOAD THRU 3500-EXIT
008000          VARYING WS-FILE-SUB FROM 1 BY 1
008010          UNTIL WS-FILE-SUB > 6.
008020      MOVE SPACES TO LISTING-RECORD.
008030      WRITE LISTING-RECORD.
008040      IF WS-FT-RELOAD (2) OR WS-FT-RELOAD (3) OR WS-FT-RELOAD (4)
008050          WRITE LISTING-RECORD FROM WS-NOT-JOURNALED-LINE-1
008060          WRITE LISTING-RECORD FROM WS-NOT-JOURNALED-LINE-2
008070      END-IF.
008080      IF WS-FT-RELOAD (5) OR WS-FT-RELOAD (6)
008090          WRITE LISTING-RECORD FROM WS-LOC-NOTE-LINE-1
008100          WRITE LISTING-RECORD FROM WS-LOC-NOTE-LINE-2
008110      END-IF.
008120  3000-EXIT.
008130      EXIT.
008140
008150*****************************************************************
008160* 3100-RELOAD-ONE - WRITE ONE DATA RECORD OF THE CHOSEN
008170*                   GENERATION BACK TO ITS MASTER AND READ AHEAD.
008180*****************************************************************
008190  3100-RELOAD-ONE.
008200      IF BK-GENERATION = WS-CHOSEN-GENERATION AND BK-DATA
008210          PERFORM 2250-SET-FILE-SUB THRU 2250-EXIT
008220          IF WS-FILE-SUB > ZERO
008230              IF WS-FT-RELOAD (WS-FILE-SUB)
008240                  EVALUATE WS-FILE-SUB
008250                      WHEN 1
008260                          PERFORM 3210-WRITE-SHOE THRU 3210-EXIT
008270                      WHEN 2
008280                          PERFORM 3220-WRITE-XREF THRU 3220-EXIT
008290                      WHEN 3
008300                          PERFORM 3230-WRITE-ATTR THRU 3230-EXIT
008310                      WHEN 4
008320                          PERFORM 3240-WRITE-OPER THRU 3240-EXIT
008330                      WHEN 5
008340                          PERFORM 3250-WRITE-LOC THRU 3250-EXIT
008350                      WHEN 6
008360                          PERFORM 3260-WRITE-XFR THRU 3260-EXIT
008370                  END-EVALUATE
008380              END-IF
008390          END-IF
008400      END-IF.
008410
008420      PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
008430  3100-EXIT.
008440      EXIT.
008450
008460*****************************************************************
008470* 3210-WRITE-SHOE - RELOAD ONE SHOE-MASTER RECORD.
008480*****************************************************************
008490  3210-WRITE-SHOE.
008500      MOVE BK-DATA-AREA TO SHOE-MASTER-RECORD.
008510      WRITE SHOE-MASTER-RECORD
008520          INVALID KEY
008530              ADD 1 TO WS-FT-REJECT-COUNT (1)
008540          NOT INVALID KEY
008550              ADD 1 TO WS-FT-LOAD-COUNT (1)
008560      END-WRITE.
008570  3210-EXIT.
008580      EXIT.
008590
008600*****************************************************************
008610* 3220-WRITE-XREF - RELOAD ONE STYLE-XREF RECORD.
008620*****************************************************************
008630  3220-WRITE-XREF.
008640      MOVE BK-DATA-AREA TO STYLE-XREF-RECORD.
008650      WRITE STYLE-XREF-RECORD
008660          INVALID KEY
008670              ADD 1 TO WS-FT-REJECT-COUNT (2)
008680          NOT INVALID KEY
008690              ADD 1 TO WS-FT-LOAD-COUNT (2)
008700      END-WRITE.
008710  3220-EXIT.
008720      EXIT.
008730
008740*****************************************************************
008750* 3230-WRITE-ATTR - RELOAD ONE STYLE-ATTR RECORD.
008760*****************************************************************
008770  3230-WRITE-ATTR.
008780      MOVE BK-DATA-AREA TO STYLE-ATTR-RECORD.
008790      WRITE STYLE-ATTR-RECORD
008800          INVALID KEY
008810              ADD 1 TO WS-FT-REJECT-COUNT (3)
008820          NOT INVALID KEY
008830              ADD 1 TO WS-FT-LOAD-COUNT (3)
008840      END-WRITE.
008850  3230-EXIT.
008860      EXIT.
008870
008880*****************************************************************
008890* 3240-WRITE-OPER - RELOAD ONE OPERATOR-MASTER RECORD.
008900*****************************************************************
008910  3240-WRITE-OPER.
008920      MOVE BK-DATA-AREA TO OPERATOR-MASTER-RECORD.
008930      WRITE OPERATOR-MASTER-RECORD
008940          INVALID KEY
008950              ADD 1 TO WS-FT-REJECT-COUNT (4)
008960          NOT INVALID KEY
008970              ADD 1 TO WS-FT-LOAD-COUNT (4)
008980      END-WRITE.
008990  3240-EXIT.
009000      EXIT.
009010
009020*****************************************************************
009030* 3250-WRITE-LOC - RELOAD ONE STOCK-BY-LOCATION RECORD.
009040*****************************************************************
009050  3250-WRITE-LOC.
009060      MOVE BK-DATA-AREA TO STOCK-LOC-RECORD.
009070      WRITE STOCK-LOC-RECORD
009080          INVALID KEY
009090              ADD 1 TO WS-FT-REJECT-COUNT (5)
009100          NOT INVALID KEY
009110              ADD 1 TO WS-FT-LOAD-COUNT (5)
009120      END-WRITE.
009130  3250-EXIT.
009140      EXIT.
009150
009160*****************************************************************
009170* 3260-WRITE-XFR - RELOAD ONE TRANSFER MASTER RECORD.
009180*****************************************************************
009190  3260-WRITE-XFR.
009200      MOVE BK-DATA-AREA TO XFR-MASTER-RECORD.
009210      WRITE XFR-MASTER-RECORD
009220          INVALID KEY
009230              ADD 1 TO WS-FT-REJECT-COUNT (6)
009240          NOT INVALID KEY
009250              ADD 1 TO WS-FT-LOAD-COUNT (6)
009260      END-WRITE.
009270  3260-EXIT.
009280      EXIT.
009290
009300*****************************************************************
009310* 3500-LIST-RELOAD - LIST ONE RELOADED MASTER'S COUNTS.
009320*****************************************************************
009330  3500-LIST-RELOAD.
009340      IF WS-FT-RELOAD (WS-FILE-SUB)
009350          MOVE WS-FT-FILE-ID (WS-FILE-SUB) TO RL-FILE-ID
009360          MOVE WS-FT-DATA-COUNT (WS-FILE-SUB) TO RL-DATA-COUNT
009370          MOVE WS-FT-LOAD-COUNT (WS-FILE-SUB) TO RL-LOAD-COUNT
009380          MOVE WS-FT-REJECT-COUNT (WS-FILE-SUB) TO RL-REJECT-COUNT
009390          MOVE "RELOADED" TO RL-RESULT
009400          WRITE LISTING-RECORD FROM WS-RELOAD-LINE
009410      END-IF.
009420  3500-EXIT.
009430      EXIT.
009440
009450*****************************************************************
009460* 4000-ROLL-FORWARD - MERGE THE AUDIT RECORDS (HISTORY, THEN LIVE
009470*                     LOG) WITH THE POSTED MOVEMENTS BY DATE AND
009480*                     TIME AND REAPPLY EVERY ONE STAMPED AFTER
009490*                     THE GENERATION TO THE RELOADED SHOE-MASTER.
009500*                     ON A TIE THE AUDIT RECORD GOES FIRST.
009510*****************************************************************
009520  4000-ROLL-FORWARD.
009530      WRITE LISTING-RECORD FROM WS-COST-NOTE-LINE-1.
009540      WRITE LISTING-RECORD FROM WS-COST-NOTE-LINE-2.
009550      MOVE SPACES TO LISTING-RECORD.
009560      WRITE LISTING-RECORD.
009570      WRITE LISTING-RECORD FROM WS-REAPPLY-HEADING.
009580
009590      OPEN I-O SHOE-MASTER.
009600
009610      OPEN INPUT AUDIT-HIST.
009620      IF WS-AH-OK
009630          MOVE "H" TO WS-AUDIT-FILE-SW
009640      ELSE
009650          PERFORM 4130-OPEN-AUDIT-LOG THRU 4130-EXIT
009660      END-IF.
009670      PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
009680
009690      MOVE "N" TO WS-MOVE-EOF-SW.
009700      OPEN INPUT MOVE-HIST.
009710      IF NOT WS-MH-OK
009720          MOVE "Y" TO WS-MOVE-EOF-SW
009730          MOVE HIGH-VALUES TO WS-MOVE-STAMP
009740      ELSE
009750          PERFORM 4200-READ-MOVE THRU 4200-EXIT
009760      END-IF.
009770
009780      PERFORM 4300-APPLY-NEXT THRU 4300-EXIT
009790          UNTIL WS-AUDIT-AT-END AND WS-MOVE-EOF.
009800
009810      IF WS-MH-OK OR WS-MH-EOF
009820          CLOSE MOVE-HIST
009830      END-IF.
009840      CLOSE SHOE-MASTER.
009850  4000-EXIT.
009860      EXIT.
009870
009880*****************************************************************
009890* 4100-READ-AUDIT - READ THE NEXT AUDIT RECORD, MOVING FROM THE
009900*                   HISTORY TO THE LIVE LOG WHEN THE HISTORY RUNS
009910*                   OUT.  AT THE END OF BOTH THE STAMP GOES HIGH.
009920*****************************************************************
009930  4100-READ-AUDIT.
009940      IF WS-AUDIT-FROM-HIST
009950          PERFORM 4110-READ-AUDIT-HIST THRU 4110-EXIT
009960      END-IF.
009970      IF WS-AUDIT-FROM-LOG
009980          PERFORM 4120-READ-AUDIT-LOG THRU 4120-EXIT
009990      END-IF.
010000
010010      IF WS-AUDIT-AT-END
010020          MOVE HIGH-VALUES TO WS-AUDIT-STAMP
010030      ELSE
010040          MOVE AL-TRANS-DATE TO WS-AUDIT-DATE
010050          MOVE AL-TRANS-TIME TO WS-AUDIT-TIME
010060      END-IF.
010070  4100-EXIT.
010080      EXIT.
010090
010100*****************************************************************
010110* 4110-READ-AUDIT-HIST - READ THE NEXT AUDIT HISTORY RECORD INTO
010120*                        THE AUDIT-LOG LAYOUT.
010130*****************************************************************
010140  4110-READ-AUDIT-HIST.
010150      READ AUDIT-HIST INTO AUDIT-LOG-RECORD
010160          AT END
010170              CLOSE AUDIT-HIST
010180              PERFORM 4130-OPEN-AUDIT-LOG THRU 4130-EXIT
010190          NOT AT END
010200              MOVE "AUDITHST" TO WS-AUDIT-SOURCE
010210      END-READ.
010220  4110-EXIT.
010230      EXIT.
010240
010250*****************************************************************
010260* 4120-READ-AUDIT-LOG - READ THE NEXT LIVE AUDIT-LOG RECORD.
010270*****************************************************************
010280  4120-READ-AUDIT-LOG.
010290      READ AUDIT-LOG
010300          AT END
010310              CLOSE AUDIT-LOG
010320              MOVE "E" TO WS-AUDIT-FILE-SW
010330          NOT AT END
010340              MOVE "AUDITLOG" TO WS-AUDIT-SOURCE
010350      END-READ.
010360  4120-EXIT.
010370      EXIT.
010380
010390*****************************************************************
010400* 4130-OPEN-AUDIT-LOG - MOVE ON TO THE LIVE AUDIT LOG.
010410*****************************************************************
010420  4130-OPEN-AUDIT-LOG.
010430      OPEN INPUT AUDIT-LOG.
010440      IF WS-AL-OK
010450          MOVE "L" TO WS-AUDIT-FILE-SW
010460      ELSE
010470          MOVE "E" TO WS-AUDIT-FILE-SW
010480      END-IF.
010490  4130-EXIT.
010500      EXIT.
010510
010520*****************************************************************
010530* 4200-READ-MOVE - READ THE NEXT POSTED MOVEMENT.  AT THE END THE
010540*                  STAMP GOES HIGH.
010550*****************************************************************
010560  4200-READ-MOVE.
010570      READ MOVE-HIST
010580          AT END
010590              MOVE "Y" TO WS-MOVE-EOF-SW
010600      END-READ.
010610
010620      IF WS-MOVE-EOF
010630          MOVE HIGH-VALUES TO WS-MOVE-STAMP
010640      ELSE
010650          MOVE MH-POST-DATE TO WS-MOVE-DATE
010660          MOVE MH-POST-TIME TO WS-MOVE-TIME
010670      END-IF.
010680  4200-EXIT.
010690      EXIT.
010700
010710*****************************************************************
010720* 4300-APPLY-NEXT - TAKE WHICHEVER RECORD IS EARLIER, REAPPLY IT
010730*                   IF IT CAME AFTER THE GENERATION, AND READ THE
010740*                   NEXT FROM THE SAME FILE.
010750*****************************************************************
010760  4300-APPLY-NEXT.
010770      IF WS-AUDIT-STAMP NOT > WS-MOVE-STAMP
010780          IF WS-AUDIT-STAMP > WS-CHOSEN-GENERATION
010790              PERFORM 4400-APPLY-AUDIT THRU 4400-EXIT
010800          ELSE
010810              ADD 1 TO WS-SKIPPED-COUNT
010820          END-IF
010830          PERFORM 4100-READ-AUDIT THRU 4100-EXIT
010840      ELSE
010850          IF WS-MOVE-STAMP > WS-CHOSEN-GENERATION
010860              PERFORM 4500-APPLY-MOVE THRU 4500-EXIT
010870          ELSE
010880              ADD 1 TO WS-SKIPPED-COUNT
010890          END-IF
010900          PERFORM 4200-READ-MOVE THRU 4200-EXIT
010910      END-IF.
010920  4300-EXIT.
010930      EXIT.
010940
010950*****************************************************************
010960* 4400-APPLY-AUDIT - REAPPLY ONE AUDIT RECORD.  AN ADD WRITES THE
010970*                    STYLE/SIZE WITH ITS ON-HAND; A CHANGE OR
010980*                    COUNT SETS ON-HAND TO THE AFTER QUANTITY; A
010990*                    DELETE INACTIVATES; A REPRICE SETS THE
011000*                    RETAIL PRICE.  THE RECORD IS STAMPED WITH
011010*                    THE ORIGINAL DATE, TIME, AND OPERATOR.
011020*****************************************************************
011030  4400-APPLY-AUDIT.
011040      MOVE SPACES TO WS-REAPPLY-LINE.
011050      MOVE WS-AUDIT-SOURCE TO DL-SOURCE.
011060      MOVE AL-SHOE-STYLE TO DL-SHOE-STYLE.
011070      MOVE AL-SHOE-SIZE TO DL-SHOE-SIZE.
011080      MOVE AL-TRANS-DATE TO DL-DATE.
011090      MOVE AL-TRANS-TIME TO DL-TIME.
011100      IF AL-QTY-AFTER NUMERIC
011110          MOVE AL-QTY-AFTER TO DL-QUANTITY
011120      END-IF.
011130      MOVE "N" TO WS-REAPPLIED-SW.
011140      MOVE SPACES TO WS-RESULT.
011150
011160      MOVE AL-SHOE-STYLE TO SM-SHOE-STYLE.
011170      MOVE AL-SHOE-SIZE TO SM-SHOE-SIZE.
011180      PERFORM 4600-READ-MASTER THRU 4600-EXIT.
011190
011200      EVALUATE TRUE
011210          WHEN AL-TRANS-ADD
011220              MOVE "KEYED ADD" TO DL-RECORD-DESC
011230              PERFORM 4410-AUDIT-ADD THRU 4410-EXIT
011240          WHEN AL-TRANS-CHANGE
011250              MOVE "KEYED CHANGE" TO DL-RECORD-DESC
011260              PERFORM 4420-AUDIT-QUANTITY THRU 4420-EXIT
011270          WHEN AL-TRANS-COUNT
011280              MOVE "COUNT ADJUST" TO DL-RECORD-DESC
011290              PERFORM 4420-AUDIT-QUANTITY THRU 4420-EXIT
011300          WHEN AL-TRANS-DELETE
011310              MOVE "KEYED DELETE" TO DL-RECORD-DESC
011320              PERFORM 4430-AUDIT-DELETE THRU 4430-EXIT
011330          WHEN AL-TRANS-REPRICE
011340              MOVE "REPRICE" TO DL-RECORD-DESC
011350              PERFORM 4440-AUDIT-REPRICE THRU 4440-EXIT
011360          WHEN OTHER
011370              MOVE "UNKNOWN TYPE" TO DL-RECORD-DESC
011380              MOVE "NOT REAPPLIED - UNKNOWN AUDIT TYPE"
011390                  TO WS-RESULT
011400      END-EVALUATE.
011410
011420      IF WS-REAPPLIED
011430          ADD 1 TO WS-AUDIT-DONE-COUNT
011440      ELSE
011450          ADD 1 TO WS-NOT-DONE-COUNT
011460      END-IF.
011470      PERFORM 4700-PRINT-REAPPLY THRU 4700-EXIT.
011480  4400-EXIT.
011490      EXIT.
011500
011510*****************************************************************
011520* 4410-AUDIT-ADD - WRITE THE ADDED STYLE/SIZE.  THE AUDIT RECORD
011530*                  CARRIES ONLY ITS ON-HAND, SO THE REST STARTS
011540*                  AT ZERO TO BE REKEYED.
011550*****************************************************************
011560  4410-AUDIT-ADD.
011570      IF WS-MASTER-FOUND
011580          MOVE "NOT REAPPLIED - STYLE/SIZE ALREADY ON MASTER"
011590              TO WS-RESULT
011600      ELSE
011610          MOVE SPACES TO SHOE-MASTER-RECORD
011620          MOVE AL-SHOE-STYLE TO SM-SHOE-STYLE
011630          MOVE AL-SHOE-SIZE TO SM-SHOE-SIZE
011640          SET SM-ACTIVE TO TRUE
011650          MOVE AL-TRANS-DATE TO SM-LAST-UPD-DATE
011660          MOVE AL-TRANS-TIME TO SM-LAST-UPD-TIME
011670          MOVE AL-OPERATOR-ID TO SM-LAST-UPD-OPER
011680          IF AL-QTY-AFTER NUMERIC
011690              MOVE AL-QTY-AFTER TO SM-QTY-ON-HAND
011700          ELSE
011710              MOVE ZERO TO SM-QTY-ON-HAND
011720          END-IF
011730          MOVE ZERO TO SM-QTY-ON-ORDER
011740          MOVE ZERO TO SM-REORDER-POINT
011750          MOVE ZERO TO SM-UNIT-COST
011760          MOVE ZERO TO SM-RETAIL-PRICE
011770          WRITE SHOE-MASTER-RECORD
011780              INVALID KEY
011790                  MOVE "NOT REAPPLIED - UNABLE TO WRITE MASTER"
011800                      TO WS-RESULT
011810              NOT INVALID KEY
011820                  MOVE "Y" TO WS-REAPPLIED-SW
011830                  MOVE "ADDED - REKEY COST, REORDER POINT, PRICE"
011840                      TO WS-RESULT
011850          END-WRITE
011860      END-IF.
011870  4410-EXIT.
011880      EXIT.
011890
011900*****************************************************************
011910* 4420-AUDIT-QUANTITY - SET ON-HAND TO A CHANGE OR COUNT RECORD'S
011920*                       AFTER QUANTITY, NOTING WHEN THE MASTER
011930*                       DID NOT HOLD ITS BEFORE QUANTITY.
011940*****************************************************************
011950  4420-AUDIT-QUANTITY.
011960      EVALUATE TRUE
011970          WHEN NOT WS-MASTER-FOUND
011980              MOVE "NOT REAPPLIED - STYLE/SIZE NOT ON MASTER"
011990                  TO WS-RESULT
012000          WHEN AL-QTY-AFTER NOT NUMERIC
012010              MOVE "NOT REAPPLIED - NO QUANTITY ON AUDIT RECORD"
012020                  TO WS-RESULT
012030          WHEN OTHER
012040              IF AL-QTY-BEFORE NUMERIC
012050                      AND AL-QTY-BEFORE NOT = SM-QTY-ON-HAND
012060                  MOVE "REAPPLIED - BEFORE QTY DISAGREED"
012070                      TO WS-RESULT
012080              ELSE
012090                  MOVE "REAPPLIED" TO WS-RESULT
012100              END-IF
012110              MOVE AL-QTY-AFTER TO SM-QTY-ON-HAND
012120              PERFORM 4650-REWRITE-FOR-AUDIT THRU 4650-EXIT
012130      END-EVALUATE.
012140  4420-EXIT.
012150      EXIT.
012160
012170*****************************************************************
012180* 4430-AUDIT-DELETE - INACTIVATE THE STYLE/SIZE, AS THE ORIGINAL
012190*                     DELETE DID.
012200*****************************************************************
012210  4430-AUDIT-DELETE.
012220      IF NOT WS-MASTER-FOUND
012230          MOVE "NOT REAPPLIED - STYLE/SIZE NOT ON MASTER"
012240              TO WS-RESULT
012250      ELSE
012260          SET SM-INACTIVE TO TRUE
012270          MOVE "REAPPLIED" TO WS-RESULT
012280          PERFORM 4650-REWRITE-FOR-AUDIT THRU 4650-EXIT
012290      END-IF.
012300  4430-EXIT.
012310      EXIT.
012320
012330*****************************************************************
012340* 4440-AUDIT-REPRICE - SET THE RETAIL PRICE TO THE NEW PRICE.
012350*****************************************************************
012360  4440-AUDIT-REPRICE.
012370      EVALUATE TRUE
012380          WHEN NOT WS-MASTER-FOUND
012390              MOVE "NOT REAPPLIED - STYLE/SIZE NOT ON MASTER"
012400                  TO WS-RESULT
012410          WHEN AL-PRICE-AFTER NOT NUMERIC
012420              MOVE "NOT REAPPLIED - NO PRICE ON AUDIT RECORD"
012430                  TO WS-RESULT
012440          WHEN OTHER
012450              MOVE AL-PRICE-AFTER TO SM-RETAIL-PRICE
012460              MOVE "REAPPLIED" TO WS-RESULT
012470              PERFORM 4650-REWRITE-FOR-AUDIT THRU 4650-EXIT
012480      END-EVALUATE.
012490  4440-EXIT.
012500      EXIT.
012510
012520*****************************************************************
012530* 4500-APPLY-MOVE - REAPPLY ONE POSTED MOVEMENT AS THE POSTING
012540*                   RUN DID: RECEIPTS AND CUSTOMER RETURNS ADD TO
012550*                   ON-HAND, A RECEIPT AGAINST A PURCHASE-ORDER
012560*                   LINE RELIEVES ON-ORDER (NEVER BELOW ZERO),
012570*                   AND SALES AND RETURNS TO VENDOR SUBTRACT.
012580*                   A TRANSFER BETWEEN LOCATIONS NEEDS NOTHING.
012590*****************************************************************
012600  4500-APPLY-MOVE.
012610      MOVE SPACES TO WS-REAPPLY-LINE.
012620      MOVE "MOVEHIST" TO DL-SOURCE.
012630      MOVE MH-SHOE-STYLE TO DL-SHOE-STYLE.
012640      MOVE MH-SHOE-SIZE TO DL-SHOE-SIZE.
012650      MOVE MH-POST-DATE TO DL-DATE.
012660      MOVE MH-POST-TIME TO DL-TIME.
012670      EVALUATE TRUE
012680          WHEN MH-TRANS-RECEIPT
012690              MOVE "RECEIPT" TO DL-RECORD-DESC
012700          WHEN MH-TRANS-SALE
012710              MOVE "SALE" TO DL-RECORD-DESC
012720          WHEN MH-TRANS-CUST-RETURN
012730              MOVE "CUSTOMER RETURN" TO DL-RECORD-DESC
012740          WHEN MH-TRANS-VEND-RETURN
012750              MOVE "VENDOR RETURN" TO DL-RECORD-DESC
012760          WHEN MH-TRANS-XFER-OUT
012770              MOVE "TRANSFER OUT" TO DL-RECORD-DESC
012780          WHEN MH-TRANS-XFER-IN
012790              MOVE "TRANSFER IN" TO DL-RECORD-DESC
012800          WHEN OTHER
012810              MOVE "UNKNOWN TYPE" TO DL-RECORD-DESC
012820      END-EVALUATE.
012830      MOVE "N" TO WS-REAPPLIED-SW.
012840      MOVE SPACES TO WS-RESULT.
012850
012860      MOVE MH-SHOE-STYLE TO SM-SHOE-STYLE.
012870      MOVE MH-SHOE-SIZE TO SM-SHOE-SIZE.
012880      PERFORM 4600-READ-MASTER THRU 4600-EXIT.
012890
012900      EVALUATE TRUE
012910          WHEN MH-QUANTITY NOT NUMERIC
012920              MOVE "NOT REAPPLIED - NO QUANTITY ON MOVEMENT"
012930                  TO WS-RESULT
012940          WHEN NOT WS-MASTER-FOUND
012950              MOVE "NOT REAPPLIED - STYLE/SIZE NOT ON MASTER"
012960                  TO WS-RESULT
012970          WHEN MH-TRANS-XFER-OUT OR MH-TRANS-XFER-IN
012980              MOVE "Y" TO WS-REAPPLIED-SW
012990              MOVE "NO REAPPLY NEEDED - TRANSFER LEAVES TOTAL"
013000                  TO WS-RESULT
013010          WHEN NOT (MH-TRANS-RECEIPT OR MH-TRANS-SALE
013020                    OR MH-TRANS-CUST-RETURN
013030                    OR MH-TRANS-VEND-RETURN)
013040              MOVE "NOT REAPPLIED - UNKNOWN MOVEMENT TYPE"
013050                  TO WS-RESULT
013060          WHEN (MH-TRANS-SALE OR MH-TRANS-VEND-RETURN)
013070                  AND MH-QUANTITY > SM-QTY-ON-HAND
013080              MOVE "NOT REAPPLIED - MORE THAN THE ON-HAND"
013090                  TO WS-RESULT
013100          WHEN (MH-TRANS-RECEIPT OR MH-TRANS-CUST-RETURN)
013110                  AND MH-QUANTITY > 99999 - SM-QTY-ON-HAND
013120              MOVE "NOT REAPPLIED - ON-HAND WOULD OVERFLOW"
013130                  TO WS-RESULT
013140          WHEN OTHER
013150              PERFORM 4510-POST-MOVE THRU 4510-EXIT
013160      END-EVALUATE.
013170
013180      IF MH-QUANTITY NUMERIC
013190          MOVE MH-QUANTITY TO DL-QUANTITY
013200      END-IF.
013210      IF WS-REAPPLIED
013220          ADD 1 TO WS-MOVE-DONE-COUNT
013230      ELSE
013240          ADD 1 TO WS-NOT-DONE-COUNT
013250      END-IF.
013260      PERFORM 4700-PRINT-REAPPLY THRU 4700-EXIT.
013270  4500-EXIT.
013280      EXIT.
013290
013300*****************************************************************
013310* 4510-POST-MOVE - APPLY THE MOVEMENT AND REWRITE THE MASTER.
013320*****************************************************************
013330  4510-POST-MOVE.
013340      EVALUATE TRUE
013350          WHEN MH-TRANS-RECEIPT
013360              ADD MH-QUANTITY TO SM-QTY-ON-HAND
013370              IF MH-PO-RECEIPT
013380                  IF MH-QUANTITY > SM-QTY-ON-ORDER
013390                      MOVE ZERO TO SM-QTY-ON-ORDER
013400                  ELSE
013410                      SUBTRACT MH-QUANTITY FROM SM-QTY-ON-ORDER
013420                  END-IF
013430              END-IF
013440          WHEN MH-TRANS-CUST-RETURN
013450              ADD MH-QUANTITY TO SM-QTY-ON-HAND
013460          WHEN OTHER
013470              SUBTRACT MH-QUANTITY FROM SM-QTY-ON-HAND
013480      END-EVALUATE.
013490
013500      MOVE MH-POST-DATE TO SM-LAST-UPD-DATE.
013510      MOVE MH-POST-TIME TO SM-LAST-UPD-TIME.
013520      MOVE WS-PST-OPERATOR-ID TO SM-LAST-UPD-OPER.
013530
013540      REWRITE SHOE-MASTER-RECORD
013550          INVALID KEY
013560              MOVE "NOT REAPPLIED - UNABLE TO REWRITE MASTER"
013570                  TO WS-RESULT
013580          NOT INVALID KEY
013590              MOVE "Y" TO WS-REAPPLIED-SW
013600              MOVE "REAPPLIED" TO WS-RESULT
013610      END-REWRITE.
013620  4510-EXIT.
013630      EXIT.
013640
013650*****************************************************************
013660* 4600-READ-MASTER - READ THE STYLE/SIZE NOW IN SM-MASTER-KEY.
013670*****************************************************************
013680  4600-READ-MASTER.
013690      READ SHOE-MASTER
013700          INVALID KEY
013710              MOVE "N" TO WS-MASTER-FOUND-SW
013720          NOT INVALID KEY
013730              MOVE "Y" TO WS-MASTER-FOUND-SW
013740      END-READ.
013750  4600-EXIT.
013760      EXIT.
013770
013780*****************************************************************
013790* 4650-REWRITE-FOR-AUDIT - STAMP THE MASTER FROM THE AUDIT RECORD
013800*                          AND REWRITE IT.  WS-RESULT ALREADY
013810*                          HOLDS THE SUCCESS WORDING.
013820*****************************************************************
013830  4650-REWRITE-FOR-AUDIT.
013840      MOVE AL-TRANS-DATE TO SM-LAST-UPD-DATE.
013850      MOVE AL-TRANS-TIME TO SM-LAST-UPD-TIME.
013860      MOVE AL-OPERATOR-ID TO SM-LAST-UPD-OPER.
013870      REWRITE SHOE-MASTER-RECORD
013880          INVALID KEY
013890              MOVE "NOT REAPPLIED - UNABLE TO REWRITE MASTER"
013900                  TO WS-RESULT
013910          NOT INVALID KEY
013920              MOVE "Y" TO WS-REAPPLIED-SW
013930      END-REWRITE.
013940  4650-EXIT.
013950      EXIT.
013960
013970*****************************************************************
013980* 4700-PRINT-REAPPLY - PRINT ONE REAPPLIED OR REFUSED RECORD WITH
013990*                      THE MASTER'S ON-HAND AFTER IT.
014000*****************************************************************
014010  4700-PRINT-REAPPLY.
014020      IF WS-REAPPLIED
014030          MOVE SM-QTY-ON-HAND TO DL-ON-HAND
014040      END-IF.
014050      MOVE WS-RESULT TO DL-RESULT.
014060      WRITE LISTING-RECORD FROM WS-REAPPLY-LINE.
014070  4700-EXIT.
014080      EXIT.
014090
014100*****************************************************************
014110* 8000-PRINT-TOTALS - PRINT THE ROLL-FORWARD COUNTS.
014120*****************************************************************
014130  8000-PRINT-TOTALS.
014140      MOVE WS-AUDIT-DONE-COUNT TO TL-AUDIT-DONE-COUNT.
014150      MOVE WS-MOVE-DONE-COUNT TO TL-MOVE-DONE-COUNT.
014160      MOVE WS-NOT-DONE-COUNT TO TL-NOT-DONE-COUNT.
014170      MOVE WS-SKIPPED-COUNT TO TL-SKIPPED-COUNT.
014180
014190      MOVE SPACES TO LISTING-RECORD.
014200      WRITE LISTING-RECORD.
014210      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
014220      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
014230      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
014240      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
014250  8000-EXIT.
014260      EXIT.
014270
014280*****************************************************************
014290* 9000-TERMINATE - CLOSE THE LISTING AND END THE RUN.
014300*****************************************************************
014310  9000-TERMINATE.
014320      CLOSE RCV-LISTING.
014330  9000-EXIT.
014340      EXIT.
014350
014360  END PROGRAM LAB10RCV.

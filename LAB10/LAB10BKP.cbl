000100*****************************************************************
000110* Program:  LAB10BKP
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: NIGHTLY MASTER BACKUP.  FIRST STEP OF END-OF-DAY.
000160*          UNLOADS SHOE-MASTER, STYLE-XREF, STYLE-ATTR,
000170*          OPERATOR-MASTER, THE STOCK-BY-LOCATION FILE (STKLOC)
000180*          AND THE TRANSFER FILE (XFRMAST) AS ONE NEW
000190*          GENERATION, STAMPED WITH
000200*          TODAY'S DATE AND TIME, ON THE MASTER BACKUP FILE
000210*          (MASTBKUP), KEEPING THE NEWEST WS-KEEP-GENERATIONS
000220*          GENERATIONS AND DROPPING THE OLDEST.  THE OLD
000230*          GENERATIONS AND THE NEW ONE ARE BUILT ON A WORK FILE
000240*          (BKUPNEW) AND COPIED BACK, SO A FAILURE PART WAY
000250*          LEAVES THE EARLIER GENERATIONS INTACT.  WHEN ANY
000260*          MASTER CANNOT BE OPENED NO GENERATION IS DROPPED
000270*          THAT NIGHT.  EACH MASTER'S RECORD COUNT AND OUTCOME
000280*          ARE HANDED BACK TO THE END-OF-DAY DRIVER FOR THE
000290*          RUN-CONTROL FILE.  LAB10RCV RELOADS FROM THESE
000300*          GENERATIONS.  A BACKUP FILE THAT EXISTS BUT WILL NOT
000310*          OPEN IS LEFT EXACTLY AS IT WAS - NO GENERATION IS
000320*          TAKEN THAT NIGHT AND EVERY MASTER IS REPORTED NOT
000330*          BACKED UP - RATHER THAN REBUILT FROM NOTHING.
000340*****************************************************************
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID. LAB10BKP.
000370  AUTHOR. D. FALLIS.
000380  INSTALLATION. RETAIL SYSTEMS.
000390  DATE-WRITTEN. 2026-10-15.
000400  DATE-COMPILED.
000410*****************************************************************
000420* MODIFICATION HISTORY
000430*   2026-10-15  DF  ORIGINAL PROGRAM.
000440*   2026-10-15  DF  STKLOC AND XFRMAST ARE NOW UNLOADED WITH
000450*                   THEIR OWN TRAILERS; EITHER ONE NOT YET
000460*                   CREATED UNLOADS AS EMPTY.  ONLY A BACKUP
000470*                   FILE NOT YET CREATED COUNTS AS THE FIRST
000480*                   RUN; ANY OTHER OPEN FAILURE KEEPS THE OLD
000490*                   GENERATIONS AND SKIPS THE COPY-BACK.
000500*****************************************************************
000510  ENVIRONMENT DIVISION.
000520  INPUT-OUTPUT SECTION.
000530  FILE-CONTROL.
000540      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS SEQUENTIAL
000570          RECORD KEY IS SM-MASTER-KEY
000580          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000590
000600      SELECT STYLE-XREF ASSIGN TO "STYLEXRF"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS SEQUENTIAL
000630          RECORD KEY IS SX-SHOE-STYLE
000640          FILE STATUS IS WS-STYLE-XREF-STATUS.
000650
000660      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000670          ORGANIZATION IS INDEXED
000680          ACCESS MODE IS SEQUENTIAL
000690          RECORD KEY IS SA-SHOE-STYLE
000700          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000710
000720      SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000730          ORGANIZATION IS INDEXED
000740          ACCESS MODE IS SEQUENTIAL
000750          RECORD KEY IS OM-OPERATOR-ID
000760          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
000770
000780      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000790          ORGANIZATION IS INDEXED
000800          ACCESS MODE IS SEQUENTIAL
000810          RECORD KEY IS SL-LOC-KEY
000820          FILE STATUS IS WS-STOCK-LOC-STATUS.
000830
000840      SELECT XFR-MASTER ASSIGN TO "XFRMAST"
000850          ORGANIZATION IS INDEXED
000860          ACCESS MODE IS SEQUENTIAL
000870          RECORD KEY IS XF-MASTER-KEY
000880          FILE STATUS IS WS-XFR-MASTER-STATUS.
000890
000900      SELECT MASTER-BACKUP ASSIGN TO "MASTBKUP"
000910          ORGANIZATION IS LINE SEQUENTIAL
000920          FILE STATUS IS WS-MASTER-BACKUP-STATUS.
000930
000940      SELECT BACKUP-NEW ASSIGN TO "BKUPNEW"
000950          ORGANIZATION IS LINE SEQUENTIAL
000960          FILE STATUS IS WS-BACKUP-NEW-STATUS.
000970
000980      SELECT BKP-LISTING ASSIGN TO "BKPRPT"
000990          ORGANIZATION IS LINE SEQUENTIAL
001000          FILE STATUS IS WS-BKP-LISTING-STATUS.
001010
001020  DATA DIVISION.
001030  FILE SECTION.
001040  FD  SHOE-MASTER
001050      LABEL RECORDS ARE STANDARD.
001060      COPY SHOEMAST.
001070
001080  FD  STYLE-XREF
001090      LABEL RECORDS ARE STANDARD.
001100      COPY STYLEXRF.
001110
001120  FD  STYLE-ATTR
001130      LABEL RECORDS ARE STANDARD.
001140      COPY STYLATTR.
001150
001160  FD  OPERATOR-MASTER
001170      LABEL RECORDS ARE STANDARD.
001180      COPY OPERMAST.
001190
001200  FD  STOCK-LOC
001210      LABEL RECORDS ARE STANDARD.
001220      COPY STKLOC.
001230
001240  FD  XFR-MASTER
001250      LABEL RECORDS ARE STANDARD.
001260      COPY XFRMAST.
001270
001280  FD  MASTER-BACKUP
001290      LABEL RECORDS ARE STANDARD.
001300      COPY MASTBKUP.
001310
001320  FD  BACKUP-NEW
001330      LABEL RECORDS ARE STANDARD.
001340  01  BACKUP-NEW-RECORD            PIC X(115).
001350
001360  FD  BKP-LISTING
001370      LABEL RECORDS ARE STANDARD.
001380  01  LISTING-RECORD               PIC X(80).
001390
001400  WORKING-STORAGE SECTION.
001410  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001420      88  WS-SM-OK                        VALUE "00".
001430      88  WS-SM-EOF                       VALUE "10".
001440
001450  01  WS-STYLE-XREF-STATUS        PIC X(02).
001460      88  WS-SX-OK                        VALUE "00".
001470      88  WS-SX-EOF                       VALUE "10".
001480
001490  01  WS-STYLE-ATTR-STATUS        PIC X(02).
001500      88  WS-SA-OK                        VALUE "00".
001510      88  WS-SA-EOF                       VALUE "10".
001520
001530  01  WS-OPERATOR-MASTER-STATUS   PIC X(02).
001540      88  WS-OM-OK                        VALUE "00".
001550      88  WS-OM-EOF                       VALUE "10".
001560
001570  01  WS-STOCK-LOC-STATUS         PIC X(02).
001580      88  WS-SL-OK                        VALUE "00".
001590      88  WS-SL-EOF                       VALUE "10".
001600      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
001610
001620  01  WS-XFR-MASTER-STATUS        PIC X(02).
001630      88  WS-XF-OK                        VALUE "00".
001640      88  WS-XF-EOF                       VALUE "10".
001650      88  WS-XF-FILE-NOT-FOUND            VALUE "35".
001660
001670  01  WS-MASTER-BACKUP-STATUS     PIC X(02).
001680      88  WS-MB-OK                        VALUE "00".
001690      88  WS-MB-EOF                       VALUE "10".
001700      88  WS-MB-FILE-NOT-FOUND            VALUE "35".
001710
001720  01  WS-BACKUP-NEW-STATUS        PIC X(02).
001730      88  WS-BN-OK                        VALUE "00".
001740
001750  01  WS-BKP-LISTING-STATUS       PIC X(02).
001760      88  WS-BL-OK                        VALUE "00".
001770
001780  01  WS-BACKUP-EOF-SW            PIC X(01) VALUE "N".
001790      88  WS-BACKUP-EOF                   VALUE "Y".
001800
001810  01  WS-UNLOAD-EOF-SW            PIC X(01) VALUE "N".
001820      88  WS-UNLOAD-EOF                   VALUE "Y".
001830
001840  01  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
001850      88  WS-COPY-EOF                     VALUE "Y".
001860
001870  01  WS-ALL-AVAILABLE-SW         PIC X(01) VALUE "Y".
001880      88  WS-ALL-AVAILABLE                VALUE "Y".
001890
001900  01  WS-BACKUP-BAD-SW            PIC X(01) VALUE "N".
001910      88  WS-BACKUP-BAD                   VALUE "Y".
001920  01  WS-BACKUP-BAD-STATUS        PIC X(02) VALUE SPACES.
001930
001940  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001950  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001960
001970  01  WS-LAST-GENERATION.
001980      05  WS-LAST-GEN-DATE        PIC X(08) VALUE SPACES.
001990      05  WS-LAST-GEN-TIME        PIC X(08) VALUE SPACES.
002000
002010*    GENERATIONS KEPT ON MASTBKUP, TONIGHT'S INCLUDED.
002020  01  WS-KEEP-GENERATIONS         PIC 9(03) VALUE 7.
002030  01  WS-OLD-GEN-COUNT            PIC 9(03) VALUE ZERO.
002040  01  WS-DROP-COUNT               PIC 9(03) VALUE ZERO.
002050  01  WS-GEN-NUMBER               PIC 9(03) VALUE ZERO.
002060  01  WS-KEPT-GEN-COUNT           PIC 9(03) VALUE ZERO.
002070
002080  01  WS-FILE-ID                  PIC X(08) VALUE SPACES.
002090  01  WS-FILE-SUB                 PIC 9(01) VALUE ZERO.
002100  01  WS-FILE-COUNT               PIC 9(07) VALUE ZERO.
002110  01  WS-FILE-STATUS-CD           PIC X(01) VALUE SPACE.
002120  01  WS-ERROR-STATUS             PIC X(02) VALUE SPACES.
002130  01  WS-IMAGE                    PIC X(90) VALUE SPACES.
002140
002150  01  WS-UNLOAD-TOTAL             PIC 9(07) VALUE ZERO.
002160  01  WS-KEPT-RECORD-COUNT        PIC 9(07) VALUE ZERO.
002170
002180*    MASTERS IN UNLOAD ORDER, FOR A NIGHT NO GENERATION IS TAKEN.
002190  01  WS-FILE-ID-VALUES.
002200      05  FILLER                  PIC X(24)
002210              VALUE "SHOEMASTSTYLEXRFSTYLATTR".
002220      05  FILLER                  PIC X(24)
002230              VALUE "OPERMASTSTKLOC  XFRMAST ".
002240  01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
002250      05  WS-TABLE-FILE-ID        PIC X(08) OCCURS 6 TIMES.
002260
002270      COPY EODCOMM.
002280
002290  01  WS-HEADING-1.
002300      05  FILLER                   PIC X(27)
002310              VALUE "MASTER BACKUP - GENERATION ".
002320      05  H1-GEN-DATE              PIC 9(08).
002330      05  FILLER                   PIC X(01) VALUE SPACES.
002340      05  H1-GEN-TIME              PIC 9(08).
002350
002360  01  WS-HEADING-2.
002370      05  FILLER                   PIC X(08) VALUE "MASTER".
002380      05  FILLER                   PIC X(04) VALUE SPACES.
002390      05  FILLER                   PIC X(09) VALUE "  RECORDS".
002400      05  FILLER                   PIC X(04) VALUE SPACES.
002410      05  FILLER                   PIC X(06) VALUE "RESULT".
002420
002430  01  WS-DETAIL-LINE.
002440      05  DL-FILE-ID               PIC X(08).
002450      05  FILLER                   PIC X(04) VALUE SPACES.
002460      05  DL-RECORD-COUNT          PIC Z,ZZZ,ZZ9.
002470      05  FILLER                   PIC X(04) VALUE SPACES.
002480      05  DL-RESULT                PIC X(30).
002490
002500  01  WS-FAILED-RESULT.
002510      05  FILLER                   PIC X(28)
002520              VALUE "NOT UNLOADED - FILE STATUS ".
002530      05  FR-FILE-STATUS           PIC X(02).
002540
002550  01  WS-DROP-LINE.
002560      05  FILLER                   PIC X(19)
002570              VALUE "DROPPED GENERATION ".
002580      05  DR-GEN-DATE              PIC X(08).
002590      05  FILLER                   PIC X(01) VALUE SPACES.
002600      05  DR-GEN-TIME              PIC X(08).
002610
002620  01  WS-NO-DROP-LINE.
002630      05  FILLER                   PIC X(42)
002640              VALUE "** A MASTER COULD NOT BE OPENED - NO OLDER".
002650      05  FILLER                   PIC X(30)
002660              VALUE " GENERATION DROPPED TONIGHT **".
002670
002680  01  WS-BACKUP-BAD-LINE.
002690      05  FILLER                   PIC X(35)
002700              VALUE "** MASTBKUP WOULD NOT OPEN, STATUS ".
002710      05  BB-FILE-STATUS           PIC X(02).
002720      05  FILLER                   PIC X(39)
002730              VALUE " - LEFT AS IT WAS, NO BACKUP TONIGHT **".
002740
002750  01  WS-TOTAL-LINE-1.
002760      05  FILLER                   PIC X(23)
002770              VALUE "RECORDS UNLOADED   -  ".
002780      05  TL-UNLOAD-TOTAL          PIC Z,ZZZ,ZZ9.
002790
002800  01  WS-TOTAL-LINE-2.
002810      05  FILLER                   PIC X(23)
002820              VALUE "GENERATIONS BEFORE -  ".
002830      05  TL-OLD-GEN-COUNT         PIC Z,ZZZ,ZZ9.
002840
002850  01  WS-TOTAL-LINE-3.
002860      05  FILLER                   PIC X(23)
002870              VALUE "GENERATIONS DROPPED-  ".
002880      05  TL-DROP-COUNT            PIC Z,ZZZ,ZZ9.
002890
002900  01  WS-TOTAL-LINE-4.
002910      05  FILLER                   PIC X(23)
002920              VALUE "GENERATIONS ON FILE-  ".
002930      05  TL-KEPT-GEN-COUNT        PIC Z,ZZZ,ZZ9.
002940
002950  PROCEDURE DIVISION.
002960  0000-MAIN-PROCEDURE.
002970      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980      PERFORM 2000-COUNT-GENERATIONS THRU 2000-EXIT.
002990      IF NOT WS-BACKUP-BAD
003000          PERFORM 3000-KEEP-GENERATIONS THRU 3000-EXIT
003010      END-IF.
003020      IF WS-BACKUP-BAD
003030          PERFORM 4950-MARK-NOT-TAKEN THRU 4950-EXIT
003040              VARYING WS-FILE-SUB FROM 1 BY 1
003050              UNTIL WS-FILE-SUB > 6
003060      ELSE
003070          PERFORM 4000-UNLOAD-MASTERS THRU 4000-EXIT
003080          PERFORM 9500-COPY-BACK-BACKUP THRU 9500-EXIT
003090      END-IF.
003100      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003110      PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120
003130      MOVE WS-UNLOAD-TOTAL TO EOD-STEP-RECORD-COUNT.
003140      GOBACK.
003150
003160*****************************************************************
003170* 1000-INITIALIZE - STAMP TONIGHT'S GENERATION, START THE
003180*                   LISTING, AND MAKE SURE EVERY MASTER WILL OPEN
003190*                   BEFORE ANY OLD GENERATION IS GIVEN UP.
003200*****************************************************************
003210  1000-INITIALIZE.
003220      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003230      ACCEPT WS-CURRENT-TIME FROM TIME.
003240
003250      OPEN OUTPUT BKP-LISTING.
003260      MOVE WS-CURRENT-DATE TO H1-GEN-DATE.
003270      MOVE WS-CURRENT-TIME TO H1-GEN-TIME.
003280      WRITE LISTING-RECORD FROM WS-HEADING-1.
003290      MOVE SPACES TO LISTING-RECORD.
003300      WRITE LISTING-RECORD.
003310
003320      PERFORM 1100-CHECK-MASTERS THRU 1100-EXIT.
003330  1000-EXIT.
003340      EXIT.
003350
003360*****************************************************************
003370* 1100-CHECK-MASTERS - OPEN AND CLOSE EACH MASTER.  STKLOC AND
003380*                      XFRMAST ARE CREATED ON FIRST USE, SO ONE
003390*                      NOT YET ON DISK IS NOT A FAILURE.
003400*****************************************************************
003410  1100-CHECK-MASTERS.
003420      OPEN INPUT SHOE-MASTER.
003430      IF WS-SM-OK
003440          CLOSE SHOE-MASTER
003450      ELSE
003460          MOVE "N" TO WS-ALL-AVAILABLE-SW
003470      END-IF.
003480
003490      OPEN INPUT STYLE-XREF.
003500      IF WS-SX-OK
003510          CLOSE STYLE-XREF
003520      ELSE
003530          MOVE "N" TO WS-ALL-AVAILABLE-SW
003540      END-IF.
003550
003560      OPEN INPUT STYLE-ATTR.
003570      IF WS-SA-OK
003580          CLOSE STYLE-ATTR
003590      ELSE
003600          MOVE "N" TO WS-ALL-AVAILABLE-SW
003610      END-IF.
003620
003630      OPEN INPUT OPERATOR-MASTER.
003640      IF WS-OM-OK
003650          CLOSE OPERATOR-MASTER
003660      ELSE
003670          MOVE "N" TO WS-ALL-AVAILABLE-SW
003680      END-IF.
003690
003700      OPEN INPUT STOCK-LOC.
003710      IF WS-SL-OK
003720          CLOSE STOCK-LOC
003730      ELSE
003740          IF NOT WS-SL-FILE-NOT-FOUND
003750              MOVE "N" TO WS-ALL-AVAILABLE-SW
003760          END-IF
003770      END-IF.
003780
003790      OPEN INPUT XFR-MASTER.
003800      IF WS-XF-OK
003810          CLOSE XFR-MASTER
003820      ELSE
003830          IF NOT WS-XF-FILE-NOT-FOUND
003840              MOVE "N" TO WS-ALL-AVAILABLE-SW
003850          END-IF
003860      END-IF.
003870  1100-EXIT.
003880      EXIT.
003890
003900*****************************************************************
003910* 2000-COUNT-GENERATIONS - COUNT THE GENERATIONS ALREADY ON THE
003920*                          BACKUP FILE AND WORK OUT HOW MANY OF
003930*                          THE OLDEST MUST GO TO MAKE ROOM FOR
003940*                          TONIGHT'S.  A BACKUP FILE NOT YET
003950*                          CREATED HAS NO GENERATIONS; ONE THAT
003960*                          WILL NOT OPEN FOR ANY OTHER REASON
003970*                          STOPS TONIGHT'S BACKUP SO IT IS NOT
003980*                          OVERWRITTEN.
003990*****************************************************************
004000  2000-COUNT-GENERATIONS.
004010      MOVE "N" TO WS-BACKUP-EOF-SW.
004020      MOVE SPACES TO WS-LAST-GENERATION.
004030      OPEN INPUT MASTER-BACKUP.
004040      IF NOT WS-MB-OK
004050          MOVE "Y" TO WS-BACKUP-EOF-SW
004060          IF NOT WS-MB-FILE-NOT-FOUND
004070              MOVE "Y" TO WS-BACKUP-BAD-SW
004080              MOVE WS-MASTER-BACKUP-STATUS TO WS-BACKUP-BAD-STATUS
004090          END-IF
004100      ELSE
004110          PERFORM 2100-READ-BACKUP THRU 2100-EXIT
004120      END-IF.
004130
004140      PERFORM 2200-COUNT-ONE THRU 2200-EXIT
004150          UNTIL WS-BACKUP-EOF.
004160
004170      IF WS-MB-OK OR WS-MB-EOF
004180          CLOSE MASTER-BACKUP
004190      END-IF.
004200
004210      MOVE ZERO TO WS-DROP-COUNT.
004220      IF WS-ALL-AVAILABLE
004230              AND WS-OLD-GEN-COUNT >= WS-KEEP-GENERATIONS
004240          COMPUTE WS-DROP-COUNT =
004250              WS-OLD-GEN-COUNT - WS-KEEP-GENERATIONS + 1
004260      END-IF.
004270  2000-EXIT.
004280      EXIT.
004290
004300*****************************************************************
004310* 2100-READ-BACKUP - READ THE NEXT BACKUP RECORD.
004320*****************************************************************
004330  2100-READ-BACKUP.
004340      READ MASTER-BACKUP
004350          AT END
004360              MOVE "Y" TO WS-BACKUP-EOF-SW
004370      END-READ.
004380  2100-EXIT.
004390      EXIT.
004400
004410*****************************************************************
004420* 2200-COUNT-ONE - A CHANGE OF STAMP STARTS A NEW GENERATION.
004430*****************************************************************
004440  2200-COUNT-ONE.
004450      IF BK-GENERATION NOT = WS-LAST-GENERATION
004460          ADD 1 TO WS-OLD-GEN-COUNT
004470          MOVE BK-GENERATION TO WS-LAST-GENERATION
004480      END-IF.
004490      PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
004500  2200-EXIT.
004510      EXIT.
004520
004530*****************************************************************
004540* 3000-KEEP-GENERATIONS - COPY EVERY GENERATION EXCEPT THE
004550*                         OLDEST WS-DROP-COUNT TO THE WORK FILE,
004560*                         LISTING EACH ONE DROPPED.  A BACKUP
004570*                         FILE THAT WILL NOT OPEN NOW STOPS
004580*                         TONIGHT'S BACKUP AS IN 2000.
004590*****************************************************************
004600  3000-KEEP-GENERATIONS.
004610      OPEN OUTPUT BACKUP-NEW.
004620
004630      MOVE "N" TO WS-BACKUP-EOF-SW.
004640      MOVE SPACES TO WS-LAST-GENERATION.
004650      MOVE ZERO TO WS-GEN-NUMBER.
004660      OPEN INPUT MASTER-BACKUP.
004670      IF NOT WS-MB-OK
004680          MOVE "Y" TO WS-BACKUP-EOF-SW
004690          IF NOT WS-MB-FILE-NOT-FOUND
004700              MOVE "Y" TO WS-BACKUP-BAD-SW
004710              MOVE WS-MASTER-BACKUP-STATUS TO WS-BACKUP-BAD-STATUS
004720              CLOSE BACKUP-NEW
004730          END-IF
004740      ELSE
004750          PERFORM 2100-READ-BACKUP THRU 2100-EXIT
004760      END-IF.
004770
004780      PERFORM 3200-KEEP-ONE THRU 3200-EXIT
004790          UNTIL WS-BACKUP-EOF.
004800
004810      IF WS-MB-OK OR WS-MB-EOF
004820          CLOSE MASTER-BACKUP
004830      END-IF.
004840
004850      COMPUTE WS-KEPT-GEN-COUNT =
004860          WS-OLD-GEN-COUNT - WS-DROP-COUNT.
004870  3000-EXIT.
004880      EXIT.
004890
004900*****************************************************************
004910* 3200-KEEP-ONE - COPY ONE RECORD OF A KEPT GENERATION, OR LIST
004920*                 THE FIRST RECORD OF A DROPPED ONE, AND READ
004930*                 AHEAD.
004940*****************************************************************
004950  3200-KEEP-ONE.
004960      IF BK-GENERATION NOT = WS-LAST-GENERATION
004970          ADD 1 TO WS-GEN-NUMBER
004980          MOVE BK-GENERATION TO WS-LAST-GENERATION
004990          IF WS-GEN-NUMBER NOT > WS-DROP-COUNT
005000              MOVE BK-GEN-DATE TO DR-GEN-DATE
005010              MOVE BK-GEN-TIME TO DR-GEN-TIME
005020              WRITE LISTING-RECORD FROM WS-DROP-LINE
005030          END-IF
005040      END-IF.
005050
005060      IF WS-GEN-NUMBER > WS-DROP-COUNT
005070          WRITE BACKUP-NEW-RECORD FROM MASTER-BACKUP-RECORD
005080          ADD 1 TO WS-KEPT-RECORD-COUNT
005090      END-IF.
005100
005110      PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
005120  3200-EXIT.
005130      EXIT.
005140
005150*****************************************************************
005160* 4000-UNLOAD-MASTERS - APPEND TONIGHT'S GENERATION, ONE MASTER
005170*                       AT A TIME, EACH FOLLOWED BY ITS TRAILER.
005180*****************************************************************
005190  4000-UNLOAD-MASTERS.
005200      MOVE SPACES TO LISTING-RECORD.
005210      WRITE LISTING-RECORD.
005220      WRITE LISTING-RECORD FROM WS-HEADING-2.
005230
005240      PERFORM 4100-UNLOAD-SHOE-MASTER THRU 4100-EXIT.
005250      PERFORM 4200-UNLOAD-STYLE-XREF THRU 4200-EXIT.
005260      PERFORM 4300-UNLOAD-STYLE-ATTR THRU 4300-EXIT.
005270      PERFORM 4400-UNLOAD-OPERATOR THRU 4400-EXIT.
005280      PERFORM 4500-UNLOAD-STOCK-LOC THRU 4500-EXIT.
005290      PERFORM 4600-UNLOAD-XFR-MASTER THRU 4600-EXIT.
005300
005310      CLOSE BACKUP-NEW.
005320  4000-EXIT.
005330      EXIT.
005340
005350*****************************************************************
005360* 4100-UNLOAD-SHOE-MASTER - UNLOAD SHOE-MASTER IN KEY ORDER.
005370*****************************************************************
005380  4100-UNLOAD-SHOE-MASTER.
005390      MOVE "SHOEMAST" TO WS-FILE-ID.
005400      MOVE 1 TO WS-FILE-SUB.
005410      MOVE ZERO TO WS-FILE-COUNT.
005420      MOVE "G" TO WS-FILE-STATUS-CD.
005430      MOVE "N" TO WS-UNLOAD-EOF-SW.
005440
005450      OPEN INPUT SHOE-MASTER.
005460      IF NOT WS-SM-OK
005470          MOVE "F" TO WS-FILE-STATUS-CD
005480          MOVE WS-SHOE-MASTER-STATUS TO WS-ERROR-STATUS
005490      ELSE
005500          PERFORM 4110-READ-SHOE-MASTER THRU 4110-EXIT
005510          PERFORM 4120-UNLOAD-SHOE-RECORD THRU 4120-EXIT
005520              UNTIL WS-UNLOAD-EOF
005530          CLOSE SHOE-MASTER
005540      END-IF.
005550
005560      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
005570  4100-EXIT.
005580      EXIT.
005590
005600*****************************************************************
005610* 4110-READ-SHOE-MASTER - READ THE NEXT SHOE-MASTER RECORD.  A
005620*                         READ ERROR ENDS THE UNLOAD AS FAILED.
005630*****************************************************************
005640  4110-READ-SHOE-MASTER.
005650      READ SHOE-MASTER NEXT RECORD
005660          AT END
005670              MOVE "Y" TO WS-UNLOAD-EOF-SW
005680      END-READ.
005690      IF NOT WS-SM-OK AND NOT WS-SM-EOF
005700          MOVE "Y" TO WS-UNLOAD-EOF-SW
005710          MOVE "F" TO WS-FILE-STATUS-CD
005720          MOVE WS-SHOE-MASTER-STATUS TO WS-ERROR-STATUS
005730      END-IF.
005740  4110-EXIT.
005750      EXIT.
005760
005770*****************************************************************
005780* 4120-UNLOAD-SHOE-RECORD - BACK UP ONE RECORD AND READ AHEAD.
005790*****************************************************************
005800  4120-UNLOAD-SHOE-RECORD.
005810      MOVE SHOE-MASTER-RECORD TO WS-IMAGE.
005820      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
005830      PERFORM 4110-READ-SHOE-MASTER THRU 4110-EXIT.
005840  4120-EXIT.
005850      EXIT.
005860
005870*****************************************************************
005880* 4200-UNLOAD-STYLE-XREF - UNLOAD STYLE-XREF IN KEY ORDER.
005890*****************************************************************
005900  4200-UNLOAD-STYLE-XREF.
005910      MOVE "STYLEXRF" TO WS-FILE-ID.
005920      MOVE 2 TO WS-FILE-SUB.
005930      MOVE ZERO TO WS-FILE-COUNT.
005940      MOVE "G" TO WS-FILE-STATUS-CD.
005950      MOVE "N" TO WS-UNLOAD-EOF-SW.
005960
005970      OPEN INPUT STYLE-XREF.
005980      IF NOT WS-SX-OK
005990          MOVE "F" TO WS-FILE-STATUS-CD
006000          MOVE WS-STYLE-XREF-STATUS TO WS-ERROR-STATUS
006010      ELSE
006020          PERFORM 4210-READ-STYLE-XREF THRU 4210-EXIT
006030          PERFORM 4220-UNLOAD-XREF-RECORD THRU 4220-EXIT
006040              UNTIL WS-UNLOAD-EOF
006050          CLOSE STYLE-XREF
006060      END-IF.
006070
006080      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
006090  4200-EXIT.
006100      EXIT.
006110
006120*****************************************************************
006130* 4210-READ-STYLE-XREF - READ THE NEXT STYLE-XREF RECORD.  A READ
006140*                        ERROR ENDS THE UNLOAD AS FAILED.
006150*****************************************************************
006160  4210-READ-STYLE-XREF.
006170      READ STYLE-XREF NEXT RECORD
006180          AT END
006190              MOVE "Y" TO WS-UNLOAD-EOF-SW
006200      END-READ.
006210      IF NOT WS-SX-OK AND NOT WS-SX-EOF
006220          MOVE "Y" TO WS-UNLOAD-EOF-SW
006230          MOVE "F" TO WS-FILE-STATUS-CD
006240          MOVE WS-STYLE-XREF-STATUS TO WS-ERROR-STATUS
006250      END-IF.
006260  4210-EXIT.
006270      EXIT.
006280
006290*****************************************************************
006300* 4220-UNLOAD-XREF-RECORD - BACK UP ONE RECORD AND READ AHEAD.
006310*****************************************************************
006320  4220-UNLOAD-XREF-RECORD.
006330      MOVE STYLE-XREF-RECORD TO WS-IMAGE.
006340      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
006350      PERFORM 4210-READ-STYLE-XREF THRU 4210-EXIT.
006360  4220-EXIT.
006370      EXIT.
006380
006390*****************************************************************
006400* 4300-UNLOAD-STYLE-ATTR - UNLOAD STYLE-ATTR IN KEY ORDER.
006410*****************************************************************
006420  4300-UNLOAD-STYLE-ATTR.
006430      MOVE "STYLATTR" TO WS-FILE-ID.
006440      MOVE 3 TO WS-FILE-SUB.
006450      MOVE ZERO TO WS-FILE-COUNT.
006460      MOVE "G" TO WS-FILE-STATUS-CD.
006470      MOVE "N" TO WS-UNLOAD-EOF-SW.
006480
006490      OPEN INPUT STYLE-ATTR.
006500      IF NOT WS-SA-OK
006510          MOVE "F" TO WS-FILE-STATUS-CD
006520          MOVE WS-STYLE-ATTR-STATUS TO WS-ERROR-STATUS
006530      ELSE
006540          PERFORM 4310-READ-STYLE-ATTR THRU 4310-EXIT
006550          PERFORM 4320-UNLOAD-ATTR-RECORD THRU 4320-EXIT
006560              UNTIL WS-UNLOAD-EOF
006570          CLOSE STYLE-ATTR
006580      END-IF.
006590
006600      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
006610  4300-EXIT.
006620      EXIT.
006630
006640*****************************************************************
006650* 4310-READ-STYLE-ATTR - READ THE NEXT STYLE-ATTR RECORD.  A READ
006660*                        ERROR ENDS THE UNLOAD AS FAILED.
006670*****************************************************************
006680  4310-READ-STYLE-ATTR.
006690      READ STYLE-ATTR NEXT RECORD
006700          AT END
006710              MOVE "Y" TO WS-UNLOAD-EOF-SW
006720      END-READ.
006730      IF NOT WS-SA-OK AND NOT WS-SA-EOF
006740          MOVE "Y" TO WS-UNLOAD-EOF-SW
006750          MOVE "F" TO WS-FILE-STATUS-CD
006760          MOVE WS-STYLE-ATTR-STATUS TO WS-ERROR-STATUS
006770      END-IF.
006780  4310-EXIT.
006790      EXIT.
006800
006810*****************************************************************
006820* 4320-UNLOAD-ATTR-RECORD - BACK UP ONE RECORD AND READ AHEAD.
006830*****************************************************************
006840  4320-UNLOAD-ATTR-RECORD.
006850      MOVE STYLE-ATTR-RECORD TO WS-IMAGE.
006860      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
006870      PERFORM 4310-READ-STYLE-ATTR THRU 4310-EXIT.
006880  4320-EXIT.
006890      EXIT.
006900
006910*****************************************************************
006920* 4400-UNLOAD-OPERATOR - UNLOAD OPERATOR-MASTER IN KEY ORDER.
006930*****************************************************************
006940  4400-UNLOAD-OPERATOR.
006950      MOVE "OPERMAST" TO WS-FILE-ID.
006960      MOVE 4 TO WS-FILE-SUB.
006970      MOVE ZERO TO WS-FILE-COUNT.
006980      MOVE "G" TO WS-FILE-STATUS-CD.
006990      MOVE "N" TO WS-UNLOAD-EOF-SW.
007000
007010      OPEN INPUT OPERATOR-MASTER.
007020      IF NOT WS-OM-OK
007030          MOVE "F" TO WS-FILE-STATUS-CD
007040          MOVE WS-OPERATOR-MASTER-STATUS TO WS-ERROR-STATUS
007050      ELSE
007060          PERFORM 4410-READ-OPERATOR THRU 4410-EXIT
007070          PERFORM 4420-UNLOAD-OPER-RECORD THRU 4420-EXIT
007080              UNTIL WS-UNLOAD-EOF
007090          CLOSE OPERATOR-MASTER
007100      END-IF.
007110
007120      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
007130  4400-EXIT.
007140      EXIT.
007150
007160*****************************************************************
007170* 4410-READ-OPERATOR - READ THE NEXT OPERATOR-MASTER RECORD.  A
007180*                      READ ERROR ENDS THE UNLOAD AS FAILED.
007190*****************************************************************
007200  4410-READ-OPERATOR.
007210      READ OPERATOR-MASTER NEXT RECORD
007220          AT END
007230              MOVE "Y" TO WS-UNLOAD-EOF-SW
007240      END-READ.
007250      IF NOT WS-OM-OK AND NOT WS-OM-EOF
007260          MOVE "Y" TO WS-UNLOAD-EOF-SW
007270          MOVE "F" TO WS-FILE-STATUS-CD
007280          MOVE WS-OPERATOR-MASTER-STATUS TO WS-ERROR-STATUS
007290      END-IF.
007300  4410-EXIT.
007310      EXIT.
007320
007330*****************************************************************
007340* 4420-UNLOAD-OPER-RECORD - BACK UP ONE RECORD AND READ AHEAD.
007350*****************************************************************
007360  4420-UNLOAD-OPER-RECORD.
007370      MOVE OPERATOR-MASTER-RECORD TO WS-IMAGE.
007380      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
007390      PERFORM 4410-READ-OPERATOR THRU 4410-EXIT.
007400  4420-EXIT.
007410      EXIT.
007420
007430*****************************************************************
007440* 4500-UNLOAD-STOCK-LOC - UNLOAD STKLOC IN KEY ORDER.  A FILE NOT
007450*                         YET CREATED UNLOADS AS EMPTY.
007460*****************************************************************
007470  4500-UNLOAD-STOCK-LOC.
007480      MOVE "STKLOC  " TO WS-FILE-ID.
007490      MOVE 5 TO WS-FILE-SUB.
007500      MOVE ZERO TO WS-FILE-COUNT.
007510      MOVE "G" TO WS-FILE-STATUS-CD.
007520      MOVE "N" TO WS-UNLOAD-EOF-SW.
007530
007540      OPEN INPUT STOCK-LOC.
007550      IF NOT WS-SL-OK
007560          IF NOT WS-SL-FILE-NOT-FOUND
007570              MOVE "F" TO WS-FILE-STATUS-CD
007580              MOVE WS-STOCK-LOC-STATUS TO WS-ERROR-STATUS
007590          END-IF
007600      ELSE
007610          PERFORM 4510-READ-STOCK-LOC THRU 4510-EXIT
007620          PERFORM 4520-UNLOAD-LOC-RECORD THRU 4520-EXIT
007630              UNTIL WS-UNLOAD-EOF
007640          CLOSE STOCK-LOC
007650      END-IF.
007660
007670      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
007680  4500-EXIT.
007690      EXIT.
007700
007710*****************************************************************
007720* 4510-READ-STOCK-LOC - READ THE NEXT STKLOC RECORD.  A READ
007730*                       ERROR ENDS THE UNLOAD AS FAILED.
007740*****************************************************************
007750  4510-READ-STOCK-LOC.
007760      READ STOCK-LOC NEXT RECORD
007770          AT END
007780              MOVE "Y" TO WS-UNLOAD-EOF-SW
007790      END-READ.
007800      IF NOT WS-SL-OK AND NOT WS-SL-EOF
007810          MOVE "Y" TO WS-UNLOAD-EOF-SW
007820          MOVE "F" TO WS-FILE-STATUS-CD
007830          MOVE WS-STOCK-LOC-STATUS TO WS-ERROR-STATUS
007840      END-IF.
007850  4510-EXIT.
007860      EXIT.
007870
007880*****************************************************************
007890* 4520-UNLOAD-LOC-RECORD - BACK UP ONE RECORD AND READ AHEAD.
007900*****************************************************************
007910  4520-UNLOAD-LOC-RECORD.
007920      MOVE STOCK-LOC-RECORD TO WS-IMAGE.
007930      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
007940      PERFORM 4510-READ-STOCK-LOC THRU 4510-EXIT.
007950  4520-EXIT.
007960      EXIT.
007970
007980*****************************************************************
007990* 4600-UNLOAD-XFR-MASTER - UNLOAD XFRMAST IN KEY ORDER.  A FILE
008000*                          NOT YET CREATED UNLOADS AS EMPTY.
008010*****************************************************************
008020  4600-UNLOAD-XFR-MASTER.
008030      MOVE "XFRMAST " TO WS-FILE-ID.
008040      MOVE 6 TO WS-FILE-SUB.
008050      MOVE ZERO TO WS-FILE-COUNT.
008060      MOVE "G" TO WS-FILE-STATUS-CD.
008070      MOVE "N" TO WS-UNLOAD-EOF-SW.
008080
008090      OPEN INPUT XFR-MASTER.
008100      IF NOT WS-XF-OK
008110          IF NOT WS-XF-FILE-NOT-FOUND
008120              MOVE "F" TO WS-FILE-STATUS-CD
008130              MOVE WS-XFR-MASTER-STATUS TO WS-ERROR-STATUS
008140          END-IF
008150      ELSE
008160          PERFORM 4610-READ-XFR-MASTER THRU 4610-EXIT
008170          PERFORM 4620-UNLOAD-XFR-RECORD THRU 4620-EXIT
008180              UNTIL WS-UNLOAD-EOF
008190          CLOSE XFR-MASTER
008200      END-IF.
008210
008220      PERFORM 4900-WRITE-TRAILER THRU 4900-EXIT.
008230  4600-EXIT.
008240      EXIT.
008250
008260*****************************************************************
008270* 4610-READ-XFR-MASTER - READ THE NEXT XFRMAST RECORD.  A READ
008280*                        ERROR ENDS THE UNLOAD AS FAILED.
008290*****************************************************************
008300  4610-READ-XFR-MASTER.
008310      READ XFR-MASTER NEXT RECORD
008320          AT END
008330              MOVE "Y" TO WS-UNLOAD-EOF-SW
008340      END-READ.
008350      IF NOT WS-XF-OK AND NOT WS-XF-EOF
008360          MOVE "Y" TO WS-UNLOAD-EOF-SW
008370          MOVE "F" TO WS-FILE-STATUS-CD
008380          MOVE WS-XFR-MASTER-STATUS TO WS-ERROR-STATUS
008390      END-IF.
008400  4610-EXIT.
008410      EXIT.
008420
008430*****************************************************************
008440* 4620-UNLOAD-XFR-RECORD - BACK UP ONE RECORD AND READ AHEAD.
008450*****************************************************************
008460  4620-UNLOAD-XFR-RECORD.
008470      MOVE XFR-MASTER-RECORD TO WS-IMAGE.
008480      PERFORM 4800-WRITE-DATA THRU 4800-EXIT.
008490      PERFORM 4610-READ-XFR-MASTER THRU 4610-EXIT.
008500  4620-EXIT.
008510      EXIT.
008520
008530*****************************************************************
008540* 4800-WRITE-DATA - WRITE ONE MASTER RECORD IMAGE TO TONIGHT'S
008550*                   GENERATION.
008560*****************************************************************
008570  4800-WRITE-DATA.
008580      MOVE SPACES TO MASTER-BACKUP-RECORD.
008590      MOVE WS-CURRENT-DATE TO BK-GEN-DATE.
008600      MOVE WS-CURRENT-TIME TO BK-GEN-TIME.
008610      MOVE WS-FILE-ID TO BK-FILE-ID.
008620      MOVE "D" TO BK-RECORD-TYPE.
008630      MOVE WS-IMAGE TO BK-DATA-AREA.
008640      WRITE BACKUP-NEW-RECORD FROM MASTER-BACKUP-RECORD.
008650      ADD 1 TO WS-FILE-COUNT.
008660  4800-EXIT.
008670      EXIT.
008680
008690*****************************************************************
008700* 4900-WRITE-TRAILER - CLOSE OFF ONE MASTER'S UNLOAD WITH ITS
008710*                      TRAILER, HAND ITS COUNT AND OUTCOME BACK TO
008720*                      THE END-OF-DAY DRIVER, AND LIST IT.
008730*****************************************************************
008740  4900-WRITE-TRAILER.
008750      MOVE SPACES TO MASTER-BACKUP-RECORD.
008760      MOVE WS-CURRENT-DATE TO BK-GEN-DATE.
008770      MOVE WS-CURRENT-TIME TO BK-GEN-TIME.
008780      MOVE WS-FILE-ID TO BK-FILE-ID.
008790      MOVE "T" TO BK-RECORD-TYPE.
008800      MOVE WS-FILE-COUNT TO BK-RECORD-COUNT.
008810      MOVE WS-FILE-STATUS-CD TO BK-UNLOAD-STATUS.
008820      WRITE BACKUP-NEW-RECORD FROM MASTER-BACKUP-RECORD.
008830
008840      ADD WS-FILE-COUNT TO WS-UNLOAD-TOTAL.
008850      MOVE WS-FILE-ID TO EOD-BACKUP-FILE-ID (WS-FILE-SUB).
008860      MOVE WS-FILE-COUNT TO EOD-BACKUP-COUNT (WS-FILE-SUB).
008870      MOVE WS-FILE-STATUS-CD
008880          TO EOD-BACKUP-STATUS-CD (WS-FILE-SUB).
008890
008900      MOVE WS-FILE-ID TO DL-FILE-ID.
008910      MOVE WS-FILE-COUNT TO DL-RECORD-COUNT.
008920      IF WS-FILE-STATUS-CD = "G"
008930          MOVE "UNLOADED" TO DL-RESULT
008940      ELSE
008950          MOVE WS-ERROR-STATUS TO FR-FILE-STATUS
008960          MOVE WS-FAILED-RESULT TO DL-RESULT
008970      END-IF.
008980      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
008990  4900-EXIT.
009000      EXIT.
009010
009020*****************************************************************
009030* 4950-MARK-NOT-TAKEN - ON A NIGHT THE BACKUP FILE WILL NOT OPEN,
009040*                       HAND ONE MASTER BACK TO THE END-OF-DAY
009050*                       DRIVER AS NOT BACKED UP.
009060*****************************************************************
009070  4950-MARK-NOT-TAKEN.
009080      MOVE WS-TABLE-FILE-ID (WS-FILE-SUB)
009090          TO EOD-BACKUP-FILE-ID (WS-FILE-SUB).
009100      MOVE ZERO TO EOD-BACKUP-COUNT (WS-FILE-SUB).
009110      MOVE "F" TO EOD-BACKUP-STATUS-CD (WS-FILE-SUB).
009120  4950-EXIT.
009130      EXIT.
009140
009150*****************************************************************
009160* 8000-PRINT-TOTALS - PRINT THE UNLOAD AND GENERATION COUNTS.
009170*****************************************************************
009180  8000-PRINT-TOTALS.
009190      IF NOT WS-BACKUP-BAD
009200          ADD 1 TO WS-KEPT-GEN-COUNT
009210      END-IF.
009220      MOVE WS-UNLOAD-TOTAL TO TL-UNLOAD-TOTAL.
009230      MOVE WS-OLD-GEN-COUNT TO TL-OLD-GEN-COUNT.
009240      MOVE WS-DROP-COUNT TO TL-DROP-COUNT.
009250      MOVE WS-KEPT-GEN-COUNT TO TL-KEPT-GEN-COUNT.
009260
009270      MOVE SPACES TO LISTING-RECORD.
009280      WRITE LISTING-RECORD.
009290      IF NOT WS-ALL-AVAILABLE
009300          WRITE LISTING-RECORD FROM WS-NO-DROP-LINE
009310      END-IF.
009320      IF WS-BACKUP-BAD
009330          MOVE WS-BACKUP-BAD-STATUS TO BB-FILE-STATUS
009340          WRITE LISTING-RECORD FROM WS-BACKUP-BAD-LINE
009350      END-IF.
009360      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
009370      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
009380      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
009390      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
009400  8000-EXIT.
009410      EXIT.
009420
009430*****************************************************************
009440* 9000-TERMINATE - CLOSE THE LISTING AND END THE RUN.
009450*****************************************************************
009460  9000-TERMINATE.
009470      CLOSE BKP-LISTING.
009480  9000-EXIT.
009490      EXIT.
009500
009510*****************************************************************
009520* 9500-COPY-BACK-BACKUP - REWRITE THE BACKUP FILE FROM THE WORK
009530*                         FILE.
009540*****************************************************************
009550  9500-COPY-BACK-BACKUP.
009560      MOVE "N" TO WS-COPY-EOF-SW.
009570      OPEN INPUT BACKUP-NEW.
009580      OPEN OUTPUT MASTER-BACKUP.
009590      PERFORM 9510-READ-NEW THRU 9510-EXIT.
009600      PERFORM 9520-COPY-ONE THRU 9520-EXIT
009610          UNTIL WS-COPY-EOF.
009620      CLOSE BACKUP-NEW.
009630      CLOSE MASTER-BACKUP.
009640  9500-EXIT.
009650      EXIT.
009660
009670*****************************************************************
009680* 9510-READ-NEW - READ THE NEXT WORK-FILE RECORD.
009690*****************************************************************
009700  9510-READ-NEW.
009710      READ BACKUP-NEW
009720          AT END
009730              MOVE "Y" TO WS-COPY-EOF-SW
009740      END-READ.
009750  9510-EXIT.
009760      EXIT.
009770
009780*****************************************************************
009790* 9520-COPY-ONE - COPY ONE WORK-FILE RECORD AND READ AHEAD.
009800*****************************************************************
009810  9520-COPY-ONE.
009820      WRITE MASTER-BACKUP-RECORD FROM BACKUP-NEW-RECORD.
009830      PERFORM 9510-READ-NEW THRU 9510-EXIT.
009840  9520-EXIT.
009850      EXIT.
009860
009870  END PROGRAM LAB10BKP.

000140* Date-Written: 2026-08-09
000150* Purpose: BATCH LISTING OF THE SHOE-MASTER FILE.  PRINTS EVERY
000160*          SHOE-STYLE-WS/SHOE-SIZE-WS PAIR ON SHOE-MASTER, PAGE
000170*          FORMATTED, WITH A FINAL RECORD COUNT.  RPTPARM
000180*          (COPYLIB/LOCPARM.CPY) SELECTS ALL LOCATIONS
000190*          COMBINED OR ONE LINE PER STOCKING LOCATION FROM THE
000200*          STOCK-BY-LOCATION FILE (STKLOC).
000210*****************************************************************
000220  IDENTIFICATION DIVISION.
000230  PROGRAM-ID. LAB10RPT.
000240  AUTHOR. D. FALLIS.
000250  INSTALLATION. RETAIL SYSTEMS.
000260  DATE-WRITTEN. 2026-08-09.
000270  DATE-COMPILED.
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*   2026-08-09  DF  ORIGINAL PROGRAM.
000310*   2026-08-09  DF  SKIP STYLES MARKED INACTIVE.
000320*   2026-08-22  DF  SHOE-MASTER REKEYED ON STYLE PLUS SIZE
000330*                   (SM-MASTER-KEY); THE LISTING NOW SHOWS ONE
000340*                   LINE PER STYLE/SIZE OF THE SIZE RUN.
000350*   2026-08-22  DF  NOW CALLABLE AS A STEP OF THE END-OF-DAY
000360*                   DRIVER (LAB10EOD): ENDS WITH GOBACK AND
000370*                   RETURNS ITS RECORD COUNT THROUGH EODCOMM.
000380*                   A MASTER THAT WILL NOT OPEN CLEANLY NOW
000390*                   PRODUCES AN EMPTY LISTING INSTEAD OF
000400*                   READING A FILE THAT NEVER REACHES END.
000410*   2026-09-02  DF  EACH LINE NOW CARRIES THE STYLE'S
000420*                   DESCRIPTION FROM THE STYLE ATTRIBUTE MASTER
000430*                   (STYLATTR, MAINTAINED BY LAB10SAM), SO THE
000440*                   LISTING NO LONGER NEEDS THE PAPER CHEAT
000450*                   SHEET TO SAY WHAT A CODE IS.  A STYLE WITH
000460*                   NO ATTRIBUTE RECORD LISTS BLANK.
000470*   2026-10-15  DF  EACH LINE NOW CARRIES ITS ON-HAND.  A
000480*                   PARAMETER FILE (RPTPARM) CAN ASK FOR THE
000490*                   LISTING BY STOCKING LOCATION - EVERY LOCATION,
000500*                   OR ONLY THE ONE NAMED - WHEN EACH STYLE/SIZE
000510*                   PRINTS ONE LINE PER LOCATION FROM THE
000520*                   STOCK-BY-LOCATION FILE (STKLOC) WITH THE
000530*                   LOCATION'S ON-HAND AND PAIRS IN TRANSIT TO IT.
000540*                   WITH NO PARAMETER THE LISTING IS COMBINED, AND
000550*                   ITS ON-HAND IS SM-QTY-ON-HAND, WHICH INCLUDES
000560*                   PAIRS IN TRANSIT BETWEEN LOCATIONS.
000570*****************************************************************
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000620          ORGANIZATION IS INDEXED
000630          ACCESS MODE IS SEQUENTIAL
000640          RECORD KEY IS SM-MASTER-KEY
000650          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000660 
000670      SELECT SHOE-LISTING ASSIGN TO "SHOERPT"
000680          ORGANIZATION IS LINE SEQUENTIAL
000690          FILE STATUS IS WS-SHOE-LISTING-STATUS.
000700
000710      SELECT STYLE-ATTR ASSIGN TO "STYLATTR"
000720          ORGANIZATION IS INDEXED
000730          ACCESS MODE IS DYNAMIC
000740          RECORD KEY IS SA-SHOE-STYLE
000750          FILE STATUS IS WS-STYLE-ATTR-STATUS.
000760
000770      SELECT RPT-PARM ASSIGN TO "RPTPARM"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-RPT-PARM-STATUS.
000800
000810      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS DYNAMIC
000840          RECORD KEY IS SL-LOC-KEY
000850          FILE STATUS IS WS-STOCK-LOC-STATUS.
000860 
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  SHOE-MASTER
000900      LABEL RECORDS ARE STANDARD.
000910      COPY SHOEMAST.
000920 
000930  FD  SHOE-LISTING
000940      LABEL RECORDS ARE STANDARD.
000950  01  LISTING-RECORD               PIC X(80).
000960
000970  FD  STYLE-ATTR
000980      LABEL RECORDS ARE STANDARD.
000990      COPY STYLATTR.
001000
001010  FD  RPT-PARM
001020      LABEL RECORDS ARE STANDARD.
001030      COPY LOCPARM.
001040
001050  FD  STOCK-LOC
001060      LABEL RECORDS ARE STANDARD.
001070      COPY STKLOC.
001080 
001090  WORKING-STORAGE SECTION.
001100  01  WS-SHOE-MASTER-STATUS        PIC X(02).
001110      88  WS-SM-OK                         VALUE "00".
001120      88  WS-SM-EOF                        VALUE "10".
001130 
001140  01  WS-SHOE-LISTING-STATUS       PIC X(02).
001150      88  WS-SL-OK                         VALUE "00".
001160
001170  01  WS-STYLE-ATTR-STATUS         PIC X(02).
001180      88  WS-SA-OK                         VALUE "00".
001190      88  WS-SA-FILE-NOT-FOUND             VALUE "35".
001200
001210  01  WS-RPT-PARM-STATUS           PIC X(02).
001220      88  WS-RP-OK                         VALUE "00".
001230      88  WS-RP-FILE-NOT-FOUND             VALUE "35".
001240
001250  01  WS-STOCK-LOC-STATUS          PIC X(02).
001260      88  WS-SK-OK                         VALUE "00".
001270      88  WS-SK-FILE-NOT-FOUND             VALUE "35".
001280 
001290  01  WS-EOF-SW                    PIC X(01) VALUE "N".
001300      88  WS-EOF                           VALUE "Y".
001310 
001320  01  WS-LINE-COUNT                PIC 9(02) VALUE 99.
001330  01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001340  01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
001350  01  WS-RECORD-COUNT              PIC 9(05) VALUE ZERO.
001360  01  WS-TOTAL-ON-HAND              PIC 9(09) VALUE ZERO.
001370  01  WS-TOTAL-IN-TRANSIT          PIC 9(09) VALUE ZERO.
001380  01  WS-PARM-EOF-SW               PIC X(01) VALUE "N".
001390      88  WS-PARM-EOF                      VALUE "Y".
001400  01  WS-BY-LOCATION-SW            PIC X(01) VALUE "N".
001410      88  WS-BY-LOCATION                   VALUE "Y".
001420  01  WS-SEL-LOCATION              PIC X(02) VALUE SPACES.
001430  01  WS-SEL-LOC-NAME              PIC X(20) VALUE SPACES.
001440  01  WS-LOC-SUB                   PIC 9(02) VALUE ZERO.
001450  01  WS-LOC-EOF-SW                PIC X(01) VALUE "N".
001460      88  WS-LOC-EOF                       VALUE "Y".
001470
001480      COPY LOCCODES.
001490
001500      COPY EODCOMM.
001510 
001520  01  WS-HEADING-1.
001530      05  FILLER                   PIC X(22)
001540              VALUE "SHOE INVENTORY LISTING".
001550      05  FILLER                   PIC X(02) VALUE SPACES.
001560      05  H1-SCOPE                 PIC X(32).
001570      05  FILLER                   PIC X(02) VALUE SPACES.
001580      05  FILLER                   PIC X(05) VALUE "PAGE ".
001590      05  H1-PAGE-NO               PIC ZZZ9.
001600 
001610  01  WS-HEADING-2.
001620      05  FILLER                   PIC X(05) VALUE "STYLE".
001630      05  FILLER                   PIC X(05) VALUE SPACES.
001640      05  FILLER                   PIC X(04) VALUE "SIZE".
001650      05  FILLER                   PIC X(03) VALUE SPACES.
001660      05  FILLER                   PIC X(02) VALUE "LC".
001670      05  FILLER                   PIC X(03) VALUE SPACES.
001680      05  FILLER                   PIC X(07) VALUE "ON-HAND".
001690      05  FILLER                   PIC X(02) VALUE SPACES.
001700      05  FILLER                   PIC X(07) VALUE "IN-TRAN".
001710      05  FILLER                   PIC X(03) VALUE SPACES.
001720      05  FILLER                   PIC X(11) VALUE "DESCRIPTION".
001730 
001740  01  WS-DETAIL-LINE.
001750      05  DL-SHOE-STYLE            PIC X(05).
001760      05  FILLER                   PIC X(05) VALUE SPACES.
001770      05  DL-SHOE-SIZE             PIC X(04).
001780      05  FILLER                   PIC X(03) VALUE SPACES.
001790      05  DL-LOCATION              PIC X(02).
001800      05  FILLER                   PIC X(04) VALUE SPACES.
001810      05  DL-ON-HAND               PIC ZZ,ZZ9.
001820      05  FILLER                   PIC X(03) VALUE SPACES.
001830      05  DL-IN-TRANSIT            PIC ZZ,ZZ9 BLANK WHEN ZERO.
001840      05  FILLER                   PIC X(03) VALUE SPACES.
001850      05  DL-DESCRIPTION           PIC X(25).
001860 
001870  01  WS-TOTAL-LINE.
001880      05  FILLER                   PIC X(17)
001890              VALUE "TOTAL RECORDS - ".
001900      05  TL-RECORD-COUNT          PIC ZZ,ZZ9.
001910
001920  01  WS-TOTAL-LINE-2.
001930      05  FILLER                   PIC X(17)
001940              VALUE "ON-HAND PAIRS  - ".
001950      05  TL-TOTAL-ON-HAND         PIC ZZZ,ZZZ,ZZ9.
001960
001970  01  WS-TOTAL-LINE-3.
001980      05  FILLER                   PIC X(17)
001990              VALUE "IN-TRANSIT     - ".
002000      05  TL-TOTAL-IN-TRANSIT      PIC ZZZ,ZZZ,ZZ9.
002010 
002020  PROCEDURE DIVISION.
002030  0000-MAIN-PROCEDURE.
002040      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050 
002060      PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002070          UNTIL WS-EOF.
002080 
002090      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002100 
002110      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120 
002130      MOVE WS-RECORD-COUNT TO EOD-STEP-RECORD-COUNT.
002140      GOBACK.
002150 
002160*****************************************************************
002170* 1000-INITIALIZE - OPEN FILES, TAKE THE LOCATION PARAMETER,
002180*                   AND READ THE FIRST MASTER RECORD.
002190*****************************************************************
002200  1000-INITIALIZE.
002210      PERFORM 1050-READ-PARM THRU 1050-EXIT.
002220      OPEN INPUT SHOE-MASTER.
002230      IF NOT WS-SM-OK
002240          MOVE "Y" TO WS-EOF-SW
002250      END-IF.
002260      OPEN OUTPUT SHOE-LISTING.
002270      OPEN INPUT STYLE-ATTR.
002280      IF WS-SA-FILE-NOT-FOUND
002290          OPEN OUTPUT STYLE-ATTR
002300          CLOSE STYLE-ATTR
002310          OPEN INPUT STYLE-ATTR
002320      END-IF.
002330      IF WS-BY-LOCATION
002340          OPEN INPUT STOCK-LOC
002350          IF WS-SK-FILE-NOT-FOUND
002360              OPEN OUTPUT STOCK-LOC
002370              CLOSE STOCK-LOC
002380              OPEN INPUT STOCK-LOC
002390          END-IF
002400      END-IF.
002410 
002420      IF NOT WS-EOF
002430          PERFORM 2100-READ-MASTER THRU 2100-EXIT
002440      END-IF.
002450  1000-EXIT.
002460      EXIT.
002470
002480*****************************************************************
002490* 1050-READ-PARM - TAKE THE REPORT MODE AND LOCATION FROM
002500*                  RPTPARM.  NO FILE, OR ANY MODE BUT L, LISTS ALL
002510*                  LOCATIONS COMBINED.  A LOCATION CODE NOT ON THE
002520*                  TABLE OF LOCATIONS LISTS EVERY LOCATION.
002530*****************************************************************
002540  1050-READ-PARM.
002550      OPEN INPUT RPT-PARM.
002560      IF WS-RP-FILE-NOT-FOUND
002570          MOVE "Y" TO WS-PARM-EOF-SW
002580      ELSE
002590          READ RPT-PARM
002600              AT END
002610                  MOVE "Y" TO WS-PARM-EOF-SW
002620          END-READ
002630          CLOSE RPT-PARM
002640      END-IF.
002650
002660      IF NOT WS-PARM-EOF
002670          IF LP-BY-LOCATION
002680              MOVE "Y" TO WS-BY-LOCATION-SW
002690              MOVE LP-LOCATION TO WS-SEL-LOCATION
002700          END-IF
002710      END-IF.
002720
002730      MOVE SPACES TO WS-SEL-LOC-NAME.
002740      IF WS-SEL-LOCATION NOT = SPACES
002750          PERFORM 1060-FIND-LOC-NAME THRU 1060-EXIT
002760              VARYING WS-LOC-SUB FROM 1 BY 1
002770              UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
002780          IF WS-SEL-LOC-NAME = SPACES
002790              MOVE SPACES TO WS-SEL-LOCATION
002800          END-IF
002810      END-IF.
002820
002830      MOVE SPACES TO H1-SCOPE.
002840      EVALUATE TRUE
002850          WHEN NOT WS-BY-LOCATION
002860              MOVE "ALL LOCATIONS COMBINED" TO H1-SCOPE
002870          WHEN WS-SEL-LOCATION = SPACES
002880              MOVE "BY LOCATION" TO H1-SCOPE
002890          WHEN OTHER
002900              STRING "LOCATION " WS-SEL-LOCATION " "
002910                  WS-SEL-LOC-NAME
002920                  DELIMITED BY SIZE INTO H1-SCOPE
002930      END-EVALUATE.
002940  1050-EXIT.
002950      EXIT.
002960
002970*****************************************************************
002980* 1060-FIND-LOC-NAME - TAKE THE NAME OF THE SELECTED LOCATION
002990*                      FROM ONE TABLE ENTRY IF IT MATCHES.
003000*****************************************************************
003010  1060-FIND-LOC-NAME.
003020      IF LC-LOCATION-CODE (WS-LOC-SUB) = WS-SEL-LOCATION
003030          MOVE LC-LOCATION-NAME (WS-LOC-SUB) TO WS-SEL-LOC-NAME
003040      END-IF.
003050  1060-EXIT.
003060      EXIT.
003070 
003080*****************************************************************
003090* 2000-PROCESS-MASTER - PRINT ONE DETAIL LINE, OR ONE PER
003100*                      LOCATION, AND READ AHEAD.
003110*****************************************************************
003120  2000-PROCESS-MASTER.
003130      IF NOT SM-INACTIVE
003140          IF WS-BY-LOCATION
003150              PERFORM 2400-PRINT-LOCATIONS THRU 2400-EXIT
003160          ELSE
003170              MOVE SPACES TO DL-LOCATION
003180              MOVE SM-QTY-ON-HAND TO DL-ON-HAND
003190              MOVE ZERO TO DL-IN-TRANSIT
003200              ADD SM-QTY-ON-HAND TO WS-TOTAL-ON-HAND
003210              PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
003220          END-IF
003230      END-IF.
003240      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003250  2000-EXIT.
003260      EXIT.
003270 
003280*****************************************************************
003290* 2100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
003300*****************************************************************
003310  2100-READ-MASTER.
003320      READ SHOE-MASTER NEXT RECORD
003330          AT END
003340              MOVE "Y" TO WS-EOF-SW
003350      END-READ.
003360  2100-EXIT.
003370      EXIT.
003380 
003390*****************************************************************
003400* 2200-PRINT-DETAIL - WRITE ONE DETAIL LINE, HEADING IF NEEDED.
003410*                     THE CALLER HAS SET THE LOCATION COLUMNS.
003420*****************************************************************
003430  2200-PRINT-DETAIL.
003440      IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003450          PERFORM 2300-PRINT-HEADINGS THRU 2300-EXIT
003460      END-IF.
003470 
003480      MOVE SM-SHOE-STYLE TO DL-SHOE-STYLE.
003490      MOVE SM-SHOE-SIZE TO DL-SHOE-SIZE.
003500      PERFORM 2250-GET-STYLE-DESC THRU 2250-EXIT.
003510      WRITE LISTING-RECORD FROM WS-DETAIL-LINE.
003520 
003530      ADD 1 TO WS-LINE-COUNT.
003540      ADD 1 TO WS-RECORD-COUNT.
003550  2200-EXIT.
003560      EXIT.
003570
003580*****************************************************************
003590* 2250-GET-STYLE-DESC - LOOK THE STYLE UP ON THE STYLE
003600*                       ATTRIBUTE MASTER FOR THE DESCRIPTION
003610*                       COLUMN.  A STYLE WITH NO ATTRIBUTE
003620*                       RECORD LISTS BLANK.
003630*****************************************************************
003640  2250-GET-STYLE-DESC.
003650      MOVE SPACES TO DL-DESCRIPTION.
003660      MOVE SM-SHOE-STYLE TO SA-SHOE-STYLE.
003670      READ STYLE-ATTR
003680          INVALID KEY
003690              CONTINUE
003700          NOT INVALID KEY
003710              MOVE SA-DESCRIPTION TO DL-DESCRIPTION
003720      END-READ.
003730  2250-EXIT.
003740      EXIT.
003750 
003760*****************************************************************
003770* 2300-PRINT-HEADINGS - START A NEW PAGE.
003780*****************************************************************
003790  2300-PRINT-HEADINGS.
003800      ADD 1 TO WS-PAGE-COUNT.
003810      MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
003820 
003830      IF WS-PAGE-COUNT > 1
003840          WRITE LISTING-RECORD FROM SPACES
003850              AFTER ADVANCING PAGE
003860      END-IF.
003870 
003880      WRITE LISTING-RECORD FROM WS-HEADING-1.
003890      MOVE SPACES TO LISTING-RECORD.
003900      WRITE LISTING-RECORD.
003910      WRITE LISTING-RECORD FROM WS-HEADING-2.
003920 
003930      MOVE ZERO TO WS-LINE-COUNT.
003940  2300-EXIT.
003950      EXIT.
003960
003970*****************************************************************
003980* 2400-PRINT-LOCATIONS - PRINT ONE LINE FOR EACH LOCATION THAT
003990*                        HOLDS THE STYLE/SIZE, OR ONLY FOR THE
004000*                        SELECTED LOCATION.
004010*****************************************************************
004020  2400-PRINT-LOCATIONS.
004030      MOVE "N" TO WS-LOC-EOF-SW.
004040      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
004050      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
004060      MOVE LOW-VALUES TO SL-LOCATION.
004070      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
004080          INVALID KEY
004090              MOVE "Y" TO WS-LOC-EOF-SW
004100      END-START.
004110      IF NOT WS-LOC-EOF
004120          PERFORM 2410-READ-NEXT-LOC THRU 2410-EXIT
004130      END-IF.
004140      PERFORM 2420-PRINT-ONE-LOC THRU 2420-EXIT
004150          UNTIL WS-LOC-EOF.
004160  2400-EXIT.
004170      EXIT.
004180
004190*****************************************************************
004200* 2410-READ-NEXT-LOC - READ THE NEXT LOCATION RECORD, ENDING AT
004210*                      THE FIRST RECORD FOR ANOTHER STYLE/SIZE.
004220*****************************************************************
004230  2410-READ-NEXT-LOC.
004240      READ STOCK-LOC NEXT RECORD
004250          AT END
004260              MOVE "Y" TO WS-LOC-EOF-SW
004270      END-READ.
004280      IF NOT WS-LOC-EOF
004290          IF SL-SHOE-STYLE NOT = SM-SHOE-STYLE
004300                  OR SL-SHOE-SIZE NOT = SM-SHOE-SIZE
004310              MOVE "Y" TO WS-LOC-EOF-SW
004320          END-IF
004330      END-IF.
004340  2410-EXIT.
004350      EXIT.
004360
004370*****************************************************************
004380* 2420-PRINT-ONE-LOC - PRINT ONE LOCATION'S LINE IF IT IS
004390*                      SELECTED, AND READ AHEAD.
004400*****************************************************************
004410  2420-PRINT-ONE-LOC.
004420      IF WS-SEL-LOCATION = SPACES
004430              OR SL-LOCATION = WS-SEL-LOCATION
004440          MOVE SL-LOCATION TO DL-LOCATION
004450          MOVE SL-QTY-ON-HAND TO DL-ON-HAND
004460          MOVE SL-QTY-IN-TRANSIT TO DL-IN-TRANSIT
004470          ADD SL-QTY-ON-HAND TO WS-TOTAL-ON-HAND
004480          ADD SL-QTY-IN-TRANSIT TO WS-TOTAL-IN-TRANSIT
004490          PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
004500      END-IF.
004510      PERFORM 2410-READ-NEXT-LOC THRU 2410-EXIT.
004520  2420-EXIT.
004530      EXIT.
004540 
004550*****************************************************************
004560* 8000-PRINT-TOTALS - WRITE THE FINAL RECORD COUNT AND PAIRS.
004570*****************************************************************
004580  8000-PRINT-TOTALS.
004590      MOVE WS-RECORD-COUNT TO TL-RECORD-COUNT.
004600      MOVE WS-TOTAL-ON-HAND TO TL-TOTAL-ON-HAND.
004610      MOVE WS-TOTAL-IN-TRANSIT TO TL-TOTAL-IN-TRANSIT.
004620      MOVE SPACES TO LISTING-RECORD.
004630      WRITE LISTING-RECORD.
004640      WRITE LISTING-RECORD FROM WS-TOTAL-LINE.
004650      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
004660      IF WS-BY-LOCATION
004670          WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3
004680      END-IF.
004690  8000-EXIT.
004700      EXIT.
004710 
004720*****************************************************************
004730* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
004740*****************************************************************
004750  9000-TERMINATE.
004760      CLOSE SHOE-MASTER.
004770      CLOSE SHOE-LISTING.
004780      CLOSE STYLE-ATTR.
004790      IF WS-BY-LOCATION
004800          CLOSE STOCK-LOC
004810      END-IF.
004820  9000-EXIT.
004830      EXIT.
004840 
004850  END PROGRAM LAB10RPT.

000260*          NO POINT HAS BEEN SET FOR IT.  RUNS AS A STEP OF THE
000270*          END-OF-DAY DRIVER (LAB10EOD): ENDS WITH GOBACK AND
000280*          RETURNS ITS RECORD COUNT THROUGH EODCOMM.
000290*          RPLPARM (COPYLIB/LOCPARM.CPY) CAN ASK FOR THE
000300*          SELECTION BY STOCKING LOCATION INSTEAD OF ACROSS ALL
000310*          LOCATIONS COMBINED.  BY LOCATION, ONLY THE HOME
000320*          LOCATION IS SUGGESTED FOR A VENDOR ORDER; THE OTHER
000330*          LOCATIONS ARE STOCKED BY TRANSFER FROM HOME.
000340*****************************************************************
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID. LAB10RPL.
000370  AUTHOR. D. FALLIS.
000380  INSTALLATION. RETAIL SYSTEMS.
000390  DATE-WRITTEN. 2026-09-02.
000400  DATE-COMPILED.
000410*****************************************************************
000420* MODIFICATION HISTORY
000430*   2026-09-02  DF  ORIGINAL PROGRAM.
000440*   2026-10-15  DF  EACH SUGGESTION NOW CARRIES A DELIMITED,
000450*                   BLANK APPROVE-CD FOR THE BUYER TO MARK
000460*                   BEFORE THE PO BUILD (LAB10POB) RUNS.
000470*   2026-10-15  DF  REPLENISHMENT BY STOCKING LOCATION.  WITH
000480*                   REPORT MODE L ON THE PARAMETER FILE (RPLPARM)
000490*                   EACH LOCATION - EVERY ONE, OR ONLY THE ONE
000500*                   NAMED - IS HELD TO THE STYLE/SIZE'S REORDER
000510*                   POINT ON ITS OWN, FROM ITS ON-HAND PLUS PAIRS
000520*                   IN TRANSIT TO IT ON THE STOCK-BY-LOCATION FILE
000530*                   (STKLOC).  ON-ORDER COUNTS ONLY AT THE HOME
000540*                   LOCATION, WHERE VENDOR RECEIPTS ARE POSTED.
000550*                   EACH SUGGESTION CARRIES ITS LOCATION; A
000560*                   COMBINED RUN LEAVES THE LOCATION BLANK.
000570*   2026-10-15  DF  BY LOCATION, SUGGEST ONLY FOR THE HOME
000580*                   LOCATION.  VENDOR RECEIPTS AND ON-ORDER ARE
000590*                   CARRIED AT HOME ONLY, SO A SUGGESTION FOR ANY
000600*                   OTHER LOCATION WAS MADE AGAIN EVERY NIGHT AND
000610*                   ORDERED AGAIN BY THE PO BUILD.  THE OTHER
000620*                   LOCATIONS ARE STOCKED BY TRANSFER FROM HOME.
000630*****************************************************************
000640  ENVIRONMENT DIVISION.
000650  INPUT-OUTPUT SECTION.
000660  FILE-CONTROL.
000670      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000680          ORGANIZATION IS INDEXED
000690          ACCESS MODE IS SEQUENTIAL
000700          RECORD KEY IS SM-MASTER-KEY
000710          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000720
000730      SELECT SUGGESTED-ORDER ASSIGN TO "SUGORDER"
000740          ORGANIZATION IS LINE SEQUENTIAL
000750          FILE STATUS IS WS-SUGGESTED-ORDER-STATUS.
000760
000770      SELECT RPL-PARM ASSIGN TO "RPLPARM"
000780          ORGANIZATION IS LINE SEQUENTIAL
000790          FILE STATUS IS WS-RPL-PARM-STATUS.
000800
000810      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000820          ORGANIZATION IS INDEXED
000830          ACCESS MODE IS RANDOM
000840          RECORD KEY IS SL-LOC-KEY
000850          FILE STATUS IS WS-STOCK-LOC-STATUS.
000860
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  SHOE-MASTER
000900      LABEL RECORDS ARE STANDARD.
000910      COPY SHOEMAST.
000920
000930  FD  SUGGESTED-ORDER
000940      LABEL RECORDS ARE STANDARD.
000950      COPY SUGORDER.
000960
000970  FD  RPL-PARM
000980      LABEL RECORDS ARE STANDARD.
000990      COPY LOCPARM.
001000
001010  FD  STOCK-LOC
001020      LABEL RECORDS ARE STANDARD.
001030      COPY STKLOC.
001040
001050  WORKING-STORAGE SECTION.
001060  01  WS-SHOE-MASTER-STATUS       PIC X(02).
001070      88  WS-SM-OK                        VALUE "00".
001080      88  WS-SM-EOF                       VALUE "10".
001090
001100  01  WS-SUGGESTED-ORDER-STATUS   PIC X(02).
001110      88  WS-SO-OK                        VALUE "00".
001120
001130  01  WS-RPL-PARM-STATUS          PIC X(02).
001140      88  WS-RP-OK                        VALUE "00".
001150      88  WS-RP-FILE-NOT-FOUND            VALUE "35".
001160
001170  01  WS-STOCK-LOC-STATUS         PIC X(02).
001180      88  WS-SL-OK                        VALUE "00".
001190      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
001200
001210  01  WS-EOF-SW                   PIC X(01) VALUE "N".
001220      88  WS-EOF                          VALUE "Y".
001230
001240  01  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001250      88  WS-PARM-EOF                     VALUE "Y".
001260  01  WS-BY-LOCATION-SW           PIC X(01) VALUE "N".
001270      88  WS-BY-LOCATION                  VALUE "Y".
001280  01  WS-SEL-LOC-FOUND-SW         PIC X(01) VALUE "N".
001290      88  WS-SEL-LOC-FOUND                VALUE "Y".
001300
001310  01  WS-SELECT-COUNT             PIC 9(05) VALUE ZERO.
001320  01  WS-SKIP-COUNT               PIC 9(05) VALUE ZERO.
001330  01  WS-ORDER-QTY                PIC 9(06) VALUE ZERO.
001340  01  WS-SEL-LOCATION             PIC X(02) VALUE SPACES.
001350  01  WS-LOC-SUB                  PIC 9(02) VALUE ZERO.
001360  01  WS-AVAIL-ON-HAND            PIC 9(06) VALUE ZERO.
001370  01  WS-AVAIL-ON-ORDER           PIC 9(05) VALUE ZERO.
001380  01  WS-SUGGEST-LOCATION         PIC X(02) VALUE SPACES.
001390
001400      COPY LOCCODES.
001410
001420      COPY EODCOMM.
001430
001440  PROCEDURE DIVISION.
001450  0000-MAIN-PROCEDURE.
001460      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470
001480      PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
001490          UNTIL WS-EOF.
001500
001510      PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520
001530      MOVE WS-SELECT-COUNT TO EOD-STEP-RECORD-COUNT.
001540      GOBACK.
001550
001560*****************************************************************
001570* 1000-INITIALIZE - TAKE THE LOCATION PARAMETER, OPEN FILES,
001580*                   AND READ THE FIRST MASTER RECORD.
001590*                   A MASTER THAT WILL NOT OPEN CLEANLY PRODUCES
001600*                   AN EMPTY SUGGESTED-ORDER FILE INSTEAD OF
001610*                   READING A FILE THAT NEVER REACHES END.
001620*****************************************************************
001630  1000-INITIALIZE.
001640      PERFORM 1050-READ-PARM THRU 1050-EXIT.
001650      OPEN INPUT SHOE-MASTER.
001660      IF NOT WS-SM-OK
001670          MOVE "Y" TO WS-EOF-SW
001680      END-IF.
001690      OPEN OUTPUT SUGGESTED-ORDER.
001700      IF WS-BY-LOCATION
001710          OPEN INPUT STOCK-LOC
001720          IF WS-SL-FILE-NOT-FOUND
001730              OPEN OUTPUT STOCK-LOC
001740              CLOSE STOCK-LOC
001750              OPEN INPUT STOCK-LOC
001760          END-IF
001770      END-IF.
001780
001790      IF NOT WS-EOF
001800          PERFORM 2100-READ-MASTER THRU 2100-EXIT
001810      END-IF.
001820  1000-EXIT.
001830      EXIT.
001840
001850*****************************************************************
001860* 1050-READ-PARM - TAKE THE REPORT MODE AND LOCATION FROM
001870*                  RPLPARM.  NO FILE, OR ANY MODE BUT L, SELECTS
001880*                  ALL LOCATIONS COMBINED.  A LOCATION CODE NOT ON
001890*                  THE TABLE OF LOCATIONS SELECTS EVERY LOCATION.
001900*****************************************************************
001910  1050-READ-PARM.
001920      OPEN INPUT RPL-PARM.
001930      IF WS-RP-FILE-NOT-FOUND
001940          MOVE "Y" TO WS-PARM-EOF-SW
001950      ELSE
001960          READ RPL-PARM
001970              AT END
001980                  MOVE "Y" TO WS-PARM-EOF-SW
001990          END-READ
002000          CLOSE RPL-PARM
002010      END-IF.
002020
002030      IF NOT WS-PARM-EOF
002040          IF LP-BY-LOCATION
002050              MOVE "Y" TO WS-BY-LOCATION-SW
002060              MOVE LP-LOCATION TO WS-SEL-LOCATION
002070          END-IF
002080      END-IF.
002090
002100      IF WS-SEL-LOCATION NOT = SPACES
002110          PERFORM 1060-FIND-SEL-LOC THRU 1060-EXIT
002120              VARYING WS-LOC-SUB FROM 1 BY 1
002130              UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
002140          IF NOT WS-SEL-LOC-FOUND
002150              MOVE SPACES TO WS-SEL-LOCATION
002160          END-IF
002170      END-IF.
002180  1050-EXIT.
002190      EXIT.
002200
002210*****************************************************************
002220* 1060-FIND-SEL-LOC - NOTE WHETHER ONE TABLE ENTRY IS THE
002230*                     SELECTED LOCATION.
002240*****************************************************************
002250  1060-FIND-SEL-LOC.
002260      IF LC-LOCATION-CODE (WS-LOC-SUB) = WS-SEL-LOCATION
002270          MOVE "Y" TO WS-SEL-LOC-FOUND-SW
002280      END-IF.
002290  1060-EXIT.
002300      EXIT.
002310
002320*****************************************************************
002330* 2000-PROCESS-MASTER - SELECT ONE RECORD AT OR BELOW ITS
002340*                       REORDER POINT, OR EACH LOCATION OF IT
002350*                       AT OR BELOW, AND READ AHEAD.  INACTIVE
002360*                       RECORDS AND RECORDS WITH NO REORDER
002370*                       POINT SET ARE SKIPPED.
002380*****************************************************************
002390  2000-PROCESS-MASTER.
002400      IF WS-BY-LOCATION
002410          IF SM-ACTIVE AND SM-REORDER-POINT > ZERO
002420              PERFORM 2400-CHECK-LOCATION THRU 2400-EXIT
002430                  VARYING WS-LOC-SUB FROM 1 BY 1
002440                  UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
002450          ELSE
002460              ADD 1 TO WS-SKIP-COUNT
002470          END-IF
002480      ELSE
002490          IF SM-ACTIVE
002500                  AND SM-REORDER-POINT > ZERO
002510                  AND SM-QTY-ON-HAND + SM-QTY-ON-ORDER
002520                      NOT > SM-REORDER-POINT
002530              MOVE SM-QTY-ON-HAND TO WS-AVAIL-ON-HAND
002540              MOVE SM-QTY-ON-ORDER TO WS-AVAIL-ON-ORDER
002550              MOVE SPACES TO WS-SUGGEST-LOCATION
002560              PERFORM 2200-WRITE-SUGGESTION THRU 2200-EXIT
002570          ELSE
002580              ADD 1 TO WS-SKIP-COUNT
002590          END-IF
002600      END-IF.
002610
002620      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002630  2000-EXIT.
002640      EXIT.
002650
002660*****************************************************************
002670* 2100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
002680*****************************************************************
002690  2100-READ-MASTER.
002700      READ SHOE-MASTER NEXT RECORD
002710          AT END
002720              MOVE "Y" TO WS-EOF-SW
002730      END-READ.
002740  2100-EXIT.
002750      EXIT.
002760
002770*****************************************************************
002780* 2200-WRITE-SUGGESTION - BUILD AND WRITE ONE SUGGESTED-ORDER
002790*                         RECORD.  THE ORDER QUANTITY BRINGS
002800*                         ON-HAND PLUS ON-ORDER UP TO TWICE THE
002810*                         REORDER POINT, SO A RECORD SELECTED AT
002820*                         EXACTLY ITS REORDER POINT STILL GETS A
002830*                         USEFUL QUANTITY.  THE CALLER HAS SET
002840*                         THE QUANTITIES AND LOCATION.
002850*****************************************************************
002860  2200-WRITE-SUGGESTION.
002870      COMPUTE WS-ORDER-QTY =
002880          (2 * SM-REORDER-POINT)
002890          - WS-AVAIL-ON-HAND - WS-AVAIL-ON-ORDER.
002900      IF WS-ORDER-QTY > 99999
002910          MOVE 99999 TO WS-ORDER-QTY
002920      END-IF.
002930
002940      MOVE SPACES TO SUGGESTED-ORDER-RECORD.
002950      MOVE SM-SHOE-STYLE TO SO-SHOE-STYLE.
002960      MOVE "," TO SO-FILL-01.
002970      MOVE SM-SHOE-SIZE TO SO-SHOE-SIZE.
002980      MOVE "," TO SO-FILL-02.
002990      MOVE WS-AVAIL-ON-HAND TO SO-QTY-ON-HAND.
003000      MOVE "," TO SO-FILL-03.
003010      MOVE WS-AVAIL-ON-ORDER TO SO-QTY-ON-ORDER.
003020      MOVE "," TO SO-FILL-04.
003030      MOVE SM-REORDER-POINT TO SO-REORDER-POINT.
003040      MOVE "," TO SO-FILL-05.
003050      MOVE WS-ORDER-QTY TO SO-ORDER-QTY.
003060      MOVE "," TO SO-FILL-06.
003070      MOVE "," TO SO-FILL-07.
003080      MOVE WS-SUGGEST-LOCATION TO SO-LOCATION.
003090      WRITE SUGGESTED-ORDER-RECORD.
003100
003110      ADD 1 TO WS-SELECT-COUNT.
003120  2200-EXIT.
003130      EXIT.
003140
003150*****************************************************************
003160* 2400-CHECK-LOCATION - HOLD ONE SELECTED LOCATION TO THE
003170*                       REORDER POINT.  A LOCATION WITH NO STOCK
003180*                       RECORD HAS NOTHING THERE.  ONLY THE HOME
003190*                       LOCATION IS SUGGESTED: VENDOR RECEIPTS
003200*                       POST THERE AND ON-ORDER IS CARRIED THERE
003210*                       ONLY.  ANY OTHER LOCATION IS STOCKED BY A
003220*                       TRANSFER FROM HOME (SHOETRAN TYPE T), SO
003230*                       IT IS SKIPPED HERE.
003240*****************************************************************
003250  2400-CHECK-LOCATION.
003260      IF LC-LOCATION-CODE (WS-LOC-SUB) NOT = LC-HOME-LOCATION
003270          ADD 1 TO WS-SKIP-COUNT
003280      END-IF.
003290
003300      IF LC-LOCATION-CODE (WS-LOC-SUB) = LC-HOME-LOCATION
003310              AND (WS-SEL-LOCATION = SPACES
003320                OR WS-SEL-LOCATION = LC-HOME-LOCATION)
003330          MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE
003340          MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE
003350          MOVE LC-LOCATION-CODE (WS-LOC-SUB) TO SL-LOCATION
003360          READ STOCK-LOC
003370              INVALID KEY
003380                  MOVE ZERO TO SL-QTY-ON-HAND
003390                  MOVE ZERO TO SL-QTY-IN-TRANSIT
003400          END-READ
003410          COMPUTE WS-AVAIL-ON-HAND =
003420              SL-QTY-ON-HAND + SL-QTY-IN-TRANSIT
003430          MOVE SM-QTY-ON-ORDER TO WS-AVAIL-ON-ORDER
003440          IF WS-AVAIL-ON-HAND + WS-AVAIL-ON-ORDER
003450                  NOT > SM-REORDER-POINT
003460              MOVE LC-LOCATION-CODE (WS-LOC-SUB)
003470                  TO WS-SUGGEST-LOCATION
003480              PERFORM 2200-WRITE-SUGGESTION THRU 2200-EXIT
003490          ELSE
003500              ADD 1 TO WS-SKIP-COUNT
003510          END-IF
003520      END-IF.
003530  2400-EXIT.
003540      EXIT.
003550
003560*****************************************************************
003570* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
003580*****************************************************************
003590  9000-TERMINATE.
003600      CLOSE SHOE-MASTER.
003610      CLOSE SUGGESTED-ORDER.
003620      IF WS-BY-LOCATION
003630          CLOSE STOCK-LOC
003640      END-IF.
003650  9000-EXIT.
003660      EXIT.
003670
003680  END PROGRAM LAB10RPL.

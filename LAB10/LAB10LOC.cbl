000100*****************************************************************
000110* Program:  LAB10LOC
000120* Author:   D. FALLIS
000130* Installation: RETAIL SYSTEMS
000140* Date-Written: 2026-10-15
000150* Purpose: NIGHTLY STOCK-BY-LOCATION BALANCE.  PASSES SHOE-MASTER
000160*          IN KEY ORDER AND HOLDS EACH STYLE/SIZE'S RECORDS ON
000170*          THE STOCK-BY-LOCATION FILE (STKLOC) TO THE MASTER -
000180*          ON-HAND PLUS IN-TRANSIT OVER ALL LOCATIONS MUST
000190*          EQUAL SM-QTY-ON-HAND.  KEYED CHANGES TO THE MASTER
000200*          (MAINTENANCE, BULK MAINTENANCE, MASTER LOAD, RESTORE)
000210*          DO NOT KNOW ABOUT LOCATIONS AND LEAVE THEM APART.  A
000220*          SHORTFALL IS ADDED TO THE HOME LOCATION; AN EXCESS
000230*          IS TAKEN OFF THE HOME LOCATION'S ON-HAND FIRST, THEN
000240*          THE OTHERS' IN TABLE ORDER.  PAIRS IN TRANSIT ARE
000250*          NEVER TOUCHED - AN EXCESS THEY ALONE MAKE UP IS
000260*          LISTED FOR THE STOCK OFFICE.  A SECOND PASS OF STKLOC
000270*          FINDS RECORDS WHOSE STYLE/SIZE IS NO LONGER ON THE
000280*          MASTER: AN EMPTY ONE IS DELETED, ONE STILL HOLDING
000290*          PAIRS IS LISTED AND KEPT.  EVERY CHANGE IS PRINTED ON
000300*          THE BALANCE LISTING (LOCRPT).  RUNS AS A STEP OF THE
000310*          END-OF-DAY DRIVER (LAB10EOD): ENDS WITH GOBACK AND
000320*          RETURNS THE NUMBER OF STYLE/SIZES BALANCED THROUGH
000330*          EODCOMM.
000340*****************************************************************
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID. LAB10LOC.
000370  AUTHOR. D. FALLIS.
000380  INSTALLATION. RETAIL SYSTEMS.
000390  DATE-WRITTEN. 2026-10-15.
000400  DATE-COMPILED.
000410*****************************************************************
000420* MODIFICATION HISTORY
000430*   2026-10-15  DF  ORIGINAL PROGRAM.
000440*   2026-10-15  DF  A STKLOC THAT WILL NOT OPEN CLEANLY NOW ENDS
000450*                   THE RUN WITH A NOTICE.  A LOCATION RECORD
000460*                   THAT WILL NOT WRITE OR DELETE IS LISTED
000470*                   WITH ITS STATUS AND COUNTED.
000480*****************************************************************
000490  ENVIRONMENT DIVISION.
000500  INPUT-OUTPUT SECTION.
000510  FILE-CONTROL.
000520      SELECT SHOE-MASTER ASSIGN TO "SHOEMAST"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS DYNAMIC
000550          RECORD KEY IS SM-MASTER-KEY
000560          FILE STATUS IS WS-SHOE-MASTER-STATUS.
000570
000580      SELECT STOCK-LOC ASSIGN TO "STKLOC"
000590          ORGANIZATION IS INDEXED
000600          ACCESS MODE IS DYNAMIC
000610          RECORD KEY IS SL-LOC-KEY
000620          FILE STATUS IS WS-STOCK-LOC-STATUS.
000630
000640      SELECT LOC-LISTING ASSIGN TO "LOCRPT"
000650          ORGANIZATION IS LINE SEQUENTIAL
000660          FILE STATUS IS WS-LOC-LISTING-STATUS.
000670
000680  DATA DIVISION.
000690  FILE SECTION.
000700  FD  SHOE-MASTER
000710      LABEL RECORDS ARE STANDARD.
000720      COPY SHOEMAST.
000730
000740  FD  STOCK-LOC
000750      LABEL RECORDS ARE STANDARD.
000760      COPY STKLOC.
000770
000780  FD  LOC-LISTING
000790      LABEL RECORDS ARE STANDARD.
000800  01  LISTING-RECORD               PIC X(80).
000810
000820  WORKING-STORAGE SECTION.
000830  01  WS-SHOE-MASTER-STATUS       PIC X(02).
000840      88  WS-SM-OK                        VALUE "00".
000850      88  WS-SM-EOF                       VALUE "10".
000860
000870  01  WS-STOCK-LOC-STATUS         PIC X(02).
000880      88  WS-SL-OK                        VALUE "00".
000890      88  WS-SL-FILE-NOT-FOUND            VALUE "35".
000900
000910  01  WS-LOC-LISTING-STATUS       PIC X(02).
000920      88  WS-LL-OK                        VALUE "00".
000930
000940  01  WS-EOF-SW                   PIC X(01) VALUE "N".
000950      88  WS-EOF                          VALUE "Y".
000960
000970  01  WS-NO-MASTER-SW             PIC X(01) VALUE "N".
000980      88  WS-NO-MASTER                    VALUE "Y".
000990
001000  01  WS-NO-LOC-FILE-SW           PIC X(01) VALUE "N".
001010      88  WS-NO-LOC-FILE                  VALUE "Y".
001020
001030  01  WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
001040      88  WS-MASTER-FOUND                 VALUE "Y".
001050
001060  01  WS-OPERATOR-ID              PIC X(08) VALUE "LAB10LOC".
001070  01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001080  01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001090
001100  01  WS-MASTER-COUNT             PIC 9(05) VALUE ZERO.
001110  01  WS-BALANCE-COUNT            PIC 9(05) VALUE ZERO.
001120  01  WS-TRANSIT-OVER-COUNT       PIC 9(05) VALUE ZERO.
001130  01  WS-LOC-READ-COUNT           PIC 9(07) VALUE ZERO.
001140  01  WS-ORPHAN-DELETE-COUNT      PIC 9(05) VALUE ZERO.
001150  01  WS-ORPHAN-HELD-COUNT        PIC 9(05) VALUE ZERO.
001160  01  WS-LOC-ERROR-COUNT          PIC 9(07) VALUE ZERO.
001170
001180  01  WS-CHECK-LOCATION           PIC X(02) VALUE SPACES.
001190  01  WS-LOC-SUB                  PIC 9(02) VALUE ZERO.
001200  01  WS-LOC-NEW-SW               PIC X(01) VALUE "N".
001210      88  WS-LOC-NEW                      VALUE "Y".
001220  01  WS-LOC-EOF-SW               PIC X(01) VALUE "N".
001230      88  WS-LOC-EOF                      VALUE "Y".
001240  01  WS-LOC-TOTAL                PIC 9(07) VALUE ZERO.
001250  01  WS-LOC-SHORT                PIC 9(07) VALUE ZERO.
001260  01  WS-LOC-TAKE                 PIC 9(05) VALUE ZERO.
001270  01  WS-BALANCE-ADJ              PIC S9(07) VALUE ZERO.
001280
001290      COPY LOCCODES.
001300
001310      COPY EODCOMM.
001320
001330  01  WS-HEADING-1.
001340      05  FILLER                   PIC X(30)
001350              VALUE "STOCK BY LOCATION BALANCE     ".
001360      05  FILLER                   PIC X(04) VALUE "RUN ".
001370      05  H1-RUN-DATE              PIC 9(08).
001380
001390  01  WS-HEADING-2.
001400      05  FILLER                   PIC X(04) VALUE SPACES.
001410      05  FILLER                   PIC X(05) VALUE "STYLE".
001420      05  FILLER                   PIC X(02) VALUE SPACES.
001430      05  FILLER                   PIC X(04) VALUE "SIZE".
001440      05  FILLER                   PIC X(03) VALUE SPACES.
001450      05  FILLER                   PIC X(06) VALUE "ACTION".
001460
001470  01  WS-BALANCE-LINE.
001480      05  FILLER                   PIC X(04) VALUE SPACES.
001490      05  BL-SHOE-STYLE            PIC X(05).
001500      05  FILLER                   PIC X(02) VALUE SPACES.
001510      05  BL-SHOE-SIZE             PIC X(04).
001520      05  FILLER                   PIC X(03) VALUE SPACES.
001530      05  FILLER                   PIC X(36)
001540              VALUE "** LOCATIONS BALANCED TO MASTER BY ".
001550      05  BL-BALANCE-ADJ           PIC -ZZ,ZZ9.
001560
001570  01  WS-TRANSIT-OVER-LINE.
001580      05  FILLER                   PIC X(04) VALUE SPACES.
001590      05  TO-SHOE-STYLE            PIC X(05).
001600      05  FILLER                   PIC X(02) VALUE SPACES.
001610      05  TO-SHOE-SIZE             PIC X(04).
001620      05  FILLER                   PIC X(03) VALUE SPACES.
001630      05  FILLER                   PIC X(36)
001640              VALUE "** PAIRS IN TRANSIT OVER MASTER BY  ".
001650      05  TO-OVER-QTY              PIC ZZ,ZZ9.
001660
001670  01  WS-ORPHAN-LINE.
001680      05  FILLER                   PIC X(04) VALUE SPACES.
001690      05  OL-SHOE-STYLE            PIC X(05).
001700      05  FILLER                   PIC X(02) VALUE SPACES.
001710      05  OL-SHOE-SIZE             PIC X(04).
001720      05  FILLER                   PIC X(03) VALUE SPACES.
001730      05  FILLER                   PIC X(04) VALUE "LOC ".
001740      05  OL-LOCATION              PIC X(02).
001750      05  FILLER                   PIC X(02) VALUE SPACES.
001760      05  OL-ACTION                PIC X(40).
001770
001780  01  WS-NO-MASTER-LINE.
001790      05  FILLER                   PIC X(42)
001800              VALUE "** SHOE-MASTER WOULD NOT OPEN - NOTHING IS".
001810      05  FILLER                   PIC X(10)
001820              VALUE " BALANCED ".
001830      05  FILLER                   PIC X(02) VALUE "**".
001840
001850  01  WS-NO-LOC-FILE-LINE.
001860      05  FILLER                   PIC X(42)
001870              VALUE "** STKLOC WOULD NOT OPEN - NOTHING IS BALA".
001880      05  FILLER                   PIC X(11)
001890              VALUE "NCED     **".
001900
001910  01  WS-LOC-ERROR-LINE.
001920      05  FILLER                   PIC X(04) VALUE SPACES.
001930      05  LE-SHOE-STYLE            PIC X(05).
001940      05  FILLER                   PIC X(02) VALUE SPACES.
001950      05  LE-SHOE-SIZE             PIC X(04).
001960      05  FILLER                   PIC X(03) VALUE SPACES.
001970      05  FILLER                   PIC X(04) VALUE "LOC ".
001980      05  LE-LOCATION              PIC X(02).
001990      05  FILLER                   PIC X(02) VALUE SPACES.
002000      05  LE-ACTION                PIC X(27).
002010      05  FILLER                   PIC X(08) VALUE " STATUS ".
002020      05  LE-FILE-STATUS           PIC X(02).
002030      05  FILLER                   PIC X(03) VALUE " **".
002040
002050  01  WS-TOTAL-LINE-1.
002060      05  FILLER                   PIC X(23)
002070              VALUE "MASTERS READ ..........".
002080      05  TL-MASTER-COUNT          PIC ZZZZZZ9.
002090
002100  01  WS-TOTAL-LINE-2.
002110      05  FILLER                   PIC X(23)
002120              VALUE "LOCATIONS BALANCED ....".
002130      05  TL-BALANCE-COUNT         PIC ZZZZZZ9.
002140
002150  01  WS-TOTAL-LINE-3.
002160      05  FILLER                   PIC X(23)
002170              VALUE "IN TRANSIT OVER MASTER ".
002180      05  TL-TRANSIT-OVER-COUNT    PIC ZZZZZZ9.
002190
002200  01  WS-TOTAL-LINE-4.
002210      05  FILLER                   PIC X(23)
002220              VALUE "LOCATION RECORDS READ .".
002230      05  TL-LOC-READ-COUNT        PIC ZZZZZZ9.
002240
002250  01  WS-TOTAL-LINE-5.
002260      05  FILLER                   PIC X(23)
002270              VALUE "NO MASTER - DELETED ...".
002280      05  TL-ORPHAN-DELETE-COUNT   PIC ZZZZZZ9.
002290
002300  01  WS-TOTAL-LINE-6.
002310      05  FILLER                   PIC X(23)
002320              VALUE "NO MASTER - HELD ......".
002330      05  TL-ORPHAN-HELD-COUNT     PIC ZZZZZZ9.
002340
002350  01  WS-TOTAL-LINE-7.
002360      05  FILLER                   PIC X(23)
002370              VALUE "LOC WRITE FAILURES ....".
002380      05  TL-LOC-ERROR-COUNT       PIC ZZZZZZ9.
002390
002400  PROCEDURE DIVISION.
002410*****************************************************************
002420* 0000-MAIN-PROCEDURE - BALANCE EVERY MASTER STYLE/SIZE'S
002430*                       LOCATIONS, THEN SWEEP STKLOC FOR RECORDS
002440*                       WITH NO MASTER.
002450*****************************************************************
002460  0000-MAIN-PROCEDURE.
002470      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480
002490      PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002500          UNTIL WS-EOF.
002510
002520      IF NOT WS-NO-MASTER AND NOT WS-NO-LOC-FILE
002530          PERFORM 4000-SWEEP-LOCATIONS THRU 4000-EXIT
002540      END-IF.
002550
002560      PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002570
002580      PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590
002600      MOVE WS-BALANCE-COUNT TO EOD-STEP-RECORD-COUNT.
002610      GOBACK.
002620
002630*****************************************************************
002640* 1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, AND READ THE
002650*                   FIRST MASTER RECORD.  A MISSING STKLOC IS
002660*                   CREATED EMPTY AND FILLED BY THE BALANCE.  A
002670*                   MASTER THAT WILL NOT OPEN CLEANLY BALANCES
002680*                   NOTHING AND LEAVES STKLOC AS IT IS.
002690*****************************************************************
002700  1000-INITIALIZE.
002710      PERFORM 8890-GET-CURRENT-DATE-TIME THRU 8890-EXIT.
002720      OPEN OUTPUT LOC-LISTING.
002730      MOVE WS-CURRENT-DATE TO H1-RUN-DATE.
002740      WRITE LISTING-RECORD FROM WS-HEADING-1.
002750      MOVE SPACES TO LISTING-RECORD.
002760      WRITE LISTING-RECORD.
002770      WRITE LISTING-RECORD FROM WS-HEADING-2.
002780
002790      OPEN INPUT SHOE-MASTER.
002800      IF NOT WS-SM-OK
002810          MOVE "Y" TO WS-EOF-SW
002820          MOVE "Y" TO WS-NO-MASTER-SW
002830          MOVE SPACES TO LISTING-RECORD
002840          WRITE LISTING-RECORD
002850          WRITE LISTING-RECORD FROM WS-NO-MASTER-LINE
002860      ELSE
002870          OPEN I-O STOCK-LOC
002880          IF WS-SL-FILE-NOT-FOUND
002890              OPEN OUTPUT STOCK-LOC
002900              CLOSE STOCK-LOC
002910              OPEN I-O STOCK-LOC
002920          END-IF
002930          IF NOT WS-SL-OK
002940              MOVE "Y" TO WS-EOF-SW
002950              MOVE "Y" TO WS-NO-LOC-FILE-SW
002960              MOVE SPACES TO LISTING-RECORD
002970              WRITE LISTING-RECORD
002980              WRITE LISTING-RECORD FROM WS-NO-LOC-FILE-LINE
002990          ELSE
003000              PERFORM 2100-READ-MASTER THRU 2100-EXIT
003010          END-IF
003020      END-IF.
003030  1000-EXIT.
003040      EXIT.
003050
003060*****************************************************************
003070* 2000-PROCESS-MASTER - BALANCE ONE STYLE/SIZE AND READ AHEAD.
003080*****************************************************************
003090  2000-PROCESS-MASTER.
003100      ADD 1 TO WS-MASTER-COUNT.
003110      PERFORM 3200-BALANCE-LOCATIONS THRU 3200-EXIT.
003120      PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003130  2000-EXIT.
003140      EXIT.
003150
003160*****************************************************************
003170* 2100-READ-MASTER - READ THE NEXT SHOE-MASTER RECORD.
003180*****************************************************************
003190  2100-READ-MASTER.
003200      READ SHOE-MASTER NEXT RECORD
003210          AT END
003220              MOVE "Y" TO WS-EOF-SW
003230      END-READ.
003240  2100-EXIT.
003250      EXIT.
003260
003270*****************************************************************
003280* 3200-BALANCE-LOCATIONS - HOLD THE STYLE/SIZE'S LOCATIONS TO
003290*                          THE MASTER.  ON-HAND PLUS IN-TRANSIT
003300*                          OVER ALL LOCATIONS MUST EQUAL
003310*                          SM-QTY-ON-HAND.  A SHORTFALL IS ADDED
003320*                          TO THE HOME LOCATION.  AN EXCESS IS
003330*                          TAKEN OFF THE HOME LOCATION'S ON-HAND
003340*                          FIRST, THEN THE OTHERS' IN TABLE ORDER;
003350*                          PAIRS IN TRANSIT ARE NEVER TOUCHED, AND
003360*                          WHAT THEY ALONE HOLD OVER THE MASTER IS
003370*                          LISTED.
003380*****************************************************************
003390  3200-BALANCE-LOCATIONS.
003400      MOVE ZERO TO WS-LOC-TOTAL.
003410      MOVE "N" TO WS-LOC-EOF-SW.
003420      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
003430      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
003440      MOVE LOW-VALUES TO SL-LOCATION.
003450      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
003460          INVALID KEY
003470              MOVE "Y" TO WS-LOC-EOF-SW
003480      END-START.
003490      IF NOT WS-LOC-EOF
003500          PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT
003510      END-IF.
003520      PERFORM 3220-ADD-LOC-TOTAL THRU 3220-EXIT
003530          UNTIL WS-LOC-EOF.
003540
003550      IF WS-LOC-TOTAL NOT = SM-QTY-ON-HAND
003560          COMPUTE WS-BALANCE-ADJ = SM-QTY-ON-HAND - WS-LOC-TOTAL
003570          ADD 1 TO WS-BALANCE-COUNT
003580          IF WS-BALANCE-ADJ > ZERO
003590              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
003600              PERFORM 3600-READ-LOC THRU 3600-EXIT
003610              ADD WS-BALANCE-ADJ TO SL-QTY-ON-HAND
003620              PERFORM 3650-SAVE-LOC THRU 3650-EXIT
003630          ELSE
003640              COMPUTE WS-LOC-SHORT = ZERO - WS-BALANCE-ADJ
003650              MOVE LC-HOME-LOCATION TO WS-CHECK-LOCATION
003660              PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
003670              PERFORM 3230-TAKE-SHORT-OTHER THRU 3230-EXIT
003680                  VARYING WS-LOC-SUB FROM 1 BY 1
003690                  UNTIL WS-LOC-SUB > LC-LOCATION-COUNT
003700                     OR WS-LOC-SHORT = ZERO
003710          END-IF
003720          MOVE SM-SHOE-STYLE TO BL-SHOE-STYLE
003730          MOVE SM-SHOE-SIZE TO BL-SHOE-SIZE
003740          MOVE WS-BALANCE-ADJ TO BL-BALANCE-ADJ
003750          WRITE LISTING-RECORD FROM WS-BALANCE-LINE
003760          IF WS-BALANCE-ADJ < ZERO AND WS-LOC-SHORT > ZERO
003770              ADD 1 TO WS-TRANSIT-OVER-COUNT
003780              MOVE SM-SHOE-STYLE TO TO-SHOE-STYLE
003790              MOVE SM-SHOE-SIZE TO TO-SHOE-SIZE
003800              MOVE WS-LOC-SHORT TO TO-OVER-QTY
003810              WRITE LISTING-RECORD FROM WS-TRANSIT-OVER-LINE
003820          END-IF
003830      END-IF.
003840  3200-EXIT.
003850      EXIT.
003860
003870*****************************************************************
003880* 3210-READ-NEXT-LOC - READ THE NEXT LOCATION RECORD, ENDING THE
003890*                      SCAN AT THE FIRST RECORD FOR ANOTHER
003900*                      STYLE/SIZE.
003910*****************************************************************
003920  3210-READ-NEXT-LOC.
003930      READ STOCK-LOC NEXT RECORD
003940          AT END
003950              MOVE "Y" TO WS-LOC-EOF-SW
003960      END-READ.
003970      IF NOT WS-LOC-EOF
003980          IF SL-SHOE-STYLE NOT = SM-SHOE-STYLE
003990                  OR SL-SHOE-SIZE NOT = SM-SHOE-SIZE
004000              MOVE "Y" TO WS-LOC-EOF-SW
004010          END-IF
004020      END-IF.
004030  3210-EXIT.
004040      EXIT.
004050
004060*****************************************************************
004070* 3220-ADD-LOC-TOTAL - ADD ONE LOCATION'S PAIRS TO THE STYLE/SIZE
004080*                      TOTAL AND READ AHEAD.
004090*****************************************************************
004100  3220-ADD-LOC-TOTAL.
004110      ADD SL-QTY-ON-HAND SL-QTY-IN-TRANSIT TO WS-LOC-TOTAL.
004120      PERFORM 3210-READ-NEXT-LOC THRU 3210-EXIT.
004130  3220-EXIT.
004140      EXIT.
004150
004160*****************************************************************
004170* 3230-TAKE-SHORT-OTHER - TAKE WHAT IS LEFT OF AN EXCESS OFF ONE
004180*                         LOCATION OTHER THAN HOME.
004190*****************************************************************
004200  3230-TAKE-SHORT-OTHER.
004210      IF LC-LOCATION-CODE (WS-LOC-SUB) NOT = LC-HOME-LOCATION
004220          MOVE LC-LOCATION-CODE (WS-LOC-SUB) TO WS-CHECK-LOCATION
004230          PERFORM 3240-TAKE-SHORT THRU 3240-EXIT
004240      END-IF.
004250  3230-EXIT.
004260      EXIT.
004270
004280*****************************************************************
004290* 3240-TAKE-SHORT - TAKE AS MUCH OF THE EXCESS AS THE LOCATION IN
004300*                   WS-CHECK-LOCATION HAS ON HAND.
004310*****************************************************************
004320  3240-TAKE-SHORT.
004330      PERFORM 3600-READ-LOC THRU 3600-EXIT.
004340      IF NOT WS-LOC-NEW AND SL-QTY-ON-HAND > ZERO
004350          IF SL-QTY-ON-HAND > WS-LOC-SHORT
004360              MOVE WS-LOC-SHORT TO WS-LOC-TAKE
004370          ELSE
004380              MOVE SL-QTY-ON-HAND TO WS-LOC-TAKE
004390          END-IF
004400          SUBTRACT WS-LOC-TAKE FROM SL-QTY-ON-HAND
004410          SUBTRACT WS-LOC-TAKE FROM WS-LOC-SHORT
004420          PERFORM 3650-SAVE-LOC THRU 3650-EXIT
004430      END-IF.
004440  3240-EXIT.
004450      EXIT.
004460
004470*****************************************************************
004480* 3600-READ-LOC - READ THE MASTER STYLE/SIZE'S RECORD FOR THE
004490*                 LOCATION IN WS-CHECK-LOCATION.  A LOCATION THAT
004500*                 HAS NEVER HELD THE STYLE/SIZE STARTS AS A NEW,
004510*                 EMPTY RECORD.
004520*****************************************************************
004530  3600-READ-LOC.
004540      MOVE "N" TO WS-LOC-NEW-SW.
004550      MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE.
004560      MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE.
004570      MOVE WS-CHECK-LOCATION TO SL-LOCATION.
004580      READ STOCK-LOC
004590          INVALID KEY
004600              MOVE "Y" TO WS-LOC-NEW-SW
004610      END-READ.
004620      IF WS-LOC-NEW
004630          MOVE SPACES TO STOCK-LOC-RECORD
004640          MOVE SM-SHOE-STYLE TO SL-SHOE-STYLE
004650          MOVE SM-SHOE-SIZE TO SL-SHOE-SIZE
004660          MOVE WS-CHECK-LOCATION TO SL-LOCATION
004670          MOVE ZERO TO SL-QTY-ON-HAND
004680          MOVE ZERO TO SL-QTY-IN-TRANSIT
004690      END-IF.
004700  3600-EXIT.
004710      EXIT.
004720
004730*****************************************************************
004740* 3650-SAVE-LOC - STAMP AND WRITE OR REWRITE THE LOCATION RECORD
004750*                 3600-READ-LOC FETCHED.  A RECORD THAT WILL NOT
004760*                 WRITE IS COUNTED AND LISTED WITH ITS STATUS.
004770*****************************************************************
004780  3650-SAVE-LOC.
004790      MOVE WS-CURRENT-DATE TO SL-LAST-UPD-DATE.
004800      MOVE WS-CURRENT-TIME TO SL-LAST-UPD-TIME.
004810      MOVE WS-OPERATOR-ID TO SL-LAST-UPD-OPER.
004820      IF WS-LOC-NEW
004830          WRITE STOCK-LOC-RECORD
004840          MOVE "N" TO WS-LOC-NEW-SW
004850      ELSE
004860          REWRITE STOCK-LOC-RECORD
004870      END-IF.
004880      IF NOT WS-SL-OK
004890          MOVE "** RECORD NOT WRITTEN -" TO LE-ACTION
004900          PERFORM 3660-LIST-LOC-ERROR THRU 3660-EXIT
004910      END-IF.
004920  3650-EXIT.
004930      EXIT.
004940
004950*****************************************************************
004960* 3660-LIST-LOC-ERROR - COUNT AND LIST A LOCATION RECORD THE FILE
004970*                       REFUSED, WITH ITS STATUS.
004980*****************************************************************
004990  3660-LIST-LOC-ERROR.
005000      ADD 1 TO WS-LOC-ERROR-COUNT.
005010      MOVE SL-SHOE-STYLE TO LE-SHOE-STYLE.
005020      MOVE SL-SHOE-SIZE TO LE-SHOE-SIZE.
005030      MOVE SL-LOCATION TO LE-LOCATION.
005040      MOVE WS-STOCK-LOC-STATUS TO LE-FILE-STATUS.
005050      WRITE LISTING-RECORD FROM WS-LOC-ERROR-LINE.
005060  3660-EXIT.
005070      EXIT.
005080
005090*****************************************************************
005100* 4000-SWEEP-LOCATIONS - PASS STKLOC FROM THE TOP LOOKING FOR
005110*                        RECORDS WHOSE STYLE/SIZE IS NO LONGER ON
005120*                        THE MASTER.
005130*****************************************************************
005140  4000-SWEEP-LOCATIONS.
005150      MOVE "N" TO WS-LOC-EOF-SW.
005160      MOVE LOW-VALUES TO SL-LOC-KEY.
005170      START STOCK-LOC KEY IS NOT LESS THAN SL-LOC-KEY
005180          INVALID KEY
005190              MOVE "Y" TO WS-LOC-EOF-SW
005200      END-START.
005210      IF NOT WS-LOC-EOF
005220          PERFORM 4100-READ-SWEEP THRU 4100-EXIT
005230      END-IF.
005240      PERFORM 4200-CHECK-ORPHAN THRU 4200-EXIT
005250          UNTIL WS-LOC-EOF.
005260  4000-EXIT.
005270      EXIT.
005280
005290*****************************************************************
005300* 4100-READ-SWEEP - READ THE NEXT STKLOC RECORD.
005310*****************************************************************
005320  4100-READ-SWEEP.
005330      READ STOCK-LOC NEXT RECORD
005340          AT END
005350              MOVE "Y" TO WS-LOC-EOF-SW
005360      END-READ.
005370      IF NOT WS-LOC-EOF
005380          ADD 1 TO WS-LOC-READ-COUNT
005390      END-IF.
005400  4100-EXIT.
005410      EXIT.
005420
005430*****************************************************************
005440* 4200-CHECK-ORPHAN - LOOK THE LOCATION RECORD'S STYLE/SIZE UP ON
005450*                     THE MASTER.  WITH NO MASTER, AN EMPTY RECORD
005460*                     IS DELETED AND ONE STILL HOLDING PAIRS IS
005470*                     LISTED AND KEPT.  A DELETE THE FILE
005480*                     REFUSES IS LISTED WITH ITS STATUS.  READ
005490*                     AHEAD.
005500*****************************************************************
005510  4200-CHECK-ORPHAN.
005520      MOVE SL-SHOE-STYLE TO SM-SHOE-STYLE.
005530      MOVE SL-SHOE-SIZE TO SM-SHOE-SIZE.
005540      MOVE "Y" TO WS-MASTER-FOUND-SW.
005550      READ SHOE-MASTER
005560          INVALID KEY
005570              MOVE "N" TO WS-MASTER-FOUND-SW
005580      END-READ.
005590
005600      IF NOT WS-MASTER-FOUND
005610          MOVE SL-SHOE-STYLE TO OL-SHOE-STYLE
005620          MOVE SL-SHOE-SIZE TO OL-SHOE-SIZE
005630          MOVE SL-LOCATION TO OL-LOCATION
005640          IF SL-QTY-ON-HAND = ZERO AND SL-QTY-IN-TRANSIT = ZERO
005650              DELETE STOCK-LOC RECORD
005660              IF WS-SL-OK
005670                  ADD 1 TO WS-ORPHAN-DELETE-COUNT
005680                  MOVE "** NO MASTER - EMPTY RECORD DELETED"
005690                      TO OL-ACTION
005700              ELSE
005710                  MOVE "** NO MASTER - NOT DELETED -"
005720                      TO LE-ACTION
005730                  PERFORM 3660-LIST-LOC-ERROR THRU 3660-EXIT
005740                  MOVE SPACES TO OL-ACTION
005750              END-IF
005760          ELSE
005770              ADD 1 TO WS-ORPHAN-HELD-COUNT
005780              MOVE "** NO MASTER - HOLDS PAIRS, KEPT"
005790                  TO OL-ACTION
005800          END-IF
005810          IF OL-ACTION NOT = SPACES
005820              WRITE LISTING-RECORD FROM WS-ORPHAN-LINE
005830          END-IF
005840      END-IF.
005850
005860      PERFORM 4100-READ-SWEEP THRU 4100-EXIT.
005870  4200-EXIT.
005880      EXIT.
005890
005900*****************************************************************
005910* 8000-PRINT-TOTALS - PRINT THE RUN TOTALS.
005920*****************************************************************
005930  8000-PRINT-TOTALS.
005940      MOVE WS-MASTER-COUNT TO TL-MASTER-COUNT.
005950      MOVE WS-BALANCE-COUNT TO TL-BALANCE-COUNT.
005960      MOVE WS-TRANSIT-OVER-COUNT TO TL-TRANSIT-OVER-COUNT.
005970      MOVE WS-LOC-READ-COUNT TO TL-LOC-READ-COUNT.
005980      MOVE WS-ORPHAN-DELETE-COUNT TO TL-ORPHAN-DELETE-COUNT.
005990      MOVE WS-ORPHAN-HELD-COUNT TO TL-ORPHAN-HELD-COUNT.
006000      MOVE WS-LOC-ERROR-COUNT TO TL-LOC-ERROR-COUNT.
006010
006020      MOVE SPACES TO LISTING-RECORD.
006030      WRITE LISTING-RECORD.
006040      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-1.
006050      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-2.
006060      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-3.
006070      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-4.
006080      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-5.
006090      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-6.
006100      WRITE LISTING-RECORD FROM WS-TOTAL-LINE-7.
006110  8000-EXIT.
006120      EXIT.
006130
006140*****************************************************************
006150* 8890-GET-CURRENT-DATE-TIME - TAKE THE RUN DATE AND TIME.
006160*****************************************************************
006170  8890-GET-CURRENT-DATE-TIME.
006180      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006190      ACCEPT WS-CURRENT-TIME FROM TIME.
006200  8890-EXIT.
006210      EXIT.
006220
006230*****************************************************************
006240* 9000-TERMINATE - CLOSE FILES AND END THE RUN.
006250*****************************************************************
006260  9000-TERMINATE.
006270      IF NOT WS-NO-MASTER
006280          CLOSE SHOE-MASTER
006290      END-IF.
006300      IF NOT WS-NO-MASTER AND NOT WS-NO-LOC-FILE
006310          CLOSE STOCK-LOC
006320      END-IF.
006330      CLOSE LOC-LISTING.
006340  9000-EXIT.
006350      EXIT.
006360
006370  END PROGRAM LAB10LOC.

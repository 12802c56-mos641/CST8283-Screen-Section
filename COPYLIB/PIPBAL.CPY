000100*****************************************************************
000110* COPYBOOK:    PIPBAL
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE PERPETUAL INVENTORY PROOF
000150*              BALANCE FILE (PIPOPEN).  LAB10PIP SAVES EACH
000160*              NIGHT'S CLOSING ON-HAND FOR EVERY STYLE/SIZE ON
000170*              SHOE-MASTER AS THE NEXT NIGHT'S OPENING.  THE
000180*              FIRST RECORD IS A HEADER (TYPE H) CARRYING THE
000190*              DATE AND TIME THE BALANCES WERE TAKEN - ONLY
000200*              MOVEMENTS STAMPED AFTER IT ROLL THEM FORWARD.
000210*              ONLY A PROOF THAT AGREED IS SAVED, SO THE
000220*              MISMATCH COUNT IS ALWAYS ZERO.  ONE BALANCE
000230*              RECORD (TYPE B) FOLLOWS PER STYLE/SIZE, IN MASTER
000240*              KEY ORDER.
000250*
000260* MODIFICATION HISTORY
000270*   2026-10-15 DF  ORIGINAL COPYBOOK FOR PROOF BALANCES.
000280*   2026-10-15 DF  MISMATCH COUNT NO LONGER CARRIED; A PROOF
000290*                  THAT DISAGREES IS NOT SAVED.
000300*****************************************************************
000310  01  PROOF-BALANCE-RECORD.
000320      05  PB-RECORD-TYPE          PIC X(01).
000330          88  PB-HEADER                    VALUE "H".
000340          88  PB-BALANCE                   VALUE "B".
000350      05  PB-BALANCE-DATA.
000360          10  PB-SHOE-STYLE       PIC X(05).
000370          10  PB-SHOE-SIZE        PIC X(04).
000380          10  PB-QTY-ON-HAND      PIC 9(05).
000390          10  FILLER              PIC X(25).
000400      05  PB-HEADER-DATA REDEFINES PB-BALANCE-DATA.
000410          10  PB-SAVE-DATE        PIC X(08).
000420          10  PB-SAVE-TIME        PIC X(08).
000430          10  PB-MISMATCH-COUNT   PIC 9(05).
000440          10  PB-BALANCE-COUNT    PIC 9(07).
000450          10  FILLER              PIC X(11).

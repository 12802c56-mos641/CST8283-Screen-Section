000100*****************************************************************
000110* COPYBOOK:    REGPRICE
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE REGISTER PRICE FILE HANDED
000150*              TO THE STORE REGISTERS.  COMMA-DELIMITED, ONE
000160*              RECORD PER ACTIVE STYLE/SIZE ON SHOE-MASTER WITH
000170*              THE RETAIL PRICE IN FORCE, REWRITTEN IN FULL BY
000180*              EVERY PRICE-CHANGE RUN (LAB10PRC) SO THE
000190*              REGISTERS AND THE MASTER NEVER DISAGREE ON
000200*              PRICE.  CHANGED-CD IS Y ON A PRICE CHANGED BY
000210*              THAT NIGHT'S RUN SO THE STORE KNOWS WHICH SHELF
000220*              TAGS TO REPLACE.
000230*
000240* MODIFICATION HISTORY
000250*   2026-10-15 DF  ORIGINAL COPYBOOK FOR THE REGISTER PRICE FILE.
000260*****************************************************************
000270  01  REG-PRICE-RECORD.
000280      05  RG-SHOE-STYLE           PIC X(05).
000290      05  RG-FILL-01              PIC X(01).
000300      05  RG-SHOE-SIZE            PIC X(04).
000310      05  RG-FILL-02              PIC X(01).
000320      05  RG-RETAIL-PRICE         PIC 9(04)V99.
000330      05  RG-FILL-03              PIC X(01).
000340      05  RG-PRICE-DATE           PIC X(08).
000350      05  RG-FILL-04              PIC X(01).
000360      05  RG-CHANGED-CD           PIC X(01).
000370          88  RG-PRICE-CHANGED             VALUE "Y".
000380      05  RG-FILL-05              PIC X(01).
000390      05  RG-DESCRIPTION          PIC X(25).
000400      05  FILLER                  PIC X(26).

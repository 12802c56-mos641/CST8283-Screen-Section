000100*****************************************************************
000110* COPYBOOK:    GLACCT
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     GENERAL-LEDGER ACCOUNT NUMBERS THE INVENTORY
000150*              SYSTEM POSTS TO, SHARED BY EVERY PROGRAM THAT
000160*              WRITES THE GL JOURNAL (COPYLIB/GLJRNL.CPY) SO A
000170*              CHANGE TO THE CHART OF ACCOUNTS IS MADE ONCE.
000180*              THE TWO INVENTORY-AT-COST ACCOUNTS TOGETHER ARE
000190*              WHAT THE END-OF-DAY PROOF HOLDS TO THE CHANGE IN
000200*              LAB10VAL'S EXTENDED COST.  MARKDOWNS ARE AT RETAIL
000210*              AND POST OUTSIDE THE COST ACCOUNTS.
000220*
000230* MODIFICATION HISTORY
000240*   2026-10-15 DF  ORIGINAL COPYBOOK FOR GL ACCOUNTS.
000250*****************************************************************
000260  01  GL-ACCOUNT-NUMBERS.
000270      05  GL-ACCT-INVENTORY       PIC X(06) VALUE "131000".
000280      05  GL-ACCT-DISC-INVENTORY  PIC X(06) VALUE "131500".
000290      05  GL-ACCT-MARKDOWN-RSV    PIC X(06) VALUE "139000".
000300      05  GL-ACCT-RECD-NOT-INVCD  PIC X(06) VALUE "211000".
000310      05  GL-ACCT-COGS            PIC X(06) VALUE "511000".
000320      05  GL-ACCT-SHRINK          PIC X(06) VALUE "512000".
000330      05  GL-ACCT-MARKDOWN        PIC X(06) VALUE "513000".
000340      05  GL-ACCT-COST-REVAL      PIC X(06) VALUE "514000".

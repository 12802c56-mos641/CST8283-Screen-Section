000100*****************************************************************
000110* COPYBOOK:    GLPCTL
000120* AUTHOR:      D. FALLIS
000130* DATE-WRITTEN: 2026-10-15
000140* PURPOSE:     RECORD LAYOUT FOR THE GL PROOF CONTROL FILE.  ONE
000150*              RECORD, REWRITTEN BY LAB10GLP EACH TIME IT
000160*              RELEASES THE GL JOURNAL, CARRYING THE DATE AND
000170*              TIME OF THE RELEASE AND THE EXTENDED COST OF
000180*              STOCK THE RELEASED JOURNAL PROVED TO.  THE NEXT
000190*              RELEASE MUST PROVE FROM THIS VALUE, SO A HELD
000200*              DAY'S ENTRIES PROVE TOGETHER WITH THE NEXT DAY'S.
000210*
000220* MODIFICATION HISTORY
000230*   2026-10-15 DF  ORIGINAL COPYBOOK FOR GL PROOF CONTROL.
000240*****************************************************************
000250  01  GL-PROOF-CONTROL-RECORD.
000260      05  GP-RELEASE-DATE         PIC X(08).
000270      05  GP-RELEASE-TIME         PIC X(08).
000280      05  GP-EXTENDED-COST        PIC 9(11)V99.
000290      05  GP-ENTRY-COUNT          PIC 9(07).
000300      05  FILLER                  PIC X(14).

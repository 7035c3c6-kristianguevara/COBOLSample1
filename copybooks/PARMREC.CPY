000260*      OPID-ACC-ROW   OPID-ACC-COL                               *
000270*      TERMID-TEXT    TERMID-ROW    TERMID-COL                  *
000280*      TERMID-ACC-ROW TERMID-ACC-COL                             *
000281*      SUCC-TEXT      SUCC-ROW      SUCC-COL                     *
000282*      SUCC-ACC-ROW   SUCC-ACC-COL                               *
000283*      HELP-KEY       HELP-ROW      HELP-COL                     *
000284*      HELP-ACC-ROW   HELP-ACC-COL                               *
000285*      DUP-WINDOW     DUP-TEXT                                   *
000286*      DUP-ROW        DUP-COL                                    *
000287*      DUP-ACC-ROW    DUP-ACC-COL                                *
000290*----------------------------------------------------------------*
000300*    MODIFICATION HISTORY                                        *
000310*    DATE       INIT  DESCRIPTION                                *
000350*                     APPLY-PARM-RTN ALREADY RECOGNIZED.         *
000351*    08/23/26   JAG   ADDED NOTEFF-TEXT/RETIRED-TEXT FOR THE    *
000352*                     CODETBL EFFECTIVE-DATE MESSAGES.           *
000353*    10/15/26   JAG   ADDED SUCC-* (RETIRED-CODE SUCCESSOR       *
000354*                     OFFER) AND HELP-* (CODE PICK-LIST).        *
000355*    10/15/26   JAG   ADDED DUP-* (DUPLICATE-ENTRY WINDOW IN     *
000356*                     MINUTES, ZERO = OFF, AND THE WARNING).     *
000360******************************************************************
000370    01  PR-RECORD.
000380        05  PR-PARM-NAME                 PIC X(15).

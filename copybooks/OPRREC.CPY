000160*      L  LOOKUP ONLY - MAY RUN THE LOOKUP MODE, NOTHING ELSE   *
000170*      E  ENTRY - MAY RUN INTERACTIVE ENTRY AND LOOKUP          *
000180*      S  SUPERVISOR - ENTRY/LOOKUP PLUS THE MAINTENANCE        *
000190*         SCREENS (MASTMNT, CODEMNT, OPERMNT)                   *
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY                                        *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    09/02/26   JAG   ORIGINAL COPYBOOK - OPERATOR MASTER       *
000240*                     RECORD.                                    *
000241*    10/15/26   JAG   ROSTER NOW MAINTAINED BY OPERMNT.          *
000250******************************************************************
000260    01  OP-RECORD.
000270        05  OP-OPERATOR-ID               PIC X(08).

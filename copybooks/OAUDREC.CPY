000010******************************************************************
000020*                                                                *
000030*    OAUDREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR OPERAUD, THE OPERATOR ROSTER CHANGE      *
000060*    AUDIT FILE APPENDED BY THE OPERMNT MAINTENANCE SCREEN.     *
000070*    ONE RECORD PER ADD/CHANGE/RETIRE/REINSTATE APPLIED TO      *
000080*    OPERMAST, CARRYING WHO MADE THE CHANGE, WHEN, WHICH ID     *
000090*    WAS TOUCHED, AND THE ROSTER ROW BOTH BEFORE AND AFTER -    *
000100*    ACCESS CHANGES ARE THE FIRST THING THE AUDITORS ASK       *
000110*    ABOUT, SO UNLIKE CODEAUD THE BEFORE-IMAGE IS KEPT TOO.    *
000120*    ON AN ADD THE BEFORE-IMAGE IS BLANK.                       *
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY                                        *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    10/15/26   JAG   ORIGINAL COPYBOOK - ROSTER CHANGE AUDIT   *
000170*                     RECORD.                                    *
000180******************************************************************
000190    01  OA-RECORD.
000200        05  OA-TIMESTAMP                 PIC X(19).
000210        05  FILLER                       PIC X(01) VALUE SPACE.
000220        05  OA-OPERATOR-ID               PIC X(08).
000230        05  FILLER                       PIC X(01) VALUE SPACE.
000240        05  OA-TERMINAL-ID               PIC X(08).
000250        05  FILLER                       PIC X(01) VALUE SPACE.
000260        05  OA-ACTION                    PIC X(01).
000270            88  OA-ACTION-ADD            VALUE 'A'.
000280            88  OA-ACTION-CHANGE         VALUE 'C'.
000290            88  OA-ACTION-RETIRE         VALUE 'R'.
000300            88  OA-ACTION-REINSTATE      VALUE 'I'.
000310        05  FILLER                       PIC X(01) VALUE SPACE.
000320        05  OA-TARGET-ID                 PIC X(08).
000330        05  FILLER                       PIC X(01) VALUE SPACE.
000340        05  OA-BEFORE-IMAGE.
000350            10  OA-OLD-NAME              PIC X(25).
000360            10  FILLER                   PIC X(01) VALUE SPACE.
000370            10  OA-OLD-AUTH-LEVEL        PIC X(01).
000380            10  FILLER                   PIC X(01) VALUE SPACE.
000390            10  OA-OLD-STATUS            PIC X(01).
000400        05  FILLER                       PIC X(01) VALUE SPACE.
000410        05  OA-AFTER-IMAGE.
000420            10  OA-NEW-NAME              PIC X(25).
000430            10  FILLER                   PIC X(01) VALUE SPACE.
000440            10  OA-NEW-AUTH-LEVEL        PIC X(01).
000450            10  FILLER                   PIC X(01) VALUE SPACE.
000460            10  OA-NEW-STATUS            PIC X(01).

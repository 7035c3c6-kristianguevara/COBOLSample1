000190*                     CODE TABLE RECORD.                         *
000191*    09/02/26   JAG   CT-CHR-CODE WIDENED TO THREE CHARACTERS   *
000192*                     (RECORD NOW 52 BYTES).                     *
000193*    10/15/26   JAG   CT-SUCCESSOR-CODE ADDED - THE CODE THAT    *
000194*                     REPLACES THIS ONE WHEN IT IS RETIRED OR    *
000195*                     EXPIRES, BLANK = NONE (RECORD NOW 56       *
000196*                     BYTES).                                    *
000200******************************************************************
000210    01  CT-RECORD.
000220        05  CT-CHR-CODE                  PIC X(03).
000260        05  CT-EXP-DATE                  PIC 9(08).
000270        05  FILLER                       PIC X(01) VALUE SPACE.
000280        05  CT-DESCRIPTION               PIC X(30).
000281        05  FILLER                       PIC X(01) VALUE SPACE.
000282        05  CT-SUCCESSOR-CODE            PIC X(03).

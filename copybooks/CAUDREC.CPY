000150*                     AUDIT RECORD.                              *
000151*    09/02/26   JAG   CA-CHR-CODE WIDENED TO THREE CHARACTERS   *
000152*                     (RECORD NOW 92 BYTES).                     *
000153*    10/15/26   JAG   CA-SUCCESSOR-CODE ADDED, AND ACTION 'S' FOR*
000154*                     A SUCCESSOR SET OR CLEARED ON ITS OWN.     *
000155*                     RECORD NOW 96 BYTES.                       *
000160******************************************************************
000170    01  CA-RECORD.
000180        05  CA-TIMESTAMP                 PIC X(19).
000250            88  CA-ACTION-ADD            VALUE 'A'.
000260            88  CA-ACTION-CHANGE         VALUE 'C'.
000270            88  CA-ACTION-RETIRE         VALUE 'R'.
000271            88  CA-ACTION-SUCCESSOR      VALUE 'S'.
000280        05  FILLER                       PIC X(01) VALUE SPACE.
000290        05  CA-CHR-CODE                  PIC X(03).
000300        05  FILLER                       PIC X(01) VALUE SPACE.
000330        05  CA-EXP-DATE                  PIC 9(08).
000340        05  FILLER                       PIC X(01) VALUE SPACE.
000350        05  CA-DESCRIPTION               PIC X(30).
000351        05  FILLER                       PIC X(01) VALUE SPACE.
000352        05  CA-SUCCESSOR-CODE            PIC X(03).

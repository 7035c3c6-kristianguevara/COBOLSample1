000379*                    FILE (REASON-02 ENTRIES WAIT FOR THEIR
000380*                    EFFECTIVE DATE), SO A NEW NIGHT'S RUN
000381*                    MUST APPEND, NOT SCRATCH THEM.
000382*   10/15/26   JAG   CODETBL RECORD NOW 56 BYTES (SUCCESSOR
000383*                    CODE ADDED).
000384******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000610          RECORD CONTAINS 46 CHARACTERS.
000620      COPY REJREC.
000630 FD  CODE-TABLE-FILE
000640          RECORD CONTAINS 56 CHARACTERS.
000650      COPY CODEREC.
000651 FD  RUN-CONTROL-FILE
000652          RECORD CONTAINS 39 CHARACTERS.

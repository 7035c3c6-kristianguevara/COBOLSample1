000420*   DATE       INIT  DESCRIPTION
000430*   09/02/26   JAG   ORIGINAL PROGRAM - ONE-CHARACTER TO
000440*                    THREE-CHARACTER FILE CONVERSION.
000441*   10/15/26   JAG   NEW-FORMAT CODETBL RECORD NOW 56 BYTES
000442*                    (SUCCESSOR CODE ADDED, WRITTEN BLANK).
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
001210      05  FILLER                       PIC X(01).
001220      05  OC-DESCRIPTION               PIC X(30).
001230 FD  NEW-CODE-FILE
001240          RECORD CONTAINS 56 CHARACTERS.
001250      COPY CODEREC.
001260 FD  OLD-JRNL-FILE
001270          RECORD CONTAINS 28 CHARACTERS.

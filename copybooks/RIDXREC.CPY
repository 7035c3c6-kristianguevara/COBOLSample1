000010******************************************************************
000020*                                                                *
000030*    RIDXREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR RPTINDX, THE INDEXED REPORT ARCHIVE       *
000060*    INDEX KEYED ON PROGRAM, RUN DATE, AND RUN TIME.  RPTARCH    *
000070*    COPIES EACH REPORT JOB'S OUTPUT TO A NUMBERED GENERATION    *
000080*    (RPTGNNNNNNN) AFTER THE RUN AND WRITES ONE RECORD HERE      *
000090*    TYING THE GENERATION BACK TO THE RUNCTL END RECORD OF THE   *
000100*    RUN THAT PRODUCED IT - RX-RUN-DATE, RX-RUN-TIME, AND        *
000110*    RX-RETURN-CODE ARE COPIED STRAIGHT FROM THAT RECORD.  THE   *
000120*    RPTVIEW SCREEN PICKS A REPORT FROM THIS INDEX BY PROGRAM    *
000130*    AND DATE AND PAGES THROUGH ITS GENERATION.                  *
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY                                        *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    10/15/26   JAG   ORIGINAL COPYBOOK - REPORT ARCHIVE INDEX   *
000180*                     RECORD.                                    *
000190******************************************************************
000200    01  RX-RECORD.
000210        05  RX-KEY.
000220            10  RX-PROGRAM               PIC X(08).
000230            10  RX-RUN-DATE              PIC 9(08).
000240            10  RX-RUN-TIME              PIC 9(08).
000250        05  FILLER                       PIC X(01) VALUE SPACE.
000260        05  RX-REPORT-NAME               PIC X(08).
000270        05  FILLER                       PIC X(01) VALUE SPACE.
000280        05  RX-GEN-NO                    PIC 9(07).
000290        05  FILLER                       PIC X(01) VALUE SPACE.
000300        05  RX-RETURN-CODE               PIC 9(02).
000310        05  FILLER                       PIC X(01) VALUE SPACE.
000320        05  RX-LINE-COUNT                PIC 9(07).
000330        05  FILLER                       PIC X(01) VALUE SPACE.
000340        05  RX-ARCHIVED-DATE             PIC 9(08).

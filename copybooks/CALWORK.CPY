000010******************************************************************
000020*                                                                *
000030*    CALWORK.CPY                                                 *
000040*                                                                *
000050*    WORKING STORAGE FOR THE BUSINESS-DAY PARAGRAPHS SHARED BY   *
000060*    THE NIGHT STREAM (LOAD-CAL-RTN, BUS-DAY-RTN,                *
000070*    PREV-BUS-DAY-RTN, AND PROC-DATE-RTN).  THE BUSCAL           *
000080*    CALENDAR (CALREC.CPY) IS HELD HERE FOR THE RUN.             *
000090*                                                                *
000100*    THE PROCESSING DATE OF A MOMENT IS THE BUSINESS DAY IT      *
000110*    BELONGS TO: BEFORE CW-DAY-START THE NIGHT STREAM IS STILL   *
000120*    WORKING ON THE NIGHT BEFORE, SO THE MOMENT BELONGS TO THE   *
000130*    LAST BUSINESS DAY BEFORE ITS CALENDAR DATE; FROM            *
000140*    CW-DAY-START ON IT BELONGS TO ITS OWN DATE IF THAT IS A     *
000150*    BUSINESS DAY, OTHERWISE TO THE LAST ONE BEFORE IT.          *
000160*                                                                *
000170*    DATE ARITHMETIC IS THE ONE PLACE ORDINARY VERBS CANNOT DO   *
000180*    THE JOB, SO INTEGER-OF-DATE/DATE-OF-INTEGER ARE USED.       *
000190*    INTEGER-OF-DATE DAY 1 (01/01/1601) IS A MONDAY.             *
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY                                        *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    10/15/26   JAG   ORIGINAL COPYBOOK - PROCESSING CALENDAR    *
000240*                     WORKING STORAGE.                           *
000250******************************************************************
000260    01  CW-CAL-STATUS                    PIC X(02).
000270    01  CW-CAL-EOF-SW                    PIC X(01) VALUE 'N'.
000280        88  CW-CAL-AT-END                VALUE 'Y'.
000290    01  CW-CAL-TRUNC-SW                  PIC X(01) VALUE 'N'.
000300        88  CW-CAL-TRUNCATED             VALUE 'Y'.
000310    77  CW-CAL-MAX                       PIC 9(03) COMP VALUE 400.
000320    77  CW-CAL-COUNT                     PIC 9(03) COMP.
000330    77  CW-CAL-SUB                       PIC 9(03) COMP.
000340    77  CW-CAL-FOUND                     PIC 9(03) COMP.
000350    01  CW-CAL-TABLE.
000360        05  CW-CAL-ENTRY OCCURS 400 TIMES.
000370            10  CW-CAL-DATE              PIC 9(08).
000380            10  CW-CAL-TYPE              PIC X(01).
000390    77  CW-DAY-START                     PIC 9(08) VALUE 06000000.
000400    01  CW-TEST-DATE                     PIC 9(08).
000410    01  CW-TEST-TIME                     PIC 9(08).
000420    01  CW-TEST-INT                      PIC 9(08) COMP.
000430    01  CW-WORK-QUOT                     PIC 9(08) COMP.
000440    01  CW-WORK-REM                      PIC 9(01) COMP.
000450    77  CW-STEPS                         PIC 9(03) COMP.
000460    01  CW-OPEN-SW                       PIC X(01) VALUE 'N'.
000470        88  CW-DAY-OPEN                  VALUE 'Y'.

000010******************************************************************
000020*                                                                *
000030*    CALREC.CPY                                                  *
000040*                                                                *
000050*    RECORD LAYOUT FOR BUSCAL, THE PROCESSING CALENDAR.  ONE     *
000060*    RECORD PER DATE THAT DOES NOT FOLLOW THE STANDING WEEK      *
000070*    (MONDAY TO FRIDAY OPEN, SATURDAY AND SUNDAY CLOSED): A      *
000080*    HOLIDAY IS MARKED 'H', AN EXTRA OPEN DAY (A WORKING         *
000090*    SATURDAY) IS MARKED 'B'.  A DATE NOT ON FILE, OR A SITE     *
000100*    WITHOUT BUSCAL, FOLLOWS THE STANDING WEEK.  KEPT IN DATE    *
000110*    ORDER BY THE CALMNT MAINTENANCE SCREEN.                     *
000120*                                                                *
000130*    THE NIGHT STREAM (RECONJOB, TKTCUT, TKTACK, USAGERPT, AND   *
000140*    RUNSTAT) DEFAULTS ITS RUN DATE FROM THIS FILE - SEE THE     *
000150*    CALWORK.CPY WORKING STORAGE THAT GOES WITH IT.              *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    10/15/26   JAG   ORIGINAL COPYBOOK - PROCESSING CALENDAR    *
000200*                     RECORD.                                    *
000210******************************************************************
000220    01  CL-RECORD.
000230        05  CL-DATE                      PIC 9(08).
000240        05  FILLER                       PIC X(01) VALUE SPACE.
000250        05  CL-DAY-TYPE                  PIC X(01).
000260            88  CL-OPEN-DAY              VALUE 'B'.
000270            88  CL-CLOSED-DAY            VALUE 'H'.
000280        05  FILLER                       PIC X(01) VALUE SPACE.
000290        05  CL-DESCRIPTION               PIC X(30).

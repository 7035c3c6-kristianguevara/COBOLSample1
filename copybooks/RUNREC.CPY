000040*                                                                *
000050*    RECORD LAYOUT FOR RUNCTL, THE COMMON RUN-CONTROL LOG.      *
000060*    EVERY JOB IN THE NIGHT STREAM (PREEDIT, SAMPLE BATCH,      *
000070*    RECONJOB, TKTCUT, TKTACK, TKTSTAT, TKTAGE, AUDARCH,        *
000071*    SHIFTRPT, USAGERPT, EXCLOAD, EXCAGE, RPTARCH, AND THE       *
000072*    REPORT JOBS MASTVER, REJWORK, ARCHSRCH, DUPRPT, XREFCHK,    *
000073*    VOLPROF, RUNSTAT)                                           *
000080*    APPENDS ONE 'S' RECORD AT START AND ONE 'E' RECORD AT      *
000090*    END, CARRYING ITS RETURN CODE AND KEY RECORD COUNT.  THE   *
000100*    RUNSTAT MORNING REPORT SHOWS THE WHOLE CHAIN FROM THIS     *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    09/02/26   JAG   ORIGINAL COPYBOOK - RUN-CONTROL            *
000190*                     RECORD.                                    *
000191*    10/15/26   JAG   TKTSTAT AND TKTAGE JOIN THE NIGHT STREAM. *
000192*    10/15/26   JAG   EXCLOAD AND EXCAGE JOIN THE NIGHT STREAM.  *
000193*    10/15/26   JAG   RPTARCH JOINS THE NIGHT STREAM; MASTVER,   *
000194*                     REJWORK, ARCHSRCH, AND RUNSTAT NOW LOG     *
000195*                     THEIR RUNS FOR THE REPORT ARCHIVE.         *
000196*    10/15/26   JAG   DUPRPT JOINS THE NIGHT STREAM.             *
000197*    10/15/26   JAG   XREFCHK JOINS THE NIGHT STREAM.            *
000198*    10/15/26   JAG   VOLPROF NOW LOGS ITS RUNS FOR THE          *
000199*                     REPORT ARCHIVE.                            *
000200******************************************************************
000210    01  RC-RECORD.
000220        05  RC-PROGRAM                   PIC X(08).

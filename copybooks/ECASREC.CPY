000010******************************************************************
000020*                                                                *
000030*    ECASREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR EXCCASE, THE INDEXED EXCEPTION CASE       *
000060*    FILE KEYED ON CASE NUMBER.  EXCLOAD OPENS ONE CASE FOR      *
000070*    EVERY RECONJOB OR TKTACK FINDING; THE CASE STAYS OPEN,      *
000080*    NIGHT AFTER NIGHT, UNTIL A SUPERVISOR CLOSES IT ON THE      *
000090*    EXCMNT SCREEN WITH A RESOLUTION NOTE.  EXCAGE LISTS THE     *
000100*    OPEN CASES EVERY MORNING WITH THEIR AGE.                    *
000110*                                                                *
000120*    EC-RUN-DATE IS THE DATE THE SOURCE JOB WAS JUDGING (THE     *
000130*    RECONCILED DAY OR THE ACKNOWLEDGED GENERATION); AGE IS      *
000140*    COUNTED FROM IT.  EC-OPENED-DATE IS THE DATE THE CASE       *
000150*    WAS LOADED.                                                 *
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY                                        *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    10/15/26   JAG   ORIGINAL COPYBOOK - EXCEPTION CASE         *
000200*                     RECORD.                                    *
000210******************************************************************
000220    01  EC-RECORD.
000230        05  EC-CASE-NO                   PIC 9(07).
000240        05  FILLER                       PIC X(01) VALUE SPACE.
000250        05  EC-SOURCE-JOB                PIC X(08).
000260        05  FILLER                       PIC X(01) VALUE SPACE.
000270        05  EC-RUN-DATE                  PIC 9(08).
000280        05  FILLER                       PIC X(01) VALUE SPACE.
000290        05  EC-CHR-CODE                  PIC X(03).
000300        05  FILLER                       PIC X(01) VALUE SPACE.
000310        05  EC-REASON                    PIC X(50).
000320        05  FILLER                       PIC X(01) VALUE SPACE.
000330        05  EC-STATUS                    PIC X(01).
000340            88  EC-CASE-OPEN             VALUE 'O'.
000350            88  EC-CASE-CLOSED           VALUE 'C'.
000360        05  FILLER                       PIC X(01) VALUE SPACE.
000370        05  EC-OPENED-DATE               PIC 9(08).
000380        05  FILLER                       PIC X(01) VALUE SPACE.
000390        05  EC-ASSIGNED-TO               PIC X(08).
000400        05  FILLER                       PIC X(01) VALUE SPACE.
000410        05  EC-NOTE                      PIC X(40).
000420        05  FILLER                       PIC X(01) VALUE SPACE.
000430        05  EC-CLOSED-BY                 PIC X(08).
000440        05  FILLER                       PIC X(01) VALUE SPACE.
000450        05  EC-CLOSED-DATE               PIC 9(08).
000460        05  FILLER                       PIC X(01) VALUE SPACE.
000470        05  EC-LAST-OPERATOR             PIC X(08).
000480        05  FILLER                       PIC X(01) VALUE SPACE.
000490        05  EC-LAST-TERMINAL             PIC X(08).

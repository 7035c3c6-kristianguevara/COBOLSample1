000010******************************************************************
000020*                                                                *
000030*    EXCPREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR THE EXCEPTION EXTRACTS - EXCRECON FROM    *
000060*    RECONJOB AND EXCACK FROM TKTACK.  EACH JOB WRITES ONE       *
000070*    RECORD FOR EVERY FINDING IT PUTS ON ITS PRINTED REPORT,     *
000080*    AND LIKE THE REPORT THE EXTRACT IS OVERWRITTEN EVERY RUN.   *
000090*    THE EXCLOAD JOB CARRIES THE FINDINGS INTO THE PERSISTENT    *
000100*    EXCCASE WORKQUEUE SO THEY OUTLIVE THE NEXT NIGHT'S RUN.     *
000110*    EP-CHR-CODE IS BLANK FOR A FINDING ABOUT THE RUN AS A       *
000120*    WHOLE (A TABLE OVERFLOW, AN UNCLOSED GENERATION).           *
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY                                        *
000150*    DATE       INIT  DESCRIPTION                                *
000160*    10/15/26   JAG   ORIGINAL COPYBOOK - EXCEPTION EXTRACT      *
000170*                     RECORD.                                    *
000180******************************************************************
000190    01  EP-RECORD.
000200        05  EP-SOURCE-JOB                PIC X(08).
000210        05  FILLER                       PIC X(01) VALUE SPACE.
000220        05  EP-RUN-DATE                  PIC 9(08).
000230        05  FILLER                       PIC X(01) VALUE SPACE.
000240        05  EP-CHR-CODE                  PIC X(03).
000250        05  FILLER                       PIC X(01) VALUE SPACE.
000260        05  EP-REASON                    PIC X(50).

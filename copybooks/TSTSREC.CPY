000010******************************************************************
000020*                                                                *
000030*    TSTSREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR TKTSTSIN, THE INBOUND TICKET STATUS      *
000060*    FEED RETURNED BY THE TICKETING SYSTEM.  WHERE TKTACKIN     *
000070*    TELLS US A TICKET WAS OPENED, THIS FEED CARRIES EVERY      *
000080*    LATER CHANGE TO IT - WORKED, RESOLVED, CLOSED, OR          *
000090*    REOPENED - KEYED BY THE TICKET NUMBER TKTACK POSTED ON     *
000100*    TKTLOG, WITH THE TIME TICKETING MADE THE CHANGE.  TKTSTAT  *
000110*    APPLIES IT TO THE TKTHIST STATUS HISTORY FILE.             *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    10/15/26   JAG   ORIGINAL COPYBOOK - TICKET STATUS CHANGE  *
000160*                     RECORD, AGREED WITH THE TICKETING TEAM.   *
000170******************************************************************
000180    01  TS-RECORD.
000190        05  TS-TICKET-NO                 PIC X(08).
000200        05  FILLER                       PIC X(01) VALUE SPACE.
000210        05  TS-STATUS                    PIC X(01).
000220            88  TS-STATUS-WORKED         VALUE 'W'.
000230            88  TS-STATUS-RESOLVED       VALUE 'V'.
000240            88  TS-STATUS-CLOSED         VALUE 'C'.
000250            88  TS-STATUS-REOPENED       VALUE 'R'.
000260            88  TS-STATUS-VALID          VALUE 'W' 'V' 'C' 'R'.
000270        05  FILLER                       PIC X(01) VALUE SPACE.
000280        05  TS-CHANGE-TS                 PIC X(19).
000290        05  FILLER                       PIC X(01) VALUE SPACE.
000300        05  TS-NOTE                      PIC X(20).

000010******************************************************************
000020*                                                                *
000030*    THSTREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR TKTHIST, THE TICKET STATUS HISTORY       *
000060*    FILE.  TKTSTAT APPENDS ONE RECORD PER STATUS CHANGE IT     *
000070*    ACCEPTS FROM THE TKTSTSIN FEED, CARRYING THE MENU CODE     *
000080*    FROM THE TICKET'S TKTLOG ROW SO THE AGING REPORT NEED      *
000090*    NOT GO BACK FOR IT.  THE FILE IS ONLY EVER EXTENDED, SO    *
000100*    THE LAST RECORD FOR A TICKET IS ITS CURRENT STATUS; A      *
000110*    TICKET WITH NO RECORD HERE IS STILL AS TKTACK OPENED IT.   *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    10/15/26   JAG   ORIGINAL COPYBOOK - TICKET STATUS         *
000160*                     HISTORY RECORD.                            *
000170******************************************************************
000180    01  TH-RECORD.
000190        05  TH-TICKET-NO                 PIC X(08).
000200        05  FILLER                       PIC X(01) VALUE SPACE.
000210        05  TH-CHR-CODE                  PIC X(03).
000220        05  FILLER                       PIC X(01) VALUE SPACE.
000230        05  TH-STATUS                    PIC X(01).
000240            88  TH-STATUS-WORKED         VALUE 'W'.
000250            88  TH-STATUS-RESOLVED       VALUE 'V'.
000260            88  TH-STATUS-CLOSED         VALUE 'C'.
000270            88  TH-STATUS-REOPENED       VALUE 'R'.
000280        05  FILLER                       PIC X(01) VALUE SPACE.
000290        05  TH-CHANGE-TS                 PIC X(19).
000300        05  FILLER                       PIC X(01) VALUE SPACE.
000310        05  TH-APPLIED-DATE              PIC 9(08).
000320        05  FILLER                       PIC X(01) VALUE SPACE.
000330        05  TH-NOTE                      PIC X(20).

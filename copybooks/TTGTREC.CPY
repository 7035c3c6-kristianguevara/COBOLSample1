000010******************************************************************
000020*                                                                *
000030*    TTGTREC.CPY                                                 *
000040*                                                                *
000050*    RECORD LAYOUT FOR TKTTARG, THE PER-CODE TICKET TARGET      *
000060*    FILE READ BY THE TKTAGE AGING REPORT.  ONE RECORD PER      *
000070*    MENU CODE GIVING THE NUMBER OF CALENDAR DAYS A TICKET      *
000080*    RAISED UNDER THAT CODE MAY STAY OPEN BEFORE IT IS          *
000090*    FLAGGED.  A CODE WITHOUT A RECORD GETS THE DEFAULT TARGET  *
000100*    COMPILED INTO TKTAGE; A SITE WITHOUT THE FILE GETS THE     *
000110*    DEFAULT FOR EVERY CODE.                                     *
000120*----------------------------------------------------------------*
000130*    MODIFICATION HISTORY                                        *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    10/15/26   JAG   ORIGINAL COPYBOOK - TICKET TARGET RECORD. *
000160******************************************************************
000170    01  TT-RECORD.
000180        05  TT-CHR-CODE                  PIC X(03).
000190        05  FILLER                       PIC X(01) VALUE SPACE.
000200        05  TT-TARGET-DAYS               PIC 9(03).

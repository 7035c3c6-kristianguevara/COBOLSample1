000158*    09/02/26   JAG   NEW EVENT TYPE REV - A SUPERVISOR         *
000159*                     REVERSAL LOGGED BY ENTRYREV, WITH THE     *
000160*                     REVERSED CODE AS ITS VALUE.               *
000161*    10/15/26   JAG   NEW EVENT TYPE HLP - THE CODE PICK-        *
000162*                     LIST WAS OPENED AT THE MENU PROMPT,        *
000163*                     WITH THE CODE PICKED (BLANK IF NONE)       *
000164*                     AS ITS VALUE.                              *
000165*    10/15/26   JAG   NEW EVENT TYPES DUP - A POSSIBLE           *
000166*                     DUPLICATE ENTRY THE OPERATOR DECLINED      *
000167*                     (LOGGED IN PLACE OF THE CHR) - AND OVR -   *
000168*                     THE WARNING OVERRIDDEN (LOGGED JUST AFTER  *
000169*                     THE CHR IT LET THROUGH).  BOTH CARRY THE   *
000170*                     CODE AS THEIR VALUE.                       *
000171******************************************************************
000172    01  AR-RECORD.
000180        05  AR-TIMESTAMP                 PIC X(19).
000190        05  FILLER                       PIC X(01) VALUE SPACE.
000200        05  AR-EVENT-TYPE                PIC X(04).

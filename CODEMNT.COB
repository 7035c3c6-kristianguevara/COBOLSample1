000270*     - OFFER TO PUSH CT-DESCRIPTION ONTO THE MATCHING
000280*       MASTFILE MF-DESCRIPTION SO A NEW CODE STOPS SHOWING
000290*       'NO DESCRIPTION ON FILE' ON THE INQUIRY PANEL.
000291*     - RECORD THE SUCCESSOR CODE THAT REPLACES A RETIRED OR
000292*       EXPIRED CODE, SO THE FLOOR SCREEN CAN OFFER IT AND
000293*       REJWORK CAN REMAP THE NIGHT'S RETIRED-CODE REJECTS.
000300*
000310*   THE WHOLE TABLE IS LOADED AT STARTUP AND CODETBL IS
000320*   REWRITTEN AFTER EVERY APPLIED CHANGE, SO A DROPPED
000415*                    OPERMAST KEEPS RUNNING UNVALIDATED.
000416*   09/02/26   JAG   MENU CODE WIDENED TO THREE CHARACTERS
000417*                    AND THE SESSION TABLE GROWN TO 500.
000418*   10/15/26   JAG   SUCCESSOR CODE - KEYED ON RETIRE OR SET/
000419*                    CLEARED BY THE NEW S ACTION, EDITED TO BE
000420*                    A DIFFERENT CODE STILL GOOD AFTER THE
000421*                    RETIRING ROW EXPIRES, AND CARRIED ON THE
000422*                    CODEAUD TRAIL AND THE BROWSE LIST.
000423******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CODE-TABLE-FILE
000600          RECORD CONTAINS 56 CHARACTERS.
000610      COPY CODEREC.
000620 FD  CODE-AUDIT-FILE
000630          RECORD CONTAINS 96 CHARACTERS.
000640      COPY CAUDREC.
000650 FD  MASTER-FILE
000660          RECORD CONTAINS 65 CHARACTERS.
000930          10  CMNT-TAB-EFF             PIC 9(08).
000940          10  CMNT-TAB-EXP             PIC 9(08).
000950          10  CMNT-TAB-DESC            PIC X(30).
000955          10  CMNT-TAB-SUCC            PIC X(03).
000960*-----------------------------------------------------------------
000970*   MAINTENANCE DIALOG WORKING STORAGE.
000980*-----------------------------------------------------------------
001040      88  CMNT-TASK-RETIRE                 VALUE 'R' 'r'.
001050      88  CMNT-TASK-BROWSE                 VALUE 'B' 'b'.
001060      88  CMNT-TASK-QUIT                   VALUE 'Q' 'q'.
001065      88  CMNT-TASK-SUCCESSOR              VALUE 'S' 's'.
001070 01  CMNT-WORK-CHR                    PIC X(03).
001080 01  CMNT-WORK-EFF                    PIC 9(08).
001090 01  CMNT-WORK-EXP                    PIC 9(08).
001100 01  CMNT-WORK-DESC                   PIC X(30).
001105 01  CMNT-WORK-SUCC                   PIC X(03).
001110 01  CMNT-WORK-ACTION                 PIC X(01).
001120 01  CMNT-DATE-ANS                    PIC X(08).
001130 01  CMNT-DESC-ANS                    PIC X(30).
001135 01  CMNT-SUCC-ANS                    PIC X(03).
001140 01  CMNT-PUSH-ANS                    PIC X(01).
001150      88  CMNT-PUSH-WANTED                 VALUE 'Y' 'y'.
001160 01  CMNT-PAUSE-ANS                   PIC X(01).
001320 01  CMNT-EDIT-FAIL-SW                PIC X(01) VALUE 'N'.
001330      88  CMNT-EDIT-FAILED                 VALUE 'Y'.
001340 01  CMNT-TODAY                       PIC 9(08).
001341*-----------------------------------------------------------------
001342*   SUCCESSOR-EDIT WORKING STORAGE - A KEYED SUCCESSOR MUST BE
001343*   A DIFFERENT CODE WITH A ROW STILL GOOD AFTER THE RETIRING
001344*   ROW'S EXPIRY, OR THE FLOOR WOULD BE OFFERED A DEAD CODE.
001345*-----------------------------------------------------------------
001346 01  CMNT-SUCC-OK-SW                  PIC X(01) VALUE 'N'.
001347      88  CMNT-SUCC-OK                     VALUE 'Y'.
001350*-----------------------------------------------------------------
001360*   TIMESTAMP WORKING STORAGE - AS IN PROGRAM SAMPLE'S
001370*   GET-TIMESTAMP-RTN, FOR THE CODEAUD STAMP.
001510*-----------------------------------------------------------------
001520*   BROWSE WORKING STORAGE.
001530*-----------------------------------------------------------------
001540 01  CMNT-BROWSE-LINE                 PIC X(64).
001550 77  CMNT-BROWSE-ROW                  PIC 9(02) VALUE 08.
001560 PROCEDURE DIVISION.
001570 HEAD-RTN.
002040          MOVE CT-EFF-DATE TO CMNT-TAB-EFF (CMNT-TAB-COUNT)
002050          MOVE CT-EXP-DATE TO CMNT-TAB-EXP (CMNT-TAB-COUNT)
002060          MOVE CT-DESCRIPTION TO CMNT-TAB-DESC (CMNT-TAB-COUNT)
002065          MOVE CT-SUCCESSOR-CODE TO CMNT-TAB-SUCC (CMNT-TAB-COUNT)
002070      ELSE
002080          DISPLAY (20, 05)
002090              '*** CODE TABLE TRUNCATED - CALL SUPPORT ***'
002150*-----------------------------------------------------------------
002160 MAINT-RTN.
002170      DISPLAY (06, 05)
002180          'ACTION (A=ADD C=CHG R=RETIRE S=SUCC B=BROWSE Q=QUIT):'.
002190      ACCEPT (06, 60) CMNT-TASK-CODE.
002200      EVALUATE TRUE
002210        WHEN CMNT-TASK-QUIT
002280          PERFORM CHANGE-RTN THRU CHANGE-RTN-EXIT
002290        WHEN CMNT-TASK-RETIRE
002300          PERFORM RETIRE-RTN THRU RETIRE-RTN-EXIT
002302        WHEN CMNT-TASK-SUCCESSOR
002304          PERFORM SUCCESSOR-RTN THRU SUCCESSOR-RTN-EXIT
002310        WHEN OTHER
002320          DISPLAY (20, 05) 'ENTER A, C, R, S, B, OR Q         '
002330      END-EVALUATE.
002340 MAINT-RTN-EXIT.
002350      EXIT.
002750      END-IF.
002760      DISPLAY (10, 05) 'DESCRIPTION:'.
002770      ACCEPT (11, 05) CMNT-WORK-DESC.
002775      MOVE SPACES TO CMNT-WORK-SUCC.
002780      MOVE CMNT-WORK-CHR TO CHR.
002790      IF NOT CHR-IS-VALID
002800          DISPLAY (19, 05)
002850      MOVE CMNT-WORK-EFF TO CMNT-TAB-EFF (CMNT-TAB-COUNT).
002860      MOVE CMNT-WORK-EXP TO CMNT-TAB-EXP (CMNT-TAB-COUNT).
002870      MOVE CMNT-WORK-DESC TO CMNT-TAB-DESC (CMNT-TAB-COUNT).
002875      MOVE CMNT-WORK-SUCC TO CMNT-TAB-SUCC (CMNT-TAB-COUNT).
002880      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
002890      MOVE 'A' TO CMNT-WORK-ACTION.
002900      PERFORM WRITE-CAUD-RTN THRU WRITE-CAUD-RTN-EXIT.
003070      MOVE CMNT-TAB-EFF (CMNT-TAB-FOUND) TO CMNT-WORK-EFF.
003080      MOVE CMNT-TAB-EXP (CMNT-TAB-FOUND) TO CMNT-WORK-EXP.
003090      MOVE CMNT-TAB-DESC (CMNT-TAB-FOUND) TO CMNT-WORK-DESC.
003095      MOVE CMNT-TAB-SUCC (CMNT-TAB-FOUND) TO CMNT-WORK-SUCC.
003100      PERFORM SHOW-ENTRY-RTN THRU SHOW-ENTRY-RTN-EXIT.
003110      MOVE 'N' TO CMNT-EDIT-FAIL-SW.
003120      DISPLAY (13, 05) 'NEW EFFECTIVE DATE (BLANK = KEEP):'.
003820*   EXPIRY.  BLANK RETIRES AS OF TODAY, SO THE CODE STOPS
003830*   VALIDATING TOMORROW MORNING.  A RETIRE DATE THAT WOULD
003831*   STRETCH THE RANGE OVER ANOTHER OF THE CODE'S RANGES IS
003832*   REFUSED, EXACTLY AS CHANGE-RTN REFUSES IT.  THE SUPERVISOR
003833*   MAY NAME THE SUCCESSOR CODE IN THE SAME STEP; BLANK KEEPS
003834*   WHATEVER SUCCESSOR THE ROW ALREADY CARRIES.
003840*-----------------------------------------------------------------
003850 RETIRE-RTN.
003860      PERFORM PICK-ENTRY-RTN THRU PICK-ENTRY-RTN-EXIT.
003910      MOVE CMNT-TAB-EFF (CMNT-TAB-FOUND) TO CMNT-WORK-EFF.
003920      MOVE CMNT-TAB-EXP (CMNT-TAB-FOUND) TO CMNT-WORK-EXP.
003930      MOVE CMNT-TAB-DESC (CMNT-TAB-FOUND) TO CMNT-WORK-DESC.
003935      MOVE CMNT-TAB-SUCC (CMNT-TAB-FOUND) TO CMNT-WORK-SUCC.
003940      PERFORM SHOW-ENTRY-RTN THRU SHOW-ENTRY-RTN-EXIT.
003950      DISPLAY (13, 05) 'RETIRE AS OF (YYYYMMDD, BLANK=TODAY):'.
003960      ACCEPT (13, 44) CMNT-DATE-ANS.
004104          DISPLAY (20, 05) 'RANGE OVERLAPS AN EXISTING RANGE  '
004105          GO TO RETIRE-RTN-EXIT
004106      END-IF.
004107      DISPLAY (14, 05) 'SUCCESSOR CODE (BLANK = KEEP):'.
004108      ACCEPT (14, 36) CMNT-SUCC-ANS.
004109      IF CMNT-SUCC-ANS NOT = SPACES
004111          PERFORM EDIT-SUCC-RTN THRU EDIT-SUCC-RTN-EXIT
004112          IF NOT CMNT-SUCC-OK
004113              GO TO RETIRE-RTN-EXIT
004114          END-IF
004115          MOVE CMNT-SUCC-ANS TO CMNT-WORK-SUCC
004116      END-IF.
004117      MOVE CMNT-WORK-EXP TO CMNT-TAB-EXP (CMNT-TAB-FOUND).
004118      MOVE CMNT-WORK-SUCC TO CMNT-TAB-SUCC (CMNT-TAB-FOUND).
004120      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
004130      MOVE 'R' TO CMNT-WORK-ACTION.
004140      PERFORM WRITE-CAUD-RTN THRU WRITE-CAUD-RTN-EXIT.
004600      DISPLAY (10, 05) 'EFFECTIVE:   ' CMNT-WORK-EFF.
004610      DISPLAY (11, 05) 'EXPIRES:     ' CMNT-WORK-EXP.
004620      DISPLAY (12, 05) 'DESCRIPTION: ' CMNT-WORK-DESC.
004625      DISPLAY (11, 30) 'SUCCESSOR:   ' CMNT-WORK-SUCC.
004630 SHOW-ENTRY-RTN-EXIT.
004640      EXIT.
004650*-----------------------------------------------------------------
005330      MOVE CMNT-TAB-EFF (CMNT-TAB-SUB) TO CT-EFF-DATE.
005340      MOVE CMNT-TAB-EXP (CMNT-TAB-SUB) TO CT-EXP-DATE.
005350      MOVE CMNT-TAB-DESC (CMNT-TAB-SUB) TO CT-DESCRIPTION.
005355      MOVE CMNT-TAB-SUCC (CMNT-TAB-SUB) TO CT-SUCCESSOR-CODE.
005360      WRITE CT-RECORD.
005370 SAVE-ONE-RTN-EXIT.
005380      EXIT.
005520      MOVE CMNT-WORK-EFF TO CA-EFF-DATE.
005530      MOVE CMNT-WORK-EXP TO CA-EXP-DATE.
005540      MOVE CMNT-WORK-DESC TO CA-DESCRIPTION.
005545      MOVE CMNT-WORK-SUCC TO CA-SUCCESSOR-CODE.
005550      WRITE CA-RECORD.
005560 WRITE-CAUD-RTN-EXIT.
005570      EXIT.
006190      MOVE 08 TO CMNT-BROWSE-ROW.
006200      DISPLAY (07, 05)
006210          'CODE  EFFECTIVE  EXPIRES    DESCRIPTION'.
006215      DISPLAY (07, 65) 'NEXT'.
006220      PERFORM BROWSE-ONE-RTN THRU BROWSE-ONE-RTN-EXIT
006230          VARYING CMNT-TAB-SUB FROM 1 BY 1
006240          UNTIL CMNT-TAB-SUB > CMNT-TAB-COUNT.
006390          CMNT-TAB-EXP (CMNT-TAB-SUB) DELIMITED BY SIZE
006400          '   ' DELIMITED BY SIZE
006410          CMNT-TAB-DESC (CMNT-TAB-SUB) DELIMITED BY SIZE
006412          '  ' DELIMITED BY SIZE
006414          CMNT-TAB-SUCC (CMNT-TAB-SUB) DELIMITED BY SIZE
006420          INTO CMNT-BROWSE-LINE.
006430      DISPLAY (CMNT-BROWSE-ROW, 05) CMNT-BROWSE-LINE.
006440      ADD 1 TO CMNT-BROWSE-ROW.
007330      END-IF.
007340 MATCH-OPER-RTN-EXIT.
007350      EXIT.
007360*-----------------------------------------------------------------
007370*   SUCCESSOR-RTN - SET OR CLEAR THE SUCCESSOR ON A ROW THAT
007380*   ALREADY CARRIES AN EXPIRY - A CODE RETIRED BEFORE THE
007390*   SUCCESSOR WAS KNOWN, OR ONE THAT SIMPLY RAN OUT ON ITS
007400*   SCHEDULED DATE.  AN OPEN-ENDED ROW HAS NOTHING TO SUCCEED
007410*   YET AND IS REFUSED; RETIRE IT FIRST.
007420*-----------------------------------------------------------------
007430 SUCCESSOR-RTN.
007440      PERFORM PICK-ENTRY-RTN THRU PICK-ENTRY-RTN-EXIT.
007450      IF CMNT-TAB-FOUND = ZERO
007460          GO TO SUCCESSOR-RTN-EXIT
007470      END-IF.
007480      MOVE CMNT-TAB-CHR (CMNT-TAB-FOUND) TO CMNT-WORK-CHR.
007490      MOVE CMNT-TAB-EFF (CMNT-TAB-FOUND) TO CMNT-WORK-EFF.
007500      MOVE CMNT-TAB-EXP (CMNT-TAB-FOUND) TO CMNT-WORK-EXP.
007510      MOVE CMNT-TAB-DESC (CMNT-TAB-FOUND) TO CMNT-WORK-DESC.
007520      MOVE CMNT-TAB-SUCC (CMNT-TAB-FOUND) TO CMNT-WORK-SUCC.
007530      PERFORM SHOW-ENTRY-RTN THRU SHOW-ENTRY-RTN-EXIT.
007540      IF CMNT-WORK-EXP = 99999999
007550          DISPLAY (20, 05) 'CODE IS OPEN-ENDED - RETIRE IT    '
007560          GO TO SUCCESSOR-RTN-EXIT
007570      END-IF.
007580      DISPLAY (13, 05) 'SUCCESSOR CODE (BLANK = CLEAR):'.
007590      ACCEPT (13, 37) CMNT-SUCC-ANS.
007600      IF CMNT-SUCC-ANS NOT = SPACES
007610          PERFORM EDIT-SUCC-RTN THRU EDIT-SUCC-RTN-EXIT
007620          IF NOT CMNT-SUCC-OK
007630              GO TO SUCCESSOR-RTN-EXIT
007640          END-IF
007650      END-IF.
007660      MOVE CMNT-SUCC-ANS TO CMNT-WORK-SUCC.
007670      MOVE CMNT-WORK-SUCC TO CMNT-TAB-SUCC (CMNT-TAB-FOUND).
007680      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
007690      MOVE 'S' TO CMNT-WORK-ACTION.
007700      PERFORM WRITE-CAUD-RTN THRU WRITE-CAUD-RTN-EXIT.
007710      IF CMNT-WORK-SUCC = SPACES
007720          DISPLAY (20, 05) 'SUCCESSOR CLEARED                 '
007730      ELSE
007740          DISPLAY (20, 05) 'SUCCESSOR RECORDED                '
007750      END-IF.
007760 SUCCESSOR-RTN-EXIT.
007770      EXIT.
007780*-----------------------------------------------------------------
007790*   EDIT-SUCC-RTN - JUDGE THE KEYED SUCCESSOR IN CMNT-SUCC-ANS
007800*   AGAINST THE ROW BEING RETIRED: IT MUST BE ANOTHER CODE, AND
007810*   THAT CODE MUST HAVE A ROW STILL GOOD AFTER THE RETIRING
007820*   ROW'S EXPIRY (IT MAY START LATER - A SCHEDULED REPLACEMENT
007830*   IS FINE - BUT IT MAY NOT ALREADY BE DEAD).
007840*-----------------------------------------------------------------
007850 EDIT-SUCC-RTN.
007860      MOVE 'N' TO CMNT-SUCC-OK-SW.
007870      IF CMNT-SUCC-ANS = CMNT-WORK-CHR
007880          DISPLAY (20, 05) 'A CODE CANNOT SUCCEED ITSELF      '
007890          GO TO EDIT-SUCC-RTN-EXIT
007900      END-IF.
007910      PERFORM MATCH-SUCC-RTN THRU MATCH-SUCC-RTN-EXIT
007920          VARYING CMNT-TAB-SUB FROM 1 BY 1
007930          UNTIL CMNT-TAB-SUB > CMNT-TAB-COUNT
007940          OR CMNT-SUCC-OK.
007950      IF NOT CMNT-SUCC-OK
007960          DISPLAY (20, 05) 'SUCCESSOR NOT ON FILE PAST EXPIRY '
007970      END-IF.
007980 EDIT-SUCC-RTN-EXIT.
007990      EXIT.
008000*-----------------------------------------------------------------
008010*   MATCH-SUCC-RTN - TEST ONE TABLE SLOT AS A HOME FOR THE
008020*   KEYED SUCCESSOR.
008030*-----------------------------------------------------------------
008040 MATCH-SUCC-RTN.
008050      IF CMNT-TAB-CHR (CMNT-TAB-SUB) = CMNT-SUCC-ANS
008060          AND CMNT-TAB-EXP (CMNT-TAB-SUB) > CMNT-WORK-EXP
008070          MOVE 'Y' TO CMNT-SUCC-OK-SW
008080      END-IF.
008090 MATCH-SUCC-RTN-EXIT.
008100      EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCMNT.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   EXCMNT.COB
000090*
000100*   EXCEPTION CASE WORKQUEUE SCREEN.  EXCLOAD OPENS A CASE ON
000110*   THE INDEXED EXCCASE FILE FOR EVERY RECONJOB AND TKTACK
000120*   FINDING; THIS SCREEN IS WHERE A SUPERVISOR WORKS THEM.
000130*   ANY ROSTERED ID MAY BROWSE THE OPEN CASES.  WORKING A
000140*   CASE - ASSIGNING IT TO SOMEONE ON THE ROSTER, ADDING A
000150*   RESOLUTION NOTE, AND CLOSING IT - NEEDS SUPERVISOR
000160*   AUTHORITY.  A CASE CANNOT BE CLOSED WITHOUT A NOTE, AND A
000170*   CLOSED CASE IS NOT REOPENED HERE; IF THE PROBLEM COMES
000180*   BACK THE NEXT NIGHT'S RUN OPENS A NEW CASE FOR IT.
000190*
000200*   READS WITH LOCK EXACTLY AS MASTMNT DOES, SO TWO
000210*   SUPERVISORS WORKING THE QUEUE AT ONCE CANNOT CLOBBER EACH
000220*   OTHER'S CHANGES TO THE SAME CASE.
000230******************************************************************
000240*-----------------------------------------------------------------
000250*   MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   10/15/26   JAG   ORIGINAL PROGRAM - BROWSE, ASSIGN, NOTE,
000280*                    AND CLOSE EXCEPTION CASES.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330      SELECT CASE-FILE ASSIGN TO "EXCCASE"
000340          ORGANIZATION IS INDEXED
000350          ACCESS MODE IS DYNAMIC
000360          RECORD KEY IS EC-CASE-NO
000370          LOCK MODE IS MANUAL WITH LOCK ON RECORD
000380          FILE STATUS IS EMNT-CASE-STATUS.
000390      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000400          ORGANIZATION IS LINE SEQUENTIAL
000410          FILE STATUS IS EMNT-OPER-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CASE-FILE
000450          RECORD CONTAINS 177 CHARACTERS.
000460      COPY ECASREC.
000470 FD  OPERATOR-FILE
000480          RECORD CONTAINS 38 CHARACTERS.
000490      COPY OPRREC.
000500 WORKING-STORAGE SECTION.
000510*-----------------------------------------------------------------
000520*   SUPERVISOR IDENTIFICATION - STAMPED ON EVERY CASE TOUCHED
000530*   (EC-LAST-OPERATOR/EC-LAST-TERMINAL) AND, ON CLOSE, AS
000540*   EC-CLOSED-BY.
000550*-----------------------------------------------------------------
000560 01  EMNT-OPERATOR-ID                 PIC X(08).
000570 01  EMNT-TERMINAL-ID                 PIC X(08).
000580 01  EMNT-TODAY                       PIC 9(08).
000590*-----------------------------------------------------------------
000600*   OPERATOR-MASTER WORKING STORAGE - THE OPERMAST ROSTER
000610*   LOADED AT STARTUP.  SIGN-ON IS JUDGED AGAINST IT, WORKING
000620*   A CASE NEEDS SUPERVISOR AUTHORITY, AND A CASE MAY ONLY BE
000630*   ASSIGNED TO AN ACTIVE ROSTERED ID.  A SITE WITHOUT
000640*   OPERMAST KEEPS RUNNING UNVALIDATED.
000650*-----------------------------------------------------------------
000660 01  EMNT-OPER-STATUS                 PIC X(02).
000670 01  EMNT-OPER-EOF-SW                 PIC X(01) VALUE 'N'.
000680      88  EMNT-OPER-AT-END                 VALUE 'Y'.
000690 01  EMNT-OPER-LOADED-SW              PIC X(01) VALUE 'N'.
000700      88  EMNT-OPER-TABLE-LOADED           VALUE 'Y'.
000710 77  EMNT-OPER-MAX                    PIC 9(03) COMP VALUE 100.
000720 77  EMNT-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
000730 77  EMNT-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
000740 77  EMNT-OPER-FOUND                  PIC 9(03) COMP VALUE ZERO.
000750 01  EMNT-OPER-TABLE.
000760      05  EMNT-OPER-ENTRY OCCURS 100 TIMES.
000770          10  EMNT-OPER-ID             PIC X(08).
000780          10  EMNT-OPER-NAME           PIC X(25).
000790          10  EMNT-OPER-AUTH           PIC X(01).
000800          10  EMNT-OPER-STAT           PIC X(01).
000810 01  EMNT-LOOKUP-ID                   PIC X(08).
000820 01  EMNT-SUPER-SW                    PIC X(01) VALUE 'N'.
000830      88  EMNT-IS-SUPERVISOR               VALUE 'Y'.
000840*-----------------------------------------------------------------
000850*   WORKQUEUE DIALOG WORKING STORAGE.
000860*-----------------------------------------------------------------
000870 01  EMNT-CASE-STATUS                 PIC X(02).
000880 01  EMNT-SELECT-CASE                 PIC X(07).
000890 01  EMNT-TASK-CODE                   PIC X(01).
000900      88  EMNT-TASK-WORK                   VALUE 'W' 'w'.
000910      88  EMNT-TASK-BROWSE                 VALUE 'B' 'b'.
000920      88  EMNT-TASK-QUIT                   VALUE 'Q' 'q'.
000930 01  EMNT-DONE-SW                     PIC X(01) VALUE 'N'.
000940      88  EMNT-DONE                        VALUE 'Y'.
000950 01  EMNT-OPEN-SW                     PIC X(01) VALUE 'N'.
000960      88  EMNT-FILES-OPEN                  VALUE 'Y'.
000970 01  EMNT-ASSIGN-ANS                  PIC X(08).
000980 01  EMNT-NOTE-ANS                    PIC X(40).
000990 01  EMNT-CLOSE-ANS                   PIC X(01).
001000      88  EMNT-CLOSE-CASE                  VALUE 'Y' 'y'.
001010 01  EMNT-CHANGED-SW                  PIC X(01) VALUE 'N'.
001020      88  EMNT-CASE-CHANGED                VALUE 'Y'.
001030 01  EMNT-PAUSE-ANS                   PIC X(01).
001040 01  EMNT-BROWSE-EOF-SW               PIC X(01) VALUE 'N'.
001050      88  EMNT-BROWSE-AT-END               VALUE 'Y'.
001060 01  EMNT-STATUS-WORD                 PIC X(06).
001070 01  EMNT-BROWSE-LINE                 PIC X(74).
001080 77  EMNT-BROWSE-ROW                  PIC 9(02) VALUE 08.
001090 77  EMNT-BROWSE-COUNT                PIC 9(05) COMP VALUE ZERO.
001100 PROCEDURE DIVISION.
001110 HEAD-RTN.
001120      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001130      PERFORM MAINT-RTN THRU MAINT-RTN-EXIT
001140          UNTIL EMNT-DONE.
001150      PERFORM END-RTN.
001160*-----------------------------------------------------------------
001170*   INIT-RTN - IDENTIFY THE SUPERVISOR, JUDGE THE SIGN-ON
001180*   AGAINST THE OPERMAST ROSTER, AND OPEN EXCCASE FOR UPDATE.
001190*   A MISSING CASE FILE IS CREATED EMPTY, AS MASTMNT DOES FOR
001200*   MASTFILE.
001210*-----------------------------------------------------------------
001220 INIT-RTN.
001230      DISPLAY (01, 05) 'EXCEPTION CASE WORKQUEUE'.
001240      ACCEPT EMNT-TODAY FROM DATE YYYYMMDD.
001250      PERFORM LOAD-OPER-RTN THRU LOAD-OPER-RTN-EXIT.
001260      DISPLAY (03, 05) 'OPERATOR ID:'.
001270      ACCEPT (03, 25) EMNT-OPERATOR-ID.
001280      DISPLAY (04, 05) 'TERMINAL ID:'.
001290      ACCEPT (04, 25) EMNT-TERMINAL-ID.
001300      PERFORM CHECK-SIGNON-RTN THRU CHECK-SIGNON-RTN-EXIT.
001310      IF EMNT-DONE
001320          GO TO INIT-RTN-EXIT
001330      END-IF.
001340      OPEN I-O CASE-FILE.
001350      IF EMNT-CASE-STATUS = '35'
001360          OPEN OUTPUT CASE-FILE
001370          CLOSE CASE-FILE
001380          OPEN I-O CASE-FILE
001390      END-IF.
001400      IF EMNT-CASE-STATUS NOT = '00'
001410          DISPLAY (20, 05) 'EXCCASE OPEN FAILED, STATUS '
001420              EMNT-CASE-STATUS
001430          MOVE 'Y' TO EMNT-DONE-SW
001440      ELSE
001450          MOVE 'Y' TO EMNT-OPEN-SW
001460      END-IF.
001470 INIT-RTN-EXIT.
001480      EXIT.
001490*-----------------------------------------------------------------
001500*   MAINT-RTN - ONE PASS OF THE WORKQUEUE DIALOG.
001510*-----------------------------------------------------------------
001520 MAINT-RTN.
001530      DISPLAY (06, 05)
001540          'ACTION (W = WORK A CASE, B = BROWSE OPEN, Q = QUIT):'.
001550      ACCEPT (06, 59) EMNT-TASK-CODE.
001560      EVALUATE TRUE
001570        WHEN EMNT-TASK-QUIT
001580          MOVE 'Y' TO EMNT-DONE-SW
001590        WHEN EMNT-TASK-BROWSE
001600          PERFORM BROWSE-RTN THRU BROWSE-RTN-EXIT
001610        WHEN EMNT-TASK-WORK
001620          IF NOT EMNT-IS-SUPERVISOR
001630              DISPLAY (20, 05)
001640                  'WORKING A CASE NEEDS SUPERVISOR AUTHORITY'
001650              GO TO MAINT-RTN-EXIT
001660          END-IF
001670          DISPLAY (07, 05) 'CASE NUMBER:'
001680          ACCEPT (07, 24) EMNT-SELECT-CASE
001690          PERFORM WORK-RTN THRU WORK-RTN-EXIT
001700        WHEN OTHER
001710          DISPLAY (20, 05) 'ENTER W, B, OR Q                  '
001720      END-EVALUATE.
001730 MAINT-RTN-EXIT.
001740      EXIT.
001750*-----------------------------------------------------------------
001760*   WORK-RTN - LOCK AND SHOW ONE CASE, THEN APPLY THE
001770*   SUPERVISOR'S ASSIGNMENT, NOTE, AND CLOSE.  NOTHING IS
001780*   REWRITTEN UNLESS EVERY ANSWER IS GOOD - AN UNKNOWN
001790*   ASSIGNEE OR A CLOSE WITHOUT A NOTE LEAVES THE CASE AS IT
001800*   WAS.
001810*-----------------------------------------------------------------
001820 WORK-RTN.
001830      IF EMNT-SELECT-CASE NOT NUMERIC
001840          DISPLAY (20, 05) 'ENTER ALL 7 DIGITS OF THE CASE NUMBER'
001850          GO TO WORK-RTN-EXIT
001860      END-IF.
001870      MOVE EMNT-SELECT-CASE TO EC-CASE-NO.
001880      READ CASE-FILE WITH LOCK
001890        INVALID KEY
001900          DISPLAY (20, 05) 'CASE NOT ON FILE                  '
001910          GO TO WORK-RTN-EXIT
001920      END-READ.
001930      PERFORM SHOW-CASE-RTN THRU SHOW-CASE-RTN-EXIT.
001940      IF EC-CASE-CLOSED
001950          DISPLAY (20, 05) 'CASE IS CLOSED - NO CHANGES ALLOWED'
001960          UNLOCK CASE-FILE
001970          GO TO WORK-RTN-EXIT
001980      END-IF.
001990      MOVE 'N' TO EMNT-CHANGED-SW.
002000      DISPLAY (16, 05) 'ASSIGN TO (BLANK = KEEP):'.
002010      ACCEPT (16, 32) EMNT-ASSIGN-ANS.
002020      DISPLAY (17, 05) 'RESOLUTION NOTE (BLANK = KEEP):'.
002030      ACCEPT (18, 05) EMNT-NOTE-ANS.
002040      DISPLAY (19, 05)
002050          'CLOSE THE CASE (Y = CLOSE, BLANK = LEAVE OPEN):'.
002060      ACCEPT (19, 54) EMNT-CLOSE-ANS.
002070      IF EMNT-ASSIGN-ANS NOT = SPACES
002080          AND EMNT-OPER-TABLE-LOADED
002090          MOVE EMNT-ASSIGN-ANS TO EMNT-LOOKUP-ID
002100          PERFORM FIND-OPER-RTN THRU FIND-OPER-RTN-EXIT
002110          IF EMNT-OPER-FOUND = ZERO
002120              OR EMNT-OPER-STAT (EMNT-OPER-FOUND) = 'R'
002130              DISPLAY (20, 05)
002140                  'ASSIGNEE NOT AN ACTIVE ROSTERED ID - NO CHANGE'
002150              UNLOCK CASE-FILE
002160              GO TO WORK-RTN-EXIT
002170          END-IF
002180      END-IF.
002190      IF EMNT-CLOSE-CASE
002200          AND EMNT-NOTE-ANS = SPACES AND EC-NOTE = SPACES
002210          DISPLAY (20, 05)
002220              'A RESOLUTION NOTE IS NEEDED TO CLOSE - NO CHANGE'
002230          UNLOCK CASE-FILE
002240          GO TO WORK-RTN-EXIT
002250      END-IF.
002260      IF EMNT-ASSIGN-ANS NOT = SPACES
002270          MOVE EMNT-ASSIGN-ANS TO EC-ASSIGNED-TO
002280          MOVE 'Y' TO EMNT-CHANGED-SW
002290      END-IF.
002300      IF EMNT-NOTE-ANS NOT = SPACES
002310          MOVE EMNT-NOTE-ANS TO EC-NOTE
002320          MOVE 'Y' TO EMNT-CHANGED-SW
002330      END-IF.
002340      IF EMNT-CLOSE-CASE
002350          MOVE 'C' TO EC-STATUS
002360          MOVE EMNT-OPERATOR-ID TO EC-CLOSED-BY
002370          MOVE EMNT-TODAY TO EC-CLOSED-DATE
002380          MOVE 'Y' TO EMNT-CHANGED-SW
002390      END-IF.
002400      IF EMNT-CASE-CHANGED
002410          MOVE EMNT-OPERATOR-ID TO EC-LAST-OPERATOR
002420          MOVE EMNT-TERMINAL-ID TO EC-LAST-TERMINAL
002430          REWRITE EC-RECORD
002440              INVALID KEY
002450                  DISPLAY (20, 05) 'CASE REWRITE FAILED, STATUS '
002460                      EMNT-CASE-STATUS
002470                  UNLOCK CASE-FILE
002480                  GO TO WORK-RTN-EXIT
002490          END-REWRITE
002500          IF EC-CASE-CLOSED
002510              DISPLAY (20, 05) 'CASE CLOSED                '
002520          ELSE
002530              DISPLAY (20, 05) 'CASE UPDATED               '
002540          END-IF
002550      ELSE
002560          DISPLAY (20, 05) 'NO CHANGES APPLIED                '
002570      END-IF.
002580      UNLOCK CASE-FILE.
002590 WORK-RTN-EXIT.
002600      EXIT.
002610*-----------------------------------------------------------------
002620*   SHOW-CASE-RTN - PAINT THE CASE JUST LOCKED SO THE
002630*   SUPERVISOR SEES WHAT IS ON FILE BEFORE CHANGING IT.
002640*-----------------------------------------------------------------
002650 SHOW-CASE-RTN.
002660      IF EC-CASE-CLOSED
002670          MOVE 'CLOSED' TO EMNT-STATUS-WORD
002680      ELSE
002690          MOVE 'OPEN  ' TO EMNT-STATUS-WORD
002700      END-IF.
002710      DISPLAY (08, 05) 'CASE:        ' EC-CASE-NO
002720          '  ' EMNT-STATUS-WORD.
002730      DISPLAY (09, 05) 'SOURCE:      ' EC-SOURCE-JOB
002740          ' RUN ' EC-RUN-DATE.
002750      DISPLAY (10, 05) 'CODE:        ' EC-CHR-CODE.
002760      DISPLAY (11, 05) 'FINDING:     ' EC-REASON.
002770      DISPLAY (12, 05) 'OPENED:      ' EC-OPENED-DATE.
002780      DISPLAY (13, 05) 'ASSIGNED TO: ' EC-ASSIGNED-TO.
002790      DISPLAY (14, 05) 'NOTE:        ' EC-NOTE.
002800      DISPLAY (15, 05) 'LAST TOUCH:  ' EC-LAST-OPERATOR
002810          ' AT ' EC-LAST-TERMINAL.
002820 SHOW-CASE-RTN-EXIT.
002830      EXIT.
002840*-----------------------------------------------------------------
002850*   BROWSE-RTN - WALK THE CASE FILE IN CASE-NUMBER ORDER AND
002860*   SHOW THE OPEN CASES, FIFTEEN TO A SCREEN.  READS WITHOUT
002870*   LOCK - BROWSING MUST NEVER BLOCK A SUPERVISOR WORKING A
002880*   CASE.
002890*-----------------------------------------------------------------
002900 BROWSE-RTN.
002910      MOVE 'N' TO EMNT-BROWSE-EOF-SW.
002920      MOVE ZERO TO EMNT-BROWSE-COUNT.
002930      MOVE 08 TO EMNT-BROWSE-ROW.
002940      DISPLAY (07, 05)
002950          'CASE     SOURCE    RUN DATE  CODE ASSIGNED  FINDING'.
002960      MOVE ZERO TO EC-CASE-NO.
002970      START CASE-FILE KEY NOT LESS THAN EC-CASE-NO
002980        INVALID KEY
002990          MOVE 'Y' TO EMNT-BROWSE-EOF-SW
003000      END-START.
003010      PERFORM BROWSE-NEXT-RTN THRU BROWSE-NEXT-RTN-EXIT
003020          UNTIL EMNT-BROWSE-AT-END.
003030      IF EMNT-BROWSE-COUNT = ZERO
003040          DISPLAY (20, 05) 'NO OPEN CASES                     '
003050      ELSE
003060          DISPLAY (20, 05) 'END OF FILE - PRESS ENTER         '
003070          ACCEPT (20, 40) EMNT-PAUSE-ANS
003080      END-IF.
003090 BROWSE-RTN-EXIT.
003100      EXIT.
003110*-----------------------------------------------------------------
003120*   BROWSE-NEXT-RTN - SHOW ONE OPEN CASE, PAUSING FOR THE
003130*   SUPERVISOR EVERY FIFTEEN ROWS.  CLOSED CASES ARE PASSED
003140*   OVER.
003150*-----------------------------------------------------------------
003160 BROWSE-NEXT-RTN.
003170      READ CASE-FILE NEXT
003180          AT END
003190              MOVE 'Y' TO EMNT-BROWSE-EOF-SW
003200              GO TO BROWSE-NEXT-RTN-EXIT
003210      END-READ.
003220      IF NOT EC-CASE-OPEN
003230          GO TO BROWSE-NEXT-RTN-EXIT
003240      END-IF.
003250      MOVE SPACES TO EMNT-BROWSE-LINE.
003260      STRING EC-CASE-NO DELIMITED BY SIZE
003270          '  ' DELIMITED BY SIZE
003280          EC-SOURCE-JOB DELIMITED BY SIZE
003290          '  ' DELIMITED BY SIZE
003300          EC-RUN-DATE DELIMITED BY SIZE
003310          '  ' DELIMITED BY SIZE
003320          EC-CHR-CODE DELIMITED BY SIZE
003330          '  ' DELIMITED BY SIZE
003340          EC-ASSIGNED-TO DELIMITED BY SIZE
003350          '  ' DELIMITED BY SIZE
003360          EC-REASON DELIMITED BY SIZE
003370          INTO EMNT-BROWSE-LINE.
003380      DISPLAY (EMNT-BROWSE-ROW, 05) EMNT-BROWSE-LINE.
003390      ADD 1 TO EMNT-BROWSE-COUNT.
003400      ADD 1 TO EMNT-BROWSE-ROW.
003410      IF EMNT-BROWSE-ROW > 22
003420          DISPLAY (23, 05) 'MORE - PRESS ENTER'
003430          ACCEPT (23, 25) EMNT-PAUSE-ANS
003440          MOVE 08 TO EMNT-BROWSE-ROW
003450      END-IF.
003460 BROWSE-NEXT-RTN-EXIT.
003470      EXIT.
003480*-----------------------------------------------------------------
003490*   END-RTN - CLOSE THE CASE FILE AND LEAVE THE SCREEN.
003500*-----------------------------------------------------------------
003510 END-RTN.
003520      IF EMNT-FILES-OPEN
003530          CLOSE CASE-FILE
003540      END-IF.
003550      DISPLAY (24, 05) 'WORKQUEUE SESSION ENDED'.
003560      STOP RUN.
003570*-----------------------------------------------------------------
003580*   LOAD-OPER-RTN - READ THE OPTIONAL OPERMAST OPERATOR MASTER
003590*   INTO WORKING STORAGE.  MISSING FILE = SIGN-ON RUNS
003600*   UNVALIDATED, AS IN PROGRAM SAMPLE.
003610*-----------------------------------------------------------------
003620 LOAD-OPER-RTN.
003630      OPEN INPUT OPERATOR-FILE.
003640      IF EMNT-OPER-STATUS = '00'
003650        PERFORM READ-OPER-RTN THRU READ-OPER-RTN-EXIT
003660            UNTIL EMNT-OPER-AT-END
003670        CLOSE OPERATOR-FILE
003680        IF EMNT-OPER-COUNT > ZERO
003690            MOVE 'Y' TO EMNT-OPER-LOADED-SW
003700        END-IF
003710      END-IF.
003720 LOAD-OPER-RTN-EXIT.
003730      EXIT.
003740*-----------------------------------------------------------------
003750*   READ-OPER-RTN - LOAD ONE OPERMAST RECORD INTO THE TABLE.
003760*-----------------------------------------------------------------
003770 READ-OPER-RTN.
003780      READ OPERATOR-FILE
003790          AT END
003800              MOVE 'Y' TO EMNT-OPER-EOF-SW
003810              GO TO READ-OPER-RTN-EXIT
003820      END-READ.
003830      IF EMNT-OPER-COUNT < EMNT-OPER-MAX
003840          ADD 1 TO EMNT-OPER-COUNT
003850          MOVE OP-OPERATOR-ID TO EMNT-OPER-ID (EMNT-OPER-COUNT)
003860          MOVE OP-NAME TO EMNT-OPER-NAME (EMNT-OPER-COUNT)
003870          MOVE OP-AUTH-LEVEL TO EMNT-OPER-AUTH (EMNT-OPER-COUNT)
003880          MOVE OP-STATUS TO EMNT-OPER-STAT (EMNT-OPER-COUNT)
003890      END-IF.
003900 READ-OPER-RTN-EXIT.
003910      EXIT.
003920*-----------------------------------------------------------------
003930*   CHECK-SIGNON-RTN - JUDGE THE SIGNED-ON ID AGAINST THE
003940*   ROSTER.  AN UNKNOWN OR RETIRED ID ENDS THE SESSION BEFORE
003950*   THE CASE FILE IS EVEN OPENED; SUPERVISOR AUTHORITY IS
003960*   REMEMBERED FOR THE WORK GATE.  A SITE WITHOUT OPERMAST
003970*   GETS FULL ACCESS.
003980*-----------------------------------------------------------------
003990 CHECK-SIGNON-RTN.
004000      IF NOT EMNT-OPER-TABLE-LOADED
004010          MOVE 'Y' TO EMNT-SUPER-SW
004020          GO TO CHECK-SIGNON-RTN-EXIT
004030      END-IF.
004040      MOVE EMNT-OPERATOR-ID TO EMNT-LOOKUP-ID.
004050      PERFORM FIND-OPER-RTN THRU FIND-OPER-RTN-EXIT.
004060      EVALUATE TRUE
004070        WHEN EMNT-OPER-FOUND = ZERO
004080          DISPLAY (20, 05) 'OPERATOR NOT ON ROSTER            '
004090          MOVE 'Y' TO EMNT-DONE-SW
004100        WHEN EMNT-OPER-STAT (EMNT-OPER-FOUND) = 'R'
004110          DISPLAY (20, 05) 'OPERATOR ID RETIRED               '
004120          MOVE 'Y' TO EMNT-DONE-SW
004130        WHEN EMNT-OPER-AUTH (EMNT-OPER-FOUND) = 'S'
004140          MOVE 'Y' TO EMNT-SUPER-SW
004150        WHEN OTHER
004160          CONTINUE
004170      END-EVALUATE.
004180 CHECK-SIGNON-RTN-EXIT.
004190      EXIT.
004200*-----------------------------------------------------------------
004210*   FIND-OPER-RTN - LOCATE EMNT-LOOKUP-ID ON THE ROSTER TABLE;
004220*   EMNT-OPER-FOUND IS ZERO WHEN IT IS NOT THERE.
004230*-----------------------------------------------------------------
004240 FIND-OPER-RTN.
004250      MOVE ZERO TO EMNT-OPER-FOUND.
004260      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
004270          VARYING EMNT-OPER-SUB FROM 1 BY 1
004280          UNTIL EMNT-OPER-SUB > EMNT-OPER-COUNT
004290          OR EMNT-OPER-FOUND > ZERO.
004300 FIND-OPER-RTN-EXIT.
004310      EXIT.
004320*-----------------------------------------------------------------
004330*   MATCH-OPER-RTN - TEST ONE ROSTER SLOT AGAINST THE LOOKUP
004340*   ID.
004350*-----------------------------------------------------------------
004360 MATCH-OPER-RTN.
004370      IF EMNT-OPER-ID (EMNT-OPER-SUB) = EMNT-LOOKUP-ID
004380          MOVE EMNT-OPER-SUB TO EMNT-OPER-FOUND
004390      END-IF.
004400 MATCH-OPER-RTN-EXIT.
004410      EXIT.

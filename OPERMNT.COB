000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPERMNT.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   OPERMNT.COB
000090*
000100*   OPERATOR ROSTER MAINTENANCE SCREEN.  SAMPLE'S SIGN-ON,
000110*   MASTMNT, CODEMNT, ENTRYREV, AND SHIFTRPT ALL READ THE
000120*   OPERMAST ROSTER, BUT NOTHING WROTE IT - EVERY NEW HIRE,
000130*   AUTHORITY CHANGE, OR LEAVER MEANT HAND-EDITING THE FLAT
000140*   FILE.  THIS SCREEN IS TO OPERMAST WHAT CODEMNT IS TO
000150*   CODETBL:
000160*
000170*     - ADD AN OPERATOR, CHANGE OP-NAME OR OP-AUTH-LEVEL
000180*       (L/E/S), RETIRE AN ID, OR REINSTATE A RETIRED ONE.
000190*     - REFUSE TO RETIRE OR DOWNGRADE THE LAST ACTIVE
000200*       SUPERVISOR, OR TO ADD ANYTHING BUT A SUPERVISOR TO A
000210*       ROSTER WITH NO ACTIVE ONE, SO THE ROSTER CAN NEVER
000211*       LOCK ITSELF OUT OF ITS OWN MAINTENANCE.
000220*     - APPEND AN OPERAUD CHANGE-AUDIT RECORD (WHO, WHEN, AND
000230*       THE ROW BEFORE AND AFTER) FOR EVERY CHANGE APPLIED.
000240*
000250*   THE WHOLE ROSTER IS LOADED AT STARTUP AND OPERMAST IS
000260*   REWRITTEN AFTER EVERY APPLIED CHANGE, SO A DROPPED
000270*   SESSION NEVER LEAVES A HALF-WRITTEN FILE BEHIND.  A
000280*   ROSTER TOO BIG FOR THE SESSION TABLE IS REFUSED UP FRONT
000290*   - THE REWRITE WOULD LOSE THE OVERFLOW.  A SITE WITHOUT
000300*   OPERMAST RUNS UNVALIDATED AS EVERYWHERE ELSE, WHICH IS
000310*   HOW THE FIRST SUPERVISOR GETS ONTO A FRESH ROSTER.
000320******************************************************************
000330*-----------------------------------------------------------------
000340*   MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   10/15/26   JAG   ORIGINAL PROGRAM - ADD/CHANGE/RETIRE/
000370*                    REINSTATE MAINTENANCE FOR OPERMAST WITH
000380*                    LAST-SUPERVISOR GUARD AND OPERAUD TRAIL.
000381*   10/15/26   JAG   ADD REFUSES AN L OR E OPERATOR WHILE THE
000382*                    ROSTER HAS NO ACTIVE SUPERVISOR.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS OMNT-OPER-STATUS.
000460      SELECT OPER-AUDIT-FILE ASSIGN TO "OPERAUD"
000470          ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  OPERATOR-FILE
000510          RECORD CONTAINS 38 CHARACTERS.
000520      COPY OPRREC.
000530 FD  OPER-AUDIT-FILE
000540          RECORD CONTAINS 108 CHARACTERS.
000550      COPY OAUDREC.
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------------
000580*   SUPERVISOR IDENTIFICATION - STAMPED ON EVERY OPERAUD
000590*   RECORD, AS CODEMNT STAMPS CODEAUD.
000600*-----------------------------------------------------------------
000610 01  OMNT-OPERATOR-ID                 PIC X(08).
000620 01  OMNT-TERMINAL-ID                 PIC X(08).
000630*-----------------------------------------------------------------
000640*   ROSTER WORKING STORAGE - THE WHOLE OPERMAST FILE IS HELD
000650*   HERE FOR THE SESSION, SIZED AS IN THE OTHER SCREENS THAT
000660*   LOAD IT.  THE SAME TABLE JUDGES THE SIGN-ON.
000670*-----------------------------------------------------------------
000680 01  OMNT-OPER-STATUS                 PIC X(02).
000690 01  OMNT-OPER-EOF-SW                 PIC X(01) VALUE 'N'.
000700      88  OMNT-OPER-AT-END                 VALUE 'Y'.
000710 01  OMNT-OPER-LOADED-SW              PIC X(01) VALUE 'N'.
000720      88  OMNT-OPER-TABLE-LOADED           VALUE 'Y'.
000730 01  OMNT-OVERFLOW-SW                 PIC X(01) VALUE 'N'.
000740      88  OMNT-TABLE-OVERFLOWED            VALUE 'Y'.
000750 77  OMNT-OPER-MAX                    PIC 9(03) COMP VALUE 100.
000760 77  OMNT-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
000770 77  OMNT-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
000780 77  OMNT-OPER-FOUND                  PIC 9(03) COMP VALUE ZERO.
000790 77  OMNT-SUPER-COUNT                 PIC 9(03) COMP VALUE ZERO.
000800 01  OMNT-OPER-TABLE.
000810      05  OMNT-OPER-ENTRY OCCURS 100 TIMES.
000820          10  OMNT-OPER-ID             PIC X(08).
000830          10  OMNT-OPER-NAME           PIC X(25).
000840          10  OMNT-OPER-AUTH           PIC X(01).
000850              88  OMNT-ROW-SUPERVISOR      VALUE 'S'.
000860          10  OMNT-OPER-STAT           PIC X(01).
000870              88  OMNT-ROW-ACTIVE          VALUE 'A' ' '.
000880              88  OMNT-ROW-RETIRED         VALUE 'R'.
000890*-----------------------------------------------------------------
000900*   MAINTENANCE DIALOG WORKING STORAGE.
000910*-----------------------------------------------------------------
000920 01  OMNT-DONE-SW                     PIC X(01) VALUE 'N'.
000930      88  OMNT-DONE                        VALUE 'Y'.
000940 01  OMNT-OPEN-SW                     PIC X(01) VALUE 'N'.
000950      88  OMNT-FILES-OPEN                  VALUE 'Y'.
000960 01  OMNT-TASK-CODE                   PIC X(01).
000970      88  OMNT-TASK-ADD                    VALUE 'A' 'a'.
000980      88  OMNT-TASK-CHANGE                 VALUE 'C' 'c'.
000990      88  OMNT-TASK-RETIRE                 VALUE 'R' 'r'.
001000      88  OMNT-TASK-REINSTATE              VALUE 'I' 'i'.
001010      88  OMNT-TASK-BROWSE                 VALUE 'B' 'b'.
001020      88  OMNT-TASK-QUIT                   VALUE 'Q' 'q'.
001030 01  OMNT-WORK-ID                     PIC X(08).
001040 01  OMNT-WORK-NAME                   PIC X(25).
001050 01  OMNT-WORK-AUTH                   PIC X(01).
001060      88  OMNT-AUTH-VALID                  VALUE 'L' 'E' 'S'.
001070 01  OMNT-WORK-STAT                   PIC X(01).
001080 01  OMNT-WORK-ACTION                 PIC X(01).
001090 01  OMNT-NAME-ANS                    PIC X(25).
001100 01  OMNT-AUTH-ANS                    PIC X(01).
001110 01  OMNT-PAUSE-ANS                   PIC X(01).
001120*-----------------------------------------------------------------
001130*   BEFORE-IMAGE OF THE ROW BEING CHANGED, CARRIED ONTO THE
001140*   OPERAUD RECORD BESIDE THE AFTER-IMAGE.
001150*-----------------------------------------------------------------
001160 01  OMNT-OLD-NAME                    PIC X(25).
001170 01  OMNT-OLD-AUTH                    PIC X(01).
001180 01  OMNT-OLD-STAT                    PIC X(01).
001190*-----------------------------------------------------------------
001200*   TIMESTAMP WORKING STORAGE - AS IN PROGRAM SAMPLE'S
001210*   GET-TIMESTAMP-RTN, FOR THE OPERAUD STAMP.
001220*-----------------------------------------------------------------
001230 01  OMNT-CUR-DATE                    PIC 9(08).
001240 01  OMNT-CUR-DATE-R REDEFINES OMNT-CUR-DATE.
001250      05  OMNT-CUR-YYYY                PIC 9(04).
001260      05  OMNT-CUR-MM                  PIC 9(02).
001270      05  OMNT-CUR-DD                  PIC 9(02).
001280 01  OMNT-CUR-TIME                    PIC 9(08).
001290 01  OMNT-CUR-TIME-R REDEFINES OMNT-CUR-TIME.
001300      05  OMNT-CUR-HH                  PIC 9(02).
001310      05  OMNT-CUR-MIN                 PIC 9(02).
001320      05  OMNT-CUR-SEC                 PIC 9(02).
001330      05  OMNT-CUR-HSEC                PIC 9(02).
001340 01  OMNT-TIMESTAMP                   PIC X(19).
001350*-----------------------------------------------------------------
001360*   BROWSE WORKING STORAGE.
001370*-----------------------------------------------------------------
001380 01  OMNT-BROWSE-LINE                 PIC X(60).
001390 77  OMNT-BROWSE-ROW                  PIC 9(02) VALUE 08.
001400 PROCEDURE DIVISION.
001410 HEAD-RTN.
001420      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001430      PERFORM MAINT-RTN THRU MAINT-RTN-EXIT
001440          UNTIL OMNT-DONE.
001450      PERFORM END-RTN.
001460*-----------------------------------------------------------------
001470*   INIT-RTN - LOAD THE ROSTER, IDENTIFY THE SUPERVISOR, AND
001480*   JUDGE THE SIGN-ON BEFORE THE AUDIT FILE IS OPENED (A
001490*   REFUSED SIGN-ON MUST NOT CREATE AN EMPTY AUDIT FILE, AS IN
001500*   CODEMNT).  AN OVERSIZE ROSTER IS REFUSED BEFORE ANYTHING
001510*   ELSE - REWRITING IT FROM A TRUNCATED TABLE WOULD DROP
001520*   PEOPLE OFF THE FLOOR.
001530*-----------------------------------------------------------------
001540 INIT-RTN.
001550      DISPLAY (01, 05) 'OPERMAST ROSTER MAINTENANCE'.
001560      PERFORM LOAD-OPER-RTN THRU LOAD-OPER-RTN-EXIT.
001570      IF OMNT-TABLE-OVERFLOWED
001580          DISPLAY (20, 05)
001590              'ROSTER TOO BIG TO MAINTAIN - CALL SUPPORT'
001600          MOVE 'Y' TO OMNT-DONE-SW
001610          GO TO INIT-RTN-EXIT
001620      END-IF.
001630      DISPLAY (03, 05) 'OPERATOR ID:'.
001640      ACCEPT (03, 25) OMNT-OPERATOR-ID.
001650      DISPLAY (04, 05) 'TERMINAL ID:'.
001660      ACCEPT (04, 25) OMNT-TERMINAL-ID.
001670      PERFORM CHECK-SIGNON-RTN THRU CHECK-SIGNON-RTN-EXIT.
001680      IF OMNT-DONE
001690          GO TO INIT-RTN-EXIT
001700      END-IF.
001710      OPEN EXTEND OPER-AUDIT-FILE.
001720      MOVE 'Y' TO OMNT-OPEN-SW.
001730 INIT-RTN-EXIT.
001740      EXIT.
001750*-----------------------------------------------------------------
001760*   MAINT-RTN - ONE PASS OF THE MAINTENANCE DIALOG.
001770*-----------------------------------------------------------------
001780 MAINT-RTN.
001790      DISPLAY (06, 05)
001800          'ACTION (A=ADD C=CHANGE R=RETIRE I=REINSTATE B=BROWSE '
001810          'Q=QUIT):'.
001820      ACCEPT (06, 67) OMNT-TASK-CODE.
001830      EVALUATE TRUE
001840        WHEN OMNT-TASK-QUIT
001850          MOVE 'Y' TO OMNT-DONE-SW
001860        WHEN OMNT-TASK-BROWSE
001870          PERFORM BROWSE-RTN THRU BROWSE-RTN-EXIT
001880        WHEN OMNT-TASK-ADD
001890          PERFORM ADD-RTN THRU ADD-RTN-EXIT
001900        WHEN OMNT-TASK-CHANGE
001910          PERFORM CHANGE-RTN THRU CHANGE-RTN-EXIT
001920        WHEN OMNT-TASK-RETIRE
001930          PERFORM RETIRE-RTN THRU RETIRE-RTN-EXIT
001940        WHEN OMNT-TASK-REINSTATE
001950          PERFORM REINSTATE-RTN THRU REINSTATE-RTN-EXIT
001960        WHEN OTHER
001970          DISPLAY (20, 05) 'ENTER A, C, R, I, B, OR Q         '
001980      END-EVALUATE.
001990 MAINT-RTN-EXIT.
002000      EXIT.
002010*-----------------------------------------------------------------
002020*   ADD-RTN - ADD ONE NEW OPERATOR, ACTIVE FROM THE MOMENT IT
002030*   IS SAVED.  THE ID MUST BE NEW TO THE ROSTER (A LEAVER
002040*   COMING BACK IS REINSTATED, NOT RE-ADDED, SO THE TRAIL
002050*   STAYS ON ONE ID), THE NAME MAY NOT BE BLANK, AND THE
002060*   AUTHORITY MUST BE L, E, OR S - AND MUST BE S WHILE THE
002061*   ROSTER HAS NO ACTIVE SUPERVISOR, OR THE SAVE WOULD LOCK
002062*   EVERYONE OUT AT THE NEXT SIGN-ON.
002070*-----------------------------------------------------------------
002080 ADD-RTN.
002090      IF OMNT-OPER-COUNT >= OMNT-OPER-MAX
002100          DISPLAY (20, 05) 'ROSTER FULL - CALL SUPPORT        '
002110          GO TO ADD-RTN-EXIT
002120      END-IF.
002130      DISPLAY (07, 05) 'OPERATOR ID TO ADD:'.
002140      ACCEPT (07, 26) OMNT-WORK-ID.
002150      IF OMNT-WORK-ID = SPACES
002160          DISPLAY (20, 05) 'OPERATOR ID MAY NOT BE BLANK      '
002170          GO TO ADD-RTN-EXIT
002180      END-IF.
002190      PERFORM FIND-OPER-RTN THRU FIND-OPER-RTN-EXIT.
002200      IF OMNT-OPER-FOUND > ZERO
002210          DISPLAY (20, 05) 'ID ALREADY ON ROSTER - USE C OR I '
002220          GO TO ADD-RTN-EXIT
002230      END-IF.
002240      DISPLAY (08, 05) 'NAME:'.
002250      ACCEPT (08, 26) OMNT-WORK-NAME.
002260      IF OMNT-WORK-NAME = SPACES
002270          DISPLAY (20, 05) 'NAME MAY NOT BE BLANK             '
002280          GO TO ADD-RTN-EXIT
002290      END-IF.
002300      DISPLAY (09, 05) 'AUTHORITY (L/E/S):'.
002310      ACCEPT (09, 26) OMNT-WORK-AUTH.
002320      PERFORM UPPER-AUTH-RTN THRU UPPER-AUTH-RTN-EXIT.
002330      IF NOT OMNT-AUTH-VALID
002340          DISPLAY (20, 05) 'AUTHORITY MUST BE L, E, OR S      '
002350          GO TO ADD-RTN-EXIT
002360      END-IF.
002361      PERFORM COUNT-SUPER-RTN THRU COUNT-SUPER-RTN-EXIT.
002362      IF OMNT-SUPER-COUNT = ZERO
002363          AND OMNT-WORK-AUTH NOT = 'S'
002364          DISPLAY (20, 05) 'FIRST OPERATOR MUST HAVE AUTHORITY S'
002365          GO TO ADD-RTN-EXIT
002366      END-IF.
002370      MOVE 'A' TO OMNT-WORK-STAT.
002380      MOVE SPACES TO OMNT-OLD-NAME.
002390      MOVE SPACES TO OMNT-OLD-AUTH.
002400      MOVE SPACES TO OMNT-OLD-STAT.
002410      ADD 1 TO OMNT-OPER-COUNT.
002420      MOVE OMNT-OPER-COUNT TO OMNT-OPER-FOUND.
002430      MOVE OMNT-WORK-ID TO OMNT-OPER-ID (OMNT-OPER-FOUND).
002440      MOVE OMNT-WORK-NAME TO OMNT-OPER-NAME (OMNT-OPER-FOUND).
002450      MOVE OMNT-WORK-AUTH TO OMNT-OPER-AUTH (OMNT-OPER-FOUND).
002460      MOVE OMNT-WORK-STAT TO OMNT-OPER-STAT (OMNT-OPER-FOUND).
002470      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
002480      MOVE 'A' TO OMNT-WORK-ACTION.
002490      PERFORM WRITE-OAUD-RTN THRU WRITE-OAUD-RTN-EXIT.
002500      DISPLAY (20, 05) 'OPERATOR ADDED                    '.
002510 ADD-RTN-EXIT.
002520      EXIT.
002530*-----------------------------------------------------------------
002540*   CHANGE-RTN - CHANGE THE NAME AND/OR AUTHORITY ON ONE
002550*   EXISTING ID.  BLANK LEAVES A FIELD AS IT STANDS.  TAKING
002560*   SUPERVISOR AUTHORITY AWAY FROM THE LAST ACTIVE SUPERVISOR
002570*   IS REFUSED.
002580*-----------------------------------------------------------------
002590 CHANGE-RTN.
002600      PERFORM PICK-OPER-RTN THRU PICK-OPER-RTN-EXIT.
002610      IF OMNT-OPER-FOUND = ZERO
002620          GO TO CHANGE-RTN-EXIT
002630      END-IF.
002640      PERFORM SHOW-OPER-RTN THRU SHOW-OPER-RTN-EXIT.
002650      DISPLAY (13, 05) 'NEW NAME (BLANK = KEEP):'.
002660      ACCEPT (14, 05) OMNT-NAME-ANS.
002670      IF OMNT-NAME-ANS NOT = SPACES
002680          MOVE OMNT-NAME-ANS TO OMNT-WORK-NAME
002690      END-IF.
002700      DISPLAY (15, 05) 'NEW AUTHORITY (L/E/S, BLANK = KEEP):'.
002710      ACCEPT (15, 43) OMNT-AUTH-ANS.
002720      IF OMNT-AUTH-ANS NOT = SPACES
002730          MOVE OMNT-AUTH-ANS TO OMNT-WORK-AUTH
002740          PERFORM UPPER-AUTH-RTN THRU UPPER-AUTH-RTN-EXIT
002750      END-IF.
002760      IF NOT OMNT-AUTH-VALID
002770          DISPLAY (20, 05) 'AUTHORITY MUST BE L, E, OR S      '
002780          GO TO CHANGE-RTN-EXIT
002790      END-IF.
002800      IF OMNT-WORK-NAME = OMNT-OLD-NAME
002810          AND OMNT-WORK-AUTH = OMNT-OLD-AUTH
002820          DISPLAY (20, 05) 'NOTHING CHANGED                   '
002830          GO TO CHANGE-RTN-EXIT
002840      END-IF.
002850      IF OMNT-OLD-AUTH = 'S'
002860          AND OMNT-WORK-AUTH NOT = 'S'
002870          AND OMNT-ROW-ACTIVE (OMNT-OPER-FOUND)
002880          PERFORM COUNT-SUPER-RTN THRU COUNT-SUPER-RTN-EXIT
002890          IF OMNT-SUPER-COUNT < 2
002900              DISPLAY (20, 05)
002910                  'LAST ACTIVE SUPERVISOR - DOWNGRADE REFUSED'
002920              GO TO CHANGE-RTN-EXIT
002930          END-IF
002940      END-IF.
002950      MOVE OMNT-WORK-NAME TO OMNT-OPER-NAME (OMNT-OPER-FOUND).
002960      MOVE OMNT-WORK-AUTH TO OMNT-OPER-AUTH (OMNT-OPER-FOUND).
002970      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
002980      MOVE 'C' TO OMNT-WORK-ACTION.
002990      PERFORM WRITE-OAUD-RTN THRU WRITE-OAUD-RTN-EXIT.
003000      DISPLAY (20, 05) 'OPERATOR CHANGED                  '.
003010 CHANGE-RTN-EXIT.
003020      EXIT.
003030*-----------------------------------------------------------------
003040*   RETIRE-RTN - RETIRE ONE ACTIVE ID.  THE ROW STAYS ON THE
003050*   ROSTER (SHIFTRPT AND THE AUDIT TRAIL STILL NEED THE NAME)
003060*   BUT SIGN-ON REFUSES IT FROM NOW ON.  RETIRING THE LAST
003070*   ACTIVE SUPERVISOR IS REFUSED.
003080*-----------------------------------------------------------------
003090 RETIRE-RTN.
003100      PERFORM PICK-OPER-RTN THRU PICK-OPER-RTN-EXIT.
003110      IF OMNT-OPER-FOUND = ZERO
003120          GO TO RETIRE-RTN-EXIT
003130      END-IF.
003140      PERFORM SHOW-OPER-RTN THRU SHOW-OPER-RTN-EXIT.
003150      IF OMNT-ROW-RETIRED (OMNT-OPER-FOUND)
003160          DISPLAY (20, 05) 'OPERATOR ALREADY RETIRED          '
003170          GO TO RETIRE-RTN-EXIT
003180      END-IF.
003190      IF OMNT-ROW-SUPERVISOR (OMNT-OPER-FOUND)
003200          PERFORM COUNT-SUPER-RTN THRU COUNT-SUPER-RTN-EXIT
003210          IF OMNT-SUPER-COUNT < 2
003220              DISPLAY (20, 05)
003230                  'LAST ACTIVE SUPERVISOR - RETIRE REFUSED'
003240              GO TO RETIRE-RTN-EXIT
003250          END-IF
003260      END-IF.
003270      MOVE 'R' TO OMNT-WORK-STAT.
003280      MOVE OMNT-WORK-STAT TO OMNT-OPER-STAT (OMNT-OPER-FOUND).
003290      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
003300      MOVE 'R' TO OMNT-WORK-ACTION.
003310      PERFORM WRITE-OAUD-RTN THRU WRITE-OAUD-RTN-EXIT.
003320      DISPLAY (20, 05) 'OPERATOR RETIRED                  '.
003330 RETIRE-RTN-EXIT.
003340      EXIT.
003350*-----------------------------------------------------------------
003360*   REINSTATE-RTN - RETURN ONE RETIRED ID TO ACTIVE WITH THE
003370*   AUTHORITY IT CARRIED WHEN IT WAS RETIRED (CHANGE IT
003380*   AFTERWARDS IF THE JOB IS DIFFERENT).
003390*-----------------------------------------------------------------
003400 REINSTATE-RTN.
003410      PERFORM PICK-OPER-RTN THRU PICK-OPER-RTN-EXIT.
003420      IF OMNT-OPER-FOUND = ZERO
003430          GO TO REINSTATE-RTN-EXIT
003440      END-IF.
003450      PERFORM SHOW-OPER-RTN THRU SHOW-OPER-RTN-EXIT.
003460      IF NOT OMNT-ROW-RETIRED (OMNT-OPER-FOUND)
003470          DISPLAY (20, 05) 'OPERATOR IS NOT RETIRED           '
003480          GO TO REINSTATE-RTN-EXIT
003490      END-IF.
003500      MOVE 'A' TO OMNT-WORK-STAT.
003510      MOVE OMNT-WORK-STAT TO OMNT-OPER-STAT (OMNT-OPER-FOUND).
003520      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
003530      MOVE 'I' TO OMNT-WORK-ACTION.
003540      PERFORM WRITE-OAUD-RTN THRU WRITE-OAUD-RTN-EXIT.
003550      DISPLAY (20, 05) 'OPERATOR REINSTATED               '.
003560 REINSTATE-RTN-EXIT.
003570      EXIT.
003580*-----------------------------------------------------------------
003590*   PICK-OPER-RTN - ACCEPT AN OPERATOR ID AND LOCATE ITS
003600*   ROSTER ROW, LEAVING OMNT-OPER-FOUND AT ZERO (WITH A
003610*   MESSAGE) WHEN IT IS NOT ON FILE.  THE ROW AS FOUND IS
003620*   COPIED TO BOTH THE WORK FIELDS AND THE BEFORE-IMAGE.
003630*-----------------------------------------------------------------
003640 PICK-OPER-RTN.
003650      DISPLAY (07, 05) 'OPERATOR ID:'.
003660      ACCEPT (07, 26) OMNT-WORK-ID.
003670      PERFORM FIND-OPER-RTN THRU FIND-OPER-RTN-EXIT.
003680      IF OMNT-OPER-FOUND = ZERO
003690          DISPLAY (20, 05) 'OPERATOR ID NOT ON ROSTER         '
003700          GO TO PICK-OPER-RTN-EXIT
003710      END-IF.
003720      MOVE OMNT-OPER-NAME (OMNT-OPER-FOUND) TO OMNT-WORK-NAME.
003730      MOVE OMNT-OPER-AUTH (OMNT-OPER-FOUND) TO OMNT-WORK-AUTH.
003740      MOVE OMNT-OPER-STAT (OMNT-OPER-FOUND) TO OMNT-WORK-STAT.
003750      MOVE OMNT-WORK-NAME TO OMNT-OLD-NAME.
003760      MOVE OMNT-WORK-AUTH TO OMNT-OLD-AUTH.
003770      MOVE OMNT-WORK-STAT TO OMNT-OLD-STAT.
003780 PICK-OPER-RTN-EXIT.
003790      EXIT.
003800*-----------------------------------------------------------------
003810*   FIND-OPER-RTN - LOCATE OMNT-WORK-ID ON THE ROSTER TABLE.
003820*-----------------------------------------------------------------
003830 FIND-OPER-RTN.
003840      MOVE ZERO TO OMNT-OPER-FOUND.
003850      PERFORM MATCH-WORK-RTN THRU MATCH-WORK-RTN-EXIT
003860          VARYING OMNT-OPER-SUB FROM 1 BY 1
003870          UNTIL OMNT-OPER-SUB > OMNT-OPER-COUNT
003880          OR OMNT-OPER-FOUND > ZERO.
003890 FIND-OPER-RTN-EXIT.
003900      EXIT.
003910*-----------------------------------------------------------------
003920*   MATCH-WORK-RTN - TEST ONE ROSTER SLOT AGAINST THE KEYED ID.
003930*-----------------------------------------------------------------
003940 MATCH-WORK-RTN.
003950      IF OMNT-OPER-ID (OMNT-OPER-SUB) = OMNT-WORK-ID
003960          MOVE OMNT-OPER-SUB TO OMNT-OPER-FOUND
003970      END-IF.
003980 MATCH-WORK-RTN-EXIT.
003990      EXIT.
004000*-----------------------------------------------------------------
004010*   SHOW-OPER-RTN - PAINT THE ROW JUST PICKED SO THE
004020*   SUPERVISOR SEES WHAT IS ON FILE BEFORE CHANGING IT.
004030*-----------------------------------------------------------------
004040 SHOW-OPER-RTN.
004050      DISPLAY (09, 05) 'OPERATOR ID: ' OMNT-WORK-ID.
004060      DISPLAY (10, 05) 'NAME:        ' OMNT-WORK-NAME.
004070      DISPLAY (11, 05) 'AUTHORITY:   ' OMNT-WORK-AUTH.
004080      DISPLAY (12, 05) 'STATUS:      ' OMNT-WORK-STAT.
004090 SHOW-OPER-RTN-EXIT.
004100      EXIT.
004110*-----------------------------------------------------------------
004120*   UPPER-AUTH-RTN - ACCEPT A LOWER-CASE AUTHORITY LETTER THE
004130*   SAME WAY THE TASK CODES ARE ACCEPTED IN EITHER CASE.
004140*-----------------------------------------------------------------
004150 UPPER-AUTH-RTN.
004160      INSPECT OMNT-WORK-AUTH CONVERTING 'les' TO 'LES'.
004170 UPPER-AUTH-RTN-EXIT.
004180      EXIT.
004190*-----------------------------------------------------------------
004200*   COUNT-SUPER-RTN - COUNT THE ACTIVE SUPERVISORS ON THE
004210*   ROSTER AS IT STANDS, FOR THE LAST-SUPERVISOR GUARD.
004220*-----------------------------------------------------------------
004230 COUNT-SUPER-RTN.
004240      MOVE ZERO TO OMNT-SUPER-COUNT.
004250      PERFORM COUNT-ONE-RTN THRU COUNT-ONE-RTN-EXIT
004260          VARYING OMNT-OPER-SUB FROM 1 BY 1
004270          UNTIL OMNT-OPER-SUB > OMNT-OPER-COUNT.
004280 COUNT-SUPER-RTN-EXIT.
004290      EXIT.
004300*-----------------------------------------------------------------
004310*   COUNT-ONE-RTN - COUNT ONE SLOT IF IT IS AN ACTIVE
004320*   SUPERVISOR.
004330*-----------------------------------------------------------------
004340 COUNT-ONE-RTN.
004350      IF OMNT-ROW-SUPERVISOR (OMNT-OPER-SUB)
004360          AND OMNT-ROW-ACTIVE (OMNT-OPER-SUB)
004370          ADD 1 TO OMNT-SUPER-COUNT
004380      END-IF.
004390 COUNT-ONE-RTN-EXIT.
004400      EXIT.
004410*-----------------------------------------------------------------
004420*   SAVE-TABLE-RTN - REWRITE OPERMAST FROM THE SESSION TABLE.
004430*   DONE AFTER EVERY APPLIED CHANGE SO A DROPPED SESSION
004440*   NEVER COSTS MORE THAN THE CHANGE IN FLIGHT.
004450*-----------------------------------------------------------------
004460 SAVE-TABLE-RTN.
004470      OPEN OUTPUT OPERATOR-FILE.
004480      PERFORM SAVE-ONE-RTN THRU SAVE-ONE-RTN-EXIT
004490          VARYING OMNT-OPER-SUB FROM 1 BY 1
004500          UNTIL OMNT-OPER-SUB > OMNT-OPER-COUNT.
004510      CLOSE OPERATOR-FILE.
004520 SAVE-TABLE-RTN-EXIT.
004530      EXIT.
004540*-----------------------------------------------------------------
004550*   SAVE-ONE-RTN - WRITE ONE TABLE SLOT BACK TO OPERMAST.
004560*-----------------------------------------------------------------
004570 SAVE-ONE-RTN.
004580      MOVE SPACES TO OP-RECORD.
004590      MOVE OMNT-OPER-ID (OMNT-OPER-SUB) TO OP-OPERATOR-ID.
004600      MOVE OMNT-OPER-NAME (OMNT-OPER-SUB) TO OP-NAME.
004610      MOVE OMNT-OPER-AUTH (OMNT-OPER-SUB) TO OP-AUTH-LEVEL.
004620      MOVE OMNT-OPER-STAT (OMNT-OPER-SUB) TO OP-STATUS.
004630      WRITE OP-RECORD.
004640 SAVE-ONE-RTN-EXIT.
004650      EXIT.
004660*-----------------------------------------------------------------
004670*   WRITE-OAUD-RTN - APPEND ONE CHANGE-AUDIT RECORD TO OPERAUD
004680*   FOR THE CHANGE JUST APPLIED.  CALLER SETS OMNT-WORK-ACTION;
004690*   THE OLD FIELDS HOLD THE ROW AS IT WAS AND THE WORK FIELDS
004700*   THE ROW AS IT NOW STANDS.
004710*-----------------------------------------------------------------
004720 WRITE-OAUD-RTN.
004730      MOVE SPACES TO OA-RECORD.
004740      PERFORM GET-TIMESTAMP-RTN THRU GET-TIMESTAMP-RTN-EXIT.
004750      MOVE OMNT-TIMESTAMP TO OA-TIMESTAMP.
004760      MOVE OMNT-OPERATOR-ID TO OA-OPERATOR-ID.
004770      MOVE OMNT-TERMINAL-ID TO OA-TERMINAL-ID.
004780      MOVE OMNT-WORK-ACTION TO OA-ACTION.
004790      MOVE OMNT-WORK-ID TO OA-TARGET-ID.
004800      MOVE OMNT-OLD-NAME TO OA-OLD-NAME.
004810      MOVE OMNT-OLD-AUTH TO OA-OLD-AUTH-LEVEL.
004820      MOVE OMNT-OLD-STAT TO OA-OLD-STATUS.
004830      MOVE OMNT-WORK-NAME TO OA-NEW-NAME.
004840      MOVE OMNT-WORK-AUTH TO OA-NEW-AUTH-LEVEL.
004850      MOVE OMNT-WORK-STAT TO OA-NEW-STATUS.
004860      WRITE OA-RECORD.
004870 WRITE-OAUD-RTN-EXIT.
004880      EXIT.
004890*-----------------------------------------------------------------
004900*   GET-TIMESTAMP-RTN - BUILD A PRINTABLE YYYY-MM-DD HH:MM:SS
004910*   TIMESTAMP, AS PROGRAM SAMPLE'S PARAGRAPH OF THE SAME NAME.
004920*-----------------------------------------------------------------
004930 GET-TIMESTAMP-RTN.
004940      ACCEPT OMNT-CUR-DATE FROM DATE YYYYMMDD.
004950      ACCEPT OMNT-CUR-TIME FROM TIME.
004960      STRING OMNT-CUR-YYYY DELIMITED BY SIZE
004970          '-' DELIMITED BY SIZE
004980          OMNT-CUR-MM DELIMITED BY SIZE
004990          '-' DELIMITED BY SIZE
005000          OMNT-CUR-DD DELIMITED BY SIZE
005010          ' ' DELIMITED BY SIZE
005020          OMNT-CUR-HH DELIMITED BY SIZE
005030          ':' DELIMITED BY SIZE
005040          OMNT-CUR-MIN DELIMITED BY SIZE
005050          ':' DELIMITED BY SIZE
005060          OMNT-CUR-SEC DELIMITED BY SIZE
005070          INTO OMNT-TIMESTAMP.
005080 GET-TIMESTAMP-RTN-EXIT.
005090      EXIT.
005100*-----------------------------------------------------------------
005110*   BROWSE-RTN - LIST THE ROSTER, FIFTEEN ROWS TO A SCREEN.
005120*-----------------------------------------------------------------
005130 BROWSE-RTN.
005140      IF OMNT-OPER-COUNT = ZERO
005150          DISPLAY (20, 05) 'ROSTER IS EMPTY                   '
005160          GO TO BROWSE-RTN-EXIT
005170      END-IF.
005180      MOVE 08 TO OMNT-BROWSE-ROW.
005190      DISPLAY (07, 05)
005200          'ID        NAME                       AUTH  STATUS'.
005210      PERFORM BROWSE-ONE-RTN THRU BROWSE-ONE-RTN-EXIT
005220          VARYING OMNT-OPER-SUB FROM 1 BY 1
005230          UNTIL OMNT-OPER-SUB > OMNT-OPER-COUNT.
005240      DISPLAY (20, 05) 'END OF ROSTER - PRESS ENTER       '.
005250      ACCEPT (20, 40) OMNT-PAUSE-ANS.
005260 BROWSE-RTN-EXIT.
005270      EXIT.
005280*-----------------------------------------------------------------
005290*   BROWSE-ONE-RTN - SHOW ONE ROSTER ROW, PAUSING FOR THE
005300*   SUPERVISOR EVERY FIFTEEN ROWS.
005310*-----------------------------------------------------------------
005320 BROWSE-ONE-RTN.
005330      MOVE SPACES TO OMNT-BROWSE-LINE.
005340      STRING OMNT-OPER-ID (OMNT-OPER-SUB) DELIMITED BY SIZE
005350          '  ' DELIMITED BY SIZE
005360          OMNT-OPER-NAME (OMNT-OPER-SUB) DELIMITED BY SIZE
005370          '  ' DELIMITED BY SIZE
005380          OMNT-OPER-AUTH (OMNT-OPER-SUB) DELIMITED BY SIZE
005390          '     ' DELIMITED BY SIZE
005400          OMNT-OPER-STAT (OMNT-OPER-SUB) DELIMITED BY SIZE
005410          INTO OMNT-BROWSE-LINE.
005420      DISPLAY (OMNT-BROWSE-ROW, 05) OMNT-BROWSE-LINE.
005430      ADD 1 TO OMNT-BROWSE-ROW.
005440      IF OMNT-BROWSE-ROW > 22
005450          DISPLAY (23, 05) 'MORE - PRESS ENTER'
005460          ACCEPT (23, 25) OMNT-PAUSE-ANS
005470          MOVE 08 TO OMNT-BROWSE-ROW
005480      END-IF.
005490 BROWSE-ONE-RTN-EXIT.
005500      EXIT.
005510*-----------------------------------------------------------------
005520*   END-RTN - CLOSE THE AUDIT FILE AND LEAVE THE SCREEN.
005530*-----------------------------------------------------------------
005540 END-RTN.
005550      IF OMNT-FILES-OPEN
005560          CLOSE OPER-AUDIT-FILE
005570      END-IF.
005580      DISPLAY (24, 05) 'MAINTENANCE SESSION ENDED'.
005590      STOP RUN.
005600*-----------------------------------------------------------------
005610*   LOAD-OPER-RTN - READ THE OPTIONAL OPERMAST OPERATOR MASTER
005620*   INTO WORKING STORAGE.  MISSING FILE = SIGN-ON RUNS
005630*   UNVALIDATED AND THE SESSION STARTS WITH AN EMPTY ROSTER,
005640*   CREATING THE FILE ON THE FIRST APPLIED CHANGE.
005650*-----------------------------------------------------------------
005660 LOAD-OPER-RTN.
005670      OPEN INPUT OPERATOR-FILE.
005680      IF OMNT-OPER-STATUS = '00'
005690        PERFORM READ-OPER-RTN THRU READ-OPER-RTN-EXIT
005700            UNTIL OMNT-OPER-AT-END
005710        CLOSE OPERATOR-FILE
005720        IF OMNT-OPER-COUNT > ZERO
005730            MOVE 'Y' TO OMNT-OPER-LOADED-SW
005740        END-IF
005750      END-IF.
005760 LOAD-OPER-RTN-EXIT.
005770      EXIT.
005780*-----------------------------------------------------------------
005790*   READ-OPER-RTN - LOAD ONE OPERMAST RECORD INTO THE TABLE.
005800*-----------------------------------------------------------------
005810 READ-OPER-RTN.
005820      READ OPERATOR-FILE
005830          AT END
005840              MOVE 'Y' TO OMNT-OPER-EOF-SW
005850              GO TO READ-OPER-RTN-EXIT
005860      END-READ.
005870      IF OMNT-OPER-COUNT >= OMNT-OPER-MAX
005880          MOVE 'Y' TO OMNT-OVERFLOW-SW
005890          MOVE 'Y' TO OMNT-OPER-EOF-SW
005900          GO TO READ-OPER-RTN-EXIT
005910      END-IF.
005920      ADD 1 TO OMNT-OPER-COUNT.
005930      MOVE OP-OPERATOR-ID TO OMNT-OPER-ID (OMNT-OPER-COUNT).
005940      MOVE OP-NAME TO OMNT-OPER-NAME (OMNT-OPER-COUNT).
005950      MOVE OP-AUTH-LEVEL TO OMNT-OPER-AUTH (OMNT-OPER-COUNT).
005960      MOVE OP-STATUS TO OMNT-OPER-STAT (OMNT-OPER-COUNT).
005970 READ-OPER-RTN-EXIT.
005980      EXIT.
005990*-----------------------------------------------------------------
006000*   CHECK-SIGNON-RTN - JUDGE THE SIGNED-ON ID AGAINST THE
006010*   ROSTER.  THE ROSTER DECIDES WHO MAY DO WHAT EVERYWHERE
006020*   ELSE, SO ANYTHING SHORT OF AN ACTIVE SUPERVISOR ENDS THE
006030*   SESSION.  A SITE WITHOUT OPERMAST GETS FULL ACCESS.
006040*-----------------------------------------------------------------
006050 CHECK-SIGNON-RTN.
006060      IF NOT OMNT-OPER-TABLE-LOADED
006070          GO TO CHECK-SIGNON-RTN-EXIT
006080      END-IF.
006090      MOVE ZERO TO OMNT-OPER-FOUND.
006100      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
006110          VARYING OMNT-OPER-SUB FROM 1 BY 1
006120          UNTIL OMNT-OPER-SUB > OMNT-OPER-COUNT
006130          OR OMNT-OPER-FOUND > ZERO.
006140      EVALUATE TRUE
006150        WHEN OMNT-OPER-FOUND = ZERO
006160          DISPLAY (20, 05) 'OPERATOR NOT ON ROSTER            '
006170          MOVE 'Y' TO OMNT-DONE-SW
006180        WHEN OMNT-OPER-STAT (OMNT-OPER-FOUND) = 'R'
006190          DISPLAY (20, 05) 'OPERATOR ID RETIRED               '
006200          MOVE 'Y' TO OMNT-DONE-SW
006210        WHEN OMNT-OPER-AUTH (OMNT-OPER-FOUND) NOT = 'S'
006220          DISPLAY (20, 05)
006230              'ROSTER NEEDS SUPERVISOR AUTHORITY'
006240          MOVE 'Y' TO OMNT-DONE-SW
006250        WHEN OTHER
006260          CONTINUE
006270      END-EVALUATE.
006280 CHECK-SIGNON-RTN-EXIT.
006290      EXIT.
006300*-----------------------------------------------------------------
006310*   MATCH-OPER-RTN - TEST ONE ROSTER SLOT AGAINST THE SIGNED-ON
006320*   OPERATOR ID.
006330*-----------------------------------------------------------------
006340 MATCH-OPER-RTN.
006350      IF OMNT-OPER-ID (OMNT-OPER-SUB) = OMNT-OPERATOR-ID
006360          MOVE OMNT-OPER-SUB TO OMNT-OPER-FOUND
006370      END-IF.
006380 MATCH-OPER-RTN-EXIT.
006390      EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALMNT.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   CALMNT.COB
000090*
000100*   PROCESSING CALENDAR MAINTENANCE SCREEN.  THE NIGHT STREAM
000110*   (RECONJOB, TKTCUT, TKTACK, USAGERPT, AND RUNSTAT) TAKES
000120*   ITS DEFAULT RUN DATE FROM THE BUSCAL CALENDAR.  BUSCAL
000130*   HOLDS ONLY THE EXCEPTIONS TO THE STANDING WEEK (MONDAY TO
000140*   FRIDAY OPEN, SATURDAY AND SUNDAY CLOSED):
000150*
000160*     - SET A DATE CLOSED ('H' - A HOLIDAY OR SHUTDOWN) OR
000170*       OPEN ('B' - A WORKING SATURDAY), WITH A DESCRIPTION.
000180*     - DELETE A DATE, RETURNING IT TO THE STANDING WEEK.
000190*     - BROWSE THE CALENDAR FROM A GIVEN DATE.
000200*
000210*   THE WHOLE CALENDAR IS LOADED AT STARTUP AND BUSCAL IS
000220*   REWRITTEN IN DATE ORDER AFTER EVERY APPLIED CHANGE, AS
000230*   OPERMNT DOES WITH OPERMAST.  A CALENDAR TOO BIG FOR THE
000240*   SESSION TABLE IS REFUSED UP FRONT - THE REWRITE WOULD
000250*   LOSE THE OVERFLOW.  THE TABLE IS THE SAME SIZE AS THE ONE
000260*   THE NIGHT STREAM LOADS (CALWORK.CPY), SO NOTHING SAVED
000270*   HERE IS EVER TRUNCATED THERE.
000280*
000290*   SIGN-ON IS JUDGED AGAINST OPERMAST AS IN RPTVIEW; THE
000300*   CALENDAR NEEDS SUPERVISOR AUTHORITY.
000310******************************************************************
000320*-----------------------------------------------------------------
000330*   MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   10/15/26   JAG   ORIGINAL PROGRAM - SET/DELETE/BROWSE
000360*                    MAINTENANCE FOR THE BUSCAL PROCESSING
000370*                    CALENDAR.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS CALM-CAL-STATUS.
000450      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS CALM-OPER-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALENDAR-FILE
000510          RECORD CONTAINS 41 CHARACTERS.
000520      COPY CALREC.
000530 FD  OPERATOR-FILE
000540          RECORD CONTAINS 38 CHARACTERS.
000550      COPY OPRREC.
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------------
000580*   SUPERVISOR IDENTIFICATION.
000590*-----------------------------------------------------------------
000600 01  CALM-OPERATOR-ID                 PIC X(08).
000610 01  CALM-TERMINAL-ID                 PIC X(08).
000620*-----------------------------------------------------------------
000630*   OPERATOR-MASTER WORKING STORAGE - THE OPERMAST ROSTER
000640*   LOADED AT STARTUP, AS IN RPTVIEW.  A SITE WITHOUT OPERMAST
000650*   KEEPS RUNNING UNVALIDATED.
000660*-----------------------------------------------------------------
000670 01  CALM-OPER-STATUS                 PIC X(02).
000680 01  CALM-OPER-EOF-SW                 PIC X(01) VALUE 'N'.
000690      88  CALM-OPER-AT-END                 VALUE 'Y'.
000700 01  CALM-OPER-LOADED-SW              PIC X(01) VALUE 'N'.
000710      88  CALM-OPER-TABLE-LOADED           VALUE 'Y'.
000720 77  CALM-OPER-MAX                    PIC 9(03) COMP VALUE 100.
000730 77  CALM-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
000740 77  CALM-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
000750 77  CALM-OPER-FOUND                  PIC 9(03) COMP VALUE ZERO.
000760 01  CALM-OPER-TABLE.
000770      05  CALM-OPER-ENTRY OCCURS 100 TIMES.
000780          10  CALM-OPER-ID             PIC X(08).
000790          10  CALM-OPER-AUTH           PIC X(01).
000800          10  CALM-OPER-STAT           PIC X(01).
000810 01  CALM-SUPER-SW                    PIC X(01) VALUE 'N'.
000820      88  CALM-IS-SUPERVISOR               VALUE 'Y'.
000830*-----------------------------------------------------------------
000840*   CALENDAR WORKING STORAGE - THE WHOLE BUSCAL FILE IS HELD
000850*   HERE FOR THE SESSION, IN DATE ORDER.
000860*-----------------------------------------------------------------
000870 01  CALM-CAL-STATUS                  PIC X(02).
000880 01  CALM-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
000890      88  CALM-CAL-AT-END                  VALUE 'Y'.
000900 01  CALM-OVERFLOW-SW                 PIC X(01) VALUE 'N'.
000910      88  CALM-TABLE-OVERFLOWED            VALUE 'Y'.
000920 77  CALM-CAL-MAX                     PIC 9(03) COMP VALUE 400.
000930 77  CALM-CAL-COUNT                   PIC 9(03) COMP VALUE ZERO.
000940 77  CALM-CAL-SUB                     PIC 9(03) COMP VALUE ZERO.
000950 77  CALM-CAL-FOUND                   PIC 9(03) COMP VALUE ZERO.
000960 77  CALM-CAL-SLOT                    PIC 9(03) COMP VALUE ZERO.
000970 01  CALM-CAL-TABLE.
000980      05  CALM-CAL-ENTRY OCCURS 400 TIMES.
000990          10  CALM-CAL-DATE            PIC 9(08).
001000          10  CALM-CAL-TYPE            PIC X(01).
001010          10  CALM-CAL-DESC            PIC X(30).
001020*-----------------------------------------------------------------
001030*   MAINTENANCE DIALOG WORKING STORAGE.
001040*-----------------------------------------------------------------
001050 01  CALM-DONE-SW                     PIC X(01) VALUE 'N'.
001060      88  CALM-DONE                        VALUE 'Y'.
001070 01  CALM-TASK-CODE                   PIC X(01).
001080      88  CALM-TASK-SET                    VALUE 'S' 's'.
001090      88  CALM-TASK-DELETE                 VALUE 'D' 'd'.
001100      88  CALM-TASK-BROWSE                 VALUE 'B' 'b'.
001110      88  CALM-TASK-QUIT                   VALUE 'Q' 'q'.
001120 01  CALM-DATE-ANS                    PIC X(08).
001130 01  CALM-WORK-DATE                   PIC 9(08).
001140 01  CALM-WORK-DATE-R REDEFINES CALM-WORK-DATE.
001150      05  CALM-WORK-YYYY               PIC 9(04).
001160      05  CALM-WORK-MM                 PIC 9(02).
001170      05  CALM-WORK-DD                 PIC 9(02).
001180 01  CALM-WORK-TYPE                   PIC X(01).
001190      88  CALM-TYPE-VALID                  VALUE 'B' 'H'.
001200 01  CALM-WORK-DESC                   PIC X(30).
001210 01  CALM-DESC-ANS                    PIC X(30).
001220 01  CALM-CONFIRM-ANS                 PIC X(01).
001230      88  CALM-CONFIRMED                   VALUE 'Y' 'y'.
001240 01  CALM-PAUSE-ANS                   PIC X(01).
001250 01  CALM-DATE-OK-SW                  PIC X(01) VALUE 'N'.
001260      88  CALM-DATE-OK                     VALUE 'Y'.
001270*-----------------------------------------------------------------
001280*   STANDING-WEEK WORKING STORAGE.  DATE ARITHMETIC IS THE ONE
001290*   PLACE ORDINARY VERBS CANNOT DO THE JOB, SO INTEGER-OF-DATE
001300*   IS USED; ITS DAY 1 (01/01/1601) IS A MONDAY.
001310*-----------------------------------------------------------------
001320 01  CALM-WORK-INT                    PIC 9(08) COMP.
001330 01  CALM-WORK-QUOT                   PIC 9(08) COMP.
001340 01  CALM-WORK-REM                    PIC 9(01) COMP.
001350 77  CALM-WDAY                        PIC 9(01) COMP VALUE 1.
001360 01  CALM-WDAY-NAMES.
001370      05  FILLER                       PIC X(09) VALUE 'MONDAY'.
001380      05  FILLER                       PIC X(09) VALUE 'TUESDAY'.
001390      05  FILLER                       PIC X(09)
001400                                       VALUE 'WEDNESDAY'.
001410      05  FILLER                       PIC X(09) VALUE 'THURSDAY'.
001420      05  FILLER                       PIC X(09) VALUE 'FRIDAY'.
001430      05  FILLER                       PIC X(09) VALUE 'SATURDAY'.
001440      05  FILLER                       PIC X(09) VALUE 'SUNDAY'.
001450 01  CALM-WDAY-TABLE REDEFINES CALM-WDAY-NAMES.
001460      05  CALM-WDAY-NAME OCCURS 7 TIMES
001470                                       PIC X(09).
001480 01  CALM-WEEK-SHOW                   PIC X(06).
001490*-----------------------------------------------------------------
001500*   BROWSE WORKING STORAGE.
001510*-----------------------------------------------------------------
001520 01  CALM-BROWSE-LINE                 PIC X(60).
001530 01  CALM-TYPE-SHOW                   PIC X(06).
001540 77  CALM-BROWSE-ROW                  PIC 9(02) VALUE 08.
001550 PROCEDURE DIVISION.
001560 HEAD-RTN.
001570      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001580      PERFORM MAINT-RTN THRU MAINT-RTN-EXIT
001590          UNTIL CALM-DONE.
001600      PERFORM END-RTN.
001610*-----------------------------------------------------------------
001620*   INIT-RTN - LOAD THE CALENDAR, IDENTIFY THE SUPERVISOR, AND
001630*   JUDGE THE SIGN-ON.  AN OVERSIZE CALENDAR IS REFUSED BEFORE
001640*   ANYTHING ELSE.
001650*-----------------------------------------------------------------
001660 INIT-RTN.
001670      DISPLAY (01, 05) 'BUSCAL PROCESSING CALENDAR MAINTENANCE'.
001680      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001690      IF CALM-TABLE-OVERFLOWED
001700          DISPLAY (20, 05)
001710              'CALENDAR TOO BIG TO MAINTAIN - CALL SUPPORT'
001720          MOVE 'Y' TO CALM-DONE-SW
001730          GO TO INIT-RTN-EXIT
001740      END-IF.
001750      PERFORM LOAD-OPER-RTN THRU LOAD-OPER-RTN-EXIT.
001760      DISPLAY (03, 05) 'OPERATOR ID:'.
001770      ACCEPT (03, 25) CALM-OPERATOR-ID.
001780      DISPLAY (04, 05) 'TERMINAL ID:'.
001790      ACCEPT (04, 25) CALM-TERMINAL-ID.
001800      PERFORM CHECK-SIGNON-RTN THRU CHECK-SIGNON-RTN-EXIT.
001810      IF CALM-DONE
001820          GO TO INIT-RTN-EXIT
001830      END-IF.
001840      IF NOT CALM-IS-SUPERVISOR
001850          DISPLAY (20, 05)
001860              'THE CALENDAR NEEDS SUPERVISOR AUTHORITY'
001870          MOVE 'Y' TO CALM-DONE-SW
001880      END-IF.
001890 INIT-RTN-EXIT.
001900      EXIT.
001910*-----------------------------------------------------------------
001920*   MAINT-RTN - ONE PASS OF THE MAINTENANCE DIALOG.
001930*-----------------------------------------------------------------
001940 MAINT-RTN.
001950      DISPLAY (06, 05)
001960          'ACTION (S=SET D=DELETE B=BROWSE Q=QUIT):'.
001970      ACCEPT (06, 47) CALM-TASK-CODE.
001980      EVALUATE TRUE
001990        WHEN CALM-TASK-QUIT
002000          MOVE 'Y' TO CALM-DONE-SW
002010        WHEN CALM-TASK-BROWSE
002020          PERFORM BROWSE-RTN THRU BROWSE-RTN-EXIT
002030        WHEN CALM-TASK-SET
002040          PERFORM SET-RTN THRU SET-RTN-EXIT
002050        WHEN CALM-TASK-DELETE
002060          PERFORM DELETE-RTN THRU DELETE-RTN-EXIT
002070        WHEN OTHER
002080          DISPLAY (20, 05) 'ENTER S, D, B, OR Q               '
002090      END-EVALUATE.
002100 MAINT-RTN-EXIT.
002110      EXIT.
002120*-----------------------------------------------------------------
002130*   SET-RTN - MARK ONE DATE CLOSED (H) OR OPEN (B), ADDING IT
002140*   TO THE CALENDAR OR CHANGING THE ENTRY ALREADY THERE.  THE
002150*   SUPERVISOR SEES WHAT THE DATE IS NOW - ITS CALENDAR ENTRY,
002160*   OR WHAT THE STANDING WEEK MAKES IT - BEFORE CHANGING IT.
002170*-----------------------------------------------------------------
002180 SET-RTN.
002190      PERFORM PICK-DATE-RTN THRU PICK-DATE-RTN-EXIT.
002200      IF NOT CALM-DATE-OK
002210          GO TO SET-RTN-EXIT
002220      END-IF.
002230      IF CALM-CAL-FOUND = ZERO
002240          AND CALM-CAL-COUNT >= CALM-CAL-MAX
002250          DISPLAY (20, 05) 'CALENDAR FULL - CALL SUPPORT      '
002260          GO TO SET-RTN-EXIT
002270      END-IF.
002280      DISPLAY (12, 05) 'CLOSED (H) OR OPEN (B):'.
002290      ACCEPT (12, 30) CALM-WORK-TYPE.
002300      INSPECT CALM-WORK-TYPE CONVERTING 'bh' TO 'BH'.
002310      IF NOT CALM-TYPE-VALID
002320          DISPLAY (20, 05) 'ENTER H FOR CLOSED OR B FOR OPEN  '
002330          GO TO SET-RTN-EXIT
002340      END-IF.
002350      DISPLAY (13, 05) 'DESCRIPTION:'.
002360      MOVE SPACES TO CALM-DESC-ANS.
002370      ACCEPT (13, 30) CALM-DESC-ANS.
002380      IF CALM-DESC-ANS = SPACES
002390          AND CALM-CAL-FOUND > ZERO
002400          MOVE CALM-CAL-DESC (CALM-CAL-FOUND) TO CALM-DESC-ANS
002410      END-IF.
002420      IF CALM-DESC-ANS = SPACES
002430          DISPLAY (20, 05) 'DESCRIPTION MAY NOT BE BLANK      '
002440          GO TO SET-RTN-EXIT
002450      END-IF.
002460      MOVE CALM-DESC-ANS TO CALM-WORK-DESC.
002470      IF CALM-CAL-FOUND = ZERO
002480          PERFORM INSERT-RTN THRU INSERT-RTN-EXIT
002490      END-IF.
002500      MOVE CALM-WORK-TYPE TO CALM-CAL-TYPE (CALM-CAL-FOUND).
002510      MOVE CALM-WORK-DESC TO CALM-CAL-DESC (CALM-CAL-FOUND).
002520      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
002530      DISPLAY (20, 05) 'CALENDAR DATE SAVED               '.
002540 SET-RTN-EXIT.
002550      EXIT.
002560*-----------------------------------------------------------------
002570*   DELETE-RTN - TAKE ONE DATE OFF THE CALENDAR, RETURNING IT
002580*   TO THE STANDING WEEK, AFTER THE SUPERVISOR CONFIRMS.
002590*-----------------------------------------------------------------
002600 DELETE-RTN.
002610      PERFORM PICK-DATE-RTN THRU PICK-DATE-RTN-EXIT.
002620      IF NOT CALM-DATE-OK
002630          GO TO DELETE-RTN-EXIT
002640      END-IF.
002650      IF CALM-CAL-FOUND = ZERO
002660          DISPLAY (20, 05) 'DATE IS NOT ON THE CALENDAR       '
002670          GO TO DELETE-RTN-EXIT
002680      END-IF.
002690      DISPLAY (12, 05) 'BACK TO THE STANDING WEEK (Y/N):'.
002700      ACCEPT (12, 39) CALM-CONFIRM-ANS.
002710      IF NOT CALM-CONFIRMED
002720          DISPLAY (20, 05) 'NOTHING CHANGED                   '
002730          GO TO DELETE-RTN-EXIT
002740      END-IF.
002750      PERFORM SHIFT-UP-RTN THRU SHIFT-UP-RTN-EXIT
002760          VARYING CALM-CAL-SUB FROM CALM-CAL-FOUND BY 1
002770          UNTIL CALM-CAL-SUB >= CALM-CAL-COUNT.
002780      SUBTRACT 1 FROM CALM-CAL-COUNT.
002790      PERFORM SAVE-TABLE-RTN THRU SAVE-TABLE-RTN-EXIT.
002800      DISPLAY (20, 05) 'CALENDAR DATE DELETED             '.
002810 DELETE-RTN-EXIT.
002820      EXIT.
002830*-----------------------------------------------------------------
002840*   PICK-DATE-RTN - ACCEPT AND EDIT A DATE, LOCATE IT ON THE
002850*   CALENDAR (CALM-CAL-FOUND IS ZERO WHEN IT IS NOT THERE),
002860*   AND SHOW WHAT THE DATE IS NOW.
002870*-----------------------------------------------------------------
002880 PICK-DATE-RTN.
002890      MOVE 'N' TO CALM-DATE-OK-SW.
002900      MOVE ZERO TO CALM-CAL-FOUND.
002910      DISPLAY (07, 05) 'DATE (YYYYMMDD):'.
002920      MOVE SPACES TO CALM-DATE-ANS.
002930      ACCEPT (07, 30) CALM-DATE-ANS.
002940      PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
002950      IF NOT CALM-DATE-OK
002960          DISPLAY (20, 05) 'DATE MUST BE A VALID YYYYMMDD     '
002970          GO TO PICK-DATE-RTN-EXIT
002980      END-IF.
002990      PERFORM MATCH-DATE-RTN THRU MATCH-DATE-RTN-EXIT
003000          VARYING CALM-CAL-SUB FROM 1 BY 1
003010          UNTIL CALM-CAL-SUB > CALM-CAL-COUNT
003020          OR CALM-CAL-FOUND > ZERO.
003030      PERFORM WEEKDAY-RTN THRU WEEKDAY-RTN-EXIT.
003040      DISPLAY (09, 05) 'DATE:        ' CALM-WORK-DATE ' '
003050          CALM-WDAY-NAME (CALM-WDAY).
003060      DISPLAY (10, 05) 'STANDING WEEK MAKES IT ' CALM-WEEK-SHOW.
003070      IF CALM-CAL-FOUND = ZERO
003080          DISPLAY (11, 05) 'NOT ON THE CALENDAR               '
003090      ELSE
003100          MOVE CALM-CAL-TYPE (CALM-CAL-FOUND) TO CALM-WORK-TYPE
003110          PERFORM TYPE-SHOW-RTN THRU TYPE-SHOW-RTN-EXIT
003120          DISPLAY (11, 05) 'ON CALENDAR: ' CALM-TYPE-SHOW ' '
003130              CALM-CAL-DESC (CALM-CAL-FOUND)
003140      END-IF.
003150 PICK-DATE-RTN-EXIT.
003160      EXIT.
003170*-----------------------------------------------------------------
003180*   EDIT-DATE-RTN - JUDGE THE KEYED DATE IN CALM-DATE-ANS AND
003190*   SET CALM-DATE-OK-SW.  IT MUST BE NUMERIC AND A REAL DATE -
003200*   INTEGER-OF-DATE GIVES ZERO FOR ONE THAT IS NOT.
003210*-----------------------------------------------------------------
003220 EDIT-DATE-RTN.
003230      IF CALM-DATE-ANS NOT NUMERIC
003240          GO TO EDIT-DATE-RTN-EXIT
003250      END-IF.
003260      MOVE CALM-DATE-ANS TO CALM-WORK-DATE.
003270      IF CALM-WORK-YYYY < 1601
003280          OR CALM-WORK-MM < 01 OR CALM-WORK-MM > 12
003290          OR CALM-WORK-DD < 01 OR CALM-WORK-DD > 31
003300          GO TO EDIT-DATE-RTN-EXIT
003310      END-IF.
003320      COMPUTE CALM-WORK-INT =
003330          FUNCTION INTEGER-OF-DATE (CALM-WORK-DATE).
003340      IF CALM-WORK-INT > ZERO
003350          MOVE 'Y' TO CALM-DATE-OK-SW
003360      END-IF.
003370 EDIT-DATE-RTN-EXIT.
003380      EXIT.
003390*-----------------------------------------------------------------
003400*   MATCH-DATE-RTN - TEST ONE CALENDAR SLOT AGAINST THE KEYED
003410*   DATE.
003420*-----------------------------------------------------------------
003430 MATCH-DATE-RTN.
003440      IF CALM-CAL-DATE (CALM-CAL-SUB) = CALM-WORK-DATE
003450          MOVE CALM-CAL-SUB TO CALM-CAL-FOUND
003460      END-IF.
003470 MATCH-DATE-RTN-EXIT.
003480      EXIT.
003490*-----------------------------------------------------------------
003500*   WEEKDAY-RTN - WORK OUT THE WEEKDAY OF CALM-WORK-DATE AND
003510*   WHAT THE STANDING WEEK MAKES IT.
003520*-----------------------------------------------------------------
003530 WEEKDAY-RTN.
003540      COMPUTE CALM-WORK-INT =
003550          FUNCTION INTEGER-OF-DATE (CALM-WORK-DATE) - 1.
003560      DIVIDE CALM-WORK-INT BY 7 GIVING CALM-WORK-QUOT
003570          REMAINDER CALM-WORK-REM.
003580      COMPUTE CALM-WDAY = CALM-WORK-REM + 1.
003590      IF CALM-WDAY < 6
003600          MOVE 'OPEN' TO CALM-WEEK-SHOW
003610      ELSE
003620          MOVE 'CLOSED' TO CALM-WEEK-SHOW
003630      END-IF.
003640 WEEKDAY-RTN-EXIT.
003650      EXIT.
003660*-----------------------------------------------------------------
003670*   TYPE-SHOW-RTN - SPELL OUT THE DAY TYPE IN CALM-WORK-TYPE.
003680*-----------------------------------------------------------------
003690 TYPE-SHOW-RTN.
003700      IF CALM-WORK-TYPE = 'B'
003710          MOVE 'OPEN' TO CALM-TYPE-SHOW
003720      ELSE
003730          MOVE 'CLOSED' TO CALM-TYPE-SHOW
003740      END-IF.
003750 TYPE-SHOW-RTN-EXIT.
003760      EXIT.
003770*-----------------------------------------------------------------
003780*   INSERT-RTN - OPEN A SLOT FOR CALM-WORK-DATE IN DATE ORDER
003790*   AND LEAVE ITS SUBSCRIPT IN CALM-CAL-FOUND.
003800*-----------------------------------------------------------------
003810 INSERT-RTN.
003820      MOVE ZERO TO CALM-CAL-SLOT.
003830      PERFORM FIND-SLOT-RTN THRU FIND-SLOT-RTN-EXIT
003840          VARYING CALM-CAL-SUB FROM 1 BY 1
003850          UNTIL CALM-CAL-SUB > CALM-CAL-COUNT
003860          OR CALM-CAL-SLOT > ZERO.
003870      IF CALM-CAL-SLOT = ZERO
003880          COMPUTE CALM-CAL-SLOT = CALM-CAL-COUNT + 1
003890      END-IF.
003900      PERFORM SHIFT-DOWN-RTN THRU SHIFT-DOWN-RTN-EXIT
003910          VARYING CALM-CAL-SUB FROM CALM-CAL-COUNT BY -1
003920          UNTIL CALM-CAL-SUB < CALM-CAL-SLOT.
003930      ADD 1 TO CALM-CAL-COUNT.
003940      MOVE CALM-CAL-SLOT TO CALM-CAL-FOUND.
003950      MOVE CALM-WORK-DATE TO CALM-CAL-DATE (CALM-CAL-FOUND).
003960 INSERT-RTN-EXIT.
003970      EXIT.
003980*-----------------------------------------------------------------
003990*   FIND-SLOT-RTN - THE FIRST SLOT DATED AFTER THE NEW DATE IS
004000*   WHERE THE NEW DATE GOES.
004010*-----------------------------------------------------------------
004020 FIND-SLOT-RTN.
004030      IF CALM-CAL-DATE (CALM-CAL-SUB) > CALM-WORK-DATE
004040          MOVE CALM-CAL-SUB TO CALM-CAL-SLOT
004050      END-IF.
004060 FIND-SLOT-RTN-EXIT.
004070      EXIT.
004080*-----------------------------------------------------------------
004090*   SHIFT-DOWN-RTN - MOVE ONE SLOT DOWN A PLACE TO MAKE ROOM.
004100*-----------------------------------------------------------------
004110 SHIFT-DOWN-RTN.
004120      MOVE CALM-CAL-ENTRY (CALM-CAL-SUB)
004130          TO CALM-CAL-ENTRY (CALM-CAL-SUB + 1).
004140 SHIFT-DOWN-RTN-EXIT.
004150      EXIT.
004160*-----------------------------------------------------------------
004170*   SHIFT-UP-RTN - MOVE ONE SLOT UP A PLACE OVER A DELETED ONE.
004180*-----------------------------------------------------------------
004190 SHIFT-UP-RTN.
004200      MOVE CALM-CAL-ENTRY (CALM-CAL-SUB + 1)
004210          TO CALM-CAL-ENTRY (CALM-CAL-SUB).
004220 SHIFT-UP-RTN-EXIT.
004230      EXIT.
004240*-----------------------------------------------------------------
004250*   SAVE-TABLE-RTN - REWRITE BUSCAL FROM THE SESSION TABLE.
004260*   DONE AFTER EVERY APPLIED CHANGE SO A DROPPED SESSION
004270*   NEVER COSTS MORE THAN THE CHANGE IN FLIGHT.
004280*-----------------------------------------------------------------
004290 SAVE-TABLE-RTN.
004300      OPEN OUTPUT CALENDAR-FILE.
004310      PERFORM SAVE-ONE-RTN THRU SAVE-ONE-RTN-EXIT
004320          VARYING CALM-CAL-SUB FROM 1 BY 1
004330          UNTIL CALM-CAL-SUB > CALM-CAL-COUNT.
004340      CLOSE CALENDAR-FILE.
004350 SAVE-TABLE-RTN-EXIT.
004360      EXIT.
004370*-----------------------------------------------------------------
004380*   SAVE-ONE-RTN - WRITE ONE TABLE SLOT BACK TO BUSCAL.
004390*-----------------------------------------------------------------
004400 SAVE-ONE-RTN.
004410      MOVE SPACES TO CL-RECORD.
004420      MOVE CALM-CAL-DATE (CALM-CAL-SUB) TO CL-DATE.
004430      MOVE CALM-CAL-TYPE (CALM-CAL-SUB) TO CL-DAY-TYPE.
004440      MOVE CALM-CAL-DESC (CALM-CAL-SUB) TO CL-DESCRIPTION.
004450      WRITE CL-RECORD.
004460 SAVE-ONE-RTN-EXIT.
004470      EXIT.
004480*-----------------------------------------------------------------
004490*   BROWSE-RTN - LIST THE CALENDAR FROM A GIVEN DATE (BLANK =
004500*   FROM THE START), FIFTEEN ROWS TO A SCREEN.
004510*-----------------------------------------------------------------
004520 BROWSE-RTN.
004530      IF CALM-CAL-COUNT = ZERO
004540          DISPLAY (20, 05) 'CALENDAR IS EMPTY - STANDING WEEK '
004550          GO TO BROWSE-RTN-EXIT
004560      END-IF.
004570      DISPLAY (07, 05) 'FROM DATE (YYYYMMDD, BLANK = ALL):'.
004580      MOVE SPACES TO CALM-DATE-ANS.
004590      ACCEPT (07, 41) CALM-DATE-ANS.
004600      IF CALM-DATE-ANS = SPACES
004610          MOVE ZERO TO CALM-WORK-DATE
004620      ELSE
004630          IF CALM-DATE-ANS NOT NUMERIC
004640              DISPLAY (20, 05) 'DATE MUST BE YYYYMMDD '
004650              GO TO BROWSE-RTN-EXIT
004660          END-IF
004670          MOVE CALM-DATE-ANS TO CALM-WORK-DATE
004680      END-IF.
004690      MOVE 09 TO CALM-BROWSE-ROW.
004700      DISPLAY (08, 05)
004710          'DATE      DAY        TYPE    DESCRIPTION'.
004720      PERFORM BROWSE-ONE-RTN THRU BROWSE-ONE-RTN-EXIT
004730          VARYING CALM-CAL-SUB FROM 1 BY 1
004740          UNTIL CALM-CAL-SUB > CALM-CAL-COUNT.
004750      DISPLAY (20, 05) 'END OF CALENDAR - PRESS ENTER     '.
004760      ACCEPT (20, 40) CALM-PAUSE-ANS.
004770 BROWSE-RTN-EXIT.
004780      EXIT.
004790*-----------------------------------------------------------------
004800*   BROWSE-ONE-RTN - SHOW ONE CALENDAR ROW ON OR AFTER THE
004810*   FROM DATE, PAUSING FOR THE SUPERVISOR EVERY FIFTEEN ROWS.
004820*-----------------------------------------------------------------
004830 BROWSE-ONE-RTN.
004840      IF CALM-CAL-DATE (CALM-CAL-SUB) < CALM-WORK-DATE
004850          GO TO BROWSE-ONE-RTN-EXIT
004860      END-IF.
004870      MOVE CALM-CAL-TYPE (CALM-CAL-SUB) TO CALM-WORK-TYPE.
004880      PERFORM TYPE-SHOW-RTN THRU TYPE-SHOW-RTN-EXIT.
004890      COMPUTE CALM-WORK-INT =
004900          FUNCTION INTEGER-OF-DATE (CALM-CAL-DATE (CALM-CAL-SUB))
004910          - 1.
004920      DIVIDE CALM-WORK-INT BY 7 GIVING CALM-WORK-QUOT
004930          REMAINDER CALM-WORK-REM.
004940      COMPUTE CALM-WDAY = CALM-WORK-REM + 1.
004950      MOVE SPACES TO CALM-BROWSE-LINE.
004960      STRING CALM-CAL-DATE (CALM-CAL-SUB) DELIMITED BY SIZE
004970          '  ' DELIMITED BY SIZE
004980          CALM-WDAY-NAME (CALM-WDAY) DELIMITED BY SIZE
004990          '  ' DELIMITED BY SIZE
005000          CALM-TYPE-SHOW DELIMITED BY SIZE
005010          '  ' DELIMITED BY SIZE
005020          CALM-CAL-DESC (CALM-CAL-SUB) DELIMITED BY SIZE
005030          INTO CALM-BROWSE-LINE.
005040      DISPLAY (CALM-BROWSE-ROW, 05) CALM-BROWSE-LINE.
005050      ADD 1 TO CALM-BROWSE-ROW.
005060      IF CALM-BROWSE-ROW > 23
005070          DISPLAY (24, 05) 'MORE - PRESS ENTER'
005080          ACCEPT (24, 25) CALM-PAUSE-ANS
005090          MOVE 09 TO CALM-BROWSE-ROW
005100      END-IF.
005110 BROWSE-ONE-RTN-EXIT.
005120      EXIT.
005130*-----------------------------------------------------------------
005140*   END-RTN - LEAVE THE SCREEN.  BUSCAL IS ALREADY CLOSED -
005150*   IT IS ONLY OPEN WHILE A CHANGE IS SAVED.
005160*-----------------------------------------------------------------
005170 END-RTN.
005180      DISPLAY (24, 05) 'CALENDAR SESSION ENDED'.
005190      STOP RUN.
005200*-----------------------------------------------------------------
005210*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL CALENDAR INTO THE
005220*   SESSION TABLE.  MISSING FILE = AN EMPTY CALENDAR, CREATED
005230*   ON THE FIRST APPLIED CHANGE.
005240*-----------------------------------------------------------------
005250 LOAD-CAL-RTN.
005260      OPEN INPUT CALENDAR-FILE.
005270      IF CALM-CAL-STATUS = '00'
005280        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
005290            UNTIL CALM-CAL-AT-END
005300        CLOSE CALENDAR-FILE
005310      END-IF.
005320 LOAD-CAL-RTN-EXIT.
005330      EXIT.
005340*-----------------------------------------------------------------
005350*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.  THE
005360*   FILE IS KEPT IN DATE ORDER BY THIS SCREEN, SO IT IS TAKEN
005370*   AS IT STANDS.
005380*-----------------------------------------------------------------
005390 READ-CAL-RTN.
005400      READ CALENDAR-FILE
005410          AT END
005420              MOVE 'Y' TO CALM-CAL-EOF-SW
005430              GO TO READ-CAL-RTN-EXIT
005440      END-READ.
005450      IF CALM-CAL-COUNT >= CALM-CAL-MAX
005460          MOVE 'Y' TO CALM-OVERFLOW-SW
005470          MOVE 'Y' TO CALM-CAL-EOF-SW
005480          GO TO READ-CAL-RTN-EXIT
005490      END-IF.
005500      ADD 1 TO CALM-CAL-COUNT.
005510      MOVE CL-DATE TO CALM-CAL-DATE (CALM-CAL-COUNT).
005520      MOVE CL-DAY-TYPE TO CALM-CAL-TYPE (CALM-CAL-COUNT).
005530      MOVE CL-DESCRIPTION TO CALM-CAL-DESC (CALM-CAL-COUNT).
005540 READ-CAL-RTN-EXIT.
005550      EXIT.
005560*-----------------------------------------------------------------
005570*   LOAD-OPER-RTN - READ THE OPTIONAL OPERMAST OPERATOR MASTER
005580*   INTO WORKING STORAGE.  MISSING FILE = SIGN-ON RUNS
005590*   UNVALIDATED, AS IN PROGRAM SAMPLE.
005600*-----------------------------------------------------------------
005610 LOAD-OPER-RTN.
005620      OPEN INPUT OPERATOR-FILE.
005630      IF CALM-OPER-STATUS = '00'
005640        PERFORM READ-OPER-RTN THRU READ-OPER-RTN-EXIT
005650            UNTIL CALM-OPER-AT-END
005660        CLOSE OPERATOR-FILE
005670        IF CALM-OPER-COUNT > ZERO
005680            MOVE 'Y' TO CALM-OPER-LOADED-SW
005690        END-IF
005700      END-IF.
005710 LOAD-OPER-RTN-EXIT.
005720      EXIT.
005730*-----------------------------------------------------------------
005740*   READ-OPER-RTN - LOAD ONE OPERMAST RECORD INTO THE TABLE.
005750*-----------------------------------------------------------------
005760 READ-OPER-RTN.
005770      READ OPERATOR-FILE
005780          AT END
005790              MOVE 'Y' TO CALM-OPER-EOF-SW
005800              GO TO READ-OPER-RTN-EXIT
005810      END-READ.
005820      IF CALM-OPER-COUNT < CALM-OPER-MAX
005830          ADD 1 TO CALM-OPER-COUNT
005840          MOVE OP-OPERATOR-ID TO CALM-OPER-ID (CALM-OPER-COUNT)
005850          MOVE OP-AUTH-LEVEL TO CALM-OPER-AUTH (CALM-OPER-COUNT)
005860          MOVE OP-STATUS TO CALM-OPER-STAT (CALM-OPER-COUNT)
005870      END-IF.
005880 READ-OPER-RTN-EXIT.
005890      EXIT.
005900*-----------------------------------------------------------------
005910*   CHECK-SIGNON-RTN - JUDGE THE SIGNED-ON ID AGAINST THE
005920*   ROSTER.  AN UNKNOWN OR RETIRED ID ENDS THE SESSION; A
005930*   SITE WITHOUT OPERMAST GETS FULL ACCESS.
005940*-----------------------------------------------------------------
005950 CHECK-SIGNON-RTN.
005960      IF NOT CALM-OPER-TABLE-LOADED
005970          MOVE 'Y' TO CALM-SUPER-SW
005980          GO TO CHECK-SIGNON-RTN-EXIT
005990      END-IF.
006000      MOVE ZERO TO CALM-OPER-FOUND.
006010      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
006020          VARYING CALM-OPER-SUB FROM 1 BY 1
006030          UNTIL CALM-OPER-SUB > CALM-OPER-COUNT
006040          OR CALM-OPER-FOUND > ZERO.
006050      EVALUATE TRUE
006060        WHEN CALM-OPER-FOUND = ZERO
006070          DISPLAY (20, 05) 'OPERATOR NOT ON ROSTER            '
006080          MOVE 'Y' TO CALM-DONE-SW
006090        WHEN CALM-OPER-STAT (CALM-OPER-FOUND) = 'R'
006100          DISPLAY (20, 05) 'OPERATOR ID RETIRED               '
006110          MOVE 'Y' TO CALM-DONE-SW
006120        WHEN CALM-OPER-AUTH (CALM-OPER-FOUND) = 'S'
006130          MOVE 'Y' TO CALM-SUPER-SW
006140        WHEN OTHER
006150          CONTINUE
006160      END-EVALUATE.
006170 CHECK-SIGNON-RTN-EXIT.
006180      EXIT.
006190*-----------------------------------------------------------------
006200*   MATCH-OPER-RTN - TEST ONE ROSTER SLOT AGAINST THE SIGNED-ON
006210*   OPERATOR ID.
006220*-----------------------------------------------------------------
006230 MATCH-OPER-RTN.
006240      IF CALM-OPER-ID (CALM-OPER-SUB) = CALM-OPERATOR-ID
006250          MOVE CALM-OPER-SUB TO CALM-OPER-FOUND
006260      END-IF.
006270 MATCH-OPER-RTN-EXIT.
006280      EXIT.

000110*   (ONE RECORD PER MASTER CREATE OR USAGE BUMP, APPENDED BY
000120*   PROGRAM SAMPLE) UP INTO DAILY AND WEEKLY USAGE BY CODE
000130*   WITH PERIOD-OVER-PERIOD COMPARISON: THE REPORT DATE VS
000131*   THE BUSINESS DAY BEFORE IT ON THE BUSCAL CALENDAR (SO A
000132*   MONDAY IS MEASURED AGAINST FRIDAY, NOT AN EMPTY SUNDAY),
000133*   AND THE 7 DAYS ENDING ON THE REPORT DATE
000150*   VS THE 7 DAYS BEFORE THAT.  THIS IS THE VOLUME-TREND
000160*   PICTURE PLANNING KEEPS ASKING FOR AND MF-USAGE-COUNT'S
000170*   LIFETIME TOTAL COULD NEVER GIVE THEM.
000180*
000190*   REPORT DATE IS TAKEN FROM THE STARTUP PARAMETER
000191*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE
000192*   FROM THE BUSCAL CALENDAR IS USED - THE CURRENT BUSINESS
000193*   DAY, OR THE PREVIOUS ONE WHEN THE RUN STARTS BEFORE 06:00
000194*   OR ON A CLOSED DAY.
000195*
000196*   THE PARAMETER 'CHAIN' (ALONE, OR AFTER THE DATE AS
000197*   'YYYYMMDD CHAIN') FOLDS A RETIRED CODE'S HISTORY INTO ITS
000198*   SUCCESSOR FROM CODETBL, SO A CODE REPLACED MID-WEEK SHOWS
000199*   AS ONE UNBROKEN TREND UNDER THE NEW CODE INSTEAD OF A DROP
000200*   ON ONE LINE AND A JUMP ON ANOTHER.
000220******************************************************************
000230*-----------------------------------------------------------------
000240*   MODIFICATION HISTORY
000307*                    JOURNAL RECORD NETS -1 IN ITS WINDOWS,
000308*                    SO A BACKED-OUT ENTRY NO LONGER
000309*                    OVERSTATES THE TREND.
000310*   10/15/26   JAG   REPORT DATE DEFAULTS TO THE PROCESSING
000311*                    DATE FROM THE BUSCAL CALENDAR, AND THE
000312*                    DAY IS COMPARED TO THE PREVIOUS BUSINESS
000313*                    DAY INSTEAD OF THE CALENDAR DAY BEFORE.
000314*   10/15/26   JAG   'CHAIN' PARAMETER - FOLD A RETIRED CODE'S
000315*                    JOURNAL HISTORY INTO ITS CODETBL
000316*                    SUCCESSOR, LISTING THE CODES FOLDED.
000317******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000390          ORGANIZATION IS LINE SEQUENTIAL.
000391      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000392          ORGANIZATION IS LINE SEQUENTIAL.
000393      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000394          ORGANIZATION IS LINE SEQUENTIAL
000395          FILE STATUS IS CW-CAL-STATUS.
000396      SELECT CODE-TABLE-FILE ASSIGN TO "CODETBL"
000397          ORGANIZATION IS LINE SEQUENTIAL
000398          FILE STATUS IS URPT-CODE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  JOURNAL-FILE
000471 FD  RUN-CONTROL-FILE
000472          RECORD CONTAINS 39 CHARACTERS.
000473      COPY RUNREC.
000474 FD  CALENDAR-FILE
000475          RECORD CONTAINS 41 CHARACTERS.
000476      COPY CALREC.
000477 FD  CODE-TABLE-FILE
000478          RECORD CONTAINS 56 CHARACTERS.
000479      COPY CODEREC.
000480 WORKING-STORAGE SECTION.
000490 01  URPT-JOURNAL-STATUS              PIC X(02).
000500 01  URPT-JOURNAL-EOF-SW              PIC X(01) VALUE 'N'.
000540*   WINDOWS.  DATE ARITHMETIC IS THE ONE PLACE ORDINARY VERBS
000550*   CANNOT DO THE JOB, SO INTEGER-OF-DATE IS USED.
000560*-----------------------------------------------------------------
000570 01  URPT-RUN-PARM                    PIC X(20).
000571 01  URPT-RUN-PARM-R REDEFINES URPT-RUN-PARM.
000572      05  URPT-PARM-DATE               PIC X(08).
000573      05  FILLER                       PIC X(01).
000574      05  URPT-PARM-OPTION             PIC X(05).
000575      05  FILLER                       PIC X(06).
000580 01  URPT-RUN-DATE                    PIC 9(08).
000590 01  URPT-DAY-INT                     PIC 9(08) COMP.
000600 01  URPT-REC-INT                     PIC 9(08) COMP.
000610 01  URPT-WEEK-LOW                    PIC 9(08) COMP.
000620 01  URPT-PWEEK-LOW                   PIC 9(08) COMP.
000630 01  URPT-PWEEK-HIGH                  PIC 9(08) COMP.
000631 01  URPT-PDAY-DATE                   PIC 9(08).
000632 01  URPT-PDAY-INT                    PIC 9(08) COMP.
000633 01  URPT-LOW-INT                     PIC 9(08) COMP.
000640*-----------------------------------------------------------------
000650*   PER-CODE ACCUMULATOR TABLE.
000660*-----------------------------------------------------------------
000750          10  URPT-PDAY-CNT            PIC S9(07) COMP.
000760          10  URPT-WEEK-CNT            PIC S9(07) COMP.
000770          10  URPT-PWEEK-CNT           PIC S9(07) COMP.
000771 01  URPT-KEY-CHR                     PIC X(03).
000772*-----------------------------------------------------------------
000773*   SUCCESSION TABLE - EVERY CODETBL ROW RETIRED BEFORE THE
000774*   REPORT DATE THAT NAMES A SUCCESSOR, LOADED ONLY WHEN THE
000775*   CHAIN OPTION IS GIVEN.  A JOURNAL CODE IS FOLLOWED ALONG IT
000776*   AT MOST URPT-SUCC-MAX HOPS (A CIRCLE KEYED ON CODETBL MUST
000777*   NOT LOOP THE JOB).
000778*-----------------------------------------------------------------
000779 01  URPT-CHAIN-SW                    PIC X(01) VALUE 'N'.
000780      88  URPT-CHAINING                    VALUE 'Y'.
000781 01  URPT-CODE-STATUS                 PIC X(02).
000782 01  URPT-CODE-EOF-SW                 PIC X(01) VALUE 'N'.
000783      88  URPT-CODE-AT-END                 VALUE 'Y'.
000784 77  URPT-SUCC-TAB-MAX                PIC 9(03) COMP VALUE 500.
000785 77  URPT-SUCC-COUNT                  PIC 9(03) COMP VALUE ZERO.
000786 77  URPT-SUCC-SUB                    PIC 9(03) COMP VALUE ZERO.
000787 77  URPT-SUCC-FOUND                  PIC 9(03) COMP VALUE ZERO.
000788 01  URPT-SUCC-TABLE.
000789      05  URPT-SUCC-ENTRY OCCURS 500 TIMES.
000790          10  URPT-SUCC-OLD            PIC X(03).
000791          10  URPT-SUCC-NEW            PIC X(03).
000792 77  URPT-SUCC-MAX                    PIC 9(02) COMP VALUE 5.
000793 77  URPT-SUCC-HOPS                   PIC 9(02) COMP VALUE ZERO.
000794 01  URPT-SUCC-SETTLED-SW             PIC X(01) VALUE 'N'.
000795      88  URPT-SUCC-SETTLED                VALUE 'Y'.
000796 01  URPT-CHAIN-COUNT                 PIC 9(07) COMP VALUE ZERO.
000797*-----------------------------------------------------------------
000798*   REPORT-LINE WORKING STORAGE.
000800*-----------------------------------------------------------------
000810 01  URPT-DAY-D                       PIC Z(04)9-.
000820 01  URPT-PDAY-D                      PIC Z(04)9-.
000914*-----------------------------------------------------------------
000915 01  URPT-RC-EVENT                    PIC X(01).
000916 77  URPT-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
000917      COPY CALWORK.
000920 PROCEDURE DIVISION.
000930 HEAD-RTN.
000940      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001042      MOVE ZERO TO URPT-RC-KEY-COUNT.
001043      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001050      ACCEPT URPT-RUN-PARM FROM COMMAND-LINE.
001051      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001052*    'CHAIN' MAY STAND ALONE (DEFAULT DATE) OR FOLLOW THE DATE.
001053      IF URPT-PARM-DATE = 'CHAIN'
001054          MOVE 'Y' TO URPT-CHAIN-SW
001055          MOVE SPACES TO URPT-PARM-DATE
001056      END-IF.
001057      IF URPT-PARM-OPTION = 'CHAIN'
001058          MOVE 'Y' TO URPT-CHAIN-SW
001059      END-IF.
001060      IF URPT-PARM-DATE = SPACES
001061          ACCEPT CW-TEST-DATE FROM DATE YYYYMMDD
001062          ACCEPT CW-TEST-TIME FROM TIME
001063          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
001064          MOVE CW-TEST-DATE TO URPT-RUN-DATE
001080      ELSE
001090          MOVE URPT-PARM-DATE TO URPT-RUN-DATE
001100      END-IF.
001110      COMPUTE URPT-DAY-INT =
001120          FUNCTION INTEGER-OF-DATE (URPT-RUN-DATE).
001130      COMPUTE URPT-WEEK-LOW = URPT-DAY-INT - 6.
001140      COMPUTE URPT-PWEEK-LOW = URPT-DAY-INT - 13.
001150      COMPUTE URPT-PWEEK-HIGH = URPT-DAY-INT - 7.
001151*    THE PRIOR-DAY COLUMN IS THE BUSINESS DAY BEFORE THE REPORT
001152*    DATE; AFTER A LONG CLOSURE IT CAN FALL BEFORE THE PRIOR
001153*    WEEK, SO THE READ WINDOW STARTS AT WHICHEVER IS EARLIER.
001154      MOVE URPT-RUN-DATE TO CW-TEST-DATE.
001155      PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT.
001156      MOVE CW-TEST-DATE TO URPT-PDAY-DATE.
001157      COMPUTE URPT-PDAY-INT =
001158          FUNCTION INTEGER-OF-DATE (URPT-PDAY-DATE).
001159      MOVE URPT-PWEEK-LOW TO URPT-LOW-INT.
001160      IF URPT-PDAY-INT < URPT-LOW-INT
001161          MOVE URPT-PDAY-INT TO URPT-LOW-INT
001162      END-IF.
001163      IF URPT-CHAINING
001164          PERFORM LOAD-SUCC-RTN THRU LOAD-SUCC-RTN-EXIT
001165      END-IF.
001166      OPEN INPUT JOURNAL-FILE.
001170      IF URPT-JOURNAL-STATUS NOT = '00'
001180          MOVE 'Y' TO URPT-JOURNAL-EOF-SW
001190      END-IF.
001220      EXIT.
001230*-----------------------------------------------------------------
001240*   READ-JOURNAL-RTN - BUCKET ONE JOURNAL RECORD INTO THE
001241*   DAY/PRIOR-BUSINESS-DAY/WEEK/PRIOR-WEEK WINDOWS FOR ITS
001242*   CODE.  A RECORD OUTSIDE EVERY WINDOW STILL COUNTS AS READ
001243*   BUT LANDS NOWHERE.  UNDER THE CHAIN OPTION A RETIRED CODE
001244*   LANDS ON ITS SUCCESSOR'S LINE.
001280*-----------------------------------------------------------------
001290 READ-JOURNAL-RTN.
001300      READ JOURNAL-FILE
001380      END-IF.
001390      COMPUTE URPT-REC-INT =
001400          FUNCTION INTEGER-OF-DATE (JR-DATE).
001401      IF URPT-REC-INT < URPT-LOW-INT
001420          OR URPT-REC-INT > URPT-DAY-INT
001430          GO TO READ-JOURNAL-RTN-EXIT
001440      END-IF.
001441      MOVE JR-CHR-CODE TO URPT-KEY-CHR.
001442      IF URPT-CHAINING
001443          PERFORM CHAIN-CODE-RTN THRU CHAIN-CODE-RTN-EXIT
001444      END-IF.
001450      PERFORM FIND-CODE-RTN THRU FIND-CODE-RTN-EXIT.
001460      IF URPT-CODE-FOUND = ZERO
001470          GO TO READ-JOURNAL-RTN-EXIT
001490      IF URPT-REC-INT = URPT-DAY-INT
001500          ADD URPT-DELTA TO URPT-DAY-CNT (URPT-CODE-FOUND)
001510      END-IF.
001511      IF URPT-REC-INT = URPT-PDAY-INT
001530          ADD URPT-DELTA TO URPT-PDAY-CNT (URPT-CODE-FOUND)
001540      END-IF.
001550      IF URPT-REC-INT >= URPT-WEEK-LOW
001640      EXIT.
001650*-----------------------------------------------------------------
001660*   FIND-CODE-RTN - LOCATE (OR ADD) THE TABLE SLOT FOR THE
001670*   CODE ON THE CURRENT JOURNAL RECORD (URPT-KEY-CHR).
001680*-----------------------------------------------------------------
001690 FIND-CODE-RTN.
001700      MOVE ZERO TO URPT-CODE-FOUND.
001800          AND URPT-CODE-COUNT < URPT-CODE-MAX
001810          ADD 1 TO URPT-CODE-COUNT
001820          MOVE URPT-CODE-COUNT TO URPT-CODE-FOUND
001830          MOVE URPT-KEY-CHR TO URPT-CODE-CHR (URPT-CODE-FOUND)
001840          MOVE ZERO TO URPT-DAY-CNT (URPT-CODE-FOUND)
001850          MOVE ZERO TO URPT-PDAY-CNT (URPT-CODE-FOUND)
001860          MOVE ZERO TO URPT-WEEK-CNT (URPT-CODE-FOUND)
001930*   JOURNAL RECORD'S CODE.
001940*-----------------------------------------------------------------
001950 MATCH-CODE-RTN.
001960      IF URPT-CODE-CHR (URPT-CODE-SUB) = URPT-KEY-CHR
001970          MOVE URPT-CODE-SUB TO URPT-CODE-FOUND
001980      END-IF.
001990 MATCH-CODE-RTN-EXIT.
002050      MOVE SPACES TO UR-RECORD.
002060      STRING 'USAGE TREND REPORT FOR ' DELIMITED BY SIZE
002070          URPT-RUN-DATE DELIMITED BY SIZE
002071          ' VS ' DELIMITED BY SIZE
002072          URPT-PDAY-DATE DELIMITED BY SIZE
002080          '  (DAY AND 7-DAY WINDOWS)' DELIMITED BY SIZE
002090          INTO UR-RECORD.
002100      WRITE UR-RECORD.
002240          MOVE '    THIS REPORT ***' TO UR-RECORD
002250          WRITE UR-RECORD
002260      END-IF.
002261      IF URPT-CHAINING
002262          PERFORM WRITE-CHAIN-RTN THRU WRITE-CHAIN-RTN-EXIT
002263      END-IF.
002270      MOVE URPT-REC-COUNT TO URPT-REC-COUNT-D.
002280      MOVE SPACES TO UR-RECORD.
002290      STRING 'JOURNAL RECORDS READ: ' DELIMITED BY SIZE
002920      CLOSE RUN-CONTROL-FILE.
002930 WRITE-RUNCTL-RTN-EXIT.
002940      EXIT.
002950*-----------------------------------------------------------------
002960*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
002970*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
002980*   (MONDAY TO FRIDAY OPEN).
002990*-----------------------------------------------------------------
003000 LOAD-CAL-RTN.
003010      MOVE ZERO TO CW-CAL-COUNT.
003020      OPEN INPUT CALENDAR-FILE.
003030      IF CW-CAL-STATUS = '00'
003040        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
003050            UNTIL CW-CAL-AT-END
003060        CLOSE CALENDAR-FILE
003070        IF CW-CAL-TRUNCATED
003080            DISPLAY 'USAGERPT: BUSCAL TRUNCATED AT 400 '
003090                'DATES - LATER DATES FOLLOW THE STANDING '
003100                'WEEK'
003110        END-IF
003120      END-IF.
003130 LOAD-CAL-RTN-EXIT.
003140      EXIT.
003150*-----------------------------------------------------------------
003160*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
003170*-----------------------------------------------------------------
003180 READ-CAL-RTN.
003190      READ CALENDAR-FILE
003200          AT END
003210              MOVE 'Y' TO CW-CAL-EOF-SW
003220              GO TO READ-CAL-RTN-EXIT
003230      END-READ.
003240      IF CL-DATE NOT NUMERIC
003250          GO TO READ-CAL-RTN-EXIT
003260      END-IF.
003270      IF CW-CAL-COUNT < CW-CAL-MAX
003280          ADD 1 TO CW-CAL-COUNT
003290          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
003300          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
003310      ELSE
003320          MOVE 'Y' TO CW-CAL-TRUNC-SW
003330      END-IF.
003340 READ-CAL-RTN-EXIT.
003350      EXIT.
003360*-----------------------------------------------------------------
003370*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
003380*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
003390*   IS OPEN MONDAY TO FRIDAY.
003400*-----------------------------------------------------------------
003410 BUS-DAY-RTN.
003420      MOVE 'N' TO CW-OPEN-SW.
003430      MOVE ZERO TO CW-CAL-FOUND.
003440      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
003450          VARYING CW-CAL-SUB FROM 1 BY 1
003460          UNTIL CW-CAL-SUB > CW-CAL-COUNT
003470          OR CW-CAL-FOUND > ZERO.
003480      IF CW-CAL-FOUND > ZERO
003490          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
003500              MOVE 'Y' TO CW-OPEN-SW
003510          END-IF
003520          GO TO BUS-DAY-RTN-EXIT
003530      END-IF.
003540      COMPUTE CW-TEST-INT =
003550          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003560      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
003570          REMAINDER CW-WORK-REM.
003580      IF CW-WORK-REM < 5
003590          MOVE 'Y' TO CW-OPEN-SW
003600      END-IF.
003610 BUS-DAY-RTN-EXIT.
003620      EXIT.
003630*-----------------------------------------------------------------
003640*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
003650*   CW-TEST-DATE.
003660*-----------------------------------------------------------------
003670 MATCH-CAL-RTN.
003680      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
003690          MOVE CW-CAL-SUB TO CW-CAL-FOUND
003700      END-IF.
003710 MATCH-CAL-RTN-EXIT.
003720      EXIT.
003730*-----------------------------------------------------------------
003740*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
003750*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
003760*   YEAR STOPS THE WALK RATHER THAN LOOPING.
003770*-----------------------------------------------------------------
003780 PREV-BUS-DAY-RTN.
003790      MOVE ZERO TO CW-STEPS.
003800      MOVE 'N' TO CW-OPEN-SW.
003810      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
003820          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
003830 PREV-BUS-DAY-RTN-EXIT.
003840      EXIT.
003850*-----------------------------------------------------------------
003860*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
003870*   AND JUDGE IT.
003880*-----------------------------------------------------------------
003890 BACK-ONE-DAY-RTN.
003900      COMPUTE CW-TEST-INT =
003910          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003920      COMPUTE CW-TEST-DATE =
003930          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
003940      ADD 1 TO CW-STEPS.
003950      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
003960 BACK-ONE-DAY-RTN-EXIT.
003970      EXIT.
003980*-----------------------------------------------------------------
003990*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
004000*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
004010*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
004020*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
004030*   IT.
004040*-----------------------------------------------------------------
004050 PROC-DATE-RTN.
004060      IF CW-TEST-TIME < CW-DAY-START
004070          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
004080          GO TO PROC-DATE-RTN-EXIT
004090      END-IF.
004100      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
004110      IF NOT CW-DAY-OPEN
004120          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
004130      END-IF.
004140 PROC-DATE-RTN-EXIT.
004150      EXIT.
004160*-----------------------------------------------------------------
004170*   LOAD-SUCC-RTN - READ THE OPTIONAL CODETBL CODE TABLE AND
004180*   KEEP EVERY ROW RETIRED BEFORE THE REPORT DATE THAT NAMES A
004190*   SUCCESSOR.  A MISSING CODETBL SIMPLY CHAINS NOTHING.
004200*-----------------------------------------------------------------
004210 LOAD-SUCC-RTN.
004220      OPEN INPUT CODE-TABLE-FILE.
004230      IF URPT-CODE-STATUS = '00'
004240        PERFORM READ-SUCC-RTN THRU READ-SUCC-RTN-EXIT
004250            UNTIL URPT-CODE-AT-END
004260        CLOSE CODE-TABLE-FILE
004270      END-IF.
004280 LOAD-SUCC-RTN-EXIT.
004290      EXIT.
004300*-----------------------------------------------------------------
004310*   READ-SUCC-RTN - JUDGE ONE CODETBL RECORD FOR THE SUCCESSION
004320*   TABLE.  A CODE WITH SEVERAL RETIRED RANGES IS TAKEN ONCE,
004330*   FROM ITS FIRST ROW NAMING A SUCCESSOR.
004340*-----------------------------------------------------------------
004350 READ-SUCC-RTN.
004360      READ CODE-TABLE-FILE
004370          AT END
004380              MOVE 'Y' TO URPT-CODE-EOF-SW
004390              GO TO READ-SUCC-RTN-EXIT
004400      END-READ.
004410      IF CT-SUCCESSOR-CODE = SPACES
004420          OR CT-EXP-DATE NOT < URPT-RUN-DATE
004430          GO TO READ-SUCC-RTN-EXIT
004440      END-IF.
004450      MOVE CT-CHR-CODE TO URPT-KEY-CHR.
004460      PERFORM FIND-SUCC-RTN THRU FIND-SUCC-RTN-EXIT.
004470      IF URPT-SUCC-FOUND > ZERO
004480          GO TO READ-SUCC-RTN-EXIT
004490      END-IF.
004500      IF URPT-SUCC-COUNT < URPT-SUCC-TAB-MAX
004510          ADD 1 TO URPT-SUCC-COUNT
004520          MOVE CT-CHR-CODE TO URPT-SUCC-OLD (URPT-SUCC-COUNT)
004530          MOVE CT-SUCCESSOR-CODE
004531              TO URPT-SUCC-NEW (URPT-SUCC-COUNT)
004540      END-IF.
004550 READ-SUCC-RTN-EXIT.
004560      EXIT.
004570*-----------------------------------------------------------------
004580*   FIND-SUCC-RTN - LOCATE URPT-KEY-CHR AMONG THE RETIRED CODES
004590*   OF THE SUCCESSION TABLE (URPT-SUCC-FOUND ZERO IF ABSENT).
004600*-----------------------------------------------------------------
004610 FIND-SUCC-RTN.
004620      MOVE ZERO TO URPT-SUCC-FOUND.
004630      PERFORM MATCH-SUCC-RTN THRU MATCH-SUCC-RTN-EXIT
004640          VARYING URPT-SUCC-SUB FROM 1 BY 1
004650          UNTIL URPT-SUCC-SUB > URPT-SUCC-COUNT
004660          OR URPT-SUCC-FOUND > ZERO.
004670 FIND-SUCC-RTN-EXIT.
004680      EXIT.
004690*-----------------------------------------------------------------
004700*   MATCH-SUCC-RTN - TEST ONE SUCCESSION SLOT AGAINST
004710*   URPT-KEY-CHR.
004720*-----------------------------------------------------------------
004730 MATCH-SUCC-RTN.
004740      IF URPT-SUCC-OLD (URPT-SUCC-SUB) = URPT-KEY-CHR
004750          MOVE URPT-SUCC-SUB TO URPT-SUCC-FOUND
004760      END-IF.
004770 MATCH-SUCC-RTN-EXIT.
004780      EXIT.
004790*-----------------------------------------------------------------
004800*   CHAIN-CODE-RTN - CARRY URPT-KEY-CHR ALONG THE SUCCESSION
004810*   TABLE TO THE END OF ITS CHAIN, COUNTING THE JOURNAL RECORDS
004820*   THAT END UP UNDER ANOTHER CODE.
004830*-----------------------------------------------------------------
004840 CHAIN-CODE-RTN.
004850      MOVE ZERO TO URPT-SUCC-HOPS.
004860      MOVE 'N' TO URPT-SUCC-SETTLED-SW.
004870      PERFORM CHAIN-HOP-RTN THRU CHAIN-HOP-RTN-EXIT
004880          UNTIL URPT-SUCC-SETTLED.
004890      IF URPT-KEY-CHR NOT = JR-CHR-CODE
004900          ADD 1 TO URPT-CHAIN-COUNT
004910      END-IF.
004920 CHAIN-CODE-RTN-EXIT.
004930      EXIT.
004940*-----------------------------------------------------------------
004950*   CHAIN-HOP-RTN - TAKE ONE HOP ALONG THE SUCCESSION TABLE.
004960*-----------------------------------------------------------------
004970 CHAIN-HOP-RTN.
004980      IF URPT-SUCC-HOPS NOT < URPT-SUCC-MAX
004990          MOVE 'Y' TO URPT-SUCC-SETTLED-SW
005000          GO TO CHAIN-HOP-RTN-EXIT
005010      END-IF.
005020      PERFORM FIND-SUCC-RTN THRU FIND-SUCC-RTN-EXIT.
005030      IF URPT-SUCC-FOUND = ZERO
005040          MOVE 'Y' TO URPT-SUCC-SETTLED-SW
005050          GO TO CHAIN-HOP-RTN-EXIT
005060      END-IF.
005070      MOVE URPT-SUCC-NEW (URPT-SUCC-FOUND) TO URPT-KEY-CHR.
005080      ADD 1 TO URPT-SUCC-HOPS.
005090 CHAIN-HOP-RTN-EXIT.
005100      EXIT.
005110*-----------------------------------------------------------------
005120*   WRITE-CHAIN-RTN - LIST THE RETIRED CODES FOLDED INTO THEIR
005130*   SUCCESSORS ON THIS REPORT AND HOW MANY JOURNAL RECORDS
005140*   MOVED, SO NOBODY MISTAKES A CHAINED LINE FOR RAW USAGE.
005150*-----------------------------------------------------------------
005160 WRITE-CHAIN-RTN.
005170      MOVE SPACES TO UR-RECORD.
005180      IF URPT-SUCC-COUNT = ZERO
005190          MOVE 'CHAINED: NO RETIRED CODE NAMES A SUCCESSOR'
005200              TO UR-RECORD
005210          WRITE UR-RECORD
005220          GO TO WRITE-CHAIN-RTN-EXIT
005230      END-IF.
005240      PERFORM WRITE-CHAIN-ONE-RTN THRU WRITE-CHAIN-ONE-RTN-EXIT
005250          VARYING URPT-SUCC-SUB FROM 1 BY 1
005260          UNTIL URPT-SUCC-SUB > URPT-SUCC-COUNT.
005270      MOVE URPT-CHAIN-COUNT TO URPT-REC-COUNT-D.
005280      MOVE SPACES TO UR-RECORD.
005290      STRING 'JOURNAL RECORDS CHAINED: ' DELIMITED BY SIZE
005300          URPT-REC-COUNT-D DELIMITED BY SIZE
005310          INTO UR-RECORD.
005320      WRITE UR-RECORD.
005330 WRITE-CHAIN-RTN-EXIT.
005340      EXIT.
005350*-----------------------------------------------------------------
005360*   WRITE-CHAIN-ONE-RTN - ONE LINE PER RETIRED CODE FOLDED.
005370*-----------------------------------------------------------------
005380 WRITE-CHAIN-ONE-RTN.
005390      MOVE SPACES TO UR-RECORD.
005400      STRING 'CHAINED: RETIRED CODE ' DELIMITED BY SIZE
005410          URPT-SUCC-OLD (URPT-SUCC-SUB) DELIMITED BY SIZE
005420          ' REPORTED UNDER SUCCESSOR ' DELIMITED BY SIZE
005430          URPT-SUCC-NEW (URPT-SUCC-SUB) DELIMITED BY SIZE
005440          INTO UR-RECORD.
005450      WRITE UR-RECORD.
005460 WRITE-CHAIN-ONE-RTN-EXIT.
005470      EXIT.

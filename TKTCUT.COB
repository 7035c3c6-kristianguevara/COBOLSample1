000270*   MISSING HANDOFF.
000280*
000290*   GENERATION DATE IS TAKEN FROM THE STARTUP PARAMETER
000291*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE
000292*   FROM THE BUSCAL CALENDAR IS USED - THE CURRENT BUSINESS
000293*   DAY, OR THE PREVIOUS ONE WHEN THE RUN STARTS BEFORE 06:00
000294*   OR ON A CLOSED DAY - SO A CUT AFTER MIDNIGHT STILL CLOSES
000295*   THE DAY JUST ENDED.
000320*
000330*   RETURN CODES:  0 = GENERATION CLOSED
000340*                  4 = ALREADY CLOSED, NOTHING DONE
000421*   09/02/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000422*                    RUN-CONTROL LOG FOR THE RUNSTAT CHAIN
000423*                    REPORT.
000424*   10/15/26   JAG   GENERATION DATE DEFAULTS TO THE
000425*                    PROCESSING DATE FROM THE BUSCAL
000426*                    CALENDAR.
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000560          FILE STATUS IS TCUT-LKPF-STATUS.
000561      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000562          ORGANIZATION IS LINE SEQUENTIAL.
000563      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000564          ORGANIZATION IS LINE SEQUENTIAL
000565          FILE STATUS IS CW-CAL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TICKET-FILE
000671 FD  RUN-CONTROL-FILE
000672          RECORD CONTAINS 39 CHARACTERS.
000673      COPY RUNREC.
000674 FD  CALENDAR-FILE
000675          RECORD CONTAINS 41 CHARACTERS.
000676      COPY CALREC.
000680 WORKING-STORAGE SECTION.
000690 01  TCUT-TICKET-STATUS               PIC X(02).
000700 01  TCUT-CKPT-STATUS                 PIC X(02).
000873*-----------------------------------------------------------------
000874 01  TCUT-RC-EVENT                    PIC X(01).
000875 77  TCUT-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
000876      COPY CALWORK.
000880*-----------------------------------------------------------------
000890*   TIMESTAMP WORKING STORAGE - AS IN PROGRAM SAMPLE'S
000900*   GET-TIMESTAMP-RTN, FOR THE CUT STAMP ON THE CONTROL
001220 INIT-RTN.
001230      ACCEPT TCUT-CUR-DATE FROM DATE YYYYMMDD.
001240      ACCEPT TCUT-RUN-PARM FROM COMMAND-LINE.
001241      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001250      IF TCUT-RUN-PARM = SPACES
001251          MOVE TCUT-CUR-DATE TO CW-TEST-DATE
001252          ACCEPT CW-TEST-TIME FROM TIME
001253          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
001254          MOVE CW-TEST-DATE TO TCUT-GEN-DATE
001270      ELSE
001280          MOVE TCUT-RUN-PARM TO TCUT-GEN-DATE
001290      END-IF.
002600      CLOSE RUN-CONTROL-FILE.
002610 WRITE-RUNCTL-RTN-EXIT.
002620      EXIT.
002630*-----------------------------------------------------------------
002640*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
002650*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
002660*   (MONDAY TO FRIDAY OPEN).
002670*-----------------------------------------------------------------
002680 LOAD-CAL-RTN.
002690      MOVE ZERO TO CW-CAL-COUNT.
002700      OPEN INPUT CALENDAR-FILE.
002710      IF CW-CAL-STATUS = '00'
002720        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
002730            UNTIL CW-CAL-AT-END
002740        CLOSE CALENDAR-FILE
002750        IF CW-CAL-TRUNCATED
002760            DISPLAY 'TKTCUT: BUSCAL TRUNCATED AT 400 '
002770                'DATES - LATER DATES FOLLOW THE STANDING '
002780                'WEEK'
002790        END-IF
002800      END-IF.
002810 LOAD-CAL-RTN-EXIT.
002820      EXIT.
002830*-----------------------------------------------------------------
002840*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
002850*-----------------------------------------------------------------
002860 READ-CAL-RTN.
002870      READ CALENDAR-FILE
002880          AT END
002890              MOVE 'Y' TO CW-CAL-EOF-SW
002900              GO TO READ-CAL-RTN-EXIT
002910      END-READ.
002920      IF CL-DATE NOT NUMERIC
002930          GO TO READ-CAL-RTN-EXIT
002940      END-IF.
002950      IF CW-CAL-COUNT < CW-CAL-MAX
002960          ADD 1 TO CW-CAL-COUNT
002970          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
002980          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
002990      ELSE
003000          MOVE 'Y' TO CW-CAL-TRUNC-SW
003010      END-IF.
003020 READ-CAL-RTN-EXIT.
003030      EXIT.
003040*-----------------------------------------------------------------
003050*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
003060*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
003070*   IS OPEN MONDAY TO FRIDAY.
003080*-----------------------------------------------------------------
003090 BUS-DAY-RTN.
003100      MOVE 'N' TO CW-OPEN-SW.
003110      MOVE ZERO TO CW-CAL-FOUND.
003120      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
003130          VARYING CW-CAL-SUB FROM 1 BY 1
003140          UNTIL CW-CAL-SUB > CW-CAL-COUNT
003150          OR CW-CAL-FOUND > ZERO.
003160      IF CW-CAL-FOUND > ZERO
003170          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
003180              MOVE 'Y' TO CW-OPEN-SW
003190          END-IF
003200          GO TO BUS-DAY-RTN-EXIT
003210      END-IF.
003220      COMPUTE CW-TEST-INT =
003230          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003240      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
003250          REMAINDER CW-WORK-REM.
003260      IF CW-WORK-REM < 5
003270          MOVE 'Y' TO CW-OPEN-SW
003280      END-IF.
003290 BUS-DAY-RTN-EXIT.
003300      EXIT.
003310*-----------------------------------------------------------------
003320*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
003330*   CW-TEST-DATE.
003340*-----------------------------------------------------------------
003350 MATCH-CAL-RTN.
003360      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
003370          MOVE CW-CAL-SUB TO CW-CAL-FOUND
003380      END-IF.
003390 MATCH-CAL-RTN-EXIT.
003400      EXIT.
003410*-----------------------------------------------------------------
003420*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
003430*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
003440*   YEAR STOPS THE WALK RATHER THAN LOOPING.
003450*-----------------------------------------------------------------
003460 PREV-BUS-DAY-RTN.
003470      MOVE ZERO TO CW-STEPS.
003480      MOVE 'N' TO CW-OPEN-SW.
003490      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
003500          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
003510 PREV-BUS-DAY-RTN-EXIT.
003520      EXIT.
003530*-----------------------------------------------------------------
003540*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
003550*   AND JUDGE IT.
003560*-----------------------------------------------------------------
003570 BACK-ONE-DAY-RTN.
003580      COMPUTE CW-TEST-INT =
003590          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003600      COMPUTE CW-TEST-DATE =
003610          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
003620      ADD 1 TO CW-STEPS.
003630      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
003640 BACK-ONE-DAY-RTN-EXIT.
003650      EXIT.
003660*-----------------------------------------------------------------
003670*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
003680*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
003690*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
003700*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
003710*   IT.
003720*-----------------------------------------------------------------
003730 PROC-DATE-RTN.
003740      IF CW-TEST-TIME < CW-DAY-START
003750          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
003760          GO TO PROC-DATE-RTN-EXIT
003770      END-IF.
003780      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
003790      IF NOT CW-DAY-OPEN
003800          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
003810      END-IF.
003820 PROC-DATE-RTN-EXIT.
003830      EXIT.

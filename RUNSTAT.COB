000190*   (OR IS STILL RUNNING) AND IS CALLED OUT AS SUCH.
000200*
000210*   REPORT DATE IS TAKEN FROM THE STARTUP PARAMETER
000211*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE LAST BUSINESS
000212*   DAY BEFORE TODAY ON THE BUSCAL CALENDAR IS USED - THE
000213*   NIGHT JUST FINISHED.  EACH RUNCTL RECORD COUNTS FOR ITS
000214*   PROCESSING DATE (A JOB BEFORE 06:00 IS STILL WORKING ON
000215*   THE BUSINESS DAY BEFORE), SO A CHAIN THAT RUNS PAST
000216*   MIDNIGHT REPORTS AS ONE NIGHT.  A DATE WITH NO RECORDS IS
000217*   ONLY A FAILURE IF THE FLOOR WAS OPEN THAT DAY.
000240*
000250*   RETURN CODES:  0 = EVERY JOB ENDED BELOW 8
000260*                  8 = A JOB FAILED OR NEVER ENDED
000300*   DATE       INIT  DESCRIPTION
000310*   09/02/26   JAG   ORIGINAL PROGRAM - ONE-PAGE CHAIN STATUS
000320*                    FROM THE RUNCTL RUN-CONTROL LOG.
000321*   10/15/26   JAG   LOGS ITS OWN START/END ON RUNCTL SO THE
000322*                    RPTARCH REPORT ARCHIVE CAN TIE THE
000323*                    RUNSTAT REPORT TO ITS RUN; ITS OWN
000324*                    RECORDS ARE LEFT OFF THE CHAIN REPORT.
000325*   10/15/26   JAG   REPORT DATE DEFAULTS TO THE LAST
000326*                    BUSINESS DAY ON THE BUSCAL CALENDAR;
000327*                    RECORDS ARE TAKEN BY PROCESSING DATE,
000328*                    AND A CLOSED DAY WITH NO CHAIN IS NOT A
000329*                    FAILURE.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000390          FILE STATUS IS RSTA-RUNCTL-STATUS.
000400      SELECT STATUS-REPORT-FILE ASSIGN TO "RUNSTAT"
000410          ORGANIZATION IS LINE SEQUENTIAL.
000411      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000412          ORGANIZATION IS LINE SEQUENTIAL
000413          FILE STATUS IS CW-CAL-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RUN-CONTROL-FILE
000470 FD  STATUS-REPORT-FILE
000480          RECORD CONTAINS 80 CHARACTERS.
000490 01  ST-RECORD                        PIC X(80).
000491 FD  CALENDAR-FILE
000492          RECORD CONTAINS 41 CHARACTERS.
000493      COPY CALREC.
000500 WORKING-STORAGE SECTION.
000510 01  RSTA-RUNCTL-STATUS               PIC X(02).
000520 01  RSTA-RUNCTL-EOF-SW               PIC X(01) VALUE 'N'.
000900 01  RSTA-KEYS-D                      PIC Z(06)9.
000910 01  RSTA-FAIL-SW                     PIC X(01) VALUE 'N'.
000920      88  RSTA-CHAIN-FAILED                VALUE 'Y'.
000921*-----------------------------------------------------------------
000922*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
000923*-----------------------------------------------------------------
000924 01  RSTA-RC-EVENT                    PIC X(01).
000925 77  RSTA-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
000926      COPY CALWORK.
000930 PROCEDURE DIVISION.
000940 HEAD-RTN.
000950      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001040*-----------------------------------------------------------------
001050 INIT-RTN.
001060      ACCEPT RSTA-RUN-PARM FROM COMMAND-LINE.
001061      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001070      IF RSTA-RUN-PARM = SPACES
001071          ACCEPT CW-TEST-DATE FROM DATE YYYYMMDD
001072          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
001073          MOVE CW-TEST-DATE TO RSTA-REPORT-DATE
001090      ELSE
001100          MOVE RSTA-RUN-PARM TO RSTA-REPORT-DATE
001110      END-IF.
001111      MOVE 'S' TO RSTA-RC-EVENT.
001112      MOVE ZERO TO RSTA-RC-KEY-COUNT.
001113      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001120      OPEN INPUT RUN-CONTROL-FILE.
001130      IF RSTA-RUNCTL-STATUS NOT = '00'
001140          MOVE 'Y' TO RSTA-RUNCTL-EOF-SW
001260              MOVE 'Y' TO RSTA-RUNCTL-EOF-SW
001270              GO TO READ-RUNCTL-RTN-EXIT
001280      END-READ.
001281*    RUNSTAT'S OWN RECORDS ARE LEFT OFF - THIS RUN WOULD SHOW
001282*    AS NEVER ENDED ON ITS OWN REPORT.
001283      IF RC-PROGRAM = 'RUNSTAT '
001284          OR RC-DATE NOT NUMERIC
001285          OR RC-DATE < RSTA-REPORT-DATE
001300          GO TO READ-RUNCTL-RTN-EXIT
001310      END-IF.
001311*    A RECORD COUNTS FOR THE BUSINESS DAY ITS JOB WAS WORKING
001312*    ON - A JOB AFTER MIDNIGHT IS STILL PART OF THE NIGHT
001313*    BEFORE.
001314      MOVE RC-DATE TO CW-TEST-DATE.
001315      MOVE RC-TIME TO CW-TEST-TIME.
001316      PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT.
001317      IF CW-TEST-DATE NOT = RSTA-REPORT-DATE
001318          GO TO READ-RUNCTL-RTN-EXIT
001319      END-IF.
001320      PERFORM FIND-PGM-RTN THRU FIND-PGM-RTN-EXIT.
001330      IF RSTA-PGM-FOUND = ZERO
001340          GO TO READ-RUNCTL-RTN-EXIT
001920          INTO ST-RECORD.
001930      WRITE ST-RECORD.
001940      IF RSTA-PGM-COUNT = ZERO
001941          MOVE RSTA-REPORT-DATE TO CW-TEST-DATE
001942          PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT
001950          MOVE SPACES TO ST-RECORD
001951          IF CW-DAY-OPEN
001952              MOVE 'NO RUNCTL RECORDS FOR THIS DATE' TO ST-RECORD
001953              MOVE 'Y' TO RSTA-FAIL-SW
001954          ELSE
001955              MOVE 'FLOOR CLOSED THIS DATE - NO CHAIN EXPECTED'
001956                  TO ST-RECORD
001957          END-IF
001970          WRITE ST-RECORD
001990          GO TO WRITE-REPORT-RTN-EXIT
002000      END-IF.
002010      MOVE SPACES TO ST-RECORD.
002820      IF RSTA-CHAIN-FAILED
002830          MOVE 8 TO RETURN-CODE
002840      END-IF.
002841      MOVE 'E' TO RSTA-RC-EVENT.
002842      MOVE RSTA-PGM-COUNT TO RSTA-RC-KEY-COUNT.
002843      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002850      STOP RUN.
002851*-----------------------------------------------------------------
002852*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
002853*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS RSTA-RC-EVENT
002854*   AND RSTA-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
002855*   STANDS.  ONLY EVER CALLED WHILE RUNCTL IS NOT OPEN FOR
002856*   THE REPORT PASS.
002857*-----------------------------------------------------------------
002858 WRITE-RUNCTL-RTN.
002859      OPEN EXTEND RUN-CONTROL-FILE.
002860      MOVE SPACES TO RC-RECORD.
002861      MOVE 'RUNSTAT ' TO RC-PROGRAM.
002862      ACCEPT RC-DATE FROM DATE YYYYMMDD.
002863      ACCEPT RC-TIME FROM TIME.
002864      MOVE RSTA-RC-EVENT TO RC-EVENT.
002865      MOVE RETURN-CODE TO RC-RETURN-CODE.
002866      MOVE RSTA-RC-KEY-COUNT TO RC-KEY-COUNT.
002867      WRITE RC-RECORD.
002868      CLOSE RUN-CONTROL-FILE.
002869 WRITE-RUNCTL-RTN-EXIT.
002870      EXIT.
002880*-----------------------------------------------------------------
002890*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
002900*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
002910*   (MONDAY TO FRIDAY OPEN).
002920*-----------------------------------------------------------------
002930 LOAD-CAL-RTN.
002940      MOVE ZERO TO CW-CAL-COUNT.
002950      OPEN INPUT CALENDAR-FILE.
002960      IF CW-CAL-STATUS = '00'
002970        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
002980            UNTIL CW-CAL-AT-END
002990        CLOSE CALENDAR-FILE
003000        IF CW-CAL-TRUNCATED
003010            DISPLAY 'RUNSTAT: BUSCAL TRUNCATED AT 400 '
003020                'DATES - LATER DATES FOLLOW THE STANDING '
003030                'WEEK'
003040        END-IF
003050      END-IF.
003060 LOAD-CAL-RTN-EXIT.
003070      EXIT.
003080*-----------------------------------------------------------------
003090*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
003100*-----------------------------------------------------------------
003110 READ-CAL-RTN.
003120      READ CALENDAR-FILE
003130          AT END
003140              MOVE 'Y' TO CW-CAL-EOF-SW
003150              GO TO READ-CAL-RTN-EXIT
003160      END-READ.
003170      IF CL-DATE NOT NUMERIC
003180          GO TO READ-CAL-RTN-EXIT
003190      END-IF.
003200      IF CW-CAL-COUNT < CW-CAL-MAX
003210          ADD 1 TO CW-CAL-COUNT
003220          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
003230          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
003240      ELSE
003250          MOVE 'Y' TO CW-CAL-TRUNC-SW
003260      END-IF.
003270 READ-CAL-RTN-EXIT.
003280      EXIT.
003290*-----------------------------------------------------------------
003300*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
003310*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
003320*   IS OPEN MONDAY TO FRIDAY.
003330*-----------------------------------------------------------------
003340 BUS-DAY-RTN.
003350      MOVE 'N' TO CW-OPEN-SW.
003360      MOVE ZERO TO CW-CAL-FOUND.
003370      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
003380          VARYING CW-CAL-SUB FROM 1 BY 1
003390          UNTIL CW-CAL-SUB > CW-CAL-COUNT
003400          OR CW-CAL-FOUND > ZERO.
003410      IF CW-CAL-FOUND > ZERO
003420          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
003430              MOVE 'Y' TO CW-OPEN-SW
003440          END-IF
003450          GO TO BUS-DAY-RTN-EXIT
003460      END-IF.
003470      COMPUTE CW-TEST-INT =
003480          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003490      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
003500          REMAINDER CW-WORK-REM.
003510      IF CW-WORK-REM < 5
003520          MOVE 'Y' TO CW-OPEN-SW
003530      END-IF.
003540 BUS-DAY-RTN-EXIT.
003550      EXIT.
003560*-----------------------------------------------------------------
003570*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
003580*   CW-TEST-DATE.
003590*-----------------------------------------------------------------
003600 MATCH-CAL-RTN.
003610      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
003620          MOVE CW-CAL-SUB TO CW-CAL-FOUND
003630      END-IF.
003640 MATCH-CAL-RTN-EXIT.
003650      EXIT.
003660*-----------------------------------------------------------------
003670*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
003680*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
003690*   YEAR STOPS THE WALK RATHER THAN LOOPING.
003700*-----------------------------------------------------------------
003710 PREV-BUS-DAY-RTN.
003720      MOVE ZERO TO CW-STEPS.
003730      MOVE 'N' TO CW-OPEN-SW.
003740      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
003750          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
003760 PREV-BUS-DAY-RTN-EXIT.
003770      EXIT.
003780*-----------------------------------------------------------------
003790*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
003800*   AND JUDGE IT.
003810*-----------------------------------------------------------------
003820 BACK-ONE-DAY-RTN.
003830      COMPUTE CW-TEST-INT =
003840          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
003850      COMPUTE CW-TEST-DATE =
003860          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
003870      ADD 1 TO CW-STEPS.
003880      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
003890 BACK-ONE-DAY-RTN-EXIT.
003900      EXIT.
003910*-----------------------------------------------------------------
003920*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
003930*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
003940*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
003950*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
003960*   IT.
003970*-----------------------------------------------------------------
003980 PROC-DATE-RTN.
003990      IF CW-TEST-TIME < CW-DAY-START
004000          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
004010          GO TO PROC-DATE-RTN-EXIT
004020      END-IF.
004030      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
004040      IF NOT CW-DAY-OPEN
004050          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
004060      END-IF.
004070 PROC-DATE-RTN-EXIT.
004080      EXIT.

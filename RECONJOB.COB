000170*   SNAPSHOT.  ANY CODE THAT DOES NOT THREE-WAY BALANCE GOES
000180*   ON THE RECONRPT EXCEPTION REPORT.  THE JOB THEN REWRITES
000190*   MASTSNAP WITH TODAY'S COUNTS FOR TOMORROW'S RUN.
000191*   EVERY EXCEPTION ALSO GOES ON THE EXCRECON EXTRACT FOR THE
000192*   EXCLOAD EXCEPTION WORKQUEUE.
000200*
000210*   RUN DATE IS TAKEN FROM THE STARTUP PARAMETER (YYYYMMDD);
000211*   WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE FROM THE
000212*   BUSCAL CALENDAR IS USED - THE CURRENT BUSINESS DAY, OR THE
000213*   PREVIOUS ONE WHEN THE RUN STARTS BEFORE 06:00 OR ON A
000214*   CLOSED DAY.  THE BATCH-NEVER-COMPLETED WARNING IS ONLY
000215*   RAISED FOR A DAY THE FLOOR WAS OPEN.
000230*
000240*   RETURN CODES:  0 = ALL CODES BALANCED
000250*                  4 = ONE OR MORE CODES OUT OF BALANCE
000442*                    AND AN 'X' TICKET CANCEL COUNTS -1 ON
000443*                    THE TICKET LEG, SO A REVERSED DAY
000444*                    STILL THREE-WAY BALANCES.
000445*   10/15/26   JAG   EVERY OUT-OF-BALANCE FINDING ALSO GOES
000446*                    ON THE EXCRECON EXTRACT, WHICH EXCLOAD
000447*                    CARRIES INTO THE EXCCASE EXCEPTION
000448*                    WORKQUEUE.
000449*   10/15/26   JAG   RUN DATE DEFAULTS TO THE PROCESSING DATE
000450*                    FROM THE BUSCAL CALENDAR.  THE BATCH
000451*                    CHECK TAKES A SAMPLE RUN AFTER MIDNIGHT
000452*                    AS THE NIGHT BEFORE'S AND IS SKIPPED FOR
000453*                    A DAY THE FLOOR WAS CLOSED.
000454*   10/15/26   JAG   CODETBL RECORD NOW 56 BYTES (SUCCESSOR
000455*                    CODE ADDED).
000456******************************************************************
000457 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480      SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
000671      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000672          ORGANIZATION IS LINE SEQUENTIAL
000673          FILE STATUS IS RCON-RUNCTL-STATUS.
000674      SELECT EXCEPTION-EXTRACT-FILE ASSIGN TO "EXCRECON"
000675          ORGANIZATION IS LINE SEQUENTIAL.
000676      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000677          ORGANIZATION IS LINE SEQUENTIAL
000678          FILE STATUS IS CW-CAL-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  AUDIT-FILE
000830          RECORD CONTAINS 80 CHARACTERS.
000840 01  RR-RECORD                        PIC X(80).
000850 FD  CODE-TABLE-FILE
000860          RECORD CONTAINS 56 CHARACTERS.
000870      COPY CODEREC.
000871 FD  RUN-CONTROL-FILE
000872          RECORD CONTAINS 39 CHARACTERS.
000873      COPY RUNREC.
000874 FD  EXCEPTION-EXTRACT-FILE
000875          RECORD CONTAINS 72 CHARACTERS.
000876      COPY EXCPREC.
000877 FD  CALENDAR-FILE
000878          RECORD CONTAINS 41 CHARACTERS.
000879      COPY CALREC.
000880 WORKING-STORAGE SECTION.
000890      COPY CHRCODES.
000891      COPY CALWORK.
000900*-----------------------------------------------------------------
000910*   CODE-TABLE WORKING STORAGE - LOADED FROM CODETBL AT
000920*   STARTUP; THE COMPILED-IN CHRCODES LIST IS THE FALLBACK
001910*-----------------------------------------------------------------
001920 INIT-RTN.
001930      ACCEPT RCON-RUN-PARM FROM COMMAND-LINE.
001931      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001940      IF RCON-RUN-PARM = SPACES
001941          ACCEPT CW-TEST-DATE FROM DATE YYYYMMDD
001942          ACCEPT CW-TEST-TIME FROM TIME
001943          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
001944          MOVE CW-TEST-DATE TO RCON-RUN-DATE
001960      ELSE
001970          MOVE RCON-RUN-PARM TO RCON-RUN-DATE
001980      END-IF.
002030          '-' DELIMITED BY SIZE
002040          RCON-RUN-DD DELIMITED BY SIZE
002050          INTO RCON-DATE-PREFIX.
002051      MOVE RCON-RUN-DATE TO CW-TEST-DATE.
002052      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
002053      IF CW-DAY-OPEN
002054          PERFORM CHECK-BATCH-RTN THRU CHECK-BATCH-RTN-EXIT
002055      END-IF.
002056      MOVE 'S' TO RCON-RC-EVENT.
002057      MOVE ZERO TO RCON-RC-KEY-COUNT.
002058      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002060      PERFORM LOAD-CODE-RTN THRU LOAD-CODE-RTN-EXIT.
002070      OPEN INPUT AUDIT-FILE.
002080      IF RCON-AUDIT-STATUS NOT = '00'
002220          MOVE 'Y' TO RCON-SNAP-MISSING-SW
002230      END-IF.
002240      OPEN OUTPUT RECON-REPORT-FILE.
002241      OPEN OUTPUT EXCEPTION-EXTRACT-FILE.
002250 INIT-RTN-EXIT.
002260      EXIT.
002270*-----------------------------------------------------------------
003780      IF RCON-CODE-TABLE-FULL
003790          PERFORM FLAG-EXCEPTION-RTN
003800              THRU FLAG-EXCEPTION-RTN-EXIT
003801          MOVE SPACES TO EP-RECORD
003802          MOVE 'CODE TABLE FULL - SOME CODES NOT BALANCED'
003803              TO EP-REASON
003804          PERFORM WRITE-EXTRACT-RTN
003805              THRU WRITE-EXTRACT-RTN-EXIT
003810          MOVE SPACES TO RR-RECORD
003820          MOVE '*** CODE TABLE FULL - SOME CODES NOT BALANCED,'
003830              TO RR-RECORD
004260              ' *** AUDIT/TICKET MISMATCH ***'
004270              DELIMITED BY SIZE
004280              INTO RR-RECORD
004281          MOVE SPACES TO EP-RECORD
004282          MOVE RCON-CODE-CHR (RCON-CODE-SUB) TO EP-CHR-CODE
004283          STRING 'AUDIT/TICKET MISMATCH AUDIT' DELIMITED BY SIZE
004284              RCON-AUDIT-D DELIMITED BY SIZE
004285              ' TICKET' DELIMITED BY SIZE
004286              RCON-TICKET-D DELIMITED BY SIZE
004287              INTO EP-REASON
004288          PERFORM WRITE-EXTRACT-RTN
004289              THRU WRITE-EXTRACT-RTN-EXIT
004290        WHEN RCON-NO-PRIOR-SNAPSHOT
004300          STRING RCON-CODE-CHR (RCON-CODE-SUB)
004310              DELIMITED BY SIZE
004640              ' *** MASTER DELTA MISMATCH ***'
004650              DELIMITED BY SIZE
004660              INTO RR-RECORD
004661          MOVE SPACES TO EP-RECORD
004662          MOVE RCON-CODE-CHR (RCON-CODE-SUB) TO EP-CHR-CODE
004663          STRING 'MASTER DELTA MISMATCH AUDIT' DELIMITED BY SIZE
004664              RCON-AUDIT-D DELIMITED BY SIZE
004665              ' DELTA' DELIMITED BY SIZE
004666              RCON-DELTA-D DELIMITED BY SIZE
004667              INTO EP-REASON
004668          PERFORM WRITE-EXTRACT-RTN
004669              THRU WRITE-EXTRACT-RTN-EXIT
004670        WHEN OTHER
004680          STRING RCON-CODE-CHR (RCON-CODE-SUB)
004690              DELIMITED BY SIZE
005300          CLOSE MASTER-FILE
005310      END-IF.
005320      CLOSE RECON-REPORT-FILE.
005321      CLOSE EXCEPTION-EXTRACT-FILE.
005330      IF RCON-OUT-OF-BALANCE
005340          MOVE 4 TO RETURN-CODE
005350      END-IF.
006490      EXIT.
006500*-----------------------------------------------------------------
006510*   READ-RUNCTL-RTN - JUDGE ONE RUNCTL RECORD AGAINST THE
006511*   BATCH-COMPLETED TEST.  A SAMPLE BATCH THAT RAN AFTER
006512*   MIDNIGHT (OR ON A CLOSED DAY) COUNTS FOR THE BUSINESS DAY
006513*   IT WAS PROCESSING - ITS PROCESSING DATE, NOT ITS RUNCTL
006514*   DATE, IS MATCHED TO THE RUN DATE.
006530*-----------------------------------------------------------------
006540 READ-RUNCTL-RTN.
006550      READ RUN-CONTROL-FILE
006570              MOVE 'Y' TO RCON-RUNCTL-EOF-SW
006580              GO TO READ-RUNCTL-RTN-EXIT
006590      END-READ.
006591      IF RC-PROGRAM NOT = 'SAMPLE  ' OR NOT RC-END-EVENT
006592          OR RC-RETURN-CODE NOT < 08
006593          OR RC-DATE NOT NUMERIC
006594          OR RC-DATE < RCON-RUN-DATE
006595          GO TO READ-RUNCTL-RTN-EXIT
006640      END-IF.
006641      MOVE RC-DATE TO CW-TEST-DATE.
006642      MOVE RC-TIME TO CW-TEST-TIME.
006643      PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT.
006644      IF CW-TEST-DATE = RCON-RUN-DATE
006645          MOVE 'Y' TO RCON-BATCH-DONE-SW
006646      END-IF.
006650 READ-RUNCTL-RTN-EXIT.
006660      EXIT.
006661*-----------------------------------------------------------------
006662*   WRITE-EXTRACT-RTN - APPEND ONE FINDING TO THE EXCRECON
006663*   EXTRACT FOR THE EXCLOAD WORKQUEUE.  CALLER CLEARS EP-RECORD
006664*   AND SETS EP-CHR-CODE AND EP-REASON.
006665*-----------------------------------------------------------------
006666 WRITE-EXTRACT-RTN.
006667      MOVE 'RECONJOB' TO EP-SOURCE-JOB.
006668      MOVE RCON-RUN-DATE TO EP-RUN-DATE.
006669      WRITE EP-RECORD.
006670 WRITE-EXTRACT-RTN-EXIT.
006671      EXIT.
006681*-----------------------------------------------------------------
006691*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
006701*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
006711*   (MONDAY TO FRIDAY OPEN).
006721*-----------------------------------------------------------------
006731 LOAD-CAL-RTN.
006741      MOVE ZERO TO CW-CAL-COUNT.
006751      OPEN INPUT CALENDAR-FILE.
006761      IF CW-CAL-STATUS = '00'
006771        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
006781            UNTIL CW-CAL-AT-END
006791        CLOSE CALENDAR-FILE
006801        IF CW-CAL-TRUNCATED
006811            DISPLAY 'RECONJOB: BUSCAL TRUNCATED AT 400 '
006821                'DATES - LATER DATES FOLLOW THE STANDING '
006831                'WEEK'
006841        END-IF
006851      END-IF.
006861 LOAD-CAL-RTN-EXIT.
006871      EXIT.
006881*-----------------------------------------------------------------
006891*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
006901*-----------------------------------------------------------------
006911 READ-CAL-RTN.
006921      READ CALENDAR-FILE
006931          AT END
006941              MOVE 'Y' TO CW-CAL-EOF-SW
006951              GO TO READ-CAL-RTN-EXIT
006961      END-READ.
006971      IF CL-DATE NOT NUMERIC
006981          GO TO READ-CAL-RTN-EXIT
006991      END-IF.
007001      IF CW-CAL-COUNT < CW-CAL-MAX
007011          ADD 1 TO CW-CAL-COUNT
007021          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
007031          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
007041      ELSE
007051          MOVE 'Y' TO CW-CAL-TRUNC-SW
007061      END-IF.
007071 READ-CAL-RTN-EXIT.
007081      EXIT.
007091*-----------------------------------------------------------------
007101*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
007111*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
007121*   IS OPEN MONDAY TO FRIDAY.
007131*-----------------------------------------------------------------
007141 BUS-DAY-RTN.
007151      MOVE 'N' TO CW-OPEN-SW.
007161      MOVE ZERO TO CW-CAL-FOUND.
007171      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
007181          VARYING CW-CAL-SUB FROM 1 BY 1
007191          UNTIL CW-CAL-SUB > CW-CAL-COUNT
007201          OR CW-CAL-FOUND > ZERO.
007211      IF CW-CAL-FOUND > ZERO
007221          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
007231              MOVE 'Y' TO CW-OPEN-SW
007241          END-IF
007251          GO TO BUS-DAY-RTN-EXIT
007261      END-IF.
007271      COMPUTE CW-TEST-INT =
007281          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
007291      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
007301          REMAINDER CW-WORK-REM.
007311      IF CW-WORK-REM < 5
007321          MOVE 'Y' TO CW-OPEN-SW
007331      END-IF.
007341 BUS-DAY-RTN-EXIT.
007351      EXIT.
007361*-----------------------------------------------------------------
007371*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
007381*   CW-TEST-DATE.
007391*-----------------------------------------------------------------
007401 MATCH-CAL-RTN.
007411      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
007421          MOVE CW-CAL-SUB TO CW-CAL-FOUND
007431      END-IF.
007441 MATCH-CAL-RTN-EXIT.
007451      EXIT.
007461*-----------------------------------------------------------------
007471*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
007481*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
007491*   YEAR STOPS THE WALK RATHER THAN LOOPING.
007501*-----------------------------------------------------------------
007511 PREV-BUS-DAY-RTN.
007521      MOVE ZERO TO CW-STEPS.
007531      MOVE 'N' TO CW-OPEN-SW.
007541      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
007551          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
007561 PREV-BUS-DAY-RTN-EXIT.
007571      EXIT.
007581*-----------------------------------------------------------------
007591*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
007601*   AND JUDGE IT.
007611*-----------------------------------------------------------------
007621 BACK-ONE-DAY-RTN.
007631      COMPUTE CW-TEST-INT =
007641          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
007651      COMPUTE CW-TEST-DATE =
007661          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
007671      ADD 1 TO CW-STEPS.
007681      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
007691 BACK-ONE-DAY-RTN-EXIT.
007701      EXIT.
007711*-----------------------------------------------------------------
007721*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
007731*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
007741*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
007751*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
007761*   IT.
007771*-----------------------------------------------------------------
007781 PROC-DATE-RTN.
007791      IF CW-TEST-TIME < CW-DAY-START
007801          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
007811          GO TO PROC-DATE-RTN-EXIT
007821      END-IF.
007831      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
007841      IF NOT CW-DAY-OPEN
007851          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
007861      END-IF.
007871 PROC-DATE-RTN-EXIT.
007881      EXIT.

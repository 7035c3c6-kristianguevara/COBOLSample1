000160*   TICKET NUMBERS FOR THE FLOOR, AND REPORTS ON ACKRPT
000170*   ANY RECORD THAT CAME BACK REJECTED, NEVER CAME BACK AT
000180*   ALL, OR CAME BACK FOR SOMETHING WE NEVER SENT.
000181*   EVERY FINDING ALSO GOES ON THE EXCACK EXTRACT FOR THE
000182*   EXCLOAD EXCEPTION WORKQUEUE.
000200*
000210*   THE INTERFACE IS NOW ONE DATED GENERATION PER DAY
000220*   (TKTGYYYYMMDD), CLOSED BY TKTCUT WITH A CONTROL RECORD
000290*   RECORD BY RECORD.
000291*
000292*   GENERATION DATE IS TAKEN FROM THE STARTUP PARAMETER
000293*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE
000294*   FROM THE BUSCAL CALENDAR IS USED - THE CURRENT BUSINESS
000295*   DAY, OR THE PREVIOUS ONE WHEN THE RUN STARTS BEFORE 06:00
000296*   OR ON A CLOSED DAY.
000310*
000320*   RETURN CODES:  0 = EVERY SENT RECORD ACKNOWLEDGED OPENED
000330*                  4 = REJECTS, MISSING ACKS, OR ORPHAN ACKS
000450*   09/02/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000451*                    RUN-CONTROL LOG FOR THE RUNSTAT CHAIN
000452*                    REPORT.
000453*   10/15/26   JAG   EVERY FINDING ALSO GOES ON THE EXCACK
000454*                    EXTRACT, WHICH EXCLOAD CARRIES INTO
000455*                    THE EXCCASE EXCEPTION WORKQUEUE.
000456*   10/15/26   JAG   GENERATION DATE DEFAULTS TO THE
000457*                    PROCESSING DATE FROM THE BUSCAL
000458*                    CALENDAR - NO MORE PASSING YESTERDAY
000459*                    TO A RUN AFTER MIDNIGHT.
000460******************************************************************
000461 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490      SELECT OPTIONAL TICKET-FILE ASSIGN USING
000580          ORGANIZATION IS LINE SEQUENTIAL.
000581      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000582          ORGANIZATION IS LINE SEQUENTIAL.
000583      SELECT EXCEPTION-EXTRACT-FILE ASSIGN TO "EXCACK"
000584          ORGANIZATION IS LINE SEQUENTIAL.
000585      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000586          ORGANIZATION IS LINE SEQUENTIAL
000587          FILE STATUS IS CW-CAL-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  TICKET-FILE
000721 FD  RUN-CONTROL-FILE
000722          RECORD CONTAINS 39 CHARACTERS.
000723      COPY RUNREC.
000724 FD  EXCEPTION-EXTRACT-FILE
000725          RECORD CONTAINS 72 CHARACTERS.
000726      COPY EXCPREC.
000727 FD  CALENDAR-FILE
000728          RECORD CONTAINS 41 CHARACTERS.
000729      COPY CALREC.
000730 WORKING-STORAGE SECTION.
000740 01  TACK-TICKET-STATUS               PIC X(02).
000750 01  TACK-ACK-STATUS                  PIC X(02).
001143*-----------------------------------------------------------------
001144 01  TACK-RC-EVENT                    PIC X(01).
001145 77  TACK-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001146      COPY CALWORK.
001150*-----------------------------------------------------------------
001160*   GENERATION-DATE HANDLING - THE SENT DATE BEING
001170*   ACKNOWLEDGED, AS YYYYMMDD (IT NAMES THE TKTG
001350          VARYING TACK-ACK-SUB FROM 1 BY 1
001360          UNTIL TACK-ACK-SUB > TACK-ACK-COUNT.
001370      PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-RTN-EXIT.
001371      PERFORM TRAILER-EXTRACT-RTN THRU TRAILER-EXTRACT-RTN-EXIT.
001380      PERFORM END-RTN.
001390*-----------------------------------------------------------------
001400*   INIT-RTN - OPEN EVERYTHING AND WRITE THE REPORT HEADER.
001472      MOVE ZERO TO TACK-RC-KEY-COUNT.
001473      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001480      ACCEPT TACK-RUN-PARM FROM COMMAND-LINE.
001481      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
001490      IF TACK-RUN-PARM = SPACES
001491          MOVE TACK-RUN-DATE TO CW-TEST-DATE
001492          MOVE TACK-RUN-TIME TO CW-TEST-TIME
001493          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
001494          MOVE CW-TEST-DATE TO TACK-WINDOW-DATE
001510      ELSE
001520          MOVE TACK-RUN-PARM TO TACK-WINDOW-DATE
001530      END-IF.
001680      END-IF.
001690      OPEN EXTEND TICKET-LOG-FILE.
001700      OPEN OUTPUT ACK-REPORT-FILE.
001701      OPEN OUTPUT EXCEPTION-EXTRACT-FILE.
001710      MOVE SPACES TO AK-RECORD.
001720      STRING 'TICKETING ACKNOWLEDGMENT EXCEPTIONS FOR '
001730          DELIMITED BY SIZE
002770          TK-TIMESTAMP DELIMITED BY SIZE
002780          INTO AK-RECORD.
002790      WRITE AK-RECORD.
002791      MOVE SPACES TO EP-RECORD.
002792      MOVE TK-CHR-CODE TO EP-CHR-CODE.
002793      STRING 'NO ACKNOWLEDGMENT - SENT ' DELIMITED BY SIZE
002794          TK-TIMESTAMP DELIMITED BY SIZE
002795          INTO EP-REASON.
002796      PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT.
002800 REPORT-MISSING-RTN-EXIT.
002810      EXIT.
002820*-----------------------------------------------------------------
002950          TACK-ACK-REASON (TACK-ACK-FOUND) DELIMITED BY SIZE
002960          INTO AK-RECORD.
002970      WRITE AK-RECORD.
002971      MOVE SPACES TO EP-RECORD.
002972      MOVE TK-CHR-CODE TO EP-CHR-CODE.
002973      STRING 'REJECTED - TICKET ' DELIMITED BY SIZE
002974          TACK-ACK-TICKET (TACK-ACK-FOUND) DELIMITED BY SIZE
002975          ' ' DELIMITED BY SIZE
002976          TACK-ACK-REASON (TACK-ACK-FOUND) DELIMITED BY SIZE
002977          INTO EP-REASON.
002978      PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT.
002980 REPORT-REJECT-RTN-EXIT.
002990      EXIT.
003000*-----------------------------------------------------------------
003150              TACK-ACK-TICKET (TACK-ACK-SUB) DELIMITED BY SIZE
003160              INTO AK-RECORD
003170          WRITE AK-RECORD
003171          MOVE SPACES TO EP-RECORD
003172          MOVE TACK-ACK-CODE (TACK-ACK-SUB) TO EP-CHR-CODE
003173          STRING 'ORPHAN ACK ' DELIMITED BY SIZE
003174              TACK-ACK-TS (TACK-ACK-SUB) DELIMITED BY SIZE
003175              ' TICKET ' DELIMITED BY SIZE
003176              TACK-ACK-TICKET (TACK-ACK-SUB) DELIMITED BY SIZE
003177              INTO EP-REASON
003178          PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT
003180      END-IF.
003190 ORPHAN-SWEEP-RTN-EXIT.
003200      EXIT.
003770      END-IF.
003780      CLOSE TICKET-LOG-FILE.
003790      CLOSE ACK-REPORT-FILE.
003791      CLOSE EXCEPTION-EXTRACT-FILE.
003800      IF TACK-HAS-EXCEPTIONS
003810          MOVE 4 TO RETURN-CODE
003820      END-IF.
004000      CLOSE RUN-CONTROL-FILE.
004010 WRITE-RUNCTL-RTN-EXIT.
004020      EXIT.
004021*-----------------------------------------------------------------
004022*   TRAILER-EXTRACT-RTN - CARRY THE RUN-LEVEL FINDINGS THE
004023*   TRAILER CALLED OUT (UNCLOSED GENERATION, CONTROL COUNT
004024*   MISMATCH, UNACKNOWLEDGED GENERATION, ACK TABLE OVERFLOW)
004025*   ONTO THE EXCACK EXTRACT.  NONE IS ABOUT ONE CODE, SO
004026*   EP-CHR-CODE STAYS BLANK.
004027*-----------------------------------------------------------------
004028 TRAILER-EXTRACT-RTN.
004029      IF NOT TACK-GEN-CLOSED
004030          MOVE SPACES TO EP-RECORD
004031          STRING 'GENERATION ' DELIMITED BY SIZE
004032              TACK-TKT-GEN-NAME DELIMITED BY SIZE
004033              ' NOT CLOSED - RUN TKTCUT' DELIMITED BY SIZE
004034              INTO EP-REASON
004035          PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT
004036      ELSE
004037          IF TACK-CTL-COUNT NOT = TACK-SENT-COUNT
004038              MOVE TACK-CTL-COUNT TO TACK-COUNT-D
004039              MOVE SPACES TO EP-RECORD
004040              STRING 'CONTROL COUNT ' DELIMITED BY SIZE
004041                  TACK-COUNT-D DELIMITED BY SIZE
004042                  ' DOES NOT MATCH DETAILS READ' DELIMITED BY SIZE
004043                  INTO EP-REASON
004044              PERFORM WRITE-EXTRACT-RTN
004045                  THRU WRITE-EXTRACT-RTN-EXIT
004046          END-IF
004047      END-IF.
004048      IF TACK-NO-ACKS AND TACK-SENT-COUNT > ZERO
004049          MOVE TACK-SENT-COUNT TO TACK-COUNT-D
004050          MOVE SPACES TO EP-RECORD
004051          STRING 'GENERATION UNACKNOWLEDGED - ' DELIMITED BY SIZE
004052              TACK-COUNT-D DELIMITED BY SIZE
004053              ' RECORDS' DELIMITED BY SIZE
004054              INTO EP-REASON
004055          PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT
004056      END-IF.
004057      IF TACK-ACK-OVERFLOWED
004058          MOVE SPACES TO EP-RECORD
004059          MOVE 'ACK TABLE FULL AT 1000 - LATER ACKS MISSING'
004060              TO EP-REASON
004061          PERFORM WRITE-EXTRACT-RTN THRU WRITE-EXTRACT-RTN-EXIT
004062      END-IF.
004063 TRAILER-EXTRACT-RTN-EXIT.
004064      EXIT.
004065*-----------------------------------------------------------------
004066*   WRITE-EXTRACT-RTN - APPEND ONE FINDING TO THE EXCACK
004067*   EXTRACT FOR THE EXCLOAD WORKQUEUE.  CALLER CLEARS EP-RECORD
004068*   AND SETS EP-CHR-CODE AND EP-REASON.
004069*-----------------------------------------------------------------
004070 WRITE-EXTRACT-RTN.
004071      MOVE 'TKTACK  ' TO EP-SOURCE-JOB.
004072      MOVE TACK-WINDOW-DATE TO EP-RUN-DATE.
004073      WRITE EP-RECORD.
004074 WRITE-EXTRACT-RTN-EXIT.
004075      EXIT.
004085*-----------------------------------------------------------------
004095*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
004105*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
004115*   (MONDAY TO FRIDAY OPEN).
004125*-----------------------------------------------------------------
004135 LOAD-CAL-RTN.
004145      MOVE ZERO TO CW-CAL-COUNT.
004155      OPEN INPUT CALENDAR-FILE.
004165      IF CW-CAL-STATUS = '00'
004175        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
004185            UNTIL CW-CAL-AT-END
004195        CLOSE CALENDAR-FILE
004205        IF CW-CAL-TRUNCATED
004215            DISPLAY 'TKTACK: BUSCAL TRUNCATED AT 400 '
004225                'DATES - LATER DATES FOLLOW THE STANDING '
004235                'WEEK'
004245        END-IF
004255      END-IF.
004265 LOAD-CAL-RTN-EXIT.
004275      EXIT.
004285*-----------------------------------------------------------------
004295*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
004305*-----------------------------------------------------------------
004315 READ-CAL-RTN.
004325      READ CALENDAR-FILE
004335          AT END
004345              MOVE 'Y' TO CW-CAL-EOF-SW
004355              GO TO READ-CAL-RTN-EXIT
004365      END-READ.
004375      IF CL-DATE NOT NUMERIC
004385          GO TO READ-CAL-RTN-EXIT
004395      END-IF.
004405      IF CW-CAL-COUNT < CW-CAL-MAX
004415          ADD 1 TO CW-CAL-COUNT
004425          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
004435          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
004445      ELSE
004455          MOVE 'Y' TO CW-CAL-TRUNC-SW
004465      END-IF.
004475 READ-CAL-RTN-EXIT.
004485      EXIT.
004495*-----------------------------------------------------------------
004505*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
004515*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
004525*   IS OPEN MONDAY TO FRIDAY.
004535*-----------------------------------------------------------------
004545 BUS-DAY-RTN.
004555      MOVE 'N' TO CW-OPEN-SW.
004565      MOVE ZERO TO CW-CAL-FOUND.
004575      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
004585          VARYING CW-CAL-SUB FROM 1 BY 1
004595          UNTIL CW-CAL-SUB > CW-CAL-COUNT
004605          OR CW-CAL-FOUND > ZERO.
004615      IF CW-CAL-FOUND > ZERO
004625          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
004635              MOVE 'Y' TO CW-OPEN-SW
004645          END-IF
004655          GO TO BUS-DAY-RTN-EXIT
004665      END-IF.
004675      COMPUTE CW-TEST-INT =
004685          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
004695      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
004705          REMAINDER CW-WORK-REM.
004715      IF CW-WORK-REM < 5
004725          MOVE 'Y' TO CW-OPEN-SW
004735      END-IF.
004745 BUS-DAY-RTN-EXIT.
004755      EXIT.
004765*-----------------------------------------------------------------
004775*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
004785*   CW-TEST-DATE.
004795*-----------------------------------------------------------------
004805 MATCH-CAL-RTN.
004815      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
004825          MOVE CW-CAL-SUB TO CW-CAL-FOUND
004835      END-IF.
004845 MATCH-CAL-RTN-EXIT.
004855      EXIT.
004865*-----------------------------------------------------------------
004875*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
004885*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
004895*   YEAR STOPS THE WALK RATHER THAN LOOPING.
004905*-----------------------------------------------------------------
004915 PREV-BUS-DAY-RTN.
004925      MOVE ZERO TO CW-STEPS.
004935      MOVE 'N' TO CW-OPEN-SW.
004945      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
004955          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
004965 PREV-BUS-DAY-RTN-EXIT.
004975      EXIT.
004985*-----------------------------------------------------------------
004995*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
005005*   AND JUDGE IT.
005015*-----------------------------------------------------------------
005025 BACK-ONE-DAY-RTN.
005035      COMPUTE CW-TEST-INT =
005045          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
005055      COMPUTE CW-TEST-DATE =
005065          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
005075      ADD 1 TO CW-STEPS.
005085      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
005095 BACK-ONE-DAY-RTN-EXIT.
005105      EXIT.
005115*-----------------------------------------------------------------
005125*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
005135*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
005145*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
005155*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
005165*   IT.
005175*-----------------------------------------------------------------
005185 PROC-DATE-RTN.
005195      IF CW-TEST-TIME < CW-DAY-START
005205          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
005215          GO TO PROC-DATE-RTN-EXIT
005225      END-IF.
005235      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
005245      IF NOT CW-DAY-OPEN
005255          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
005265      END-IF.
005275 PROC-DATE-RTN-EXIT.
005285      EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VOLPROF.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   VOLPROF.COB
000090*
000100*   FLOOR VOLUME PROFILE FOR STAFFING.  WALKS A DATE RANGE OF
000110*   AUDAYYYYMMDD GENERATIONS PLUS THE ONLINE AUDITFIL, THE
000120*   WAY ARCHSRCH DOES, AND WRITES TO VOLPRPT:
000130*     - CONFIRMED CHR ENTRIES BY HOUR OF DAY AND DAY OF WEEK,
000140*       AS TOTALS AND AS AN AVERAGE PER COVERED DAY;
000150*     - THE AVERAGE DAY AND PEAK HOUR FOR EACH WEEKDAY;
000160*     - THE CONCURRENT OPERATOR AND TERMINAL COUNT PER HOUR;
000170*     - THE SAME HOUR/WEEKDAY COUNTS FOR EACH MENU CODE.
000180*   A CONFIRMED ENTRY IS A CHR EVENT WHOSE CODE WAS GOOD ON
000190*   THE DAY IT WAS KEYED, PER CODETBL (OR THE CHRCODES LIST
000200*   WHEN CODETBL IS ABSENT) - THE SAME TEST RECONJOB APPLIES.
000210*   BATCH-MODE ENTRIES (OPERATOR 'BATCH') ARE NOT FLOOR WORK
000220*   AND ARE LEFT OUT.  A LATER REV DOES NOT UNDO THE WORK THE
000230*   ENTRY TOOK, SO REVERSALS ARE NOT NETTED OUT HERE.
000240*
000250*   EVERY GENERATION THAT IS MISSING OR ALREADY PURGED IS
000260*   LISTED, AND ITS DAY IS LEFT OUT OF THE AVERAGES, SO A
000270*   GAP NEVER PASSES FOR A QUIET DAY.
000280*
000290*   PARAMETERS COME FROM THE VOLPARM NAME/VALUE FILE (SAME
000300*   RECORD SHAPE AS PARMFILE - SEE PARMREC.CPY):
000310*     FROM-DATE    YYYYMMDD   FIRST DAY OF THE RANGE
000320*     TO-DATE      YYYYMMDD   LAST DAY OF THE RANGE
000330*   A MISSING TO-DATE DEFAULTS TO YESTERDAY AND A MISSING
000340*   FROM-DATE TO FOUR WEEKS BEFORE THE TO-DATE, SO AN EMPTY
000350*   PARM FILE PROFILES THE LAST FOUR FULL WEEKS.  THE RANGE
000360*   MAY NOT RUN PAST TODAY OR SPAN MORE THAN 366 DAYS.
000370*
000380*   GENERATIONS STILL IN THE OLD 44-BYTE LAYOUT MUST BE
000390*   CONVERTED WITH CODECONV FIRST (SEE ARCHSRCH).
000400*
000410*   RETURN CODES:  0 = RANGE PROFILED
000420*                  4 = ONE OR MORE GENERATIONS MISSING/PURGED
000430*                  8 = PARAMETERS UNUSABLE
000440******************************************************************
000450*-----------------------------------------------------------------
000460*   MODIFICATION HISTORY
000470*   DATE       INIT  DESCRIPTION
000480*   10/15/26   JAG   ORIGINAL PROGRAM - HOUR-OF-DAY AND DAY-OF-
000490*                    WEEK VOLUME PROFILE FOR FLOOR STAFFING.
000491*   10/15/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000492*                    RUN-CONTROL LOG, SO THE RPTARCH REPORT
000493*                    ARCHIVE CAN TIE VOLPRPT TO ITS RUN.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540      SELECT VOLUME-PARM-FILE ASSIGN TO "VOLPARM"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS VPRF-PARM-STATUS.
000570      SELECT CODE-TABLE-FILE ASSIGN TO "CODETBL"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS VPRF-CODE-STATUS.
000600      SELECT ARCHIVE-FILE ASSIGN USING VPRF-ARCHIVE-NAME
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS VPRF-ARCH-STATUS.
000630      SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS VPRF-AUDIT-STATUS.
000660      SELECT VOLUME-REPORT-FILE ASSIGN TO "VOLPRPT"
000670          ORGANIZATION IS LINE SEQUENTIAL.
000671      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000672          ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  VOLUME-PARM-FILE
000710          RECORD CONTAINS 56 CHARACTERS.
000720      COPY PARMREC.
000730 FD  CODE-TABLE-FILE
000740          RECORD CONTAINS 56 CHARACTERS.
000750      COPY CODEREC.
000760 FD  ARCHIVE-FILE
000770          RECORD CONTAINS 46 CHARACTERS.
000780 01  AC-RECORD                        PIC X(46).
000790 FD  AUDIT-FILE
000800          RECORD CONTAINS 46 CHARACTERS.
000810      COPY AUDITREC.
000820 FD  VOLUME-REPORT-FILE
000830          RECORD CONTAINS 80 CHARACTERS.
000840 01  VP-RECORD                        PIC X(80).
000841 FD  RUN-CONTROL-FILE
000842          RECORD CONTAINS 39 CHARACTERS.
000843      COPY RUNREC.
000850 WORKING-STORAGE SECTION.
000860      COPY CHRCODES.
000870 01  VPRF-PARM-STATUS                 PIC X(02).
000880 01  VPRF-CODE-STATUS                 PIC X(02).
000890 01  VPRF-ARCH-STATUS                 PIC X(02).
000900 01  VPRF-AUDIT-STATUS                PIC X(02).
000910 01  VPRF-PARM-EOF-SW                 PIC X(01) VALUE 'N'.
000920      88  VPRF-PARM-AT-END                 VALUE 'Y'.
000930 01  VPRF-CODE-EOF-SW                 PIC X(01) VALUE 'N'.
000940      88  VPRF-CODE-AT-END                 VALUE 'Y'.
000950 01  VPRF-ARCH-EOF-SW                 PIC X(01) VALUE 'N'.
000960      88  VPRF-ARCH-AT-END                 VALUE 'Y'.
000970 01  VPRF-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
000980      88  VPRF-AUDIT-AT-END                VALUE 'Y'.
000990 01  VPRF-REFUSED-SW                  PIC X(01) VALUE 'N'.
001000      88  VPRF-REFUSED                     VALUE 'Y'.
001010 01  VPRF-MISSING-SW                  PIC X(01) VALUE 'N'.
001020      88  VPRF-SOME-MISSING                VALUE 'Y'.
001030*-----------------------------------------------------------------
001040*   CODE-TABLE WORKING STORAGE - LOADED FROM CODETBL AT
001050*   STARTUP; THE COMPILED-IN CHRCODES LIST IS THE FALLBACK
001060*   WHEN THE FILE IS ABSENT, AS IN RECONJOB.
001070*-----------------------------------------------------------------
001080 01  VPRF-CODE-LOADED-SW              PIC X(01) VALUE 'N'.
001090      88  VPRF-CODE-TABLE-LOADED           VALUE 'Y'.
001100 01  VPRF-CTAB-TRUNC-SW               PIC X(01) VALUE 'N'.
001110      88  VPRF-CTAB-TRUNCATED              VALUE 'Y'.
001120 77  VPRF-CTAB-MAX                    PIC 9(03) COMP VALUE 500.
001130 77  VPRF-CTAB-COUNT                  PIC 9(03) COMP VALUE ZERO.
001140 77  VPRF-CTAB-SUB                    PIC 9(03) COMP VALUE ZERO.
001150 77  VPRF-CTAB-FOUND                  PIC 9(03) COMP VALUE ZERO.
001160 01  VPRF-CTAB-TABLE.
001170      05  VPRF-CTAB-ENTRY OCCURS 500 TIMES.
001180          10  VPRF-CTAB-CHR            PIC X(03).
001190          10  VPRF-CTAB-EFF            PIC 9(08).
001200          10  VPRF-CTAB-EXP            PIC 9(08).
001210 01  VPRF-CHR-VALID-SW                PIC X(01) VALUE 'N'.
001220      88  VPRF-CHR-GOOD                    VALUE 'Y'.
001230*-----------------------------------------------------------------
001240*   RANGE PARAMETERS AND DATED GENERATION NAMING.  DATE
001250*   ARITHMETIC IS THE ONE PLACE ORDINARY VERBS CANNOT DO THE
001260*   JOB, SO INTEGER-OF-DATE/DATE-OF-INTEGER ARE USED, AS IN
001270*   AUDARCH AND ARCHSRCH.
001280*-----------------------------------------------------------------
001290 01  VPRF-FROM-DATE                   PIC 9(08) VALUE ZERO.
001300 01  VPRF-TO-DATE                     PIC 9(08) VALUE ZERO.
001310 01  VPRF-TODAY                       PIC 9(08).
001320 01  VPRF-ARCHIVE-NAME.
001330      05  FILLER                       PIC X(04) VALUE 'AUDA'.
001340      05  VPRF-ARCHIVE-DATE            PIC 9(08) VALUE ZERO.
001350 01  VPRF-FROM-INT                    PIC 9(08) COMP.
001360 01  VPRF-TO-INT                      PIC 9(08) COMP.
001370 01  VPRF-TODAY-INT                   PIC 9(08) COMP.
001380 01  VPRF-GEN-TO-INT                  PIC 9(08) COMP.
001390 01  VPRF-DAY-INT                     PIC 9(08) COMP.
001400 01  VPRF-DAY-DATE                    PIC 9(08).
001410 01  VPRF-DAY-DATE-R REDEFINES VPRF-DAY-DATE.
001420      05  VPRF-DAY-YYYY                PIC 9(04).
001430      05  VPRF-DAY-MM                  PIC 9(02).
001440      05  VPRF-DAY-DD                  PIC 9(02).
001450 77  VPRF-RANGE-MAX                   PIC 9(03) COMP VALUE 366.
001460 77  VPRF-RANGE-DAYS                  PIC 9(08) COMP VALUE ZERO.
001470 77  VPRF-WORK-INT                    PIC 9(08) COMP VALUE ZERO.
001480 77  VPRF-WORK-QUOT                   PIC 9(08) COMP VALUE ZERO.
001490 77  VPRF-WORK-REM                    PIC 9(01) COMP VALUE ZERO.
001500*-----------------------------------------------------------------
001510*   ONLINE-TRAIL DATE DECOMPOSITION - AR-TIMESTAMP CARRIES THE
001520*   PRINTABLE YYYY-MM-DD HH:MM:SS STAMP.
001530*-----------------------------------------------------------------
001540 01  VPRF-REC-DATE                    PIC 9(08).
001550 01  VPRF-REC-DATE-R REDEFINES VPRF-REC-DATE.
001560      05  VPRF-REC-YYYY                PIC 9(04).
001570      05  VPRF-REC-MM                  PIC 9(02).
001580      05  VPRF-REC-DD                  PIC 9(02).
001590 01  VPRF-ONLINE-DATE                 PIC 9(08) VALUE ZERO.
001600 01  VPRF-REC-HOUR                    PIC 9(02).
001610*-----------------------------------------------------------------
001620*   PER-DAY COVERAGE - ONE SLOT PER DAY OF THE RANGE.  A DAY
001630*   IS COVERED BY ITS GENERATION OR, WHEN THE GENERATION HAS
001640*   NOT BEEN CUT YET, BY THE ONLINE TRAIL.  ONLY COVERED DAYS
001650*   COUNT TOWARD THE AVERAGES.
001660*-----------------------------------------------------------------
001670 01  VPRF-DAY-TABLE.
001680      05  VPRF-DAY-ENTRY OCCURS 366 TIMES.
001690          10  VPRF-DAY-STATE           PIC X(01).
001700              88  VPRF-DAY-UNSEEN      VALUE ' '.
001710              88  VPRF-DAY-FROM-GEN    VALUE 'G'.
001720              88  VPRF-DAY-FROM-ONLINE VALUE 'O'.
001730              88  VPRF-DAY-MISSING     VALUE 'M'.
001740          10  VPRF-DAY-CHR             PIC 9(07) COMP.
001750 77  VPRF-DAY-SUB                     PIC 9(03) COMP VALUE ZERO.
001760 77  VPRF-CUR-SUB                     PIC 9(03) COMP VALUE ZERO.
001770 77  VPRF-CUR-WDAY                    PIC 9(01) COMP VALUE ZERO.
001780 01  VPRF-CUR-DATE                    PIC 9(08) VALUE ZERO.
001790 77  VPRF-COVERED-DAYS                PIC 9(05) COMP VALUE ZERO.
001800 77  VPRF-MISSING-DAYS                PIC 9(05) COMP VALUE ZERO.
001810 77  VPRF-EMPTY-DAYS                  PIC 9(05) COMP VALUE ZERO.
001820*-----------------------------------------------------------------
001830*   WEEKDAY NAMES (1 = MONDAY - INTEGER-OF-DATE DAY 1 IS
001840*   MONDAY 01/01/1601) AND COVERED DAYS PER WEEKDAY.
001850*-----------------------------------------------------------------
001860 01  VPRF-WDAY-NAMES                  PIC X(21)
001870          VALUE 'MONTUEWEDTHUFRISATSUN'.
001880 01  VPRF-WDAY-NAMES-R REDEFINES VPRF-WDAY-NAMES.
001890      05  VPRF-WDAY-NAME OCCURS 7 TIMES  PIC X(03).
001900 01  VPRF-WDAY-TABLE.
001910      05  VPRF-WDAY-DAYS OCCURS 7 TIMES  PIC 9(05) COMP.
001920 77  VPRF-WDAY-SUB                    PIC 9(01) COMP VALUE ZERO.
001930*-----------------------------------------------------------------
001940*   THE PROFILE - CONFIRMED ENTRIES BY HOUR (1 = 00:00-00:59)
001950*   AND WEEKDAY, AND THE STAFF-ON-FLOOR SUMS AND PEAKS BY
001960*   HOUR ACROSS THE COVERED DAYS.
001970*-----------------------------------------------------------------
001980 01  VPRF-HOUR-TABLE.
001990      05  VPRF-HOUR-ENTRY OCCURS 24 TIMES.
002000          10  VPRF-HW-CNT OCCURS 7 TIMES  PIC 9(07) COMP.
002010          10  VPRF-OPER-SUM            PIC 9(07) COMP.
002020          10  VPRF-OPER-PEAK           PIC 9(03) COMP.
002030          10  VPRF-TERM-SUM            PIC 9(07) COMP.
002040          10  VPRF-TERM-PEAK           PIC 9(03) COMP.
002050 77  VPRF-HOUR-SUB                    PIC 9(02) COMP VALUE ZERO.
002060 77  VPRF-TOTAL-CHR                   PIC 9(07) COMP VALUE ZERO.
002070*-----------------------------------------------------------------
002080*   DISTINCT OPERATORS AND TERMINALS SEEN IN EACH HOUR OF THE
002090*   DAY BEING READ - CLEARED AT THE START OF EACH DAY AND
002100*   FOLDED INTO THE HOUR TABLE AT ITS END.
002110*-----------------------------------------------------------------
002120 77  VPRF-SEEN-MAX                    PIC 9(03) COMP VALUE 60.
002130 01  VPRF-SEEN-FULL-SW                PIC X(01) VALUE 'N'.
002140      88  VPRF-SEEN-OVERFLOWED             VALUE 'Y'.
002150 01  VPRF-SEEN-TABLE.
002160      05  VPRF-SEEN-ENTRY OCCURS 24 TIMES.
002170          10  VPRF-SEEN-OPER-CNT       PIC 9(03) COMP.
002180          10  VPRF-SEEN-OPER OCCURS 60 TIMES  PIC X(08).
002190          10  VPRF-SEEN-TERM-CNT       PIC 9(03) COMP.
002200          10  VPRF-SEEN-TERM OCCURS 60 TIMES  PIC X(08).
002210 77  VPRF-SEEN-SUB                    PIC 9(03) COMP VALUE ZERO.
002220 77  VPRF-SEEN-FOUND                  PIC 9(03) COMP VALUE ZERO.
002230*-----------------------------------------------------------------
002240*   PER-CODE PROFILE, KEPT IN CODE ORDER AS CODES ARE FIRST
002250*   SEEN.
002260*-----------------------------------------------------------------
002270 01  VPRF-CODE-FULL-SW                PIC X(01) VALUE 'N'.
002280      88  VPRF-CODE-TABLE-FULL             VALUE 'Y'.
002290 77  VPRF-CODE-MAX                    PIC 9(03) COMP VALUE 500.
002300 77  VPRF-CODE-COUNT                  PIC 9(03) COMP VALUE ZERO.
002310 77  VPRF-CODE-SUB                    PIC 9(03) COMP VALUE ZERO.
002320 77  VPRF-CODE-FOUND                  PIC 9(03) COMP VALUE ZERO.
002330 77  VPRF-CODE-INS                    PIC 9(03) COMP VALUE ZERO.
002340 01  VPRF-CODE-TABLE.
002350      05  VPRF-CODE-ENTRY OCCURS 500 TIMES.
002360          10  VPRF-CODE-CHR            PIC X(03).
002370          10  VPRF-CODE-TOTAL          PIC 9(07) COMP.
002380          10  VPRF-CODE-HOUR OCCURS 24 TIMES  PIC 9(07) COMP.
002390          10  VPRF-CODE-WDAY OCCURS 7 TIMES  PIC 9(07) COMP.
002400*-----------------------------------------------------------------
002410*   PEAK AND AVERAGE WORK FIELDS.
002420*-----------------------------------------------------------------
002430 77  VPRF-PEAK-SUB                    PIC 9(02) COMP VALUE ZERO.
002440 77  VPRF-PEAK-CNT                    PIC 9(07) COMP VALUE ZERO.
002450 77  VPRF-ROW-TOTAL                   PIC 9(07) COMP VALUE ZERO.
002460 77  VPRF-START-HOUR                  PIC 9(02) COMP VALUE ZERO.
002470 77  VPRF-CELL-SUB                    PIC 9(02) COMP VALUE ZERO.
002480 01  VPRF-AVERAGE                     PIC 9(05)V9(01).
002490 01  VPRF-HOUR-NO                     PIC 9(02).
002500*-----------------------------------------------------------------
002510*   REPORT-LINE WORKING STORAGE.  THE MATRIX LINE CARRIES
002520*   SEVEN WEEKDAY CELLS AND A ROW TOTAL; THE REDEFINITION
002530*   PRINTS THE SAME GRID AS AVERAGES, AND THE CODE-HOUR VIEW
002540*   PRINTS EIGHT HOURS OF ONE CODE'S PROFILE.
002550*-----------------------------------------------------------------
002560 01  VPRF-HEAD-LABEL                  PIC X(06) VALUE SPACES.
002570 01  VPRF-COUNT-D                     PIC Z(06)9.
002580 01  VPRF-DAYS-D                      PIC Z(04)9.
002590 01  VPRF-AVG-D                       PIC Z(04)9.9.
002600 01  VPRF-PEAK-D                      PIC Z(02)9.
002610 77  VPRF-LINE-PTR                    PIC 9(03) COMP VALUE 1.
002620 01  VPRF-MATRIX-LINE.
002630      05  VPRF-ML-LABEL                PIC X(06).
002640      05  VPRF-ML-CELL OCCURS 7 TIMES.
002650          10  FILLER                   PIC X(01).
002660          10  VPRF-ML-COUNT            PIC Z(06)9.
002670      05  FILLER                       PIC X(02).
002680      05  VPRF-ML-TOTAL                PIC Z(06)9.
002690      05  FILLER                       PIC X(09).
002700 01  VPRF-AVG-LINE REDEFINES VPRF-MATRIX-LINE.
002710      05  FILLER                       PIC X(06).
002720      05  VPRF-AL-CELL OCCURS 7 TIMES.
002730          10  FILLER                   PIC X(01).
002740          10  VPRF-AL-AVG              PIC Z(04)9.9.
002750      05  FILLER                       PIC X(02).
002760      05  VPRF-AL-TOTAL                PIC Z(04)9.9.
002770      05  FILLER                       PIC X(09).
002780 01  VPRF-CODE-HOUR-LINE REDEFINES VPRF-MATRIX-LINE.
002790      05  VPRF-CL-LABEL                PIC X(10).
002800      05  VPRF-CL-CELL OCCURS 8 TIMES.
002810          10  FILLER                   PIC X(01).
002820          10  VPRF-CL-COUNT            PIC Z(05)9.
002830      05  FILLER                       PIC X(14).
002831*-----------------------------------------------------------------
002832*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
002833*-----------------------------------------------------------------
002834 01  VPRF-RC-EVENT                    PIC X(01).
002835 77  VPRF-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
002840 PROCEDURE DIVISION.
002850 HEAD-RTN.
002860      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
002870      IF VPRF-REFUSED
002880          PERFORM END-RTN
002890      END-IF.
002900*    THE GENERATION SWEEP STOPS AT YESTERDAY - AUDARCH ONLY
002910*    ARCHIVES RECORDS DATED BEFORE TODAY, SO TODAY'S TRAIL
002920*    LIVES ONLINE AND IS PICKED UP BY SWEEP-ONLINE-RTN.
002930      PERFORM SWEEP-DAY-RTN THRU SWEEP-DAY-RTN-EXIT
002940          VARYING VPRF-DAY-INT FROM VPRF-FROM-INT BY 1
002950          UNTIL VPRF-DAY-INT > VPRF-GEN-TO-INT.
002960      PERFORM SWEEP-ONLINE-RTN THRU SWEEP-ONLINE-RTN-EXIT.
002970      PERFORM WRITE-COVERAGE-RTN THRU WRITE-COVERAGE-RTN-EXIT.
002980      PERFORM WRITE-MATRIX-RTN THRU WRITE-MATRIX-RTN-EXIT.
002990      PERFORM WRITE-AVERAGE-RTN THRU WRITE-AVERAGE-RTN-EXIT.
003000      PERFORM WRITE-WEEKDAY-RTN THRU WRITE-WEEKDAY-RTN-EXIT.
003010      PERFORM WRITE-STAFF-RTN THRU WRITE-STAFF-RTN-EXIT.
003020      PERFORM WRITE-CODES-RTN THRU WRITE-CODES-RTN-EXIT.
003030      PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-RTN-EXIT.
003040      PERFORM END-RTN.
003050*-----------------------------------------------------------------
003060*   INIT-RTN - LOAD THE RANGE, JUDGE IT, LOAD THE CODE TABLE,
003070*   AND OPEN THE REPORT WITH A HEADER THAT RESTATES THE
003080*   RANGE PROFILED.
003090*-----------------------------------------------------------------
003100 INIT-RTN.
003110      ACCEPT VPRF-TODAY FROM DATE YYYYMMDD.
003120      COMPUTE VPRF-TODAY-INT =
003130          FUNCTION INTEGER-OF-DATE (VPRF-TODAY).
003140      OPEN INPUT VOLUME-PARM-FILE.
003150      IF VPRF-PARM-STATUS = '00'
003160        PERFORM READ-PARM-RTN THRU READ-PARM-RTN-EXIT
003170            UNTIL VPRF-PARM-AT-END
003180        CLOSE VOLUME-PARM-FILE
003190      END-IF.
003200      IF VPRF-TO-DATE = ZERO
003210          COMPUTE VPRF-WORK-INT = VPRF-TODAY-INT - 1
003220          COMPUTE VPRF-TO-DATE =
003230              FUNCTION DATE-OF-INTEGER (VPRF-WORK-INT)
003240      END-IF.
003250      IF VPRF-TO-DATE > VPRF-TODAY
003260          MOVE VPRF-TODAY TO VPRF-TO-DATE
003270      END-IF.
003280      COMPUTE VPRF-TO-INT =
003290          FUNCTION INTEGER-OF-DATE (VPRF-TO-DATE).
003300      IF VPRF-TO-INT = ZERO
003310          DISPLAY 'VOLPROF: TO-DATE IS NOT A DATE - '
003320              'NOTHING PROFILED'
003330          MOVE 'Y' TO VPRF-REFUSED-SW
003340          GO TO INIT-RTN-EXIT
003350      END-IF.
003360      IF VPRF-FROM-DATE = ZERO
003370          COMPUTE VPRF-WORK-INT = VPRF-TO-INT - 27
003380          COMPUTE VPRF-FROM-DATE =
003390              FUNCTION DATE-OF-INTEGER (VPRF-WORK-INT)
003400      END-IF.
003410      COMPUTE VPRF-FROM-INT =
003420          FUNCTION INTEGER-OF-DATE (VPRF-FROM-DATE).
003430      IF VPRF-FROM-INT = ZERO
003440          DISPLAY 'VOLPROF: FROM-DATE IS NOT A DATE - '
003450              'NOTHING PROFILED'
003460          MOVE 'Y' TO VPRF-REFUSED-SW
003470          GO TO INIT-RTN-EXIT
003480      END-IF.
003490      IF VPRF-FROM-INT > VPRF-TO-INT
003500          DISPLAY 'VOLPROF: FROM-DATE AFTER TO-DATE - '
003510              'NOTHING PROFILED'
003520          MOVE 'Y' TO VPRF-REFUSED-SW
003530          GO TO INIT-RTN-EXIT
003540      END-IF.
003550      COMPUTE VPRF-RANGE-DAYS = VPRF-TO-INT - VPRF-FROM-INT + 1.
003560      IF VPRF-RANGE-DAYS > VPRF-RANGE-MAX
003570          DISPLAY 'VOLPROF: RANGE OVER 366 DAYS - '
003580              'NOTHING PROFILED'
003590          MOVE 'Y' TO VPRF-REFUSED-SW
003600          GO TO INIT-RTN-EXIT
003610      END-IF.
003620      MOVE VPRF-TO-INT TO VPRF-GEN-TO-INT.
003630      IF VPRF-GEN-TO-INT >= VPRF-TODAY-INT
003640          COMPUTE VPRF-GEN-TO-INT = VPRF-TODAY-INT - 1
003650      END-IF.
003660      MOVE LOW-VALUES TO VPRF-HOUR-TABLE.
003670      MOVE LOW-VALUES TO VPRF-WDAY-TABLE.
003680      MOVE LOW-VALUES TO VPRF-CODE-TABLE.
003690      MOVE SPACES TO VPRF-DAY-TABLE.
003700      PERFORM CLEAR-DAY-RTN THRU CLEAR-DAY-RTN-EXIT
003710          VARYING VPRF-DAY-SUB FROM 1 BY 1
003720          UNTIL VPRF-DAY-SUB > VPRF-RANGE-DAYS.
003730      PERFORM LOAD-CODE-RTN THRU LOAD-CODE-RTN-EXIT.
003740      OPEN OUTPUT VOLUME-REPORT-FILE.
003741*    THE RUN IS LOGGED ON RUNCTL FROM THE MOMENT THE REPORT IS
003742*    OPENED, SO A REFUSED RUN NEVER GETS THE PREVIOUS VOLPRPT
003743*    FILED UNDER IT BY THE RPTARCH REPORT ARCHIVE.
003744      MOVE 'S' TO VPRF-RC-EVENT.
003745      MOVE ZERO TO VPRF-RC-KEY-COUNT.
003746      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
003750      MOVE SPACES TO VP-RECORD.
003760      STRING 'FLOOR VOLUME PROFILE ' DELIMITED BY SIZE
003770          VPRF-FROM-DATE DELIMITED BY SIZE
003780          ' THRU ' DELIMITED BY SIZE
003790          VPRF-TO-DATE DELIMITED BY SIZE
003800          INTO VP-RECORD.
003810      WRITE VP-RECORD.
003820      MOVE SPACES TO VP-RECORD.
003830      MOVE 'CONFIRMED MENU ENTRIES - BATCH RUNS EXCLUDED'
003840          TO VP-RECORD.
003850      WRITE VP-RECORD.
003860 INIT-RTN-EXIT.
003870      EXIT.
003880*-----------------------------------------------------------------
003890*   CLEAR-DAY-RTN - ZERO ONE DAY'S ENTRY COUNT (THE STATE
003900*   BYTES WERE BLANKED WITH THE TABLE).
003910*-----------------------------------------------------------------
003920 CLEAR-DAY-RTN.
003930      MOVE ZERO TO VPRF-DAY-CHR (VPRF-DAY-SUB).
003940 CLEAR-DAY-RTN-EXIT.
003950      EXIT.
003960*-----------------------------------------------------------------
003970*   READ-PARM-RTN - APPLY ONE VOLPARM NAME/VALUE PAIR.  AN
003980*   UNRECOGNIZED NAME IS IGNORED, AS IN ARCHSRCH.
003990*-----------------------------------------------------------------
004000 READ-PARM-RTN.
004010      READ VOLUME-PARM-FILE
004020          AT END
004030              MOVE 'Y' TO VPRF-PARM-EOF-SW
004040              GO TO READ-PARM-RTN-EXIT
004050      END-READ.
004060      EVALUATE PR-PARM-NAME
004070        WHEN 'FROM-DATE'
004080          IF PR-PARM-VALUE (1:8) NUMERIC
004090              MOVE PR-PARM-VALUE (1:8) TO VPRF-FROM-DATE
004100          END-IF
004110        WHEN 'TO-DATE'
004120          IF PR-PARM-VALUE (1:8) NUMERIC
004130              MOVE PR-PARM-VALUE (1:8) TO VPRF-TO-DATE
004140          END-IF
004150        WHEN OTHER
004160          CONTINUE
004170      END-EVALUATE.
004180 READ-PARM-RTN-EXIT.
004190      EXIT.
004200*-----------------------------------------------------------------
004210*   SWEEP-DAY-RTN - PROFILE ONE DAY'S AUDA GENERATION.  A
004220*   GENERATION THAT WILL NOT OPEN IS MARKED MISSING; THE
004230*   ONLINE SWEEP MAY STILL COVER THE DAY IF AUDARCH HAS NOT
004240*   CUT IT YET.
004250*-----------------------------------------------------------------
004260 SWEEP-DAY-RTN.
004270      COMPUTE VPRF-DAY-DATE =
004280          FUNCTION DATE-OF-INTEGER (VPRF-DAY-INT).
004290      MOVE VPRF-DAY-DATE TO VPRF-ARCHIVE-DATE.
004300      COMPUTE VPRF-DAY-SUB = VPRF-DAY-INT - VPRF-FROM-INT + 1.
004310      OPEN INPUT ARCHIVE-FILE.
004320      IF VPRF-ARCH-STATUS NOT = '00'
004330          MOVE 'M' TO VPRF-DAY-STATE (VPRF-DAY-SUB)
004340          GO TO SWEEP-DAY-RTN-EXIT
004350      END-IF.
004360      MOVE 'G' TO VPRF-DAY-STATE (VPRF-DAY-SUB).
004370      PERFORM START-DAY-RTN THRU START-DAY-RTN-EXIT.
004380      MOVE 'N' TO VPRF-ARCH-EOF-SW.
004390      PERFORM READ-ARCH-RTN THRU READ-ARCH-RTN-EXIT
004400          UNTIL VPRF-ARCH-AT-END.
004410      CLOSE ARCHIVE-FILE.
004420      PERFORM END-DAY-RTN THRU END-DAY-RTN-EXIT.
004430 SWEEP-DAY-RTN-EXIT.
004440      EXIT.
004450*-----------------------------------------------------------------
004460*   READ-ARCH-RTN - PROFILE ONE ARCHIVED RECORD.  THE ARCHIVE
004470*   RECORD IS VIEWED THROUGH THE AUDITREC LAYOUT BY MOVING IT
004480*   INTO THE ONLINE FD'S RECORD AREA, AS ARCHSRCH DOES.
004490*-----------------------------------------------------------------
004500 READ-ARCH-RTN.
004510      READ ARCHIVE-FILE
004520          AT END
004530              MOVE 'Y' TO VPRF-ARCH-EOF-SW
004540              GO TO READ-ARCH-RTN-EXIT
004550      END-READ.
004560      MOVE AC-RECORD TO AR-RECORD.
004570      PERFORM PROFILE-REC-RTN THRU PROFILE-REC-RTN-EXIT.
004580 READ-ARCH-RTN-EXIT.
004590      EXIT.
004600*-----------------------------------------------------------------
004610*   SWEEP-ONLINE-RTN - PROFILE THE ONLINE AUDITFIL FOR RANGE
004620*   DAYS NOT ALREADY COVERED BY A GENERATION (NORMALLY JUST
004630*   TODAY, OR A DAY AUDARCH HAS NOT CUT YET).  THE TRAIL IS
004640*   APPENDED IN TIME ORDER, SO A DAY ENDS WHEN THE DATE ON
004650*   THE STAMP CHANGES.
004660*-----------------------------------------------------------------
004670 SWEEP-ONLINE-RTN.
004680      OPEN INPUT AUDIT-FILE.
004690      IF VPRF-AUDIT-STATUS NOT = '00'
004700          GO TO SWEEP-ONLINE-RTN-EXIT
004710      END-IF.
004720      MOVE 'N' TO VPRF-AUDIT-EOF-SW.
004730      PERFORM READ-ONLINE-RTN THRU READ-ONLINE-RTN-EXIT
004740          UNTIL VPRF-AUDIT-AT-END.
004750      CLOSE AUDIT-FILE.
004760      IF VPRF-ONLINE-DATE > ZERO
004770          PERFORM END-DAY-RTN THRU END-DAY-RTN-EXIT
004780      END-IF.
004790 SWEEP-ONLINE-RTN-EXIT.
004800      EXIT.
004810*-----------------------------------------------------------------
004820*   READ-ONLINE-RTN - PROFILE ONE ONLINE RECORD WHOSE STAMP
004830*   DATE IS IN THE RANGE AND NOT ALREADY COVERED.
004840*-----------------------------------------------------------------
004850 READ-ONLINE-RTN.
004860      READ AUDIT-FILE
004870          AT END
004880              MOVE 'Y' TO VPRF-AUDIT-EOF-SW
004890              GO TO READ-ONLINE-RTN-EXIT
004900      END-READ.
004910      IF AR-TIMESTAMP (1:4) NUMERIC
004920          AND AR-TIMESTAMP (6:2) NUMERIC
004930          AND AR-TIMESTAMP (9:2) NUMERIC
004940          MOVE AR-TIMESTAMP (1:4) TO VPRF-REC-YYYY
004950          MOVE AR-TIMESTAMP (6:2) TO VPRF-REC-MM
004960          MOVE AR-TIMESTAMP (9:2) TO VPRF-REC-DD
004970      ELSE
004980          GO TO READ-ONLINE-RTN-EXIT
004990      END-IF.
005000      IF VPRF-REC-DATE < VPRF-FROM-DATE
005010          OR VPRF-REC-DATE > VPRF-TO-DATE
005020          GO TO READ-ONLINE-RTN-EXIT
005030      END-IF.
005040      IF VPRF-REC-DATE NOT = VPRF-ONLINE-DATE
005050          COMPUTE VPRF-WORK-INT =
005060              FUNCTION INTEGER-OF-DATE (VPRF-REC-DATE)
005070          COMPUTE VPRF-DAY-SUB =
005080              VPRF-WORK-INT - VPRF-FROM-INT + 1
005090          IF VPRF-DAY-FROM-GEN (VPRF-DAY-SUB)
005100              GO TO READ-ONLINE-RTN-EXIT
005110          END-IF
005120          IF VPRF-ONLINE-DATE > ZERO
005130              PERFORM END-DAY-RTN THRU END-DAY-RTN-EXIT
005140          END-IF
005150          MOVE VPRF-REC-DATE TO VPRF-ONLINE-DATE
005160          MOVE VPRF-WORK-INT TO VPRF-DAY-INT
005170          MOVE 'O' TO VPRF-DAY-STATE (VPRF-DAY-SUB)
005180          PERFORM START-DAY-RTN THRU START-DAY-RTN-EXIT
005190      END-IF.
005200      PERFORM PROFILE-REC-RTN THRU PROFILE-REC-RTN-EXIT.
005210 READ-ONLINE-RTN-EXIT.
005220      EXIT.
005230*-----------------------------------------------------------------
005240*   START-DAY-RTN - SET UP THE DAY IN VPRF-DAY-INT/DAY-SUB:
005250*   ITS DATE, ITS WEEKDAY, AND AN EMPTY STAFF-SEEN TABLE.
005260*-----------------------------------------------------------------
005270 START-DAY-RTN.
005280      COMPUTE VPRF-CUR-DATE =
005290          FUNCTION DATE-OF-INTEGER (VPRF-DAY-INT).
005300      MOVE VPRF-DAY-SUB TO VPRF-CUR-SUB.
005310      COMPUTE VPRF-WORK-INT = VPRF-DAY-INT - 1.
005320      DIVIDE VPRF-WORK-INT BY 7 GIVING VPRF-WORK-QUOT
005330          REMAINDER VPRF-WORK-REM.
005340      COMPUTE VPRF-CUR-WDAY = VPRF-WORK-REM + 1.
005350      PERFORM CLEAR-SEEN-RTN THRU CLEAR-SEEN-RTN-EXIT
005360          VARYING VPRF-HOUR-SUB FROM 1 BY 1
005370          UNTIL VPRF-HOUR-SUB > 24.
005380 START-DAY-RTN-EXIT.
005390      EXIT.
005400*-----------------------------------------------------------------
005410*   CLEAR-SEEN-RTN - EMPTY ONE HOUR OF THE STAFF-SEEN TABLE.
005420*-----------------------------------------------------------------
005430 CLEAR-SEEN-RTN.
005440      MOVE ZERO TO VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB).
005450      MOVE ZERO TO VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB).
005460 CLEAR-SEEN-RTN-EXIT.
005470      EXIT.
005480*-----------------------------------------------------------------
005490*   END-DAY-RTN - COUNT THE DAY AS COVERED FOR ITS WEEKDAY
005500*   AND FOLD ITS STAFF-SEEN COUNTS INTO THE HOUR TABLE.
005510*-----------------------------------------------------------------
005520 END-DAY-RTN.
005530      ADD 1 TO VPRF-WDAY-DAYS (VPRF-CUR-WDAY).
005540      ADD 1 TO VPRF-COVERED-DAYS.
005550      PERFORM FOLD-SEEN-RTN THRU FOLD-SEEN-RTN-EXIT
005560          VARYING VPRF-HOUR-SUB FROM 1 BY 1
005570          UNTIL VPRF-HOUR-SUB > 24.
005580 END-DAY-RTN-EXIT.
005590      EXIT.
005600*-----------------------------------------------------------------
005610*   FOLD-SEEN-RTN - ADD ONE HOUR'S DISTINCT OPERATOR AND
005620*   TERMINAL COUNTS TO THE RUNNING SUMS AND PEAKS.
005630*-----------------------------------------------------------------
005640 FOLD-SEEN-RTN.
005650      ADD VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB)
005660          TO VPRF-OPER-SUM (VPRF-HOUR-SUB).
005670      IF VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB) >
005680          VPRF-OPER-PEAK (VPRF-HOUR-SUB)
005690          MOVE VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB)
005700              TO VPRF-OPER-PEAK (VPRF-HOUR-SUB)
005710      END-IF.
005720      ADD VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB)
005730          TO VPRF-TERM-SUM (VPRF-HOUR-SUB).
005740      IF VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB) >
005750          VPRF-TERM-PEAK (VPRF-HOUR-SUB)
005760          MOVE VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB)
005770              TO VPRF-TERM-PEAK (VPRF-HOUR-SUB)
005780      END-IF.
005790 FOLD-SEEN-RTN-EXIT.
005800      EXIT.
005810*-----------------------------------------------------------------
005820*   PROFILE-REC-RTN - ROLL THE RECORD IN AR-RECORD INTO THE
005830*   CURRENT DAY.  ANY FLOOR EVENT PUTS ITS OPERATOR AND
005840*   TERMINAL ON THE FLOOR FOR THAT HOUR (A SUPERVISOR REV IS
005850*   NOT FLOOR KEYING); ONLY A CONFIRMED CHR IS COUNTED.
005860*-----------------------------------------------------------------
005870 PROFILE-REC-RTN.
005880      IF AR-OPERATOR-ID = 'BATCH'
005890          OR AR-EVENT-TYPE = 'REV '
005900          GO TO PROFILE-REC-RTN-EXIT
005910      END-IF.
005920      IF AR-TIMESTAMP (12:2) NOT NUMERIC
005930          GO TO PROFILE-REC-RTN-EXIT
005940      END-IF.
005950      MOVE AR-TIMESTAMP (12:2) TO VPRF-REC-HOUR.
005960      IF VPRF-REC-HOUR > 23
005970          GO TO PROFILE-REC-RTN-EXIT
005980      END-IF.
005990      COMPUTE VPRF-HOUR-SUB = VPRF-REC-HOUR + 1.
006000      PERFORM NOTE-OPER-RTN THRU NOTE-OPER-RTN-EXIT.
006010      PERFORM NOTE-TERM-RTN THRU NOTE-TERM-RTN-EXIT.
006020      IF AR-EVENT-TYPE NOT = 'CHR '
006030          GO TO PROFILE-REC-RTN-EXIT
006040      END-IF.
006050      MOVE AR-EVENT-VALUE TO CHR.
006060      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
006070      IF NOT VPRF-CHR-GOOD
006080          GO TO PROFILE-REC-RTN-EXIT
006090      END-IF.
006100      ADD 1 TO VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-CUR-WDAY).
006110      ADD 1 TO VPRF-DAY-CHR (VPRF-CUR-SUB).
006120      ADD 1 TO VPRF-TOTAL-CHR.
006130      PERFORM FIND-CODE-RTN THRU FIND-CODE-RTN-EXIT.
006140      IF VPRF-CODE-FOUND > ZERO
006150          ADD 1 TO VPRF-CODE-TOTAL (VPRF-CODE-FOUND)
006160          ADD 1 TO VPRF-CODE-HOUR (VPRF-CODE-FOUND, VPRF-HOUR-SUB)
006170          ADD 1 TO VPRF-CODE-WDAY (VPRF-CODE-FOUND, VPRF-CUR-WDAY)
006180      END-IF.
006190 PROFILE-REC-RTN-EXIT.
006200      EXIT.
006210*-----------------------------------------------------------------
006220*   NOTE-OPER-RTN - ADD THE RECORD'S OPERATOR TO THIS HOUR'S
006230*   DISTINCT LIST IF NOT THERE ALREADY.
006240*-----------------------------------------------------------------
006250 NOTE-OPER-RTN.
006260      MOVE ZERO TO VPRF-SEEN-FOUND.
006270      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
006280          VARYING VPRF-SEEN-SUB FROM 1 BY 1
006290          UNTIL VPRF-SEEN-SUB > VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB)
006300          OR VPRF-SEEN-FOUND > ZERO.
006310      IF VPRF-SEEN-FOUND > ZERO
006320          GO TO NOTE-OPER-RTN-EXIT
006330      END-IF.
006340      IF VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB) NOT < VPRF-SEEN-MAX
006350          MOVE 'Y' TO VPRF-SEEN-FULL-SW
006360          GO TO NOTE-OPER-RTN-EXIT
006370      END-IF.
006380      ADD 1 TO VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB).
006390      MOVE AR-OPERATOR-ID TO VPRF-SEEN-OPER (VPRF-HOUR-SUB,
006400          VPRF-SEEN-OPER-CNT (VPRF-HOUR-SUB)).
006410 NOTE-OPER-RTN-EXIT.
006420      EXIT.
006430*-----------------------------------------------------------------
006440*   MATCH-OPER-RTN - TEST ONE SEEN-OPERATOR SLOT.
006450*-----------------------------------------------------------------
006460 MATCH-OPER-RTN.
006470      IF VPRF-SEEN-OPER (VPRF-HOUR-SUB, VPRF-SEEN-SUB) =
006480          AR-OPERATOR-ID
006490          MOVE VPRF-SEEN-SUB TO VPRF-SEEN-FOUND
006500      END-IF.
006510 MATCH-OPER-RTN-EXIT.
006520      EXIT.
006530*-----------------------------------------------------------------
006540*   NOTE-TERM-RTN - ADD THE RECORD'S TERMINAL TO THIS HOUR'S
006550*   DISTINCT LIST IF NOT THERE ALREADY.
006560*-----------------------------------------------------------------
006570 NOTE-TERM-RTN.
006580      MOVE ZERO TO VPRF-SEEN-FOUND.
006590      PERFORM MATCH-TERM-RTN THRU MATCH-TERM-RTN-EXIT
006600          VARYING VPRF-SEEN-SUB FROM 1 BY 1
006610          UNTIL VPRF-SEEN-SUB > VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB)
006620          OR VPRF-SEEN-FOUND > ZERO.
006630      IF VPRF-SEEN-FOUND > ZERO
006640          GO TO NOTE-TERM-RTN-EXIT
006650      END-IF.
006660      IF VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB) NOT < VPRF-SEEN-MAX
006670          MOVE 'Y' TO VPRF-SEEN-FULL-SW
006680          GO TO NOTE-TERM-RTN-EXIT
006690      END-IF.
006700      ADD 1 TO VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB).
006710      MOVE AR-TERMINAL-ID TO VPRF-SEEN-TERM (VPRF-HOUR-SUB,
006720          VPRF-SEEN-TERM-CNT (VPRF-HOUR-SUB)).
006730 NOTE-TERM-RTN-EXIT.
006740      EXIT.
006750*-----------------------------------------------------------------
006760*   MATCH-TERM-RTN - TEST ONE SEEN-TERMINAL SLOT.
006770*-----------------------------------------------------------------
006780 MATCH-TERM-RTN.
006790      IF VPRF-SEEN-TERM (VPRF-HOUR-SUB, VPRF-SEEN-SUB) =
006800          AR-TERMINAL-ID
006810          MOVE VPRF-SEEN-SUB TO VPRF-SEEN-FOUND
006820      END-IF.
006830 MATCH-TERM-RTN-EXIT.
006840      EXIT.
006850*-----------------------------------------------------------------
006860*   FIND-CODE-RTN - LOCATE CHR IN THE PER-CODE TABLE, ADDING
006870*   IT IN CODE ORDER ON FIRST SIGHT.  A FULL TABLE LEAVES
006880*   VPRF-CODE-FOUND ZERO - THE ENTRY STILL COUNTS IN THE
006890*   TOTALS, JUST NOT UNDER A CODE.
006900*-----------------------------------------------------------------
006910 FIND-CODE-RTN.
006920      MOVE ZERO TO VPRF-CODE-FOUND.
006930      MOVE ZERO TO VPRF-CODE-INS.
006940      PERFORM MATCH-CODE-RTN THRU MATCH-CODE-RTN-EXIT
006950          VARYING VPRF-CODE-SUB FROM 1 BY 1
006960          UNTIL VPRF-CODE-SUB > VPRF-CODE-COUNT
006970          OR VPRF-CODE-FOUND > ZERO
006980          OR VPRF-CODE-INS > ZERO.
006990      IF VPRF-CODE-FOUND > ZERO
007000          GO TO FIND-CODE-RTN-EXIT
007010      END-IF.
007020      IF VPRF-CODE-COUNT NOT < VPRF-CODE-MAX
007030          MOVE 'Y' TO VPRF-CODE-FULL-SW
007040          GO TO FIND-CODE-RTN-EXIT
007050      END-IF.
007060      IF VPRF-CODE-INS = ZERO
007070          COMPUTE VPRF-CODE-INS = VPRF-CODE-COUNT + 1
007080      END-IF.
007090      PERFORM SHIFT-CODE-RTN THRU SHIFT-CODE-RTN-EXIT
007100          VARYING VPRF-CODE-SUB FROM VPRF-CODE-COUNT BY -1
007110          UNTIL VPRF-CODE-SUB < VPRF-CODE-INS.
007120      ADD 1 TO VPRF-CODE-COUNT.
007130      MOVE LOW-VALUES TO VPRF-CODE-ENTRY (VPRF-CODE-INS).
007140      MOVE CHR TO VPRF-CODE-CHR (VPRF-CODE-INS).
007150      MOVE VPRF-CODE-INS TO VPRF-CODE-FOUND.
007160 FIND-CODE-RTN-EXIT.
007170      EXIT.
007180*-----------------------------------------------------------------
007190*   MATCH-CODE-RTN - TEST ONE PER-CODE SLOT: A HIT, OR THE
007200*   FIRST SLOT PAST CHR (WHERE A NEW CODE IS INSERTED).
007210*-----------------------------------------------------------------
007220 MATCH-CODE-RTN.
007230      IF VPRF-CODE-CHR (VPRF-CODE-SUB) = CHR
007240          MOVE VPRF-CODE-SUB TO VPRF-CODE-FOUND
007250      ELSE
007260          IF VPRF-CODE-CHR (VPRF-CODE-SUB) > CHR
007270              MOVE VPRF-CODE-SUB TO VPRF-CODE-INS
007280          END-IF
007290      END-IF.
007300 MATCH-CODE-RTN-EXIT.
007310      EXIT.
007320*-----------------------------------------------------------------
007330*   SHIFT-CODE-RTN - MOVE ONE PER-CODE SLOT UP BY ONE TO OPEN
007340*   THE INSERT POSITION.
007350*-----------------------------------------------------------------
007360 SHIFT-CODE-RTN.
007370      MOVE VPRF-CODE-ENTRY (VPRF-CODE-SUB)
007380          TO VPRF-CODE-ENTRY (VPRF-CODE-SUB + 1).
007390 SHIFT-CODE-RTN-EXIT.
007400      EXIT.
007410*-----------------------------------------------------------------
007420*   WRITE-COVERAGE-RTN - ONE LINE PER DAY OF THE RANGE SAYING
007430*   WHERE ITS ENTRIES CAME FROM, OR THAT ITS GENERATION IS
007440*   MISSING OR ALREADY PURGED AND THE DAY IS OUT OF THE
007450*   AVERAGES.
007460*-----------------------------------------------------------------
007470 WRITE-COVERAGE-RTN.
007480      MOVE SPACES TO VP-RECORD.
007490      WRITE VP-RECORD.
007500      MOVE 'DAYS PROFILED' TO VP-RECORD.
007510      WRITE VP-RECORD.
007520      PERFORM WRITE-DAY-RTN THRU WRITE-DAY-RTN-EXIT
007530          VARYING VPRF-DAY-SUB FROM 1 BY 1
007540          UNTIL VPRF-DAY-SUB > VPRF-RANGE-DAYS.
007550      MOVE VPRF-RANGE-DAYS TO VPRF-DAYS-D.
007560      MOVE SPACES TO VP-RECORD.
007570      STRING '   DAYS IN RANGE     : ' DELIMITED BY SIZE
007580          VPRF-DAYS-D DELIMITED BY SIZE
007590          INTO VP-RECORD.
007600      WRITE VP-RECORD.
007610      MOVE VPRF-COVERED-DAYS TO VPRF-DAYS-D.
007620      MOVE SPACES TO VP-RECORD.
007630      STRING '   DAYS COVERED      : ' DELIMITED BY SIZE
007640          VPRF-DAYS-D DELIMITED BY SIZE
007650          INTO VP-RECORD.
007660      WRITE VP-RECORD.
007670      MOVE VPRF-MISSING-DAYS TO VPRF-DAYS-D.
007680      MOVE SPACES TO VP-RECORD.
007690      STRING '   MISSING OR PURGED : ' DELIMITED BY SIZE
007700          VPRF-DAYS-D DELIMITED BY SIZE
007710          INTO VP-RECORD.
007720      WRITE VP-RECORD.
007730 WRITE-COVERAGE-RTN-EXIT.
007740      EXIT.
007750*-----------------------------------------------------------------
007760*   WRITE-DAY-RTN - THE COVERAGE LINE FOR ONE DAY.
007770*-----------------------------------------------------------------
007780 WRITE-DAY-RTN.
007790      COMPUTE VPRF-DAY-INT = VPRF-FROM-INT + VPRF-DAY-SUB - 1.
007800      COMPUTE VPRF-DAY-DATE =
007810          FUNCTION DATE-OF-INTEGER (VPRF-DAY-INT).
007820      COMPUTE VPRF-WORK-INT = VPRF-DAY-INT - 1.
007830      DIVIDE VPRF-WORK-INT BY 7 GIVING VPRF-WORK-QUOT
007840          REMAINDER VPRF-WORK-REM.
007850      COMPUTE VPRF-WDAY-SUB = VPRF-WORK-REM + 1.
007860      MOVE SPACES TO VP-RECORD.
007870      MOVE 1 TO VPRF-LINE-PTR.
007880      STRING '   ' DELIMITED BY SIZE
007890          VPRF-DAY-YYYY DELIMITED BY SIZE
007900          '-' DELIMITED BY SIZE
007910          VPRF-DAY-MM DELIMITED BY SIZE
007920          '-' DELIMITED BY SIZE
007930          VPRF-DAY-DD DELIMITED BY SIZE
007940          ' ' DELIMITED BY SIZE
007950          VPRF-WDAY-NAME (VPRF-WDAY-SUB) DELIMITED BY SIZE
007960          INTO VP-RECORD
007970          WITH POINTER VPRF-LINE-PTR.
007980      MOVE VPRF-DAY-CHR (VPRF-DAY-SUB) TO VPRF-COUNT-D.
007990      EVALUATE TRUE
008000        WHEN VPRF-DAY-FROM-GEN (VPRF-DAY-SUB)
008010          STRING '  AUDA GENERATION  CONFIRMED ' DELIMITED BY SIZE
008020              VPRF-COUNT-D DELIMITED BY SIZE
008030              INTO VP-RECORD
008040              WITH POINTER VPRF-LINE-PTR
008050        WHEN VPRF-DAY-FROM-ONLINE (VPRF-DAY-SUB)
008060          STRING '  ONLINE AUDITFIL  CONFIRMED ' DELIMITED BY SIZE
008070              VPRF-COUNT-D DELIMITED BY SIZE
008080              INTO VP-RECORD
008090              WITH POINTER VPRF-LINE-PTR
008100        WHEN VPRF-DAY-MISSING (VPRF-DAY-SUB)
008110          ADD 1 TO VPRF-MISSING-DAYS
008120          MOVE 'Y' TO VPRF-MISSING-SW
008130          STRING '  GENERATION MISSING OR ALREADY PURGED'
008140                  DELIMITED BY SIZE
008150              ' - NOT AVERAGED' DELIMITED BY SIZE
008160              INTO VP-RECORD
008170              WITH POINTER VPRF-LINE-PTR
008180        WHEN OTHER
008190          ADD 1 TO VPRF-EMPTY-DAYS
008200          STRING '  NO ENTRIES ON THE ONLINE TRAIL YET'
008210                  DELIMITED BY SIZE
008220              ' - NOT AVERAGED' DELIMITED BY SIZE
008230              INTO VP-RECORD
008240              WITH POINTER VPRF-LINE-PTR
008250      END-EVALUATE.
008260      WRITE VP-RECORD.
008270 WRITE-DAY-RTN-EXIT.
008280      EXIT.
008290*-----------------------------------------------------------------
008300*   WRITE-MATRIX-RTN - CONFIRMED ENTRY TOTALS, ONE LINE PER
008310*   HOUR, ONE COLUMN PER WEEKDAY, WITH ROW AND COLUMN TOTALS.
008320*-----------------------------------------------------------------
008330 WRITE-MATRIX-RTN.
008340      MOVE SPACES TO VP-RECORD.
008350      WRITE VP-RECORD.
008360      MOVE 'CONFIRMED ENTRIES BY HOUR AND WEEKDAY - TOTALS'
008370          TO VP-RECORD.
008380      WRITE VP-RECORD.
008390      MOVE 'HOUR' TO VPRF-HEAD-LABEL.
008400      PERFORM WRITE-COLHEAD-RTN THRU WRITE-COLHEAD-RTN-EXIT.
008410      PERFORM WRITE-HOUR-TOTAL-RTN THRU WRITE-HOUR-TOTAL-RTN-EXIT
008420          VARYING VPRF-HOUR-SUB FROM 1 BY 1
008430          UNTIL VPRF-HOUR-SUB > 24.
008440      MOVE SPACES TO VPRF-MATRIX-LINE.
008450      MOVE 'TOTAL' TO VPRF-ML-LABEL.
008460      PERFORM COLUMN-TOTAL-RTN THRU COLUMN-TOTAL-RTN-EXIT
008470          VARYING VPRF-WDAY-SUB FROM 1 BY 1
008480          UNTIL VPRF-WDAY-SUB > 7.
008490      MOVE VPRF-TOTAL-CHR TO VPRF-ML-TOTAL.
008500      MOVE VPRF-MATRIX-LINE TO VP-RECORD.
008510      WRITE VP-RECORD.
008520 WRITE-MATRIX-RTN-EXIT.
008530      EXIT.
008540*-----------------------------------------------------------------
008550*   WRITE-COLHEAD-RTN - THE WEEKDAY COLUMN HEADINGS SHARED BY
008560*   THE GRIDS AND THE PER-CODE PROFILE.  THE CALLER SETS THE
008570*   LABEL OVER THE FIRST COLUMN.
008580*-----------------------------------------------------------------
008590 WRITE-COLHEAD-RTN.
008600      MOVE SPACES TO VP-RECORD.
008610      STRING VPRF-HEAD-LABEL DELIMITED BY SIZE
008620          '     MON     TUE     WED     THU' DELIMITED BY SIZE
008630          '     FRI     SAT     SUN' DELIMITED BY SIZE
008640          '    TOTAL' DELIMITED BY SIZE
008650          INTO VP-RECORD.
008660      WRITE VP-RECORD.
008670 WRITE-COLHEAD-RTN-EXIT.
008680      EXIT.
008690*-----------------------------------------------------------------
008700*   WRITE-HOUR-TOTAL-RTN - ONE HOUR'S LINE OF THE TOTALS GRID.
008710*-----------------------------------------------------------------
008720 WRITE-HOUR-TOTAL-RTN.
008730      MOVE SPACES TO VPRF-MATRIX-LINE.
008740      COMPUTE VPRF-HOUR-NO = VPRF-HOUR-SUB - 1.
008750      MOVE VPRF-HOUR-NO TO VPRF-ML-LABEL (1:2).
008760      MOVE ':00' TO VPRF-ML-LABEL (3:3).
008770      MOVE ZERO TO VPRF-ROW-TOTAL.
008780      PERFORM HOUR-CELL-RTN THRU HOUR-CELL-RTN-EXIT
008790          VARYING VPRF-WDAY-SUB FROM 1 BY 1
008800          UNTIL VPRF-WDAY-SUB > 7.
008810      MOVE VPRF-ROW-TOTAL TO VPRF-ML-TOTAL.
008820      MOVE VPRF-MATRIX-LINE TO VP-RECORD.
008830      WRITE VP-RECORD.
008840 WRITE-HOUR-TOTAL-RTN-EXIT.
008850      EXIT.
008860*-----------------------------------------------------------------
008870*   HOUR-CELL-RTN - ONE WEEKDAY CELL OF AN HOUR'S TOTALS LINE.
008880*-----------------------------------------------------------------
008890 HOUR-CELL-RTN.
008900      MOVE VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
008910          TO VPRF-ML-COUNT (VPRF-WDAY-SUB).
008920      ADD VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
008930          TO VPRF-ROW-TOTAL.
008940 HOUR-CELL-RTN-EXIT.
008950      EXIT.
008960*-----------------------------------------------------------------
008970*   COLUMN-TOTAL-RTN - ONE WEEKDAY'S TOTAL ACROSS ALL HOURS,
008980*   LEFT IN VPRF-ROW-TOTAL AND IN THE MATRIX LINE CELL.
008990*-----------------------------------------------------------------
009000 COLUMN-TOTAL-RTN.
009010      MOVE ZERO TO VPRF-ROW-TOTAL.
009020      PERFORM ADD-COLUMN-RTN THRU ADD-COLUMN-RTN-EXIT
009030          VARYING VPRF-HOUR-SUB FROM 1 BY 1
009040          UNTIL VPRF-HOUR-SUB > 24.
009050      MOVE VPRF-ROW-TOTAL TO VPRF-ML-COUNT (VPRF-WDAY-SUB).
009060 COLUMN-TOTAL-RTN-EXIT.
009070      EXIT.
009080*-----------------------------------------------------------------
009090*   ADD-COLUMN-RTN - ADD ONE HOUR TO A WEEKDAY'S TOTAL.
009100*-----------------------------------------------------------------
009110 ADD-COLUMN-RTN.
009120      ADD VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
009130          TO VPRF-ROW-TOTAL.
009140 ADD-COLUMN-RTN-EXIT.
009150      EXIT.
009160*-----------------------------------------------------------------
009170*   WRITE-AVERAGE-RTN - THE SAME GRID AS AVERAGE ENTRIES PER
009180*   COVERED DAY OF EACH WEEKDAY, WITH THE DAYS BEHIND EACH
009190*   COLUMN SHOWN BELOW IT.  THE ROW AVERAGE IS PER COVERED
009200*   DAY OF ANY WEEKDAY.
009210*-----------------------------------------------------------------
009220 WRITE-AVERAGE-RTN.
009230      MOVE SPACES TO VP-RECORD.
009240      WRITE VP-RECORD.
009250      MOVE 'AVERAGE CONFIRMED ENTRIES PER DAY BY HOUR AND WEEKDAY'
009260          TO VP-RECORD.
009270      WRITE VP-RECORD.
009280      MOVE 'HOUR' TO VPRF-HEAD-LABEL.
009290      PERFORM WRITE-COLHEAD-RTN THRU WRITE-COLHEAD-RTN-EXIT.
009300      PERFORM WRITE-HOUR-AVG-RTN THRU WRITE-HOUR-AVG-RTN-EXIT
009310          VARYING VPRF-HOUR-SUB FROM 1 BY 1
009320          UNTIL VPRF-HOUR-SUB > 24.
009330      MOVE SPACES TO VPRF-MATRIX-LINE.
009340      MOVE 'DAYS' TO VPRF-ML-LABEL.
009350      PERFORM DAYS-CELL-RTN THRU DAYS-CELL-RTN-EXIT
009360          VARYING VPRF-WDAY-SUB FROM 1 BY 1
009370          UNTIL VPRF-WDAY-SUB > 7.
009380      MOVE VPRF-COVERED-DAYS TO VPRF-ML-TOTAL.
009390      MOVE VPRF-MATRIX-LINE TO VP-RECORD.
009400      WRITE VP-RECORD.
009410 WRITE-AVERAGE-RTN-EXIT.
009420      EXIT.
009430*-----------------------------------------------------------------
009440*   WRITE-HOUR-AVG-RTN - ONE HOUR'S LINE OF THE AVERAGES GRID.
009450*-----------------------------------------------------------------
009460 WRITE-HOUR-AVG-RTN.
009470      MOVE SPACES TO VPRF-AVG-LINE.
009480      COMPUTE VPRF-HOUR-NO = VPRF-HOUR-SUB - 1.
009490      MOVE VPRF-HOUR-NO TO VPRF-ML-LABEL (1:2).
009500      MOVE ':00' TO VPRF-ML-LABEL (3:3).
009510      MOVE ZERO TO VPRF-ROW-TOTAL.
009520      PERFORM AVG-CELL-RTN THRU AVG-CELL-RTN-EXIT
009530          VARYING VPRF-WDAY-SUB FROM 1 BY 1
009540          UNTIL VPRF-WDAY-SUB > 7.
009550      IF VPRF-COVERED-DAYS > ZERO
009560          COMPUTE VPRF-AVERAGE ROUNDED =
009570              VPRF-ROW-TOTAL / VPRF-COVERED-DAYS
009580      ELSE
009590          MOVE ZERO TO VPRF-AVERAGE
009600      END-IF.
009610      MOVE VPRF-AVERAGE TO VPRF-AL-TOTAL.
009620      MOVE VPRF-AVG-LINE TO VP-RECORD.
009630      WRITE VP-RECORD.
009640 WRITE-HOUR-AVG-RTN-EXIT.
009650      EXIT.
009660*-----------------------------------------------------------------
009670*   AVG-CELL-RTN - ONE WEEKDAY CELL OF AN HOUR'S AVERAGES
009680*   LINE.  A WEEKDAY WITH NO COVERED DAYS SHOWS ZERO.
009690*-----------------------------------------------------------------
009700 AVG-CELL-RTN.
009710      ADD VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
009720          TO VPRF-ROW-TOTAL.
009730      IF VPRF-WDAY-DAYS (VPRF-WDAY-SUB) > ZERO
009740          COMPUTE VPRF-AVERAGE ROUNDED =
009750              VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
009760              / VPRF-WDAY-DAYS (VPRF-WDAY-SUB)
009770      ELSE
009780          MOVE ZERO TO VPRF-AVERAGE
009790      END-IF.
009800      MOVE VPRF-AVERAGE TO VPRF-AL-AVG (VPRF-WDAY-SUB).
009810 AVG-CELL-RTN-EXIT.
009820      EXIT.
009830*-----------------------------------------------------------------
009840*   DAYS-CELL-RTN - ONE WEEKDAY'S COVERED-DAY COUNT.
009850*-----------------------------------------------------------------
009860 DAYS-CELL-RTN.
009870      MOVE VPRF-WDAY-DAYS (VPRF-WDAY-SUB)
009880          TO VPRF-ML-COUNT (VPRF-WDAY-SUB).
009890 DAYS-CELL-RTN-EXIT.
009900      EXIT.
009910*-----------------------------------------------------------------
009920*   WRITE-WEEKDAY-RTN - PER WEEKDAY: DAYS COVERED, TOTAL AND
009930*   AVERAGE CONFIRMED ENTRIES PER DAY, AND THE PEAK HOUR WITH
009940*   ITS AVERAGE.
009950*-----------------------------------------------------------------
009960 WRITE-WEEKDAY-RTN.
009970      MOVE SPACES TO VP-RECORD.
009980      WRITE VP-RECORD.
009990      MOVE 'WEEKDAY SUMMARY' TO VP-RECORD.
010000      WRITE VP-RECORD.
010010      MOVE SPACES TO VP-RECORD.
010020      STRING 'DAY   DAYS     TOTAL   AVG/DAY' DELIMITED BY SIZE
010030          '   PEAK HOUR   PEAK AVG' DELIMITED BY SIZE
010040          INTO VP-RECORD.
010050      WRITE VP-RECORD.
010060      PERFORM WRITE-WDAY-LINE-RTN THRU WRITE-WDAY-LINE-RTN-EXIT
010070          VARYING VPRF-WDAY-SUB FROM 1 BY 1
010080          UNTIL VPRF-WDAY-SUB > 7.
010090 WRITE-WEEKDAY-RTN-EXIT.
010100      EXIT.
010110*-----------------------------------------------------------------
010120*   WRITE-WDAY-LINE-RTN - ONE WEEKDAY'S SUMMARY LINE.  THE
010130*   PEAK HOUR IS THE BUSIEST HOUR ON THAT WEEKDAY (THE
010140*   EARLIEST ON A TIE).
010150*-----------------------------------------------------------------
010160 WRITE-WDAY-LINE-RTN.
010170      MOVE ZERO TO VPRF-ROW-TOTAL.
010180      MOVE ZERO TO VPRF-PEAK-CNT.
010190      MOVE 1 TO VPRF-PEAK-SUB.
010200      PERFORM PEAK-HOUR-RTN THRU PEAK-HOUR-RTN-EXIT
010210          VARYING VPRF-HOUR-SUB FROM 1 BY 1
010220          UNTIL VPRF-HOUR-SUB > 24.
010230      MOVE VPRF-WDAY-DAYS (VPRF-WDAY-SUB) TO VPRF-DAYS-D.
010240      MOVE VPRF-ROW-TOTAL TO VPRF-COUNT-D.
010250      MOVE SPACES TO VP-RECORD.
010260      IF VPRF-WDAY-DAYS (VPRF-WDAY-SUB) = ZERO
010270          STRING VPRF-WDAY-NAME (VPRF-WDAY-SUB) DELIMITED BY SIZE
010280              '  ' DELIMITED BY SIZE
010290              VPRF-DAYS-D DELIMITED BY SIZE
010300              '   NO DAYS COVERED IN THE RANGE' DELIMITED BY SIZE
010310              INTO VP-RECORD
010320          WRITE VP-RECORD
010330          GO TO WRITE-WDAY-LINE-RTN-EXIT
010340      END-IF.
010350      COMPUTE VPRF-AVERAGE ROUNDED =
010360          VPRF-ROW-TOTAL / VPRF-WDAY-DAYS (VPRF-WDAY-SUB).
010370      MOVE VPRF-AVERAGE TO VPRF-AVG-D.
010380      MOVE 1 TO VPRF-LINE-PTR.
010390      STRING VPRF-WDAY-NAME (VPRF-WDAY-SUB) DELIMITED BY SIZE
010400          '  ' DELIMITED BY SIZE
010410          VPRF-DAYS-D DELIMITED BY SIZE
010420          '   ' DELIMITED BY SIZE
010430          VPRF-COUNT-D DELIMITED BY SIZE
010440          '   ' DELIMITED BY SIZE
010450          VPRF-AVG-D DELIMITED BY SIZE
010460          INTO VP-RECORD
010470          WITH POINTER VPRF-LINE-PTR.
010480      COMPUTE VPRF-HOUR-NO = VPRF-PEAK-SUB - 1.
010490      COMPUTE VPRF-AVERAGE ROUNDED =
010500          VPRF-PEAK-CNT / VPRF-WDAY-DAYS (VPRF-WDAY-SUB).
010510      MOVE VPRF-AVERAGE TO VPRF-AVG-D.
010520      IF VPRF-PEAK-CNT = ZERO
010530          STRING '        NONE' DELIMITED BY SIZE
010540              INTO VP-RECORD
010550              WITH POINTER VPRF-LINE-PTR
010560      ELSE
010570          STRING '       ' DELIMITED BY SIZE
010580              VPRF-HOUR-NO DELIMITED BY SIZE
010590              ':00' DELIMITED BY SIZE
010600              '    ' DELIMITED BY SIZE
010610              VPRF-AVG-D DELIMITED BY SIZE
010620              INTO VP-RECORD
010630              WITH POINTER VPRF-LINE-PTR
010640      END-IF.
010650      WRITE VP-RECORD.
010660 WRITE-WDAY-LINE-RTN-EXIT.
010670      EXIT.
010680*-----------------------------------------------------------------
010690*   PEAK-HOUR-RTN - ADD ONE HOUR TO THE WEEKDAY TOTAL AND
010700*   KEEP IT IF IT IS THE BUSIEST SO FAR.
010710*-----------------------------------------------------------------
010720 PEAK-HOUR-RTN.
010730      ADD VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
010740          TO VPRF-ROW-TOTAL.
010750      IF VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB) >
010760          VPRF-PEAK-CNT
010770          MOVE VPRF-HW-CNT (VPRF-HOUR-SUB, VPRF-WDAY-SUB)
010780              TO VPRF-PEAK-CNT
010790          MOVE VPRF-HOUR-SUB TO VPRF-PEAK-SUB
010800      END-IF.
010810 PEAK-HOUR-RTN-EXIT.
010820      EXIT.
010830*-----------------------------------------------------------------
010840*   WRITE-STAFF-RTN - CONCURRENT OPERATORS AND TERMINALS ON
010850*   THE FLOOR BY HOUR: THE AVERAGE PER COVERED DAY AND THE
010860*   MOST SEEN IN THAT HOUR ON ANY ONE DAY.
010870*-----------------------------------------------------------------
010880 WRITE-STAFF-RTN.
010890      MOVE SPACES TO VP-RECORD.
010900      WRITE VP-RECORD.
010910      MOVE 'OPERATORS AND TERMINALS ACTIVE BY HOUR' TO VP-RECORD.
010920      WRITE VP-RECORD.
010930      MOVE SPACES TO VP-RECORD.
010940      STRING 'HOUR     AVG OPER  PEAK OPER' DELIMITED BY SIZE
010950          '    AVG TERM  PEAK TERM' DELIMITED BY SIZE
010960          INTO VP-RECORD.
010970      WRITE VP-RECORD.
010980      PERFORM WRITE-STAFF-LINE-RTN THRU WRITE-STAFF-LINE-RTN-EXIT
010990          VARYING VPRF-HOUR-SUB FROM 1 BY 1
011000          UNTIL VPRF-HOUR-SUB > 24.
011010      IF VPRF-SEEN-OVERFLOWED
011020          MOVE SPACES TO VP-RECORD
011030          STRING '   MORE THAN 60 OPERATORS OR TERMINALS IN AN'
011040                  DELIMITED BY SIZE
011050              ' HOUR - COUNTS CAPPED AT 60' DELIMITED BY SIZE
011060              INTO VP-RECORD
011070          WRITE VP-RECORD
011080      END-IF.
011090 WRITE-STAFF-RTN-EXIT.
011100      EXIT.
011110*-----------------------------------------------------------------
011120*   WRITE-STAFF-LINE-RTN - ONE HOUR'S STAFF LINE.
011130*-----------------------------------------------------------------
011140 WRITE-STAFF-LINE-RTN.
011150      COMPUTE VPRF-HOUR-NO = VPRF-HOUR-SUB - 1.
011160      MOVE SPACES TO VP-RECORD.
011170      MOVE 1 TO VPRF-LINE-PTR.
011180      STRING VPRF-HOUR-NO DELIMITED BY SIZE
011190          ':00' DELIMITED BY SIZE
011200          INTO VP-RECORD
011210          WITH POINTER VPRF-LINE-PTR.
011220      IF VPRF-COVERED-DAYS > ZERO
011230          COMPUTE VPRF-AVERAGE ROUNDED =
011240              VPRF-OPER-SUM (VPRF-HOUR-SUB) / VPRF-COVERED-DAYS
011250      ELSE
011260          MOVE ZERO TO VPRF-AVERAGE
011270      END-IF.
011280      MOVE VPRF-AVERAGE TO VPRF-AVG-D.
011290      MOVE VPRF-OPER-PEAK (VPRF-HOUR-SUB) TO VPRF-PEAK-D.
011300      STRING '     ' DELIMITED BY SIZE
011310          VPRF-AVG-D DELIMITED BY SIZE
011320          '        ' DELIMITED BY SIZE
011330          VPRF-PEAK-D DELIMITED BY SIZE
011340          INTO VP-RECORD
011350          WITH POINTER VPRF-LINE-PTR.
011360      IF VPRF-COVERED-DAYS > ZERO
011370          COMPUTE VPRF-AVERAGE ROUNDED =
011380              VPRF-TERM-SUM (VPRF-HOUR-SUB) / VPRF-COVERED-DAYS
011390      ELSE
011400          MOVE ZERO TO VPRF-AVERAGE
011410      END-IF.
011420      MOVE VPRF-AVERAGE TO VPRF-AVG-D.
011430      MOVE VPRF-TERM-PEAK (VPRF-HOUR-SUB) TO VPRF-PEAK-D.
011440      STRING '     ' DELIMITED BY SIZE
011450          VPRF-AVG-D DELIMITED BY SIZE
011460          '        ' DELIMITED BY SIZE
011470          VPRF-PEAK-D DELIMITED BY SIZE
011480          INTO VP-RECORD
011490          WITH POINTER VPRF-LINE-PTR.
011500      WRITE VP-RECORD.
011510 WRITE-STAFF-LINE-RTN-EXIT.
011520      EXIT.
011530*-----------------------------------------------------------------
011540*   WRITE-CODES-RTN - THE PER-CODE PROFILE: FOR EACH CODE
011550*   CONFIRMED IN THE RANGE, ITS TOTAL AND PEAK HOUR, ITS
011560*   COUNT BY WEEKDAY, AND ITS COUNT BY HOUR IN THREE LINES OF
011570*   EIGHT HOURS, ALL UNDER ONE SET OF COLUMN HEADINGS.
011580*-----------------------------------------------------------------
011590 WRITE-CODES-RTN.
011600      MOVE SPACES TO VP-RECORD.
011610      WRITE VP-RECORD.
011620      MOVE 'CONFIRMED ENTRIES BY MENU CODE' TO VP-RECORD.
011630      WRITE VP-RECORD.
011640      IF VPRF-CODE-COUNT = ZERO
011650          MOVE '   NO CONFIRMED ENTRIES IN THE RANGE' TO VP-RECORD
011660          WRITE VP-RECORD
011670          GO TO WRITE-CODES-RTN-EXIT
011680      END-IF.
011690      MOVE 'CODE' TO VPRF-HEAD-LABEL.
011700      PERFORM WRITE-COLHEAD-RTN THRU WRITE-COLHEAD-RTN-EXIT.
011710      MOVE SPACES TO VP-RECORD.
011720      STRING 'HRS FROM  ' DELIMITED BY SIZE
011730          '     +0     +1     +2     +3' DELIMITED BY SIZE
011740          '     +4     +5     +6     +7' DELIMITED BY SIZE
011750          INTO VP-RECORD.
011760      WRITE VP-RECORD.
011770      PERFORM WRITE-CODE-RTN THRU WRITE-CODE-RTN-EXIT
011780          VARYING VPRF-CODE-SUB FROM 1 BY 1
011790          UNTIL VPRF-CODE-SUB > VPRF-CODE-COUNT.
011800      IF VPRF-CODE-TABLE-FULL
011810          MOVE SPACES TO VP-RECORD
011820          STRING '   MORE THAN 500 CODES - LATER CODES COUNTED'
011830                  DELIMITED BY SIZE
011840              ' IN THE TOTALS ONLY' DELIMITED BY SIZE
011850              INTO VP-RECORD
011860          WRITE VP-RECORD
011870      END-IF.
011880 WRITE-CODES-RTN-EXIT.
011890      EXIT.
011900*-----------------------------------------------------------------
011910*   WRITE-CODE-RTN - ONE CODE'S BLOCK OF THE PER-CODE PROFILE.
011920*-----------------------------------------------------------------
011930 WRITE-CODE-RTN.
011940      MOVE ZERO TO VPRF-PEAK-CNT.
011950      MOVE 1 TO VPRF-PEAK-SUB.
011960      PERFORM CODE-PEAK-RTN THRU CODE-PEAK-RTN-EXIT
011970          VARYING VPRF-HOUR-SUB FROM 1 BY 1
011980          UNTIL VPRF-HOUR-SUB > 24.
011990      COMPUTE VPRF-HOUR-NO = VPRF-PEAK-SUB - 1.
012000      MOVE VPRF-CODE-TOTAL (VPRF-CODE-SUB) TO VPRF-COUNT-D.
012010      MOVE SPACES TO VP-RECORD.
012020      STRING 'CODE ' DELIMITED BY SIZE
012030          VPRF-CODE-CHR (VPRF-CODE-SUB) DELIMITED BY SIZE
012040          '   TOTAL ' DELIMITED BY SIZE
012050          VPRF-COUNT-D DELIMITED BY SIZE
012060          '   PEAK HOUR ' DELIMITED BY SIZE
012070          VPRF-HOUR-NO DELIMITED BY SIZE
012080          ':00' DELIMITED BY SIZE
012090          INTO VP-RECORD.
012100      WRITE VP-RECORD.
012110      MOVE SPACES TO VPRF-MATRIX-LINE.
012120      MOVE 'BY DAY' TO VPRF-ML-LABEL.
012130      PERFORM CODE-WDAY-CELL-RTN THRU CODE-WDAY-CELL-RTN-EXIT
012140          VARYING VPRF-WDAY-SUB FROM 1 BY 1
012150          UNTIL VPRF-WDAY-SUB > 7.
012160      MOVE VPRF-CODE-TOTAL (VPRF-CODE-SUB) TO VPRF-ML-TOTAL.
012170      MOVE VPRF-MATRIX-LINE TO VP-RECORD.
012180      WRITE VP-RECORD.
012190      PERFORM WRITE-CODE-HOURS-RTN THRU WRITE-CODE-HOURS-RTN-EXIT
012200          VARYING VPRF-START-HOUR FROM 1 BY 8
012210          UNTIL VPRF-START-HOUR > 24.
012220 WRITE-CODE-RTN-EXIT.
012230      EXIT.
012240*-----------------------------------------------------------------
012250*   CODE-PEAK-RTN - KEEP THE CODE'S BUSIEST HOUR SO FAR.
012260*-----------------------------------------------------------------
012270 CODE-PEAK-RTN.
012280      IF VPRF-CODE-HOUR (VPRF-CODE-SUB, VPRF-HOUR-SUB) >
012290          VPRF-PEAK-CNT
012300          MOVE VPRF-CODE-HOUR (VPRF-CODE-SUB, VPRF-HOUR-SUB)
012310              TO VPRF-PEAK-CNT
012320          MOVE VPRF-HOUR-SUB TO VPRF-PEAK-SUB
012330      END-IF.
012340 CODE-PEAK-RTN-EXIT.
012350      EXIT.
012360*-----------------------------------------------------------------
012370*   CODE-WDAY-CELL-RTN - ONE WEEKDAY CELL OF A CODE'S BY-DAY
012380*   LINE, UNDER THE SAME HEADINGS AS THE GRIDS ABOVE.
012390*-----------------------------------------------------------------
012400 CODE-WDAY-CELL-RTN.
012410      MOVE VPRF-CODE-WDAY (VPRF-CODE-SUB, VPRF-WDAY-SUB)
012420          TO VPRF-ML-COUNT (VPRF-WDAY-SUB).
012430 CODE-WDAY-CELL-RTN-EXIT.
012440      EXIT.
012450*-----------------------------------------------------------------
012460*   WRITE-CODE-HOURS-RTN - EIGHT HOURS OF A CODE'S HOURLY
012470*   COUNTS, LABELLED WITH THE FIRST AND LAST HOUR.
012480*-----------------------------------------------------------------
012490 WRITE-CODE-HOURS-RTN.
012500      MOVE SPACES TO VPRF-CODE-HOUR-LINE.
012510      MOVE 'HRS ' TO VPRF-CL-LABEL (1:4).
012520      COMPUTE VPRF-HOUR-NO = VPRF-START-HOUR - 1.
012530      MOVE VPRF-HOUR-NO TO VPRF-CL-LABEL (5:2).
012540      MOVE '-' TO VPRF-CL-LABEL (7:1).
012550      COMPUTE VPRF-HOUR-NO = VPRF-START-HOUR + 6.
012560      MOVE VPRF-HOUR-NO TO VPRF-CL-LABEL (8:2).
012570      PERFORM CODE-HOUR-CELL-RTN THRU CODE-HOUR-CELL-RTN-EXIT
012580          VARYING VPRF-CELL-SUB FROM 1 BY 1
012590          UNTIL VPRF-CELL-SUB > 8.
012600      MOVE VPRF-CODE-HOUR-LINE TO VP-RECORD.
012610      WRITE VP-RECORD.
012620 WRITE-CODE-HOURS-RTN-EXIT.
012630      EXIT.
012640*-----------------------------------------------------------------
012650*   CODE-HOUR-CELL-RTN - ONE HOUR CELL OF A CODE'S HOURLY
012660*   LINE.
012670*-----------------------------------------------------------------
012680 CODE-HOUR-CELL-RTN.
012690      COMPUTE VPRF-HOUR-SUB = VPRF-START-HOUR + VPRF-CELL-SUB - 1.
012700      MOVE VPRF-CODE-HOUR (VPRF-CODE-SUB, VPRF-HOUR-SUB)
012710          TO VPRF-CL-COUNT (VPRF-CELL-SUB).
012720 CODE-HOUR-CELL-RTN-EXIT.
012730      EXIT.
012740*-----------------------------------------------------------------
012750*   WRITE-TRAILER-RTN - GRAND TOTAL AND THE AVERAGING CAVEAT.
012760*-----------------------------------------------------------------
012770 WRITE-TRAILER-RTN.
012780      MOVE SPACES TO VP-RECORD.
012790      WRITE VP-RECORD.
012800      MOVE VPRF-TOTAL-CHR TO VPRF-COUNT-D.
012810      MOVE SPACES TO VP-RECORD.
012820      STRING 'TOTAL CONFIRMED ENTRIES: ' DELIMITED BY SIZE
012830          VPRF-COUNT-D DELIMITED BY SIZE
012840          INTO VP-RECORD.
012850      WRITE VP-RECORD.
012860      IF VPRF-SOME-MISSING
012870          MOVE SPACES TO VP-RECORD
012880          MOVE VPRF-MISSING-DAYS TO VPRF-DAYS-D
012890          STRING '*** ' DELIMITED BY SIZE
012900              VPRF-DAYS-D DELIMITED BY SIZE
012910              ' DAY(S) MISSING OR PURGED - AVERAGES COVER'
012920                  DELIMITED BY SIZE
012930              ' THE REST ONLY' DELIMITED BY SIZE
012940              INTO VP-RECORD
012950          WRITE VP-RECORD
012960      END-IF.
012970 WRITE-TRAILER-RTN-EXIT.
012980      EXIT.
012990*-----------------------------------------------------------------
013000*   LOAD-CODE-RTN - READ THE OPTIONAL CODETBL CODE TABLE INTO
013010*   WORKING STORAGE.  MISSING FILE = FALL BACK TO CHRCODES.
013020*-----------------------------------------------------------------
013030 LOAD-CODE-RTN.
013040      OPEN INPUT CODE-TABLE-FILE.
013050      IF VPRF-CODE-STATUS = '00'
013060        PERFORM READ-CODE-RTN THRU READ-CODE-RTN-EXIT
013070            UNTIL VPRF-CODE-AT-END
013080        CLOSE CODE-TABLE-FILE
013090        IF VPRF-CTAB-COUNT > ZERO
013100            MOVE 'Y' TO VPRF-CODE-LOADED-SW
013110        END-IF
013120        IF VPRF-CTAB-TRUNCATED
013130            DISPLAY 'VOLPROF: CODETBL TRUNCATED AT 500 '
013140                'ENTRIES - CODES PAST THE LIMIT JUDGED '
013150                'INVALID'
013160        END-IF
013170      END-IF.
013180 LOAD-CODE-RTN-EXIT.
013190      EXIT.
013200*-----------------------------------------------------------------
013210*   READ-CODE-RTN - LOAD ONE CODETBL RECORD INTO THE TABLE.
013220*-----------------------------------------------------------------
013230 READ-CODE-RTN.
013240      READ CODE-TABLE-FILE
013250          AT END
013260              MOVE 'Y' TO VPRF-CODE-EOF-SW
013270              GO TO READ-CODE-RTN-EXIT
013280      END-READ.
013290      IF VPRF-CTAB-COUNT < VPRF-CTAB-MAX
013300          ADD 1 TO VPRF-CTAB-COUNT
013310          MOVE CT-CHR-CODE TO VPRF-CTAB-CHR (VPRF-CTAB-COUNT)
013320          MOVE CT-EFF-DATE TO VPRF-CTAB-EFF (VPRF-CTAB-COUNT)
013330          MOVE CT-EXP-DATE TO VPRF-CTAB-EXP (VPRF-CTAB-COUNT)
013340      ELSE
013350          MOVE 'Y' TO VPRF-CTAB-TRUNC-SW
013360      END-IF.
013370 READ-CODE-RTN-EXIT.
013380      EXIT.
013390*-----------------------------------------------------------------
013400*   MATCH-CTAB-RTN - TEST ONE CODE-TABLE SLOT AGAINST CHR.
013410*-----------------------------------------------------------------
013420 MATCH-CTAB-RTN.
013430      IF VPRF-CTAB-CHR (VPRF-CTAB-SUB) = CHR
013440          MOVE VPRF-CTAB-SUB TO VPRF-CTAB-FOUND
013450      END-IF.
013460 MATCH-CTAB-RTN-EXIT.
013470      EXIT.
013480*-----------------------------------------------------------------
013490*   VALIDATE-CHR-RTN - JUDGE THE CODE IN CHR AS OF THE DAY IT
013500*   WAS KEYED (VPRF-CUR-DATE) AGAINST THE CODE TABLE, OR
013510*   AGAINST THE COMPILED-IN LIST WHEN NO TABLE IS LOADED.
013520*-----------------------------------------------------------------
013530 VALIDATE-CHR-RTN.
013540      MOVE 'N' TO VPRF-CHR-VALID-SW.
013550      IF NOT VPRF-CODE-TABLE-LOADED
013560          IF CHR-IS-VALID
013570              MOVE 'Y' TO VPRF-CHR-VALID-SW
013580          END-IF
013590          GO TO VALIDATE-CHR-RTN-EXIT
013600      END-IF.
013610      MOVE ZERO TO VPRF-CTAB-FOUND.
013620      PERFORM MATCH-CTAB-RTN THRU MATCH-CTAB-RTN-EXIT
013630          VARYING VPRF-CTAB-SUB FROM 1 BY 1
013640          UNTIL VPRF-CTAB-SUB > VPRF-CTAB-COUNT
013650          OR VPRF-CTAB-FOUND > ZERO.
013660      IF VPRF-CTAB-FOUND > ZERO
013670          AND VPRF-CUR-DATE NOT <
013680              VPRF-CTAB-EFF (VPRF-CTAB-FOUND)
013690          AND VPRF-CUR-DATE NOT >
013700              VPRF-CTAB-EXP (VPRF-CTAB-FOUND)
013710          MOVE 'Y' TO VPRF-CHR-VALID-SW
013720      END-IF.
013730 VALIDATE-CHR-RTN-EXIT.
013740      EXIT.
013750*-----------------------------------------------------------------
013760*   END-RTN - CLOSE THE REPORT AND SIGNAL THE SCHEDULER; A RUN
013761*   THAT OPENED VOLPRPT LOGS ITS END, WITH THE DAYS PROFILED,
013762*   ON RUNCTL.
013770*-----------------------------------------------------------------
013780 END-RTN.
013790      EVALUATE TRUE
013800        WHEN VPRF-REFUSED
013810          MOVE 8 TO RETURN-CODE
013820        WHEN VPRF-SOME-MISSING
013830          CLOSE VOLUME-REPORT-FILE
013840          MOVE 4 TO RETURN-CODE
013850        WHEN OTHER
013860          CLOSE VOLUME-REPORT-FILE
013870          MOVE ZERO TO RETURN-CODE
013880      END-EVALUATE.
013881      IF NOT VPRF-REFUSED
013882          MOVE 'E' TO VPRF-RC-EVENT
013883          MOVE VPRF-COVERED-DAYS TO VPRF-RC-KEY-COUNT
013884          PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT
013885      END-IF.
013890      STOP RUN.
013900*-----------------------------------------------------------------
013910*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
013920*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS VPRF-RC-EVENT
013930*   AND VPRF-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
013940*   STANDS.
013950*-----------------------------------------------------------------
013960 WRITE-RUNCTL-RTN.
013970      OPEN EXTEND RUN-CONTROL-FILE.
013980      MOVE SPACES TO RC-RECORD.
013990      MOVE 'VOLPROF ' TO RC-PROGRAM.
014000      ACCEPT RC-DATE FROM DATE YYYYMMDD.
014010      ACCEPT RC-TIME FROM TIME.
014020      MOVE VPRF-RC-EVENT TO RC-EVENT.
014030      MOVE RETURN-CODE TO RC-RETURN-CODE.
014040      MOVE VPRF-RC-KEY-COUNT TO RC-KEY-COUNT.
014050      WRITE RC-RECORD.
014060      CLOSE RUN-CONTROL-FILE.
014070 WRITE-RUNCTL-RTN-EXIT.
014080      EXIT.

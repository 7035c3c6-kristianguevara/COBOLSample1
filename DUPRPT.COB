000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DUPRPT.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   DUPRPT.COB
000090*
000100*   NIGHTLY DUPLICATE-SUSPECT REPORT.  THE SAME CODE CONFIRMED
000110*   TWICE WITHIN A FEW MINUTES ON ONE TERMINAL OR BY ONE
000120*   OPERATOR IS USUALLY ONE CUSTOMER PROBLEM KEYED TWICE - TWO
000130*   TICKETS, A DOUBLE MF-USAGE-COUNT BUMP, AND SOONER OR LATER
000140*   AN ENTRYREV REVERSAL.  PROGRAM SAMPLE WARNS AT THE TERMINAL
000150*   AND FLAGS SUCH REPEATS ON BATCHOUT; THIS JOB LISTS EVERY
000160*   SUSPECTED PAIR OF THE RUN DATE ON DUPRPT SO THE MORNING
000170*   SUPERVISOR CAN CHASE THE ONES STILL STANDING.
000180*
000190*   FOR THE RUN DATE IT READS AUDITFIL IN TIME ORDER.  EACH CHR
000200*   EVENT VALID ON THE RUN DATE (JUDGED AS RECONJOB JUDGES IT)
000210*   IS A CONFIRMED ENTRY, AND ONE WHOSE CODE WAS ALREADY
000220*   CONFIRMED BY THE SAME OPERATOR OR ON THE SAME TERMINAL
000230*   WITHIN THE WINDOW PAIRS WITH THE LATEST SUCH ENTRY.  THE
000240*   WINDOW IS SAMPLE'S OWN PARMFILE DUP-WINDOW (MINUTES; WHEN
000250*   IT IS ZERO - CHECK OFF AT THE TERMINAL - THE REPORT STILL
000260*   LOOKS WITH THE 5-MINUTE DEFAULT).  EACH PAIR IS SHOWN WITH
000270*   WHAT HAPPENED AT THE WARNING:
000280*     OVERRIDDEN - THE OPERATOR ANSWERED Y (AN OVR EVENT
000290*                  FOLLOWS THE SECOND CHR).
000300*     DECLINED   - THE SECOND ENTRY WAS DROPPED (A DUP EVENT
000310*                  STANDS IN PLACE OF ITS CHR) - NOTHING TO
000320*                  CHASE, LISTED SO THE WARNINGS CAN BE SEEN
000330*                  WORKING.
000340*     BATCH      - A SAMPLE BATCH RUN, FLAGGED ON BATCHOUT.
000350*     NOT WARNED - NO WARNING WAS GIVEN (CHECK OFF, OR THE
000360*                  WINDOW WAS CHANGED DURING THE DAY).
000370*   AND WHETHER EITHER ENTRY WAS LATER REVERSED, FROM THE 'X'
000380*   CANCEL RECORDS ON THE RUN DATE'S TKTG GENERATION (A CANCEL
000390*   CARRIES THE CODE AND TIMESTAMP OF THE CHR EVENT IT UNDOES).
000400*
000410*   RUN DATE IS TAKEN FROM THE STARTUP PARAMETER (YYYYMMDD);
000420*   WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE FROM THE
000430*   BUSCAL CALENDAR IS USED, AS IN RECONJOB.
000440*
000450*   RETURN CODES:  0 = NO SUSPECTED DUPLICATE STILL STANDING
000460*                  4 = A PAIR STANDS (NOT DECLINED, NEITHER
000470*                      ENTRY REVERSED), OR A TABLE FILLED AND
000480*                      THE LIST IS INCOMPLETE
000490******************************************************************
000500*-----------------------------------------------------------------
000510*   MODIFICATION HISTORY
000520*   DATE       INIT  DESCRIPTION
000530*   10/15/26   JAG   ORIGINAL PROGRAM - SUSPECTED DUPLICATE
000540*                    ENTRY PAIRS FROM AUDITFIL WITH WARNING
000550*                    OUTCOME AND TKTG REVERSALS.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600      SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS DRPT-AUDIT-STATUS.
000630      SELECT OPTIONAL TICKET-FILE ASSIGN USING
000640          DRPT-TKT-GEN-NAME
000650          ORGANIZATION IS LINE SEQUENTIAL
000660          FILE STATUS IS DRPT-TICKET-STATUS.
000670      SELECT PARM-FILE ASSIGN TO "PARMFILE"
000680          ORGANIZATION IS LINE SEQUENTIAL
000690          FILE STATUS IS DRPT-PARM-STATUS.
000700      SELECT CODE-TABLE-FILE ASSIGN TO "CODETBL"
000710          ORGANIZATION IS LINE SEQUENTIAL
000720          FILE STATUS IS DRPT-CODE-STATUS.
000730      SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
000740          ORGANIZATION IS LINE SEQUENTIAL.
000750      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000760          ORGANIZATION IS LINE SEQUENTIAL
000770          FILE STATUS IS DRPT-RUNCTL-STATUS.
000780      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000790          ORGANIZATION IS LINE SEQUENTIAL
000800          FILE STATUS IS CW-CAL-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  AUDIT-FILE
000840          RECORD CONTAINS 46 CHARACTERS.
000850      COPY AUDITREC.
000860 FD  TICKET-FILE
000870          RECORD CONTAINS 28 CHARACTERS.
000880      COPY TKTREC.
000890 FD  PARM-FILE
000900          RECORD CONTAINS 56 CHARACTERS.
000910      COPY PARMREC.
000920 FD  CODE-TABLE-FILE
000930          RECORD CONTAINS 56 CHARACTERS.
000940      COPY CODEREC.
000950 FD  DUP-REPORT-FILE
000960          RECORD CONTAINS 80 CHARACTERS.
000970 01  DR-RECORD                        PIC X(80).
000980 FD  RUN-CONTROL-FILE
000990          RECORD CONTAINS 39 CHARACTERS.
001000      COPY RUNREC.
001010 FD  CALENDAR-FILE
001020          RECORD CONTAINS 41 CHARACTERS.
001030      COPY CALREC.
001040 WORKING-STORAGE SECTION.
001050      COPY CHRCODES.
001060      COPY CALWORK.
001070*-----------------------------------------------------------------
001080*   CODE-TABLE WORKING STORAGE - LOADED FROM CODETBL AT
001090*   STARTUP; THE COMPILED-IN CHRCODES LIST IS THE FALLBACK
001100*   WHEN THE FILE IS ABSENT, AS IN PROGRAM SAMPLE.
001110*-----------------------------------------------------------------
001120 01  DRPT-CODE-STATUS                 PIC X(02).
001130 01  DRPT-CODE-EOF-SW                 PIC X(01) VALUE 'N'.
001140      88  DRPT-CODE-AT-END                 VALUE 'Y'.
001150 01  DRPT-CODE-LOADED-SW              PIC X(01) VALUE 'N'.
001160      88  DRPT-CODE-TABLE-LOADED           VALUE 'Y'.
001170 01  DRPT-CTAB-TRUNC-SW               PIC X(01) VALUE 'N'.
001180      88  DRPT-CTAB-TRUNCATED              VALUE 'Y'.
001190 77  DRPT-CTAB-MAX                    PIC 9(03) COMP VALUE 500.
001200 77  DRPT-CTAB-COUNT                  PIC 9(03) COMP VALUE ZERO.
001210 77  DRPT-CTAB-SUB                    PIC 9(03) COMP VALUE ZERO.
001220 77  DRPT-CTAB-FOUND                  PIC 9(03) COMP VALUE ZERO.
001230 01  DRPT-CTAB-TABLE.
001240      05  DRPT-CTAB-ENTRY OCCURS 500 TIMES.
001250          10  DRPT-CTAB-CHR            PIC X(03).
001260          10  DRPT-CTAB-EFF            PIC 9(08).
001270          10  DRPT-CTAB-EXP            PIC 9(08).
001280 01  DRPT-CHR-VALID-SW                PIC X(01) VALUE 'N'.
001290      88  DRPT-CHR-GOOD                    VALUE 'Y'.
001300*-----------------------------------------------------------------
001310*   INPUT FILE STATES.
001320*-----------------------------------------------------------------
001330 01  DRPT-AUDIT-STATUS                PIC X(02).
001340 01  DRPT-TICKET-STATUS               PIC X(02).
001350 01  DRPT-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
001360      88  DRPT-AUDIT-AT-END                VALUE 'Y'.
001370 01  DRPT-TICKET-EOF-SW               PIC X(01) VALUE 'N'.
001380      88  DRPT-TICKET-AT-END               VALUE 'Y'.
001390*-----------------------------------------------------------------
001400*   WINDOW - SAMPLE'S PARMFILE DUP-WINDOW, IN MINUTES, RIGHT-
001410*   JUSTIFIED BEFORE THE NUMERIC MOVE AS SAMPLE DOES IT.
001420*-----------------------------------------------------------------
001430 01  DRPT-PARM-STATUS                 PIC X(02).
001440 01  DRPT-PARM-EOF-SW                 PIC X(01) VALUE 'N'.
001450      88  DRPT-PARM-AT-END                 VALUE 'Y'.
001460 77  DRPT-PARM-LEN                    PIC 9(02) COMP VALUE ZERO.
001470 01  DRPT-PARM-DIGITS                 PIC X(03).
001480 01  DRPT-PARM-DIGITS-N REDEFINES DRPT-PARM-DIGITS
001490                                      PIC 9(03).
001500 01  DRPT-WINDOW                      PIC 9(03) VALUE 5.
001510 01  DRPT-WINDOW-D                    PIC ZZ9.
001520 77  DRPT-WINDOW-SECS                 PIC 9(05) COMP VALUE ZERO.
001530 01  DRPT-CHECK-OFF-SW                PIC X(01) VALUE 'N'.
001540      88  DRPT-CHECK-OFF                   VALUE 'Y'.
001550*-----------------------------------------------------------------
001560*   RUN-DATE HANDLING - THE DATE BEING REPORTED, AS YYYYMMDD
001570*   (IT ALSO NAMES THE TKTG GENERATION) AND AS THE
001580*   YYYY-MM-DD PREFIX CARRIED ON AUDITFIL TIMESTAMPS.
001590*-----------------------------------------------------------------
001600 01  DRPT-RUN-PARM                    PIC X(08).
001610 01  DRPT-RUN-DATE                    PIC 9(08).
001620 01  DRPT-RUN-DATE-R REDEFINES DRPT-RUN-DATE.
001630      05  DRPT-RUN-YYYY                PIC 9(04).
001640      05  DRPT-RUN-MM                  PIC 9(02).
001650      05  DRPT-RUN-DD                  PIC 9(02).
001660 01  DRPT-DATE-PREFIX                 PIC X(10).
001670 01  DRPT-TKT-GEN-NAME.
001680      05  FILLER                       PIC X(04) VALUE 'TKTG'.
001690      05  DRPT-TKT-GEN-DATE            PIC 9(08) VALUE ZERO.
001700*-----------------------------------------------------------------
001710*   EVENT TIME - THE AUDITFIL TIMESTAMP BROKEN OUT SO IT CAN BE
001720*   TAKEN AS SECONDS INTO THE DAY.  EVERY EVENT READ IS ON THE
001730*   RUN DATE, SO SECONDS ALONE ORDER THEM.
001740*-----------------------------------------------------------------
001750 01  DRPT-EVT-TS.
001760      05  DRPT-EVT-DATE                PIC X(10).
001770      05  FILLER                       PIC X(01).
001780      05  DRPT-EVT-HH                  PIC 9(02).
001790      05  FILLER                       PIC X(01).
001800      05  DRPT-EVT-MM                  PIC 9(02).
001810      05  FILLER                       PIC X(01).
001820      05  DRPT-EVT-SS                  PIC 9(02).
001830 77  DRPT-EVT-SECS                    PIC 9(05) COMP VALUE ZERO.
001840 77  DRPT-GAP                         PIC 9(05) COMP VALUE ZERO.
001850 01  DRPT-WORK-CODE                   PIC X(03).
001860*-----------------------------------------------------------------
001870*   RECENT CONFIRMATIONS - A RING OF THE LAST 500 CONFIRMED
001880*   ENTRIES, FAR MORE THAN ANY WINDOW'S WORTH OF FLOOR TRAFFIC,
001890*   SEARCHED FOR THE EARLIER HALF OF A PAIR.
001900*-----------------------------------------------------------------
001910 77  DRPT-RCT-MAX                     PIC 9(03) COMP VALUE 500.
001920 77  DRPT-RCT-USED                    PIC 9(03) COMP VALUE ZERO.
001930 77  DRPT-RCT-NEXT                    PIC 9(03) COMP VALUE ZERO.
001940 77  DRPT-RCT-SUB                     PIC 9(03) COMP VALUE ZERO.
001950 77  DRPT-RCT-FOUND                   PIC 9(03) COMP VALUE ZERO.
001960 01  DRPT-RCT-TABLE.
001970      05  DRPT-RCT-ENTRY OCCURS 500 TIMES.
001980          10  DRPT-RCT-CHR             PIC X(03).
001990          10  DRPT-RCT-TS              PIC X(19).
002000          10  DRPT-RCT-OPER            PIC X(08).
002010          10  DRPT-RCT-TERM            PIC X(08).
002020          10  DRPT-RCT-SECS            PIC 9(05) COMP.
002030*-----------------------------------------------------------------
002040*   SUSPECTED PAIRS, IN THE ORDER THE SECOND HALF WAS SEEN.
002050*-----------------------------------------------------------------
002060 77  DRPT-PAIR-MAX                    PIC 9(03) COMP VALUE 500.
002070 77  DRPT-PAIR-COUNT                  PIC 9(03) COMP VALUE ZERO.
002080 77  DRPT-PAIR-SUB                    PIC 9(03) COMP VALUE ZERO.
002090 77  DRPT-PAIR-FOUND                  PIC 9(03) COMP VALUE ZERO.
002100 01  DRPT-PAIR-FULL-SW                PIC X(01) VALUE 'N'.
002110      88  DRPT-PAIR-TABLE-FULL             VALUE 'Y'.
002120 01  DRPT-PAIR-DISP-WORK              PIC X(10).
002130 01  DRPT-PAIR-TABLE.
002140      05  DRPT-PAIR-ENTRY OCCURS 500 TIMES.
002150          10  DRPT-PAIR-CHR            PIC X(03).
002160          10  DRPT-PAIR-TS1            PIC X(19).
002170          10  DRPT-PAIR-OPER1          PIC X(08).
002180          10  DRPT-PAIR-TERM1          PIC X(08).
002190          10  DRPT-PAIR-TS2            PIC X(19).
002200          10  DRPT-PAIR-OPER2          PIC X(08).
002210          10  DRPT-PAIR-TERM2          PIC X(08).
002220          10  DRPT-PAIR-DISP           PIC X(10).
002230*-----------------------------------------------------------------
002240*   TKTG CANCELS - CODE AND ORIGINAL CHR TIMESTAMP OF EVERY
002250*   'X' RECORD ON THE RUN DATE'S GENERATION.
002260*-----------------------------------------------------------------
002270 77  DRPT-CAN-MAX                     PIC 9(03) COMP VALUE 500.
002280 77  DRPT-CAN-COUNT                   PIC 9(03) COMP VALUE ZERO.
002290 77  DRPT-CAN-SUB                     PIC 9(03) COMP VALUE ZERO.
002300 01  DRPT-CAN-FULL-SW                 PIC X(01) VALUE 'N'.
002310      88  DRPT-CAN-TABLE-FULL              VALUE 'Y'.
002320 01  DRPT-CAN-TABLE.
002330      05  DRPT-CAN-ENTRY OCCURS 500 TIMES.
002340          10  DRPT-CAN-CHR             PIC X(03).
002350          10  DRPT-CAN-TS              PIC X(19).
002360 01  DRPT-LOOK-TS                     PIC X(19).
002370 01  DRPT-REV1-SW                     PIC X(01) VALUE 'N'.
002380      88  DRPT-FIRST-REVERSED              VALUE 'Y'.
002390 01  DRPT-REV2-SW                     PIC X(01) VALUE 'N'.
002400      88  DRPT-SECOND-REVERSED             VALUE 'Y'.
002410 01  DRPT-CAN-HIT-SW                  PIC X(01) VALUE 'N'.
002420      88  DRPT-CAN-HIT                     VALUE 'Y'.
002430*-----------------------------------------------------------------
002440*   REPORT LINES AND TOTALS.
002450*-----------------------------------------------------------------
002460 01  DRPT-HEAD-1.
002470      05  FILLER                       PIC X(05) VALUE SPACES.
002480      05  FILLER                       PIC X(26)
002490                         VALUE '------- FIRST ENTRY ------'.
002500      05  FILLER                       PIC X(02) VALUE SPACES.
002510      05  FILLER                       PIC X(26)
002520                         VALUE '------- SECOND ENTRY -----'.
002530      05  FILLER                       PIC X(21) VALUE SPACES.
002540 01  DRPT-HEAD-2.
002550      05  FILLER                       PIC X(33)
002560                    VALUE 'CODE TIME     OPERATOR TERMINAL  '.
002570      05  FILLER                       PIC X(27)
002580                         VALUE 'TIME     OPERATOR TERMINAL '.
002590      05  FILLER                       PIC X(20)
002600                         VALUE 'WARNING    REVERSED '.
002610 01  DRPT-DETAIL.
002620      05  DRPT-D-CHR                   PIC X(03).
002630      05  FILLER                       PIC X(02) VALUE SPACES.
002640      05  DRPT-D-TIME1                 PIC X(08).
002650      05  FILLER                       PIC X(01) VALUE SPACES.
002660      05  DRPT-D-OPER1                 PIC X(08).
002670      05  FILLER                       PIC X(01) VALUE SPACES.
002680      05  DRPT-D-TERM1                 PIC X(08).
002690      05  FILLER                       PIC X(02) VALUE SPACES.
002700      05  DRPT-D-TIME2                 PIC X(08).
002710      05  FILLER                       PIC X(01) VALUE SPACES.
002720      05  DRPT-D-OPER2                 PIC X(08).
002730      05  FILLER                       PIC X(01) VALUE SPACES.
002740      05  DRPT-D-TERM2                 PIC X(08).
002750      05  FILLER                       PIC X(01) VALUE SPACES.
002760      05  DRPT-D-DISP                  PIC X(10).
002770      05  FILLER                       PIC X(01) VALUE SPACES.
002780      05  DRPT-D-REV                   PIC X(08).
002790      05  FILLER                       PIC X(01) VALUE SPACES.
002800 77  DRPT-OVR-COUNT                   PIC 9(05) COMP VALUE ZERO.
002810 77  DRPT-DECL-COUNT                  PIC 9(05) COMP VALUE ZERO.
002820 77  DRPT-BATCH-COUNT                 PIC 9(05) COMP VALUE ZERO.
002830 77  DRPT-NOWARN-COUNT                PIC 9(05) COMP VALUE ZERO.
002840 77  DRPT-REV-COUNT                   PIC 9(05) COMP VALUE ZERO.
002850 77  DRPT-STAND-COUNT                 PIC 9(05) COMP VALUE ZERO.
002860 01  DRPT-COUNT-D                     PIC Z(04)9.
002870*-----------------------------------------------------------------
002880*   RUN-CONTROL WORKING STORAGE - START/END LOGGING.
002890*-----------------------------------------------------------------
002900 01  DRPT-RUNCTL-STATUS               PIC X(02).
002910 01  DRPT-RC-EVENT                    PIC X(01).
002920 77  DRPT-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
002930 PROCEDURE DIVISION.
002940 HEAD-RTN.
002950      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
002960      PERFORM READ-TICKET-RTN THRU READ-TICKET-RTN-EXIT
002970          UNTIL DRPT-TICKET-AT-END.
002980      PERFORM READ-AUDIT-RTN THRU READ-AUDIT-RTN-EXIT
002990          UNTIL DRPT-AUDIT-AT-END.
003000      PERFORM REPORT-RTN THRU REPORT-RTN-EXIT.
003010      PERFORM END-RTN.
003020*-----------------------------------------------------------------
003030*   INIT-RTN - PICK UP THE RUN DATE AND THE WINDOW, LOAD THE
003040*   CODE TABLE, AND OPEN THE INPUT SIDES.  A MISSING AUDIT OR
003050*   TICKET FILE JUST MEANS NOTHING TO PAIR OR NO REVERSALS.
003060*-----------------------------------------------------------------
003070 INIT-RTN.
003080      ACCEPT DRPT-RUN-PARM FROM COMMAND-LINE.
003090      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
003100      IF DRPT-RUN-PARM = SPACES
003110          ACCEPT CW-TEST-DATE FROM DATE YYYYMMDD
003120          ACCEPT CW-TEST-TIME FROM TIME
003130          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
003140          MOVE CW-TEST-DATE TO DRPT-RUN-DATE
003150      ELSE
003160          MOVE DRPT-RUN-PARM TO DRPT-RUN-DATE
003170      END-IF.
003180      MOVE SPACES TO DRPT-DATE-PREFIX.
003190      STRING DRPT-RUN-YYYY DELIMITED BY SIZE
003200          '-' DELIMITED BY SIZE
003210          DRPT-RUN-MM DELIMITED BY SIZE
003220          '-' DELIMITED BY SIZE
003230          DRPT-RUN-DD DELIMITED BY SIZE
003240          INTO DRPT-DATE-PREFIX.
003250      MOVE 'S' TO DRPT-RC-EVENT.
003260      MOVE ZERO TO DRPT-RC-KEY-COUNT.
003270      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
003280      PERFORM LOAD-PARM-RTN THRU LOAD-PARM-RTN-EXIT.
003290      IF DRPT-WINDOW = ZERO
003300          MOVE 'Y' TO DRPT-CHECK-OFF-SW
003310          MOVE 5 TO DRPT-WINDOW
003320      END-IF.
003330      COMPUTE DRPT-WINDOW-SECS = DRPT-WINDOW * 60.
003340      PERFORM LOAD-CODE-RTN THRU LOAD-CODE-RTN-EXIT.
003350      OPEN INPUT AUDIT-FILE.
003360      IF DRPT-AUDIT-STATUS NOT = '00'
003370          MOVE 'Y' TO DRPT-AUDIT-EOF-SW
003380      END-IF.
003390      MOVE DRPT-RUN-DATE TO DRPT-TKT-GEN-DATE.
003400      OPEN INPUT TICKET-FILE.
003410      IF DRPT-TICKET-STATUS NOT = '00'
003420          MOVE 'Y' TO DRPT-TICKET-EOF-SW
003430      END-IF.
003440      OPEN OUTPUT DUP-REPORT-FILE.
003450 INIT-RTN-EXIT.
003460      EXIT.
003470*-----------------------------------------------------------------
003480*   LOAD-PARM-RTN - TAKE THE WINDOW FROM PARMFILE.  A SITE
003490*   WITHOUT PARMFILE, OR WITHOUT A DUP-WINDOW RECORD ON IT,
003500*   RUNS WITH SAMPLE'S COMPILED-IN DEFAULT OF 5 MINUTES.
003510*-----------------------------------------------------------------
003520 LOAD-PARM-RTN.
003530      OPEN INPUT PARM-FILE.
003540      IF DRPT-PARM-STATUS NOT = '00'
003550          GO TO LOAD-PARM-RTN-EXIT
003560      END-IF.
003570      PERFORM READ-PARM-RTN THRU READ-PARM-RTN-EXIT
003580          UNTIL DRPT-PARM-AT-END.
003590      CLOSE PARM-FILE.
003600 LOAD-PARM-RTN-EXIT.
003610      EXIT.
003620*-----------------------------------------------------------------
003630*   READ-PARM-RTN - READ ONE PARMFILE RECORD; ONLY DUP-WINDOW
003640*   MATTERS HERE.
003650*-----------------------------------------------------------------
003660 READ-PARM-RTN.
003670      READ PARM-FILE
003680          AT END
003690              MOVE 'Y' TO DRPT-PARM-EOF-SW
003700              GO TO READ-PARM-RTN-EXIT
003710      END-READ.
003720      IF PR-PARM-NAME NOT = 'DUP-WINDOW'
003730          GO TO READ-PARM-RTN-EXIT
003740      END-IF.
003750      MOVE ZERO TO DRPT-PARM-LEN.
003760      INSPECT PR-PARM-VALUE TALLYING DRPT-PARM-LEN
003770          FOR CHARACTERS BEFORE INITIAL SPACE.
003780      IF DRPT-PARM-LEN > ZERO AND DRPT-PARM-LEN < 4
003790          AND PR-PARM-VALUE (1:DRPT-PARM-LEN) NUMERIC
003800          MOVE ALL '0' TO DRPT-PARM-DIGITS
003810          MOVE PR-PARM-VALUE (1:DRPT-PARM-LEN) TO
003820              DRPT-PARM-DIGITS
003830              (4 - DRPT-PARM-LEN : DRPT-PARM-LEN)
003840          MOVE DRPT-PARM-DIGITS-N TO DRPT-WINDOW
003850      END-IF.
003860 READ-PARM-RTN-EXIT.
003870      EXIT.
003880*-----------------------------------------------------------------
003890*   READ-TICKET-RTN - REMEMBER ONE 'X' CANCEL FROM THE RUN
003900*   DATE'S TKTG GENERATION.  DETAIL AND CONTROL RECORDS ARE
003910*   NOT NEEDED - THE AUDIT TRAIL SAYS WHO KEYED WHAT.
003920*-----------------------------------------------------------------
003930 READ-TICKET-RTN.
003940      READ TICKET-FILE
003950          AT END
003960              MOVE 'Y' TO DRPT-TICKET-EOF-SW
003970              GO TO READ-TICKET-RTN-EXIT
003980      END-READ.
003990      IF NOT TK-CANCEL-REC
004000          GO TO READ-TICKET-RTN-EXIT
004010      END-IF.
004020      IF DRPT-CAN-COUNT NOT < DRPT-CAN-MAX
004030          MOVE 'Y' TO DRPT-CAN-FULL-SW
004040          GO TO READ-TICKET-RTN-EXIT
004050      END-IF.
004060      ADD 1 TO DRPT-CAN-COUNT.
004070      MOVE TK-CHR-CODE TO DRPT-CAN-CHR (DRPT-CAN-COUNT).
004080      MOVE TK-TIMESTAMP TO DRPT-CAN-TS (DRPT-CAN-COUNT).
004090 READ-TICKET-RTN-EXIT.
004100      EXIT.
004110*-----------------------------------------------------------------
004120*   READ-AUDIT-RTN - TAKE ONE AUDITFIL EVENT FOR THE RUN DATE.
004130*   ONLY CHR (AN ENTRY), DUP (AN ENTRY DROPPED AT THE WARNING)
004140*   AND OVR (THE WARNING OVERRIDDEN) BEAR ON DUPLICATES.
004150*-----------------------------------------------------------------
004160 READ-AUDIT-RTN.
004170      READ AUDIT-FILE
004180          AT END
004190              MOVE 'Y' TO DRPT-AUDIT-EOF-SW
004200              GO TO READ-AUDIT-RTN-EXIT
004210      END-READ.
004220      IF AR-TIMESTAMP (1:10) NOT = DRPT-DATE-PREFIX
004230          GO TO READ-AUDIT-RTN-EXIT
004240      END-IF.
004250      MOVE AR-TIMESTAMP TO DRPT-EVT-TS.
004260      IF DRPT-EVT-HH NOT NUMERIC
004270          OR DRPT-EVT-MM NOT NUMERIC
004280          OR DRPT-EVT-SS NOT NUMERIC
004290          GO TO READ-AUDIT-RTN-EXIT
004300      END-IF.
004310      COMPUTE DRPT-EVT-SECS = DRPT-EVT-HH * 3600
004320          + DRPT-EVT-MM * 60 + DRPT-EVT-SS.
004330      MOVE AR-EVENT-VALUE TO DRPT-WORK-CODE.
004340      EVALUATE AR-EVENT-TYPE
004350        WHEN 'CHR '
004360          PERFORM CHR-EVENT-RTN THRU CHR-EVENT-RTN-EXIT
004370        WHEN 'DUP '
004380          PERFORM FIND-PRIOR-RTN THRU FIND-PRIOR-RTN-EXIT
004390          MOVE 'DECLINED' TO DRPT-PAIR-DISP-WORK
004400          PERFORM ADD-PAIR-RTN THRU ADD-PAIR-RTN-EXIT
004410        WHEN 'OVR '
004420          PERFORM OVR-EVENT-RTN THRU OVR-EVENT-RTN-EXIT
004430        WHEN OTHER
004440          CONTINUE
004450      END-EVALUATE.
004460 READ-AUDIT-RTN-EXIT.
004470      EXIT.
004480*-----------------------------------------------------------------
004490*   CHR-EVENT-RTN - ONE ENTRY.  AN INVALID CODE NEVER REACHED
004500*   TICKETING, SO IT IS NEITHER HALF OF A PAIR.  A CONFIRMED
004510*   ENTRY WITH AN EARLIER MATCH IN THE WINDOW IS THE SECOND
004520*   HALF OF A PAIR; EITHER WAY IT JOINS THE RECENT RING.
004530*-----------------------------------------------------------------
004540 CHR-EVENT-RTN.
004550      MOVE AR-EVENT-VALUE TO CHR.
004560      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
004570      IF NOT DRPT-CHR-GOOD
004580          GO TO CHR-EVENT-RTN-EXIT
004590      END-IF.
004600      PERFORM FIND-PRIOR-RTN THRU FIND-PRIOR-RTN-EXIT.
004610      IF DRPT-RCT-FOUND > ZERO
004620          IF AR-OPERATOR-ID = 'BATCH'
004630              MOVE 'BATCH' TO DRPT-PAIR-DISP-WORK
004640          ELSE
004650              MOVE 'NOT WARNED' TO DRPT-PAIR-DISP-WORK
004660          END-IF
004670          PERFORM ADD-PAIR-RTN THRU ADD-PAIR-RTN-EXIT
004680      END-IF.
004690      ADD 1 TO DRPT-RCT-NEXT.
004700      IF DRPT-RCT-NEXT > DRPT-RCT-MAX
004710          MOVE 1 TO DRPT-RCT-NEXT
004720      END-IF.
004730      IF DRPT-RCT-USED < DRPT-RCT-MAX
004740          ADD 1 TO DRPT-RCT-USED
004750      END-IF.
004760      MOVE AR-EVENT-VALUE TO DRPT-RCT-CHR (DRPT-RCT-NEXT).
004770      MOVE AR-TIMESTAMP TO DRPT-RCT-TS (DRPT-RCT-NEXT).
004780      MOVE AR-OPERATOR-ID TO DRPT-RCT-OPER (DRPT-RCT-NEXT).
004790      MOVE AR-TERMINAL-ID TO DRPT-RCT-TERM (DRPT-RCT-NEXT).
004800      MOVE DRPT-EVT-SECS TO DRPT-RCT-SECS (DRPT-RCT-NEXT).
004810 CHR-EVENT-RTN-EXIT.
004820      EXIT.
004830*-----------------------------------------------------------------
004840*   FIND-PRIOR-RTN - FIND THE LATEST CONFIRMED ENTRY OF
004850*   DRPT-WORK-CODE BY THIS EVENT'S OPERATOR OR ON ITS TERMINAL
004860*   WITHIN THE WINDOW BEFORE IT.  LEAVES ITS SLOT IN
004870*   DRPT-RCT-FOUND (ZERO IF NONE).
004880*-----------------------------------------------------------------
004890 FIND-PRIOR-RTN.
004900      MOVE ZERO TO DRPT-RCT-FOUND.
004910      PERFORM MATCH-PRIOR-RTN THRU MATCH-PRIOR-RTN-EXIT
004920          VARYING DRPT-RCT-SUB FROM 1 BY 1
004930          UNTIL DRPT-RCT-SUB > DRPT-RCT-USED.
004940 FIND-PRIOR-RTN-EXIT.
004950      EXIT.
004960*-----------------------------------------------------------------
004970*   MATCH-PRIOR-RTN - TEST ONE SLOT OF THE RECENT RING.
004980*-----------------------------------------------------------------
004990 MATCH-PRIOR-RTN.
005000      IF DRPT-RCT-CHR (DRPT-RCT-SUB) NOT = DRPT-WORK-CODE
005010          OR DRPT-RCT-SECS (DRPT-RCT-SUB) > DRPT-EVT-SECS
005020          GO TO MATCH-PRIOR-RTN-EXIT
005030      END-IF.
005040      IF DRPT-RCT-OPER (DRPT-RCT-SUB) NOT = AR-OPERATOR-ID
005050          AND DRPT-RCT-TERM (DRPT-RCT-SUB) NOT = AR-TERMINAL-ID
005060          GO TO MATCH-PRIOR-RTN-EXIT
005070      END-IF.
005080      COMPUTE DRPT-GAP =
005090          DRPT-EVT-SECS - DRPT-RCT-SECS (DRPT-RCT-SUB).
005100      IF DRPT-GAP > DRPT-WINDOW-SECS
005110          GO TO MATCH-PRIOR-RTN-EXIT
005120      END-IF.
005130      IF DRPT-RCT-FOUND > ZERO
005140          AND DRPT-RCT-SECS (DRPT-RCT-SUB) <
005150              DRPT-RCT-SECS (DRPT-RCT-FOUND)
005160          GO TO MATCH-PRIOR-RTN-EXIT
005170      END-IF.
005180      MOVE DRPT-RCT-SUB TO DRPT-RCT-FOUND.
005190 MATCH-PRIOR-RTN-EXIT.
005200      EXIT.
005210*-----------------------------------------------------------------
005220*   ADD-PAIR-RTN - RECORD A SUSPECTED PAIR: THE CURRENT EVENT
005230*   AS THE SECOND HALF, THE RECENT SLOT IN DRPT-RCT-FOUND (IF
005240*   ANY) AS THE FIRST, AND DRPT-PAIR-DISP-WORK AS THE OUTCOME.
005250*-----------------------------------------------------------------
005260 ADD-PAIR-RTN.
005270      IF DRPT-PAIR-COUNT NOT < DRPT-PAIR-MAX
005280          MOVE 'Y' TO DRPT-PAIR-FULL-SW
005290          GO TO ADD-PAIR-RTN-EXIT
005300      END-IF.
005310      ADD 1 TO DRPT-PAIR-COUNT.
005320      MOVE DRPT-WORK-CODE TO DRPT-PAIR-CHR (DRPT-PAIR-COUNT).
005330      MOVE SPACES TO DRPT-PAIR-TS1 (DRPT-PAIR-COUNT).
005340      MOVE SPACES TO DRPT-PAIR-OPER1 (DRPT-PAIR-COUNT).
005350      MOVE SPACES TO DRPT-PAIR-TERM1 (DRPT-PAIR-COUNT).
005360      IF DRPT-RCT-FOUND > ZERO
005370          MOVE DRPT-RCT-TS (DRPT-RCT-FOUND) TO
005380              DRPT-PAIR-TS1 (DRPT-PAIR-COUNT)
005390          MOVE DRPT-RCT-OPER (DRPT-RCT-FOUND) TO
005400              DRPT-PAIR-OPER1 (DRPT-PAIR-COUNT)
005410          MOVE DRPT-RCT-TERM (DRPT-RCT-FOUND) TO
005420              DRPT-PAIR-TERM1 (DRPT-PAIR-COUNT)
005430      END-IF.
005440      MOVE AR-TIMESTAMP TO DRPT-PAIR-TS2 (DRPT-PAIR-COUNT).
005450      MOVE AR-OPERATOR-ID TO DRPT-PAIR-OPER2 (DRPT-PAIR-COUNT).
005460      MOVE AR-TERMINAL-ID TO DRPT-PAIR-TERM2 (DRPT-PAIR-COUNT).
005470      MOVE DRPT-PAIR-DISP-WORK TO
005480          DRPT-PAIR-DISP (DRPT-PAIR-COUNT).
005490 ADD-PAIR-RTN-EXIT.
005500      EXIT.
005510*-----------------------------------------------------------------
005520*   OVR-EVENT-RTN - SAMPLE LOGS THE OVERRIDE STRAIGHT AFTER THE
005530*   CHR IT LET THROUGH, SO IT BELONGS TO THE LATEST PAIR FOR
005540*   THE SAME CODE, OPERATOR AND TERMINAL.
005550*-----------------------------------------------------------------
005560 OVR-EVENT-RTN.
005570      MOVE ZERO TO DRPT-PAIR-FOUND.
005580      PERFORM MATCH-OVR-RTN THRU MATCH-OVR-RTN-EXIT
005590          VARYING DRPT-PAIR-SUB FROM DRPT-PAIR-COUNT BY -1
005600          UNTIL DRPT-PAIR-SUB < 1
005610          OR DRPT-PAIR-FOUND > ZERO.
005620      IF DRPT-PAIR-FOUND > ZERO
005630          MOVE 'OVERRIDDEN' TO DRPT-PAIR-DISP (DRPT-PAIR-FOUND)
005640      END-IF.
005650 OVR-EVENT-RTN-EXIT.
005660      EXIT.
005670*-----------------------------------------------------------------
005680*   MATCH-OVR-RTN - TEST ONE PAIR AGAINST THE OVR EVENT.
005690*-----------------------------------------------------------------
005700 MATCH-OVR-RTN.
005710      IF DRPT-PAIR-CHR (DRPT-PAIR-SUB) = DRPT-WORK-CODE
005720          AND DRPT-PAIR-OPER2 (DRPT-PAIR-SUB) = AR-OPERATOR-ID
005730          AND DRPT-PAIR-TERM2 (DRPT-PAIR-SUB) = AR-TERMINAL-ID
005740          AND DRPT-PAIR-DISP (DRPT-PAIR-SUB) = 'NOT WARNED'
005750          MOVE DRPT-PAIR-SUB TO DRPT-PAIR-FOUND
005760      END-IF.
005770 MATCH-OVR-RTN-EXIT.
005780      EXIT.
005790*-----------------------------------------------------------------
005800*   REPORT-RTN - HEADINGS, ONE LINE PER PAIR, AND THE TOTALS.
005810*-----------------------------------------------------------------
005820 REPORT-RTN.
005830      MOVE DRPT-WINDOW TO DRPT-WINDOW-D.
005840      MOVE SPACES TO DR-RECORD.
005850      STRING 'DUPLICATE-ENTRY SUSPECTS FOR ' DELIMITED BY SIZE
005860          DRPT-DATE-PREFIX DELIMITED BY SIZE
005870          '  (WINDOW ' DELIMITED BY SIZE
005880          DRPT-WINDOW-D DELIMITED BY SIZE
005890          ' MINUTES)' DELIMITED BY SIZE
005900          INTO DR-RECORD.
005910      WRITE DR-RECORD.
005920      IF DRPT-CHECK-OFF
005930          MOVE SPACES TO DR-RECORD
005940          STRING 'NOTE: DUP-WINDOW IS 0 - ' DELIMITED BY SIZE
005950              'NO WARNINGS GIVEN; DEFAULT WINDOW USED'
005955              DELIMITED BY SIZE INTO DR-RECORD
005960          WRITE DR-RECORD
005970      END-IF.
005980      MOVE SPACES TO DR-RECORD.
005990      WRITE DR-RECORD.
006000      IF DRPT-PAIR-COUNT = ZERO
006010          MOVE '*** NO SUSPECTED DUPLICATE ENTRIES ***'
006020              TO DR-RECORD
006030          WRITE DR-RECORD
006040      ELSE
006050          WRITE DR-RECORD FROM DRPT-HEAD-1
006060          WRITE DR-RECORD FROM DRPT-HEAD-2
006070          PERFORM PAIR-LINE-RTN THRU PAIR-LINE-RTN-EXIT
006080              VARYING DRPT-PAIR-SUB FROM 1 BY 1
006090              UNTIL DRPT-PAIR-SUB > DRPT-PAIR-COUNT
006100      END-IF.
006110      IF DRPT-PAIR-TABLE-FULL
006120          MOVE SPACES TO DR-RECORD
006130          MOVE '*** PAIR TABLE FULL - LATER PAIRS NOT LISTED ***'
006140              TO DR-RECORD
006150          WRITE DR-RECORD
006160      END-IF.
006170      IF DRPT-CAN-TABLE-FULL
006180          MOVE SPACES TO DR-RECORD
006190          MOVE '*** CANCEL TABLE FULL - REVERSALS MISSED ***'
006200              TO DR-RECORD
006210          WRITE DR-RECORD
006220      END-IF.
006230      MOVE SPACES TO DR-RECORD.
006240      WRITE DR-RECORD.
006250      MOVE DRPT-PAIR-COUNT TO DRPT-COUNT-D.
006260      MOVE SPACES TO DR-RECORD.
006270      STRING 'SUSPECT PAIRS   : ' DELIMITED BY SIZE
006280          DRPT-COUNT-D DELIMITED BY SIZE
006290          INTO DR-RECORD.
006300      WRITE DR-RECORD.
006310      MOVE DRPT-OVR-COUNT TO DRPT-COUNT-D.
006320      MOVE SPACES TO DR-RECORD.
006330      STRING '  OVERRIDDEN    : ' DELIMITED BY SIZE
006340          DRPT-COUNT-D DELIMITED BY SIZE
006350          INTO DR-RECORD.
006360      WRITE DR-RECORD.
006370      MOVE DRPT-DECL-COUNT TO DRPT-COUNT-D.
006380      MOVE SPACES TO DR-RECORD.
006390      STRING '  DECLINED      : ' DELIMITED BY SIZE
006400          DRPT-COUNT-D DELIMITED BY SIZE
006410          INTO DR-RECORD.
006420      WRITE DR-RECORD.
006430      MOVE DRPT-BATCH-COUNT TO DRPT-COUNT-D.
006440      MOVE SPACES TO DR-RECORD.
006450      STRING '  BATCH         : ' DELIMITED BY SIZE
006460          DRPT-COUNT-D DELIMITED BY SIZE
006470          INTO DR-RECORD.
006480      WRITE DR-RECORD.
006490      MOVE DRPT-NOWARN-COUNT TO DRPT-COUNT-D.
006500      MOVE SPACES TO DR-RECORD.
006510      STRING '  NOT WARNED    : ' DELIMITED BY SIZE
006520          DRPT-COUNT-D DELIMITED BY SIZE
006530          INTO DR-RECORD.
006540      WRITE DR-RECORD.
006550      MOVE DRPT-REV-COUNT TO DRPT-COUNT-D.
006560      MOVE SPACES TO DR-RECORD.
006570      STRING 'LATER REVERSED  : ' DELIMITED BY SIZE
006580          DRPT-COUNT-D DELIMITED BY SIZE
006590          INTO DR-RECORD.
006600      WRITE DR-RECORD.
006610      MOVE DRPT-STAND-COUNT TO DRPT-COUNT-D.
006620      MOVE SPACES TO DR-RECORD.
006630      STRING 'STILL STANDING  : ' DELIMITED BY SIZE
006640          DRPT-COUNT-D DELIMITED BY SIZE
006650          INTO DR-RECORD.
006660      WRITE DR-RECORD.
006670 REPORT-RTN-EXIT.
006680      EXIT.
006690*-----------------------------------------------------------------
006700*   PAIR-LINE-RTN - LOOK UP REVERSALS FOR ONE PAIR, COUNT IT,
006710*   AND WRITE ITS LINE.  A DECLINED SECOND ENTRY WAS NEVER
006720*   TICKETED, SO ONLY THE FIRST CAN HAVE BEEN REVERSED.  A PAIR
006730*   STANDS WHEN BOTH ENTRIES WENT THROUGH AND NEITHER WAS
006740*   REVERSED.
006750*-----------------------------------------------------------------
006760 PAIR-LINE-RTN.
006770      MOVE DRPT-PAIR-CHR (DRPT-PAIR-SUB) TO DRPT-WORK-CODE.
006780      MOVE DRPT-PAIR-TS1 (DRPT-PAIR-SUB) TO DRPT-LOOK-TS.
006790      PERFORM FIND-CANCEL-RTN THRU FIND-CANCEL-RTN-EXIT.
006800      MOVE DRPT-CAN-HIT-SW TO DRPT-REV1-SW.
006810      MOVE 'N' TO DRPT-REV2-SW.
006820      IF DRPT-PAIR-DISP (DRPT-PAIR-SUB) NOT = 'DECLINED'
006830          MOVE DRPT-PAIR-TS2 (DRPT-PAIR-SUB) TO DRPT-LOOK-TS
006840          PERFORM FIND-CANCEL-RTN THRU FIND-CANCEL-RTN-EXIT
006850          MOVE DRPT-CAN-HIT-SW TO DRPT-REV2-SW
006860      END-IF.
006870      EVALUATE DRPT-PAIR-DISP (DRPT-PAIR-SUB)
006880        WHEN 'OVERRIDDEN'
006890          ADD 1 TO DRPT-OVR-COUNT
006900        WHEN 'DECLINED'
006910          ADD 1 TO DRPT-DECL-COUNT
006920        WHEN 'BATCH'
006930          ADD 1 TO DRPT-BATCH-COUNT
006940        WHEN OTHER
006950          ADD 1 TO DRPT-NOWARN-COUNT
006960      END-EVALUATE.
006970      MOVE SPACES TO DRPT-DETAIL.
006980      MOVE DRPT-PAIR-CHR (DRPT-PAIR-SUB) TO DRPT-D-CHR.
006990      MOVE DRPT-PAIR-TS1 (DRPT-PAIR-SUB) (12:8) TO DRPT-D-TIME1.
007000      MOVE DRPT-PAIR-OPER1 (DRPT-PAIR-SUB) TO DRPT-D-OPER1.
007010      MOVE DRPT-PAIR-TERM1 (DRPT-PAIR-SUB) TO DRPT-D-TERM1.
007020      MOVE DRPT-PAIR-TS2 (DRPT-PAIR-SUB) (12:8) TO DRPT-D-TIME2.
007030      MOVE DRPT-PAIR-OPER2 (DRPT-PAIR-SUB) TO DRPT-D-OPER2.
007040      MOVE DRPT-PAIR-TERM2 (DRPT-PAIR-SUB) TO DRPT-D-TERM2.
007050      MOVE DRPT-PAIR-DISP (DRPT-PAIR-SUB) TO DRPT-D-DISP.
007060      EVALUATE TRUE
007070        WHEN DRPT-FIRST-REVERSED AND DRPT-SECOND-REVERSED
007080          MOVE 'BOTH' TO DRPT-D-REV
007090        WHEN DRPT-SECOND-REVERSED
007100          MOVE 'SECOND' TO DRPT-D-REV
007110        WHEN DRPT-FIRST-REVERSED
007120          MOVE 'FIRST' TO DRPT-D-REV
007130        WHEN OTHER
007140          MOVE 'NO' TO DRPT-D-REV
007150      END-EVALUATE.
007160      IF DRPT-FIRST-REVERSED OR DRPT-SECOND-REVERSED
007170          ADD 1 TO DRPT-REV-COUNT
007180      ELSE
007190          IF DRPT-PAIR-DISP (DRPT-PAIR-SUB) NOT = 'DECLINED'
007200              ADD 1 TO DRPT-STAND-COUNT
007210          END-IF
007220      END-IF.
007230      WRITE DR-RECORD FROM DRPT-DETAIL.
007240 PAIR-LINE-RTN-EXIT.
007250      EXIT.
007260*-----------------------------------------------------------------
007270*   FIND-CANCEL-RTN - IS THERE A TKTG CANCEL FOR DRPT-WORK-CODE
007280*   AT DRPT-LOOK-TS?  SETS DRPT-CAN-HIT-SW.
007290*-----------------------------------------------------------------
007300 FIND-CANCEL-RTN.
007310      MOVE 'N' TO DRPT-CAN-HIT-SW.
007320      IF DRPT-LOOK-TS = SPACES
007330          GO TO FIND-CANCEL-RTN-EXIT
007340      END-IF.
007350      PERFORM MATCH-CANCEL-RTN THRU MATCH-CANCEL-RTN-EXIT
007360          VARYING DRPT-CAN-SUB FROM 1 BY 1
007370          UNTIL DRPT-CAN-SUB > DRPT-CAN-COUNT
007380          OR DRPT-CAN-HIT.
007390 FIND-CANCEL-RTN-EXIT.
007400      EXIT.
007410*-----------------------------------------------------------------
007420*   MATCH-CANCEL-RTN - TEST ONE CANCEL SLOT.
007430*-----------------------------------------------------------------
007440 MATCH-CANCEL-RTN.
007450      IF DRPT-CAN-CHR (DRPT-CAN-SUB) = DRPT-WORK-CODE
007460          AND DRPT-CAN-TS (DRPT-CAN-SUB) = DRPT-LOOK-TS
007470          MOVE 'Y' TO DRPT-CAN-HIT-SW
007480      END-IF.
007490 MATCH-CANCEL-RTN-EXIT.
007500      EXIT.
007510*-----------------------------------------------------------------
007520*   END-RTN - CLOSE EVERYTHING AND SIGNAL THE SCHEDULER.
007530*-----------------------------------------------------------------
007540 END-RTN.
007550      IF DRPT-AUDIT-STATUS = '00' OR DRPT-AUDIT-STATUS = '10'
007560          CLOSE AUDIT-FILE
007570      END-IF.
007580      IF DRPT-TICKET-STATUS = '00' OR DRPT-TICKET-STATUS = '10'
007590          CLOSE TICKET-FILE
007600      END-IF.
007610      CLOSE DUP-REPORT-FILE.
007620      IF DRPT-STAND-COUNT > ZERO
007630          OR DRPT-PAIR-TABLE-FULL
007640          OR DRPT-CAN-TABLE-FULL
007650          MOVE 4 TO RETURN-CODE
007660      END-IF.
007670      MOVE 'E' TO DRPT-RC-EVENT.
007680      MOVE DRPT-PAIR-COUNT TO DRPT-RC-KEY-COUNT.
007690      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
007700      STOP RUN.
007710*-----------------------------------------------------------------
007720*   LOAD-CODE-RTN - READ THE OPTIONAL CODETBL CODE TABLE INTO
007730*   WORKING STORAGE.  MISSING FILE = FALL BACK TO CHRCODES.
007740*-----------------------------------------------------------------
007750 LOAD-CODE-RTN.
007760      OPEN INPUT CODE-TABLE-FILE.
007770      IF DRPT-CODE-STATUS = '00'
007780        PERFORM READ-CODE-RTN THRU READ-CODE-RTN-EXIT
007790            UNTIL DRPT-CODE-AT-END
007800        CLOSE CODE-TABLE-FILE
007810        IF DRPT-CTAB-COUNT > ZERO
007820            MOVE 'Y' TO DRPT-CODE-LOADED-SW
007830        END-IF
007840        IF DRPT-CTAB-TRUNCATED
007850            DISPLAY 'DUPRPT: CODETBL TRUNCATED AT 500 '
007860                'ENTRIES - CODES PAST THE LIMIT JUDGED '
007870                'INVALID'
007880        END-IF
007890      END-IF.
007900 LOAD-CODE-RTN-EXIT.
007910      EXIT.
007920*-----------------------------------------------------------------
007930*   READ-CODE-RTN - LOAD ONE CODETBL RECORD INTO THE TABLE.
007940*-----------------------------------------------------------------
007950 READ-CODE-RTN.
007960      READ CODE-TABLE-FILE
007970          AT END
007980              MOVE 'Y' TO DRPT-CODE-EOF-SW
007990              GO TO READ-CODE-RTN-EXIT
008000      END-READ.
008010      IF DRPT-CTAB-COUNT < DRPT-CTAB-MAX
008020          ADD 1 TO DRPT-CTAB-COUNT
008030          MOVE CT-CHR-CODE TO DRPT-CTAB-CHR (DRPT-CTAB-COUNT)
008040          MOVE CT-EFF-DATE TO DRPT-CTAB-EFF (DRPT-CTAB-COUNT)
008050          MOVE CT-EXP-DATE TO DRPT-CTAB-EXP (DRPT-CTAB-COUNT)
008060      ELSE
008070          MOVE 'Y' TO DRPT-CTAB-TRUNC-SW
008080      END-IF.
008090 READ-CODE-RTN-EXIT.
008100      EXIT.
008110*-----------------------------------------------------------------
008120*   MATCH-CTAB-RTN - TEST ONE CODE-TABLE SLOT AGAINST CHR.
008130*-----------------------------------------------------------------
008140 MATCH-CTAB-RTN.
008150      IF DRPT-CTAB-CHR (DRPT-CTAB-SUB) = CHR
008160          MOVE DRPT-CTAB-SUB TO DRPT-CTAB-FOUND
008170      END-IF.
008180 MATCH-CTAB-RTN-EXIT.
008190      EXIT.
008200*-----------------------------------------------------------------
008210*   VALIDATE-CHR-RTN - JUDGE THE CODE IN CHR AS OF THE RUN
008220*   DATE AGAINST THE CODE TABLE, OR AGAINST THE COMPILED-IN
008230*   LIST WHEN NO TABLE IS LOADED.  SETS DRPT-CHR-VALID-SW.
008240*-----------------------------------------------------------------
008250 VALIDATE-CHR-RTN.
008260      MOVE 'N' TO DRPT-CHR-VALID-SW.
008270      IF NOT DRPT-CODE-TABLE-LOADED
008280          IF CHR-IS-VALID
008290              MOVE 'Y' TO DRPT-CHR-VALID-SW
008300          END-IF
008310          GO TO VALIDATE-CHR-RTN-EXIT
008320      END-IF.
008330      MOVE ZERO TO DRPT-CTAB-FOUND.
008340      PERFORM MATCH-CTAB-RTN THRU MATCH-CTAB-RTN-EXIT
008350          VARYING DRPT-CTAB-SUB FROM 1 BY 1
008360          UNTIL DRPT-CTAB-SUB > DRPT-CTAB-COUNT
008370          OR DRPT-CTAB-FOUND > ZERO.
008380      IF DRPT-CTAB-FOUND > ZERO
008390          AND DRPT-RUN-DATE NOT <
008400              DRPT-CTAB-EFF (DRPT-CTAB-FOUND)
008410          AND DRPT-RUN-DATE NOT >
008420              DRPT-CTAB-EXP (DRPT-CTAB-FOUND)
008430          MOVE 'Y' TO DRPT-CHR-VALID-SW
008440      END-IF.
008450 VALIDATE-CHR-RTN-EXIT.
008460      EXIT.
008470*-----------------------------------------------------------------
008480*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
008490*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS DRPT-RC-EVENT
008500*   AND DRPT-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
008510*   STANDS.
008520*-----------------------------------------------------------------
008530 WRITE-RUNCTL-RTN.
008540      OPEN EXTEND RUN-CONTROL-FILE.
008550      MOVE SPACES TO RC-RECORD.
008560      MOVE 'DUPRPT  ' TO RC-PROGRAM.
008570      ACCEPT RC-DATE FROM DATE YYYYMMDD.
008580      ACCEPT RC-TIME FROM TIME.
008590      MOVE DRPT-RC-EVENT TO RC-EVENT.
008600      MOVE RETURN-CODE TO RC-RETURN-CODE.
008610      MOVE DRPT-RC-KEY-COUNT TO RC-KEY-COUNT.
008620      WRITE RC-RECORD.
008630      CLOSE RUN-CONTROL-FILE.
008640 WRITE-RUNCTL-RTN-EXIT.
008650      EXIT.
008660*-----------------------------------------------------------------
008670*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
008680*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
008690*   (MONDAY TO FRIDAY OPEN).
008700*-----------------------------------------------------------------
008710 LOAD-CAL-RTN.
008720      MOVE ZERO TO CW-CAL-COUNT.
008730      OPEN INPUT CALENDAR-FILE.
008740      IF CW-CAL-STATUS = '00'
008750        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
008760            UNTIL CW-CAL-AT-END
008770        CLOSE CALENDAR-FILE
008780        IF CW-CAL-TRUNCATED
008790            DISPLAY 'DUPRPT: BUSCAL TRUNCATED AT 400 '
008800                'DATES - LATER DATES FOLLOW THE STANDING '
008810                'WEEK'
008820        END-IF
008830      END-IF.
008840 LOAD-CAL-RTN-EXIT.
008850      EXIT.
008860*-----------------------------------------------------------------
008870*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
008880*-----------------------------------------------------------------
008890 READ-CAL-RTN.
008900      READ CALENDAR-FILE
008910          AT END
008920              MOVE 'Y' TO CW-CAL-EOF-SW
008930              GO TO READ-CAL-RTN-EXIT
008940      END-READ.
008950      IF CL-DATE NOT NUMERIC
008960          GO TO READ-CAL-RTN-EXIT
008970      END-IF.
008980      IF CW-CAL-COUNT < CW-CAL-MAX
008990          ADD 1 TO CW-CAL-COUNT
009000          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
009010          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
009020      ELSE
009030          MOVE 'Y' TO CW-CAL-TRUNC-SW
009040      END-IF.
009050 READ-CAL-RTN-EXIT.
009060      EXIT.
009070*-----------------------------------------------------------------
009080*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
009090*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
009100*   IS OPEN MONDAY TO FRIDAY.
009110*-----------------------------------------------------------------
009120 BUS-DAY-RTN.
009130      MOVE 'N' TO CW-OPEN-SW.
009140      MOVE ZERO TO CW-CAL-FOUND.
009150      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
009160          VARYING CW-CAL-SUB FROM 1 BY 1
009170          UNTIL CW-CAL-SUB > CW-CAL-COUNT
009180          OR CW-CAL-FOUND > ZERO.
009190      IF CW-CAL-FOUND > ZERO
009200          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
009210              MOVE 'Y' TO CW-OPEN-SW
009220          END-IF
009230          GO TO BUS-DAY-RTN-EXIT
009240      END-IF.
009250      COMPUTE CW-TEST-INT =
009260          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
009270      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
009280          REMAINDER CW-WORK-REM.
009290      IF CW-WORK-REM < 5
009300          MOVE 'Y' TO CW-OPEN-SW
009310      END-IF.
009320 BUS-DAY-RTN-EXIT.
009330      EXIT.
009340*-----------------------------------------------------------------
009350*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
009360*   CW-TEST-DATE.
009370*-----------------------------------------------------------------
009380 MATCH-CAL-RTN.
009390      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
009400          MOVE CW-CAL-SUB TO CW-CAL-FOUND
009410      END-IF.
009420 MATCH-CAL-RTN-EXIT.
009430      EXIT.
009440*-----------------------------------------------------------------
009450*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
009460*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
009470*   YEAR STOPS THE WALK RATHER THAN LOOPING.
009480*-----------------------------------------------------------------
009490 PREV-BUS-DAY-RTN.
009500      MOVE ZERO TO CW-STEPS.
009510      MOVE 'N' TO CW-OPEN-SW.
009520      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
009530          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
009540 PREV-BUS-DAY-RTN-EXIT.
009550      EXIT.
009560*-----------------------------------------------------------------
009570*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
009580*   AND JUDGE IT.
009590*-----------------------------------------------------------------
009600 BACK-ONE-DAY-RTN.
009610      COMPUTE CW-TEST-INT =
009620          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
009630      COMPUTE CW-TEST-DATE =
009640          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
009650      ADD 1 TO CW-STEPS.
009660      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
009670 BACK-ONE-DAY-RTN-EXIT.
009680      EXIT.
009690*-----------------------------------------------------------------
009700*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
009710*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
009720*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
009730*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
009740*   IT.
009750*-----------------------------------------------------------------
009760 PROC-DATE-RTN.
009770      IF CW-TEST-TIME < CW-DAY-START
009780          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
009790          GO TO PROC-DATE-RTN-EXIT
009800      END-IF.
009810      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
009820      IF NOT CW-DAY-OPEN
009830          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
009840      END-IF.
009850 PROC-DATE-RTN-EXIT.
009860      EXIT.

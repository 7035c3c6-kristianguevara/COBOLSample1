000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TKTSTAT.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   TKTSTAT.COB
000090*
000100*   TICKET STATUS FEED APPLY.  TKTACK TELLS US A TICKET WAS
000110*   OPENED AND TKTLOG KEEPS ITS NUMBER, BUT AFTER THAT WE
000120*   NEVER LEARNED WHAT HAPPENED TO IT.  THE TICKETING TEAM
000130*   NOW RETURNS TKTSTSIN, ONE RECORD PER STATUS CHANGE
000140*   (W = WORKED, V = RESOLVED, C = CLOSED, R = REOPENED)
000150*   KEYED BY TL-TICKET-NO.  THIS JOB APPLIES THE FEED TO THE
000160*   TKTHIST STATUS HISTORY FILE AND REPORTS ON TKTSRPT ANY
000170*   CHANGE IT WOULD NOT APPLY:
000180*
000190*     - ORPHANS - A TICKET NUMBER TKTLOG NEVER RECORDED AS
000200*       OPENED FROM OUR ENTRIES.
000210*     - OUT OF SEQUENCE - A CHANGE STAMPED EARLIER THAN THE
000220*       TICKET'S LAST CHANGE ON FILE, OR ONE THAT DOES NOT
000230*       MOVE THE TICKET FORWARD (OPEN/REOPENED, THEN WORKED,
000240*       THEN RESOLVED, THEN CLOSED; ONLY A RESOLVED OR CLOSED
000250*       TICKET MAY BE REOPENED).
000260*     - BAD STATUS - A STATUS LETTER THE FEED DOES NOT DEFINE.
000270*
000280*   CHANGES ARE JUDGED IN FEED ORDER AGAINST THE TICKET'S
000290*   STATUS AS IT STANDS ON TKTHIST (OR AS TKTACK OPENED IT,
000300*   WHEN TKTHIST HAS NOTHING YET), SO SEVERAL CHANGES TO ONE
000310*   TICKET IN ONE FEED APPLY IN TURN.  TKTHIST IS EXTENDED,
000320*   NEVER REWRITTEN.
000330*
000340*   THE APPLIED DATE STAMPED ON TKTHIST IS TAKEN FROM THE
000350*   STARTUP PARAMETER (YYYYMMDD); WHEN NO PARAMETER IS GIVEN
000360*   THE CURRENT DATE IS USED.
000370*
000380*   RETURN CODES:  0 = EVERY CHANGE APPLIED
000390*                  4 = ORPHANS, OUT-OF-SEQUENCE OR BAD CHANGES
000400******************************************************************
000410*-----------------------------------------------------------------
000420*   MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   10/15/26   JAG   ORIGINAL PROGRAM - STATUS FEED APPLY TO
000450*                    TKTHIST WITH ORPHAN AND SEQUENCE
000460*                    EXCEPTION REPORTING.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510      SELECT STATUS-FEED-FILE ASSIGN TO "TKTSTSIN"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS TSTA-FEED-STATUS.
000540      SELECT TICKET-LOG-FILE ASSIGN TO "TKTLOG"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS TSTA-LOG-STATUS.
000570      SELECT OPTIONAL TICKET-HIST-FILE ASSIGN TO "TKTHIST"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS TSTA-HIST-STATUS.
000600      SELECT STATUS-REPORT-FILE ASSIGN TO "TKTSRPT"
000610          ORGANIZATION IS LINE SEQUENTIAL.
000620      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000630          ORGANIZATION IS LINE SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STATUS-FEED-FILE
000670          RECORD CONTAINS 51 CHARACTERS.
000680      COPY TSTSREC.
000690 FD  TICKET-LOG-FILE
000700          RECORD CONTAINS 42 CHARACTERS.
000710      COPY TKLGREC.
000720 FD  TICKET-HIST-FILE
000730          RECORD CONTAINS 64 CHARACTERS.
000740      COPY THSTREC.
000750 FD  STATUS-REPORT-FILE
000760          RECORD CONTAINS 80 CHARACTERS.
000770 01  SR-RECORD                        PIC X(80).
000780 FD  RUN-CONTROL-FILE
000790          RECORD CONTAINS 39 CHARACTERS.
000800      COPY RUNREC.
000810 WORKING-STORAGE SECTION.
000820 01  TSTA-FEED-STATUS                 PIC X(02).
000830 01  TSTA-LOG-STATUS                  PIC X(02).
000840 01  TSTA-HIST-STATUS                 PIC X(02).
000850 01  TSTA-FEED-EOF-SW                 PIC X(01) VALUE 'N'.
000860      88  TSTA-FEED-AT-END                 VALUE 'Y'.
000870 01  TSTA-LOG-EOF-SW                  PIC X(01) VALUE 'N'.
000880      88  TSTA-LOG-AT-END                  VALUE 'Y'.
000890 01  TSTA-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
000900      88  TSTA-HIST-AT-END                 VALUE 'Y'.
000910*-----------------------------------------------------------------
000920*   FEED TABLE - THE WHOLE TKTSTSIN FILE IS LOADED UP FRONT
000930*   SO TKTLOG AND TKTHIST NEED ONLY ONE PASS EACH, AS TKTACK
000940*   LOADS TKTACKIN.
000950*-----------------------------------------------------------------
000960 77  TSTA-CHG-MAX                     PIC 9(04) COMP VALUE 1000.
000970 77  TSTA-CHG-COUNT                   PIC 9(04) COMP VALUE ZERO.
000980 77  TSTA-CHG-SUB                     PIC 9(04) COMP VALUE ZERO.
000990 01  TSTA-CHG-OVERFLOW-SW             PIC X(01) VALUE 'N'.
001000      88  TSTA-CHG-OVERFLOWED              VALUE 'Y'.
001010 01  TSTA-CHG-TABLE.
001020      05  TSTA-CHG-ENTRY OCCURS 1000 TIMES.
001030          10  TSTA-CHG-TICKET          PIC X(08).
001040          10  TSTA-CHG-STAT            PIC X(01).
001050          10  TSTA-CHG-TS              PIC X(19).
001060          10  TSTA-CHG-NOTE            PIC X(20).
001070*-----------------------------------------------------------------
001080*   TICKET TABLE - ONE SLOT PER DISTINCT TICKET NUMBER ON THE
001090*   FEED, CARRYING ITS MENU CODE FROM TKTLOG AND ITS STATUS
001100*   AND STATUS TIME AS THEY STAND (OPENED AT THE ENTRY TIME
001110*   UNTIL TKTHIST OR THIS RUN SAYS OTHERWISE).
001120*-----------------------------------------------------------------
001130 77  TSTA-TKT-COUNT                   PIC 9(04) COMP VALUE ZERO.
001140 77  TSTA-TKT-SUB                     PIC 9(04) COMP VALUE ZERO.
001150 77  TSTA-TKT-FOUND                   PIC 9(04) COMP VALUE ZERO.
001160 01  TSTA-TKT-TABLE.
001170      05  TSTA-TKT-ENTRY OCCURS 1000 TIMES.
001180          10  TSTA-TKT-TICKET          PIC X(08).
001190          10  TSTA-TKT-CODE            PIC X(03).
001200          10  TSTA-TKT-STAT            PIC X(01).
001210          10  TSTA-TKT-TS              PIC X(19).
001220          10  TSTA-TKT-LOG-SW          PIC X(01).
001230              88  TSTA-TKT-ON-LOG      VALUE 'Y'.
001240 01  TSTA-FIND-TICKET                 PIC X(08).
001250*-----------------------------------------------------------------
001260*   SEQUENCE JUDGING - THE RANK OF THE STATUS ON FILE AND OF
001270*   THE CHANGE OFFERED.  A CHANGE MUST RAISE THE RANK, EXCEPT
001280*   A REOPEN, WHICH NEEDS A RESOLVED OR CLOSED TICKET.
001290*-----------------------------------------------------------------
001300 01  TSTA-RANK-STAT                   PIC X(01).
001310 77  TSTA-RANK                        PIC 9(01) VALUE ZERO.
001320 77  TSTA-OLD-RANK                    PIC 9(01) VALUE ZERO.
001330 77  TSTA-NEW-RANK                    PIC 9(01) VALUE ZERO.
001340 01  TSTA-SEQ-SW                      PIC X(01) VALUE 'N'.
001350      88  TSTA-IN-SEQUENCE                 VALUE 'Y'.
001360*-----------------------------------------------------------------
001370*   RESULT COUNTERS FOR THE REPORT TRAILER.
001380*-----------------------------------------------------------------
001390 77  TSTA-APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
001400 77  TSTA-ORPHAN-COUNT                PIC 9(07) COMP VALUE ZERO.
001410 77  TSTA-SEQ-COUNT                   PIC 9(07) COMP VALUE ZERO.
001420 77  TSTA-BAD-COUNT                   PIC 9(07) COMP VALUE ZERO.
001430 01  TSTA-COUNT-D                     PIC Z(06)9.
001440 01  TSTA-EXCEPTION-SW                PIC X(01) VALUE 'N'.
001450      88  TSTA-HAS-EXCEPTIONS              VALUE 'Y'.
001460 01  TSTA-RUN-DATE                    PIC 9(08).
001470 01  TSTA-RUN-TIME                    PIC 9(08).
001480 01  TSTA-RUN-PARM                    PIC X(08).
001490 01  TSTA-APPLY-DATE                  PIC 9(08).
001500*-----------------------------------------------------------------
001510*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001520*-----------------------------------------------------------------
001530 01  TSTA-RC-EVENT                    PIC X(01).
001540 77  TSTA-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001550 PROCEDURE DIVISION.
001560 HEAD-RTN.
001570      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001580      PERFORM LOAD-FEED-RTN THRU LOAD-FEED-RTN-EXIT
001590          UNTIL TSTA-FEED-AT-END.
001600      PERFORM READ-LOG-RTN THRU READ-LOG-RTN-EXIT
001610          UNTIL TSTA-LOG-AT-END.
001620      PERFORM READ-HIST-RTN THRU READ-HIST-RTN-EXIT
001630          UNTIL TSTA-HIST-AT-END.
001640*    TKTHIST IS OPTIONAL, SO THE INPUT OPEN ALWAYS SUCCEEDED
001650*    (EMPTY WHEN ABSENT) - CLOSE IT AND REOPEN TO APPEND.
001660      CLOSE TICKET-HIST-FILE.
001670      OPEN EXTEND TICKET-HIST-FILE.
001680      PERFORM APPLY-CHANGE-RTN THRU APPLY-CHANGE-RTN-EXIT
001690          VARYING TSTA-CHG-SUB FROM 1 BY 1
001700          UNTIL TSTA-CHG-SUB > TSTA-CHG-COUNT.
001710      PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-RTN-EXIT.
001720      PERFORM END-RTN.
001730*-----------------------------------------------------------------
001740*   INIT-RTN - OPEN EVERYTHING AND WRITE THE REPORT HEADER.
001750*   A MISSING FEED OR TKTLOG IS TREATED AS EMPTY SO THE JOB
001760*   STILL REPORTS (EVERY CHANGE ORPHANED TELLS ITS OWN STORY).
001770*-----------------------------------------------------------------
001780 INIT-RTN.
001790      ACCEPT TSTA-RUN-DATE FROM DATE YYYYMMDD.
001800      ACCEPT TSTA-RUN-TIME FROM TIME.
001810      MOVE 'S' TO TSTA-RC-EVENT.
001820      MOVE ZERO TO TSTA-RC-KEY-COUNT.
001830      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001840      ACCEPT TSTA-RUN-PARM FROM COMMAND-LINE.
001850      IF TSTA-RUN-PARM = SPACES
001860          MOVE TSTA-RUN-DATE TO TSTA-APPLY-DATE
001870      ELSE
001880          MOVE TSTA-RUN-PARM TO TSTA-APPLY-DATE
001890      END-IF.
001900      OPEN INPUT STATUS-FEED-FILE.
001910      IF TSTA-FEED-STATUS NOT = '00'
001920          MOVE 'Y' TO TSTA-FEED-EOF-SW
001930      END-IF.
001940      OPEN INPUT TICKET-LOG-FILE.
001950      IF TSTA-LOG-STATUS NOT = '00'
001960          MOVE 'Y' TO TSTA-LOG-EOF-SW
001970      END-IF.
001980      OPEN INPUT TICKET-HIST-FILE.
001990      IF TSTA-HIST-STATUS NOT = '00'
002000          MOVE 'Y' TO TSTA-HIST-EOF-SW
002010      END-IF.
002020      OPEN OUTPUT STATUS-REPORT-FILE.
002030      MOVE SPACES TO SR-RECORD.
002040      STRING 'TICKET STATUS FEED EXCEPTIONS, APPLIED '
002050          DELIMITED BY SIZE
002060          TSTA-APPLY-DATE DELIMITED BY SIZE
002070          ' - RUN ' DELIMITED BY SIZE
002080          TSTA-RUN-DATE DELIMITED BY SIZE
002090          ' ' DELIMITED BY SIZE
002100          TSTA-RUN-TIME DELIMITED BY SIZE
002110          INTO SR-RECORD.
002120      WRITE SR-RECORD.
002130 INIT-RTN-EXIT.
002140      EXIT.
002150*-----------------------------------------------------------------
002160*   LOAD-FEED-RTN - LOAD ONE STATUS CHANGE INTO THE FEED TABLE
002170*   AND MAKE SURE ITS TICKET HAS A SLOT IN THE TICKET TABLE.
002180*-----------------------------------------------------------------
002190 LOAD-FEED-RTN.
002200      READ STATUS-FEED-FILE
002210          AT END
002220              MOVE 'Y' TO TSTA-FEED-EOF-SW
002230              GO TO LOAD-FEED-RTN-EXIT
002240      END-READ.
002250      IF TSTA-CHG-COUNT >= TSTA-CHG-MAX
002260          MOVE 'Y' TO TSTA-CHG-OVERFLOW-SW
002270          GO TO LOAD-FEED-RTN-EXIT
002280      END-IF.
002290      ADD 1 TO TSTA-CHG-COUNT.
002300      MOVE TS-TICKET-NO TO TSTA-CHG-TICKET (TSTA-CHG-COUNT).
002310      MOVE TS-STATUS TO TSTA-CHG-STAT (TSTA-CHG-COUNT).
002320      MOVE TS-CHANGE-TS TO TSTA-CHG-TS (TSTA-CHG-COUNT).
002330      MOVE TS-NOTE TO TSTA-CHG-NOTE (TSTA-CHG-COUNT).
002340      MOVE TS-TICKET-NO TO TSTA-FIND-TICKET.
002350      PERFORM FIND-TKT-RTN THRU FIND-TKT-RTN-EXIT.
002360      IF TSTA-TKT-FOUND = ZERO
002370          ADD 1 TO TSTA-TKT-COUNT
002380          MOVE TS-TICKET-NO TO TSTA-TKT-TICKET (TSTA-TKT-COUNT)
002390          MOVE SPACES TO TSTA-TKT-CODE (TSTA-TKT-COUNT)
002400          MOVE 'O' TO TSTA-TKT-STAT (TSTA-TKT-COUNT)
002410          MOVE SPACES TO TSTA-TKT-TS (TSTA-TKT-COUNT)
002420          MOVE 'N' TO TSTA-TKT-LOG-SW (TSTA-TKT-COUNT)
002430      END-IF.
002440 LOAD-FEED-RTN-EXIT.
002450      EXIT.
002460*-----------------------------------------------------------------
002470*   READ-LOG-RTN - PICK UP THE MENU CODE AND ENTRY TIME FOR
002480*   ANY FEED TICKET FROM THE TKTLOG ROW THAT OPENED IT.  THE
002490*   FIRST OPENED ROW FOR A TICKET NUMBER WINS.
002500*-----------------------------------------------------------------
002510 READ-LOG-RTN.
002520      READ TICKET-LOG-FILE
002530          AT END
002540              MOVE 'Y' TO TSTA-LOG-EOF-SW
002550              GO TO READ-LOG-RTN-EXIT
002560      END-READ.
002570      IF TL-DISPOSITION NOT = 'OPENED   '
002580          OR TL-TICKET-NO = SPACES
002590          GO TO READ-LOG-RTN-EXIT
002600      END-IF.
002610      MOVE TL-TICKET-NO TO TSTA-FIND-TICKET.
002620      PERFORM FIND-TKT-RTN THRU FIND-TKT-RTN-EXIT.
002630      IF TSTA-TKT-FOUND = ZERO
002640          GO TO READ-LOG-RTN-EXIT
002650      END-IF.
002660      IF NOT TSTA-TKT-ON-LOG (TSTA-TKT-FOUND)
002670          MOVE TL-CHR-CODE TO TSTA-TKT-CODE (TSTA-TKT-FOUND)
002680          MOVE TL-TIMESTAMP TO TSTA-TKT-TS (TSTA-TKT-FOUND)
002690          MOVE 'Y' TO TSTA-TKT-LOG-SW (TSTA-TKT-FOUND)
002700      END-IF.
002710 READ-LOG-RTN-EXIT.
002720      EXIT.
002730*-----------------------------------------------------------------
002740*   READ-HIST-RTN - CARRY ONE TKTHIST RECORD ONTO ITS FEED
002750*   TICKET'S SLOT.  THE FILE IS IN APPLIED ORDER, SO THE LAST
002760*   RECORD READ FOR A TICKET IS ITS STATUS AS IT STANDS.
002770*-----------------------------------------------------------------
002780 READ-HIST-RTN.
002790      READ TICKET-HIST-FILE
002800          AT END
002810              MOVE 'Y' TO TSTA-HIST-EOF-SW
002820              GO TO READ-HIST-RTN-EXIT
002830      END-READ.
002840      MOVE TH-TICKET-NO TO TSTA-FIND-TICKET.
002850      PERFORM FIND-TKT-RTN THRU FIND-TKT-RTN-EXIT.
002860      IF TSTA-TKT-FOUND = ZERO
002870          GO TO READ-HIST-RTN-EXIT
002880      END-IF.
002890      MOVE TH-STATUS TO TSTA-TKT-STAT (TSTA-TKT-FOUND).
002900      MOVE TH-CHANGE-TS TO TSTA-TKT-TS (TSTA-TKT-FOUND).
002910 READ-HIST-RTN-EXIT.
002920      EXIT.
002930*-----------------------------------------------------------------
002940*   FIND-TKT-RTN - LOCATE TSTA-FIND-TICKET IN THE TICKET TABLE.
002950*-----------------------------------------------------------------
002960 FIND-TKT-RTN.
002970      MOVE ZERO TO TSTA-TKT-FOUND.
002980      PERFORM MATCH-TKT-RTN THRU MATCH-TKT-RTN-EXIT
002990          VARYING TSTA-TKT-SUB FROM 1 BY 1
003000          UNTIL TSTA-TKT-SUB > TSTA-TKT-COUNT
003010          OR TSTA-TKT-FOUND > ZERO.
003020 FIND-TKT-RTN-EXIT.
003030      EXIT.
003040*-----------------------------------------------------------------
003050*   MATCH-TKT-RTN - TEST ONE TICKET SLOT AGAINST THE NUMBER
003060*   BEING LOOKED FOR.
003070*-----------------------------------------------------------------
003080 MATCH-TKT-RTN.
003090      IF TSTA-TKT-TICKET (TSTA-TKT-SUB) = TSTA-FIND-TICKET
003100          MOVE TSTA-TKT-SUB TO TSTA-TKT-FOUND
003110      END-IF.
003120 MATCH-TKT-RTN-EXIT.
003130      EXIT.
003140*-----------------------------------------------------------------
003150*   APPLY-CHANGE-RTN - JUDGE ONE FEED CHANGE, IN FEED ORDER,
003160*   AND EITHER APPEND IT TO TKTHIST (MOVING THE TICKET'S
003170*   STATUS ON) OR REPORT WHY NOT.
003180*-----------------------------------------------------------------
003190 APPLY-CHANGE-RTN.
003200      MOVE TSTA-CHG-TICKET (TSTA-CHG-SUB) TO TSTA-FIND-TICKET.
003210      PERFORM FIND-TKT-RTN THRU FIND-TKT-RTN-EXIT.
003220      IF NOT TSTA-TKT-ON-LOG (TSTA-TKT-FOUND)
003230          ADD 1 TO TSTA-ORPHAN-COUNT
003240          MOVE 'Y' TO TSTA-EXCEPTION-SW
003250          MOVE SPACES TO SR-RECORD
003260          STRING 'NOT ON TKTLOG: TICKET ' DELIMITED BY SIZE
003270              TSTA-CHG-TICKET (TSTA-CHG-SUB) DELIMITED BY SIZE
003280              ' ' DELIMITED BY SIZE
003290              TSTA-CHG-STAT (TSTA-CHG-SUB) DELIMITED BY SIZE
003300              ' ' DELIMITED BY SIZE
003310              TSTA-CHG-TS (TSTA-CHG-SUB) DELIMITED BY SIZE
003320              INTO SR-RECORD
003330          WRITE SR-RECORD
003340          GO TO APPLY-CHANGE-RTN-EXIT
003350      END-IF.
003360      IF TSTA-CHG-STAT (TSTA-CHG-SUB) NOT = 'W'
003370          AND TSTA-CHG-STAT (TSTA-CHG-SUB) NOT = 'V'
003380          AND TSTA-CHG-STAT (TSTA-CHG-SUB) NOT = 'C'
003390          AND TSTA-CHG-STAT (TSTA-CHG-SUB) NOT = 'R'
003400          ADD 1 TO TSTA-BAD-COUNT
003410          MOVE 'Y' TO TSTA-EXCEPTION-SW
003420          MOVE SPACES TO SR-RECORD
003430          STRING 'UNKNOWN STATUS: TICKET ' DELIMITED BY SIZE
003440              TSTA-CHG-TICKET (TSTA-CHG-SUB) DELIMITED BY SIZE
003450              ' ' DELIMITED BY SIZE
003460              TSTA-CHG-STAT (TSTA-CHG-SUB) DELIMITED BY SIZE
003470              ' ' DELIMITED BY SIZE
003480              TSTA-CHG-TS (TSTA-CHG-SUB) DELIMITED BY SIZE
003490              INTO SR-RECORD
003500          WRITE SR-RECORD
003510          GO TO APPLY-CHANGE-RTN-EXIT
003520      END-IF.
003530      PERFORM JUDGE-SEQ-RTN THRU JUDGE-SEQ-RTN-EXIT.
003540      IF NOT TSTA-IN-SEQUENCE
003550          ADD 1 TO TSTA-SEQ-COUNT
003560          MOVE 'Y' TO TSTA-EXCEPTION-SW
003570          MOVE SPACES TO SR-RECORD
003580          STRING 'OUT OF SEQ: TICKET ' DELIMITED BY SIZE
003590              TSTA-CHG-TICKET (TSTA-CHG-SUB) DELIMITED BY SIZE
003600              ' ' DELIMITED BY SIZE
003610              TSTA-CHG-STAT (TSTA-CHG-SUB) DELIMITED BY SIZE
003620              ' ' DELIMITED BY SIZE
003630              TSTA-CHG-TS (TSTA-CHG-SUB) DELIMITED BY SIZE
003640              ' AFTER ' DELIMITED BY SIZE
003650              TSTA-TKT-STAT (TSTA-TKT-FOUND) DELIMITED BY SIZE
003660              ' ' DELIMITED BY SIZE
003670              TSTA-TKT-TS (TSTA-TKT-FOUND) DELIMITED BY SIZE
003680              INTO SR-RECORD
003690          WRITE SR-RECORD
003700          GO TO APPLY-CHANGE-RTN-EXIT
003710      END-IF.
003720      MOVE SPACES TO TH-RECORD.
003730      MOVE TSTA-CHG-TICKET (TSTA-CHG-SUB) TO TH-TICKET-NO.
003740      MOVE TSTA-TKT-CODE (TSTA-TKT-FOUND) TO TH-CHR-CODE.
003750      MOVE TSTA-CHG-STAT (TSTA-CHG-SUB) TO TH-STATUS.
003760      MOVE TSTA-CHG-TS (TSTA-CHG-SUB) TO TH-CHANGE-TS.
003770      MOVE TSTA-APPLY-DATE TO TH-APPLIED-DATE.
003780      MOVE TSTA-CHG-NOTE (TSTA-CHG-SUB) TO TH-NOTE.
003790      WRITE TH-RECORD.
003800      ADD 1 TO TSTA-APPLIED-COUNT.
003810      MOVE TSTA-CHG-STAT (TSTA-CHG-SUB)
003820          TO TSTA-TKT-STAT (TSTA-TKT-FOUND).
003830      MOVE TSTA-CHG-TS (TSTA-CHG-SUB)
003840          TO TSTA-TKT-TS (TSTA-TKT-FOUND).
003850 APPLY-CHANGE-RTN-EXIT.
003860      EXIT.
003870*-----------------------------------------------------------------
003880*   JUDGE-SEQ-RTN - DECIDE WHETHER THE CURRENT CHANGE FOLLOWS
003890*   ON FROM THE TICKET'S STATUS AS IT STANDS.  THE TIMESTAMPS
003900*   ARE PRINTABLE YYYY-MM-DD HH:MM:SS, SO THEY COMPARE AS
003910*   TEXT.
003920*-----------------------------------------------------------------
003930 JUDGE-SEQ-RTN.
003940      MOVE 'N' TO TSTA-SEQ-SW.
003950      IF TSTA-CHG-TS (TSTA-CHG-SUB)
003960          < TSTA-TKT-TS (TSTA-TKT-FOUND)
003970          GO TO JUDGE-SEQ-RTN-EXIT
003980      END-IF.
003990      MOVE TSTA-TKT-STAT (TSTA-TKT-FOUND) TO TSTA-RANK-STAT.
004000      PERFORM RANK-STAT-RTN THRU RANK-STAT-RTN-EXIT.
004010      MOVE TSTA-RANK TO TSTA-OLD-RANK.
004020      MOVE TSTA-CHG-STAT (TSTA-CHG-SUB) TO TSTA-RANK-STAT.
004030      PERFORM RANK-STAT-RTN THRU RANK-STAT-RTN-EXIT.
004040      MOVE TSTA-RANK TO TSTA-NEW-RANK.
004050      IF TSTA-CHG-STAT (TSTA-CHG-SUB) = 'R'
004060          IF TSTA-OLD-RANK >= 3
004070              MOVE 'Y' TO TSTA-SEQ-SW
004080          END-IF
004090          GO TO JUDGE-SEQ-RTN-EXIT
004100      END-IF.
004110      IF TSTA-NEW-RANK > TSTA-OLD-RANK
004120          MOVE 'Y' TO TSTA-SEQ-SW
004130      END-IF.
004140 JUDGE-SEQ-RTN-EXIT.
004150      EXIT.
004160*-----------------------------------------------------------------
004170*   RANK-STAT-RTN - PLACE TSTA-RANK-STAT IN THE LIFE OF A
004180*   TICKET: OPEN OR REOPENED 1, WORKED 2, RESOLVED 3,
004190*   CLOSED 4.
004200*-----------------------------------------------------------------
004210 RANK-STAT-RTN.
004220      EVALUATE TSTA-RANK-STAT
004230        WHEN 'W'
004240          MOVE 2 TO TSTA-RANK
004250        WHEN 'V'
004260          MOVE 3 TO TSTA-RANK
004270        WHEN 'C'
004280          MOVE 4 TO TSTA-RANK
004290        WHEN OTHER
004300          MOVE 1 TO TSTA-RANK
004310      END-EVALUATE.
004320 RANK-STAT-RTN-EXIT.
004330      EXIT.
004340*-----------------------------------------------------------------
004350*   WRITE-TRAILER-RTN - COUNT SUMMARY FOR THE SUPERVISOR.
004360*-----------------------------------------------------------------
004370 WRITE-TRAILER-RTN.
004380      IF TSTA-CHG-OVERFLOWED
004390          MOVE SPACES TO SR-RECORD
004400          MOVE '*** FEED TABLE FULL - FILE TRUNCATED AT 1000,'
004410              TO SR-RECORD
004420          WRITE SR-RECORD
004430          MOVE SPACES TO SR-RECORD
004440          MOVE '    LATER CHANGES NOT APPLIED - RERUN THEM ***'
004450              TO SR-RECORD
004460          WRITE SR-RECORD
004470          MOVE 'Y' TO TSTA-EXCEPTION-SW
004480      END-IF.
004490      MOVE TSTA-CHG-COUNT TO TSTA-COUNT-D.
004500      MOVE SPACES TO SR-RECORD.
004510      STRING 'CHANGES RECEIVED  : ' DELIMITED BY SIZE
004520          TSTA-COUNT-D DELIMITED BY SIZE
004530          INTO SR-RECORD.
004540      WRITE SR-RECORD.
004550      MOVE TSTA-APPLIED-COUNT TO TSTA-COUNT-D.
004560      MOVE SPACES TO SR-RECORD.
004570      STRING 'CHANGES APPLIED   : ' DELIMITED BY SIZE
004580          TSTA-COUNT-D DELIMITED BY SIZE
004590          INTO SR-RECORD.
004600      WRITE SR-RECORD.
004610      MOVE TSTA-ORPHAN-COUNT TO TSTA-COUNT-D.
004620      MOVE SPACES TO SR-RECORD.
004630      STRING 'NOT ON TKTLOG     : ' DELIMITED BY SIZE
004640          TSTA-COUNT-D DELIMITED BY SIZE
004650          INTO SR-RECORD.
004660      WRITE SR-RECORD.
004670      MOVE TSTA-SEQ-COUNT TO TSTA-COUNT-D.
004680      MOVE SPACES TO SR-RECORD.
004690      STRING 'OUT OF SEQUENCE   : ' DELIMITED BY SIZE
004700          TSTA-COUNT-D DELIMITED BY SIZE
004710          INTO SR-RECORD.
004720      WRITE SR-RECORD.
004730      MOVE TSTA-BAD-COUNT TO TSTA-COUNT-D.
004740      MOVE SPACES TO SR-RECORD.
004750      STRING 'UNKNOWN STATUS    : ' DELIMITED BY SIZE
004760          TSTA-COUNT-D DELIMITED BY SIZE
004770          INTO SR-RECORD.
004780      WRITE SR-RECORD.
004790 WRITE-TRAILER-RTN-EXIT.
004800      EXIT.
004810*-----------------------------------------------------------------
004820*   END-RTN - CLOSE EVERYTHING AND SIGNAL THE SCHEDULER.
004830*-----------------------------------------------------------------
004840 END-RTN.
004850      IF TSTA-FEED-STATUS = '00' OR TSTA-FEED-STATUS = '10'
004860          CLOSE STATUS-FEED-FILE
004870      END-IF.
004880      IF TSTA-LOG-STATUS = '00' OR TSTA-LOG-STATUS = '10'
004890          CLOSE TICKET-LOG-FILE
004900      END-IF.
004910      CLOSE TICKET-HIST-FILE.
004920      CLOSE STATUS-REPORT-FILE.
004930      IF TSTA-HAS-EXCEPTIONS
004940          MOVE 4 TO RETURN-CODE
004950      END-IF.
004960      MOVE 'E' TO TSTA-RC-EVENT.
004970      MOVE TSTA-APPLIED-COUNT TO TSTA-RC-KEY-COUNT.
004980      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
004990      STOP RUN.
005000*-----------------------------------------------------------------
005010*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
005020*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS TSTA-RC-EVENT
005030*   AND TSTA-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
005040*   STANDS.
005050*-----------------------------------------------------------------
005060 WRITE-RUNCTL-RTN.
005070      OPEN EXTEND RUN-CONTROL-FILE.
005080      MOVE SPACES TO RC-RECORD.
005090      MOVE 'TKTSTAT ' TO RC-PROGRAM.
005100      ACCEPT RC-DATE FROM DATE YYYYMMDD.
005110      ACCEPT RC-TIME FROM TIME.
005120      MOVE TSTA-RC-EVENT TO RC-EVENT.
005130      MOVE RETURN-CODE TO RC-RETURN-CODE.
005140      MOVE TSTA-RC-KEY-COUNT TO RC-KEY-COUNT.
005150      WRITE RC-RECORD.
005160      CLOSE RUN-CONTROL-FILE.
005170 WRITE-RUNCTL-RTN-EXIT.
005180      EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. XREFCHK.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   XREFCHK.COB
000090*
000100*   NIGHTLY CROSS-FILE INTEGRITY SWEEP.  MASTVER PROVES
000110*   MASTFILE SOUND ON ITS OWN AND RECONJOB BALANCES ONE DAY,
000120*   BUT NOTHING CHECKED THAT THE MASTER AND REFERENCE FILES
000130*   STILL AGREE WITH EACH OTHER AS THE MONTHS GO BY.  THIS
000140*   JOB READS THEM ALL AND LISTS FIVE KINDS OF DRIFT ON THE
000150*   XREFRPT REPORT:
000160*
000170*     1. MASTFILE ROWS WHOSE CODE HAS NO CODETBL ENTRY, OR
000180*        IS ACTIVE ON ONE FILE AND RETIRED ON THE OTHER
000190*        (CODETBL JUDGED BY ITS DATES AS OF THE RUN DATE).
000200*     2. CODES EFFECTIVE ON CODETBL THAT HAVE NEVER BEEN
000210*        USED - NO USAGE ON MASTFILE OR JRNLFILE.
000220*     3. OPERATOR IDS ON AUDITFIL OR JRNLFILE THAT ARE NOT ON
000230*        THE OPERMAST ROSTER ('BATCH', SAMPLE'S UNATTENDED
000240*        STAMP, EXCEPTED).
000250*     4. TICKET NUMBERS TKTLOG SHOWS OPENED MORE THAN ONCE.
000260*     5. CODES WHOSE LIFETIME MF-USAGE-COUNT DIFFERS FROM
000270*        THE NET OF THEIR JRNLFILE USAGE ('U'/SPACE) LESS
000280*        REVERSAL ('R') RECORDS.
000290*
000300*   A SITE WITHOUT CODETBL IS CHECKED AGAINST THE COMPILED-IN
000310*   CHRCODES LIST FOR (1) AND SKIPS (2); A SITE WITHOUT
000320*   OPERMAST SKIPS (3); A SITE WITHOUT JRNLFILE SKIPS (5).
000330*   EACH SKIP IS SAID SO ON THE REPORT.
000331*
000332*   CHECK (4) KEEPS EVERY TICKET NUMBER IT HAS SEEN ON THE
000333*   XREFTKT WORK FILE, KEYED ON TICKET NUMBER AND REBUILT
000334*   EVERY RUN, SO IT KEEPS UP HOWEVER LONG TKTLOG GROWS.
000340*
000350*   RUN DATE IS TAKEN FROM THE STARTUP PARAMETER (YYYYMMDD);
000360*   WHEN NO PARAMETER IS GIVEN THE PROCESSING DATE FROM THE
000370*   BUSCAL CALENDAR IS USED, AS IN RECONJOB.
000380*
000390*   RETURN CODES:  0 = THE FILES AGREE
000400*                  4 = DRIFT FOUND, OR A TABLE FILLED OR
000410*                      XREFTKT FAILED AND A CHECK IS INCOMPLETE
000420*                  8 = MASTFILE COULD NOT BE OPENED
000430******************************************************************
000440*-----------------------------------------------------------------
000450*   MODIFICATION HISTORY
000460*   DATE       INIT  DESCRIPTION
000470*   10/15/26   JAG   ORIGINAL PROGRAM - MASTFILE, CODETBL,
000480*                    OPERMAST, AUDITFIL, JRNLFILE, AND TKTLOG
000490*                    CROSS-CHECKS ON THE XREFRPT REPORT.
000491*   10/15/26   JAG   REPEATED-TICKET CHECK MOVED FROM A
000492*                    5000-SLOT TABLE TO THE XREFTKT WORK FILE.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540      SELECT MASTER-FILE ASSIGN TO "MASTFILE"
000550          ORGANIZATION IS INDEXED
000560          ACCESS MODE IS SEQUENTIAL
000570          RECORD KEY IS MF-CHR-CODE
000580          FILE STATUS IS XREF-MASTER-STATUS.
000590      SELECT CODE-TABLE-FILE ASSIGN TO "CODETBL"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS XREF-CODE-STATUS.
000620      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000630          ORGANIZATION IS LINE SEQUENTIAL
000640          FILE STATUS IS XREF-OPER-STATUS.
000650      SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
000660          ORGANIZATION IS LINE SEQUENTIAL
000670          FILE STATUS IS XREF-AUDIT-STATUS.
000680      SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000690          ORGANIZATION IS LINE SEQUENTIAL
000700          FILE STATUS IS XREF-JRNL-STATUS.
000710      SELECT TICKET-LOG-FILE ASSIGN TO "TKTLOG"
000720          ORGANIZATION IS LINE SEQUENTIAL
000730          FILE STATUS IS XREF-LOG-STATUS.
000740      SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT"
000750          ORGANIZATION IS LINE SEQUENTIAL.
000760      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000770          ORGANIZATION IS LINE SEQUENTIAL.
000780      SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
000790          ORGANIZATION IS LINE SEQUENTIAL
000800          FILE STATUS IS CW-CAL-STATUS.
000801      SELECT TICKET-WORK-FILE ASSIGN TO "XREFTKT"
000802          ORGANIZATION IS INDEXED
000803          ACCESS MODE IS DYNAMIC
000804          RECORD KEY IS XW-TICKET-NO
000805          FILE STATUS IS XREF-WORK-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MASTER-FILE
000840          RECORD CONTAINS 65 CHARACTERS.
000850      COPY MASTREC.
000860 FD  CODE-TABLE-FILE
000870          RECORD CONTAINS 56 CHARACTERS.
000880      COPY CODEREC.
000890 FD  OPERATOR-FILE
000900          RECORD CONTAINS 38 CHARACTERS.
000910      COPY OPRREC.
000920 FD  AUDIT-FILE
000930          RECORD CONTAINS 46 CHARACTERS.
000940      COPY AUDITREC.
000950 FD  JOURNAL-FILE
000960          RECORD CONTAINS 32 CHARACTERS.
000970      COPY JRNLREC.
000980 FD  TICKET-LOG-FILE
000990          RECORD CONTAINS 42 CHARACTERS.
001000      COPY TKLGREC.
001010 FD  XREF-REPORT-FILE
001020          RECORD CONTAINS 80 CHARACTERS.
001030 01  XR-RECORD                        PIC X(80).
001040 FD  RUN-CONTROL-FILE
001050          RECORD CONTAINS 39 CHARACTERS.
001060      COPY RUNREC.
001070 FD  CALENDAR-FILE
001080          RECORD CONTAINS 41 CHARACTERS.
001090      COPY CALREC.
001091 FD  TICKET-WORK-FILE
001092          RECORD CONTAINS 32 CHARACTERS.
001093 01  XW-RECORD.
001094      05  XW-TICKET-NO                 PIC X(08).
001095      05  FILLER                       PIC X(01).
001096      05  XW-CHR-CODE                  PIC X(03).
001097      05  FILLER                       PIC X(01).
001098      05  XW-TIMESTAMP                 PIC X(19).
001100 WORKING-STORAGE SECTION.
001110      COPY CHRCODES.
001120      COPY CALWORK.
001130 01  XREF-MASTER-STATUS               PIC X(02).
001140 01  XREF-MASTER-EOF-SW               PIC X(01) VALUE 'N'.
001150      88  XREF-MASTER-AT-END               VALUE 'Y'.
001160 01  XREF-REFUSED-SW                  PIC X(01) VALUE 'N'.
001170      88  XREF-REFUSED                     VALUE 'Y'.
001180*-----------------------------------------------------------------
001190*   CODE TABLE - CODETBL LOADED UP FRONT WITH ITS DATES AND
001200*   DESCRIPTION, PLUS WHAT THE SWEEP LEARNS ABOUT EACH CODE:
001210*   WHETHER ANY FILE SHOWS IT USED.
001220*-----------------------------------------------------------------
001230 01  XREF-CODE-STATUS                 PIC X(02).
001240 01  XREF-CODE-EOF-SW                 PIC X(01) VALUE 'N'.
001250      88  XREF-CODE-AT-END                 VALUE 'Y'.
001260 01  XREF-CODE-LOADED-SW              PIC X(01) VALUE 'N'.
001270      88  XREF-CODE-TABLE-LOADED           VALUE 'Y'.
001280 01  XREF-CTAB-TRUNC-SW               PIC X(01) VALUE 'N'.
001290      88  XREF-CTAB-TRUNCATED              VALUE 'Y'.
001300 77  XREF-CTAB-MAX                    PIC 9(03) COMP VALUE 500.
001310 77  XREF-CTAB-COUNT                  PIC 9(03) COMP VALUE ZERO.
001320 77  XREF-CTAB-SUB                    PIC 9(03) COMP VALUE ZERO.
001330 77  XREF-CTAB-FOUND                  PIC 9(03) COMP VALUE ZERO.
001340 01  XREF-CTAB-TABLE.
001350      05  XREF-CTAB-ENTRY OCCURS 500 TIMES.
001360          10  XREF-CTAB-CHR            PIC X(03).
001370          10  XREF-CTAB-EFF            PIC 9(08).
001380          10  XREF-CTAB-EXP            PIC 9(08).
001390          10  XREF-CTAB-DESC           PIC X(30).
001400          10  XREF-CTAB-USED-SW        PIC X(01).
001410              88  XREF-CTAB-USED       VALUE 'Y'.
001420*-----------------------------------------------------------------
001430*   OPERATOR ROSTER - OPERMAST LOADED UP FRONT.
001440*-----------------------------------------------------------------
001450 01  XREF-OPER-STATUS                 PIC X(02).
001460 01  XREF-OPER-EOF-SW                 PIC X(01) VALUE 'N'.
001470      88  XREF-OPER-AT-END                 VALUE 'Y'.
001480 01  XREF-OPER-LOADED-SW              PIC X(01) VALUE 'N'.
001490      88  XREF-OPER-TABLE-LOADED           VALUE 'Y'.
001500 01  XREF-OPER-TRUNC-SW               PIC X(01) VALUE 'N'.
001510      88  XREF-OPER-TRUNCATED              VALUE 'Y'.
001520 77  XREF-OPER-MAX                    PIC 9(03) COMP VALUE 100.
001530 77  XREF-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
001540 77  XREF-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
001550 77  XREF-OPER-FOUND                  PIC 9(03) COMP VALUE ZERO.
001560 01  XREF-OPER-TABLE.
001570      05  XREF-OPER-ENTRY OCCURS 100 TIMES.
001580          10  XREF-OPER-ID             PIC X(08).
001590*-----------------------------------------------------------------
001600*   UNKNOWN OPERATORS - EACH ID OFF THE ROSTER, ONCE, WITH
001610*   HOW MANY AUDITFIL AND JRNLFILE RECORDS CARRY IT.
001620*-----------------------------------------------------------------
001630 01  XREF-WORK-OPER                   PIC X(08).
001640 01  XREF-WORK-SOURCE                 PIC X(01).
001650      88  XREF-FROM-AUDIT                  VALUE 'A'.
001660      88  XREF-FROM-JRNL                   VALUE 'J'.
001670 77  XREF-UNK-MAX                     PIC 9(03) COMP VALUE 100.
001680 77  XREF-UNK-COUNT                   PIC 9(03) COMP VALUE ZERO.
001690 77  XREF-UNK-SUB                     PIC 9(03) COMP VALUE ZERO.
001700 77  XREF-UNK-FOUND                   PIC 9(03) COMP VALUE ZERO.
001710 01  XREF-UNK-FULL-SW                 PIC X(01) VALUE 'N'.
001720      88  XREF-UNK-TABLE-FULL              VALUE 'Y'.
001730 01  XREF-UNK-TABLE.
001740      05  XREF-UNK-ENTRY OCCURS 100 TIMES.
001750          10  XREF-UNK-ID              PIC X(08).
001760          10  XREF-UNK-AUD-CNT         PIC 9(07) COMP.
001770          10  XREF-UNK-JRN-CNT         PIC 9(07) COMP.
001780*-----------------------------------------------------------------
001790*   JOURNAL NET PER CODE - USAGE AND REVERSAL RECORDS COUNTED
001800*   OVER ALL OF JRNLFILE, AND WHETHER MASTFILE HAS A ROW FOR
001810*   THE CODE.
001820*-----------------------------------------------------------------
001830 01  XREF-AUDIT-STATUS                PIC X(02).
001840 01  XREF-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
001850      88  XREF-AUDIT-AT-END                VALUE 'Y'.
001860 01  XREF-JRNL-STATUS                 PIC X(02).
001870 01  XREF-JRNL-EOF-SW                 PIC X(01) VALUE 'N'.
001880      88  XREF-JRNL-AT-END                 VALUE 'Y'.
001890 01  XREF-JRNL-PRESENT-SW             PIC X(01) VALUE 'N'.
001900      88  XREF-JRNL-PRESENT                VALUE 'Y'.
001910 77  XREF-JRN-MAX                     PIC 9(03) COMP VALUE 500.
001920 77  XREF-JRN-COUNT                   PIC 9(03) COMP VALUE ZERO.
001930 77  XREF-JRN-SUB                     PIC 9(03) COMP VALUE ZERO.
001940 77  XREF-JRN-FOUND                   PIC 9(03) COMP VALUE ZERO.
001950 01  XREF-JRN-FULL-SW                 PIC X(01) VALUE 'N'.
001960      88  XREF-JRN-TABLE-FULL              VALUE 'Y'.
001970 01  XREF-JRN-TABLE.
001980      05  XREF-JRN-ENTRY OCCURS 500 TIMES.
001990          10  XREF-JRN-CHR             PIC X(03).
002000          10  XREF-JRN-USE-CNT         PIC 9(07) COMP.
002010          10  XREF-JRN-REV-CNT         PIC 9(07) COMP.
002020          10  XREF-JRN-MAST-SW         PIC X(01).
002030              88  XREF-JRN-ON-MASTER   VALUE 'Y'.
002040 01  XREF-WORK-CODE                   PIC X(03).
002050 77  XREF-NET                         PIC S9(07) COMP VALUE ZERO.
002060*-----------------------------------------------------------------
002070*   TICKET WORK FILE - ONE XREFTKT RECORD PER TICKET NUMBER
002080*   TKTLOG SHOWS OPENED, WITH THE ENTRY THAT FIRST CLAIMED IT.
002090*   A WRITE REFUSED AS A DUPLICATE KEY IS A REPEAT.
002100*-----------------------------------------------------------------
002110 01  XREF-LOG-STATUS                  PIC X(02).
002120 01  XREF-LOG-EOF-SW                  PIC X(01) VALUE 'N'.
002130      88  XREF-LOG-AT-END                  VALUE 'Y'.
002140 01  XREF-WORK-STATUS                 PIC X(02).
002250*-----------------------------------------------------------------
002260*   RUN-DATE HANDLING - CODETBL DATES ARE JUDGED AS OF THIS
002270*   DATE.
002280*-----------------------------------------------------------------
002290 01  XREF-RUN-PARM                    PIC X(08).
002300 01  XREF-RUN-DATE                    PIC 9(08).
002310 01  XREF-RUN-DATE-R REDEFINES XREF-RUN-DATE.
002320      05  XREF-RUN-YYYY                PIC 9(04).
002330      05  XREF-RUN-MM                  PIC 9(02).
002340      05  XREF-RUN-DD                  PIC 9(02).
002350 01  XREF-DATE-SHOW                   PIC X(10).
002360*-----------------------------------------------------------------
002370*   FINDING COUNTS, ONE PER CHECK, AND REPORT-LINE WORK.
002380*-----------------------------------------------------------------
002390 77  XREF-MAST-ROWS                   PIC 9(07) COMP VALUE ZERO.
002400 77  XREF-CODE-FIND                   PIC 9(07) COMP VALUE ZERO.
002410 77  XREF-UNUSED-FIND                 PIC 9(07) COMP VALUE ZERO.
002420 77  XREF-OPER-FIND                   PIC 9(07) COMP VALUE ZERO.
002430 77  XREF-TKT-FIND                    PIC 9(07) COMP VALUE ZERO.
002440 77  XREF-USAGE-FIND                  PIC 9(07) COMP VALUE ZERO.
002450 77  XREF-TOTAL-FIND                  PIC 9(07) COMP VALUE ZERO.
002460 77  XREF-SECTION-FIND                PIC 9(07) COMP VALUE ZERO.
002470 01  XREF-INCOMPLETE-SW               PIC X(01) VALUE 'N'.
002480      88  XREF-INCOMPLETE                  VALUE 'Y'.
002490 01  XREF-REASON                      PIC X(40).
002500 01  XREF-COUNT-D                     PIC Z(06)9.
002510 01  XREF-COUNT2-D                    PIC Z(06)9.
002520 01  XREF-NET-D                       PIC -(06)9.
002530*-----------------------------------------------------------------
002540*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
002550*-----------------------------------------------------------------
002560 01  XREF-RC-EVENT                    PIC X(01).
002570 77  XREF-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
002580 PROCEDURE DIVISION.
002590 HEAD-RTN.
002600      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
002610      IF XREF-REFUSED
002620          PERFORM END-RTN
002630      END-IF.
002640      PERFORM JRNL-PASS-RTN THRU JRNL-PASS-RTN-EXIT.
002650      PERFORM AUDIT-PASS-RTN THRU AUDIT-PASS-RTN-EXIT.
002660      PERFORM CODE-CHECK-RTN THRU CODE-CHECK-RTN-EXIT.
002670      PERFORM UNUSED-CHECK-RTN THRU UNUSED-CHECK-RTN-EXIT.
002680      PERFORM OPER-CHECK-RTN THRU OPER-CHECK-RTN-EXIT.
002690      PERFORM TICKET-CHECK-RTN THRU TICKET-CHECK-RTN-EXIT.
002700      PERFORM USAGE-CHECK-RTN THRU USAGE-CHECK-RTN-EXIT.
002710      PERFORM SUMMARY-RTN THRU SUMMARY-RTN-EXIT.
002720      PERFORM END-RTN.
002730*-----------------------------------------------------------------
002740*   INIT-RTN - PICK UP THE RUN DATE, OPEN THE REPORT, AND LOAD
002750*   THE REFERENCE TABLES.  MASTFILE IS THE ONE FILE THE SWEEP
002760*   CANNOT DO WITHOUT, SO IT IS TRIED HERE AND THE RUN REFUSED
002770*   IF IT WILL NOT OPEN.
002780*-----------------------------------------------------------------
002790 INIT-RTN.
002800      ACCEPT XREF-RUN-PARM FROM COMMAND-LINE.
002810      PERFORM LOAD-CAL-RTN THRU LOAD-CAL-RTN-EXIT.
002820      IF XREF-RUN-PARM = SPACES
002830          ACCEPT CW-TEST-DATE FROM DATE YYYYMMDD
002840          ACCEPT CW-TEST-TIME FROM TIME
002850          PERFORM PROC-DATE-RTN THRU PROC-DATE-RTN-EXIT
002860          MOVE CW-TEST-DATE TO XREF-RUN-DATE
002870      ELSE
002880          MOVE XREF-RUN-PARM TO XREF-RUN-DATE
002890      END-IF.
002900      MOVE SPACES TO XREF-DATE-SHOW.
002910      STRING XREF-RUN-YYYY DELIMITED BY SIZE
002920          '-' DELIMITED BY SIZE
002930          XREF-RUN-MM DELIMITED BY SIZE
002940          '-' DELIMITED BY SIZE
002950          XREF-RUN-DD DELIMITED BY SIZE
002960          INTO XREF-DATE-SHOW.
002970      MOVE 'S' TO XREF-RC-EVENT.
002980      MOVE ZERO TO XREF-RC-KEY-COUNT.
002990      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
003000      OPEN OUTPUT XREF-REPORT-FILE.
003010      MOVE SPACES TO XR-RECORD.
003020      STRING 'CROSS-FILE INTEGRITY SWEEP AS OF ' DELIMITED BY SIZE
003030          XREF-DATE-SHOW DELIMITED BY SIZE
003040          INTO XR-RECORD.
003050      WRITE XR-RECORD.
003060      OPEN INPUT MASTER-FILE.
003070      IF XREF-MASTER-STATUS NOT = '00'
003080          MOVE SPACES TO XR-RECORD
003090          STRING 'MASTFILE UNREADABLE, STATUS ' DELIMITED BY SIZE
003100              XREF-MASTER-STATUS DELIMITED BY SIZE
003110              ' - NOTHING CHECKED' DELIMITED BY SIZE
003120              INTO XR-RECORD
003130          WRITE XR-RECORD
003140          MOVE 'Y' TO XREF-REFUSED-SW
003150          GO TO INIT-RTN-EXIT
003160      END-IF.
003170      CLOSE MASTER-FILE.
003180      PERFORM LOAD-CODE-RTN THRU LOAD-CODE-RTN-EXIT.
003190      PERFORM LOAD-OPER-RTN THRU LOAD-OPER-RTN-EXIT.
003200 INIT-RTN-EXIT.
003210      EXIT.
003220*-----------------------------------------------------------------
003230*   JRNL-PASS-RTN - READ ALL OF JRNLFILE: NET USAGE PER CODE
003240*   FOR CHECK 5, USED CODES FOR CHECK 2, AND OPERATOR IDS FOR
003250*   CHECK 3.
003260*-----------------------------------------------------------------
003270 JRNL-PASS-RTN.
003280      OPEN INPUT JOURNAL-FILE.
003290      IF XREF-JRNL-STATUS NOT = '00'
003300          GO TO JRNL-PASS-RTN-EXIT
003310      END-IF.
003320      MOVE 'Y' TO XREF-JRNL-PRESENT-SW.
003330      PERFORM READ-JRNL-RTN THRU READ-JRNL-RTN-EXIT
003340          UNTIL XREF-JRNL-AT-END.
003350      CLOSE JOURNAL-FILE.
003360 JRNL-PASS-RTN-EXIT.
003370      EXIT.
003380*-----------------------------------------------------------------
003390*   READ-JRNL-RTN - TAKE ONE JOURNAL RECORD.
003400*-----------------------------------------------------------------
003410 READ-JRNL-RTN.
003420      READ JOURNAL-FILE
003430          AT END
003440              MOVE 'Y' TO XREF-JRNL-EOF-SW
003450              GO TO READ-JRNL-RTN-EXIT
003460      END-READ.
003470      MOVE JR-OPERATOR-ID TO XREF-WORK-OPER.
003480      MOVE 'J' TO XREF-WORK-SOURCE.
003490      PERFORM NOTE-OPER-RTN THRU NOTE-OPER-RTN-EXIT.
003500      MOVE JR-CHR-CODE TO XREF-WORK-CODE.
003510      PERFORM FIND-JRN-RTN THRU FIND-JRN-RTN-EXIT.
003520      IF XREF-JRN-FOUND = ZERO
003530          IF XREF-JRN-COUNT NOT < XREF-JRN-MAX
003540              MOVE 'Y' TO XREF-JRN-FULL-SW
003550              GO TO READ-JRNL-RTN-EXIT
003560          END-IF
003570          ADD 1 TO XREF-JRN-COUNT
003580          MOVE XREF-JRN-COUNT TO XREF-JRN-FOUND
003590          MOVE XREF-WORK-CODE TO XREF-JRN-CHR (XREF-JRN-FOUND)
003600          MOVE ZERO TO XREF-JRN-USE-CNT (XREF-JRN-FOUND)
003610          MOVE ZERO TO XREF-JRN-REV-CNT (XREF-JRN-FOUND)
003620          MOVE 'N' TO XREF-JRN-MAST-SW (XREF-JRN-FOUND)
003630      END-IF.
003640      IF JR-REVERSAL
003650          ADD 1 TO XREF-JRN-REV-CNT (XREF-JRN-FOUND)
003660      ELSE
003670          ADD 1 TO XREF-JRN-USE-CNT (XREF-JRN-FOUND)
003680          PERFORM FIND-CTAB-RTN THRU FIND-CTAB-RTN-EXIT
003690          IF XREF-CTAB-FOUND > ZERO
003700              MOVE 'Y' TO XREF-CTAB-USED-SW (XREF-CTAB-FOUND)
003710          END-IF
003720      END-IF.
003730 READ-JRNL-RTN-EXIT.
003740      EXIT.
003750*-----------------------------------------------------------------
003760*   AUDIT-PASS-RTN - READ ALL OF AUDITFIL FOR OPERATOR IDS.
003770*   A MISSING AUDITFIL (FRESHLY ARCHIVED) IS NOTHING TO CHECK.
003780*-----------------------------------------------------------------
003790 AUDIT-PASS-RTN.
003800      OPEN INPUT AUDIT-FILE.
003810      IF XREF-AUDIT-STATUS NOT = '00'
003820          GO TO AUDIT-PASS-RTN-EXIT
003830      END-IF.
003840      PERFORM READ-AUDIT-RTN THRU READ-AUDIT-RTN-EXIT
003850          UNTIL XREF-AUDIT-AT-END.
003860      CLOSE AUDIT-FILE.
003870 AUDIT-PASS-RTN-EXIT.
003880      EXIT.
003890*-----------------------------------------------------------------
003900*   READ-AUDIT-RTN - TAKE ONE AUDIT EVENT.
003910*-----------------------------------------------------------------
003920 READ-AUDIT-RTN.
003930      READ AUDIT-FILE
003940          AT END
003950              MOVE 'Y' TO XREF-AUDIT-EOF-SW
003960              GO TO READ-AUDIT-RTN-EXIT
003970      END-READ.
003980      MOVE AR-OPERATOR-ID TO XREF-WORK-OPER.
003990      MOVE 'A' TO XREF-WORK-SOURCE.
004000      PERFORM NOTE-OPER-RTN THRU NOTE-OPER-RTN-EXIT.
004010 READ-AUDIT-RTN-EXIT.
004020      EXIT.
004030*-----------------------------------------------------------------
004040*   NOTE-OPER-RTN - COUNT XREF-WORK-OPER AGAINST ITS SOURCE
004050*   FILE WHEN THE ROSTER DOES NOT KNOW IT.  NOTHING TO DO
004060*   WITHOUT A ROSTER, OR FOR A BATCH RUN'S STAMP.
004070*-----------------------------------------------------------------
004080 NOTE-OPER-RTN.
004090      IF NOT XREF-OPER-TABLE-LOADED
004100          OR XREF-WORK-OPER = 'BATCH'
004110          GO TO NOTE-OPER-RTN-EXIT
004120      END-IF.
004130      MOVE ZERO TO XREF-OPER-FOUND.
004140      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
004150          VARYING XREF-OPER-SUB FROM 1 BY 1
004160          UNTIL XREF-OPER-SUB > XREF-OPER-COUNT
004170          OR XREF-OPER-FOUND > ZERO.
004180      IF XREF-OPER-FOUND > ZERO
004190          GO TO NOTE-OPER-RTN-EXIT
004200      END-IF.
004210      MOVE ZERO TO XREF-UNK-FOUND.
004220      PERFORM MATCH-UNK-RTN THRU MATCH-UNK-RTN-EXIT
004230          VARYING XREF-UNK-SUB FROM 1 BY 1
004240          UNTIL XREF-UNK-SUB > XREF-UNK-COUNT
004250          OR XREF-UNK-FOUND > ZERO.
004260      IF XREF-UNK-FOUND = ZERO
004270          IF XREF-UNK-COUNT NOT < XREF-UNK-MAX
004280              MOVE 'Y' TO XREF-UNK-FULL-SW
004290              GO TO NOTE-OPER-RTN-EXIT
004300          END-IF
004310          ADD 1 TO XREF-UNK-COUNT
004320          MOVE XREF-UNK-COUNT TO XREF-UNK-FOUND
004330          MOVE XREF-WORK-OPER TO XREF-UNK-ID (XREF-UNK-FOUND)
004340          MOVE ZERO TO XREF-UNK-AUD-CNT (XREF-UNK-FOUND)
004350          MOVE ZERO TO XREF-UNK-JRN-CNT (XREF-UNK-FOUND)
004360      END-IF.
004370      IF XREF-FROM-AUDIT
004380          ADD 1 TO XREF-UNK-AUD-CNT (XREF-UNK-FOUND)
004390      ELSE
004400          ADD 1 TO XREF-UNK-JRN-CNT (XREF-UNK-FOUND)
004410      END-IF.
004420 NOTE-OPER-RTN-EXIT.
004430      EXIT.
004440*-----------------------------------------------------------------
004450*   MATCH-OPER-RTN - TEST ONE ROSTER SLOT.
004460*-----------------------------------------------------------------
004470 MATCH-OPER-RTN.
004480      IF XREF-OPER-ID (XREF-OPER-SUB) = XREF-WORK-OPER
004490          MOVE XREF-OPER-SUB TO XREF-OPER-FOUND
004500      END-IF.
004510 MATCH-OPER-RTN-EXIT.
004520      EXIT.
004530*-----------------------------------------------------------------
004540*   MATCH-UNK-RTN - TEST ONE UNKNOWN-OPERATOR SLOT.
004550*-----------------------------------------------------------------
004560 MATCH-UNK-RTN.
004570      IF XREF-UNK-ID (XREF-UNK-SUB) = XREF-WORK-OPER
004580          MOVE XREF-UNK-SUB TO XREF-UNK-FOUND
004590      END-IF.
004600 MATCH-UNK-RTN-EXIT.
004610      EXIT.
004620*-----------------------------------------------------------------
004630*   CODE-CHECK-RTN - CHECK 1.  WALK MASTFILE AND HOLD EACH ROW
004640*   UP AGAINST ITS CODETBL ENTRY.  A ROW WITH USAGE ALSO MARKS
004650*   ITS CODE USED FOR CHECK 2.
004660*-----------------------------------------------------------------
004670 CODE-CHECK-RTN.
004680      MOVE SPACES TO XR-RECORD.
004690      WRITE XR-RECORD.
004700      MOVE '1. MASTFILE ROWS AGAINST CODETBL' TO XR-RECORD.
004710      WRITE XR-RECORD.
004720      IF NOT XREF-CODE-TABLE-LOADED
004730          MOVE '   (NO CODETBL - CHECKED AGAINST CHRCODES LIST)'
004740              TO XR-RECORD
004750          WRITE XR-RECORD
004760      END-IF.
004770      MOVE ZERO TO XREF-SECTION-FIND.
004780      MOVE 'N' TO XREF-MASTER-EOF-SW.
004790      OPEN INPUT MASTER-FILE.
004800      PERFORM CODE-ONE-RTN THRU CODE-ONE-RTN-EXIT
004810          UNTIL XREF-MASTER-AT-END.
004820      CLOSE MASTER-FILE.
004830      MOVE XREF-SECTION-FIND TO XREF-CODE-FIND.
004840      PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT.
004850 CODE-CHECK-RTN-EXIT.
004860      EXIT.
004870*-----------------------------------------------------------------
004880*   CODE-ONE-RTN - JUDGE ONE MASTER ROW.  CODETBL CALLS A CODE
004890*   LIVE WHEN THE RUN DATE FALLS IN ITS EFFECTIVE RANGE.
004900*-----------------------------------------------------------------
004910 CODE-ONE-RTN.
004920      READ MASTER-FILE
004930          AT END
004940              MOVE 'Y' TO XREF-MASTER-EOF-SW
004950              GO TO CODE-ONE-RTN-EXIT
004960      END-READ.
004970      ADD 1 TO XREF-MAST-ROWS.
004980      MOVE MF-CHR-CODE TO XREF-WORK-CODE.
004990      MOVE SPACES TO XREF-REASON.
005000      IF NOT XREF-CODE-TABLE-LOADED
005010          MOVE MF-CHR-CODE TO CHR
005020          IF NOT CHR-IS-VALID
005030              MOVE 'NOT ON THE COMPILED-IN CODE LIST'
005040                  TO XREF-REASON
005050          END-IF
005060      ELSE
005070          PERFORM FIND-CTAB-RTN THRU FIND-CTAB-RTN-EXIT
005080          PERFORM JUDGE-CODE-RTN THRU JUDGE-CODE-RTN-EXIT
005090      END-IF.
005100      IF XREF-REASON NOT = SPACES
005110          ADD 1 TO XREF-SECTION-FIND
005120          MOVE SPACES TO XR-RECORD
005130          STRING '   CODE ' DELIMITED BY SIZE
005140              MF-CHR-CODE DELIMITED BY SIZE
005150              '  ' DELIMITED BY SIZE
005160              XREF-REASON DELIMITED BY SIZE
005170              INTO XR-RECORD
005180          WRITE XR-RECORD
005190      END-IF.
005200 CODE-ONE-RTN-EXIT.
005210      EXIT.
005220*-----------------------------------------------------------------
005230*   JUDGE-CODE-RTN - COMPARE THE MASTER ROW WITH THE CODETBL
005240*   SLOT IN XREF-CTAB-FOUND, SETTING XREF-REASON ON DRIFT.
005250*-----------------------------------------------------------------
005260 JUDGE-CODE-RTN.
005270      IF XREF-CTAB-FOUND = ZERO
005280          MOVE 'NO CODETBL ENTRY' TO XREF-REASON
005290          GO TO JUDGE-CODE-RTN-EXIT
005300      END-IF.
005310      IF MF-USAGE-COUNT NUMERIC AND MF-USAGE-COUNT > ZERO
005320          MOVE 'Y' TO XREF-CTAB-USED-SW (XREF-CTAB-FOUND)
005330      END-IF.
005340      EVALUATE TRUE
005350        WHEN MF-CODE-ACTIVE
005360          AND XREF-RUN-DATE > XREF-CTAB-EXP (XREF-CTAB-FOUND)
005370          MOVE 'ACTIVE ON MASTFILE, EXPIRED ON CODETBL'
005380              TO XREF-REASON
005390        WHEN MF-CODE-ACTIVE
005400          AND XREF-RUN-DATE < XREF-CTAB-EFF (XREF-CTAB-FOUND)
005410          MOVE 'ACTIVE ON MASTFILE, NOT YET ON CODETBL'
005420              TO XREF-REASON
005430        WHEN MF-CODE-RETIRED
005440          AND XREF-RUN-DATE NOT < XREF-CTAB-EFF (XREF-CTAB-FOUND)
005450          AND XREF-RUN-DATE NOT > XREF-CTAB-EXP (XREF-CTAB-FOUND)
005460          MOVE 'RETIRED ON MASTFILE, LIVE ON CODETBL'
005470              TO XREF-REASON
005480        WHEN OTHER
005490          CONTINUE
005500      END-EVALUATE.
005510 JUDGE-CODE-RTN-EXIT.
005520      EXIT.
005530*-----------------------------------------------------------------
005540*   UNUSED-CHECK-RTN - CHECK 2.  EVERY CODE LIVE ON CODETBL
005550*   THAT NEITHER MASTFILE NOR JRNLFILE SHOWS USED.
005560*-----------------------------------------------------------------
005570 UNUSED-CHECK-RTN.
005580      MOVE SPACES TO XR-RECORD.
005590      WRITE XR-RECORD.
005600      MOVE '2. CODES LIVE ON CODETBL, NEVER USED' TO XR-RECORD.
005610      WRITE XR-RECORD.
005620      IF NOT XREF-CODE-TABLE-LOADED
005630          MOVE '   (SKIPPED - NO CODETBL)' TO XR-RECORD
005640          WRITE XR-RECORD
005650          GO TO UNUSED-CHECK-RTN-EXIT
005660      END-IF.
005670      MOVE ZERO TO XREF-SECTION-FIND.
005680      PERFORM UNUSED-ONE-RTN THRU UNUSED-ONE-RTN-EXIT
005690          VARYING XREF-CTAB-SUB FROM 1 BY 1
005700          UNTIL XREF-CTAB-SUB > XREF-CTAB-COUNT.
005710      MOVE XREF-SECTION-FIND TO XREF-UNUSED-FIND.
005720      PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT.
005730 UNUSED-CHECK-RTN-EXIT.
005740      EXIT.
005750*-----------------------------------------------------------------
005760*   UNUSED-ONE-RTN - JUDGE ONE CODETBL SLOT.
005770*-----------------------------------------------------------------
005780 UNUSED-ONE-RTN.
005790      IF XREF-CTAB-USED (XREF-CTAB-SUB)
005800          OR XREF-RUN-DATE < XREF-CTAB-EFF (XREF-CTAB-SUB)
005810          OR XREF-RUN-DATE > XREF-CTAB-EXP (XREF-CTAB-SUB)
005820          GO TO UNUSED-ONE-RTN-EXIT
005830      END-IF.
005840      ADD 1 TO XREF-SECTION-FIND.
005850      MOVE SPACES TO XR-RECORD.
005860      STRING '   CODE ' DELIMITED BY SIZE
005870          XREF-CTAB-CHR (XREF-CTAB-SUB) DELIMITED BY SIZE
005880          '  EFFECTIVE ' DELIMITED BY SIZE
005890          XREF-CTAB-EFF (XREF-CTAB-SUB) DELIMITED BY SIZE
005900          '  ' DELIMITED BY SIZE
005910          XREF-CTAB-DESC (XREF-CTAB-SUB) DELIMITED BY SIZE
005920          INTO XR-RECORD.
005930      WRITE XR-RECORD.
005940 UNUSED-ONE-RTN-EXIT.
005950      EXIT.
005960*-----------------------------------------------------------------
005970*   OPER-CHECK-RTN - CHECK 3.  ONE LINE PER OPERATOR ID THE
005980*   ROSTER DOES NOT KNOW, FROM THE AUDIT AND JOURNAL PASSES.
005990*-----------------------------------------------------------------
006000 OPER-CHECK-RTN.
006010      MOVE SPACES TO XR-RECORD.
006020      WRITE XR-RECORD.
006030      MOVE '3. OPERATOR IDS ON AUDITFIL/JRNLFILE NOT ON OPERMAST'
006040          TO XR-RECORD.
006050      WRITE XR-RECORD.
006060      IF NOT XREF-OPER-TABLE-LOADED
006070          MOVE '   (SKIPPED - NO OPERMAST)' TO XR-RECORD
006080          WRITE XR-RECORD
006090          GO TO OPER-CHECK-RTN-EXIT
006100      END-IF.
006110      PERFORM OPER-ONE-RTN THRU OPER-ONE-RTN-EXIT
006120          VARYING XREF-UNK-SUB FROM 1 BY 1
006130          UNTIL XREF-UNK-SUB > XREF-UNK-COUNT.
006140      IF XREF-UNK-TABLE-FULL
006150          MOVE '   *** OVER 100 UNKNOWN IDS - LIST INCOMPLETE ***'
006160              TO XR-RECORD
006170          WRITE XR-RECORD
006180          MOVE 'Y' TO XREF-INCOMPLETE-SW
006190      END-IF.
006200      MOVE XREF-UNK-COUNT TO XREF-OPER-FIND.
006210      MOVE XREF-UNK-COUNT TO XREF-SECTION-FIND.
006220      PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT.
006230 OPER-CHECK-RTN-EXIT.
006240      EXIT.
006250*-----------------------------------------------------------------
006260*   OPER-ONE-RTN - ONE UNKNOWN-OPERATOR LINE.  A BLANK ID IS
006270*   SHOWN AS SUCH RATHER THAN AS NOTHING.
006280*-----------------------------------------------------------------
006290 OPER-ONE-RTN.
006300      MOVE XREF-UNK-AUD-CNT (XREF-UNK-SUB) TO XREF-COUNT-D.
006310      MOVE XREF-UNK-JRN-CNT (XREF-UNK-SUB) TO XREF-COUNT2-D.
006320      MOVE XREF-UNK-ID (XREF-UNK-SUB) TO XREF-WORK-OPER.
006330      IF XREF-WORK-OPER = SPACES
006340          MOVE '(BLANK)' TO XREF-WORK-OPER
006350      END-IF.
006360      MOVE SPACES TO XR-RECORD.
006370      STRING '   OPERATOR ' DELIMITED BY SIZE
006380          XREF-WORK-OPER DELIMITED BY SIZE
006390          '  AUDITFIL RECORDS ' DELIMITED BY SIZE
006400          XREF-COUNT-D DELIMITED BY SIZE
006410          '  JRNLFILE RECORDS ' DELIMITED BY SIZE
006420          XREF-COUNT2-D DELIMITED BY SIZE
006430          INTO XR-RECORD.
006440      WRITE XR-RECORD.
006450 OPER-ONE-RTN-EXIT.
006460      EXIT.
006470*-----------------------------------------------------------------
006480*   TICKET-CHECK-RTN - CHECK 4.  READ TKTLOG AND LIST EVERY
006490*   OPENED ROW WHOSE TICKET NUMBER AN EARLIER ROW ALREADY
006500*   CLAIMED.
006510*-----------------------------------------------------------------
006520 TICKET-CHECK-RTN.
006530      MOVE SPACES TO XR-RECORD.
006540      WRITE XR-RECORD.
006550      MOVE '4. TICKET NUMBERS OPENED MORE THAN ONCE ON TKTLOG'
006560          TO XR-RECORD.
006570      WRITE XR-RECORD.
006580      MOVE ZERO TO XREF-SECTION-FIND.
006590      OPEN INPUT TICKET-LOG-FILE.
006600      IF XREF-LOG-STATUS = '00'
006601          PERFORM TICKET-PASS-RTN THRU TICKET-PASS-RTN-EXIT
006630          CLOSE TICKET-LOG-FILE
006640      END-IF.
006710      MOVE XREF-SECTION-FIND TO XREF-TKT-FIND.
006720      PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT.
006730 TICKET-CHECK-RTN-EXIT.
006740      EXIT.
006741*-----------------------------------------------------------------
006742*   TICKET-PASS-RTN - ONE PASS OF TKTLOG AGAINST THE XREFTKT
006743*   WORK FILE.  XREFTKT IS OPENED OUTPUT TO EMPTY IT, THEN
006744*   REOPENED I-O SO A REPEAT CAN READ BACK THE FIRST CLAIM.
006745*-----------------------------------------------------------------
006746 TICKET-PASS-RTN.
006747      OPEN OUTPUT TICKET-WORK-FILE.
006748      IF XREF-WORK-STATUS = '00'
006749          CLOSE TICKET-WORK-FILE
006750          OPEN I-O TICKET-WORK-FILE
006751      END-IF.
006752      IF XREF-WORK-STATUS NOT = '00'
006753          MOVE SPACES TO XR-RECORD
006754          STRING '   *** XREFTKT OPEN FAILED, STATUS '
006755              DELIMITED BY SIZE
006756              XREF-WORK-STATUS DELIMITED BY SIZE
006757              ' - NOT CHECKED ***' DELIMITED BY SIZE
006758              INTO XR-RECORD
006759          WRITE XR-RECORD
006760          MOVE 'Y' TO XREF-INCOMPLETE-SW
006761          GO TO TICKET-PASS-RTN-EXIT
006762      END-IF.
006763      PERFORM READ-LOG-RTN THRU READ-LOG-RTN-EXIT
006764          UNTIL XREF-LOG-AT-END.
006765      CLOSE TICKET-WORK-FILE.
006766 TICKET-PASS-RTN-EXIT.
006767      EXIT.
006768*-----------------------------------------------------------------
006769*   READ-LOG-RTN - TAKE ONE TKTLOG ROW.  ONLY OPENED ROWS
006770*   CARRY AN ASSIGNED NUMBER.  A REPEAT FOR THE SAME ENTRY
006780*   (SAME CODE AND TIMESTAMP) IS A TKTACK RERUN LOGGING IT
006790*   AGAIN; A REPEAT FOR A DIFFERENT ENTRY IS ONE TICKET
006800*   NUMBER GIVEN TO TWO PROBLEMS.
006810*-----------------------------------------------------------------
006820 READ-LOG-RTN.
006830      READ TICKET-LOG-FILE
006840          AT END
006850              MOVE 'Y' TO XREF-LOG-EOF-SW
006860              GO TO READ-LOG-RTN-EXIT
006870      END-READ.
006880      IF TL-DISPOSITION NOT = 'OPENED   '
006890          OR TL-TICKET-NO = SPACES
006900          GO TO READ-LOG-RTN-EXIT
006910      END-IF.
006911      MOVE SPACES TO XW-RECORD.
006912      MOVE TL-TICKET-NO TO XW-TICKET-NO.
006913      MOVE TL-CHR-CODE TO XW-CHR-CODE.
006914      MOVE TL-TIMESTAMP TO XW-TIMESTAMP.
006915      WRITE XW-RECORD
006916          INVALID KEY
006917              CONTINUE
006918      END-WRITE.
006919      IF XREF-WORK-STATUS = '00'
006920          GO TO READ-LOG-RTN-EXIT
006921      END-IF.
006922      IF XREF-WORK-STATUS NOT = '22'
006923          PERFORM WORK-FAIL-RTN THRU WORK-FAIL-RTN-EXIT
006924          GO TO READ-LOG-RTN-EXIT
006925      END-IF.
006926      READ TICKET-WORK-FILE
006927          INVALID KEY
006928              CONTINUE
006929      END-READ.
006930      IF XREF-WORK-STATUS NOT = '00'
006931          PERFORM WORK-FAIL-RTN THRU WORK-FAIL-RTN-EXIT
006932          GO TO READ-LOG-RTN-EXIT
006933      END-IF.
006934      ADD 1 TO XREF-SECTION-FIND.
006935      IF XW-CHR-CODE = TL-CHR-CODE
006936          AND XW-TIMESTAMP = TL-TIMESTAMP
006937          MOVE 'SAME ENTRY LOGGED AGAIN' TO XREF-REASON
006938      ELSE
006939          MOVE SPACES TO XREF-REASON
006940          STRING 'FIRST CODE ' DELIMITED BY SIZE
006941              XW-CHR-CODE DELIMITED BY SIZE
006942              ' ' DELIMITED BY SIZE
006943              XW-TIMESTAMP DELIMITED BY SIZE
006944              INTO XREF-REASON
006945      END-IF.
006946      MOVE SPACES TO XR-RECORD.
006947      STRING '   TICKET ' DELIMITED BY SIZE
006948          TL-TICKET-NO DELIMITED BY SIZE
006949          '  CODE ' DELIMITED BY SIZE
006950          TL-CHR-CODE DELIMITED BY SIZE
006951          '  ' DELIMITED BY SIZE
006952          XREF-REASON DELIMITED BY SIZE
006953          INTO XR-RECORD.
006954      WRITE XR-RECORD.
007310 READ-LOG-RTN-EXIT.
007320      EXIT.
007330*-----------------------------------------------------------------
007340*   WORK-FAIL-RTN - XREFTKT REFUSED A WRITE OR READ FOR ANY
007341*   REASON BUT A DUPLICATE KEY.  SAY SO AND STOP THE PASS;
007342*   THE CHECK IS INCOMPLETE.
007350*-----------------------------------------------------------------
007360 WORK-FAIL-RTN.
007370      MOVE SPACES TO XR-RECORD.
007380      STRING '   *** XREFTKT STATUS ' DELIMITED BY SIZE
007381          XREF-WORK-STATUS DELIMITED BY SIZE
007382          ' AT TICKET ' DELIMITED BY SIZE
007383          TL-TICKET-NO DELIMITED BY SIZE
007384          ' - REST NOT CHECKED ***' DELIMITED BY SIZE
007385          INTO XR-RECORD.
007386      WRITE XR-RECORD.
007387      MOVE 'Y' TO XREF-INCOMPLETE-SW.
007388      MOVE 'Y' TO XREF-LOG-EOF-SW.
007400 WORK-FAIL-RTN-EXIT.
007410      EXIT.
007420*-----------------------------------------------------------------
007430*   USAGE-CHECK-RTN - CHECK 5.  WALK MASTFILE AGAIN AND HOLD
007440*   EACH LIFETIME COUNT UP AGAINST THE JOURNAL NET, THEN LIST
007450*   JOURNALLED CODES THAT HAVE NO MASTER ROW AT ALL.
007460*-----------------------------------------------------------------
007470 USAGE-CHECK-RTN.
007480      MOVE SPACES TO XR-RECORD.
007490      WRITE XR-RECORD.
007500      MOVE '5. MF-USAGE-COUNT AGAINST THE JRNLFILE NET'
007510          TO XR-RECORD.
007520      WRITE XR-RECORD.
007530      IF NOT XREF-JRNL-PRESENT
007540          MOVE '   (SKIPPED - NO JRNLFILE)' TO XR-RECORD
007550          WRITE XR-RECORD
007560          GO TO USAGE-CHECK-RTN-EXIT
007570      END-IF.
007580      MOVE ZERO TO XREF-SECTION-FIND.
007590      MOVE 'N' TO XREF-MASTER-EOF-SW.
007600      OPEN INPUT MASTER-FILE.
007610      PERFORM USAGE-ONE-RTN THRU USAGE-ONE-RTN-EXIT
007620          UNTIL XREF-MASTER-AT-END.
007630      CLOSE MASTER-FILE.
007640      PERFORM ORPHAN-JRN-RTN THRU ORPHAN-JRN-RTN-EXIT
007650          VARYING XREF-JRN-SUB FROM 1 BY 1
007660          UNTIL XREF-JRN-SUB > XREF-JRN-COUNT.
007670      IF XREF-JRN-TABLE-FULL
007680          MOVE '   *** OVER 500 JOURNAL CODES - INCOMPLETE ***'
007690              TO XR-RECORD
007700          WRITE XR-RECORD
007710          MOVE 'Y' TO XREF-INCOMPLETE-SW
007720      END-IF.
007730      MOVE XREF-SECTION-FIND TO XREF-USAGE-FIND.
007740      PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT.
007750 USAGE-CHECK-RTN-EXIT.
007760      EXIT.
007770*-----------------------------------------------------------------
007780*   USAGE-ONE-RTN - COMPARE ONE MASTER ROW WITH ITS JOURNAL
007790*   NET.  A CODE NEVER JOURNALLED NETS TO ZERO.  A COUNT THAT
007800*   IS NOT NUMERIC IS MASTVER'S TO REPORT.
007810*-----------------------------------------------------------------
007820 USAGE-ONE-RTN.
007830      READ MASTER-FILE
007840          AT END
007850              MOVE 'Y' TO XREF-MASTER-EOF-SW
007860              GO TO USAGE-ONE-RTN-EXIT
007870      END-READ.
007880      MOVE MF-CHR-CODE TO XREF-WORK-CODE.
007890      PERFORM FIND-JRN-RTN THRU FIND-JRN-RTN-EXIT.
007900      MOVE ZERO TO XREF-NET.
007910      IF XREF-JRN-FOUND > ZERO
007920          MOVE 'Y' TO XREF-JRN-MAST-SW (XREF-JRN-FOUND)
007930          COMPUTE XREF-NET = XREF-JRN-USE-CNT (XREF-JRN-FOUND)
007940              - XREF-JRN-REV-CNT (XREF-JRN-FOUND)
007950      END-IF.
007960      IF MF-USAGE-COUNT NOT NUMERIC
007970          OR MF-USAGE-COUNT = XREF-NET
007980          GO TO USAGE-ONE-RTN-EXIT
007990      END-IF.
008000      ADD 1 TO XREF-SECTION-FIND.
008010      MOVE MF-USAGE-COUNT TO XREF-COUNT-D.
008020      MOVE XREF-NET TO XREF-NET-D.
008030      MOVE SPACES TO XR-RECORD.
008040      STRING '   CODE ' DELIMITED BY SIZE
008050          MF-CHR-CODE DELIMITED BY SIZE
008060          '  MF-USAGE-COUNT ' DELIMITED BY SIZE
008070          XREF-COUNT-D DELIMITED BY SIZE
008080          '  JRNLFILE NET ' DELIMITED BY SIZE
008090          XREF-NET-D DELIMITED BY SIZE
008100          INTO XR-RECORD.
008110      WRITE XR-RECORD.
008120 USAGE-ONE-RTN-EXIT.
008130      EXIT.
008140*-----------------------------------------------------------------
008150*   ORPHAN-JRN-RTN - A JOURNALLED CODE WITH NO MASTER ROW.
008160*   ONE THAT NETS TO ZERO HAS NOTHING TO CARRY AND IS NOT
008170*   DRIFT.
008180*-----------------------------------------------------------------
008190 ORPHAN-JRN-RTN.
008200      IF XREF-JRN-ON-MASTER (XREF-JRN-SUB)
008210          GO TO ORPHAN-JRN-RTN-EXIT
008220      END-IF.
008230      COMPUTE XREF-NET = XREF-JRN-USE-CNT (XREF-JRN-SUB)
008240          - XREF-JRN-REV-CNT (XREF-JRN-SUB).
008250      IF XREF-NET = ZERO
008260          GO TO ORPHAN-JRN-RTN-EXIT
008270      END-IF.
008280      ADD 1 TO XREF-SECTION-FIND.
008290      MOVE XREF-NET TO XREF-NET-D.
008300      MOVE SPACES TO XR-RECORD.
008310      STRING '   CODE ' DELIMITED BY SIZE
008320          XREF-JRN-CHR (XREF-JRN-SUB) DELIMITED BY SIZE
008330          '  NO MASTFILE ROW  JRNLFILE NET ' DELIMITED BY SIZE
008340          XREF-NET-D DELIMITED BY SIZE
008350          INTO XR-RECORD.
008360      WRITE XR-RECORD.
008370 ORPHAN-JRN-RTN-EXIT.
008380      EXIT.
008390*-----------------------------------------------------------------
008400*   SECTION-END-RTN - SAY SO WHEN A CHECK FOUND NOTHING, AND
008410*   ADD ITS FINDINGS TO THE RUN TOTAL.
008420*-----------------------------------------------------------------
008430 SECTION-END-RTN.
008440      IF XREF-SECTION-FIND = ZERO
008450          MOVE '   NONE' TO XR-RECORD
008460          WRITE XR-RECORD
008470      END-IF.
008480      ADD XREF-SECTION-FIND TO XREF-TOTAL-FIND.
008490 SECTION-END-RTN-EXIT.
008500      EXIT.
008510*-----------------------------------------------------------------
008520*   SUMMARY-RTN - ONE COUNT PER CHECK AND THE TOTAL.
008530*-----------------------------------------------------------------
008540 SUMMARY-RTN.
008550      MOVE SPACES TO XR-RECORD.
008560      WRITE XR-RECORD.
008570      MOVE XREF-MAST-ROWS TO XREF-COUNT-D.
008580      MOVE SPACES TO XR-RECORD.
008590      STRING 'MASTFILE ROWS       : ' DELIMITED BY SIZE
008600          XREF-COUNT-D DELIMITED BY SIZE
008610          INTO XR-RECORD.
008620      WRITE XR-RECORD.
008630      MOVE XREF-CODE-FIND TO XREF-COUNT-D.
008640      MOVE SPACES TO XR-RECORD.
008650      STRING '1. CODE MISMATCHES  : ' DELIMITED BY SIZE
008660          XREF-COUNT-D DELIMITED BY SIZE
008670          INTO XR-RECORD.
008680      WRITE XR-RECORD.
008690      MOVE XREF-UNUSED-FIND TO XREF-COUNT-D.
008700      MOVE SPACES TO XR-RECORD.
008710      STRING '2. UNUSED CODES     : ' DELIMITED BY SIZE
008720          XREF-COUNT-D DELIMITED BY SIZE
008730          INTO XR-RECORD.
008740      WRITE XR-RECORD.
008750      MOVE XREF-OPER-FIND TO XREF-COUNT-D.
008760      MOVE SPACES TO XR-RECORD.
008770      STRING '3. UNKNOWN OPERATORS: ' DELIMITED BY SIZE
008780          XREF-COUNT-D DELIMITED BY SIZE
008790          INTO XR-RECORD.
008800      WRITE XR-RECORD.
008810      MOVE XREF-TKT-FIND TO XREF-COUNT-D.
008820      MOVE SPACES TO XR-RECORD.
008830      STRING '4. REPEATED TICKETS : ' DELIMITED BY SIZE
008840          XREF-COUNT-D DELIMITED BY SIZE
008850          INTO XR-RECORD.
008860      WRITE XR-RECORD.
008870      MOVE XREF-USAGE-FIND TO XREF-COUNT-D.
008880      MOVE SPACES TO XR-RECORD.
008890      STRING '5. USAGE MISMATCHES : ' DELIMITED BY SIZE
008900          XREF-COUNT-D DELIMITED BY SIZE
008910          INTO XR-RECORD.
008920      WRITE XR-RECORD.
008930      MOVE XREF-TOTAL-FIND TO XREF-COUNT-D.
008940      MOVE SPACES TO XR-RECORD.
008950      STRING 'TOTAL FINDINGS      : ' DELIMITED BY SIZE
008960          XREF-COUNT-D DELIMITED BY SIZE
008970          INTO XR-RECORD.
008980      WRITE XR-RECORD.
008990      IF XREF-CTAB-TRUNCATED OR XREF-OPER-TRUNCATED
009000          MOVE '*** CODETBL/OPERMAST TRUNCATED - SEE JOB LOG ***'
009010              TO XR-RECORD
009020          WRITE XR-RECORD
009030          MOVE 'Y' TO XREF-INCOMPLETE-SW
009040      END-IF.
009050 SUMMARY-RTN-EXIT.
009060      EXIT.
009070*-----------------------------------------------------------------
009080*   END-RTN - CLOSE THE REPORT AND SIGNAL THE SCHEDULER; THE
009090*   RETURN CODE RIDES ON THE RUNCTL END RECORD, SO RUNSTAT
009100*   SHOWS A NIGHT WITH DRIFT AS ENDED WITH WARNINGS.
009110*-----------------------------------------------------------------
009120 END-RTN.
009130      CLOSE XREF-REPORT-FILE.
009140      EVALUATE TRUE
009150        WHEN XREF-REFUSED
009160          MOVE 8 TO RETURN-CODE
009170        WHEN XREF-TOTAL-FIND > ZERO OR XREF-INCOMPLETE
009180          MOVE 4 TO RETURN-CODE
009190        WHEN OTHER
009200          MOVE ZERO TO RETURN-CODE
009210      END-EVALUATE.
009220      MOVE 'E' TO XREF-RC-EVENT.
009230      MOVE XREF-TOTAL-FIND TO XREF-RC-KEY-COUNT.
009240      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
009250      STOP RUN.
009260*-----------------------------------------------------------------
009270*   LOAD-CODE-RTN - READ THE OPTIONAL CODETBL CODE TABLE INTO
009280*   WORKING STORAGE.  MISSING FILE = FALL BACK TO CHRCODES.
009290*-----------------------------------------------------------------
009300 LOAD-CODE-RTN.
009310      OPEN INPUT CODE-TABLE-FILE.
009320      IF XREF-CODE-STATUS = '00'
009330        PERFORM READ-CODE-RTN THRU READ-CODE-RTN-EXIT
009340            UNTIL XREF-CODE-AT-END
009350        CLOSE CODE-TABLE-FILE
009360        IF XREF-CTAB-COUNT > ZERO
009370            MOVE 'Y' TO XREF-CODE-LOADED-SW
009380        END-IF
009390        IF XREF-CTAB-TRUNCATED
009400            DISPLAY 'XREFCHK: CODETBL TRUNCATED AT 500 '
009410                'ENTRIES - CODES PAST THE LIMIT REPORTED '
009420                'AS HAVING NO ENTRY'
009430        END-IF
009440      END-IF.
009450 LOAD-CODE-RTN-EXIT.
009460      EXIT.
009470*-----------------------------------------------------------------
009480*   READ-CODE-RTN - LOAD ONE CODETBL RECORD INTO THE TABLE.
009490*-----------------------------------------------------------------
009500 READ-CODE-RTN.
009510      READ CODE-TABLE-FILE
009520          AT END
009530              MOVE 'Y' TO XREF-CODE-EOF-SW
009540              GO TO READ-CODE-RTN-EXIT
009550      END-READ.
009560      IF XREF-CTAB-COUNT < XREF-CTAB-MAX
009570          ADD 1 TO XREF-CTAB-COUNT
009580          MOVE CT-CHR-CODE TO XREF-CTAB-CHR (XREF-CTAB-COUNT)
009590          MOVE CT-EFF-DATE TO XREF-CTAB-EFF (XREF-CTAB-COUNT)
009600          MOVE CT-EXP-DATE TO XREF-CTAB-EXP (XREF-CTAB-COUNT)
009610          MOVE CT-DESCRIPTION TO
009620              XREF-CTAB-DESC (XREF-CTAB-COUNT)
009630          MOVE 'N' TO XREF-CTAB-USED-SW (XREF-CTAB-COUNT)
009640      ELSE
009650          MOVE 'Y' TO XREF-CTAB-TRUNC-SW
009660      END-IF.
009670 READ-CODE-RTN-EXIT.
009680      EXIT.
009690*-----------------------------------------------------------------
009700*   FIND-CTAB-RTN - LOCATE XREF-WORK-CODE ON THE CODE TABLE.
009710*   LEAVES ITS SLOT IN XREF-CTAB-FOUND (ZERO IF NONE).
009720*-----------------------------------------------------------------
009730 FIND-CTAB-RTN.
009740      MOVE ZERO TO XREF-CTAB-FOUND.
009750      PERFORM MATCH-CTAB-RTN THRU MATCH-CTAB-RTN-EXIT
009760          VARYING XREF-CTAB-SUB FROM 1 BY 1
009770          UNTIL XREF-CTAB-SUB > XREF-CTAB-COUNT
009780          OR XREF-CTAB-FOUND > ZERO.
009790 FIND-CTAB-RTN-EXIT.
009800      EXIT.
009810*-----------------------------------------------------------------
009820*   MATCH-CTAB-RTN - TEST ONE CODE-TABLE SLOT.
009830*-----------------------------------------------------------------
009840 MATCH-CTAB-RTN.
009850      IF XREF-CTAB-CHR (XREF-CTAB-SUB) = XREF-WORK-CODE
009860          MOVE XREF-CTAB-SUB TO XREF-CTAB-FOUND
009870      END-IF.
009880 MATCH-CTAB-RTN-EXIT.
009890      EXIT.
009900*-----------------------------------------------------------------
009910*   FIND-JRN-RTN - LOCATE XREF-WORK-CODE ON THE JOURNAL NET
009920*   TABLE.  LEAVES ITS SLOT IN XREF-JRN-FOUND (ZERO IF NONE).
009930*-----------------------------------------------------------------
009940 FIND-JRN-RTN.
009950      MOVE ZERO TO XREF-JRN-FOUND.
009960      PERFORM MATCH-JRN-RTN THRU MATCH-JRN-RTN-EXIT
009970          VARYING XREF-JRN-SUB FROM 1 BY 1
009980          UNTIL XREF-JRN-SUB > XREF-JRN-COUNT
009990          OR XREF-JRN-FOUND > ZERO.
010000 FIND-JRN-RTN-EXIT.
010010      EXIT.
010020*-----------------------------------------------------------------
010030*   MATCH-JRN-RTN - TEST ONE JOURNAL NET SLOT.
010040*-----------------------------------------------------------------
010050 MATCH-JRN-RTN.
010060      IF XREF-JRN-CHR (XREF-JRN-SUB) = XREF-WORK-CODE
010070          MOVE XREF-JRN-SUB TO XREF-JRN-FOUND
010080      END-IF.
010090 MATCH-JRN-RTN-EXIT.
010100      EXIT.
010110*-----------------------------------------------------------------
010120*   LOAD-OPER-RTN - READ THE OPTIONAL OPERMAST OPERATOR MASTER
010130*   INTO WORKING STORAGE.  MISSING FILE = NO ROSTER CHECK.
010140*-----------------------------------------------------------------
010150 LOAD-OPER-RTN.
010160      OPEN INPUT OPERATOR-FILE.
010170      IF XREF-OPER-STATUS = '00'
010180        PERFORM READ-OPER-RTN THRU READ-OPER-RTN-EXIT
010190            UNTIL XREF-OPER-AT-END
010200        CLOSE OPERATOR-FILE
010210        IF XREF-OPER-COUNT > ZERO
010220            MOVE 'Y' TO XREF-OPER-LOADED-SW
010230        END-IF
010240        IF XREF-OPER-TRUNCATED
010250            DISPLAY 'XREFCHK: OPERMAST TRUNCATED AT 100 '
010260                'ENTRIES - IDS PAST THE LIMIT REPORTED '
010270                'AS UNKNOWN'
010280        END-IF
010290      END-IF.
010300 LOAD-OPER-RTN-EXIT.
010310      EXIT.
010320*-----------------------------------------------------------------
010330*   READ-OPER-RTN - LOAD ONE OPERMAST RECORD INTO THE TABLE.
010340*-----------------------------------------------------------------
010350 READ-OPER-RTN.
010360      READ OPERATOR-FILE
010370          AT END
010380              MOVE 'Y' TO XREF-OPER-EOF-SW
010390              GO TO READ-OPER-RTN-EXIT
010400      END-READ.
010410      IF XREF-OPER-COUNT < XREF-OPER-MAX
010420          ADD 1 TO XREF-OPER-COUNT
010430          MOVE OP-OPERATOR-ID TO XREF-OPER-ID (XREF-OPER-COUNT)
010440      ELSE
010450          MOVE 'Y' TO XREF-OPER-TRUNC-SW
010460      END-IF.
010470 READ-OPER-RTN-EXIT.
010480      EXIT.
010490*-----------------------------------------------------------------
010500*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
010510*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS XREF-RC-EVENT
010520*   AND XREF-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
010530*   STANDS.
010540*-----------------------------------------------------------------
010550 WRITE-RUNCTL-RTN.
010560      OPEN EXTEND RUN-CONTROL-FILE.
010570      MOVE SPACES TO RC-RECORD.
010580      MOVE 'XREFCHK ' TO RC-PROGRAM.
010590      ACCEPT RC-DATE FROM DATE YYYYMMDD.
010600      ACCEPT RC-TIME FROM TIME.
010610      MOVE XREF-RC-EVENT TO RC-EVENT.
010620      MOVE RETURN-CODE TO RC-RETURN-CODE.
010630      MOVE XREF-RC-KEY-COUNT TO RC-KEY-COUNT.
010640      WRITE RC-RECORD.
010650      CLOSE RUN-CONTROL-FILE.
010660 WRITE-RUNCTL-RTN-EXIT.
010670      EXIT.
010680*-----------------------------------------------------------------
010690*   LOAD-CAL-RTN - READ THE OPTIONAL BUSCAL PROCESSING CALENDAR
010700*   INTO CW-CAL-TABLE.  MISSING FILE = THE STANDING WEEK ALONE
010710*   (MONDAY TO FRIDAY OPEN).
010720*-----------------------------------------------------------------
010730 LOAD-CAL-RTN.
010740      MOVE ZERO TO CW-CAL-COUNT.
010750      OPEN INPUT CALENDAR-FILE.
010760      IF CW-CAL-STATUS = '00'
010770        PERFORM READ-CAL-RTN THRU READ-CAL-RTN-EXIT
010780            UNTIL CW-CAL-AT-END
010790        CLOSE CALENDAR-FILE
010800        IF CW-CAL-TRUNCATED
010810            DISPLAY 'XREFCHK: BUSCAL TRUNCATED AT 400 '
010820                'DATES - LATER DATES FOLLOW THE STANDING '
010830                'WEEK'
010840        END-IF
010850      END-IF.
010860 LOAD-CAL-RTN-EXIT.
010870      EXIT.
010880*-----------------------------------------------------------------
010890*   READ-CAL-RTN - LOAD ONE BUSCAL RECORD INTO THE TABLE.
010900*-----------------------------------------------------------------
010910 READ-CAL-RTN.
010920      READ CALENDAR-FILE
010930          AT END
010940              MOVE 'Y' TO CW-CAL-EOF-SW
010950              GO TO READ-CAL-RTN-EXIT
010960      END-READ.
010970      IF CL-DATE NOT NUMERIC
010980          GO TO READ-CAL-RTN-EXIT
010990      END-IF.
011000      IF CW-CAL-COUNT < CW-CAL-MAX
011010          ADD 1 TO CW-CAL-COUNT
011020          MOVE CL-DATE TO CW-CAL-DATE (CW-CAL-COUNT)
011030          MOVE CL-DAY-TYPE TO CW-CAL-TYPE (CW-CAL-COUNT)
011040      ELSE
011050          MOVE 'Y' TO CW-CAL-TRUNC-SW
011060      END-IF.
011070 READ-CAL-RTN-EXIT.
011080      EXIT.
011090*-----------------------------------------------------------------
011100*   BUS-DAY-RTN - JUDGE CW-TEST-DATE AND SET CW-OPEN-SW.  A
011110*   DATE ON BUSCAL IS OPEN ONLY IF MARKED 'B'; ANY OTHER DATE
011120*   IS OPEN MONDAY TO FRIDAY.
011130*-----------------------------------------------------------------
011140 BUS-DAY-RTN.
011150      MOVE 'N' TO CW-OPEN-SW.
011160      MOVE ZERO TO CW-CAL-FOUND.
011170      PERFORM MATCH-CAL-RTN THRU MATCH-CAL-RTN-EXIT
011180          VARYING CW-CAL-SUB FROM 1 BY 1
011190          UNTIL CW-CAL-SUB > CW-CAL-COUNT
011200          OR CW-CAL-FOUND > ZERO.
011210      IF CW-CAL-FOUND > ZERO
011220          IF CW-CAL-TYPE (CW-CAL-FOUND) = 'B'
011230              MOVE 'Y' TO CW-OPEN-SW
011240          END-IF
011250          GO TO BUS-DAY-RTN-EXIT
011260      END-IF.
011270      COMPUTE CW-TEST-INT =
011280          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
011290      DIVIDE CW-TEST-INT BY 7 GIVING CW-WORK-QUOT
011300          REMAINDER CW-WORK-REM.
011310      IF CW-WORK-REM < 5
011320          MOVE 'Y' TO CW-OPEN-SW
011330      END-IF.
011340 BUS-DAY-RTN-EXIT.
011350      EXIT.
011360*-----------------------------------------------------------------
011370*   MATCH-CAL-RTN - TEST ONE CALENDAR SLOT AGAINST
011380*   CW-TEST-DATE.
011390*-----------------------------------------------------------------
011400 MATCH-CAL-RTN.
011410      IF CW-CAL-DATE (CW-CAL-SUB) = CW-TEST-DATE
011420          MOVE CW-CAL-SUB TO CW-CAL-FOUND
011430      END-IF.
011440 MATCH-CAL-RTN-EXIT.
011450      EXIT.
011460*-----------------------------------------------------------------
011470*   PREV-BUS-DAY-RTN - STEP CW-TEST-DATE BACK TO THE LAST
011480*   BUSINESS DAY BEFORE IT.  A CALENDAR THAT CLOSES A WHOLE
011490*   YEAR STOPS THE WALK RATHER THAN LOOPING.
011500*-----------------------------------------------------------------
011510 PREV-BUS-DAY-RTN.
011520      MOVE ZERO TO CW-STEPS.
011530      MOVE 'N' TO CW-OPEN-SW.
011540      PERFORM BACK-ONE-DAY-RTN THRU BACK-ONE-DAY-RTN-EXIT
011550          UNTIL CW-DAY-OPEN OR CW-STEPS > 366.
011560 PREV-BUS-DAY-RTN-EXIT.
011570      EXIT.
011580*-----------------------------------------------------------------
011590*   BACK-ONE-DAY-RTN - MOVE CW-TEST-DATE BACK ONE CALENDAR DAY
011600*   AND JUDGE IT.
011610*-----------------------------------------------------------------
011620 BACK-ONE-DAY-RTN.
011630      COMPUTE CW-TEST-INT =
011640          FUNCTION INTEGER-OF-DATE (CW-TEST-DATE) - 1.
011650      COMPUTE CW-TEST-DATE =
011660          FUNCTION DATE-OF-INTEGER (CW-TEST-INT).
011670      ADD 1 TO CW-STEPS.
011680      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
011690 BACK-ONE-DAY-RTN-EXIT.
011700      EXIT.
011710*-----------------------------------------------------------------
011720*   PROC-DATE-RTN - REPLACE THE MOMENT IN CW-TEST-DATE AND
011730*   CW-TEST-TIME WITH ITS PROCESSING DATE (SEE CALWORK.CPY):
011740*   BEFORE CW-DAY-START THE LAST BUSINESS DAY BEFORE THE DATE,
011750*   OTHERWISE THE DATE ITSELF OR THE LAST BUSINESS DAY BEFORE
011760*   IT.
011770*-----------------------------------------------------------------
011780 PROC-DATE-RTN.
011790      IF CW-TEST-TIME < CW-DAY-START
011800          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
011810          GO TO PROC-DATE-RTN-EXIT
011820      END-IF.
011830      PERFORM BUS-DAY-RTN THRU BUS-DAY-RTN-EXIT.
011840      IF NOT CW-DAY-OPEN
011850          PERFORM PREV-BUS-DAY-RTN THRU PREV-BUS-DAY-RTN-EXIT
011860      END-IF.
011870 PROC-DATE-RTN-EXIT.
011880      EXIT.

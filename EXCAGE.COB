000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCAGE.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   EXCAGE.COB
000090*
000100*   DAILY OPEN-EXCEPTIONS REPORT.  LISTS EVERY CASE STILL OPEN
000110*   ON THE EXCCASE WORKQUEUE - THE RECONJOB AND TKTACK
000120*   FINDINGS EXCLOAD CARRIED FORWARD THAT NO SUPERVISOR HAS
000130*   CLOSED ON THE EXCMNT SCREEN - IN CASE-NUMBER ORDER, WITH
000140*   THE SOURCE JOB, THE DATE IT WAS JUDGING, THE CODE, WHO
000150*   THE CASE IS ASSIGNED TO, AND HOW MANY DAYS OLD IT IS.
000160*   A CASE OLDER THAN THE STALE LIMIT BELOW IS FLAGGED.
000170*
000180*   AGES ARE CALENDAR DAYS FROM THE SOURCE JOB'S RUN DATE.
000190*   DATE ARITHMETIC IS THE ONE PLACE ORDINARY VERBS CANNOT DO
000200*   THE JOB, SO INTEGER-OF-DATE IS USED.
000210*
000220*   REPORT DATE IS TAKEN FROM THE STARTUP PARAMETER
000230*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE CURRENT DATE
000240*   IS USED.
000250*
000260*   RETURN CODES:  0 = NO OPEN CASE PAST THE STALE LIMIT
000270*                  4 = ONE OR MORE STALE OPEN CASES
000280******************************************************************
000290*-----------------------------------------------------------------
000300*   MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   10/15/26   JAG   ORIGINAL PROGRAM - OPEN EXCEPTION CASES
000330*                    WITH AGE.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380      SELECT CASE-FILE ASSIGN TO "EXCCASE"
000390          ORGANIZATION IS INDEXED
000400          ACCESS MODE IS DYNAMIC
000410          RECORD KEY IS EC-CASE-NO
000420          LOCK MODE IS MANUAL WITH LOCK ON RECORD
000430          FILE STATUS IS EAGE-CASE-STATUS.
000440      SELECT CASE-REPORT-FILE ASSIGN TO "EXCAGRPT"
000450          ORGANIZATION IS LINE SEQUENTIAL.
000460      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000470          ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CASE-FILE
000510          RECORD CONTAINS 177 CHARACTERS.
000520      COPY ECASREC.
000530 FD  CASE-REPORT-FILE
000540          RECORD CONTAINS 80 CHARACTERS.
000550 01  EG-RECORD                        PIC X(80).
000560 FD  RUN-CONTROL-FILE
000570          RECORD CONTAINS 39 CHARACTERS.
000580      COPY RUNREC.
000590 WORKING-STORAGE SECTION.
000600 01  EAGE-CASE-STATUS                 PIC X(02).
000610 01  EAGE-CASE-EOF-SW                 PIC X(01) VALUE 'N'.
000620      88  EAGE-CASE-AT-END                 VALUE 'Y'.
000630 01  EAGE-STALE-SW                    PIC X(01) VALUE 'N'.
000640      88  EAGE-HAS-STALE                   VALUE 'Y'.
000650*-----------------------------------------------------------------
000660*   STALE LIMIT - AN OPEN CASE OLDER THAN THIS MANY CALENDAR
000670*   DAYS IS FLAGGED ON THE REPORT AND SETS RETURN CODE 4.
000680*-----------------------------------------------------------------
000690 77  EAGE-STALE-DAYS                  PIC 9(03) COMP VALUE 7.
000700*-----------------------------------------------------------------
000710*   REPORT-DATE HANDLING.
000720*-----------------------------------------------------------------
000730 01  EAGE-RUN-PARM                    PIC X(08).
000740 01  EAGE-REPORT-DATE                 PIC 9(08).
000750 01  EAGE-REPORT-DATE-R REDEFINES EAGE-REPORT-DATE.
000760      05  EAGE-REPORT-YYYY             PIC 9(04).
000770      05  EAGE-REPORT-MM               PIC 9(02).
000780      05  EAGE-REPORT-DD               PIC 9(02).
000790 01  EAGE-DATE-PREFIX                 PIC X(10).
000800 77  EAGE-REPORT-INT                  PIC 9(07) COMP VALUE ZERO.
000810 77  EAGE-AGE-DAYS                    PIC S9(05) COMP VALUE ZERO.
000820*-----------------------------------------------------------------
000830*   COUNTERS AND REPORT-LINE WORKING STORAGE.
000840*-----------------------------------------------------------------
000850 77  EAGE-OPEN-COUNT                  PIC 9(07) COMP VALUE ZERO.
000860 77  EAGE-UNASSIGNED-COUNT            PIC 9(07) COMP VALUE ZERO.
000870 77  EAGE-STALE-COUNT                 PIC 9(07) COMP VALUE ZERO.
000880 77  EAGE-OLDEST-AGE                  PIC 9(05) COMP VALUE ZERO.
000890 01  EAGE-COUNT-D                     PIC Z(06)9.
000900 01  EAGE-AGE-D                       PIC Z(04)9.
000910 01  EAGE-ASSIGNED-WORD               PIC X(08).
000920 01  EAGE-FLAG-WORD                   PIC X(07).
000930*-----------------------------------------------------------------
000940*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
000950*-----------------------------------------------------------------
000960 01  EAGE-RC-EVENT                    PIC X(01).
000970 77  EAGE-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
000980 PROCEDURE DIVISION.
000990 HEAD-RTN.
001000      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001010      PERFORM READ-CASE-RTN THRU READ-CASE-RTN-EXIT
001020          UNTIL EAGE-CASE-AT-END.
001030      PERFORM WRITE-TRAILER-RTN THRU WRITE-TRAILER-RTN-EXIT.
001040      PERFORM END-RTN.
001050*-----------------------------------------------------------------
001060*   INIT-RTN - PICK UP THE REPORT DATE, OPEN THE FILES, AND
001070*   WRITE THE REPORT HEADER.  A MISSING EXCCASE MEANS NO CASE
001080*   HAS EVER BEEN OPENED - THE REPORT SAYS SO.
001090*-----------------------------------------------------------------
001100 INIT-RTN.
001110      MOVE 'S' TO EAGE-RC-EVENT.
001120      MOVE ZERO TO EAGE-RC-KEY-COUNT.
001130      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001140      ACCEPT EAGE-RUN-PARM FROM COMMAND-LINE.
001150      IF EAGE-RUN-PARM = SPACES
001160          ACCEPT EAGE-REPORT-DATE FROM DATE YYYYMMDD
001170      ELSE
001180          MOVE EAGE-RUN-PARM TO EAGE-REPORT-DATE
001190      END-IF.
001200      COMPUTE EAGE-REPORT-INT =
001210          FUNCTION INTEGER-OF-DATE (EAGE-REPORT-DATE).
001220      MOVE SPACES TO EAGE-DATE-PREFIX.
001230      STRING EAGE-REPORT-YYYY DELIMITED BY SIZE
001240          '-' DELIMITED BY SIZE
001250          EAGE-REPORT-MM DELIMITED BY SIZE
001260          '-' DELIMITED BY SIZE
001270          EAGE-REPORT-DD DELIMITED BY SIZE
001280          INTO EAGE-DATE-PREFIX.
001290      OPEN INPUT CASE-FILE.
001300      IF EAGE-CASE-STATUS NOT = '00'
001310          MOVE 'Y' TO EAGE-CASE-EOF-SW
001320      END-IF.
001330      OPEN OUTPUT CASE-REPORT-FILE.
001340      MOVE SPACES TO EG-RECORD.
001350      STRING 'OPEN EXCEPTION CASES AS OF ' DELIMITED BY SIZE
001360          EAGE-DATE-PREFIX DELIMITED BY SIZE
001370          INTO EG-RECORD.
001380      WRITE EG-RECORD.
001390      IF EAGE-CASE-STATUS NOT = '00'
001400          MOVE SPACES TO EG-RECORD
001410          MOVE 'NO EXCCASE FILE - NO CASES HAVE BEEN OPENED'
001420              TO EG-RECORD
001430          WRITE EG-RECORD
001440      END-IF.
001450      MOVE SPACES TO EG-RECORD.
001460      MOVE 'CASE     SOURCE    RUN DATE  CODE   AGE  ASSIGNED'
001470          TO EG-RECORD.
001480      WRITE EG-RECORD.
001490 INIT-RTN-EXIT.
001500      EXIT.
001510*-----------------------------------------------------------------
001520*   READ-CASE-RTN - REPORT ONE CASE IF IT IS STILL OPEN.  THE
001530*   FINDING GOES ON A SECOND LINE, AND ANY NOTE A SUPERVISOR
001540*   HAS LEFT ON A THIRD, SO THE MORNING READER SEES WHERE
001550*   THE CASE STANDS WITHOUT GOING TO THE SCREEN.
001560*-----------------------------------------------------------------
001570 READ-CASE-RTN.
001580      READ CASE-FILE NEXT
001590          AT END
001600              MOVE 'Y' TO EAGE-CASE-EOF-SW
001610              GO TO READ-CASE-RTN-EXIT
001620      END-READ.
001630      IF NOT EC-CASE-OPEN
001640          GO TO READ-CASE-RTN-EXIT
001650      END-IF.
001660      ADD 1 TO EAGE-OPEN-COUNT.
001670      PERFORM COMPUTE-AGE-RTN THRU COMPUTE-AGE-RTN-EXIT.
001680      MOVE EAGE-AGE-DAYS TO EAGE-AGE-D.
001690      IF EAGE-AGE-DAYS > EAGE-OLDEST-AGE
001700          MOVE EAGE-AGE-DAYS TO EAGE-OLDEST-AGE
001710      END-IF.
001720      IF EC-ASSIGNED-TO = SPACES
001730          ADD 1 TO EAGE-UNASSIGNED-COUNT
001740          MOVE '(NONE)  ' TO EAGE-ASSIGNED-WORD
001750      ELSE
001760          MOVE EC-ASSIGNED-TO TO EAGE-ASSIGNED-WORD
001770      END-IF.
001780      IF EAGE-AGE-DAYS > EAGE-STALE-DAYS
001790          ADD 1 TO EAGE-STALE-COUNT
001800          MOVE 'Y' TO EAGE-STALE-SW
001810          MOVE '*STALE*' TO EAGE-FLAG-WORD
001820      ELSE
001830          MOVE SPACES TO EAGE-FLAG-WORD
001840      END-IF.
001850      MOVE SPACES TO EG-RECORD.
001860      STRING EC-CASE-NO DELIMITED BY SIZE
001870          '  ' DELIMITED BY SIZE
001880          EC-SOURCE-JOB DELIMITED BY SIZE
001890          '  ' DELIMITED BY SIZE
001900          EC-RUN-DATE DELIMITED BY SIZE
001910          '  ' DELIMITED BY SIZE
001920          EC-CHR-CODE DELIMITED BY SIZE
001930          '  ' DELIMITED BY SIZE
001940          EAGE-AGE-D DELIMITED BY SIZE
001950          '  ' DELIMITED BY SIZE
001960          EAGE-ASSIGNED-WORD DELIMITED BY SIZE
001970          '  ' DELIMITED BY SIZE
001980          EAGE-FLAG-WORD DELIMITED BY SIZE
001990          INTO EG-RECORD.
002000      WRITE EG-RECORD.
002010      MOVE SPACES TO EG-RECORD.
002020      STRING '         ' DELIMITED BY SIZE
002030          EC-REASON DELIMITED BY SIZE
002040          INTO EG-RECORD.
002050      WRITE EG-RECORD.
002060      IF EC-NOTE NOT = SPACES
002070          MOVE SPACES TO EG-RECORD
002080          STRING '         NOTE: ' DELIMITED BY SIZE
002090              EC-NOTE DELIMITED BY SIZE
002100              INTO EG-RECORD
002110          WRITE EG-RECORD
002120      END-IF.
002130 READ-CASE-RTN-EXIT.
002140      EXIT.
002150*-----------------------------------------------------------------
002160*   COMPUTE-AGE-RTN - CALENDAR DAYS FROM THE CASE'S RUN DATE
002170*   TO THE REPORT DATE.  A RUN DATE THAT IS NOT A DATE, OR IS
002180*   AFTER THE REPORT DATE, AGES AS ZERO.
002190*-----------------------------------------------------------------
002200 COMPUTE-AGE-RTN.
002210      MOVE ZERO TO EAGE-AGE-DAYS.
002220      IF EC-RUN-DATE NOT NUMERIC OR EC-RUN-DATE = ZERO
002230          GO TO COMPUTE-AGE-RTN-EXIT
002240      END-IF.
002250      COMPUTE EAGE-AGE-DAYS = EAGE-REPORT-INT
002260          - FUNCTION INTEGER-OF-DATE (EC-RUN-DATE).
002270      IF EAGE-AGE-DAYS < ZERO
002280          MOVE ZERO TO EAGE-AGE-DAYS
002290      END-IF.
002300 COMPUTE-AGE-RTN-EXIT.
002310      EXIT.
002320*-----------------------------------------------------------------
002330*   WRITE-TRAILER-RTN - COUNT SUMMARY FOR THE SUPERVISOR.
002340*-----------------------------------------------------------------
002350 WRITE-TRAILER-RTN.
002360      IF EAGE-OPEN-COUNT = ZERO
002370          MOVE SPACES TO EG-RECORD
002380          MOVE 'NO OPEN CASES' TO EG-RECORD
002390          WRITE EG-RECORD
002400      END-IF.
002410      MOVE EAGE-OPEN-COUNT TO EAGE-COUNT-D.
002420      MOVE SPACES TO EG-RECORD.
002430      STRING 'OPEN CASES        : ' DELIMITED BY SIZE
002440          EAGE-COUNT-D DELIMITED BY SIZE
002450          INTO EG-RECORD.
002460      WRITE EG-RECORD.
002470      MOVE EAGE-UNASSIGNED-COUNT TO EAGE-COUNT-D.
002480      MOVE SPACES TO EG-RECORD.
002490      STRING 'NOT YET ASSIGNED  : ' DELIMITED BY SIZE
002500          EAGE-COUNT-D DELIMITED BY SIZE
002510          INTO EG-RECORD.
002520      WRITE EG-RECORD.
002530      MOVE EAGE-STALE-COUNT TO EAGE-COUNT-D.
002540      MOVE SPACES TO EG-RECORD.
002550      STRING 'PAST STALE LIMIT  : ' DELIMITED BY SIZE
002560          EAGE-COUNT-D DELIMITED BY SIZE
002570          INTO EG-RECORD.
002580      WRITE EG-RECORD.
002590      MOVE EAGE-OLDEST-AGE TO EAGE-COUNT-D.
002600      MOVE SPACES TO EG-RECORD.
002610      STRING 'OLDEST CASE (DAYS): ' DELIMITED BY SIZE
002620          EAGE-COUNT-D DELIMITED BY SIZE
002630          INTO EG-RECORD.
002640      WRITE EG-RECORD.
002650 WRITE-TRAILER-RTN-EXIT.
002660      EXIT.
002670*-----------------------------------------------------------------
002680*   END-RTN - CLOSE EVERYTHING AND SIGNAL THE SCHEDULER.
002690*-----------------------------------------------------------------
002700 END-RTN.
002710      IF EAGE-CASE-STATUS = '00' OR EAGE-CASE-STATUS = '10'
002720          CLOSE CASE-FILE
002730      END-IF.
002740      CLOSE CASE-REPORT-FILE.
002750      IF EAGE-HAS-STALE
002760          MOVE 4 TO RETURN-CODE
002770      END-IF.
002780      MOVE 'E' TO EAGE-RC-EVENT.
002790      MOVE EAGE-OPEN-COUNT TO EAGE-RC-KEY-COUNT.
002800      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002810      STOP RUN.
002820*-----------------------------------------------------------------
002830*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
002840*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS EAGE-RC-EVENT
002850*   AND EAGE-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
002860*   STANDS.
002870*-----------------------------------------------------------------
002880 WRITE-RUNCTL-RTN.
002890      OPEN EXTEND RUN-CONTROL-FILE.
002900      MOVE SPACES TO RC-RECORD.
002910      MOVE 'EXCAGE  ' TO RC-PROGRAM.
002920      ACCEPT RC-DATE FROM DATE YYYYMMDD.
002930      ACCEPT RC-TIME FROM TIME.
002940      MOVE EAGE-RC-EVENT TO RC-EVENT.
002950      MOVE RETURN-CODE TO RC-RETURN-CODE.
002960      MOVE EAGE-RC-KEY-COUNT TO RC-KEY-COUNT.
002970      WRITE RC-RECORD.
002980      CLOSE RUN-CONTROL-FILE.
002990 WRITE-RUNCTL-RTN-EXIT.
003000      EXIT.

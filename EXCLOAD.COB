000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCLOAD.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   EXCLOAD.COB
000090*
000100*   NIGHTLY EXCEPTION WORKQUEUE LOAD.  RECONJOB AND TKTACK
000110*   OVERWRITE THEIR PRINTED EXCEPTION REPORTS (RECONRPT AND
000120*   ACKRPT) EVERY NIGHT, SO A FINDING NOBODY ACTED ON WAS GONE
000130*   BY THE NEXT MORNING.  BOTH JOBS NOW ALSO WRITE EVERY
000140*   FINDING TO AN EXTRACT (EXCRECON AND EXCACK).  THIS JOB
000150*   OPENS ONE CASE ON THE INDEXED EXCCASE FILE FOR EVERY
000160*   EXTRACT RECORD, NUMBERED ON FROM THE HIGHEST CASE ALREADY
000170*   ON FILE.  A CASE STAYS OPEN UNTIL A SUPERVISOR CLOSES IT
000180*   ON THE EXCMNT SCREEN, SO AN UNRESOLVED FINDING CARRIES
000190*   FORWARD NIGHT AFTER NIGHT AND SHOWS ON THE EXCAGE REPORT.
000200*
000210*   EACH EXTRACT HOLDS ONE RUN OF ONE JOB.  WHEN EXCCASE
000220*   ALREADY HOLDS CASES FOR THAT JOB AND RUN DATE, THE
000230*   EXTRACT WAS LOADED BEFORE (THIS JOB WAS RERUN) AND IS
000240*   SKIPPED, SO A RERUN NEVER OPENS THE SAME CASES TWICE.  A
000250*   SOURCE JOB RERUN FOR A DATE ALREADY LOADED IS LIKEWISE
000260*   SKIPPED - ITS FINDINGS ARE ALREADY ON THE WORKQUEUE.
000270*
000280*   RUN AFTER RECONJOB AND TKTACK.  A MISSING OR EMPTY
000290*   EXTRACT SIMPLY MEANS THAT JOB FOUND NOTHING.
000300*
000310*   RETURN CODES:  0 = EXTRACTS LOADED (OR NOTHING TO LOAD)
000320*                  8 = EXCCASE COULD NOT BE OPENED OR WRITTEN
000330******************************************************************
000340*-----------------------------------------------------------------
000350*   MODIFICATION HISTORY
000360*   DATE       INIT  DESCRIPTION
000370*   10/15/26   JAG   ORIGINAL PROGRAM - OPEN WORKQUEUE CASES
000380*                    FROM THE RECONJOB AND TKTACK EXTRACTS.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430      SELECT OPTIONAL EXTRACT-FILE ASSIGN USING
000440          ELOD-EXTRACT-NAME
000450          ORGANIZATION IS LINE SEQUENTIAL
000460          FILE STATUS IS ELOD-EXTRACT-STATUS.
000470      SELECT CASE-FILE ASSIGN TO "EXCCASE"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS EC-CASE-NO
000510          LOCK MODE IS MANUAL WITH LOCK ON RECORD
000520          FILE STATUS IS ELOD-CASE-STATUS.
000530      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540          ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  EXTRACT-FILE
000580          RECORD CONTAINS 72 CHARACTERS.
000590      COPY EXCPREC.
000600 FD  CASE-FILE
000610          RECORD CONTAINS 177 CHARACTERS.
000620      COPY ECASREC.
000630 FD  RUN-CONTROL-FILE
000640          RECORD CONTAINS 39 CHARACTERS.
000650      COPY RUNREC.
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------------
000680*   EXTRACT NAMING - EACH SOURCE JOB'S EXTRACT IS LOADED IN
000690*   TURN THROUGH THE ONE FD.
000700*-----------------------------------------------------------------
000710 01  ELOD-EXTRACT-NAME                PIC X(08) VALUE SPACES.
000720 01  ELOD-EXTRACT-STATUS              PIC X(02).
000730 01  ELOD-EXTRACT-EOF-SW              PIC X(01) VALUE 'N'.
000740      88  ELOD-EXTRACT-AT-END              VALUE 'Y'.
000750 01  ELOD-BATCH-JOB                   PIC X(08).
000760 01  ELOD-BATCH-DATE                  PIC 9(08).
000770*-----------------------------------------------------------------
000780*   CASE-FILE WORKING STORAGE.  ELOD-LAST-CASE IS THE HIGHEST
000790*   CASE NUMBER ON FILE; NEW CASES ARE NUMBERED ON FROM IT.
000800*-----------------------------------------------------------------
000810 01  ELOD-CASE-STATUS                 PIC X(02).
000820 01  ELOD-CASE-EOF-SW                 PIC X(01) VALUE 'N'.
000830      88  ELOD-CASE-AT-END                 VALUE 'Y'.
000840 01  ELOD-OPEN-SW                     PIC X(01) VALUE 'N'.
000850      88  ELOD-CASE-FILE-OPEN              VALUE 'Y'.
000860 01  ELOD-LOADED-SW                   PIC X(01) VALUE 'N'.
000870      88  ELOD-ALREADY-LOADED              VALUE 'Y'.
000880 01  ELOD-FAILED-SW                   PIC X(01) VALUE 'N'.
000890      88  ELOD-LOAD-FAILED                 VALUE 'Y'.
000900 77  ELOD-LAST-CASE                   PIC 9(07) COMP VALUE ZERO.
000910 77  ELOD-OPENED-COUNT                PIC 9(07) COMP VALUE ZERO.
000920 77  ELOD-TOTAL-COUNT                 PIC 9(07) COMP VALUE ZERO.
000930 01  ELOD-COUNT-D                     PIC Z(06)9.
000940 01  ELOD-RUN-DATE                    PIC 9(08).
000950*-----------------------------------------------------------------
000960*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
000970*-----------------------------------------------------------------
000980 01  ELOD-RC-EVENT                    PIC X(01).
000990 77  ELOD-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001000 PROCEDURE DIVISION.
001010 HEAD-RTN.
001020      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001030      MOVE 'EXCRECON' TO ELOD-EXTRACT-NAME.
001040      PERFORM LOAD-EXTRACT-RTN THRU LOAD-EXTRACT-RTN-EXIT.
001050      MOVE 'EXCACK  ' TO ELOD-EXTRACT-NAME.
001060      PERFORM LOAD-EXTRACT-RTN THRU LOAD-EXTRACT-RTN-EXIT.
001070      PERFORM END-RTN.
001080*-----------------------------------------------------------------
001090*   INIT-RTN - LOG THE START AND OPEN THE CASE FILE FOR
001100*   UPDATE.  A MISSING EXCCASE IS CREATED EMPTY, THE SAME
001110*   FIRST-RUN COURTESY MASTMNT EXTENDS TO MASTFILE.
001120*-----------------------------------------------------------------
001130 INIT-RTN.
001140      ACCEPT ELOD-RUN-DATE FROM DATE YYYYMMDD.
001150      MOVE 'S' TO ELOD-RC-EVENT.
001160      MOVE ZERO TO ELOD-RC-KEY-COUNT.
001170      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001180      OPEN I-O CASE-FILE.
001190      IF ELOD-CASE-STATUS = '35'
001200          OPEN OUTPUT CASE-FILE
001210          CLOSE CASE-FILE
001220          OPEN I-O CASE-FILE
001230      END-IF.
001240      IF ELOD-CASE-STATUS NOT = '00'
001250          DISPLAY 'EXCLOAD: EXCCASE OPEN FAILED, STATUS '
001260              ELOD-CASE-STATUS
001270          MOVE 'Y' TO ELOD-FAILED-SW
001280      ELSE
001290          MOVE 'Y' TO ELOD-OPEN-SW
001300      END-IF.
001310 INIT-RTN-EXIT.
001320      EXIT.
001330*-----------------------------------------------------------------
001340*   LOAD-EXTRACT-RTN - OPEN A CASE FOR EVERY RECORD ON THE
001350*   EXTRACT NAMED IN ELOD-EXTRACT-NAME, UNLESS ITS RUN IS
001360*   ALREADY ON THE WORKQUEUE.  THE FIRST RECORD IS READ HERE
001370*   TO LEARN WHICH JOB AND RUN DATE THE EXTRACT BELONGS TO.
001380*-----------------------------------------------------------------
001390 LOAD-EXTRACT-RTN.
001400      IF ELOD-LOAD-FAILED
001410          GO TO LOAD-EXTRACT-RTN-EXIT
001420      END-IF.
001430      MOVE ZERO TO ELOD-OPENED-COUNT.
001440      MOVE 'N' TO ELOD-EXTRACT-EOF-SW.
001450      OPEN INPUT EXTRACT-FILE.
001460*    AN OPTIONAL FILE THAT IS NOT THERE STILL OPENS (STATUS
001470*    05) AND MUST BE CLOSED BEFORE THE FD IS REUSED.
001480      IF ELOD-EXTRACT-STATUS NOT = '00'
001490          IF ELOD-EXTRACT-STATUS = '05'
001500              CLOSE EXTRACT-FILE
001510          END-IF
001520          GO TO LOAD-EXTRACT-RTN-EXIT
001530      END-IF.
001540      READ EXTRACT-FILE
001550          AT END
001560              CLOSE EXTRACT-FILE
001570              GO TO LOAD-EXTRACT-RTN-EXIT
001580      END-READ.
001590      MOVE EP-SOURCE-JOB TO ELOD-BATCH-JOB.
001600      MOVE EP-RUN-DATE TO ELOD-BATCH-DATE.
001610      PERFORM SCAN-CASE-RTN THRU SCAN-CASE-RTN-EXIT.
001620      IF ELOD-ALREADY-LOADED
001630          DISPLAY 'EXCLOAD: ' ELOD-BATCH-JOB ' RUN '
001640              ELOD-BATCH-DATE ' ALREADY ON EXCCASE - '
001650              ELOD-EXTRACT-NAME ' SKIPPED'
001660          CLOSE EXTRACT-FILE
001670          GO TO LOAD-EXTRACT-RTN-EXIT
001680      END-IF.
001690      PERFORM OPEN-CASE-RTN THRU OPEN-CASE-RTN-EXIT
001700          UNTIL ELOD-EXTRACT-AT-END.
001710      CLOSE EXTRACT-FILE.
001720      MOVE ELOD-OPENED-COUNT TO ELOD-COUNT-D.
001730      DISPLAY 'EXCLOAD: ' ELOD-COUNT-D ' CASES OPENED FROM '
001740          ELOD-BATCH-JOB ' RUN ' ELOD-BATCH-DATE.
001750 LOAD-EXTRACT-RTN-EXIT.
001760      EXIT.
001770*-----------------------------------------------------------------
001780*   SCAN-CASE-RTN - WALK EXCCASE IN CASE-NUMBER ORDER TO FIND
001790*   THE HIGHEST CASE NUMBER AND WHETHER THE CURRENT EXTRACT'S
001800*   JOB AND RUN DATE ARE ALREADY ON FILE.
001810*-----------------------------------------------------------------
001820 SCAN-CASE-RTN.
001830      MOVE 'N' TO ELOD-LOADED-SW.
001840      MOVE 'N' TO ELOD-CASE-EOF-SW.
001850      MOVE ZERO TO ELOD-LAST-CASE.
001860      MOVE ZERO TO EC-CASE-NO.
001870      START CASE-FILE KEY NOT LESS THAN EC-CASE-NO
001880        INVALID KEY
001890          MOVE 'Y' TO ELOD-CASE-EOF-SW
001900      END-START.
001910      PERFORM SCAN-NEXT-RTN THRU SCAN-NEXT-RTN-EXIT
001920          UNTIL ELOD-CASE-AT-END.
001930 SCAN-CASE-RTN-EXIT.
001940      EXIT.
001950*-----------------------------------------------------------------
001960*   SCAN-NEXT-RTN - JUDGE ONE CASE DURING THE SCAN.
001970*-----------------------------------------------------------------
001980 SCAN-NEXT-RTN.
001990      READ CASE-FILE NEXT
002000          AT END
002010              MOVE 'Y' TO ELOD-CASE-EOF-SW
002020              GO TO SCAN-NEXT-RTN-EXIT
002030      END-READ.
002040      MOVE EC-CASE-NO TO ELOD-LAST-CASE.
002050      IF EC-SOURCE-JOB = ELOD-BATCH-JOB
002060          AND EC-RUN-DATE = ELOD-BATCH-DATE
002070          MOVE 'Y' TO ELOD-LOADED-SW
002080      END-IF.
002090 SCAN-NEXT-RTN-EXIT.
002100      EXIT.
002110*-----------------------------------------------------------------
002120*   OPEN-CASE-RTN - OPEN ONE CASE FROM THE EXTRACT RECORD IN
002130*   HAND, THEN READ THE NEXT ONE.
002140*-----------------------------------------------------------------
002150 OPEN-CASE-RTN.
002160      ADD 1 TO ELOD-LAST-CASE.
002170      MOVE SPACES TO EC-RECORD.
002180      MOVE ELOD-LAST-CASE TO EC-CASE-NO.
002190      MOVE EP-SOURCE-JOB TO EC-SOURCE-JOB.
002200      MOVE EP-RUN-DATE TO EC-RUN-DATE.
002210      MOVE EP-CHR-CODE TO EC-CHR-CODE.
002220      MOVE EP-REASON TO EC-REASON.
002230      MOVE 'O' TO EC-STATUS.
002240      MOVE ELOD-RUN-DATE TO EC-OPENED-DATE.
002250      MOVE ZERO TO EC-CLOSED-DATE.
002260      WRITE EC-RECORD
002270          INVALID KEY
002280              DISPLAY 'EXCLOAD: CASE ' EC-CASE-NO
002290                  ' NOT WRITTEN, STATUS ' ELOD-CASE-STATUS
002300              MOVE 'Y' TO ELOD-FAILED-SW
002310              MOVE 'Y' TO ELOD-EXTRACT-EOF-SW
002320              GO TO OPEN-CASE-RTN-EXIT
002330      END-WRITE.
002340      ADD 1 TO ELOD-OPENED-COUNT.
002350      ADD 1 TO ELOD-TOTAL-COUNT.
002360      READ EXTRACT-FILE
002370          AT END
002380              MOVE 'Y' TO ELOD-EXTRACT-EOF-SW
002390      END-READ.
002400 OPEN-CASE-RTN-EXIT.
002410      EXIT.
002420*-----------------------------------------------------------------
002430*   END-RTN - CLOSE THE CASE FILE AND SIGNAL THE SCHEDULER.
002440*-----------------------------------------------------------------
002450 END-RTN.
002460      IF ELOD-CASE-FILE-OPEN
002470          CLOSE CASE-FILE
002480      END-IF.
002490      IF ELOD-LOAD-FAILED
002500          MOVE 8 TO RETURN-CODE
002510      END-IF.
002520      MOVE 'E' TO ELOD-RC-EVENT.
002530      MOVE ELOD-TOTAL-COUNT TO ELOD-RC-KEY-COUNT.
002540      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002550      STOP RUN.
002560*-----------------------------------------------------------------
002570*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
002580*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS ELOD-RC-EVENT
002590*   AND ELOD-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
002600*   STANDS.
002610*-----------------------------------------------------------------
002620 WRITE-RUNCTL-RTN.
002630      OPEN EXTEND RUN-CONTROL-FILE.
002640      MOVE SPACES TO RC-RECORD.
002650      MOVE 'EXCLOAD ' TO RC-PROGRAM.
002660      ACCEPT RC-DATE FROM DATE YYYYMMDD.
002670      ACCEPT RC-TIME FROM TIME.
002680      MOVE ELOD-RC-EVENT TO RC-EVENT.
002690      MOVE RETURN-CODE TO RC-RETURN-CODE.
002700      MOVE ELOD-RC-KEY-COUNT TO RC-KEY-COUNT.
002710      WRITE RC-RECORD.
002720      CLOSE RUN-CONTROL-FILE.
002730 WRITE-RUNCTL-RTN-EXIT.
002740      EXIT.

000420*   DATE       INIT  DESCRIPTION
000430*   09/02/26   JAG   ORIGINAL PROGRAM - UNLOAD/VERIFY/REBUILD
000440*                    FOR MASTFILE WITH DATED MBAK BACKUPS.
000441*   10/15/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000442*                    RUN-CONTROL LOG, SO THE RPTARCH REPORT
000443*                    ARCHIVE CAN TIE MASTVRPT TO ITS RUN.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000630      SELECT LOOKUP-FLAG-FILE ASSIGN TO "LKPFLAG"
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS MVER-LKPF-STATUS.
000651      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000652          ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MASTER-FILE
000880 FD  LOOKUP-FLAG-FILE
000890          RECORD CONTAINS 30 CHARACTERS.
000900      COPY LKPFREC.
000901 FD  RUN-CONTROL-FILE
000902          RECORD CONTAINS 39 CHARACTERS.
000903      COPY RUNREC.
000910 WORKING-STORAGE SECTION.
000920 01  MVER-MASTER-STATUS               PIC X(02).
000930 01  MVER-BACKUP-STATUS               PIC X(02).
001320 01  MVER-COUNT-D                     PIC Z(06)9.
001321 01  MVER-REPORT-OPEN-SW              PIC X(01) VALUE 'N'.
001322      88  MVER-REPORT-OPEN                 VALUE 'Y'.
001323*-----------------------------------------------------------------
001324*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001325*-----------------------------------------------------------------
001326 01  MVER-RC-EVENT                    PIC X(01).
001327 77  MVER-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001330 PROCEDURE DIVISION.
001340 HEAD-RTN.
001350      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
002020      END-IF.
002030      OPEN OUTPUT VERIFY-REPORT-FILE.
002031      MOVE 'Y' TO MVER-REPORT-OPEN-SW.
002032*    THE RUN IS LOGGED ON RUNCTL FROM THE MOMENT THE REPORT IS
002033*    OPENED, SO A REFUSED RUN NEVER GETS THE PREVIOUS MASTVRPT
002034*    FILED UNDER IT BY THE RPTARCH REPORT ARCHIVE.
002035      MOVE 'S' TO MVER-RC-EVENT.
002036      MOVE ZERO TO MVER-RC-KEY-COUNT.
002037      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002040      MOVE SPACES TO VR-RECORD.
002050      STRING 'MASTFILE UTILITY RUN ' DELIMITED BY SIZE
002060          MVER-RUN-PARM DELIMITED BY SIZE
004550        WHEN OTHER
004560          MOVE ZERO TO RETURN-CODE
004570      END-EVALUATE.
004571      IF MVER-REPORT-OPEN
004572          MOVE 'E' TO MVER-RC-EVENT
004573          MOVE MVER-ROW-COUNT TO MVER-RC-KEY-COUNT
004574          PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT
004575      END-IF.
004580      STOP RUN.
004581*-----------------------------------------------------------------
004582*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
004583*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS MVER-RC-EVENT
004584*   AND MVER-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
004585*   STANDS.
004586*-----------------------------------------------------------------
004587 WRITE-RUNCTL-RTN.
004588      OPEN EXTEND RUN-CONTROL-FILE.
004589      MOVE SPACES TO RC-RECORD.
004590      MOVE 'MASTVER ' TO RC-PROGRAM.
004591      ACCEPT RC-DATE FROM DATE YYYYMMDD.
004592      ACCEPT RC-TIME FROM TIME.
004593      MOVE MVER-RC-EVENT TO RC-EVENT.
004594      MOVE RETURN-CODE TO RC-RETURN-CODE.
004595      MOVE MVER-RC-KEY-COUNT TO RC-KEY-COUNT.
004596      WRITE RC-RECORD.
004597      CLOSE RUN-CONTROL-FILE.
004598 WRITE-RUNCTL-RTN-EXIT.
004599      EXIT.

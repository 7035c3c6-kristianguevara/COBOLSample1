000450*   09/02/26   JAG   ORIGINAL PROGRAM - DATE-RANGE/FILTERED
000460*                    EXTRACT ACROSS AUDA GENERATIONS AND THE
000470*                    ONLINE AUDITFIL.
000471*   10/15/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000472*                    RUN-CONTROL LOG, SO THE RPTARCH REPORT
000473*                    ARCHIVE CAN TIE SRCHRPT TO ITS RUN.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600          FILE STATUS IS ASRC-AUDIT-STATUS.
000610      SELECT SEARCH-REPORT-FILE ASSIGN TO "SRCHRPT"
000620          ORGANIZATION IS LINE SEQUENTIAL.
000621      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000622          ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SEARCH-PARM-FILE
000740 FD  SEARCH-REPORT-FILE
000750          RECORD CONTAINS 80 CHARACTERS.
000760 01  SR-RECORD                        PIC X(80).
000761 FD  RUN-CONTROL-FILE
000762          RECORD CONTAINS 39 CHARACTERS.
000763      COPY RUNREC.
000770 WORKING-STORAGE SECTION.
000780 01  ASRC-PARM-STATUS                 PIC X(02).
000790 01  ASRC-ARCH-STATUS                 PIC X(02).
001300      05  ASRC-REC-YYYY                PIC 9(04).
001310      05  ASRC-REC-MM                  PIC 9(02).
001320      05  ASRC-REC-DD                  PIC 9(02).
001321*-----------------------------------------------------------------
001322*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001323*-----------------------------------------------------------------
001324 01  ASRC-RC-EVENT                    PIC X(01).
001325 77  ASRC-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001330 PROCEDURE DIVISION.
001340 HEAD-RTN.
001350      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001735          COMPUTE ASRC-GEN-TO-INT = ASRC-TODAY-INT - 1
001736      END-IF.
001740      OPEN OUTPUT SEARCH-REPORT-FILE.
001741*    THE RUN IS LOGGED ON RUNCTL FROM THE MOMENT THE REPORT IS
001742*    OPENED, SO A REFUSED RUN NEVER GETS THE PREVIOUS SRCHRPT
001743*    FILED UNDER IT BY THE RPTARCH REPORT ARCHIVE.
001744      MOVE 'S' TO ASRC-RC-EVENT.
001745      MOVE ZERO TO ASRC-RC-KEY-COUNT.
001746      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001750      MOVE SPACES TO SR-RECORD.
001760      STRING 'AUDIT ARCHIVE RESEARCH ' DELIMITED BY SIZE
001770          ASRC-FROM-DATE DELIMITED BY SIZE
004150          CLOSE SEARCH-REPORT-FILE
004160          MOVE ZERO TO RETURN-CODE
004170      END-EVALUATE.
004171      IF NOT ASRC-REFUSED
004172          MOVE 'E' TO ASRC-RC-EVENT
004173          MOVE ASRC-TOTAL-COUNT TO ASRC-RC-KEY-COUNT
004174          PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT
004175      END-IF.
004180      STOP RUN.
004181*-----------------------------------------------------------------
004182*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
004183*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS ASRC-RC-EVENT
004184*   AND ASRC-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
004185*   STANDS.
004186*-----------------------------------------------------------------
004187 WRITE-RUNCTL-RTN.
004188      OPEN EXTEND RUN-CONTROL-FILE.
004189      MOVE SPACES TO RC-RECORD.
004190      MOVE 'ARCHSRCH' TO RC-PROGRAM.
004191      ACCEPT RC-DATE FROM DATE YYYYMMDD.
004192      ACCEPT RC-TIME FROM TIME.
004193      MOVE ASRC-RC-EVENT TO RC-EVENT.
004194      MOVE RETURN-CODE TO RC-RETURN-CODE.
004195      MOVE ASRC-RC-KEY-COUNT TO RC-KEY-COUNT.
004196      WRITE RC-RECORD.
004197      CLOSE RUN-CONTROL-FILE.
004198 WRITE-RUNCTL-RTN-EXIT.
004199      EXIT.

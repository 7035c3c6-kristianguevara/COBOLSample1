000369*                    REPORT.
000370*   09/02/26   JAG   BREAK ENTRYREV REVERSAL (REV) EVENTS
000371*                    OUT ON THEIR OWN SUMMARY LINE.
000372*   10/15/26   JAG   CODETBL RECORD NOW 56 BYTES (SUCCESSOR
000373*                    CODE ADDED).
000374*   10/15/26   JAG   BREAK CODE PICK-LIST (HLP) REQUESTS OUT ON
000375*                    THEIR OWN LINE, WITH HOW MANY ENDED IN A
000376*                    CODE BEING PICKED.
000377*   10/15/26   JAG   DUPLICATE-ENTRY WARNINGS (DUP DECLINED,
000378*                    OVR OVERRIDDEN) ON THEIR OWN LINE.
000379******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000550          RECORD CONTAINS 80 CHARACTERS.
000560 01  SR-RECORD                        PIC X(80).
000570 FD  CODE-TABLE-FILE
000580          RECORD CONTAINS 56 CHARACTERS.
000590      COPY CODEREC.
000591 FD  OPERATOR-FILE
000592          RECORD CONTAINS 38 CHARACTERS.
001070          10  SRPT-OT-ANS-CNT          PIC 9(07) COMP.
001080          10  SRPT-OT-LKP-CNT          PIC 9(07) COMP.
001081          10  SRPT-OT-REV-CNT          PIC 9(07) COMP.
001082          10  SRPT-OT-HLP-CNT          PIC 9(07) COMP.
001083          10  SRPT-OT-HLP-PICK         PIC 9(07) COMP.
001084          10  SRPT-OT-DUP-CNT          PIC 9(07) COMP.
001085          10  SRPT-OT-OVR-CNT          PIC 9(07) COMP.
001090          10  SRPT-OT-FIRST-TS         PIC X(19).
001100          10  SRPT-OT-LAST-TS          PIC X(19).
001110          10  SRPT-OT-LAST-SEC         PIC 9(12) COMP.
001500 01  SRPT-ANS-D                       PIC Z(06)9.
001510 01  SRPT-LKP-D                       PIC Z(06)9.
001511 01  SRPT-REV-D                       PIC Z(06)9.
001512 01  SRPT-HLP-D                       PIC Z(06)9.
001513 01  SRPT-PICK-D                      PIC Z(06)9.
001514 01  SRPT-DUP-D                       PIC Z(06)9.
001515 01  SRPT-OVR-D                       PIC Z(06)9.
001520 01  SRPT-BAD-D                       PIC Z(06)9.
001530 01  SRPT-RATE                        PIC 9(03).
001540 01  SRPT-RATE-D                      PIC ZZ9.
002300          MOVE ZERO TO SRPT-OT-ANS-CNT (SRPT-OT-FOUND)
002310          MOVE ZERO TO SRPT-OT-LKP-CNT (SRPT-OT-FOUND)
002311          MOVE ZERO TO SRPT-OT-REV-CNT (SRPT-OT-FOUND)
002312          MOVE ZERO TO SRPT-OT-HLP-CNT (SRPT-OT-FOUND)
002313          MOVE ZERO TO SRPT-OT-HLP-PICK (SRPT-OT-FOUND)
002314          MOVE ZERO TO SRPT-OT-DUP-CNT (SRPT-OT-FOUND)
002315          MOVE ZERO TO SRPT-OT-OVR-CNT (SRPT-OT-FOUND)
002320          MOVE AR-TIMESTAMP TO SRPT-OT-FIRST-TS (SRPT-OT-FOUND)
002330          MOVE SPACES TO SRPT-OT-LAST-TS (SRPT-OT-FOUND)
002340          MOVE ZERO TO SRPT-OT-LAST-SEC (SRPT-OT-FOUND)
002721      IF AR-EVENT-TYPE = 'REV '
002722          ADD 1 TO SRPT-OT-REV-CNT (SRPT-OT-FOUND)
002723      END-IF.
002724      IF AR-EVENT-TYPE = 'HLP '
002725          ADD 1 TO SRPT-OT-HLP-CNT (SRPT-OT-FOUND)
002726          IF AR-EVENT-VALUE NOT = SPACES
002727              ADD 1 TO SRPT-OT-HLP-PICK (SRPT-OT-FOUND)
002728          END-IF
002729      END-IF.
002730      IF AR-EVENT-TYPE = 'DUP '
002731          ADD 1 TO SRPT-OT-DUP-CNT (SRPT-OT-FOUND)
002732      END-IF.
002733      IF AR-EVENT-TYPE = 'OVR '
002734          ADD 1 TO SRPT-OT-OVR-CNT (SRPT-OT-FOUND)
002735      END-IF.
002736      IF SRPT-OT-LAST-SEC (SRPT-OT-FOUND) > ZERO
002740          AND SRPT-TS-SERIAL >
002750              SRPT-OT-LAST-SEC (SRPT-OT-FOUND)
002760          SUBTRACT SRPT-OT-LAST-SEC (SRPT-OT-FOUND)
004094          SRPT-REV-D DELIMITED BY SIZE
004095          INTO SR-RECORD.
004096      WRITE SR-RECORD.
004097      MOVE SRPT-OT-HLP-CNT (SRPT-OT-SUB) TO SRPT-HLP-D.
004098      MOVE SRPT-OT-HLP-PICK (SRPT-OT-SUB) TO SRPT-PICK-D.
004099      MOVE SPACES TO SR-RECORD.
004100      STRING '  HELP LIST     : ' DELIMITED BY SIZE
004101          SRPT-HLP-D DELIMITED BY SIZE
004102          '  (CODE PICKED ' DELIMITED BY SIZE
004103          SRPT-PICK-D DELIMITED BY SIZE
004104          ')' DELIMITED BY SIZE
004105          INTO SR-RECORD.
004106      WRITE SR-RECORD.
004107      COMPUTE SRPT-DUP-D = SRPT-OT-DUP-CNT (SRPT-OT-SUB)
004108          + SRPT-OT-OVR-CNT (SRPT-OT-SUB).
004109      MOVE SRPT-OT-OVR-CNT (SRPT-OT-SUB) TO SRPT-OVR-D.
004110      MOVE SPACES TO SR-RECORD.
004111      STRING '  DUP WARNINGS  : ' DELIMITED BY SIZE
004112          SRPT-DUP-D DELIMITED BY SIZE
004113          '  (OVERRIDDEN ' DELIMITED BY SIZE
004114          SRPT-OVR-D DELIMITED BY SIZE
004115          ')' DELIMITED BY SIZE
004116          INTO SR-RECORD.
004117      WRITE SR-RECORD.
004118      MOVE SRPT-OT-GAP-CNT (SRPT-OT-SUB) TO SRPT-GAP-CNT-D.
004119      COMPUTE SRPT-GAP-MIN =
004120          SRPT-OT-GAP-MAX (SRPT-OT-SUB) / 60.
004130      MOVE SRPT-GAP-MIN TO SRPT-GAP-MIN-D.
004140      MOVE SPACES TO SR-RECORD.

000160*     - REASON-02 (NOT YET EFFECTIVE) ENTRIES WHOSE CT-EFF-DATE
000170*       HAS ARRIVED ARE RE-RELEASED AUTOMATICALLY - THEY WERE
000180*       GOOD TRANSACTIONS SENT A DAY EARLY.
000181*     - REASON-03 (RETIRED) ENTRIES WHOSE CODE NAMES A SUCCESSOR
000182*       ON CODETBL THAT IS GOOD TODAY ARE REMAPPED TO THE
000183*       SUCCESSOR AND RELEASED AUTOMATICALLY, WITH THE OLD CODE
000184*       CROSS-REFERENCED ON REJWRPT.
000190*     - EVERY OTHER REJECT IS SHOWN WITH ITS REASON SO THE DAY
000200*       SHIFT CAN CORRECT THE CODE, RELEASE IT AS-IS, OR LEAVE
000210*       IT ON FILE FOR ANOTHER DAY.
000414*                    RESUBMIT BATCH SITS ON TRANRSUB - A
000415*                    NEW RELEASE WOULD SCRATCH ENTRIES THAT
000416*                    EXIST NOWHERE ELSE.
000417*   10/15/26   JAG   START/END RECORDS ON THE COMMON RUNCTL
000418*                    RUN-CONTROL LOG, SO THE RPTARCH REPORT
000419*                    ARCHIVE CAN TIE REJWRPT TO ITS RUN.
000420*   10/15/26   JAG   AUTO-REMAP REASON-03 REJECTS TO THE
000421*                    RETIRED CODE'S CODETBL SUCCESSOR.
000422******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000530      SELECT CODE-TABLE-FILE ASSIGN TO "CODETBL"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS REJW-CODE-STATUS.
000551      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000552          ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REJECT-FILE
000650          RECORD CONTAINS 80 CHARACTERS.
000660 01  WK-RECORD                        PIC X(80).
000670 FD  CODE-TABLE-FILE
000680          RECORD CONTAINS 56 CHARACTERS.
000690      COPY CODEREC.
000691 FD  RUN-CONTROL-FILE
000692          RECORD CONTAINS 39 CHARACTERS.
000693      COPY RUNREC.
000700 WORKING-STORAGE SECTION.
000710      COPY CHRCODES.
000720*-----------------------------------------------------------------
000880          10  REJW-CODE-CHR            PIC X(03).
000890          10  REJW-CODE-EFF            PIC 9(08).
000900          10  REJW-CODE-EXP            PIC 9(08).
000905          10  REJW-CODE-SUCC           PIC X(03).
000910 01  REJW-CHR-EDIT-SW                 PIC X(01) VALUE 'U'.
000920      88  REJW-CHR-ACCEPTED                VALUE 'A'.
000930      88  REJW-CHR-UNKNOWN                 VALUE 'U'.
000940      88  REJW-CHR-NOT-YET-EFFECTIVE       VALUE 'F'.
000950      88  REJW-CHR-RETIRED                 VALUE 'R'.
000951*-----------------------------------------------------------------
000952*   SUCCESSOR-CHAIN WORKING STORAGE - A RETIRED CODE'S SUCCESSOR
000953*   IS FOLLOWED AT MOST REJW-SUCC-MAX HOPS TO THE FIRST CODE
000954*   GOOD TODAY (SEE FOLLOW-SUCC-RTN).
000955*-----------------------------------------------------------------
000956 77  REJW-SUCC-MAX                    PIC 9(02) COMP VALUE 5.
000957 77  REJW-SUCC-HOPS                   PIC 9(02) COMP VALUE ZERO.
000958 01  REJW-SUCC-CHR                    PIC X(03).
000959 01  REJW-SUCC-SETTLED-SW             PIC X(01) VALUE 'N'.
000960      88  REJW-SUCC-SETTLED                VALUE 'Y'.
000961*-----------------------------------------------------------------
000970*   REJECT TABLE - THE WHOLE TRANREJ FILE IS HELD FOR THE
000980*   SESSION SO THE UNRELEASED REMAINDER CAN BE REWRITTEN
000990*   WHOLE.  AN OVERSIZE FILE IS REFUSED UP FRONT - WORKING IT
001160          10  REJW-TAB-DISP            PIC X(01).
001170              88  REJW-ROW-KEPT        VALUE 'K'.
001180              88  REJW-ROW-RELEASED    VALUE 'R'.
001185          10  REJW-TAB-ORIG            PIC X(03).
001190*-----------------------------------------------------------------
001200*   WORK DIALOG AND CONTROL COUNTS.
001210*-----------------------------------------------------------------
001350      05  FILLER                       PIC X(02) VALUE 'RW'.
001360      05  REJW-BATCH-DATE              PIC 9(06).
001370 77  REJW-AUTO-COUNT                  PIC 9(05) COMP VALUE ZERO.
001375 77  REJW-REMAP-COUNT                 PIC 9(05) COMP VALUE ZERO.
001380 77  REJW-REL-COUNT                   PIC 9(05) COMP VALUE ZERO.
001390 77  REJW-KEPT-COUNT                  PIC 9(05) COMP VALUE ZERO.
001400 01  REJW-COUNT-D                     PIC Z(04)9.
001410 01  REJW-SHOW-LINE                   PIC X(60).
001411*-----------------------------------------------------------------
001412*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001413*-----------------------------------------------------------------
001414 01  REJW-RC-EVENT                    PIC X(01).
001415 77  REJW-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001420 PROCEDURE DIVISION.
001430 HEAD-RTN.
001440      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001720      IF REJW-REJ-STATUS = '00' OR REJW-REJ-STATUS = '10'
001730          CLOSE REJECT-FILE
001740      END-IF.
001741*    THE RUN IS LOGGED ON RUNCTL FROM THE MOMENT THE REPORT IS
001742*    OPENED, SO A REFUSED RUN NEVER GETS THE PREVIOUS REJWRPT
001743*    FILED UNDER IT BY THE RPTARCH REPORT ARCHIVE.
001744      MOVE 'S' TO REJW-RC-EVENT.
001745      MOVE ZERO TO REJW-RC-KEY-COUNT.
001746      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001750      OPEN OUTPUT WORK-REPORT-FILE.
001760      DISPLAY (01, 05) 'TRANREJ REPAIR AND RESUBMIT'.
001770      MOVE REJW-TAB-COUNT TO REJW-COUNT-D.
001990      MOVE RJ-BATCH-ID TO REJW-TAB-BATCH (REJW-TAB-COUNT).
002000      MOVE RJ-CHR TO REJW-TAB-CHR (REJW-TAB-COUNT).
002010      MOVE 'K' TO REJW-TAB-DISP (REJW-TAB-COUNT).
002015      MOVE SPACES TO REJW-TAB-ORIG (REJW-TAB-COUNT).
002020 LOAD-REJ-RTN-EXIT.
002030      EXIT.
002040*-----------------------------------------------------------------
002050*   AUTO-RELEASE-RTN - RE-RELEASE ONE REASON-02 ENTRY WHOSE
002060*   EFFECTIVE DATE HAS ARRIVED.  A REASON-02 ENTRY STILL NOT
002070*   EFFECTIVE (OR RETIRED MEANWHILE) STAYS KEPT FOR THE
002080*   DIALOG.  A REASON-03 ENTRY IS HANDED TO AUTO-REMAP-RTN.
002090*-----------------------------------------------------------------
002100 AUTO-RELEASE-RTN.
002101      IF REJW-TAB-REASON (REJW-TAB-SUB) = '03'
002102          PERFORM AUTO-REMAP-RTN THRU AUTO-REMAP-RTN-EXIT
002103          GO TO AUTO-RELEASE-RTN-EXIT
002104      END-IF.
002110      IF REJW-TAB-REASON (REJW-TAB-SUB) NOT = '02'
002120          GO TO AUTO-RELEASE-RTN-EXIT
002130      END-IF.
003270*-----------------------------------------------------------------
003280*   WRITE-DETAIL-RTN - WRITE ONE RELEASED ENTRY AS A BATCH
003290*   DETAIL AND ITS CROSS-REFERENCE LINE BACK TO THE ORIGINAL
003300*   BATCH IT REJECTED OUT OF.  A REMAPPED ENTRY GETS A SECOND
003301*   LINE NAMING THE RETIRED CODE IT WAS SENT IN UNDER.
003310*-----------------------------------------------------------------
003320 WRITE-DETAIL-RTN.
003330      IF NOT REJW-ROW-RELEASED (REJW-TAB-SUB)
003480          REJW-TAB-TEXT (REJW-TAB-SUB) DELIMITED BY SIZE
003490          INTO WK-RECORD.
003500      WRITE WK-RECORD.
003501      IF REJW-TAB-ORIG (REJW-TAB-SUB) NOT = SPACES
003502          MOVE SPACES TO WK-RECORD
003503          STRING '      REMAPPED FROM RETIRED CODE '
003504              DELIMITED BY SIZE
003505              REJW-TAB-ORIG (REJW-TAB-SUB) DELIMITED BY SIZE
003506              ' TO SUCCESSOR ' DELIMITED BY SIZE
003507              REJW-TAB-CHR (REJW-TAB-SUB) DELIMITED BY SIZE
003508              INTO WK-RECORD
003509          WRITE WK-RECORD
003510      END-IF.
003511 WRITE-DETAIL-RTN-EXIT.
003520      EXIT.
003530*-----------------------------------------------------------------
003540*   SAVE-REJ-RTN - REWRITE TRANREJ WITH ONLY THE ENTRIES STILL
003890              'TRANREJ TOO BIG TO WORK - NOTHING TOUCHED'
003900          CLOSE WORK-REPORT-FILE
003910          MOVE 8 TO RETURN-CODE
003911          MOVE 'E' TO REJW-RC-EVENT
003912          MOVE ZERO TO REJW-RC-KEY-COUNT
003913          PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT
003920          STOP RUN
003930      END-IF.
003940      MOVE REJW-AUTO-COUNT TO REJW-COUNT-D.
003970          REJW-COUNT-D DELIMITED BY SIZE
003980          INTO WK-RECORD.
003990      WRITE WK-RECORD.
003991      MOVE REJW-REMAP-COUNT TO REJW-COUNT-D.
003992      MOVE SPACES TO WK-RECORD.
003993      STRING 'AUTO-REMAPPED (REASON 03): ' DELIMITED BY SIZE
003994          REJW-COUNT-D DELIMITED BY SIZE
003995          INTO WK-RECORD.
003996      WRITE WK-RECORD.
004000      MOVE REJW-REL-COUNT TO REJW-COUNT-D.
004010      MOVE SPACES TO WK-RECORD.
004020      STRING 'RELEASED IN TOTAL        : ' DELIMITED BY SIZE
004140      IF REJW-KEPT-COUNT > ZERO
004150          MOVE 4 TO RETURN-CODE
004160      END-IF.
004161      MOVE 'E' TO REJW-RC-EVENT.
004162      MOVE REJW-REL-COUNT TO REJW-RC-KEY-COUNT.
004163      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
004170      DISPLAY (23, 05) 'REJECT WORK SESSION ENDED'.
004180      STOP RUN.
004190*-----------------------------------------------------------------
004460          MOVE CT-CHR-CODE TO REJW-CODE-CHR (REJW-CODE-COUNT)
004470          MOVE CT-EFF-DATE TO REJW-CODE-EFF (REJW-CODE-COUNT)
004480          MOVE CT-EXP-DATE TO REJW-CODE-EXP (REJW-CODE-COUNT)
004485          MOVE CT-SUCCESSOR-CODE
004486              TO REJW-CODE-SUCC (REJW-CODE-COUNT)
004490      ELSE
004500          DISPLAY 'REJWORK: CODETBL TRUNCATED AT 500 '
004510              'ENTRIES - CODES PAST THE LIMIT JUDGED INVALID'
004930      END-EVALUATE.
004940 VALIDATE-CHR-RTN-EXIT.
004950      EXIT.
004951*-----------------------------------------------------------------
004952*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
004953*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS REJW-RC-EVENT
004954*   AND REJW-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
004955*   STANDS.
004956*-----------------------------------------------------------------
004957 WRITE-RUNCTL-RTN.
004958      OPEN EXTEND RUN-CONTROL-FILE.
004959      MOVE SPACES TO RC-RECORD.
004960      MOVE 'REJWORK ' TO RC-PROGRAM.
004961      ACCEPT RC-DATE FROM DATE YYYYMMDD.
004962      ACCEPT RC-TIME FROM TIME.
004963      MOVE REJW-RC-EVENT TO RC-EVENT.
004964      MOVE RETURN-CODE TO RC-RETURN-CODE.
004965      MOVE REJW-RC-KEY-COUNT TO RC-KEY-COUNT.
004966      WRITE RC-RECORD.
004967      CLOSE RUN-CONTROL-FILE.
004968 WRITE-RUNCTL-RTN-EXIT.
004969      EXIT.
004979*-----------------------------------------------------------------
004989*   AUTO-REMAP-RTN - REMAP ONE REASON-03 (RETIRED) ENTRY TO ITS
004999*   CODE'S SUCCESSOR AND RELEASE IT, THE SAME WAY A REASON-02
005009*   ENTRY IS RELEASED ONCE ITS DATE ARRIVES.  THE CODE MUST
005019*   STILL BE RETIRED TODAY AND ITS SUCCESSOR CHAIN MUST REACH A
005029*   CODE GOOD TODAY; OTHERWISE THE ENTRY STAYS KEPT FOR THE
005039*   DIALOG.  THE RETIRED CODE IS KEPT IN REJW-TAB-ORIG FOR THE
005049*   REJWRPT CROSS-REFERENCE.
005059*-----------------------------------------------------------------
005069 AUTO-REMAP-RTN.
005079      MOVE REJW-TAB-CHR (REJW-TAB-SUB) TO CHR.
005089      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
005099      IF NOT REJW-CHR-RETIRED
005109          GO TO AUTO-REMAP-RTN-EXIT
005119      END-IF.
005129      MOVE SPACES TO REJW-SUCC-CHR.
005139      MOVE ZERO TO REJW-SUCC-HOPS.
005149      MOVE 'N' TO REJW-SUCC-SETTLED-SW.
005159      PERFORM FOLLOW-SUCC-RTN THRU FOLLOW-SUCC-RTN-EXIT
005169          UNTIL REJW-SUCC-SETTLED.
005179      IF REJW-SUCC-CHR = SPACES
005189          GO TO AUTO-REMAP-RTN-EXIT
005199      END-IF.
005209      MOVE REJW-TAB-CHR (REJW-TAB-SUB)
005219          TO REJW-TAB-ORIG (REJW-TAB-SUB).
005229      MOVE REJW-SUCC-CHR TO REJW-TAB-CHR (REJW-TAB-SUB).
005239      MOVE 'R' TO REJW-TAB-DISP (REJW-TAB-SUB).
005249      ADD 1 TO REJW-REMAP-COUNT.
005259 AUTO-REMAP-RTN-EXIT.
005269      EXIT.
005279*-----------------------------------------------------------------
005289*   FOLLOW-SUCC-RTN - TAKE ONE HOP ALONG THE SUCCESSOR CHAIN.
005299*   ON ENTRY REJW-CODE-FOUND IS THE ROW OF THE RETIRED CODE IN
005309*   CHR.  A SUCCESSOR ITSELF RETIRED IS FOLLOWED ON; ONE NOT YET
005319*   EFFECTIVE OR NOT ON FILE ENDS THE CHAIN WITH NOTHING FOUND,
005329*   AS DOES A CHAIN LONGER THAN REJW-SUCC-MAX (A CIRCLE KEYED
005339*   ON CODETBL MUST NOT LOOP THE JOB).
005349*-----------------------------------------------------------------
005359 FOLLOW-SUCC-RTN.
005369      IF REJW-CODE-SUCC (REJW-CODE-FOUND) = SPACES
005379          OR REJW-SUCC-HOPS NOT < REJW-SUCC-MAX
005389          MOVE 'Y' TO REJW-SUCC-SETTLED-SW
005399          GO TO FOLLOW-SUCC-RTN-EXIT
005409      END-IF.
005419      ADD 1 TO REJW-SUCC-HOPS.
005429      MOVE REJW-CODE-SUCC (REJW-CODE-FOUND) TO CHR.
005439      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
005449      EVALUATE TRUE
005459        WHEN REJW-CHR-ACCEPTED
005469          MOVE CHR TO REJW-SUCC-CHR
005479          MOVE 'Y' TO REJW-SUCC-SETTLED-SW
005489        WHEN REJW-CHR-RETIRED
005499          CONTINUE
005509        WHEN OTHER
005519          MOVE 'Y' TO REJW-SUCC-SETTLED-SW
005529      END-EVALUATE.
005539 FOLLOW-SUCC-RTN-EXIT.
005549      EXIT.

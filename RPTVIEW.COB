000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTVIEW.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   RPTVIEW.COB
000090*
000100*   REPORT ARCHIVE VIEWER.  RPTARCH KEEPS EVERY RUN OF THE
000110*   REPORT JOBS AS A NUMBERED GENERATION, INDEXED ON RPTINDX
000120*   BY PROGRAM, RUN DATE, AND RUN TIME.  ON THIS SCREEN A
000130*   SUPERVISOR NAMES THE PROGRAM AND A STARTING RUN DATE,
000140*   PICKS ONE RUN FROM THE LIST (WHICH SHOWS THE RETURN CODE
000150*   THE RUN ENDED WITH), AND PAGES THROUGH THAT REPORT AS IT
000160*   WAS PRINTED.  READ ONLY - NOTHING ON THE ARCHIVE IS
000170*   CHANGED HERE.
000180*
000190*   SIGN-ON IS JUDGED AGAINST OPERMAST AS IN EXCMNT; THE
000200*   ARCHIVE NEEDS SUPERVISOR AUTHORITY.
000210******************************************************************
000220*-----------------------------------------------------------------
000230*   MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   10/15/26   JAG   ORIGINAL PROGRAM - PICK AN ARCHIVED REPORT
000260*                    BY PROGRAM AND DATE AND PAGE THROUGH IT.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310      SELECT INDEX-FILE ASSIGN TO "RPTINDX"
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS DYNAMIC
000340          RECORD KEY IS RX-KEY
000350          FILE STATUS IS RVEW-INDEX-STATUS.
000360      SELECT GENERATION-FILE ASSIGN USING RVEW-GEN-NAME
000370          ORGANIZATION IS LINE SEQUENTIAL
000380          FILE STATUS IS RVEW-GEN-STATUS.
000390      SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
000400          ORGANIZATION IS LINE SEQUENTIAL
000410          FILE STATUS IS RVEW-OPER-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  INDEX-FILE
000450          RECORD CONTAINS 61 CHARACTERS.
000460      COPY RIDXREC.
000470 FD  GENERATION-FILE
000480          RECORD CONTAINS 80 CHARACTERS.
000490 01  RG-RECORD                        PIC X(80).
000500 FD  OPERATOR-FILE
000510          RECORD CONTAINS 38 CHARACTERS.
000520      COPY OPRREC.
000530 WORKING-STORAGE SECTION.
000540*-----------------------------------------------------------------
000550*   SUPERVISOR IDENTIFICATION.
000560*-----------------------------------------------------------------
000570 01  RVEW-OPERATOR-ID                 PIC X(08).
000580 01  RVEW-TERMINAL-ID                 PIC X(08).
000590*-----------------------------------------------------------------
000600*   OPERATOR-MASTER WORKING STORAGE - THE OPERMAST ROSTER
000610*   LOADED AT STARTUP, AS IN EXCMNT.  A SITE WITHOUT OPERMAST
000620*   KEEPS RUNNING UNVALIDATED.
000630*-----------------------------------------------------------------
000640 01  RVEW-OPER-STATUS                 PIC X(02).
000650 01  RVEW-OPER-EOF-SW                 PIC X(01) VALUE 'N'.
000660      88  RVEW-OPER-AT-END                 VALUE 'Y'.
000670 01  RVEW-OPER-LOADED-SW              PIC X(01) VALUE 'N'.
000680      88  RVEW-OPER-TABLE-LOADED           VALUE 'Y'.
000690 77  RVEW-OPER-MAX                    PIC 9(03) COMP VALUE 100.
000700 77  RVEW-OPER-COUNT                  PIC 9(03) COMP VALUE ZERO.
000710 77  RVEW-OPER-SUB                    PIC 9(03) COMP VALUE ZERO.
000720 77  RVEW-OPER-FOUND                  PIC 9(03) COMP VALUE ZERO.
000730 01  RVEW-OPER-TABLE.
000740      05  RVEW-OPER-ENTRY OCCURS 100 TIMES.
000750          10  RVEW-OPER-ID             PIC X(08).
000760          10  RVEW-OPER-NAME           PIC X(25).
000770          10  RVEW-OPER-AUTH           PIC X(01).
000780          10  RVEW-OPER-STAT           PIC X(01).
000790 01  RVEW-LOOKUP-ID                   PIC X(08).
000800 01  RVEW-SUPER-SW                    PIC X(01) VALUE 'N'.
000810      88  RVEW-IS-SUPERVISOR               VALUE 'Y'.
000820*-----------------------------------------------------------------
000830*   SELECTION DIALOG WORKING STORAGE.  UP TO NINE RUNS ARE
000840*   LISTED AT A TIME SO ONE KEYSTROKE PICKS A LINE.
000850*-----------------------------------------------------------------
000860 01  RVEW-INDEX-STATUS                PIC X(02).
000870 01  RVEW-DONE-SW                     PIC X(01) VALUE 'N'.
000880      88  RVEW-DONE                        VALUE 'Y'.
000890 01  RVEW-OPEN-SW                     PIC X(01) VALUE 'N'.
000900      88  RVEW-INDEX-OPEN                  VALUE 'Y'.
000910 01  RVEW-SEL-PROGRAM                 PIC X(08).
000920 01  RVEW-SEL-DATE                    PIC X(08).
000930 01  RVEW-SEL-DATE-N REDEFINES RVEW-SEL-DATE
000940                                      PIC 9(08).
000950 01  RVEW-LIST-DONE-SW                PIC X(01) VALUE 'N'.
000960      88  RVEW-LIST-DONE                   VALUE 'Y'.
000970 01  RVEW-LIST-EOF-SW                 PIC X(01) VALUE 'N'.
000980      88  RVEW-LIST-AT-END                 VALUE 'Y'.
000990 01  RVEW-REFILL-SW                   PIC X(01) VALUE 'Y'.
001000      88  RVEW-REFILL-LIST                 VALUE 'Y'.
001010 77  RVEW-LIST-MAX                    PIC 9(02) COMP VALUE 9.
001020 77  RVEW-LIST-COUNT                  PIC 9(02) COMP VALUE ZERO.
001030 77  RVEW-LIST-SUB                    PIC 9(02) COMP VALUE ZERO.
001040 01  RVEW-LIST-TABLE.
001050      05  RVEW-LIST-ENTRY OCCURS 9 TIMES.
001060          10  RVEW-LIST-DATE           PIC 9(08).
001070          10  RVEW-LIST-TIME           PIC 9(08).
001080          10  RVEW-LIST-RC             PIC 9(02).
001090          10  RVEW-LIST-LINES          PIC 9(07).
001100          10  RVEW-LIST-REPORT         PIC X(08).
001110          10  RVEW-LIST-GEN            PIC 9(07).
001120 01  RVEW-PICK                        PIC X(01).
001130      88  RVEW-PICK-QUIT                   VALUE 'Q' 'q'.
001140      88  RVEW-PICK-MORE                   VALUE ' '.
001150 01  RVEW-PICK-N REDEFINES RVEW-PICK  PIC 9(01).
001160 01  RVEW-SHOW-LINE                   PIC X(74).
001170 01  RVEW-LINES-D                     PIC Z(06)9.
001180*-----------------------------------------------------------------
001190*   PAGING WORKING STORAGE.  THE GENERATION IS A PLAIN
001200*   SEQUENTIAL FILE, SO EVERY PAGE REOPENS IT AND SKIPS TO
001210*   ITS FIRST LINE - A REPORT IS A FEW HUNDRED LINES AT MOST,
001220*   AND PAGING BACK COSTS NO MORE THAN PAGING FORWARD.
001230*-----------------------------------------------------------------
001240 01  RVEW-GEN-NAME.
001250      05  FILLER                       PIC X(04) VALUE 'RPTG'.
001260      05  RVEW-GEN-NO                  PIC 9(07) VALUE ZERO.
001270 01  RVEW-GEN-STATUS                  PIC X(02).
001280 01  RVEW-GEN-EOF-SW                  PIC X(01) VALUE 'N'.
001290      88  RVEW-GEN-AT-END                  VALUE 'Y'.
001300 01  RVEW-VIEW-DONE-SW                PIC X(01) VALUE 'N'.
001310      88  RVEW-VIEW-DONE                   VALUE 'Y'.
001320 01  RVEW-PAGE-ANS                    PIC X(01).
001330      88  RVEW-PAGE-BACK                   VALUE 'B' 'b'.
001340      88  RVEW-PAGE-TOP                    VALUE 'T' 't'.
001350      88  RVEW-PAGE-QUIT                   VALUE 'Q' 'q'.
001360 77  RVEW-PAGE-SIZE                   PIC 9(02) COMP VALUE 16.
001370 77  RVEW-PAGE-NO                     PIC 9(05) COMP VALUE ZERO.
001380 77  RVEW-LAST-PAGE                   PIC 9(05) COMP VALUE ZERO.
001390 77  RVEW-SKIP-COUNT                  PIC 9(07) COMP VALUE ZERO.
001400 01  RVEW-PAGE-D                      PIC Z(04)9.
001410 01  RVEW-LAST-PAGE-D                 PIC Z(04)9.
001420 77  RVEW-ROW                         PIC 9(02) VALUE ZERO.
001430 77  RVEW-CLEAR-FROM                  PIC 9(02) VALUE ZERO.
001440 77  RVEW-CLEAR-TO                    PIC 9(02) VALUE ZERO.
001450 01  RVEW-BLANK-LINE                  PIC X(80) VALUE SPACES.
001460*-----------------------------------------------------------------
001470*   TIME FORMATTING - AN HHMMSSHH RUNCTL TIME SHOWN HH:MM:SS,
001480*   AS ON THE RUNSTAT REPORT.
001490*-----------------------------------------------------------------
001500 01  RVEW-TIME-WORK                   PIC 9(08).
001510 01  RVEW-TIME-WORK-R REDEFINES RVEW-TIME-WORK.
001520      05  RVEW-TIME-HH                 PIC 9(02).
001530      05  RVEW-TIME-MIN                PIC 9(02).
001540      05  RVEW-TIME-SEC                PIC 9(02).
001550      05  RVEW-TIME-HSEC               PIC 9(02).
001560 01  RVEW-TIME-SHOW                   PIC X(08).
001570 PROCEDURE DIVISION.
001580 HEAD-RTN.
001590      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001600      PERFORM SELECT-RTN THRU SELECT-RTN-EXIT
001610          UNTIL RVEW-DONE.
001620      PERFORM END-RTN.
001630*-----------------------------------------------------------------
001640*   INIT-RTN - IDENTIFY THE SUPERVISOR, JUDGE THE SIGN-ON
001650*   AGAINST THE OPERMAST ROSTER, AND OPEN THE ARCHIVE INDEX.
001660*-----------------------------------------------------------------
001670 INIT-RTN.
001680      DISPLAY (01, 05) 'REPORT ARCHIVE VIEWER'.
001690      PERFORM LOAD-OPER-RTN THRU LOAD-OPER-RTN-EXIT.
001700      DISPLAY (03, 05) 'OPERATOR ID:'.
001710      ACCEPT (03, 25) RVEW-OPERATOR-ID.
001720      DISPLAY (04, 05) 'TERMINAL ID:'.
001730      ACCEPT (04, 25) RVEW-TERMINAL-ID.
001740      PERFORM CHECK-SIGNON-RTN THRU CHECK-SIGNON-RTN-EXIT.
001750      IF RVEW-DONE
001760          GO TO INIT-RTN-EXIT
001770      END-IF.
001780      IF NOT RVEW-IS-SUPERVISOR
001790          DISPLAY (20, 05)
001800              'THE REPORT ARCHIVE NEEDS SUPERVISOR AUTHORITY'
001810          MOVE 'Y' TO RVEW-DONE-SW
001820          GO TO INIT-RTN-EXIT
001830      END-IF.
001840      OPEN INPUT INDEX-FILE.
001850      IF RVEW-INDEX-STATUS NOT = '00'
001860          DISPLAY (20, 05) 'NO REPORTS ARCHIVED YET, STATUS '
001870              RVEW-INDEX-STATUS
001880          MOVE 'Y' TO RVEW-DONE-SW
001890      ELSE
001900          MOVE 'Y' TO RVEW-OPEN-SW
001910      END-IF.
001920 INIT-RTN-EXIT.
001930      EXIT.
001940*-----------------------------------------------------------------
001950*   SELECT-RTN - ONE SEARCH: TAKE THE PROGRAM AND STARTING
001960*   RUN DATE, POSITION THE INDEX, AND LIST THE RUNS FROM
001970*   THERE.  A BLANK PROGRAM ENDS THE SESSION.
001980*-----------------------------------------------------------------
001990 SELECT-RTN.
002000      MOVE 02 TO RVEW-CLEAR-FROM.
002010      MOVE 23 TO RVEW-CLEAR-TO.
002020      PERFORM CLEAR-ROWS-RTN THRU CLEAR-ROWS-RTN-EXIT.
002030      DISPLAY (03, 05) 'SIGNED ON:   ' RVEW-OPERATOR-ID
002040          ' AT ' RVEW-TERMINAL-ID.
002050      DISPLAY (05, 05) 'PROGRAM (BLANK = QUIT):'.
002060      MOVE SPACES TO RVEW-SEL-PROGRAM.
002070      ACCEPT (05, 29) RVEW-SEL-PROGRAM.
002080      IF RVEW-SEL-PROGRAM = SPACES
002090          MOVE 'Y' TO RVEW-DONE-SW
002100          GO TO SELECT-RTN-EXIT
002110      END-IF.
002120      DISPLAY (06, 05)
002130          'RUNS FROM DATE (YYYYMMDD, BLANK = OLDEST):'.
002140      MOVE SPACES TO RVEW-SEL-DATE.
002150      ACCEPT (06, 48) RVEW-SEL-DATE.
002160      IF RVEW-SEL-DATE = SPACES
002170          MOVE ZERO TO RVEW-SEL-DATE-N
002180      END-IF.
002190      IF RVEW-SEL-DATE NOT NUMERIC
002200          DISPLAY (20, 05) 'DATE MUST BE YYYYMMDD - PRESS ENTER'
002210          ACCEPT (20, 42) RVEW-PAGE-ANS
002220          GO TO SELECT-RTN-EXIT
002230      END-IF.
002240      MOVE RVEW-SEL-PROGRAM TO RX-PROGRAM.
002250      MOVE RVEW-SEL-DATE-N TO RX-RUN-DATE.
002260      MOVE ZERO TO RX-RUN-TIME.
002270      MOVE 'N' TO RVEW-LIST-EOF-SW.
002280      START INDEX-FILE KEY NOT LESS THAN RX-KEY
002290        INVALID KEY
002300          MOVE 'Y' TO RVEW-LIST-EOF-SW
002310      END-START.
002320      MOVE 'N' TO RVEW-LIST-DONE-SW.
002330      MOVE 'Y' TO RVEW-REFILL-SW.
002340      PERFORM LIST-RTN THRU LIST-RTN-EXIT
002350          UNTIL RVEW-LIST-DONE.
002360 SELECT-RTN-EXIT.
002370      EXIT.
002380*-----------------------------------------------------------------
002390*   LIST-RTN - SHOW THE NEXT NINE RUNS OF THE PROGRAM (OR THE
002400*   SAME NINE AGAIN AFTER A REPORT HAS BEEN VIEWED) AND TAKE
002410*   THE SUPERVISOR'S PICK.
002420*-----------------------------------------------------------------
002430 LIST-RTN.
002440      IF RVEW-REFILL-LIST
002450          MOVE ZERO TO RVEW-LIST-COUNT
002460          PERFORM LIST-NEXT-RTN THRU LIST-NEXT-RTN-EXIT
002470              UNTIL RVEW-LIST-AT-END
002480              OR RVEW-LIST-COUNT = RVEW-LIST-MAX
002490      END-IF.
002500      MOVE 'N' TO RVEW-REFILL-SW.
002510      IF RVEW-LIST-COUNT = ZERO
002520          DISPLAY (20, 05) 'NO ARCHIVED RUNS FOR '
002530              RVEW-SEL-PROGRAM ' FROM THAT DATE - PRESS ENTER'
002540          ACCEPT (20, 64) RVEW-PAGE-ANS
002550          MOVE 'Y' TO RVEW-LIST-DONE-SW
002560          GO TO LIST-RTN-EXIT
002570      END-IF.
002580      MOVE 02 TO RVEW-CLEAR-FROM.
002590      MOVE 23 TO RVEW-CLEAR-TO.
002600      PERFORM CLEAR-ROWS-RTN THRU CLEAR-ROWS-RTN-EXIT.
002610      DISPLAY (03, 05) 'ARCHIVED RUNS OF ' RVEW-SEL-PROGRAM.
002620      DISPLAY (05, 05)
002630          '#  RUN DATE  TIME      RC    LINES  REPORT    FILE'.
002640      MOVE 06 TO RVEW-ROW.
002650      PERFORM SHOW-ENTRY-RTN THRU SHOW-ENTRY-RTN-EXIT
002660          VARYING RVEW-LIST-SUB FROM 1 BY 1
002670          UNTIL RVEW-LIST-SUB > RVEW-LIST-COUNT.
002680      IF RVEW-LIST-AT-END
002690          DISPLAY (19, 05) 'END OF ARCHIVE FOR THIS PROGRAM'
002700      END-IF.
002710      DISPLAY (20, 05)
002720          'LINE TO VIEW, ENTER = MORE RUNS, Q = NEW SEARCH:'.
002730      MOVE SPACES TO RVEW-PICK.
002740      ACCEPT (20, 54) RVEW-PICK.
002750      EVALUATE TRUE
002760        WHEN RVEW-PICK-QUIT
002770          MOVE 'Y' TO RVEW-LIST-DONE-SW
002780        WHEN RVEW-PICK-MORE
002790          IF RVEW-LIST-AT-END
002800              MOVE 'Y' TO RVEW-LIST-DONE-SW
002810          ELSE
002820              MOVE 'Y' TO RVEW-REFILL-SW
002830          END-IF
002840        WHEN RVEW-PICK NUMERIC
002850          IF RVEW-PICK-N > ZERO
002860              AND RVEW-PICK-N NOT > RVEW-LIST-COUNT
002870              MOVE RVEW-PICK-N TO RVEW-LIST-SUB
002880              PERFORM VIEW-RTN THRU VIEW-RTN-EXIT
002890          END-IF
002900        WHEN OTHER
002910          CONTINUE
002920      END-EVALUATE.
002930 LIST-RTN-EXIT.
002940      EXIT.
002950*-----------------------------------------------------------------
002960*   LIST-NEXT-RTN - TAKE THE NEXT INDEX RECORD INTO THE LIST
002970*   WHILE IT STILL BELONGS TO THE PROGRAM ASKED FOR.
002980*-----------------------------------------------------------------
002990 LIST-NEXT-RTN.
003000      READ INDEX-FILE NEXT
003010          AT END
003020              MOVE 'Y' TO RVEW-LIST-EOF-SW
003030              GO TO LIST-NEXT-RTN-EXIT
003040      END-READ.
003050      IF RX-PROGRAM NOT = RVEW-SEL-PROGRAM
003060          MOVE 'Y' TO RVEW-LIST-EOF-SW
003070          GO TO LIST-NEXT-RTN-EXIT
003080      END-IF.
003090      ADD 1 TO RVEW-LIST-COUNT.
003100      MOVE RX-RUN-DATE TO RVEW-LIST-DATE (RVEW-LIST-COUNT).
003110      MOVE RX-RUN-TIME TO RVEW-LIST-TIME (RVEW-LIST-COUNT).
003120      MOVE RX-RETURN-CODE TO RVEW-LIST-RC (RVEW-LIST-COUNT).
003130      MOVE RX-LINE-COUNT TO RVEW-LIST-LINES (RVEW-LIST-COUNT).
003140      MOVE RX-REPORT-NAME TO RVEW-LIST-REPORT (RVEW-LIST-COUNT).
003150      MOVE RX-GEN-NO TO RVEW-LIST-GEN (RVEW-LIST-COUNT).
003160 LIST-NEXT-RTN-EXIT.
003170      EXIT.
003180*-----------------------------------------------------------------
003190*   SHOW-ENTRY-RTN - PAINT ONE LISTED RUN.
003200*-----------------------------------------------------------------
003210 SHOW-ENTRY-RTN.
003220      MOVE RVEW-LIST-TIME (RVEW-LIST-SUB) TO RVEW-TIME-WORK.
003230      PERFORM FORMAT-TIME-RTN THRU FORMAT-TIME-RTN-EXIT.
003240      MOVE RVEW-LIST-LINES (RVEW-LIST-SUB) TO RVEW-LINES-D.
003250      MOVE RVEW-LIST-SUB TO RVEW-PICK-N.
003260      MOVE RVEW-LIST-GEN (RVEW-LIST-SUB) TO RVEW-GEN-NO.
003270      MOVE SPACES TO RVEW-SHOW-LINE.
003280      STRING RVEW-PICK DELIMITED BY SIZE
003290          '  ' DELIMITED BY SIZE
003300          RVEW-LIST-DATE (RVEW-LIST-SUB) DELIMITED BY SIZE
003310          '  ' DELIMITED BY SIZE
003320          RVEW-TIME-SHOW DELIMITED BY SIZE
003330          '  ' DELIMITED BY SIZE
003340          RVEW-LIST-RC (RVEW-LIST-SUB) DELIMITED BY SIZE
003350          ' ' DELIMITED BY SIZE
003360          RVEW-LINES-D DELIMITED BY SIZE
003370          '  ' DELIMITED BY SIZE
003380          RVEW-LIST-REPORT (RVEW-LIST-SUB) DELIMITED BY SIZE
003390          '  ' DELIMITED BY SIZE
003400          RVEW-GEN-NAME DELIMITED BY SIZE
003410          INTO RVEW-SHOW-LINE.
003420      DISPLAY (RVEW-ROW, 05) RVEW-SHOW-LINE.
003430      ADD 1 TO RVEW-ROW.
003440 SHOW-ENTRY-RTN-EXIT.
003450      EXIT.
003460*-----------------------------------------------------------------
003470*   VIEW-RTN - PAGE THROUGH THE PICKED RUN'S GENERATION.
003480*   ENTER ON THE LAST PAGE RETURNS TO THE LIST.
003490*-----------------------------------------------------------------
003500 VIEW-RTN.
003510      MOVE RVEW-LIST-GEN (RVEW-LIST-SUB) TO RVEW-GEN-NO.
003520      OPEN INPUT GENERATION-FILE.
003530      IF RVEW-GEN-STATUS NOT = '00'
003540          DISPLAY (21, 05) RVEW-GEN-NAME
003550              ' IS NOT ON FILE - PRESS ENTER'
003560          ACCEPT (21, 47) RVEW-PAGE-ANS
003570          GO TO VIEW-RTN-EXIT
003580      END-IF.
003590      CLOSE GENERATION-FILE.
003600      COMPUTE RVEW-LAST-PAGE =
003610          (RVEW-LIST-LINES (RVEW-LIST-SUB) + RVEW-PAGE-SIZE - 1)
003620          / RVEW-PAGE-SIZE.
003630      IF RVEW-LAST-PAGE = ZERO
003640          MOVE 1 TO RVEW-LAST-PAGE
003650      END-IF.
003660      MOVE 1 TO RVEW-PAGE-NO.
003670      MOVE 'N' TO RVEW-VIEW-DONE-SW.
003680      PERFORM PAGE-RTN THRU PAGE-RTN-EXIT
003690          UNTIL RVEW-VIEW-DONE.
003700 VIEW-RTN-EXIT.
003710      EXIT.
003720*-----------------------------------------------------------------
003730*   PAGE-RTN - PAINT ONE PAGE OF THE REPORT AND TAKE THE
003740*   PAGING COMMAND.
003750*-----------------------------------------------------------------
003760 PAGE-RTN.
003770      MOVE 02 TO RVEW-CLEAR-FROM.
003780      MOVE 23 TO RVEW-CLEAR-TO.
003790      PERFORM CLEAR-ROWS-RTN THRU CLEAR-ROWS-RTN-EXIT.
003800      MOVE RVEW-LIST-TIME (RVEW-LIST-SUB) TO RVEW-TIME-WORK.
003810      PERFORM FORMAT-TIME-RTN THRU FORMAT-TIME-RTN-EXIT.
003820      MOVE RVEW-PAGE-NO TO RVEW-PAGE-D.
003830      MOVE RVEW-LAST-PAGE TO RVEW-LAST-PAGE-D.
003840      DISPLAY (02, 01) RVEW-SEL-PROGRAM ' RUN '
003850          RVEW-LIST-DATE (RVEW-LIST-SUB) ' ' RVEW-TIME-SHOW
003860          '  RC ' RVEW-LIST-RC (RVEW-LIST-SUB)
003870          '  PAGE ' RVEW-PAGE-D ' OF ' RVEW-LAST-PAGE-D.
003880      OPEN INPUT GENERATION-FILE.
003890      MOVE 'N' TO RVEW-GEN-EOF-SW.
003900      COMPUTE RVEW-SKIP-COUNT =
003910          (RVEW-PAGE-NO - 1) * RVEW-PAGE-SIZE.
003920      PERFORM SKIP-LINE-RTN THRU SKIP-LINE-RTN-EXIT
003930          RVEW-SKIP-COUNT TIMES.
003940      PERFORM SHOW-LINE-RTN THRU SHOW-LINE-RTN-EXIT
003950          VARYING RVEW-ROW FROM 04 BY 1
003960          UNTIL RVEW-ROW > 19
003970          OR RVEW-GEN-AT-END.
003980      CLOSE GENERATION-FILE.
003990      DISPLAY (21, 05)
004000          'ENTER = NEXT PAGE, B = BACK, T = TOP, Q = QUIT:'.
004010      MOVE SPACES TO RVEW-PAGE-ANS.
004020      ACCEPT (21, 53) RVEW-PAGE-ANS.
004030      EVALUATE TRUE
004040        WHEN RVEW-PAGE-QUIT
004050          MOVE 'Y' TO RVEW-VIEW-DONE-SW
004060        WHEN RVEW-PAGE-TOP
004070          MOVE 1 TO RVEW-PAGE-NO
004080        WHEN RVEW-PAGE-BACK
004090          IF RVEW-PAGE-NO > 1
004100              SUBTRACT 1 FROM RVEW-PAGE-NO
004110          END-IF
004120        WHEN OTHER
004130          IF RVEW-PAGE-NO < RVEW-LAST-PAGE
004140              ADD 1 TO RVEW-PAGE-NO
004150          ELSE
004160              MOVE 'Y' TO RVEW-VIEW-DONE-SW
004170          END-IF
004180      END-EVALUATE.
004190 PAGE-RTN-EXIT.
004200      EXIT.
004210*-----------------------------------------------------------------
004220*   SKIP-LINE-RTN - PASS OVER ONE LINE BEFORE THE PAGE.
004230*-----------------------------------------------------------------
004240 SKIP-LINE-RTN.
004250      READ GENERATION-FILE
004260          AT END
004270              MOVE 'Y' TO RVEW-GEN-EOF-SW
004280      END-READ.
004290 SKIP-LINE-RTN-EXIT.
004300      EXIT.
004310*-----------------------------------------------------------------
004320*   SHOW-LINE-RTN - READ AND PAINT ONE REPORT LINE.
004330*-----------------------------------------------------------------
004340 SHOW-LINE-RTN.
004350      READ GENERATION-FILE
004360          AT END
004370              MOVE 'Y' TO RVEW-GEN-EOF-SW
004380              GO TO SHOW-LINE-RTN-EXIT
004390      END-READ.
004400      DISPLAY (RVEW-ROW, 01) RG-RECORD.
004410 SHOW-LINE-RTN-EXIT.
004420      EXIT.
004430*-----------------------------------------------------------------
004440*   CLEAR-ROWS-RTN - BLANK SCREEN ROWS RVEW-CLEAR-FROM THRU
004450*   RVEW-CLEAR-TO BEFORE A NEW LIST OR PAGE IS PAINTED.
004460*-----------------------------------------------------------------
004470 CLEAR-ROWS-RTN.
004480      PERFORM CLEAR-ONE-RTN THRU CLEAR-ONE-RTN-EXIT
004490          VARYING RVEW-ROW FROM RVEW-CLEAR-FROM BY 1
004500          UNTIL RVEW-ROW > RVEW-CLEAR-TO.
004510 CLEAR-ROWS-RTN-EXIT.
004520      EXIT.
004530*-----------------------------------------------------------------
004540*   CLEAR-ONE-RTN - BLANK ONE SCREEN ROW.
004550*-----------------------------------------------------------------
004560 CLEAR-ONE-RTN.
004570      DISPLAY (RVEW-ROW, 01) RVEW-BLANK-LINE.
004580 CLEAR-ONE-RTN-EXIT.
004590      EXIT.
004600*-----------------------------------------------------------------
004610*   FORMAT-TIME-RTN - TURN AN HHMMSSHH ACCEPT-TIME VALUE IN
004620*   RVEW-TIME-WORK INTO A PRINTABLE HH:MM:SS.
004630*-----------------------------------------------------------------
004640 FORMAT-TIME-RTN.
004650      MOVE SPACES TO RVEW-TIME-SHOW.
004660      STRING RVEW-TIME-HH DELIMITED BY SIZE
004670          ':' DELIMITED BY SIZE
004680          RVEW-TIME-MIN DELIMITED BY SIZE
004690          ':' DELIMITED BY SIZE
004700          RVEW-TIME-SEC DELIMITED BY SIZE
004710          INTO RVEW-TIME-SHOW.
004720 FORMAT-TIME-RTN-EXIT.
004730      EXIT.
004740*-----------------------------------------------------------------
004750*   END-RTN - CLOSE THE INDEX AND LEAVE THE SCREEN.
004760*-----------------------------------------------------------------
004770 END-RTN.
004780      IF RVEW-INDEX-OPEN
004790          CLOSE INDEX-FILE
004800      END-IF.
004810      DISPLAY (24, 05) 'REPORT ARCHIVE SESSION ENDED'.
004820      STOP RUN.
004830*-----------------------------------------------------------------
004840*   LOAD-OPER-RTN - READ THE OPTIONAL OPERMAST OPERATOR MASTER
004850*   INTO WORKING STORAGE.  MISSING FILE = SIGN-ON RUNS
004860*   UNVALIDATED, AS IN PROGRAM SAMPLE.
004870*-----------------------------------------------------------------
004880 LOAD-OPER-RTN.
004890      OPEN INPUT OPERATOR-FILE.
004900      IF RVEW-OPER-STATUS = '00'
004910        PERFORM READ-OPER-RTN THRU READ-OPER-RTN-EXIT
004920            UNTIL RVEW-OPER-AT-END
004930        CLOSE OPERATOR-FILE
004940        IF RVEW-OPER-COUNT > ZERO
004950            MOVE 'Y' TO RVEW-OPER-LOADED-SW
004960        END-IF
004970      END-IF.
004980 LOAD-OPER-RTN-EXIT.
004990      EXIT.
005000*-----------------------------------------------------------------
005010*   READ-OPER-RTN - LOAD ONE OPERMAST RECORD INTO THE TABLE.
005020*-----------------------------------------------------------------
005030 READ-OPER-RTN.
005040      READ OPERATOR-FILE
005050          AT END
005060              MOVE 'Y' TO RVEW-OPER-EOF-SW
005070              GO TO READ-OPER-RTN-EXIT
005080      END-READ.
005090      IF RVEW-OPER-COUNT < RVEW-OPER-MAX
005100          ADD 1 TO RVEW-OPER-COUNT
005110          MOVE OP-OPERATOR-ID TO RVEW-OPER-ID (RVEW-OPER-COUNT)
005120          MOVE OP-NAME TO RVEW-OPER-NAME (RVEW-OPER-COUNT)
005130          MOVE OP-AUTH-LEVEL TO RVEW-OPER-AUTH (RVEW-OPER-COUNT)
005140          MOVE OP-STATUS TO RVEW-OPER-STAT (RVEW-OPER-COUNT)
005150      END-IF.
005160 READ-OPER-RTN-EXIT.
005170      EXIT.
005180*-----------------------------------------------------------------
005190*   CHECK-SIGNON-RTN - JUDGE THE SIGNED-ON ID AGAINST THE
005200*   ROSTER.  AN UNKNOWN OR RETIRED ID ENDS THE SESSION; A
005210*   SITE WITHOUT OPERMAST GETS FULL ACCESS.
005220*-----------------------------------------------------------------
005230 CHECK-SIGNON-RTN.
005240      IF NOT RVEW-OPER-TABLE-LOADED
005250          MOVE 'Y' TO RVEW-SUPER-SW
005260          GO TO CHECK-SIGNON-RTN-EXIT
005270      END-IF.
005280      MOVE RVEW-OPERATOR-ID TO RVEW-LOOKUP-ID.
005290      PERFORM FIND-OPER-RTN THRU FIND-OPER-RTN-EXIT.
005300      EVALUATE TRUE
005310        WHEN RVEW-OPER-FOUND = ZERO
005320          DISPLAY (20, 05) 'OPERATOR NOT ON ROSTER            '
005330          MOVE 'Y' TO RVEW-DONE-SW
005340        WHEN RVEW-OPER-STAT (RVEW-OPER-FOUND) = 'R'
005350          DISPLAY (20, 05) 'OPERATOR ID RETIRED               '
005360          MOVE 'Y' TO RVEW-DONE-SW
005370        WHEN RVEW-OPER-AUTH (RVEW-OPER-FOUND) = 'S'
005380          MOVE 'Y' TO RVEW-SUPER-SW
005390        WHEN OTHER
005400          CONTINUE
005410      END-EVALUATE.
005420 CHECK-SIGNON-RTN-EXIT.
005430      EXIT.
005440*-----------------------------------------------------------------
005450*   FIND-OPER-RTN - LOCATE RVEW-LOOKUP-ID ON THE ROSTER TABLE;
005460*   RVEW-OPER-FOUND IS ZERO WHEN IT IS NOT THERE.
005470*-----------------------------------------------------------------
005480 FIND-OPER-RTN.
005490      MOVE ZERO TO RVEW-OPER-FOUND.
005500      PERFORM MATCH-OPER-RTN THRU MATCH-OPER-RTN-EXIT
005510          VARYING RVEW-OPER-SUB FROM 1 BY 1
005520          UNTIL RVEW-OPER-SUB > RVEW-OPER-COUNT
005530          OR RVEW-OPER-FOUND > ZERO.
005540 FIND-OPER-RTN-EXIT.
005550      EXIT.
005560*-----------------------------------------------------------------
005570*   MATCH-OPER-RTN - TEST ONE ROSTER SLOT AGAINST THE LOOKUP
005580*   ID.
005590*-----------------------------------------------------------------
005600 MATCH-OPER-RTN.
005610      IF RVEW-OPER-ID (RVEW-OPER-SUB) = RVEW-LOOKUP-ID
005620          MOVE RVEW-OPER-SUB TO RVEW-OPER-FOUND
005630      END-IF.
005640 MATCH-OPER-RTN-EXIT.
005650      EXIT.

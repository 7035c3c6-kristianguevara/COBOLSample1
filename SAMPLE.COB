000963*   09/02/26   JAG   JOURNAL RECORDS NOW CARRY JR-ACTION 'U'
000964*                    SO THE ENTRYREV REVERSAL'S OFFSETTING
000965*                    'R' RECORDS CAN BE TOLD APART.
000966*   10/15/26   JAG   A RETIRED CODE NOW NAMES ITS CODETBL
000967*                    SUCCESSOR AND OFFERS TO USE IT.
000968*   10/15/26   JAG   HELP KEY AT THE MENU PROMPT OPENS A PAGED,
000969*                    KEYWORD-FILTERED PICK-LIST OF THE CODES
000970*                    GOOD TODAY; EACH REQUEST LOGGED AS HLP.
000971*   10/15/26   JAG   WARN BEFORE COMMITTING A CODE ALREADY
000972*                    CONFIRMED ON THIS TERMINAL OR BY THIS
000973*                    OPERATOR WITHIN THE PARMFILE DUP-WINDOW
000974*                    (MINUTES); ONLY A Y OVERRIDES (LOGGED
000975*                    OVR), ANYTHING ELSE DROPS THE ENTRY
000976*                    (LOGGED DUP).  BATCH MODE FLAGS THE SAME
000977*                    REPEATS ON BATCHOUT AND COUNTS THEM ON
000978*                    THE TRAILER.
000979******************************************************************
000980 ENVIRONMENT DIVISION.
000981 INPUT-OUTPUT SECTION.
000982 FILE-CONTROL.
000990      SELECT PARM-FILE ASSIGN TO "PARMFILE"
001000          ORGANIZATION IS LINE SEQUENTIAL
001010          FILE STATUS IS SMPL-PARM-STATUS.
001020      SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001030          ORGANIZATION IS LINE SEQUENTIAL.
001040      SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
001050          ORGANIZATION IS LINE SEQUENTIAL
001051          FILE STATUS IS SMPL-AUDIT-STATUS.
001060      SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
001070          ORGANIZATION IS LINE SEQUENTIAL
001080          FILE STATUS IS SMPL-CKPT-STATUS.
001520          RECORD CONTAINS 28 CHARACTERS.
001530      COPY TKTREC.
001540 FD  CODE-TABLE-FILE
001550          RECORD CONTAINS 56 CHARACTERS.
001560      COPY CODEREC.
001570 FD  JOURNAL-FILE
001580          RECORD CONTAINS 32 CHARACTERS.
002250      05  SMPL-RESUME-INPUT-COL       PIC 9(02) VALUE 05.
002260      05  SMPL-LASTCHR-ROW            PIC 9(02) VALUE 13.
002270      05  SMPL-LASTCHR-COL            PIC 9(02) VALUE 05.
002271      05  SMPL-SUCC-TEXT              PIC X(40)
002272                                   VALUE 'CODE REPLACED BY'.
002273      05  SMPL-SUCC-ROW               PIC 9(02) VALUE 10.
002274      05  SMPL-SUCC-COL               PIC 9(02) VALUE 05.
002275      05  SMPL-SUCC-INPUT-ROW         PIC 9(02) VALUE 11.
002276      05  SMPL-SUCC-INPUT-COL         PIC 9(02) VALUE 05.
002277      05  SMPL-HELP-KEY               PIC X(01) VALUE '?'.
002278      05  SMPL-HELP-ROW               PIC 9(02) VALUE 10.
002279      05  SMPL-HELP-COL               PIC 9(02) VALUE 05.
002280      05  SMPL-HELP-INPUT-ROW         PIC 9(02) VALUE 21.
002281      05  SMPL-HELP-INPUT-COL         PIC 9(02) VALUE 45.
002282      05  SMPL-DUP-TEXT               PIC X(40)
002283                                   VALUE 'ALREADY CONFIRMED AT'.
002284      05  SMPL-DUP-ROW                PIC 9(02) VALUE 10.
002285      05  SMPL-DUP-COL                PIC 9(02) VALUE 05.
002286      05  SMPL-DUP-INPUT-ROW          PIC 9(02) VALUE 11.
002287      05  SMPL-DUP-INPUT-COL          PIC 9(02) VALUE 05.
002288 01  SMPL-PARM-STATUS               PIC X(02).
002290 01  SMPL-PARM-EOF-SW               PIC X(01) VALUE 'N'.
002300*-----------------------------------------------------------------
002310*   RUN-SUMMARY WORKING STORAGE - SUPPORTS THE RPTFILE SUMMARY    
003550          10  SMPL-CODE-CHR            PIC X(03).
003560          10  SMPL-CODE-EFF            PIC 9(08).
003570          10  SMPL-CODE-EXP            PIC 9(08).
003575          10  SMPL-CODE-SUCC           PIC X(03).
003576          10  SMPL-CODE-DESC           PIC X(30).
003580 01  SMPL-CHR-EDIT-SW                 PIC X(01) VALUE 'U'.
003590      88  SMPL-CHR-ACCEPTED                VALUE 'A'.
003600      88  SMPL-CHR-UNKNOWN                 VALUE 'U'.
003610      88  SMPL-CHR-NOT-YET-EFFECTIVE       VALUE 'F'.
003620      88  SMPL-CHR-RETIRED                 VALUE 'R'.
003621*-----------------------------------------------------------------
003622*   SUCCESSOR-OFFER WORKING STORAGE - A RETIRED CODE'S SUCCESSOR
003623*   CHAIN IS FOLLOWED (AT MOST SMPL-SUCC-MAX HOPS, SO A CIRCLE
003624*   KEYED ON CODETBL CANNOT HANG THE SCREEN) TO THE FIRST CODE
003625*   GOOD TODAY, WHICH IS WHAT THE OPERATOR IS OFFERED.
003626*-----------------------------------------------------------------
003627 77  SMPL-SUCC-MAX                    PIC 9(02) COMP VALUE 5.
003628 77  SMPL-SUCC-HOPS                   PIC 9(02) COMP VALUE ZERO.
003629 01  SMPL-SUCC-CHR                    PIC X(03).
003630 01  SMPL-SUCC-SAVE-CHR               PIC X(03).
003631 01  SMPL-SUCC-SETTLED-SW             PIC X(01) VALUE 'N'.
003632      88  SMPL-SUCC-SETTLED                VALUE 'Y'.
003633 01  SMPL-SUCC-ANS                    PIC X(01).
003634      88  SMPL-SUCC-WANTED                 VALUE 'Y' 'y'.
003635 01  SMPL-SUCC-LINE                   PIC X(60).
003636*-----------------------------------------------------------------
003637*   CODE PICK-LIST WORKING STORAGE - THE HELP KEY AT THE MENU
003638*   PROMPT (SEE HELP-RTN) LISTS THE CODES GOOD TODAY A PAGE AT
003639*   A TIME, NARROWED BY AN OPTIONAL KEYWORD IN THE DESCRIPTION.
003640*   THE KEYWORD SITS AHEAD OF TWO SPACES SO ITS LENGTH CAN BE
003641*   TALLIED UP TO THE FIRST DOUBLE SPACE, KEEPING ANY SINGLE
003642*   EMBEDDED SPACE ('PARTS ROOM') PART OF THE SEARCH.
003643*-----------------------------------------------------------------
003644 77  SMPL-HELP-MAX                    PIC 9(03) COMP VALUE 500.
003645 77  SMPL-HELP-COUNT                  PIC 9(03) COMP VALUE ZERO.
003646 77  SMPL-HELP-SUB                    PIC 9(03) COMP VALUE ZERO.
003647 77  SMPL-HELP-TOP                    PIC 9(03) COMP VALUE ZERO.
003648 77  SMPL-HELP-PAGE-SIZE              PIC 9(02) COMP VALUE 10.
003649 77  SMPL-HELP-LINE-NO                PIC 9(02) COMP VALUE ZERO.
003650 77  SMPL-HELP-ROW-NO                 PIC 9(02) VALUE ZERO.
003651 77  SMPL-HELP-KEY-LEN                PIC 9(02) COMP VALUE ZERO.
003652 77  SMPL-HELP-ANS-LEN                PIC 9(02) COMP VALUE ZERO.
003653 77  SMPL-HELP-TALLY                  PIC 9(03) COMP VALUE ZERO.
003654 01  SMPL-HELP-KEY-AREA.
003655      05  SMPL-HELP-KEYWORD            PIC X(20).
003656      05  FILLER                       PIC X(02) VALUE SPACES.
003657 01  SMPL-HELP-WORK-DESC              PIC X(30).
003658 01  SMPL-HELP-DESC-UP                PIC X(30).
003659 01  SMPL-HELP-PICKED                 PIC X(03).
003660 01  SMPL-HELP-ANS                    PIC X(02).
003661 01  SMPL-HELP-DIGITS                 PIC X(02).
003662 01  SMPL-HELP-DIGITS-N REDEFINES SMPL-HELP-DIGITS
003663                                      PIC 9(02).
003664 01  SMPL-HELP-DONE-SW                PIC X(01) VALUE 'N'.
003665      88  SMPL-HELP-DONE                   VALUE 'Y'.
003666 01  SMPL-HELP-EOF-SW                 PIC X(01) VALUE 'N'.
003667      88  SMPL-HELP-MAST-AT-END            VALUE 'Y'.
003668 01  SMPL-HELP-LOWER                  PIC X(26)
003669                         VALUE 'abcdefghijklmnopqrstuvwxyz'.
003670 01  SMPL-HELP-UPPER                  PIC X(26)
003671                         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003672 01  SMPL-HELP-TABLE.
003673      05  SMPL-HELP-ENTRY OCCURS 500 TIMES.
003674          10  SMPL-HELP-CHR            PIC X(03).
003675          10  SMPL-HELP-DESC           PIC X(30).
003676 01  SMPL-HELP-LINE.
003677      05  SMPL-HELP-LINE-NUM           PIC Z9.
003678      05  FILLER                       PIC X(02) VALUE SPACES.
003679      05  SMPL-HELP-LINE-CHR           PIC X(03).
003680      05  FILLER                       PIC X(03) VALUE SPACES.
003681      05  SMPL-HELP-LINE-DESC          PIC X(30).
003682      05  FILLER                       PIC X(20) VALUE SPACES.
003683 01  SMPL-HELP-BLANK                  PIC X(60) VALUE SPACES.
003684*-----------------------------------------------------------------
003685*   DUPLICATE-ENTRY WORKING STORAGE - BEFORE A CODE IS COMMITTED
003686*   (SEE DUP-GATE-RTN) THE SAME CODE CONFIRMED ON THIS TERMINAL
003687*   OR BY THIS OPERATOR WITHIN THE LAST SMPL-DUP-WINDOW MINUTES
003688*   (PARMFILE DUP-WINDOW; ZERO TURNS THE CHECK OFF) IS LOOKED
003689*   FOR ON AUDITFIL.  A BATCH RUN IS ONE OPERATOR AT ONE
003690*   TERMINAL WITH NOBODY TO ASK, SO IT KEEPS ITS OWN RECENT
003691*   CONFIRMATIONS IN SMPL-DUP-TABLE AND ONLY FLAGS WHAT IT
003692*   FINDS.  TIMES ARE COMPARED AS SECONDS INTO THE DAY, SO AN
003693*   ENTRY IS ONLY MATCHED AGAINST ONES FROM THE SAME DATE.
003694*-----------------------------------------------------------------
003695 01  SMPL-DUP-WINDOW                  PIC 9(03) VALUE 5.
003696 77  SMPL-DUP-MAX                     PIC 9(03) COMP VALUE 500.
003697 77  SMPL-DUP-USED                    PIC 9(03) COMP VALUE ZERO.
003698 77  SMPL-DUP-NEXT                    PIC 9(03) COMP VALUE ZERO.
003699 77  SMPL-DUP-SUB                     PIC 9(03) COMP VALUE ZERO.
003700 77  SMPL-DUP-SUSPECT-COUNT           PIC 9(05) COMP VALUE ZERO.
003701 77  SMPL-DUP-SECS                    PIC 9(05) COMP VALUE ZERO.
003702 77  SMPL-DUP-NOW-SECS                PIC 9(05) COMP VALUE ZERO.
003703 77  SMPL-DUP-GAP                     PIC 9(05) COMP VALUE ZERO.
003704 01  SMPL-AUDIT-STATUS                PIC X(02).
003705 01  SMPL-DUP-NOW-DATE                PIC X(10).
003706 01  SMPL-DUP-TS.
003707      05  SMPL-DUP-TS-DATE             PIC X(10).
003708      05  FILLER                       PIC X(01).
003709      05  SMPL-DUP-TS-HH               PIC 9(02).
003710      05  FILLER                       PIC X(01).
003711      05  SMPL-DUP-TS-MM               PIC 9(02).
003712      05  FILLER                       PIC X(01).
003713      05  SMPL-DUP-TS-SS               PIC 9(02).
003714 01  SMPL-DUP-PRIOR-TS                PIC X(19).
003715 01  SMPL-DUP-PRIOR-OPER              PIC X(08).
003716 01  SMPL-DUP-PRIOR-TERM              PIC X(08).
003717 01  SMPL-DUP-FOUND-SW                PIC X(01) VALUE 'N'.
003718      88  SMPL-DUP-FOUND                   VALUE 'Y'.
003719 01  SMPL-DUP-HIT-SW                  PIC X(01) VALUE 'N'.
003720      88  SMPL-DUP-HIT                     VALUE 'Y'.
003721 01  SMPL-DUP-EOF-SW                  PIC X(01) VALUE 'N'.
003722      88  SMPL-DUP-AUDIT-AT-END            VALUE 'Y'.
003723 01  SMPL-DUP-ACTION-SW               PIC X(01) VALUE 'N'.
003724      88  SMPL-DUP-OVERRIDDEN              VALUE 'O'.
003725      88  SMPL-DUP-DECLINED                VALUE 'D'.
003726 01  SMPL-DUP-ANS                     PIC X(01).
003727      88  SMPL-DUP-OVERRIDE-OK             VALUE 'Y' 'y'.
003728 01  SMPL-DUP-LINE                    PIC X(70).
003729 01  SMPL-DUP-TABLE.
003730      05  SMPL-DUP-ENTRY OCCURS 500 TIMES.
003731          10  SMPL-DUP-T-CHR           PIC X(03).
003732          10  SMPL-DUP-T-TS            PIC X(19).
003733 PROCEDURE DIVISION.
003734 HEAD-RTN.
003735      PERFORM STARTUP-RTN THRU STARTUP-RTN-EXIT.
003736      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
003737      IF SMPL-BATCH-MODE
003738          PERFORM BATCH-RTN THRU BATCH-RTN-EXIT
003739              UNTIL SMPL-TRAN-AT-END OR SMPL-BATCH-ABORTED
003740      ELSE
003741          PERFORM MAIN-RTN THRU MAIN-RTN-EXIT
003742              UNTIL ANS = 'N' OR ANS = 'n'
003743      END-IF.
003744      PERFORM END-RTN.
003750*-----------------------------------------------------------------
003760*   STARTUP-RTN - PICK UP THE RUN-MODE STARTUP PARAMETER SO       
003770*   HEAD-RTN CAN TELL AN UNATTENDED BATCH RUN FROM A NORMAL       
005250          MOVE PR-PARM-VALUE (1:2) TO SMPL-LASTCHR-ROW
005260        WHEN 'LASTCHR-COL'
005270          MOVE PR-PARM-VALUE (1:2) TO SMPL-LASTCHR-COL
005271        WHEN 'SUCC-TEXT'
005272          MOVE PR-PARM-VALUE TO SMPL-SUCC-TEXT
005273        WHEN 'SUCC-ROW'
005274          MOVE PR-PARM-VALUE (1:2) TO SMPL-SUCC-ROW
005275        WHEN 'SUCC-COL'
005276          MOVE PR-PARM-VALUE (1:2) TO SMPL-SUCC-COL
005277        WHEN 'SUCC-ACC-ROW'
005278          MOVE PR-PARM-VALUE (1:2) TO SMPL-SUCC-INPUT-ROW
005279        WHEN 'SUCC-ACC-COL'
005280          MOVE PR-PARM-VALUE (1:2) TO SMPL-SUCC-INPUT-COL
005281        WHEN 'HELP-KEY'
005282          MOVE PR-PARM-VALUE (1:1) TO SMPL-HELP-KEY
005283        WHEN 'HELP-ROW'
005284          MOVE PR-PARM-VALUE (1:2) TO SMPL-HELP-ROW
005285        WHEN 'HELP-COL'
005286          MOVE PR-PARM-VALUE (1:2) TO SMPL-HELP-COL
005287        WHEN 'HELP-ACC-ROW'
005288          MOVE PR-PARM-VALUE (1:2) TO SMPL-HELP-INPUT-ROW
005289        WHEN 'HELP-ACC-COL'
005290          MOVE PR-PARM-VALUE (1:2) TO SMPL-HELP-INPUT-COL
005291        WHEN 'DUP-WINDOW'
005292          MOVE ZERO TO SMPL-PARM-LEN
005293          INSPECT PR-PARM-VALUE TALLYING SMPL-PARM-LEN
005294              FOR CHARACTERS BEFORE INITIAL SPACE
005295          IF SMPL-PARM-LEN > ZERO AND SMPL-PARM-LEN < 4
005296              AND PR-PARM-VALUE (1:SMPL-PARM-LEN) NUMERIC
005297              MOVE ALL '0' TO SMPL-PARM-DIGITS
005298              MOVE PR-PARM-VALUE (1:SMPL-PARM-LEN) TO
005299                  SMPL-PARM-DIGITS
005300                  (4 - SMPL-PARM-LEN : SMPL-PARM-LEN)
005301              MOVE SMPL-PARM-DIGITS-N TO SMPL-DUP-WINDOW
005302          END-IF
005303        WHEN 'DUP-TEXT'
005304          MOVE PR-PARM-VALUE TO SMPL-DUP-TEXT
005305        WHEN 'DUP-ROW'
005306          MOVE PR-PARM-VALUE (1:2) TO SMPL-DUP-ROW
005307        WHEN 'DUP-COL'
005308          MOVE PR-PARM-VALUE (1:2) TO SMPL-DUP-COL
005309        WHEN 'DUP-ACC-ROW'
005310          MOVE PR-PARM-VALUE (1:2) TO SMPL-DUP-INPUT-ROW
005311        WHEN 'DUP-ACC-COL'
005312          MOVE PR-PARM-VALUE (1:2) TO SMPL-DUP-INPUT-COL
005313        WHEN OTHER
005314          CONTINUE
005315      END-EVALUATE.
005316 APPLY-PARM-RTN-EXIT.
005320      EXIT.
005330*-----------------------------------------------------------------
005340*   CAPTURE-ID-RTN - IDENTIFY WHO IS RUNNING THIS SESSION AND
006890*   TABLE (OR, AT A SITE WITHOUT CODETBL, THE COMPILED-IN
006900*   LIST IN CHRCODES).  THE OPERATOR IS TOLD WHY: NOT YET
006910*   EFFECTIVE AND RETIRED GET THEIR OWN MESSAGES INSTEAD OF
006920*   THE ONE-SIZE INVALID-CODE TEXT, AND A RETIRED CODE WITH A
006921*   SUCCESSOR ON FILE IS FOLLOWED BY THE OFFER TO USE IT.
006922*   THE HELP KEY IN PLACE OF A CODE OPENS THE PICK-LIST.
006923*   A CODE THAT PASSES IS FIRST PUT THROUGH THE DUPLICATE-ENTRY
006924*   CHECK (DUP-GATE-RTN) BEFORE IT IS LOGGED.
006930*-----------------------------------------------------------------
006940 GET-CHR-RTN.
006950      DISPLAY (SMPL-PROMPT-ROW, SMPL-PROMPT-COL) SMPL-PROMPT-TEXT.
006960      ACCEPT (SMPL-INPUT-ROW, SMPL-INPUT-COL) CHR.
006961*    THE HELP KEY OPENS THE CODE PICK-LIST INSTEAD OF BEING
006962*    JUDGED AS A CODE.  A LINE PICKED THERE GOES ON EXACTLY AS
006963*    IF IT HAD BEEN KEYED; NOTHING PICKED JUST RE-PROMPTS.
006964      IF CHR (1:1) = SMPL-HELP-KEY
006965          PERFORM HELP-RTN THRU HELP-RTN-EXIT
006966          IF SMPL-HELP-PICKED = SPACES
006967              MOVE 'U' TO SMPL-CHR-EDIT-SW
006968              GO TO GET-CHR-RTN-EXIT
006969          END-IF
006970          MOVE SMPL-HELP-PICKED TO CHR
006971          DISPLAY (SMPL-INPUT-ROW, SMPL-INPUT-COL) CHR
006972      END-IF.
006973*    A GOOD CODE ALREADY CONFIRMED HERE WITHIN THE WINDOW NEEDS
006974*    THE OPERATOR'S OVERRIDE; WITHOUT IT NOTHING IS ENTERED
006975*    AND THE PROMPT COMES BACK.
006976      IF NOT SMPL-LOOKUP-MODE
006977          PERFORM DUP-GATE-RTN THRU DUP-GATE-RTN-EXIT
006978          IF SMPL-DUP-DECLINED
006979              MOVE 'U' TO SMPL-CHR-EDIT-SW
006980              GO TO GET-CHR-RTN-EXIT
006981          END-IF
006982      ELSE
006983          MOVE 'N' TO SMPL-DUP-ACTION-SW
006984      END-IF.
006985*    A LOOKUP-MODE ENTRY IS LOGGED AS ITS OWN EVENT TYPE SO THE
006986*    AUDIT TRAIL (AND THE NIGHTLY RECONCILIATION, WHICH COUNTS
006990*    ONLY CHR EVENTS) NEVER MISTAKES A LOOK AT A CODE FOR A
007000*    TICKETED ENTRY.
007010      IF SMPL-LOOKUP-MODE
007050      END-IF.
007060      MOVE CHR TO SMPL-AUDIT-EVENT-VALUE.
007070      PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT.
007071      IF SMPL-DUP-OVERRIDDEN
007072          MOVE 'OVR' TO SMPL-AUDIT-EVENT-TYPE
007073          PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT
007074      END-IF.
007080      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
007090      EVALUATE TRUE
007100        WHEN SMPL-CHR-ACCEPTED
007150        WHEN SMPL-CHR-RETIRED
007160          DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL)
007170              SMPL-RETIRED-TEXT
007175          PERFORM OFFER-SUCC-RTN THRU OFFER-SUCC-RTN-EXIT
007180        WHEN OTHER
007190          DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL)
007200              SMPL-BADCHR-TEXT
008790      IF NOT SMPL-TRAN-AT-END
008800          MOVE TR-CHR TO CHR
008810          PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT
008811          MOVE 'N' TO SMPL-DUP-FOUND-SW
008812          IF SMPL-CHR-ACCEPTED AND SMPL-DUP-WINDOW > ZERO
008813              PERFORM DUP-SCAN-RTN THRU DUP-SCAN-RTN-EXIT
008814          END-IF
008820          ADD 1 TO SMPL-RUN-COUNT
008830          ADD 1 TO SMPL-BAT-READ-COUNT
008840          PERFORM RECORD-CHR-RTN THRU RECORD-CHR-RTN-EXIT
009100                  INTO BO-RECORD
009110          END-EVALUATE
009120          WRITE BO-RECORD
009121          IF SMPL-DUP-FOUND
009122              ADD 1 TO SMPL-DUP-SUSPECT-COUNT
009123              MOVE SPACES TO BO-RECORD
009124              STRING 'DUPLICATE SUSPECT: ' DELIMITED BY SIZE
009125                  CHR DELIMITED BY SIZE
009126                  ' - FIRST ' DELIMITED BY SIZE
009127                  SMPL-DUP-PRIOR-TS (12:8) DELIMITED BY SIZE
009128                  INTO BO-RECORD
009129              WRITE BO-RECORD
009130          END-IF
009131          IF SMPL-CHR-ACCEPTED AND SMPL-DUP-WINDOW > ZERO
009132              PERFORM DUP-NOTE-RTN THRU DUP-NOTE-RTN-EXIT
009133          END-IF
009134          IF NOT SMPL-CHR-ACCEPTED
009140              ADD 1 TO SMPL-BAT-REJECT-COUNT
009150              ADD 1 TO SMPL-CONSEC-REJ-COUNT
009160              IF SMPL-CONSEC-REJ-COUNT NOT < SMPL-REJ-LIMIT
011380          MOVE CT-CHR-CODE TO SMPL-CODE-CHR (SMPL-CODE-COUNT)
011390          MOVE CT-EFF-DATE TO SMPL-CODE-EFF (SMPL-CODE-COUNT)
011400          MOVE CT-EXP-DATE TO SMPL-CODE-EXP (SMPL-CODE-COUNT)
011405          MOVE CT-SUCCESSOR-CODE
011406              TO SMPL-CODE-SUCC (SMPL-CODE-COUNT)
011407          MOVE CT-DESCRIPTION
011408              TO SMPL-CODE-DESC (SMPL-CODE-COUNT)
011410      ELSE
011420          MOVE 'Y' TO SMPL-CODE-TRUNC-SW
011430      END-IF.
012850          SMPL-BAT-COUNT-D DELIMITED BY SIZE
012860          INTO BO-RECORD.
012870      WRITE BO-RECORD.
012871      MOVE SMPL-DUP-SUSPECT-COUNT TO SMPL-BAT-COUNT-D.
012872      MOVE SPACES TO BO-RECORD.
012873      STRING 'DUP SUSPECTS    : ' DELIMITED BY SIZE
012874          SMPL-BAT-COUNT-D DELIMITED BY SIZE
012875          INTO BO-RECORD.
012876      WRITE BO-RECORD.
012880      MOVE SPACES TO BO-RECORD.
012890      EVALUATE TRUE
012900        WHEN SMPL-BATCH-ABORTED
014710      END-IF.
014720 READ-RUNCTL-RTN-EXIT.
014730      EXIT.
014740*-----------------------------------------------------------------
014750*   OFFER-SUCC-RTN - THE CODE JUST KEYED IS RETIRED.  WHEN ITS
014760*   CODETBL ROW NAMES A SUCCESSOR THAT IS GOOD TODAY, TELL THE
014770*   OPERATOR WHICH CODE REPLACED IT AND OFFER TO USE THAT ONE.
014780*   ON A YES THE SUCCESSOR IS LOGGED AS AN ENTRY OF ITS OWN (THE
014790*   SAME EVENT TYPE GET-CHR-RTN JUST USED), SO THE NIGHTLY
014800*   RECONCILIATION FINDS A CHR EVENT FOR THE TICKET THAT
014810*   FOLLOWS, AND IS THEN VALIDATED SO THE RE-PROMPT LOOP ENDS.
014820*   ON A NO THE OPERATOR IS SIMPLY RE-PROMPTED AS BEFORE.
014830*-----------------------------------------------------------------
014840 OFFER-SUCC-RTN.
014850      PERFORM FIND-SUCC-RTN THRU FIND-SUCC-RTN-EXIT.
014860      IF SMPL-SUCC-CHR = SPACES
014870          GO TO OFFER-SUCC-RTN-EXIT
014880      END-IF.
014890      MOVE SPACES TO SMPL-SUCC-LINE.
014900      STRING SMPL-SUCC-TEXT DELIMITED BY '  '
014910          ' ' DELIMITED BY SIZE
014920          SMPL-SUCC-CHR DELIMITED BY SIZE
014930          ' - USE IT? (Y/N)' DELIMITED BY SIZE
014940          INTO SMPL-SUCC-LINE.
014950      DISPLAY (SMPL-SUCC-ROW, SMPL-SUCC-COL) SMPL-SUCC-LINE.
014960      ACCEPT (SMPL-SUCC-INPUT-ROW, SMPL-SUCC-INPUT-COL)
014970          SMPL-SUCC-ANS.
014980      IF NOT SMPL-SUCC-WANTED
014990          GO TO OFFER-SUCC-RTN-EXIT
015000      END-IF.
015010      MOVE SMPL-SUCC-CHR TO CHR.
015011      IF NOT SMPL-LOOKUP-MODE
015012          PERFORM DUP-GATE-RTN THRU DUP-GATE-RTN-EXIT
015013          IF SMPL-DUP-DECLINED
015014              MOVE 'U' TO SMPL-CHR-EDIT-SW
015015              GO TO OFFER-SUCC-RTN-EXIT
015016          END-IF
015017      END-IF.
015020      MOVE CHR TO SMPL-AUDIT-EVENT-VALUE.
015030      PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT.
015031      IF SMPL-DUP-OVERRIDDEN
015032          MOVE 'OVR' TO SMPL-AUDIT-EVENT-TYPE
015033          PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT
015034      END-IF.
015040      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
015050 OFFER-SUCC-RTN-EXIT.
015060      EXIT.
015070*-----------------------------------------------------------------
015080*   FIND-SUCC-RTN - FOLLOW THE SUCCESSOR CHAIN FROM THE RETIRED
015090*   CODE IN CHR AND LEAVE THE FIRST CODE GOOD TODAY IN
015100*   SMPL-SUCC-CHR (SPACES WHEN THE CHAIN ENDS WITHOUT ONE).
015110*   CHR AND THE EDIT SWITCH ARE PUT BACK AS THEY WERE.
015120*-----------------------------------------------------------------
015130 FIND-SUCC-RTN.
015140      MOVE CHR TO SMPL-SUCC-SAVE-CHR.
015150      MOVE SPACES TO SMPL-SUCC-CHR.
015160      MOVE ZERO TO SMPL-SUCC-HOPS.
015170      MOVE 'N' TO SMPL-SUCC-SETTLED-SW.
015180      PERFORM FOLLOW-SUCC-RTN THRU FOLLOW-SUCC-RTN-EXIT
015190          UNTIL SMPL-SUCC-SETTLED.
015200      MOVE SMPL-SUCC-SAVE-CHR TO CHR.
015210      MOVE 'R' TO SMPL-CHR-EDIT-SW.
015220 FIND-SUCC-RTN-EXIT.
015230      EXIT.
015240*-----------------------------------------------------------------
015250*   FOLLOW-SUCC-RTN - TAKE ONE HOP ALONG THE CHAIN.  ON ENTRY
015260*   SMPL-CODE-FOUND IS THE ROW OF THE RETIRED CODE IN CHR.  A
015270*   SUCCESSOR THAT IS ITSELF RETIRED IS FOLLOWED ON; ONE NOT
015280*   YET EFFECTIVE OR NOT ON FILE ENDS THE CHAIN WITH NO OFFER.
015290*-----------------------------------------------------------------
015300 FOLLOW-SUCC-RTN.
015310      IF SMPL-CODE-SUCC (SMPL-CODE-FOUND) = SPACES
015320          OR SMPL-SUCC-HOPS NOT < SMPL-SUCC-MAX
015330          MOVE 'Y' TO SMPL-SUCC-SETTLED-SW
015340          GO TO FOLLOW-SUCC-RTN-EXIT
015350      END-IF.
015360      ADD 1 TO SMPL-SUCC-HOPS.
015370      MOVE SMPL-CODE-SUCC (SMPL-CODE-FOUND) TO CHR.
015380      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
015390      EVALUATE TRUE
015400        WHEN SMPL-CHR-ACCEPTED
015410          MOVE CHR TO SMPL-SUCC-CHR
015420          MOVE 'Y' TO SMPL-SUCC-SETTLED-SW
015430        WHEN SMPL-CHR-RETIRED
015440          CONTINUE
015450        WHEN OTHER
015460          MOVE 'Y' TO SMPL-SUCC-SETTLED-SW
015470      END-EVALUATE.
015480 FOLLOW-SUCC-RTN-EXIT.
015490      EXIT.
015500*-----------------------------------------------------------------
015510*   HELP-RTN - THE CODE PICK-LIST.  ASK FOR AN OPTIONAL KEYWORD,
015520*   GATHER THE CODES GOOD TODAY WHOSE DESCRIPTION CARRIES IT,
015530*   AND PAGE THROUGH THEM UNTIL THE OPERATOR PICKS A LINE OR
015540*   QUITS.  THE PICKED CODE (SPACES IF NONE) IS LEFT IN
015550*   SMPL-HELP-PICKED, AND THE REQUEST IS LOGGED AS AN HLP EVENT
015560*   CARRYING IT - ITS OWN EVENT TYPE, SO THE NIGHTLY
015570*   RECONCILIATION (WHICH COUNTS ONLY CHR EVENTS) NEVER SEES
015580*   IT, WHILE SHIFTRPT CAN SHOW WHO LEANS ON THE LIST.
015590*-----------------------------------------------------------------
015600 HELP-RTN.
015610      MOVE SPACES TO SMPL-HELP-PICKED.
015620      MOVE 'N' TO SMPL-HELP-DONE-SW.
015630      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL) SMPL-HELP-BLANK.
015640      DISPLAY (SMPL-HELP-INPUT-ROW, SMPL-HELP-COL)
015650          SMPL-HELP-BLANK.
015660      DISPLAY (SMPL-HELP-INPUT-ROW, SMPL-HELP-COL)
015670          'KEYWORD (BLANK = ALL):'.
015680      MOVE SPACES TO SMPL-HELP-KEYWORD.
015690      ACCEPT (SMPL-HELP-INPUT-ROW, SMPL-HELP-INPUT-COL)
015700          SMPL-HELP-KEYWORD.
015710      INSPECT SMPL-HELP-KEYWORD
015720          CONVERTING SMPL-HELP-LOWER TO SMPL-HELP-UPPER.
015730      MOVE ZERO TO SMPL-HELP-KEY-LEN.
015740      INSPECT SMPL-HELP-KEY-AREA TALLYING SMPL-HELP-KEY-LEN
015750          FOR CHARACTERS BEFORE INITIAL '  '.
015760      PERFORM HELP-BUILD-RTN THRU HELP-BUILD-RTN-EXIT.
015770      MOVE 1 TO SMPL-HELP-TOP.
015780      IF SMPL-HELP-COUNT > ZERO
015790          PERFORM HELP-PAGE-RTN THRU HELP-PAGE-RTN-EXIT
015800              UNTIL SMPL-HELP-DONE
015810      END-IF.
015820      PERFORM HELP-CLEAR-RTN THRU HELP-CLEAR-RTN-EXIT.
015830      IF SMPL-HELP-COUNT = ZERO
015840          DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL)
015850              '*** NO CODE MATCHES THAT KEYWORD ***    '
015860      END-IF.
015870      MOVE 'HLP' TO SMPL-AUDIT-EVENT-TYPE.
015880      MOVE SMPL-HELP-PICKED TO SMPL-AUDIT-EVENT-VALUE.
015890      PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT.
015900 HELP-RTN-EXIT.
015910      EXIT.
015920*-----------------------------------------------------------------
015930*   HELP-BUILD-RTN - GATHER THE CODES GOOD TODAY INTO THE
015940*   PICK-LIST TABLE.  WITH CODETBL LOADED EACH ROW IS PUT
015950*   THROUGH VALIDATE-CHR-RTN ITSELF, SO THE LIST OFFERS EXACTLY
015960*   WHAT THE PROMPT WILL ACCEPT.  WITHOUT IT THE MASTER FILE IS
015970*   BROWSED AND THE COMPILED-IN CHRCODES LIST DECIDES.
015980*-----------------------------------------------------------------
015990 HELP-BUILD-RTN.
016000      MOVE ZERO TO SMPL-HELP-COUNT.
016010      IF SMPL-CODE-TABLE-LOADED
016020          PERFORM HELP-CODE-RTN THRU HELP-CODE-RTN-EXIT
016030              VARYING SMPL-HELP-SUB FROM 1 BY 1
016040              UNTIL SMPL-HELP-SUB > SMPL-CODE-COUNT
016050      ELSE
016060          PERFORM HELP-MAST-RTN THRU HELP-MAST-RTN-EXIT
016070      END-IF.
016080 HELP-BUILD-RTN-EXIT.
016090      EXIT.
016100*-----------------------------------------------------------------
016110*   HELP-CODE-RTN - OFFER ONE CODETBL ROW IF IT IS THE ROW
016120*   VALIDATE-CHR-RTN JUDGES ITS CODE BY AND THAT ROW IS GOOD
016130*   TODAY.  A ROW WITH NO CT-DESCRIPTION BORROWS THE MASTER
016140*   ROW'S MF-DESCRIPTION (READ WITHOUT LOCK, AS THE INQUIRY
016150*   PANEL DOES).
016160*-----------------------------------------------------------------
016170 HELP-CODE-RTN.
016180      MOVE SMPL-CODE-CHR (SMPL-HELP-SUB) TO CHR.
016190      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
016200      IF NOT SMPL-CHR-ACCEPTED
016210          OR SMPL-CODE-FOUND NOT = SMPL-HELP-SUB
016220          GO TO HELP-CODE-RTN-EXIT
016230      END-IF.
016240      MOVE SMPL-CODE-DESC (SMPL-HELP-SUB) TO SMPL-HELP-WORK-DESC.
016250      IF SMPL-HELP-WORK-DESC = SPACES
016260          MOVE CHR TO MF-CHR-CODE
016270          READ MASTER-FILE
016280            INVALID KEY
016290              CONTINUE
016300            NOT INVALID KEY
016310              MOVE MF-DESCRIPTION TO SMPL-HELP-WORK-DESC
016320          END-READ
016330      END-IF.
016340      PERFORM HELP-ADD-RTN THRU HELP-ADD-RTN-EXIT.
016350 HELP-CODE-RTN-EXIT.
016360      EXIT.
016370*-----------------------------------------------------------------
016380*   HELP-MAST-RTN - AT A SITE WITHOUT CODETBL, BROWSE THE
016390*   MASTER FILE WITHOUT LOCK FOR ACTIVE ROWS WHOSE CODE IS ON
016400*   THE CHRCODES LIST.
016410*-----------------------------------------------------------------
016420 HELP-MAST-RTN.
016430      MOVE 'N' TO SMPL-HELP-EOF-SW.
016440      MOVE LOW-VALUES TO MF-CHR-CODE.
016450      START MASTER-FILE KEY NOT LESS THAN MF-CHR-CODE
016460        INVALID KEY
016470          MOVE 'Y' TO SMPL-HELP-EOF-SW
016480      END-START.
016490      PERFORM HELP-NEXT-RTN THRU HELP-NEXT-RTN-EXIT
016500          UNTIL SMPL-HELP-MAST-AT-END.
016510 HELP-MAST-RTN-EXIT.
016520      EXIT.
016530*-----------------------------------------------------------------
016540*   HELP-NEXT-RTN - OFFER ONE MASTER ROW OF THE BROWSE.
016550*-----------------------------------------------------------------
016560 HELP-NEXT-RTN.
016570      READ MASTER-FILE NEXT
016580          AT END
016590              MOVE 'Y' TO SMPL-HELP-EOF-SW
016600              GO TO HELP-NEXT-RTN-EXIT
016610      END-READ.
016620      MOVE MF-CHR-CODE TO CHR.
016630      IF CHR-IS-VALID AND MF-CODE-ACTIVE
016640          MOVE MF-DESCRIPTION TO SMPL-HELP-WORK-DESC
016650          PERFORM HELP-ADD-RTN THRU HELP-ADD-RTN-EXIT
016660      END-IF.
016670 HELP-NEXT-RTN-EXIT.
016680      EXIT.
016690*-----------------------------------------------------------------
016700*   HELP-ADD-RTN - ADD THE CODE IN CHR AND THE DESCRIPTION IN
016710*   SMPL-HELP-WORK-DESC TO THE PICK-LIST, UNLESS A KEYWORD WAS
016720*   GIVEN AND THE DESCRIPTION (FOLDED TO UPPER CASE) DOES NOT
016730*   CARRY IT.
016740*-----------------------------------------------------------------
016750 HELP-ADD-RTN.
016760      IF SMPL-HELP-COUNT NOT < SMPL-HELP-MAX
016770          GO TO HELP-ADD-RTN-EXIT
016780      END-IF.
016790      IF SMPL-HELP-KEY-LEN > ZERO
016800          MOVE SMPL-HELP-WORK-DESC TO SMPL-HELP-DESC-UP
016810          INSPECT SMPL-HELP-DESC-UP
016820              CONVERTING SMPL-HELP-LOWER TO SMPL-HELP-UPPER
016830          MOVE ZERO TO SMPL-HELP-TALLY
016840          INSPECT SMPL-HELP-DESC-UP TALLYING SMPL-HELP-TALLY
016850              FOR ALL SMPL-HELP-KEYWORD (1:SMPL-HELP-KEY-LEN)
016860          IF SMPL-HELP-TALLY = ZERO
016870              GO TO HELP-ADD-RTN-EXIT
016880          END-IF
016890      END-IF.
016900      ADD 1 TO SMPL-HELP-COUNT.
016910      MOVE CHR TO SMPL-HELP-CHR (SMPL-HELP-COUNT).
016920      MOVE SMPL-HELP-WORK-DESC
016930          TO SMPL-HELP-DESC (SMPL-HELP-COUNT).
016940 HELP-ADD-RTN-EXIT.
016950      EXIT.
016960*-----------------------------------------------------------------
016970*   HELP-PAGE-RTN - PAINT ONE PAGE OF THE PICK-LIST AND TAKE THE
016980*   OPERATOR'S ANSWER: A LINE NUMBER ON THE PAGE PICKS THAT
016990*   CODE, ENTER TURNS THE PAGE (BACK TO THE FIRST AFTER THE
017000*   LAST), AND Q LEAVES WITH NOTHING PICKED.
017010*-----------------------------------------------------------------
017020 HELP-PAGE-RTN.
017030      DISPLAY (SMPL-HELP-ROW, SMPL-HELP-COL)
017040          'LN  CODE  DESCRIPTION                 '.
017050      MOVE SMPL-HELP-ROW TO SMPL-HELP-ROW-NO.
017060      PERFORM HELP-LINE-RTN THRU HELP-LINE-RTN-EXIT
017070          VARYING SMPL-HELP-LINE-NO FROM 1 BY 1
017080          UNTIL SMPL-HELP-LINE-NO > SMPL-HELP-PAGE-SIZE.
017090      DISPLAY (SMPL-HELP-INPUT-ROW, SMPL-HELP-COL)
017100          SMPL-HELP-BLANK.
017110      DISPLAY (SMPL-HELP-INPUT-ROW, SMPL-HELP-COL)
017120          'LINE TO PICK, ENTER = MORE, Q = QUIT:'.
017130      MOVE SPACES TO SMPL-HELP-ANS.
017140      ACCEPT (SMPL-HELP-INPUT-ROW, SMPL-HELP-INPUT-COL)
017150          SMPL-HELP-ANS.
017160      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL) SMPL-HELP-BLANK.
017170      IF SMPL-HELP-ANS = SPACES
017180          ADD SMPL-HELP-PAGE-SIZE TO SMPL-HELP-TOP
017190          IF SMPL-HELP-TOP > SMPL-HELP-COUNT
017200              MOVE 1 TO SMPL-HELP-TOP
017210          END-IF
017220          GO TO HELP-PAGE-RTN-EXIT
017230      END-IF.
017240      IF SMPL-HELP-ANS = 'Q' OR SMPL-HELP-ANS = 'q'
017250          MOVE 'Y' TO SMPL-HELP-DONE-SW
017260          GO TO HELP-PAGE-RTN-EXIT
017270      END-IF.
017280      PERFORM HELP-PICK-RTN THRU HELP-PICK-RTN-EXIT.
017290 HELP-PAGE-RTN-EXIT.
017300      EXIT.
017310*-----------------------------------------------------------------
017320*   HELP-LINE-RTN - PAINT ONE NUMBERED LINE OF THE PAGE, OR A
017330*   BLANK LINE PAST THE END OF THE LIST SO NOTHING IS LEFT
017340*   OVER FROM THE PAGE BEFORE.
017350*-----------------------------------------------------------------
017360 HELP-LINE-RTN.
017370      ADD 1 TO SMPL-HELP-ROW-NO.
017380      COMPUTE SMPL-HELP-SUB =
017390          SMPL-HELP-TOP + SMPL-HELP-LINE-NO - 1.
017400      IF SMPL-HELP-SUB > SMPL-HELP-COUNT
017410          DISPLAY (SMPL-HELP-ROW-NO, SMPL-HELP-COL)
017420              SMPL-HELP-BLANK
017430          GO TO HELP-LINE-RTN-EXIT
017440      END-IF.
017450      MOVE SMPL-HELP-LINE-NO TO SMPL-HELP-LINE-NUM.
017460      MOVE SMPL-HELP-CHR (SMPL-HELP-SUB) TO SMPL-HELP-LINE-CHR.
017470      MOVE SMPL-HELP-DESC (SMPL-HELP-SUB) TO SMPL-HELP-LINE-DESC.
017480      DISPLAY (SMPL-HELP-ROW-NO, SMPL-HELP-COL) SMPL-HELP-LINE.
017490 HELP-LINE-RTN-EXIT.
017500      EXIT.
017510*-----------------------------------------------------------------
017520*   HELP-PICK-RTN - TURN THE OPERATOR'S ANSWER INTO A LINE ON
017530*   THE PAGE SHOWING.  THE DIGITS ARE RIGHT-JUSTIFIED BEFORE THE
017540*   NUMERIC MOVE, AS APPLY-PARM-RTN DOES FOR REJECT-LIMIT.
017550*-----------------------------------------------------------------
017560 HELP-PICK-RTN.
017570      MOVE ZERO TO SMPL-HELP-ANS-LEN.
017580      INSPECT SMPL-HELP-ANS TALLYING SMPL-HELP-ANS-LEN
017590          FOR CHARACTERS BEFORE INITIAL SPACE.
017600      IF SMPL-HELP-ANS-LEN > ZERO
017610          AND SMPL-HELP-ANS (1:SMPL-HELP-ANS-LEN) NUMERIC
017620          MOVE ALL '0' TO SMPL-HELP-DIGITS
017630          MOVE SMPL-HELP-ANS (1:SMPL-HELP-ANS-LEN) TO
017640              SMPL-HELP-DIGITS
017650              (3 - SMPL-HELP-ANS-LEN : SMPL-HELP-ANS-LEN)
017660          COMPUTE SMPL-HELP-SUB =
017670              SMPL-HELP-TOP + SMPL-HELP-DIGITS-N - 1
017680          IF SMPL-HELP-DIGITS-N > ZERO
017690              AND SMPL-HELP-DIGITS-N NOT > SMPL-HELP-PAGE-SIZE
017700              AND SMPL-HELP-SUB NOT > SMPL-HELP-COUNT
017710              MOVE SMPL-HELP-CHR (SMPL-HELP-SUB)
017720                  TO SMPL-HELP-PICKED
017730              MOVE 'Y' TO SMPL-HELP-DONE-SW
017740              GO TO HELP-PICK-RTN-EXIT
017750          END-IF
017760      END-IF.
017770      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL)
017780          '*** NO SUCH LINE ON THIS PAGE ***       '.
017790 HELP-PICK-RTN-EXIT.
017800      EXIT.
017810*-----------------------------------------------------------------
017820*   HELP-CLEAR-RTN - TAKE THE PICK-LIST OFF THE SCREEN: THE
017830*   HEADING, EVERY LIST LINE, AND THE ANSWER LINE.
017840*-----------------------------------------------------------------
017850 HELP-CLEAR-RTN.
017860      PERFORM HELP-BLANK-RTN THRU HELP-BLANK-RTN-EXIT
017870          VARYING SMPL-HELP-ROW-NO FROM SMPL-HELP-ROW BY 1
017880          UNTIL SMPL-HELP-ROW-NO >
017890              SMPL-HELP-ROW + SMPL-HELP-PAGE-SIZE.
017900      DISPLAY (SMPL-HELP-INPUT-ROW, SMPL-HELP-COL)
017910          SMPL-HELP-BLANK.
017920      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL) SMPL-HELP-BLANK.
017930 HELP-CLEAR-RTN-EXIT.
017940      EXIT.
017950*-----------------------------------------------------------------
017960*   HELP-BLANK-RTN - BLANK ONE ROW OF THE PICK-LIST AREA.
017970*-----------------------------------------------------------------
017980 HELP-BLANK-RTN.
017990      DISPLAY (SMPL-HELP-ROW-NO, SMPL-HELP-COL) SMPL-HELP-BLANK.
018000 HELP-BLANK-RTN-EXIT.
018010      EXIT.
018020*-----------------------------------------------------------------
018030*   DUP-GATE-RTN - DUPLICATE-ENTRY CHECK FOR AN ATTENDED SESSION,
018040*   MADE BEFORE THE CODE IN CHR IS LOGGED OR COMMITTED.  WHEN THE
018050*   SAME CODE WAS CONFIRMED ON THIS TERMINAL OR BY THIS OPERATOR
018060*   WITHIN THE WINDOW, SAY WHEN AND BY WHOM AND ASK FOR AN
018070*   EXPLICIT OVERRIDE.  ONLY Y GOES ON (SMPL-DUP-OVERRIDDEN - THE
018080*   CALLER LOGS AN OVR EVENT AFTER THE CHR).  ANYTHING ELSE
018090*   DROPS THE ENTRY (SMPL-DUP-DECLINED) AND LOGS A DUP EVENT IN
018100*   PLACE OF THE CHR, SO THE NIGHTLY RECONCILIATION NEVER SEES AN
018110*   ENTRY THAT WAS NOT TICKETED.
018120*-----------------------------------------------------------------
018130 DUP-GATE-RTN.
018140      MOVE 'N' TO SMPL-DUP-ACTION-SW.
018150      IF SMPL-DUP-WINDOW = ZERO
018160          GO TO DUP-GATE-RTN-EXIT
018170      END-IF.
018180      PERFORM VALIDATE-CHR-RTN THRU VALIDATE-CHR-RTN-EXIT.
018190      IF NOT SMPL-CHR-ACCEPTED
018200          GO TO DUP-GATE-RTN-EXIT
018210      END-IF.
018220      PERFORM DUP-SCAN-RTN THRU DUP-SCAN-RTN-EXIT.
018230      IF NOT SMPL-DUP-FOUND
018240          GO TO DUP-GATE-RTN-EXIT
018250      END-IF.
018260      MOVE SPACES TO SMPL-DUP-LINE.
018270      STRING 'CODE ' DELIMITED BY SIZE
018280          CHR DELIMITED BY SPACE
018290          ' ' DELIMITED BY SIZE
018300          SMPL-DUP-TEXT DELIMITED BY '  '
018310          ' ' DELIMITED BY SIZE
018320          SMPL-DUP-PRIOR-TS (12:8) DELIMITED BY SIZE
018330          ' BY ' DELIMITED BY SIZE
018340          SMPL-DUP-PRIOR-OPER DELIMITED BY SPACE
018350          ' - OVERRIDE? (Y/N)' DELIMITED BY SIZE
018360          INTO SMPL-DUP-LINE.
018370      DISPLAY (SMPL-DUP-ROW, SMPL-DUP-COL) SMPL-DUP-LINE.
018380      MOVE SPACE TO SMPL-DUP-ANS.
018390      ACCEPT (SMPL-DUP-INPUT-ROW, SMPL-DUP-INPUT-COL)
018400          SMPL-DUP-ANS.
018410      MOVE SPACES TO SMPL-DUP-LINE.
018420      DISPLAY (SMPL-DUP-ROW, SMPL-DUP-COL) SMPL-DUP-LINE.
018430      DISPLAY (SMPL-DUP-INPUT-ROW, SMPL-DUP-INPUT-COL) ' '.
018440      IF SMPL-DUP-OVERRIDE-OK
018450          MOVE 'O' TO SMPL-DUP-ACTION-SW
018460          GO TO DUP-GATE-RTN-EXIT
018470      END-IF.
018480      MOVE 'D' TO SMPL-DUP-ACTION-SW.
018490      MOVE 'DUP' TO SMPL-AUDIT-EVENT-TYPE.
018500      MOVE CHR TO SMPL-AUDIT-EVENT-VALUE.
018510      PERFORM WRITE-AUDIT-RTN THRU WRITE-AUDIT-RTN-EXIT.
018520      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL) SMPL-DUP-LINE.
018530      DISPLAY (SMPL-BADCHR-ROW, SMPL-BADCHR-COL)
018540          '*** NOT ENTERED - POSSIBLE DUPLICATE ***'.
018550 DUP-GATE-RTN-EXIT.
018560      EXIT.
018570*-----------------------------------------------------------------
018580*   DUP-SCAN-RTN - LOOK FOR THE CODE IN CHR CONFIRMED WITHIN THE
018590*   WINDOW.  SETS SMPL-DUP-FOUND AND, FOR THE LATEST SUCH ENTRY,
018600*   SMPL-DUP-PRIOR-TS/-OPER/-TERM.  AN ATTENDED SESSION READS
018610*   AUDITFIL ITSELF - CLOSED AND REOPENED AROUND THE PASS, AS
018620*   ENTRYREV DOES, SO THIS SESSION'S OWN ENTRIES ARE ON IT TOO -
018630*   AND MATCHES CHR EVENTS FROM THIS TERMINAL OR THIS OPERATOR
018640*   IN ANY SESSION.  A BATCH RUN SEARCHES ITS OWN RECENT
018650*   CONFIRMATIONS IN SMPL-DUP-TABLE INSTEAD; READING THE WHOLE
018660*   AUDIT TRAIL ONCE PER TRANFILE RECORD WOULD NOT FINISH.
018670*-----------------------------------------------------------------
018680 DUP-SCAN-RTN.
018690      MOVE 'N' TO SMPL-DUP-FOUND-SW.
018700      PERFORM GET-TIMESTAMP-RTN THRU GET-TIMESTAMP-RTN-EXIT.
018710      MOVE SMPL-TIMESTAMP TO SMPL-DUP-TS.
018720      MOVE SMPL-DUP-TS-DATE TO SMPL-DUP-NOW-DATE.
018730      COMPUTE SMPL-DUP-NOW-SECS = SMPL-DUP-TS-HH * 3600
018740          + SMPL-DUP-TS-MM * 60 + SMPL-DUP-TS-SS.
018750      IF SMPL-BATCH-MODE
018760          PERFORM DUP-TABLE-RTN THRU DUP-TABLE-RTN-EXIT
018770              VARYING SMPL-DUP-SUB FROM 1 BY 1
018780              UNTIL SMPL-DUP-SUB > SMPL-DUP-USED
018790          GO TO DUP-SCAN-RTN-EXIT
018800      END-IF.
018810      CLOSE AUDIT-FILE.
018820      MOVE 'N' TO SMPL-DUP-EOF-SW.
018830      OPEN INPUT AUDIT-FILE.
018840      IF SMPL-AUDIT-STATUS = '00'
018850          PERFORM DUP-READ-RTN THRU DUP-READ-RTN-EXIT
018860              UNTIL SMPL-DUP-AUDIT-AT-END
018870          CLOSE AUDIT-FILE
018880      END-IF.
018890      OPEN EXTEND AUDIT-FILE.
018900 DUP-SCAN-RTN-EXIT.
018910      EXIT.
018920*-----------------------------------------------------------------
018930*   DUP-READ-RTN - TEST ONE AUDITFIL EVENT.  ONLY A CHR EVENT FOR
018940*   THE SAME CODE FROM THIS OPERATOR OR THIS TERMINAL COUNTS.
018950*   THE CODE IS GOOD TODAY (DUP-GATE-RTN CHECKED), SO ITS EARLIER
018960*   CHR EVENTS TODAY WERE CONFIRMED ENTRIES, AND THE FILE IS IN
018970*   TIME ORDER, SO THE LAST MATCH SEEN IS THE LATEST.
018980*-----------------------------------------------------------------
018990 DUP-READ-RTN.
019000      READ AUDIT-FILE
019010          AT END
019020              MOVE 'Y' TO SMPL-DUP-EOF-SW
019030              GO TO DUP-READ-RTN-EXIT
019040      END-READ.
019050      IF AR-EVENT-TYPE NOT = 'CHR ' OR AR-EVENT-VALUE NOT = CHR
019060          GO TO DUP-READ-RTN-EXIT
019070      END-IF.
019080      IF AR-OPERATOR-ID NOT = SMPL-OPERATOR-ID
019090          AND AR-TERMINAL-ID NOT = SMPL-TERMINAL-ID
019100          GO TO DUP-READ-RTN-EXIT
019110      END-IF.
019120      MOVE AR-TIMESTAMP TO SMPL-DUP-TS.
019130      PERFORM DUP-TEST-RTN THRU DUP-TEST-RTN-EXIT.
019140      IF SMPL-DUP-HIT
019150          MOVE 'Y' TO SMPL-DUP-FOUND-SW
019160          MOVE AR-TIMESTAMP TO SMPL-DUP-PRIOR-TS
019170          MOVE AR-OPERATOR-ID TO SMPL-DUP-PRIOR-OPER
019180          MOVE AR-TERMINAL-ID TO SMPL-DUP-PRIOR-TERM
019190      END-IF.
019200 DUP-READ-RTN-EXIT.
019210      EXIT.
019220*-----------------------------------------------------------------
019230*   DUP-TABLE-RTN - TEST ONE SLOT OF THE BATCH RUN'S RECENT
019240*   CONFIRMATIONS, KEEPING THE LATEST MATCH.
019250*-----------------------------------------------------------------
019260 DUP-TABLE-RTN.
019270      IF SMPL-DUP-T-CHR (SMPL-DUP-SUB) NOT = CHR
019280          GO TO DUP-TABLE-RTN-EXIT
019290      END-IF.
019300      MOVE SMPL-DUP-T-TS (SMPL-DUP-SUB) TO SMPL-DUP-TS.
019310      PERFORM DUP-TEST-RTN THRU DUP-TEST-RTN-EXIT.
019320      IF NOT SMPL-DUP-HIT
019330          GO TO DUP-TABLE-RTN-EXIT
019340      END-IF.
019350      IF SMPL-DUP-FOUND
019360          AND SMPL-DUP-T-TS (SMPL-DUP-SUB) < SMPL-DUP-PRIOR-TS
019370          GO TO DUP-TABLE-RTN-EXIT
019380      END-IF.
019390      MOVE 'Y' TO SMPL-DUP-FOUND-SW.
019400      MOVE SMPL-DUP-T-TS (SMPL-DUP-SUB) TO SMPL-DUP-PRIOR-TS.
019410      MOVE SMPL-OPERATOR-ID TO SMPL-DUP-PRIOR-OPER.
019420      MOVE SMPL-TERMINAL-ID TO SMPL-DUP-PRIOR-TERM.
019430 DUP-TABLE-RTN-EXIT.
019440      EXIT.
019450*-----------------------------------------------------------------
019460*   DUP-TEST-RTN - IS THE EARLIER ENTRY STAMPED IN SMPL-DUP-TS
019470*   WITHIN THE WINDOW OF NOW (SMPL-DUP-NOW-DATE/-SECS)?  SETS
019480*   SMPL-DUP-HIT.
019490*-----------------------------------------------------------------
019500 DUP-TEST-RTN.
019510      MOVE 'N' TO SMPL-DUP-HIT-SW.
019520      IF SMPL-DUP-TS-DATE NOT = SMPL-DUP-NOW-DATE
019530          OR SMPL-DUP-TS-HH NOT NUMERIC
019540          OR SMPL-DUP-TS-MM NOT NUMERIC
019550          OR SMPL-DUP-TS-SS NOT NUMERIC
019560          GO TO DUP-TEST-RTN-EXIT
019570      END-IF.
019580      COMPUTE SMPL-DUP-SECS = SMPL-DUP-TS-HH * 3600
019590          + SMPL-DUP-TS-MM * 60 + SMPL-DUP-TS-SS.
019600      IF SMPL-DUP-SECS > SMPL-DUP-NOW-SECS
019610          GO TO DUP-TEST-RTN-EXIT
019620      END-IF.
019630      COMPUTE SMPL-DUP-GAP = SMPL-DUP-NOW-SECS - SMPL-DUP-SECS.
019640      IF SMPL-DUP-GAP NOT > SMPL-DUP-WINDOW * 60
019650          MOVE 'Y' TO SMPL-DUP-HIT-SW
019660      END-IF.
019670 DUP-TEST-RTN-EXIT.
019680      EXIT.
019690*-----------------------------------------------------------------
019700*   DUP-NOTE-RTN - REMEMBER ONE COMMITTED BATCH ENTRY FOR THE
019710*   DUPLICATE CHECK.  THE TABLE IS A RING - ONCE IT IS FULL THE
019720*   OLDEST ENTRY GIVES WAY, WHICH AT 500 IS FAR OUTSIDE ANY
019730*   WINDOW THE FLOOR WOULD SET.
019740*-----------------------------------------------------------------
019750 DUP-NOTE-RTN.
019760      ADD 1 TO SMPL-DUP-NEXT.
019770      IF SMPL-DUP-NEXT > SMPL-DUP-MAX
019780          MOVE 1 TO SMPL-DUP-NEXT
019790      END-IF.
019800      IF SMPL-DUP-USED < SMPL-DUP-MAX
019810          ADD 1 TO SMPL-DUP-USED
019820      END-IF.
019830      PERFORM GET-TIMESTAMP-RTN THRU GET-TIMESTAMP-RTN-EXIT.
019840      MOVE CHR TO SMPL-DUP-T-CHR (SMPL-DUP-NEXT).
019850      MOVE SMPL-TIMESTAMP TO SMPL-DUP-T-TS (SMPL-DUP-NEXT).
019860 DUP-NOTE-RTN-EXIT.
019870      EXIT.

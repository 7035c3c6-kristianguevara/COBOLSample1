000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TKTAGE.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   TKTAGE.COB
000090*
000100*   NIGHTLY OPEN-TICKET AGING REPORT.  EVERY TICKET TKTACK
000110*   RECORDED AS OPENED ON TKTLOG IS STILL OPEN UNLESS THE
000120*   TKTHIST STATUS HISTORY (BUILT BY TKTSTAT FROM THE
000130*   TICKETING STATUS FEED) SAYS IT HAS SINCE BEEN RESOLVED OR
000140*   CLOSED.  THIS REPORT COUNTS THE STILL-OPEN TICKETS BY
000150*   MENU CODE AND AGE BUCKET (0-1, 2-3, 4-7, 8-14, 15-30, AND
000160*   31+ DAYS SINCE THE ENTRY THAT RAISED THEM) AS A SUMMARY,
000170*   THEN LISTS EVERY STILL-OPEN TICKET BY CODE AND AGE BUCKET,
000180*   FLAGGING LATE ANY TICKET OLDER THAN ITS CODE'S TARGET, SO
000181*   SUPERVISORS CAN CHASE A STALE TICKET BEFORE THE CUSTOMER
000182*   DOES.
000183*
000184*   TKTHIST IS READ FIRST AND EACH TICKET'S LATEST STATUS IS
000185*   KEPT ON THE TKTAGWK WORK FILE, KEYED ON TICKET NUMBER AND
000186*   REBUILT EVERY RUN.  A TKTLOG TICKET THAT TKTAGWK SHOWS
000187*   RESOLVED OR CLOSED NEVER TAKES A TICKET-TABLE SLOT, SO THE
000188*   TABLE NEED ONLY HOLD THE OPEN BACKLOG, NOT THE WHOLE LIFE
000189*   OF THE LOG.
000190*
000200*   TARGETS COME FROM THE OPTIONAL TKTTARG FILE, ONE ROW PER
000210*   CODE; A CODE WITHOUT A ROW GETS THE DEFAULT TARGET BELOW.
000220*   AGES ARE CALENDAR DAYS.  DATE ARITHMETIC IS THE ONE PLACE
000230*   ORDINARY VERBS CANNOT DO THE JOB, SO INTEGER-OF-DATE IS
000240*   USED.
000250*
000260*   REPORT DATE IS TAKEN FROM THE STARTUP PARAMETER
000270*   (YYYYMMDD); WHEN NO PARAMETER IS GIVEN THE CURRENT DATE
000280*   IS USED.
000290*
000300*   RETURN CODES:  0 = NO OPEN TICKET PAST ITS TARGET
000310*                  4 = TICKETS PAST TARGET, OR A TABLE FILLED
000311*                  8 = TKTAGWK COULD NOT BE BUILT - NOTHING
000312*                      AGED
000320******************************************************************
000330*-----------------------------------------------------------------
000340*   MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   10/15/26   JAG   ORIGINAL PROGRAM - OPEN TICKETS BY CODE
000370*                    AND AGE BUCKET WITH PER-CODE TARGETS.
000371*   10/15/26   JAG   LIST EVERY OPEN TICKET BY CODE AND AGE
000372*                    BUCKET, NOT JUST THOSE PAST TARGET; THE
000373*                    PAST-TARGET LINES ARE FLAGGED LATE.
000374*   10/15/26   JAG   TKTHIST READ FIRST ONTO THE TKTAGWK WORK
000375*                    FILE; RESOLVED AND CLOSED TICKETS NO
000376*                    LONGER FILL THE TICKET TABLE.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420      SELECT TICKET-LOG-FILE ASSIGN TO "TKTLOG"
000430          ORGANIZATION IS LINE SEQUENTIAL
000440          FILE STATUS IS TAGE-LOG-STATUS.
000450      SELECT OPTIONAL TICKET-HIST-FILE ASSIGN TO "TKTHIST"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS TAGE-HIST-STATUS.
000480      SELECT TARGET-FILE ASSIGN TO "TKTTARG"
000490          ORGANIZATION IS LINE SEQUENTIAL
000500          FILE STATUS IS TAGE-TARG-STATUS.
000510      SELECT AGING-REPORT-FILE ASSIGN TO "TKTAGRPT"
000520          ORGANIZATION IS LINE SEQUENTIAL.
000530      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540          ORGANIZATION IS LINE SEQUENTIAL.
000541      SELECT STATUS-WORK-FILE ASSIGN TO "TKTAGWK"
000542          ORGANIZATION IS INDEXED
000543          ACCESS MODE IS DYNAMIC
000544          RECORD KEY IS AW-TICKET-NO
000545          FILE STATUS IS TAGE-WORK-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TICKET-LOG-FILE
000580          RECORD CONTAINS 42 CHARACTERS.
000590      COPY TKLGREC.
000600 FD  TICKET-HIST-FILE
000610          RECORD CONTAINS 64 CHARACTERS.
000620      COPY THSTREC.
000630 FD  TARGET-FILE
000640          RECORD CONTAINS 7 CHARACTERS.
000650      COPY TTGTREC.
000660 FD  AGING-REPORT-FILE
000670          RECORD CONTAINS 80 CHARACTERS.
000680 01  AG-RECORD                        PIC X(80).
000690 FD  RUN-CONTROL-FILE
000700          RECORD CONTAINS 39 CHARACTERS.
000710      COPY RUNREC.
000711 FD  STATUS-WORK-FILE
000712          RECORD CONTAINS 10 CHARACTERS.
000713 01  AW-RECORD.
000714      05  AW-TICKET-NO                 PIC X(08).
000715      05  FILLER                       PIC X(01).
000716      05  AW-STATUS                    PIC X(01).
000717          88  AW-STATUS-DONE           VALUE 'V' 'C'.
000720 WORKING-STORAGE SECTION.
000730 01  TAGE-LOG-STATUS                  PIC X(02).
000740 01  TAGE-HIST-STATUS                 PIC X(02).
000750 01  TAGE-TARG-STATUS                 PIC X(02).
000751 01  TAGE-WORK-STATUS                 PIC X(02).
000752 01  TAGE-WORK-OPEN-SW                PIC X(01) VALUE 'N'.
000753      88  TAGE-WORK-OPEN                   VALUE 'Y'.
000754 01  TAGE-WORK-FAILED-SW              PIC X(01) VALUE 'N'.
000755      88  TAGE-WORK-FAILED                 VALUE 'Y'.
000760 01  TAGE-LOG-EOF-SW                  PIC X(01) VALUE 'N'.
000770      88  TAGE-LOG-AT-END                  VALUE 'Y'.
000780 01  TAGE-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
000790      88  TAGE-HIST-AT-END                 VALUE 'Y'.
000800 01  TAGE-TARG-EOF-SW                 PIC X(01) VALUE 'N'.
000810      88  TAGE-TARG-AT-END                 VALUE 'Y'.
000820 01  TAGE-RUN-PARM                    PIC X(08).
000830 01  TAGE-REPORT-DATE                 PIC 9(08).
000840 01  TAGE-REPORT-INT                  PIC 9(08) COMP.
000850*-----------------------------------------------------------------
000860*   TICKET TABLE - ONE SLOT PER STILL-OPEN TICKET TKTLOG
000870*   RECORDS AS OPENED (THE FIRST OPENED ROW FOR A NUMBER WINS),
000880*   WITH THE DATE OF THE ENTRY THAT RAISED IT AND ITS STATUS AS
000890*   IT STANDS ON TKTAGWK ('O' WHEN TKTHIST HAS NO CHANGE).
000891*   AGE AND BUCKET ARE FILLED IN BY AGE-TKT-RTN; A BUCKET OF
000892*   ZERO MEANS THE TICKET WAS NOT AGED.
000900*-----------------------------------------------------------------
000910 77  TAGE-TKT-MAX                     PIC 9(04) COMP VALUE 5000.
000920 77  TAGE-TKT-COUNT                   PIC 9(04) COMP VALUE ZERO.
000930 77  TAGE-TKT-SUB                     PIC 9(04) COMP VALUE ZERO.
000940 77  TAGE-TKT-FOUND                   PIC 9(04) COMP VALUE ZERO.
000950 01  TAGE-TKT-OVERFLOW-SW             PIC X(01) VALUE 'N'.
000960      88  TAGE-TKT-OVERFLOWED              VALUE 'Y'.
000970 01  TAGE-TKT-TABLE.
000980      05  TAGE-TKT-ENTRY OCCURS 5000 TIMES.
000990          10  TAGE-TKT-TICKET          PIC X(08).
001000          10  TAGE-TKT-CODE            PIC X(03).
001010          10  TAGE-TKT-DATE            PIC 9(08).
001020          10  TAGE-TKT-STAT            PIC X(01).
001030              88  TAGE-TKT-OPEN        VALUE 'O' 'W' 'R'.
001031          10  TAGE-TKT-AGE             PIC 9(05).
001032          10  TAGE-TKT-BKT             PIC 9(01).
001040 01  TAGE-FIND-TICKET                 PIC X(08).
001050*-----------------------------------------------------------------
001060*   TARGET TABLE - TKTTARG LOADED UP FRONT.  A CODE WITHOUT A
001070*   ROW (OR A SITE WITHOUT THE FILE) GETS TAGE-DEFAULT-TARGET.
001080*-----------------------------------------------------------------
001090 77  TAGE-DEFAULT-TARGET              PIC 9(03) VALUE 5.
001100 77  TAGE-TARG-MAX                    PIC 9(03) COMP VALUE 500.
001110 77  TAGE-TARG-COUNT                  PIC 9(03) COMP VALUE ZERO.
001120 77  TAGE-TARG-SUB                    PIC 9(03) COMP VALUE ZERO.
001130 77  TAGE-TARG-FOUND                  PIC 9(03) COMP VALUE ZERO.
001140 01  TAGE-TARG-TABLE.
001150      05  TAGE-TARG-ENTRY OCCURS 500 TIMES.
001160          10  TAGE-TARG-CODE           PIC X(03).
001170          10  TAGE-TARG-DAYS           PIC 9(03).
001180*-----------------------------------------------------------------
001190*   PER-CODE AGING TABLE - ONE SLOT PER CODE WITH AN OPEN
001200*   TICKET, IN ORDER OF FIRST APPEARANCE ON TKTLOG, AS
001210*   USAGERPT KEEPS ITS CODES.  BUCKETS 1-6 ARE 0-1, 2-3, 4-7,
001220*   8-14, 15-30, AND 31+ DAYS.
001230*-----------------------------------------------------------------
001240 77  TAGE-CODE-MAX                    PIC 9(03) COMP VALUE 500.
001250 77  TAGE-CODE-COUNT                  PIC 9(03) COMP VALUE ZERO.
001260 77  TAGE-CODE-SUB                    PIC 9(03) COMP VALUE ZERO.
001270 77  TAGE-CODE-FOUND                  PIC 9(03) COMP VALUE ZERO.
001280 77  TAGE-BKT-SUB                     PIC 9(01) COMP VALUE ZERO.
001290 01  TAGE-CODE-OVERFLOW-SW            PIC X(01) VALUE 'N'.
001300      88  TAGE-CODE-OVERFLOWED             VALUE 'Y'.
001310 01  TAGE-CODE-TABLE.
001320      05  TAGE-CODE-ENTRY OCCURS 500 TIMES.
001330          10  TAGE-CODE-CHR            PIC X(03).
001340          10  TAGE-CODE-TARGET         PIC 9(03).
001350          10  TAGE-CODE-OPEN           PIC 9(05).
001360          10  TAGE-CODE-LATE           PIC 9(05).
001370          10  TAGE-CODE-BKT            PIC 9(05) OCCURS 6 TIMES.
001380 01  TAGE-TOTAL-BKT-TABLE.
001390      05  TAGE-TOTAL-BKT               PIC 9(05) OCCURS 6 TIMES.
001391 01  TAGE-BKT-LABELS.
001392      05  FILLER                       PIC X(05) VALUE '0-1  '.
001393      05  FILLER                       PIC X(05) VALUE '2-3  '.
001394      05  FILLER                       PIC X(05) VALUE '4-7  '.
001395      05  FILLER                       PIC X(05) VALUE '8-14 '.
001396      05  FILLER                       PIC X(05) VALUE '15-30'.
001397      05  FILLER                       PIC X(05) VALUE '31+  '.
001398 01  TAGE-BKT-LABEL-R REDEFINES TAGE-BKT-LABELS.
001399      05  TAGE-BKT-LABEL               PIC X(05) OCCURS 6 TIMES.
001400*-----------------------------------------------------------------
001410*   AGE WORK FIELDS - THE ENTRY DATE IS CUT FROM THE PRINTABLE
001420*   YYYY-MM-DD PREFIX OF TL-TIMESTAMP, AS AUDARCH CUTS
001430*   AR-TIMESTAMP.
001440*-----------------------------------------------------------------
001450 01  TAGE-REC-DATE                    PIC 9(08).
001460 01  TAGE-REC-DATE-R REDEFINES TAGE-REC-DATE.
001470      05  TAGE-REC-YYYY                PIC 9(04).
001480      05  TAGE-REC-MM                  PIC 9(02).
001490      05  TAGE-REC-DD                  PIC 9(02).
001500 01  TAGE-AGE-DAYS                    PIC S9(05) COMP.
001510 01  TAGE-TARGET-NOW                  PIC 9(03).
001520*-----------------------------------------------------------------
001530*   RESULT COUNTERS AND REPORT-LINE WORKING STORAGE.
001540*-----------------------------------------------------------------
001550 77  TAGE-OPEN-COUNT                  PIC 9(07) COMP VALUE ZERO.
001560 77  TAGE-LATE-COUNT                  PIC 9(07) COMP VALUE ZERO.
001570 01  TAGE-COUNT-D                     PIC Z(06)9.
001580 01  TAGE-BKT-D                       PIC Z(04)9.
001590 01  TAGE-OPEN-D                      PIC Z(05)9.
001600 01  TAGE-LATE-D                      PIC Z(04)9.
001610 01  TAGE-TARGET-D                    PIC ZZ9.
001620 01  TAGE-AGE-D                       PIC ZZZ9.
001630 01  TAGE-DATE-SHOW                   PIC X(10).
001631 01  TAGE-FLAG-SHOW                   PIC X(04).
001640 01  TAGE-LINE-PTR                    PIC 9(02) COMP.
001650*-----------------------------------------------------------------
001660*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001670*-----------------------------------------------------------------
001680 01  TAGE-RC-EVENT                    PIC X(01).
001690 77  TAGE-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001700 PROCEDURE DIVISION.
001710 HEAD-RTN.
001720      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001730      PERFORM READ-TARG-RTN THRU READ-TARG-RTN-EXIT
001740          UNTIL TAGE-TARG-AT-END.
001750      PERFORM READ-HIST-RTN THRU READ-HIST-RTN-EXIT
001760          UNTIL TAGE-HIST-AT-END.
001770      PERFORM READ-LOG-RTN THRU READ-LOG-RTN-EXIT
001780          UNTIL TAGE-LOG-AT-END.
001781      IF TAGE-WORK-FAILED
001782          PERFORM END-RTN
001783      END-IF.
001790      PERFORM AGE-TKT-RTN THRU AGE-TKT-RTN-EXIT
001800          VARYING TAGE-TKT-SUB FROM 1 BY 1
001810          UNTIL TAGE-TKT-SUB > TAGE-TKT-COUNT.
001820      PERFORM WRITE-REPORT-RTN THRU WRITE-REPORT-RTN-EXIT.
001830      PERFORM END-RTN.
001840*-----------------------------------------------------------------
001850*   INIT-RTN - PICK UP THE REPORT DATE AND OPEN THE FILES.  A
001860*   MISSING TKTLOG JUST MEANS NOTHING IS OPEN; A MISSING
001870*   TKTTARG MEANS EVERY CODE GETS THE DEFAULT TARGET.  TKTAGWK
001871*   IS OPENED OUTPUT TO EMPTY IT, THEN REOPENED I-O; IF IT
001872*   WILL NOT OPEN THE RUN CANNOT TELL OPEN TICKETS FROM CLOSED
001873*   ONES AND AGES NOTHING.
001880*-----------------------------------------------------------------
001890 INIT-RTN.
001900      MOVE 'S' TO TAGE-RC-EVENT.
001910      MOVE ZERO TO TAGE-RC-KEY-COUNT.
001920      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
001930      ACCEPT TAGE-RUN-PARM FROM COMMAND-LINE.
001940      IF TAGE-RUN-PARM = SPACES
001950          ACCEPT TAGE-REPORT-DATE FROM DATE YYYYMMDD
001960      ELSE
001970          MOVE TAGE-RUN-PARM TO TAGE-REPORT-DATE
001980      END-IF.
001990      COMPUTE TAGE-REPORT-INT =
002000          FUNCTION INTEGER-OF-DATE (TAGE-REPORT-DATE).
002010      MOVE ZERO TO TAGE-TOTAL-BKT-TABLE.
002020      OPEN INPUT TARGET-FILE.
002030      IF TAGE-TARG-STATUS NOT = '00'
002040          MOVE 'Y' TO TAGE-TARG-EOF-SW
002050      END-IF.
002060      OPEN INPUT TICKET-LOG-FILE.
002070      IF TAGE-LOG-STATUS NOT = '00'
002080          MOVE 'Y' TO TAGE-LOG-EOF-SW
002090      END-IF.
002100      OPEN INPUT TICKET-HIST-FILE.
002110      IF TAGE-HIST-STATUS NOT = '00'
002120          MOVE 'Y' TO TAGE-HIST-EOF-SW
002130      END-IF.
002140      OPEN OUTPUT AGING-REPORT-FILE.
002141      OPEN OUTPUT STATUS-WORK-FILE.
002142      IF TAGE-WORK-STATUS = '00'
002143          CLOSE STATUS-WORK-FILE
002144          OPEN I-O STATUS-WORK-FILE
002145      END-IF.
002146      IF TAGE-WORK-STATUS NOT = '00'
002147          DISPLAY 'TKTAGE: TKTAGWK OPEN FAILED, STATUS '
002148              TAGE-WORK-STATUS
002149          MOVE 'Y' TO TAGE-WORK-FAILED-SW
002150          MOVE 'Y' TO TAGE-HIST-EOF-SW
002151          MOVE 'Y' TO TAGE-LOG-EOF-SW
002152      ELSE
002153          MOVE 'Y' TO TAGE-WORK-OPEN-SW
002154      END-IF.
002155 INIT-RTN-EXIT.
002160      EXIT.
002170*-----------------------------------------------------------------
002180*   READ-TARG-RTN - LOAD ONE TKTTARG ROW INTO THE TARGET
002190*   TABLE.  A ROW WITHOUT A NUMERIC TARGET IS IGNORED.
002200*-----------------------------------------------------------------
002210 READ-TARG-RTN.
002220      READ TARGET-FILE
002230          AT END
002240              MOVE 'Y' TO TAGE-TARG-EOF-SW
002250              GO TO READ-TARG-RTN-EXIT
002260      END-READ.
002270      IF TT-TARGET-DAYS NOT NUMERIC
002280          OR TAGE-TARG-COUNT >= TAGE-TARG-MAX
002290          GO TO READ-TARG-RTN-EXIT
002300      END-IF.
002310      ADD 1 TO TAGE-TARG-COUNT.
002320      MOVE TT-CHR-CODE TO TAGE-TARG-CODE (TAGE-TARG-COUNT).
002330      MOVE TT-TARGET-DAYS TO TAGE-TARG-DAYS (TAGE-TARG-COUNT).
002340 READ-TARG-RTN-EXIT.
002350      EXIT.
002360*-----------------------------------------------------------------
002370*   READ-LOG-RTN - ADD ONE TICKET TKTLOG RECORDS AS OPENED TO
002380*   THE TICKET TABLE, WITH ITS STATUS FROM TKTAGWK.  A TICKET
002390*   TKTAGWK SHOWS RESOLVED OR CLOSED IS PASSED OVER, AS IS A
002391*   ROW WHOSE TIMESTAMP CARRIES NO READABLE DATE.
002400*-----------------------------------------------------------------
002410 READ-LOG-RTN.
002420      READ TICKET-LOG-FILE
002430          AT END
002440              MOVE 'Y' TO TAGE-LOG-EOF-SW
002450              GO TO READ-LOG-RTN-EXIT
002460      END-READ.
002470      IF TL-DISPOSITION NOT = 'OPENED   '
002480          OR TL-TICKET-NO = SPACES
002490          GO TO READ-LOG-RTN-EXIT
002500      END-IF.
002510      IF TL-TIMESTAMP (1:4) NUMERIC
002520          AND TL-TIMESTAMP (6:2) NUMERIC
002530          AND TL-TIMESTAMP (9:2) NUMERIC
002540          MOVE TL-TIMESTAMP (1:4) TO TAGE-REC-YYYY
002550          MOVE TL-TIMESTAMP (6:2) TO TAGE-REC-MM
002560          MOVE TL-TIMESTAMP (9:2) TO TAGE-REC-DD
002570      ELSE
002580          GO TO READ-LOG-RTN-EXIT
002590      END-IF.
002600      MOVE TL-TICKET-NO TO TAGE-FIND-TICKET.
002610      PERFORM FIND-TKT-RTN THRU FIND-TKT-RTN-EXIT.
002620      IF TAGE-TKT-FOUND > ZERO
002630          GO TO READ-LOG-RTN-EXIT
002640      END-IF.
002641      MOVE TL-TICKET-NO TO AW-TICKET-NO.
002642      READ STATUS-WORK-FILE
002643          INVALID KEY
002644              MOVE 'O' TO AW-STATUS
002645      END-READ.
002646      IF TAGE-WORK-STATUS NOT = '00'
002647          AND TAGE-WORK-STATUS NOT = '23'
002648          DISPLAY 'TKTAGE: TKTAGWK READ FAILED, STATUS '
002649              TAGE-WORK-STATUS
002650          MOVE 'Y' TO TAGE-WORK-FAILED-SW
002651          MOVE 'Y' TO TAGE-LOG-EOF-SW
002652          GO TO READ-LOG-RTN-EXIT
002653      END-IF.
002654      IF AW-STATUS-DONE
002655          GO TO READ-LOG-RTN-EXIT
002656      END-IF.
002657      IF TAGE-TKT-COUNT >= TAGE-TKT-MAX
002660          MOVE 'Y' TO TAGE-TKT-OVERFLOW-SW
002670          GO TO READ-LOG-RTN-EXIT
002680      END-IF.
002690      ADD 1 TO TAGE-TKT-COUNT.
002700      MOVE TL-TICKET-NO TO TAGE-TKT-TICKET (TAGE-TKT-COUNT).
002710      MOVE TL-CHR-CODE TO TAGE-TKT-CODE (TAGE-TKT-COUNT).
002720      MOVE TAGE-REC-DATE TO TAGE-TKT-DATE (TAGE-TKT-COUNT).
002730      MOVE AW-STATUS TO TAGE-TKT-STAT (TAGE-TKT-COUNT).
002731      MOVE ZERO TO TAGE-TKT-AGE (TAGE-TKT-COUNT).
002732      MOVE ZERO TO TAGE-TKT-BKT (TAGE-TKT-COUNT).
002740 READ-LOG-RTN-EXIT.
002750      EXIT.
002760*-----------------------------------------------------------------
002770*   READ-HIST-RTN - CARRY ONE TKTHIST STATUS CHANGE ONTO ITS
002780*   TICKET'S TKTAGWK RECORD.  THE FILE IS IN APPLIED ORDER, SO
002790*   THE LAST CHANGE READ FOR A TICKET IS ITS STATUS AS IT
002791*   STANDS: THE FIRST CHANGE IS WRITTEN, LATER ONES REWRITE.
002800*-----------------------------------------------------------------
002810 READ-HIST-RTN.
002820      READ TICKET-HIST-FILE
002830          AT END
002840              MOVE 'Y' TO TAGE-HIST-EOF-SW
002850              GO TO READ-HIST-RTN-EXIT
002860      END-READ.
002870      MOVE SPACES TO AW-RECORD.
002880      MOVE TH-TICKET-NO TO AW-TICKET-NO.
002890      MOVE TH-STATUS TO AW-STATUS.
002900      WRITE AW-RECORD
002910          INVALID KEY
002911              IF TAGE-WORK-STATUS = '22'
002912                  REWRITE AW-RECORD
002913                      INVALID KEY
002914                          CONTINUE
002915                  END-REWRITE
002916              END-IF
002917      END-WRITE.
002918      IF TAGE-WORK-STATUS NOT = '00'
002919          DISPLAY 'TKTAGE: TKTAGWK WRITE FAILED FOR TICKET '
002920              TH-TICKET-NO ', STATUS ' TAGE-WORK-STATUS
002921          MOVE 'Y' TO TAGE-WORK-FAILED-SW
002922          MOVE 'Y' TO TAGE-HIST-EOF-SW
002923          MOVE 'Y' TO TAGE-LOG-EOF-SW
002924      END-IF.
002925 READ-HIST-RTN-EXIT.
002930      EXIT.
002940*-----------------------------------------------------------------
002950*   FIND-TKT-RTN - LOCATE TAGE-FIND-TICKET IN THE TICKET TABLE.
002960*-----------------------------------------------------------------
002970 FIND-TKT-RTN.
002980      MOVE ZERO TO TAGE-TKT-FOUND.
002990      PERFORM MATCH-TKT-RTN THRU MATCH-TKT-RTN-EXIT
003000          VARYING TAGE-TKT-SUB FROM 1 BY 1
003010          UNTIL TAGE-TKT-SUB > TAGE-TKT-COUNT
003020          OR TAGE-TKT-FOUND > ZERO.
003030 FIND-TKT-RTN-EXIT.
003040      EXIT.
003050*-----------------------------------------------------------------
003060*   MATCH-TKT-RTN - TEST ONE TICKET SLOT AGAINST THE NUMBER
003070*   BEING LOOKED FOR.
003080*-----------------------------------------------------------------
003090 MATCH-TKT-RTN.
003100      IF TAGE-TKT-TICKET (TAGE-TKT-SUB) = TAGE-FIND-TICKET
003110          MOVE TAGE-TKT-SUB TO TAGE-TKT-FOUND
003120      END-IF.
003130 MATCH-TKT-RTN-EXIT.
003140      EXIT.
003150*-----------------------------------------------------------------
003160*   AGE-TKT-RTN - AGE ONE STILL-OPEN TICKET AND COUNT IT INTO
003170*   ITS CODE'S BUCKET, AND AGAINST ITS CODE'S TARGET.
003180*-----------------------------------------------------------------
003190 AGE-TKT-RTN.
003200      IF NOT TAGE-TKT-OPEN (TAGE-TKT-SUB)
003210          GO TO AGE-TKT-RTN-EXIT
003220      END-IF.
003230      PERFORM FIND-CODE-RTN THRU FIND-CODE-RTN-EXIT.
003240      IF TAGE-CODE-FOUND = ZERO
003250          GO TO AGE-TKT-RTN-EXIT
003260      END-IF.
003270      PERFORM COMPUTE-AGE-RTN THRU COMPUTE-AGE-RTN-EXIT.
003280      EVALUATE TRUE
003290        WHEN TAGE-AGE-DAYS <= 1
003300          MOVE 1 TO TAGE-BKT-SUB
003310        WHEN TAGE-AGE-DAYS <= 3
003320          MOVE 2 TO TAGE-BKT-SUB
003330        WHEN TAGE-AGE-DAYS <= 7
003340          MOVE 3 TO TAGE-BKT-SUB
003350        WHEN TAGE-AGE-DAYS <= 14
003360          MOVE 4 TO TAGE-BKT-SUB
003370        WHEN TAGE-AGE-DAYS <= 30
003380          MOVE 5 TO TAGE-BKT-SUB
003390        WHEN OTHER
003400          MOVE 6 TO TAGE-BKT-SUB
003410      END-EVALUATE.
003411      MOVE TAGE-AGE-DAYS TO TAGE-TKT-AGE (TAGE-TKT-SUB).
003412      MOVE TAGE-BKT-SUB TO TAGE-TKT-BKT (TAGE-TKT-SUB).
003420      ADD 1 TO TAGE-CODE-BKT (TAGE-CODE-FOUND, TAGE-BKT-SUB).
003430      ADD 1 TO TAGE-TOTAL-BKT (TAGE-BKT-SUB).
003440      ADD 1 TO TAGE-CODE-OPEN (TAGE-CODE-FOUND).
003450      ADD 1 TO TAGE-OPEN-COUNT.
003460      IF TAGE-AGE-DAYS > TAGE-CODE-TARGET (TAGE-CODE-FOUND)
003470          ADD 1 TO TAGE-CODE-LATE (TAGE-CODE-FOUND)
003480          ADD 1 TO TAGE-LATE-COUNT
003490      END-IF.
003500 AGE-TKT-RTN-EXIT.
003510      EXIT.
003520*-----------------------------------------------------------------
003530*   COMPUTE-AGE-RTN - CALENDAR DAYS FROM THE ENTRY THAT RAISED
003540*   TICKET TAGE-TKT-SUB TO THE REPORT DATE.  A TICKET DATED
003550*   AFTER THE REPORT DATE (A RERUN FOR AN EARLIER NIGHT) AGES
003560*   AS ZERO.
003570*-----------------------------------------------------------------
003580 COMPUTE-AGE-RTN.
003590      COMPUTE TAGE-AGE-DAYS = TAGE-REPORT-INT
003600          - FUNCTION INTEGER-OF-DATE
003610              (TAGE-TKT-DATE (TAGE-TKT-SUB)).
003620      IF TAGE-AGE-DAYS < ZERO
003630          MOVE ZERO TO TAGE-AGE-DAYS
003640      END-IF.
003650 COMPUTE-AGE-RTN-EXIT.
003660      EXIT.
003670*-----------------------------------------------------------------
003680*   FIND-CODE-RTN - LOCATE (OR ADD) THE AGING SLOT FOR THE
003690*   CODE OF TICKET TAGE-TKT-SUB.  A NEW SLOT PICKS UP ITS
003700*   TARGET FROM THE TARGET TABLE.
003710*-----------------------------------------------------------------
003720 FIND-CODE-RTN.
003730      MOVE ZERO TO TAGE-CODE-FOUND.
003740      PERFORM MATCH-CODE-RTN THRU MATCH-CODE-RTN-EXIT
003750          VARYING TAGE-CODE-SUB FROM 1 BY 1
003760          UNTIL TAGE-CODE-SUB > TAGE-CODE-COUNT
003770          OR TAGE-CODE-FOUND > ZERO.
003780      IF TAGE-CODE-FOUND > ZERO
003790          GO TO FIND-CODE-RTN-EXIT
003800      END-IF.
003810      IF TAGE-CODE-COUNT >= TAGE-CODE-MAX
003820          MOVE 'Y' TO TAGE-CODE-OVERFLOW-SW
003830          GO TO FIND-CODE-RTN-EXIT
003840      END-IF.
003850      ADD 1 TO TAGE-CODE-COUNT.
003860      MOVE TAGE-CODE-COUNT TO TAGE-CODE-FOUND.
003870      MOVE TAGE-TKT-CODE (TAGE-TKT-SUB)
003880          TO TAGE-CODE-CHR (TAGE-CODE-FOUND).
003890      MOVE ZERO TO TAGE-CODE-OPEN (TAGE-CODE-FOUND).
003900      MOVE ZERO TO TAGE-CODE-LATE (TAGE-CODE-FOUND).
003910      PERFORM CLEAR-BKT-RTN THRU CLEAR-BKT-RTN-EXIT
003920          VARYING TAGE-BKT-SUB FROM 1 BY 1
003930          UNTIL TAGE-BKT-SUB > 6.
003940      MOVE TAGE-DEFAULT-TARGET TO TAGE-TARGET-NOW.
003950      MOVE ZERO TO TAGE-TARG-FOUND.
003960      PERFORM MATCH-TARG-RTN THRU MATCH-TARG-RTN-EXIT
003970          VARYING TAGE-TARG-SUB FROM 1 BY 1
003980          UNTIL TAGE-TARG-SUB > TAGE-TARG-COUNT
003990          OR TAGE-TARG-FOUND > ZERO.
004000      IF TAGE-TARG-FOUND > ZERO
004010          MOVE TAGE-TARG-DAYS (TAGE-TARG-FOUND)
004020              TO TAGE-TARGET-NOW
004030      END-IF.
004040      MOVE TAGE-TARGET-NOW TO TAGE-CODE-TARGET (TAGE-CODE-FOUND).
004050 FIND-CODE-RTN-EXIT.
004060      EXIT.
004070*-----------------------------------------------------------------
004080*   MATCH-CODE-RTN - TEST ONE AGING SLOT AGAINST THE TICKET'S
004090*   CODE.
004100*-----------------------------------------------------------------
004110 MATCH-CODE-RTN.
004120      IF TAGE-CODE-CHR (TAGE-CODE-SUB)
004130          = TAGE-TKT-CODE (TAGE-TKT-SUB)
004140          MOVE TAGE-CODE-SUB TO TAGE-CODE-FOUND
004150      END-IF.
004160 MATCH-CODE-RTN-EXIT.
004170      EXIT.
004180*-----------------------------------------------------------------
004190*   MATCH-TARG-RTN - TEST ONE TARGET ROW AGAINST THE TICKET'S
004200*   CODE.
004210*-----------------------------------------------------------------
004220 MATCH-TARG-RTN.
004230      IF TAGE-TARG-CODE (TAGE-TARG-SUB)
004240          = TAGE-TKT-CODE (TAGE-TKT-SUB)
004250          MOVE TAGE-TARG-SUB TO TAGE-TARG-FOUND
004260      END-IF.
004270 MATCH-TARG-RTN-EXIT.
004280      EXIT.
004290*-----------------------------------------------------------------
004300*   CLEAR-BKT-RTN - ZERO ONE AGE BUCKET OF A NEW CODE SLOT.
004310*-----------------------------------------------------------------
004320 CLEAR-BKT-RTN.
004330      MOVE ZERO TO TAGE-CODE-BKT (TAGE-CODE-FOUND, TAGE-BKT-SUB).
004340 CLEAR-BKT-RTN-EXIT.
004350      EXIT.
004360*-----------------------------------------------------------------
004370*   WRITE-REPORT-RTN - HEADER, ONE BUCKET LINE PER CODE, THE
004380*   TOTAL LINE, THEN EVERY OPEN TICKET BY CODE AND AGE BUCKET.
004390*-----------------------------------------------------------------
004400 WRITE-REPORT-RTN.
004410      MOVE SPACES TO AG-RECORD.
004420      STRING 'OPEN TICKET AGING AS OF ' DELIMITED BY SIZE
004430          TAGE-REPORT-DATE DELIMITED BY SIZE
004440          INTO AG-RECORD.
004450      WRITE AG-RECORD.
004460      MOVE TAGE-DEFAULT-TARGET TO TAGE-TARGET-D.
004470      MOVE SPACES TO AG-RECORD.
004480      STRING 'CODES WITHOUT A TKTTARG ROW HAVE A TARGET OF '
004490          DELIMITED BY SIZE
004500          TAGE-TARGET-D DELIMITED BY SIZE
004510          ' DAYS' DELIMITED BY SIZE
004520          INTO AG-RECORD.
004530      WRITE AG-RECORD.
004540      IF TAGE-OPEN-COUNT = ZERO
004550          MOVE SPACES TO AG-RECORD
004560          MOVE 'NO OPEN TICKETS' TO AG-RECORD
004570          WRITE AG-RECORD
004580          GO TO WRITE-REPORT-RTN-EXIT
004590      END-IF.
004600      MOVE SPACES TO AG-RECORD.
004610      STRING 'CODE TGT      0-1   2-3   4-7  8-14 15-30   31+'
004620          DELIMITED BY SIZE
004630          '   OPEN  LATE' DELIMITED BY SIZE
004640          INTO AG-RECORD.
004650      WRITE AG-RECORD.
004660      PERFORM WRITE-CODE-LINE-RTN THRU WRITE-CODE-LINE-RTN-EXIT
004670          VARYING TAGE-CODE-SUB FROM 1 BY 1
004680          UNTIL TAGE-CODE-SUB > TAGE-CODE-COUNT.
004690      MOVE SPACES TO AG-RECORD.
004700      MOVE 'ALL     ' TO AG-RECORD.
004710      MOVE 12 TO TAGE-LINE-PTR.
004720      PERFORM WRITE-TOTAL-BKT-RTN THRU WRITE-TOTAL-BKT-RTN-EXIT
004730          VARYING TAGE-BKT-SUB FROM 1 BY 1
004740          UNTIL TAGE-BKT-SUB > 6.
004750      MOVE TAGE-OPEN-COUNT TO TAGE-OPEN-D.
004760      MOVE TAGE-LATE-COUNT TO TAGE-LATE-D.
004770      STRING ' ' DELIMITED BY SIZE
004780          TAGE-OPEN-D DELIMITED BY SIZE
004790          ' ' DELIMITED BY SIZE
004800          TAGE-LATE-D DELIMITED BY SIZE
004810          INTO AG-RECORD
004820          WITH POINTER TAGE-LINE-PTR.
004830      WRITE AG-RECORD.
004840      MOVE SPACES TO AG-RECORD.
004850      WRITE AG-RECORD.
004860      MOVE SPACES TO AG-RECORD.
004870      MOVE 'OPEN TICKETS BY CODE AND AGE BUCKET' TO AG-RECORD.
004880      WRITE AG-RECORD.
004890      MOVE SPACES TO AG-RECORD.
004900      STRING 'CODE BUCKET TICKET    OPENED      DAYS'
004901          DELIMITED BY SIZE
004902          '       STATUS FLAG' DELIMITED BY SIZE
004903          INTO AG-RECORD.
004904      WRITE AG-RECORD.
004910      PERFORM WRITE-CODE-TKTS-RTN THRU WRITE-CODE-TKTS-RTN-EXIT
004920          VARYING TAGE-CODE-SUB FROM 1 BY 1
004930          UNTIL TAGE-CODE-SUB > TAGE-CODE-COUNT.
004940 WRITE-REPORT-RTN-EXIT.
004950      EXIT.
004960*-----------------------------------------------------------------
004970*   WRITE-CODE-LINE-RTN - ONE BUCKET LINE FOR ONE CODE.
004980*-----------------------------------------------------------------
004990 WRITE-CODE-LINE-RTN.
005000      MOVE SPACES TO AG-RECORD.
005010      MOVE TAGE-CODE-TARGET (TAGE-CODE-SUB) TO TAGE-TARGET-D.
005020      STRING TAGE-CODE-CHR (TAGE-CODE-SUB) DELIMITED BY SIZE
005030          '  ' DELIMITED BY SIZE
005040          TAGE-TARGET-D DELIMITED BY SIZE
005050          INTO AG-RECORD.
005060      MOVE 12 TO TAGE-LINE-PTR.
005070      PERFORM WRITE-CODE-BKT-RTN THRU WRITE-CODE-BKT-RTN-EXIT
005080          VARYING TAGE-BKT-SUB FROM 1 BY 1
005090          UNTIL TAGE-BKT-SUB > 6.
005100      MOVE TAGE-CODE-OPEN (TAGE-CODE-SUB) TO TAGE-OPEN-D.
005110      MOVE TAGE-CODE-LATE (TAGE-CODE-SUB) TO TAGE-LATE-D.
005120      STRING ' ' DELIMITED BY SIZE
005130          TAGE-OPEN-D DELIMITED BY SIZE
005140          ' ' DELIMITED BY SIZE
005150          TAGE-LATE-D DELIMITED BY SIZE
005160          INTO AG-RECORD
005170          WITH POINTER TAGE-LINE-PTR.
005180      WRITE AG-RECORD.
005190 WRITE-CODE-LINE-RTN-EXIT.
005200      EXIT.
005210*-----------------------------------------------------------------
005220*   WRITE-CODE-BKT-RTN - PLACE ONE BUCKET COUNT OF A CODE LINE.
005230*-----------------------------------------------------------------
005240 WRITE-CODE-BKT-RTN.
005250      MOVE TAGE-CODE-BKT (TAGE-CODE-SUB, TAGE-BKT-SUB)
005260          TO TAGE-BKT-D.
005270      STRING ' ' DELIMITED BY SIZE
005280          TAGE-BKT-D DELIMITED BY SIZE
005290          INTO AG-RECORD
005300          WITH POINTER TAGE-LINE-PTR.
005310 WRITE-CODE-BKT-RTN-EXIT.
005320      EXIT.
005330*-----------------------------------------------------------------
005340*   WRITE-TOTAL-BKT-RTN - PLACE ONE BUCKET COUNT OF THE TOTAL
005350*   LINE.
005360*-----------------------------------------------------------------
005370 WRITE-TOTAL-BKT-RTN.
005380      MOVE TAGE-TOTAL-BKT (TAGE-BKT-SUB) TO TAGE-BKT-D.
005390      STRING ' ' DELIMITED BY SIZE
005400          TAGE-BKT-D DELIMITED BY SIZE
005410          INTO AG-RECORD
005420          WITH POINTER TAGE-LINE-PTR.
005430 WRITE-TOTAL-BKT-RTN-EXIT.
005440      EXIT.
005450*-----------------------------------------------------------------
005460*   WRITE-CODE-TKTS-RTN - THE TICKET LINES FOR ONE CODE, ONE
005470*   AGE BUCKET AT A TIME, YOUNGEST FIRST.
005480*-----------------------------------------------------------------
005490 WRITE-CODE-TKTS-RTN.
005500      MOVE SPACES TO AG-RECORD.
005510      WRITE AG-RECORD.
005511      PERFORM WRITE-BKT-TKTS-RTN THRU WRITE-BKT-TKTS-RTN-EXIT
005512          VARYING TAGE-BKT-SUB FROM 1 BY 1
005513          UNTIL TAGE-BKT-SUB > 6.
005514 WRITE-CODE-TKTS-RTN-EXIT.
005515      EXIT.
005516*-----------------------------------------------------------------
005517*   WRITE-BKT-TKTS-RTN - THE TICKET LINES FOR ONE BUCKET OF ONE
005518*   CODE.  AN EMPTY BUCKET SKIPS THE PASS OVER THE TICKETS.
005519*-----------------------------------------------------------------
005520 WRITE-BKT-TKTS-RTN.
005521      IF TAGE-CODE-BKT (TAGE-CODE-SUB, TAGE-BKT-SUB) = ZERO
005522          GO TO WRITE-BKT-TKTS-RTN-EXIT
005523      END-IF.
005524      PERFORM WRITE-TKT-RTN THRU WRITE-TKT-RTN-EXIT
005525          VARYING TAGE-TKT-SUB FROM 1 BY 1
005526          UNTIL TAGE-TKT-SUB > TAGE-TKT-COUNT.
005527 WRITE-BKT-TKTS-RTN-EXIT.
005528      EXIT.
005529*-----------------------------------------------------------------
005530*   WRITE-TKT-RTN - ONE LINE FOR ONE OPEN TICKET OF THE CODE
005531*   AND BUCKET BEING LISTED, FLAGGED LATE WHEN IT IS OLDER
005532*   THAN ITS CODE'S TARGET.
005533*-----------------------------------------------------------------
005534 WRITE-TKT-RTN.
005535      IF NOT TAGE-TKT-OPEN (TAGE-TKT-SUB)
005536          GO TO WRITE-TKT-RTN-EXIT
005537      END-IF.
005538      IF TAGE-TKT-CODE (TAGE-TKT-SUB)
005539          NOT = TAGE-CODE-CHR (TAGE-CODE-SUB)
005540          GO TO WRITE-TKT-RTN-EXIT
005541      END-IF.
005542      IF TAGE-TKT-BKT (TAGE-TKT-SUB) NOT = TAGE-BKT-SUB
005543          GO TO WRITE-TKT-RTN-EXIT
005544      END-IF.
005610      MOVE TAGE-TKT-DATE (TAGE-TKT-SUB) TO TAGE-REC-DATE.
005620      MOVE SPACES TO TAGE-DATE-SHOW.
005630      STRING TAGE-REC-YYYY DELIMITED BY SIZE
005640          '-' DELIMITED BY SIZE
005650          TAGE-REC-MM DELIMITED BY SIZE
005660          '-' DELIMITED BY SIZE
005670          TAGE-REC-DD DELIMITED BY SIZE
005680          INTO TAGE-DATE-SHOW.
005690      MOVE TAGE-TKT-AGE (TAGE-TKT-SUB) TO TAGE-AGE-D.
005691      MOVE SPACES TO TAGE-FLAG-SHOW.
005692      IF TAGE-TKT-AGE (TAGE-TKT-SUB)
005693          > TAGE-CODE-TARGET (TAGE-CODE-SUB)
005694          MOVE 'LATE' TO TAGE-FLAG-SHOW
005695      END-IF.
005700      MOVE SPACES TO AG-RECORD.
005710      STRING TAGE-TKT-CODE (TAGE-TKT-SUB) DELIMITED BY SIZE
005720          '  ' DELIMITED BY SIZE
005730          TAGE-BKT-LABEL (TAGE-BKT-SUB) DELIMITED BY SIZE
005740          '  ' DELIMITED BY SIZE
005750          TAGE-TKT-TICKET (TAGE-TKT-SUB) DELIMITED BY SIZE
005760          '  ' DELIMITED BY SIZE
005770          TAGE-DATE-SHOW DELIMITED BY SIZE
005780          '  ' DELIMITED BY SIZE
005790          TAGE-AGE-D DELIMITED BY SIZE
005800          '       ' DELIMITED BY SIZE
005801          TAGE-TKT-STAT (TAGE-TKT-SUB) DELIMITED BY SIZE
005802          '      ' DELIMITED BY SIZE
005803          TAGE-FLAG-SHOW DELIMITED BY SIZE
005810          INTO AG-RECORD.
005820      WRITE AG-RECORD.
005830 WRITE-TKT-RTN-EXIT.
005840      EXIT.
005850*-----------------------------------------------------------------
005860*   END-RTN - TABLE WARNINGS AND TOTALS, CLOSE EVERYTHING, AND
005870*   SIGNAL THE SCHEDULER.
005880*-----------------------------------------------------------------
005890 END-RTN.
005891      IF TAGE-WORK-FAILED
005892          MOVE SPACES TO AG-RECORD
005893          MOVE '*** TKTAGWK WORK FILE FAILED - NOTHING AGED ***'
005894              TO AG-RECORD
005895          WRITE AG-RECORD
005896      END-IF.
005900      IF TAGE-TKT-OVERFLOWED
005910          MOVE SPACES TO AG-RECORD
005920          MOVE '*** TICKET TABLE FULL AT 5000 - REST NOT AGED ***'
005930              TO AG-RECORD
005940          WRITE AG-RECORD
005950      END-IF.
005960      IF TAGE-CODE-OVERFLOWED
005970          MOVE SPACES TO AG-RECORD
005980          MOVE '*** CODE TABLE FULL AT 500 - REST NOT AGED ***'
005990              TO AG-RECORD
006000          WRITE AG-RECORD
006010      END-IF.
006020      MOVE TAGE-OPEN-COUNT TO TAGE-COUNT-D.
006030      MOVE SPACES TO AG-RECORD.
006040      STRING 'OPEN TICKETS      : ' DELIMITED BY SIZE
006050          TAGE-COUNT-D DELIMITED BY SIZE
006060          INTO AG-RECORD.
006070      WRITE AG-RECORD.
006080      MOVE TAGE-LATE-COUNT TO TAGE-COUNT-D.
006090      MOVE SPACES TO AG-RECORD.
006100      STRING 'PAST TARGET       : ' DELIMITED BY SIZE
006110          TAGE-COUNT-D DELIMITED BY SIZE
006120          INTO AG-RECORD.
006130      WRITE AG-RECORD.
006140      IF TAGE-TARG-STATUS = '00' OR TAGE-TARG-STATUS = '10'
006150          CLOSE TARGET-FILE
006160      END-IF.
006170      IF TAGE-LOG-STATUS = '00' OR TAGE-LOG-STATUS = '10'
006180          CLOSE TICKET-LOG-FILE
006190      END-IF.
006200      CLOSE TICKET-HIST-FILE.
006201      IF TAGE-WORK-OPEN
006202          CLOSE STATUS-WORK-FILE
006203      END-IF.
006210      CLOSE AGING-REPORT-FILE.
006220      EVALUATE TRUE
006230        WHEN TAGE-WORK-FAILED
006240          MOVE 8 TO RETURN-CODE
006250        WHEN TAGE-LATE-COUNT > ZERO
006251          OR TAGE-TKT-OVERFLOWED
006252          OR TAGE-CODE-OVERFLOWED
006253          MOVE 4 TO RETURN-CODE
006254        WHEN OTHER
006255          MOVE ZERO TO RETURN-CODE
006260      END-EVALUATE.
006270      MOVE 'E' TO TAGE-RC-EVENT.
006280      MOVE TAGE-OPEN-COUNT TO TAGE-RC-KEY-COUNT.
006290      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
006300      STOP RUN.
006310*-----------------------------------------------------------------
006320*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
006330*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS TAGE-RC-EVENT
006340*   AND TAGE-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
006350*   STANDS.
006360*-----------------------------------------------------------------
006370 WRITE-RUNCTL-RTN.
006380      OPEN EXTEND RUN-CONTROL-FILE.
006390      MOVE SPACES TO RC-RECORD.
006400      MOVE 'TKTAGE  ' TO RC-PROGRAM.
006410      ACCEPT RC-DATE FROM DATE YYYYMMDD.
006420      ACCEPT RC-TIME FROM TIME.
006430      MOVE TAGE-RC-EVENT TO RC-EVENT.
006440      MOVE RETURN-CODE TO RC-RETURN-CODE.
006450      MOVE TAGE-RC-KEY-COUNT TO RC-KEY-COUNT.
006460      WRITE RC-RECORD.
006470      CLOSE RUN-CONTROL-FILE.
006480 WRITE-RUNCTL-RTN-EXIT.
006490      EXIT.

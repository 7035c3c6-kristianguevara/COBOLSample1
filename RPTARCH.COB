000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTARCH.
000030 AUTHOR. J A GUEVARA.
000040 INSTALLATION. FLOOR OPERATIONS - MENU SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*   RPTARCH.COB
000090*
000100*   REPORT ARCHIVE.  RECONRPT, SHIFTRPT, ACKRPT, USAGERPT,
000110*   RUNSTAT, MASTVRPT, REJWRPT, SRCHRPT, DUPRPT, XREFRPT,
000111*   TKTSRPT, TKTAGRPT, EXCAGRPT, AND VOLPRPT ARE OPENED OUTPUT
000112*   BY THE JOBS THAT WRITE THEM, SO EACH RUN DESTROYED THE LAST
000120*   ONE AND NOBODY COULD SAY WHAT LAST TUESDAY'S RECONCILIATION
000130*   SAID.
000140*   RUN AFTER THE REPORT JOBS (AND AGAIN AFTER ANY DAYTIME
000150*   RERUN), THIS JOB:
000160*
000170*     1. FINDS EACH REPORT JOB'S LATEST END RECORD ON THE
000180*        RUNCTL RUN-CONTROL LOG.
000190*     2. WHEN THAT RUN IS NOT YET ON THE RPTINDX INDEX,
000200*        COPIES THE REPORT TO THE NEXT NUMBERED GENERATION
000210*        (RPTGNNNNNNN) AND INDEXES IT UNDER THE PROGRAM, RUN
000220*        DATE, RUN TIME, AND RETURN CODE FROM THAT RECORD.
000230*        A RUN ALREADY INDEXED IS LEFT ALONE, SO THIS JOB CAN
000240*        BE RERUN FREELY.  A JOB WHOSE LATEST RUNCTL RECORD IS
000250*        A START WITH NO END IS STILL RUNNING OR DIED - ITS
000260*        REPORT IS NOT TRUSTED AND NOT ARCHIVED.
000270*     3. PURGES GENERATIONS WHOSE RUN DATE IS OLDER THAN THE
000280*        RETENTION WINDOW (STARTUP PARAMETER, DAYS; DEFAULT
000290*        90, AS AUDARCH), DROPPING THE INDEX RECORD WITH THE
000300*        FILE.
000310*
000320*   THE RPTVIEW SCREEN READS THE INDEX TO LET A SUPERVISOR
000330*   PICK AND PAGE THROUGH AN ARCHIVED REPORT.
000340*
000350*   RETURN CODES:  0 = ARCHIVE UP TO DATE
000360*                  4 = A REPORT WAS MISSING OR ITS JOB NEVER
000370*                      ENDED - THAT RUN WAS NOT ARCHIVED
000380*                  8 = RPTINDX COULD NOT BE OPENED OR WRITTEN
000390******************************************************************
000400*-----------------------------------------------------------------
000410*   MODIFICATION HISTORY
000420*   DATE       INIT  DESCRIPTION
000430*   10/15/26   JAG   ORIGINAL PROGRAM - DATED REPORT
000440*                    GENERATIONS, RPTINDX INDEX, RETENTION
000450*                    PURGE.
000451*   10/15/26   JAG   DUPRPT ADDED TO THE REPORT JOB MAP.
000452*   10/15/26   JAG   XREFCHK (XREFRPT) ADDED TO THE REPORT JOB
000453*                    MAP.
000454*   10/15/26   JAG   TKTSTAT, TKTAGE, AND EXCAGE ADDED TO THE
000455*                    REPORT JOB MAP.
000456*   10/15/26   JAG   VOLPROF (VOLPRPT) ADDED TO THE REPORT JOB
000457*                    MAP.  A GENERATION THAT WILL NOT OPEN IS
000458*                    NO LONGER INDEXED AS ARCHIVED.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500      SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS RARC-RUNCTL-STATUS.
000530      SELECT REPORT-FILE ASSIGN USING RARC-REPORT-NAME
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS RARC-REPORT-STATUS.
000560      SELECT GENERATION-FILE ASSIGN USING RARC-GEN-NAME
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS RARC-GEN-STATUS.
000590      SELECT INDEX-FILE ASSIGN TO "RPTINDX"
000600          ORGANIZATION IS INDEXED
000610          ACCESS MODE IS DYNAMIC
000620          RECORD KEY IS RX-KEY
000630          LOCK MODE IS MANUAL WITH LOCK ON RECORD
000640          FILE STATUS IS RARC-INDEX-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  RUN-CONTROL-FILE
000680          RECORD CONTAINS 39 CHARACTERS.
000690      COPY RUNREC.
000700 FD  REPORT-FILE
000710          RECORD CONTAINS 80 CHARACTERS.
000720 01  RP-RECORD                        PIC X(80).
000730 FD  GENERATION-FILE
000740          RECORD CONTAINS 80 CHARACTERS.
000750 01  RG-RECORD                        PIC X(80).
000760 FD  INDEX-FILE
000770          RECORD CONTAINS 61 CHARACTERS.
000780      COPY RIDXREC.
000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------------
000810*   REPORT JOB MAP - THE PROGRAM NAME EACH JOB LOGS ON RUNCTL
000820*   AND THE REPORT FILE IT WRITES.  A NEW REPORT JOB IS ONE
000830*   MORE ENTRY HERE (AND A BIGGER OCCURS).
000840*-----------------------------------------------------------------
000850 01  RARC-MAP-VALUES.
000860      05  FILLER                       PIC X(16)
000870                                       VALUE 'RECONJOBRECONRPT'.
000880      05  FILLER                       PIC X(16)
000890                                       VALUE 'SHIFTRPTSHIFTRPT'.
000900      05  FILLER                       PIC X(16)
000910                                       VALUE 'TKTACK  ACKRPT  '.
000920      05  FILLER                       PIC X(16)
000930                                       VALUE 'USAGERPTUSAGERPT'.
000940      05  FILLER                       PIC X(16)
000950                                       VALUE 'RUNSTAT RUNSTAT '.
000960      05  FILLER                       PIC X(16)
000970                                       VALUE 'MASTVER MASTVRPT'.
000980      05  FILLER                       PIC X(16)
000990                                       VALUE 'REJWORK REJWRPT '.
001000      05  FILLER                       PIC X(16)
001010                                       VALUE 'ARCHSRCHSRCHRPT '.
001011      05  FILLER                       PIC X(16)
001012                                       VALUE 'DUPRPT  DUPRPT  '.
001013      05  FILLER                       PIC X(16)
001014                                       VALUE 'XREFCHK XREFRPT '.
001015      05  FILLER                       PIC X(16)
001016                                       VALUE 'TKTSTAT TKTSRPT '.
001017      05  FILLER                       PIC X(16)
001018                                       VALUE 'TKTAGE  TKTAGRPT'.
001019      05  FILLER                       PIC X(16)
001020                                       VALUE 'EXCAGE  EXCAGRPT'.
001021      05  FILLER                       PIC X(16)
001022                                       VALUE 'VOLPROF VOLPRPT '.
001023 01  RARC-MAP-TABLE REDEFINES RARC-MAP-VALUES.
001030      05  RARC-MAP-ENTRY OCCURS 14 TIMES.
001040          10  RARC-MAP-PROGRAM         PIC X(08).
001050          10  RARC-MAP-REPORT          PIC X(08).
001060 77  RARC-MAP-MAX                     PIC 9(03) COMP VALUE 14.
001070 77  RARC-MAP-SUB                     PIC 9(03) COMP VALUE ZERO.
001080 77  RARC-MAP-FOUND                   PIC 9(03) COMP VALUE ZERO.
001090*-----------------------------------------------------------------
001100*   LATEST RUN PER REPORT JOB, FROM THE RUNCTL PASS.  RUNCTL
001110*   IS APPENDED IN TIME ORDER, SO THE LAST RECORD SEEN FOR A
001120*   PROGRAM IS ITS LATEST.  A START AFTER THE LAST END MARKS
001130*   THE RUN OPEN - ITS REPORT MAY BE HALF WRITTEN.
001140*-----------------------------------------------------------------
001150 01  RARC-RUN-TABLE.
001160      05  RARC-RUN-ENTRY OCCURS 14 TIMES.
001170          10  RARC-RUN-DATE            PIC 9(08).
001180          10  RARC-RUN-TIME            PIC 9(08).
001190          10  RARC-RUN-RC              PIC 9(02).
001200          10  RARC-RUN-SW              PIC X(01).
001210              88  RARC-RUN-ENDED       VALUE 'E'.
001220              88  RARC-RUN-OPEN        VALUE 'S'.
001230 01  RARC-RUNCTL-STATUS               PIC X(02).
001240 01  RARC-RUNCTL-EOF-SW               PIC X(01) VALUE 'N'.
001250      88  RARC-RUNCTL-AT-END               VALUE 'Y'.
001260*-----------------------------------------------------------------
001270*   REPORT AND GENERATION NAMING.  BOTH SELECTS ASSIGN TO A
001280*   DATA NAME, AS AUDARCH DOES FOR ITS AUDA GENERATIONS, SO
001290*   ONE FD READS WHICHEVER REPORT AND ANOTHER WRITES (AND THE
001300*   PURGE DELETES) WHICHEVER GENERATION THE NAME SPELLS.
001310*-----------------------------------------------------------------
001320 01  RARC-REPORT-NAME                 PIC X(08) VALUE SPACES.
001330 01  RARC-REPORT-STATUS               PIC X(02).
001340 01  RARC-REPORT-EOF-SW               PIC X(01) VALUE 'N'.
001350      88  RARC-REPORT-AT-END               VALUE 'Y'.
001360 01  RARC-GEN-NAME.
001370      05  FILLER                       PIC X(04) VALUE 'RPTG'.
001380      05  RARC-GEN-NO                  PIC 9(07) VALUE ZERO.
001390 01  RARC-GEN-STATUS                  PIC X(02).
001400 77  RARC-LINE-COUNT                  PIC 9(07) COMP VALUE ZERO.
001410*-----------------------------------------------------------------
001420*   INDEX WORKING STORAGE.  RARC-LAST-GEN IS THE HIGHEST
001430*   GENERATION NUMBER ON THE INDEX; NEW GENERATIONS ARE
001440*   NUMBERED ON FROM IT.
001450*-----------------------------------------------------------------
001460 01  RARC-INDEX-STATUS                PIC X(02).
001470 01  RARC-INDEX-EOF-SW                PIC X(01) VALUE 'N'.
001480      88  RARC-INDEX-AT-END                VALUE 'Y'.
001490 01  RARC-OPEN-SW                     PIC X(01) VALUE 'N'.
001500      88  RARC-INDEX-OPEN                  VALUE 'Y'.
001510 01  RARC-FAILED-SW                   PIC X(01) VALUE 'N'.
001520      88  RARC-INDEX-FAILED                VALUE 'Y'.
001530 01  RARC-INDEXED-SW                  PIC X(01) VALUE 'N'.
001540      88  RARC-ALREADY-INDEXED             VALUE 'Y'.
001550 77  RARC-LAST-GEN                    PIC 9(07) COMP VALUE ZERO.
001560*-----------------------------------------------------------------
001570*   RETENTION HANDLING - DAYS TO KEEP ARCHIVED REPORTS, FROM
001580*   THE STARTUP PARAMETER (DEFAULT 90), AND THE OLDEST RUN
001590*   DATE KEPT.  DATE ARITHMETIC IS THE ONE PLACE ORDINARY
001600*   VERBS CANNOT DO THE JOB, SO INTEGER-OF-DATE/DATE-OF-
001610*   INTEGER ARE USED.
001620*-----------------------------------------------------------------
001630 01  RARC-RUN-PARM                    PIC X(08).
001640 77  RARC-PARM-LEN                    PIC 9(02) COMP VALUE ZERO.
001650 01  RARC-PARM-DIGITS                 PIC X(04).
001660 01  RARC-PARM-DIGITS-N REDEFINES RARC-PARM-DIGITS
001670                                      PIC 9(04).
001680 01  RARC-RETENTION-DAYS              PIC 9(04) VALUE 90.
001690 01  RARC-TODAY                       PIC 9(08).
001700 01  RARC-TODAY-INT                   PIC 9(08) COMP.
001710 01  RARC-KEEP-INT                    PIC 9(08) COMP.
001720 01  RARC-KEEP-DATE                   PIC 9(08).
001730*-----------------------------------------------------------------
001740*   HOUSEKEEPING COUNTS FOR THE OPERATOR LOG.
001750*-----------------------------------------------------------------
001760 77  RARC-ARCHIVED-COUNT              PIC 9(05) COMP VALUE ZERO.
001770 77  RARC-SKIPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
001780 77  RARC-MISSING-COUNT               PIC 9(05) COMP VALUE ZERO.
001790 77  RARC-PURGED-COUNT                PIC 9(05) COMP VALUE ZERO.
001800 01  RARC-COUNT-D                     PIC Z(06)9.
001810*-----------------------------------------------------------------
001820*   RUN-CONTROL WORKING STORAGE - SEE WRITE-RUNCTL-RTN.
001830*-----------------------------------------------------------------
001840 01  RARC-RC-EVENT                    PIC X(01).
001850 77  RARC-RC-KEY-COUNT                PIC 9(07) COMP VALUE ZERO.
001860 PROCEDURE DIVISION.
001870 HEAD-RTN.
001880      PERFORM INIT-RTN THRU INIT-RTN-EXIT.
001890      IF RARC-INDEX-FAILED
001900          PERFORM END-RTN
001910      END-IF.
001920      PERFORM READ-RUNCTL-RTN THRU READ-RUNCTL-RTN-EXIT
001930          UNTIL RARC-RUNCTL-AT-END.
001940      IF RARC-RUNCTL-STATUS = '00' OR RARC-RUNCTL-STATUS = '10'
001950          CLOSE RUN-CONTROL-FILE
001960      END-IF.
001970      PERFORM SCAN-INDEX-RTN THRU SCAN-INDEX-RTN-EXIT.
001980      PERFORM ARCHIVE-ONE-RTN THRU ARCHIVE-ONE-RTN-EXIT
001990          VARYING RARC-MAP-SUB FROM 1 BY 1
002000          UNTIL RARC-MAP-SUB > RARC-MAP-MAX
002010          OR RARC-INDEX-FAILED.
002020      IF NOT RARC-INDEX-FAILED
002030          PERFORM PURGE-RTN THRU PURGE-RTN-EXIT
002040      END-IF.
002050      PERFORM END-RTN.
002060*-----------------------------------------------------------------
002070*   INIT-RTN - LOG THE START, PICK UP THE RETENTION PARAMETER,
002080*   AND OPEN THE INDEX FOR UPDATE AND RUNCTL FOR THE SCAN.  A
002090*   MISSING RPTINDX IS CREATED EMPTY, AS EXCLOAD DOES FOR
002100*   EXCCASE.
002110*-----------------------------------------------------------------
002120 INIT-RTN.
002130      ACCEPT RARC-TODAY FROM DATE YYYYMMDD.
002140      COMPUTE RARC-TODAY-INT =
002150          FUNCTION INTEGER-OF-DATE (RARC-TODAY).
002160      MOVE 'S' TO RARC-RC-EVENT.
002170      MOVE ZERO TO RARC-RC-KEY-COUNT.
002180      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
002190      MOVE SPACES TO RARC-RUN-TABLE.
002200      ACCEPT RARC-RUN-PARM FROM COMMAND-LINE.
002210*    THE PARAMETER ARRIVES LEFT-JUSTIFIED, SO THE DIGITS ARE
002220*    RIGHT-JUSTIFIED INTO A ZERO-FILLED WORK FIELD BEFORE THE
002230*    NUMERIC MOVE, EXACTLY AS IN AUDARCH.
002240      IF RARC-RUN-PARM NOT = SPACES
002250          MOVE ZERO TO RARC-PARM-LEN
002260          INSPECT RARC-RUN-PARM TALLYING RARC-PARM-LEN
002270              FOR CHARACTERS BEFORE INITIAL SPACE
002280          IF RARC-PARM-LEN > ZERO AND RARC-PARM-LEN < 5
002290              AND RARC-RUN-PARM (1:RARC-PARM-LEN) NUMERIC
002300              MOVE ALL '0' TO RARC-PARM-DIGITS
002310              MOVE RARC-RUN-PARM (1:RARC-PARM-LEN) TO
002320                  RARC-PARM-DIGITS
002330                  (5 - RARC-PARM-LEN : RARC-PARM-LEN)
002340              MOVE RARC-PARM-DIGITS-N TO RARC-RETENTION-DAYS
002350          ELSE
002360              DISPLAY 'RPTARCH: RETENTION PARAMETER NOT '
002370                  'USABLE: ' RARC-RUN-PARM
002380              DISPLAY 'RPTARCH: USING DEFAULT '
002390                  RARC-RETENTION-DAYS ' DAYS'
002400          END-IF
002410      END-IF.
002420      OPEN I-O INDEX-FILE.
002430      IF RARC-INDEX-STATUS = '35'
002440          OPEN OUTPUT INDEX-FILE
002450          CLOSE INDEX-FILE
002460          OPEN I-O INDEX-FILE
002470      END-IF.
002480      IF RARC-INDEX-STATUS NOT = '00'
002490          DISPLAY 'RPTARCH: RPTINDX OPEN FAILED, STATUS '
002500              RARC-INDEX-STATUS
002510          MOVE 'Y' TO RARC-FAILED-SW
002520          GO TO INIT-RTN-EXIT
002530      END-IF.
002540      MOVE 'Y' TO RARC-OPEN-SW.
002550      OPEN INPUT RUN-CONTROL-FILE.
002560      IF RARC-RUNCTL-STATUS NOT = '00'
002570          MOVE 'Y' TO RARC-RUNCTL-EOF-SW
002580      END-IF.
002590 INIT-RTN-EXIT.
002600      EXIT.
002610*-----------------------------------------------------------------
002620*   READ-RUNCTL-RTN - NOTE ONE RUNCTL RECORD AGAINST ITS
002630*   REPORT JOB, IF IT BELONGS TO ONE.  AN END RECORD CARRIES
002640*   THE RUN'S DATE, TIME, AND RETURN CODE; A START RECORD
002650*   MARKS THE JOB OPEN UNTIL ITS END ARRIVES.
002660*-----------------------------------------------------------------
002670 READ-RUNCTL-RTN.
002680      READ RUN-CONTROL-FILE
002690          AT END
002700              MOVE 'Y' TO RARC-RUNCTL-EOF-SW
002710              GO TO READ-RUNCTL-RTN-EXIT
002720      END-READ.
002730      PERFORM FIND-MAP-RTN THRU FIND-MAP-RTN-EXIT.
002740      IF RARC-MAP-FOUND = ZERO
002750          GO TO READ-RUNCTL-RTN-EXIT
002760      END-IF.
002770      IF RC-START-EVENT
002780          MOVE 'S' TO RARC-RUN-SW (RARC-MAP-FOUND)
002790      END-IF.
002800      IF RC-END-EVENT
002810          MOVE RC-DATE TO RARC-RUN-DATE (RARC-MAP-FOUND)
002820          MOVE RC-TIME TO RARC-RUN-TIME (RARC-MAP-FOUND)
002830          MOVE RC-RETURN-CODE TO RARC-RUN-RC (RARC-MAP-FOUND)
002840          MOVE 'E' TO RARC-RUN-SW (RARC-MAP-FOUND)
002850      END-IF.
002860 READ-RUNCTL-RTN-EXIT.
002870      EXIT.
002880*-----------------------------------------------------------------
002890*   FIND-MAP-RTN - LOCATE THE REPORT JOB FOR THE PROGRAM ON
002900*   THE CURRENT RUNCTL RECORD; RARC-MAP-FOUND IS ZERO WHEN IT
002910*   IS NOT A REPORT JOB.
002920*-----------------------------------------------------------------
002930 FIND-MAP-RTN.
002940      MOVE ZERO TO RARC-MAP-FOUND.
002950      PERFORM MATCH-MAP-RTN THRU MATCH-MAP-RTN-EXIT
002960          VARYING RARC-MAP-SUB FROM 1 BY 1
002970          UNTIL RARC-MAP-SUB > RARC-MAP-MAX
002980          OR RARC-MAP-FOUND > ZERO.
002990 FIND-MAP-RTN-EXIT.
003000      EXIT.
003010*-----------------------------------------------------------------
003020*   MATCH-MAP-RTN - TEST ONE MAP SLOT AGAINST THE RUNCTL
003030*   RECORD'S PROGRAM NAME.
003040*-----------------------------------------------------------------
003050 MATCH-MAP-RTN.
003060      IF RARC-MAP-PROGRAM (RARC-MAP-SUB) = RC-PROGRAM
003070          MOVE RARC-MAP-SUB TO RARC-MAP-FOUND
003080      END-IF.
003090 MATCH-MAP-RTN-EXIT.
003100      EXIT.
003110*-----------------------------------------------------------------
003120*   SCAN-INDEX-RTN - WALK RPTINDX TO FIND THE HIGHEST
003130*   GENERATION NUMBER IN USE.
003140*-----------------------------------------------------------------
003150 SCAN-INDEX-RTN.
003160      MOVE 'N' TO RARC-INDEX-EOF-SW.
003170      MOVE ZERO TO RARC-LAST-GEN.
003180      MOVE LOW-VALUES TO RX-KEY.
003190      START INDEX-FILE KEY NOT LESS THAN RX-KEY
003200        INVALID KEY
003210          MOVE 'Y' TO RARC-INDEX-EOF-SW
003220      END-START.
003230      PERFORM SCAN-NEXT-RTN THRU SCAN-NEXT-RTN-EXIT
003240          UNTIL RARC-INDEX-AT-END.
003250 SCAN-INDEX-RTN-EXIT.
003260      EXIT.
003270*-----------------------------------------------------------------
003280*   SCAN-NEXT-RTN - JUDGE ONE INDEX RECORD DURING THE SCAN.
003290*-----------------------------------------------------------------
003300 SCAN-NEXT-RTN.
003310      READ INDEX-FILE NEXT
003320          AT END
003330              MOVE 'Y' TO RARC-INDEX-EOF-SW
003340              GO TO SCAN-NEXT-RTN-EXIT
003350      END-READ.
003360      IF RX-GEN-NO > RARC-LAST-GEN
003370          MOVE RX-GEN-NO TO RARC-LAST-GEN
003380      END-IF.
003390 SCAN-NEXT-RTN-EXIT.
003400      EXIT.
003410*-----------------------------------------------------------------
003420*   ARCHIVE-ONE-RTN - ARCHIVE THE LATEST RUN OF ONE REPORT
003430*   JOB, UNLESS IT IS OPEN, NEVER RAN, OR IS ALREADY ON THE
003440*   INDEX.
003450*-----------------------------------------------------------------
003460 ARCHIVE-ONE-RTN.
003470      IF RARC-RUN-OPEN (RARC-MAP-SUB)
003480          DISPLAY 'RPTARCH: ' RARC-MAP-PROGRAM (RARC-MAP-SUB)
003490              ' HAS NOT ENDED - '
003500              RARC-MAP-REPORT (RARC-MAP-SUB) ' NOT ARCHIVED'
003510          ADD 1 TO RARC-MISSING-COUNT
003520          GO TO ARCHIVE-ONE-RTN-EXIT
003530      END-IF.
003540      IF NOT RARC-RUN-ENDED (RARC-MAP-SUB)
003550          GO TO ARCHIVE-ONE-RTN-EXIT
003560      END-IF.
003570      MOVE RARC-MAP-PROGRAM (RARC-MAP-SUB) TO RX-PROGRAM.
003580      MOVE RARC-RUN-DATE (RARC-MAP-SUB) TO RX-RUN-DATE.
003590      MOVE RARC-RUN-TIME (RARC-MAP-SUB) TO RX-RUN-TIME.
003600      MOVE 'N' TO RARC-INDEXED-SW.
003610      READ INDEX-FILE
003620          INVALID KEY
003630              CONTINUE
003640          NOT INVALID KEY
003650              MOVE 'Y' TO RARC-INDEXED-SW
003660      END-READ.
003670      IF RARC-ALREADY-INDEXED
003680          ADD 1 TO RARC-SKIPPED-COUNT
003690          GO TO ARCHIVE-ONE-RTN-EXIT
003700      END-IF.
003710      MOVE RARC-MAP-REPORT (RARC-MAP-SUB) TO RARC-REPORT-NAME.
003720      OPEN INPUT REPORT-FILE.
003730      IF RARC-REPORT-STATUS NOT = '00'
003740          DISPLAY 'RPTARCH: ' RARC-REPORT-NAME
003750              ' NOT FOUND FOR ' RARC-MAP-PROGRAM (RARC-MAP-SUB)
003760              ' RUN ' RARC-RUN-DATE (RARC-MAP-SUB)
003770          ADD 1 TO RARC-MISSING-COUNT
003780          GO TO ARCHIVE-ONE-RTN-EXIT
003790      END-IF.
003800      ADD 1 TO RARC-LAST-GEN.
003810      MOVE RARC-LAST-GEN TO RARC-GEN-NO.
003820      OPEN OUTPUT GENERATION-FILE.
003821      IF RARC-GEN-STATUS NOT = '00'
003822          DISPLAY 'RPTARCH: ' RARC-GEN-NAME
003823              ' NOT CREATED, STATUS ' RARC-GEN-STATUS
003824          CLOSE REPORT-FILE
003825          MOVE 'Y' TO RARC-FAILED-SW
003826          GO TO ARCHIVE-ONE-RTN-EXIT
003827      END-IF.
003830      MOVE ZERO TO RARC-LINE-COUNT.
003840      MOVE 'N' TO RARC-REPORT-EOF-SW.
003850      PERFORM COPY-LINE-RTN THRU COPY-LINE-RTN-EXIT
003860          UNTIL RARC-REPORT-AT-END.
003870      CLOSE REPORT-FILE.
003880      CLOSE GENERATION-FILE.
003890      MOVE SPACES TO RX-RECORD.
003900      MOVE RARC-MAP-PROGRAM (RARC-MAP-SUB) TO RX-PROGRAM.
003910      MOVE RARC-RUN-DATE (RARC-MAP-SUB) TO RX-RUN-DATE.
003920      MOVE RARC-RUN-TIME (RARC-MAP-SUB) TO RX-RUN-TIME.
003930      MOVE RARC-REPORT-NAME TO RX-REPORT-NAME.
003940      MOVE RARC-GEN-NO TO RX-GEN-NO.
003950      MOVE RARC-RUN-RC (RARC-MAP-SUB) TO RX-RETURN-CODE.
003960      MOVE RARC-LINE-COUNT TO RX-LINE-COUNT.
003970      MOVE RARC-TODAY TO RX-ARCHIVED-DATE.
003980      WRITE RX-RECORD
003990          INVALID KEY
004000              DISPLAY 'RPTARCH: ' RARC-GEN-NAME
004010                  ' NOT INDEXED, STATUS ' RARC-INDEX-STATUS
004020              MOVE 'Y' TO RARC-FAILED-SW
004030              GO TO ARCHIVE-ONE-RTN-EXIT
004040      END-WRITE.
004050      ADD 1 TO RARC-ARCHIVED-COUNT.
004060      DISPLAY 'RPTARCH: ' RARC-REPORT-NAME ' FROM '
004070          RX-PROGRAM ' RUN ' RX-RUN-DATE ' ARCHIVED AS '
004080          RARC-GEN-NAME.
004090 ARCHIVE-ONE-RTN-EXIT.
004100      EXIT.
004110*-----------------------------------------------------------------
004120*   COPY-LINE-RTN - COPY ONE REPORT LINE TO THE GENERATION.
004130*-----------------------------------------------------------------
004140 COPY-LINE-RTN.
004150      READ REPORT-FILE
004160          AT END
004170              MOVE 'Y' TO RARC-REPORT-EOF-SW
004180              GO TO COPY-LINE-RTN-EXIT
004190      END-READ.
004200      MOVE RP-RECORD TO RG-RECORD.
004210      WRITE RG-RECORD.
004220      ADD 1 TO RARC-LINE-COUNT.
004230 COPY-LINE-RTN-EXIT.
004240      EXIT.
004250*-----------------------------------------------------------------
004260*   PURGE-RTN - WALK THE WHOLE INDEX AND DROP EVERY
004270*   GENERATION WHOSE RUN DATE IS BEFORE THE RETENTION WINDOW.
004280*   THE INDEX IS KEYED PROGRAM FIRST, SO THE OLD ENTRIES ARE
004290*   SPREAD THROUGH IT - IT IS SMALL ENOUGH TO READ END TO END.
004300*-----------------------------------------------------------------
004310 PURGE-RTN.
004320      COMPUTE RARC-KEEP-INT =
004330          RARC-TODAY-INT - RARC-RETENTION-DAYS.
004340      COMPUTE RARC-KEEP-DATE =
004350          FUNCTION DATE-OF-INTEGER (RARC-KEEP-INT).
004360      MOVE 'N' TO RARC-INDEX-EOF-SW.
004370      MOVE LOW-VALUES TO RX-KEY.
004380      START INDEX-FILE KEY NOT LESS THAN RX-KEY
004390        INVALID KEY
004400          MOVE 'Y' TO RARC-INDEX-EOF-SW
004410      END-START.
004420      PERFORM PURGE-ONE-RTN THRU PURGE-ONE-RTN-EXIT
004430          UNTIL RARC-INDEX-AT-END.
004440      MOVE ZERO TO RETURN-CODE.
004450 PURGE-RTN-EXIT.
004460      EXIT.
004470*-----------------------------------------------------------------
004480*   PURGE-ONE-RTN - DELETE ONE GENERATION AND ITS INDEX
004490*   RECORD IF THE RUN IS PAST THE WINDOW.  A GENERATION FILE
004500*   ALREADY GONE JUST FAILS THE DELETE QUIETLY; THE INDEX
004510*   RECORD GOES REGARDLESS.
004520*-----------------------------------------------------------------
004530 PURGE-ONE-RTN.
004540      READ INDEX-FILE NEXT
004550          AT END
004560              MOVE 'Y' TO RARC-INDEX-EOF-SW
004570              GO TO PURGE-ONE-RTN-EXIT
004580      END-READ.
004590      IF RX-RUN-DATE NOT < RARC-KEEP-DATE
004600          GO TO PURGE-ONE-RTN-EXIT
004610      END-IF.
004620      MOVE RX-GEN-NO TO RARC-GEN-NO.
004630      CALL 'CBL_DELETE_FILE' USING RARC-GEN-NAME.
004640      DELETE INDEX-FILE RECORD
004650          INVALID KEY
004660              DISPLAY 'RPTARCH: INDEX ENTRY FOR ' RARC-GEN-NAME
004670                  ' NOT DELETED, STATUS ' RARC-INDEX-STATUS
004680              GO TO PURGE-ONE-RTN-EXIT
004690      END-DELETE.
004700      ADD 1 TO RARC-PURGED-COUNT.
004710 PURGE-ONE-RTN-EXIT.
004720      EXIT.
004730*-----------------------------------------------------------------
004740*   END-RTN - OPERATOR LOG SUMMARY AND COMPLETION SIGNAL.
004750*-----------------------------------------------------------------
004760 END-RTN.
004770      IF RARC-INDEX-OPEN
004780          CLOSE INDEX-FILE
004790      END-IF.
004800      MOVE RARC-ARCHIVED-COUNT TO RARC-COUNT-D.
004810      DISPLAY 'RPTARCH REPORTS ARCHIVED:      ' RARC-COUNT-D.
004820      MOVE RARC-SKIPPED-COUNT TO RARC-COUNT-D.
004830      DISPLAY 'RPTARCH ALREADY ON INDEX:      ' RARC-COUNT-D.
004840      MOVE RARC-MISSING-COUNT TO RARC-COUNT-D.
004850      DISPLAY 'RPTARCH NOT ARCHIVED:          ' RARC-COUNT-D.
004860      MOVE RARC-PURGED-COUNT TO RARC-COUNT-D.
004870      DISPLAY 'RPTARCH GENERATIONS PURGED:    ' RARC-COUNT-D.
004880      EVALUATE TRUE
004890        WHEN RARC-INDEX-FAILED
004900          MOVE 8 TO RETURN-CODE
004910        WHEN RARC-MISSING-COUNT > ZERO
004920          MOVE 4 TO RETURN-CODE
004930        WHEN OTHER
004940          MOVE ZERO TO RETURN-CODE
004950      END-EVALUATE.
004960      MOVE 'E' TO RARC-RC-EVENT.
004970      MOVE RARC-ARCHIVED-COUNT TO RARC-RC-KEY-COUNT.
004980      PERFORM WRITE-RUNCTL-RTN THRU WRITE-RUNCTL-RTN-EXIT.
004990      STOP RUN.
005000*-----------------------------------------------------------------
005010*   WRITE-RUNCTL-RTN - APPEND ONE START OR END RECORD TO THE
005020*   COMMON RUNCTL RUN-CONTROL LOG.  CALLER SETS RARC-RC-EVENT
005030*   AND RARC-RC-KEY-COUNT; THE RETURN CODE RIDES ALONG AS IT
005040*   STANDS.  ONLY EVER CALLED WHILE RUNCTL IS NOT OPEN FOR
005050*   THE SCAN.
005060*-----------------------------------------------------------------
005070 WRITE-RUNCTL-RTN.
005080      OPEN EXTEND RUN-CONTROL-FILE.
005090      MOVE SPACES TO RC-RECORD.
005100      MOVE 'RPTARCH ' TO RC-PROGRAM.
005110      ACCEPT RC-DATE FROM DATE YYYYMMDD.
005120      ACCEPT RC-TIME FROM TIME.
005130      MOVE RARC-RC-EVENT TO RC-EVENT.
005140      MOVE RETURN-CODE TO RC-RETURN-CODE.
005150      MOVE RARC-RC-KEY-COUNT TO RC-KEY-COUNT.
005160      WRITE RC-RECORD.
005170      CLOSE RUN-CONTROL-FILE.
005180 WRITE-RUNCTL-RTN-EXIT.
005190      EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isojob.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - NIGHTLY JOB-STREAM DRIVER:    *
000120*                  READS A STEP TABLE, RUNS THE STEPS IN    *
000130*                  ORDER, CHECKS EACH STEP'S RETURN CODE    *
000140*                  AGAINST THE CODES THE TABLE ALLOWS IT,   *
000150*                  AND STOPS THE STREAM OR SKIPS LATER      *
000160*                  STEPS ACCORDINGLY. EVERY STEP, RUN OR    *
000170*                  NOT, GOES ON A STEP LOG WITH ITS START   *
000180*                  AND END TIMES AND ITS CODE, AND A FAILED *
000190*                  NIGHT CAN BE RESTARTED FROM A NAMED STEP *
000192* 10/15/2026 MD    SUSPENSE STEP (ISOSUSP) ADDED TO THE     *
000194*                  NIGHTLY TABLE AFTER RECON                *
000196* 10/15/2026 MD    RUN SCHEDULE CHECK (ISORUNCK) ADDED AT   *
000198*                  THE HEAD OF THE NIGHTLY TABLE            *
000199* 10/15/2026 MD    NIGHTLY UNLOAD STEP (ISOUNLD) BEFORE ISO *
000200*----------------------------------------------------------*
000210* THE STEP TABLE (STEPTBL) HAS ONE LINE PER STEP, IN THE ORDER
000220* THEY RUN; A LINE WITH * IN COL 1 IS A COMMENT:
000230*   COL 1-8    STEP NAME
000240*   COL 10     SCHEDULE - D EVERY NIGHT, M MONTH END ONLY
000250*   COL 12-13  HIGHEST CODE THE STEP MAY END WITH AND STILL
000260*              COUNT AS GOOD
000270*   COL 15     ON A HIGHER CODE - S STOP THE STREAM, C LOG IT
000280*              AND CARRY ON WITH THE NEXT STEP
000290*   COL 17-18  SKIP THIS STEP WHEN AN EARLIER STEP TONIGHT
000300*              ENDED ABOVE THIS CODE (BLANK = NEVER SKIP)
000310*   COL 20-99  COMMAND THAT RUNS THE STEP
000320* THE NIGHTLY TABLE IS:
000325*   RUNCHECK D 04 C    ISORUNCK
000330*   IMPORT   D 00 S    ISOIMP
000340*   EDIT     D 00 S    ISOEDIT
000345*   UNLOAD   D 00 S    ISOUNLD
000350*   ISO      D 04 S    ISO
000360*   RECON    D 00 S    ISORECON
000365*   SUSPENSE D 04 C    ISOSUSP
000370*   EXPORT   D 00 S    ISOXPRT
000380*   PURGE    D 04 C    ISOPURGE
000390*   ARCHIVE  M 00 C 04 ISOARCH
000400*   STATS    M 00 C 04 ISOSTAT
000410*   TREND    M 00 C 04 ISOTREND
000420* THE JOBCTL CONTROL CARD IS OPTIONAL:
000430*   COL 1-8    RESTART STEP NAME (BLANK = RUN FROM THE TOP)
000440*   COL 10     MONTH END - Y FORCE THE MONTH-END STEPS, N
000450*              LEAVE THEM OUT, BLANK = TONIGHT IS MONTH END
000460*              WHEN TOMORROW IS THE FIRST
000470* ON A RESTART THE STEPS AHEAD OF THE NAMED ONE ARE LOGGED AS
000480* BYPASSED AND NOT RUN. THE DRIVER ENDS WITH THE HIGHEST CODE
000490* ANY STEP RETURNED, OR 16 WHEN THE STREAM WAS STOPPED OR THE
000500* TABLE OR CARD IS UNUSABLE. ON A RESTART THAT CODE COVERS ONLY
000502* THE STEPS RUN TONIGHT (THE SAME GOES FOR THE SKIP CODES); THE
000504* BYPASSED STEPS' CODES ARE ON THE FAILED RUN'S LOG LINES.
000510*----------------------------------------------------------*
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. GNU-LINUX.
000560 OBJECT-COMPUTER. GNU-LINUX.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT JOB-CTL-FILE ASSIGN TO "JOBCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-JCTL-STATUS.
000630
000640     SELECT STEP-TABLE-FILE ASSIGN TO "STEPTBL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-STBL-STATUS.
000670
000680     SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SLOG-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  JOB-CTL-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  JOB-CTL-REC.
000790     05  JC-RESTART-STEP      PIC X(08).
000800     05  FILLER               PIC X(01).
000810     05  JC-MONTH-END         PIC X(01).
000820
000830 FD  STEP-TABLE-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  STEP-TABLE-REC.
000870     05  ST-STEP-NAME         PIC X(08).
000880     05  FILLER               PIC X(01).
000890     05  ST-SCHEDULE          PIC X(01).
000900     05  FILLER               PIC X(01).
000910     05  ST-MAX-RC            PIC X(02).
000920     05  FILLER               PIC X(01).
000930     05  ST-ON-FAIL           PIC X(01).
000940     05  FILLER               PIC X(01).
000950     05  ST-SKIP-RC           PIC X(02).
000960     05  FILLER               PIC X(01).
000970     05  ST-COMMAND           PIC X(80).
000980
000990*    ONE LINE PER STEP PER NIGHT, APPENDED, SO THE LOG IS THE
001000*    HISTORY OF EVERY NIGHT THE DRIVER HAS RUN.
001010 FD  STEP-LOG-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  STEP-LOG-REC.
001050     05  SL-RUN-DATE          PIC X(10).
001060     05  FILLER               PIC X(01).
001070     05  SL-STEP-NAME         PIC X(08).
001080     05  FILLER               PIC X(01).
001090     05  SL-START-TIME        PIC X(08).
001100     05  FILLER               PIC X(01).
001110     05  SL-END-TIME          PIC X(08).
001120     05  FILLER               PIC X(01).
001130     05  SL-RETURN-CODE       PIC X(03).
001140     05  FILLER               PIC X(01).
001150     05  SL-DISPOSITION       PIC X(30).
001160     05  FILLER               PIC X(28).
001170
001180 WORKING-STORAGE SECTION.
001190
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW            PIC X VALUE 'N'.
001220         88  WS-EOF                   VALUE 'Y'.
001230     05  WS-JCTL-SW           PIC X VALUE 'N'.
001240         88  WS-JCTL-PRESENT          VALUE 'Y'.
001250     05  WS-MONTH-END-SW      PIC X VALUE 'N'.
001260         88  WS-MONTH-END             VALUE 'Y'.
001270     05  WS-RESTART-SW        PIC X VALUE 'N'.
001280         88  WS-RESTARTING            VALUE 'Y'.
001290     05  WS-STOPPED-SW        PIC X VALUE 'N'.
001300         88  WS-STREAM-STOPPED        VALUE 'Y'.
001310
001320 01  WS-JCTL-STATUS           PIC XX VALUE SPACES.
001330     88  WS-JCTL-OK                  VALUE '00'.
001340
001350 01  WS-STBL-STATUS           PIC XX VALUE SPACES.
001360     88  WS-STBL-OK                  VALUE '00'.
001370
001380 01  WS-SLOG-STATUS           PIC XX VALUE SPACES.
001390     88  WS-SLOG-OK                  VALUE '00'.
001400     88  WS-SLOG-NOTFOUND            VALUE '35'.
001410
001420 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001430 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001440
001450*    THE STEP TABLE IS HELD WHOLE SO A RESTART STEP NAME CAN
001460*    BE PROVED PRESENT BEFORE ANYTHING RUNS.
001470 77  WS-MAX-STEPS             PIC 9(02) COMP VALUE 20.
001480 77  WS-STEP-COUNT            PIC 9(02) COMP VALUE ZERO.
001490 77  WS-STEP-IDX              PIC 9(02) COMP VALUE ZERO.
001500 77  WS-RESTART-IDX           PIC 9(02) COMP VALUE ZERO.
001510
001520 01  WS-STEP-TABLE.
001530     05  WS-STEP-ENT OCCURS 20.
001540         10  WS-STEP-NAME     PIC X(08).
001550         10  WS-STEP-SCHED    PIC X(01).
001560         10  WS-STEP-MAX-RC   PIC 9(02).
001570         10  WS-STEP-ON-FAIL  PIC X(01).
001580         10  WS-STEP-SKIP-SW  PIC X(01).
001590             88  WS-STEP-HAS-SKIP    VALUE 'Y'.
001600         10  WS-STEP-SKIP-RC  PIC 9(02).
001610         10  WS-STEP-COMMAND  PIC X(80).
001620
001630 77  WS-SYS-STATUS            PIC S9(09) COMP VALUE ZERO.
001640 77  WS-STEP-RC               PIC 9(03) COMP VALUE ZERO.
001650 77  WS-HIGHEST-RC            PIC 9(03) COMP VALUE ZERO.
001660 77  WS-STEPS-RUN             PIC 9(04) COMP VALUE ZERO.
001670
001680 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
001690 01  WS-TODAY-NUM             PIC 9(08) VALUE ZERO.
001700 01  WS-TOMORROW-NUM          PIC 9(08) VALUE ZERO.
001710 01  WS-TOMORROW-X REDEFINES WS-TOMORROW-NUM.
001720     05  FILLER               PIC X(06).
001730     05  WS-TOMORROW-DD       PIC X(02).
001740
001750 01  WS-STEP-RC-DSP           PIC ZZ9.
001760 01  WS-COMMAND               PIC X(80) VALUE SPACES.
001770 01  WS-DISP-TXT              PIC X(30) VALUE SPACES.
001780 01  WS-START-TIME            PIC X(08) VALUE SPACES.
001790 01  WS-END-TIME              PIC X(08) VALUE SPACES.
001800
001810 01  WS-CURRENT-DATE-TIME     PIC X(21).
001820 01  WS-RUN-DATE-DSP          PIC X(10).
001830 01  WS-TIME-DSP              PIC X(08).
001840
001850 PROCEDURE DIVISION.
001860
001870*----------------------------------------------------------*
001880* 0000-MAINLINE - LOADS THE STEP TABLE AND RUNS THE NIGHT   *
001890*----------------------------------------------------------*
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001920
001930     PERFORM 2000-RUN-ONE-STEP THRU 2000-RUN-ONE-STEP-EXIT
001940         VARYING WS-STEP-IDX FROM 1 BY 1
001950         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
001960
001970     CLOSE STEP-LOG-FILE.
001980
001990     IF WS-STREAM-STOPPED
002000         DISPLAY 'ISOJOB: STREAM STOPPED - RESTART FROM THE '
002010                 'FAILED STEP ONCE IT IS FIXED'
002020         MOVE 16 TO RETURN-CODE
002030     ELSE
002040         DISPLAY 'ISOJOB: STREAM COMPLETE, ' WS-STEPS-RUN
002050                 ' STEP(S) RUN'
002060         MOVE WS-HIGHEST-RC TO RETURN-CODE
002062         IF WS-RESTARTING
002064             MOVE WS-HIGHEST-RC TO WS-STEP-RC-DSP
002066             DISPLAY 'ISOJOB: RESTARTED AT '
002067                     WS-STEP-NAME (WS-RESTART-IDX)
002068                     ' - CODE ' WS-STEP-RC-DSP ' COVERS ONLY THE'
002069                     ' STEPS RUN TONIGHT'
002070         END-IF
002072     END-IF.
002080     STOP RUN.
002090
002100*----------------------------------------------------------*
002110* 1000-INITIALIZE - STAMPS THE RUN DATE, DECIDES WHETHER    *
002120* TONIGHT IS MONTH END, READS THE OPTIONAL CONTROL CARD,    *
002130* LOADS THE STEP TABLE AND OPENS THE STEP LOG               *
002140*----------------------------------------------------------*
002150 1000-INITIALIZE.
002160     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002170     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002180            '/'                      DELIMITED BY SIZE
002190            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002200            '/'                      DELIMITED BY SIZE
002210            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002220         INTO WS-RUN-DATE-DSP.
002230
002240*    TONIGHT IS MONTH END WHEN TOMORROW IS THE FIRST.
002250     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
002260     COMPUTE WS-TODAY-INT =
002270         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
002280     COMPUTE WS-TOMORROW-NUM =
002290         FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + 1).
002300     IF WS-TOMORROW-DD = '01'
002310         SET WS-MONTH-END TO TRUE
002320     END-IF.
002330
002340     MOVE SPACES TO JOB-CTL-REC.
002350     OPEN INPUT JOB-CTL-FILE.
002360     IF WS-JCTL-OK
002370         SET WS-JCTL-PRESENT TO TRUE
002380         READ JOB-CTL-FILE
002390             AT END MOVE SPACES TO JOB-CTL-REC
002400         END-READ
002410         CLOSE JOB-CTL-FILE
002420     END-IF.
002430
002440     IF JC-MONTH-END = 'Y'
002450         SET WS-MONTH-END TO TRUE
002460     END-IF.
002470     IF JC-MONTH-END = 'N'
002480         MOVE 'N' TO WS-MONTH-END-SW
002490     END-IF.
002500
002510     PERFORM 1100-LOAD-STEPS THRU 1100-LOAD-STEPS-EXIT.
002520
002530     IF WS-STEP-COUNT = ZERO
002540         DISPLAY 'ISOJOB: STEP TABLE IS EMPTY'
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580
002590*    A RESTART NAME THAT IS NOT IN THE TABLE IS A TYPING
002600*    ERROR ON THE CARD; NOTHING RUNS RATHER THAN GUESSING
002610*    WHERE THE OPERATOR MEANT TO PICK UP.
002620     IF JC-RESTART-STEP NOT = SPACES
002630         PERFORM 1200-FIND-RESTART THRU 1200-FIND-RESTART-EXIT
002640             VARYING WS-STEP-IDX FROM 1 BY 1
002650             UNTIL WS-STEP-IDX > WS-STEP-COUNT
002660                OR WS-RESTART-IDX > ZERO
002670         IF WS-RESTART-IDX = ZERO
002680             DISPLAY 'ISOJOB: RESTART STEP NOT IN THE STEP '
002690                     'TABLE: ' JC-RESTART-STEP
002700             MOVE 16 TO RETURN-CODE
002710             STOP RUN
002720         END-IF
002730         SET WS-RESTARTING TO TRUE
002740         DISPLAY 'ISOJOB: RESTARTING AT STEP ' JC-RESTART-STEP
002750     END-IF.
002760
002770     OPEN EXTEND STEP-LOG-FILE.
002780     IF WS-SLOG-NOTFOUND
002790         OPEN OUTPUT STEP-LOG-FILE
002800     END-IF.
002810     PERFORM 9100-CHECK-SLOG THRU 9100-CHECK-SLOG-EXIT.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------*
002860* 1100-LOAD-STEPS - READS THE STEP TABLE INTO WORKING       *
002870* STORAGE. A CODE COLUMN THAT IS NOT NUMERIC OR A TABLE     *
002880* LONGER THAN THE DRIVER HOLDS IS A HARD STOP: A STREAM     *
002890* RUN OFF A TABLE IT CANNOT READ IS WORSE THAN NO STREAM    *
002900*----------------------------------------------------------*
002910 1100-LOAD-STEPS.
002920     OPEN INPUT STEP-TABLE-FILE.
002930     IF NOT WS-STBL-OK
002940         MOVE 'STEPTBL' TO WS-ERR-FILE-NAME
002950         MOVE WS-STBL-STATUS TO WS-ERR-STATUS
002960         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002970     END-IF.
002980
002990     PERFORM 1110-READ-STEP THRU 1110-READ-STEP-EXIT.
003000     PERFORM 1120-STORE-STEP THRU 1120-STORE-STEP-EXIT
003010         UNTIL WS-EOF.
003020     CLOSE STEP-TABLE-FILE.
003030     MOVE 'N' TO WS-EOF-SW.
003040 1100-LOAD-STEPS-EXIT.
003050     EXIT.
003060
003070 1110-READ-STEP.
003080     READ STEP-TABLE-FILE
003090         AT END SET WS-EOF TO TRUE
003100     END-READ.
003110 1110-READ-STEP-EXIT.
003120     EXIT.
003130
003140 1120-STORE-STEP.
003150     IF ST-STEP-NAME(1:1) = '*' OR STEP-TABLE-REC = SPACES
003160         GO TO 1120-STORE-NEXT
003170     END-IF.
003180
003190     IF WS-STEP-COUNT NOT < WS-MAX-STEPS
003200         DISPLAY 'ISOJOB: STEP TABLE HAS MORE THAN '
003210                 WS-MAX-STEPS ' STEPS'
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250
003260     IF ST-MAX-RC NOT NUMERIC
003270             OR (ST-SKIP-RC NOT = SPACES
003280                 AND ST-SKIP-RC NOT NUMERIC)
003290             OR (ST-SCHEDULE NOT = 'D' AND ST-SCHEDULE NOT = 'M')
003300             OR (ST-ON-FAIL NOT = 'S' AND ST-ON-FAIL NOT = 'C')
003310             OR ST-COMMAND = SPACES
003320         DISPLAY 'ISOJOB: BAD STEP TABLE LINE FOR STEP '
003330                 ST-STEP-NAME
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370
003380     ADD 1 TO WS-STEP-COUNT.
003390     MOVE ST-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT).
003400     MOVE ST-SCHEDULE TO WS-STEP-SCHED (WS-STEP-COUNT).
003410     MOVE ST-MAX-RC TO WS-STEP-MAX-RC (WS-STEP-COUNT).
003420     MOVE ST-ON-FAIL TO WS-STEP-ON-FAIL (WS-STEP-COUNT).
003430     IF ST-SKIP-RC = SPACES
003440         MOVE 'N' TO WS-STEP-SKIP-SW (WS-STEP-COUNT)
003450         MOVE ZERO TO WS-STEP-SKIP-RC (WS-STEP-COUNT)
003460     ELSE
003470         MOVE 'Y' TO WS-STEP-SKIP-SW (WS-STEP-COUNT)
003480         MOVE ST-SKIP-RC TO WS-STEP-SKIP-RC (WS-STEP-COUNT)
003490     END-IF.
003500     MOVE ST-COMMAND TO WS-STEP-COMMAND (WS-STEP-COUNT).
003510
003520 1120-STORE-NEXT.
003530     PERFORM 1110-READ-STEP THRU 1110-READ-STEP-EXIT.
003540 1120-STORE-STEP-EXIT.
003550     EXIT.
003560
003570 1200-FIND-RESTART.
003580     IF WS-STEP-NAME (WS-STEP-IDX) = JC-RESTART-STEP
003590         MOVE WS-STEP-IDX TO WS-RESTART-IDX
003600     END-IF.
003610 1200-FIND-RESTART-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------*
003650* 2000-RUN-ONE-STEP - DECIDES WHETHER THE STEP RUNS AT ALL, *
003660* RUNS IT, AND JUDGES ITS CODE. A STEP THAT DOES NOT RUN    *
003670* STILL GETS A LOG LINE SAYING WHY, SO THE LOG ALWAYS       *
003680* ACCOUNTS FOR THE WHOLE TABLE                              *
003690*----------------------------------------------------------*
003700 2000-RUN-ONE-STEP.
003710     MOVE SPACES TO WS-START-TIME.
003720     MOVE SPACES TO WS-END-TIME.
003730
003740     IF WS-STREAM-STOPPED
003750         MOVE 'NOT RUN - STREAM STOPPED' TO WS-DISP-TXT
003760         PERFORM 2900-LOG-NOT-RUN THRU 2900-LOG-NOT-RUN-EXIT
003770         GO TO 2000-RUN-ONE-STEP-EXIT
003780     END-IF.
003790
003800     IF WS-RESTARTING AND WS-STEP-IDX < WS-RESTART-IDX
003810         MOVE 'BYPASSED - RESTART' TO WS-DISP-TXT
003820         PERFORM 2900-LOG-NOT-RUN THRU 2900-LOG-NOT-RUN-EXIT
003830         GO TO 2000-RUN-ONE-STEP-EXIT
003840     END-IF.
003850
003860     IF WS-STEP-SCHED (WS-STEP-IDX) = 'M' AND NOT WS-MONTH-END
003870         MOVE 'SKIPPED - NOT MONTH END' TO WS-DISP-TXT
003880         PERFORM 2900-LOG-NOT-RUN THRU 2900-LOG-NOT-RUN-EXIT
003890         GO TO 2000-RUN-ONE-STEP-EXIT
003900     END-IF.
003910
003920     IF WS-STEP-HAS-SKIP (WS-STEP-IDX)
003930             AND WS-HIGHEST-RC > WS-STEP-SKIP-RC (WS-STEP-IDX)
003940         MOVE 'SKIPPED - EARLIER STEP CODE' TO WS-DISP-TXT
003950         PERFORM 2900-LOG-NOT-RUN THRU 2900-LOG-NOT-RUN-EXIT
003960         GO TO 2000-RUN-ONE-STEP-EXIT
003970     END-IF.
003980
003990     PERFORM 2100-EXECUTE-STEP THRU 2100-EXECUTE-STEP-EXIT.
004000
004010     IF WS-STEP-RC > WS-HIGHEST-RC
004020         MOVE WS-STEP-RC TO WS-HIGHEST-RC
004030     END-IF.
004040
004050     IF WS-STEP-RC NOT > WS-STEP-MAX-RC (WS-STEP-IDX)
004060         MOVE 'ENDED OK' TO WS-DISP-TXT
004070     ELSE
004080         IF WS-STEP-ON-FAIL (WS-STEP-IDX) = 'S'
004090             MOVE 'FAILED - STREAM STOPPED' TO WS-DISP-TXT
004100             SET WS-STREAM-STOPPED TO TRUE
004110         ELSE
004120             MOVE 'FAILED - STREAM CONTINUED' TO WS-DISP-TXT
004130         END-IF
004140     END-IF.
004150
004160     MOVE WS-STEP-RC TO WS-STEP-RC-DSP.
004170     DISPLAY 'ISOJOB: STEP ' WS-STEP-NAME (WS-STEP-IDX)
004180             ' CODE ' WS-STEP-RC-DSP ' ' WS-DISP-TXT.
004190     PERFORM 2800-WRITE-LOG THRU 2800-WRITE-LOG-EXIT.
004200 2000-RUN-ONE-STEP-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------*
004240* 2100-EXECUTE-STEP - RUNS THE STEP'S COMMAND AND TAKES     *
004250* ITS RETURN CODE. THE SYSTEM CALL HANDS BACK THE WAIT      *
004260* STATUS, WHOSE HIGH-ORDER BYTE IS THE CODE THE STEP ENDED  *
004270* WITH; A STEP THAT COULD NOT BE STARTED OR WAS KILLED      *
004280* OFF HAS NO CODE OF ITS OWN AND IS TAKEN AS A HARD STOP    *
004290*----------------------------------------------------------*
004300 2100-EXECUTE-STEP.
004310     MOVE WS-STEP-COMMAND (WS-STEP-IDX) TO WS-COMMAND.
004320
004330     PERFORM 8000-STAMP-TIME THRU 8000-STAMP-TIME-EXIT.
004340     MOVE WS-TIME-DSP TO WS-START-TIME.
004350     DISPLAY 'ISOJOB: STEP ' WS-STEP-NAME (WS-STEP-IDX)
004360             ' STARTED ' WS-START-TIME.
004370
004380     CALL 'SYSTEM' USING WS-COMMAND.
004390     MOVE RETURN-CODE TO WS-SYS-STATUS.
004400     MOVE ZERO TO RETURN-CODE.
004410     ADD 1 TO WS-STEPS-RUN.
004420
004430     IF WS-SYS-STATUS < ZERO
004440             OR FUNCTION MOD (WS-SYS-STATUS, 256) NOT = ZERO
004450         MOVE 16 TO WS-STEP-RC
004460     ELSE
004470         COMPUTE WS-STEP-RC = WS-SYS-STATUS / 256
004480     END-IF.
004490
004500     PERFORM 8000-STAMP-TIME THRU 8000-STAMP-TIME-EXIT.
004510     MOVE WS-TIME-DSP TO WS-END-TIME.
004520 2100-EXECUTE-STEP-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560* 2800-WRITE-LOG - ONE STEP-LOG LINE FOR THE STEP IN HAND   *
004570*----------------------------------------------------------*
004580 2800-WRITE-LOG.
004590     MOVE SPACES TO STEP-LOG-REC.
004600     MOVE WS-RUN-DATE-DSP TO SL-RUN-DATE.
004610     MOVE WS-STEP-NAME (WS-STEP-IDX) TO SL-STEP-NAME.
004620     MOVE WS-START-TIME TO SL-START-TIME.
004630     MOVE WS-END-TIME TO SL-END-TIME.
004640     IF WS-START-TIME NOT = SPACES
004650         MOVE WS-STEP-RC-DSP TO SL-RETURN-CODE
004660     END-IF.
004670     MOVE WS-DISP-TXT TO SL-DISPOSITION.
004680     WRITE STEP-LOG-REC.
004690     PERFORM 9100-CHECK-SLOG THRU 9100-CHECK-SLOG-EXIT.
004700 2800-WRITE-LOG-EXIT.
004710     EXIT.
004720
004730 2900-LOG-NOT-RUN.
004740     DISPLAY 'ISOJOB: STEP ' WS-STEP-NAME (WS-STEP-IDX)
004750             ' ' WS-DISP-TXT.
004760     PERFORM 2800-WRITE-LOG THRU 2800-WRITE-LOG-EXIT.
004770 2900-LOG-NOT-RUN-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810* 8000-STAMP-TIME - THE CURRENT TIME OF DAY AS HH:MM:SS     *
004820*----------------------------------------------------------*
004830 8000-STAMP-TIME.
004840     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
004850     STRING WS-CURRENT-DATE-TIME(9:2)  DELIMITED BY SIZE
004860            ':'                       DELIMITED BY SIZE
004870            WS-CURRENT-DATE-TIME(11:2) DELIMITED BY SIZE
004880            ':'                       DELIMITED BY SIZE
004890            WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
004900         INTO WS-TIME-DSP.
004910 8000-STAMP-TIME-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
004960* GRADED CODE THE REST OF THE SUITE USES                    *
004970*----------------------------------------------------------*
004980 9000-FILE-ABORT.
004990     DISPLAY 'ISOJOB: FILE ERROR ON ' WS-ERR-FILE-NAME
005000             ' STATUS=' WS-ERR-STATUS.
005010     MOVE 16 TO RETURN-CODE.
005020     STOP RUN.
005030 9000-FILE-ABORT-EXIT.
005040     EXIT.
005050
005060 9100-CHECK-SLOG.
005070     IF NOT WS-SLOG-OK
005080         MOVE 'STEPLOG' TO WS-ERR-FILE-NAME
005090         MOVE WS-SLOG-STATUS TO WS-ERR-STATUS
005100         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005110     END-IF.
005120 9100-CHECK-SLOG-EXIT.
005130     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isorunck.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - RUN SCHEDULE CHECK: HOLDS THE   *
000120*                  RUN HISTORY AND THE RUN-CONTROL RECORD UP  *
000130*                  AGAINST THE PROCESSING CALENDAR AND CALLS  *
000140*                  OUT EVERY BUSINESS DAY WITH NO NIGHTLY     *
000150*                  RUN, EVERY RUN ON A WEEKEND OR HOLIDAY,    *
000160*                  EVERY RUN THAT ENDED PAST THE CUTOFF AND   *
000170*                  A RUN LEFT STARTED BUT NEVER ENDED         *
000180*----------------------------------------------------------*
000190* THE RUNCKCTL CONTROL CARD IS OPTIONAL:
000200*   COL 1-8    FIRST DATE TO CHECK, YYYYMMDD
000210*   COL 10-17  LAST DATE TO CHECK, YYYYMMDD
000220*   COL 19-26  CUTOFF HH:MM:SS THE NIGHTLY MUST HAVE ENDED BY
000230* BLANK DATES CHECK THE SEVEN DAYS ENDING YESTERDAY; A BLANK
000240* CUTOFF IS 23:00:00. AT MOST 366 DATES ARE CHECKED IN ONE RUN.
000250* THE NIGHTLY RUNS ON THE EVENING OF ITS BUSINESS DAY, SO A
000260* RUN COUNTS FOR THE DATE IT STARTED ON, AND ONE THAT ENDED
000270* AFTER MIDNIGHT IS LATE WHATEVER THE CUTOFF. ONLY BATCH RUNS
000280* COUNT - AN INTERACTIVE SESSION IS NOT THE NIGHTLY - AND A
000290* RUN-HISTORY RECORD WRITTEN BEFORE ISO RECORDED THE END TIME
000300* CANNOT BE JUDGED LATE. RUNCTL ONLY HOLDS THE LATEST RUN, SO
000310* AN ABANDONED RUN IS CAUGHT WHILE IT IS STILL THE LATEST.
000320* RETURN CODES: 0 CLEAN; 4 LATE RUNS, RUNS ON NON-BUSINESS
000330* DAYS OR DATES MISSING FROM THE CALENDAR; 8 A BUSINESS DAY
000340* WITH NO RUN OR A RUN ABANDONED; 16 HARD STOP ON A BAD FILE
000350* STATUS OR AN UNUSABLE CONTROL CARD.
000360*----------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNU-LINUX.
000410 OBJECT-COMPUTER. GNU-LINUX.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUNCK-CTL-FILE ASSIGN TO "RUNCKCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-KCTL-STATUS.
000480
000490     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CL-DATE
000530         FILE STATUS IS WS-CAL-STATUS.
000540
000550     SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RHIST-STATUS.
000580
000590     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000600         ORGANIZATION IS RELATIVE
000610         ACCESS MODE IS RANDOM
000620         RELATIVE KEY IS WS-RUNCTL-RRN
000630         FILE STATUS IS WS-RUNCTL-STATUS.
000640
000650     SELECT RUNCK-REPORT-FILE ASSIGN TO "RUNCKRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  RUNCK-CTL-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  RUNCK-CTL-REC.
000760     05  KC-FROM-DATE-X       PIC X(08).
000770     05  KC-FROM-DATE-9 REDEFINES KC-FROM-DATE-X
000780                              PIC 9(08).
000790     05  FILLER               PIC X(01).
000800     05  KC-TO-DATE-X         PIC X(08).
000810     05  KC-TO-DATE-9 REDEFINES KC-TO-DATE-X
000820                              PIC 9(08).
000830     05  FILLER               PIC X(01).
000840     05  KC-CUTOFF            PIC X(08).
000850     05  FILLER               PIC X(54).
000860
000870*    ONE RECORD PER DATE; THE LAYOUT MIRRORS ISOCAL'S.
000880 FD  CALENDAR-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910 01  CALENDAR-REC.
000920     05  CL-DATE              PIC 9(08).
000930     05  CL-DAY-TYPE          PIC X(01).
000940         88  CL-BUSINESS-DAY          VALUE 'B'.
000950         88  CL-WEEKEND               VALUE 'W'.
000960         88  CL-HOLIDAY               VALUE 'H'.
000970     05  CL-DAY-NAME          PIC X(03).
000980     05  CL-DESC              PIC X(20).
000990     05  CL-LAST-CHANGED      PIC X(10).
001000     05  FILLER               PIC X(38).
001010
001020*    ONE RECORD PER ISO RUN, APPENDED; THE LAYOUT MIRRORS ISO'S.
001030 FD  RUN-HIST-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORDING MODE IS F.
001060 01  RUN-HIST-REC.
001070     05  RH-RUN-DATE          PIC X(10).
001080     05  FILLER               PIC X(01).
001090     05  RH-RUN-TIME          PIC X(08).
001100     05  FILLER               PIC X(01).
001110     05  RH-TOTAL-CHECKED     PIC 9(06).
001120     05  RH-TOTAL-ISOGRAM     PIC 9(06).
001130     05  RH-TOTAL-NONISO      PIC 9(06).
001140     05  RH-TOTAL-REJECTED    PIC 9(06).
001150     05  RH-AGG-COUNTS.
001160         10  RH-AGG-CNT       PIC 9(06) OCCURS 26.
001170     05  FILLER               PIC X(01).
001180     05  RH-END-TIME          PIC X(08).
001190     05  FILLER               PIC X(01).
001200     05  RH-RUN-MODE          PIC X(01).
001210         88  RH-INTERACTIVE           VALUE 'I'.
001220
001230*    THE ONE-RECORD RUN-CONTROL FILE ISO STAMPS STARTED AND
001240*    ENDED; THE LAYOUT MIRRORS ISO'S.
001250 FD  RUN-CTL-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORDING MODE IS F.
001280 01  RUN-CTL-REC.
001290     05  RC-RUN-DATE          PIC X(10).
001300     05  RC-STATUS            PIC X(08).
001310         88  RC-RUN-STARTED          VALUE 'STARTED'.
001320         88  RC-RUN-ENDED            VALUE 'ENDED'.
001330     05  RC-RETURN-CODE       PIC 9(02).
001340     05  RC-START-TIME        PIC X(08).
001350     05  RC-END-TIME          PIC X(08).
001360     05  FILLER               PIC X(14).
001370
001380 FD  RUNCK-REPORT-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410 01  RPT-REC                  PIC X(132).
001420
001430 WORKING-STORAGE SECTION.
001440
001450 01  WS-SWITCHES.
001460     05  WS-EOF-SW            PIC X VALUE 'N'.
001470         88  WS-EOF                   VALUE 'Y'.
001480     05  WS-KCTL-SW           PIC X VALUE 'N'.
001490         88  WS-KCTL-PRESENT          VALUE 'Y'.
001500
001510 01  WS-KCTL-STATUS           PIC XX VALUE SPACES.
001520     88  WS-KCTL-OK                  VALUE '00'.
001530
001540 01  WS-CAL-STATUS            PIC XX VALUE SPACES.
001550     88  WS-CAL-OK                   VALUE '00'.
001560
001570 01  WS-RHIST-STATUS          PIC XX VALUE SPACES.
001580     88  WS-RHIST-OK                 VALUE '00'.
001590     88  WS-RHIST-NOTFOUND           VALUE '35'.
001600
001610 01  WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
001620     88  WS-RUNCTL-OK                VALUE '00'.
001630 77  WS-RUNCTL-RRN            PIC 9(04) COMP VALUE 1.
001640
001650 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001660     88  WS-RPT-OK                   VALUE '00'.
001670
001680 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001690 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001700
001710 01  PARM-FROM-DATE           PIC 9(08) VALUE ZERO.
001720 01  PARM-TO-DATE             PIC 9(08) VALUE ZERO.
001730 01  PARM-CUTOFF              PIC X(08) VALUE '23:00:00'.
001740
001750 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
001760 77  WS-FROM-INT              PIC 9(08) COMP VALUE ZERO.
001770 77  WS-TO-INT                PIC 9(08) COMP VALUE ZERO.
001780 77  WS-DAY-INT               PIC 9(08) COMP VALUE ZERO.
001790 77  WS-DAY-COUNT             PIC 9(04) COMP VALUE ZERO.
001800 77  WS-DAY-MAX               PIC 9(04) COMP VALUE 366.
001810 77  WS-DAY-IDX               PIC 9(04) COMP VALUE ZERO.
001820
001830 77  WS-RUNS-READ             PIC 9(06) COMP VALUE ZERO.
001840 77  WS-RUNS-IN-RANGE         PIC 9(06) COMP VALUE ZERO.
001850 77  WS-INTER-COUNT           PIC 9(06) COMP VALUE ZERO.
001860 77  WS-BUS-DAYS              PIC 9(06) COMP VALUE ZERO.
001870 77  WS-MISSING-COUNT         PIC 9(06) COMP VALUE ZERO.
001880 77  WS-ABANDON-COUNT         PIC 9(06) COMP VALUE ZERO.
001890 77  WS-OFFDAY-COUNT          PIC 9(06) COMP VALUE ZERO.
001900 77  WS-LATE-COUNT            PIC 9(06) COMP VALUE ZERO.
001910 77  WS-NOCAL-COUNT           PIC 9(06) COMP VALUE ZERO.
001920
001930 01  WS-TODAY-NUM             PIC 9(08) VALUE ZERO.
001940 01  WS-WORK-DATE             PIC 9(08) VALUE ZERO.
001950 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE
001960                              PIC X(08).
001970 01  WS-DATE-DSP              PIC X(10) VALUE SPACES.
001980 01  WS-EXCEPTION-TXT         PIC X(40) VALUE SPACES.
001990 01  WS-ABAND-START           PIC X(08) VALUE SPACES.
002000
002010*    ONE ENTRY PER DATE IN THE RANGE, IN DATE ORDER. THE TYPE
002020*    IS THE CALENDAR'S B / W / H, OR ? FOR A DATE NOT ON IT.
002030 01  WS-DAY-TABLE.
002040     05  WS-DT-ENT OCCURS 366.
002050         10  WS-DT-DATE       PIC 9(08).
002060         10  WS-DT-TYPE       PIC X(01).
002070             88  WS-DT-BUSINESS       VALUE 'B'.
002080             88  WS-DT-NOT-ON-CAL     VALUE '?'.
002090         10  WS-DT-DAY-NAME   PIC X(03).
002100         10  WS-DT-RUNS       PIC 9(04) COMP.
002110         10  WS-DT-ABAND-SW   PIC X(01).
002120             88  WS-DT-ABANDONED      VALUE 'Y'.
002130
002140 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
002150 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
002160 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
002170
002180 01  WS-CURRENT-DATE-TIME     PIC X(21).
002190 01  WS-RUN-DATE-DSP          PIC X(10).
002200
002210 01  WS-PRINT-LINE            PIC X(132).
002220
002230 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
002240     05  WH1-TITLE            PIC X(30).
002250     05  FILLER               PIC X(10).
002260     05  WH1-DATE-LIT         PIC X(09).
002270     05  FILLER               PIC X(01).
002280     05  WH1-DATE             PIC X(10).
002290     05  FILLER               PIC X(10).
002300     05  WH1-PAGE-LIT         PIC X(05).
002310     05  WH1-PAGE-NO          PIC ZZZ9.
002320     05  FILLER               PIC X(53).
002330
002340*    ONE LINE PER EXCEPTION. A RUN EXCEPTION CARRIES THE RUN'S
002350*    TIMES AND MODE; A DATE EXCEPTION LEAVES THEM BLANK.
002360 01  WS-CHK-LN REDEFINES WS-PRINT-LINE.
002370     05  WK-DATE              PIC X(10).
002380     05  FILLER               PIC X(02).
002390     05  WK-DAY-NAME          PIC X(03).
002400     05  FILLER               PIC X(02).
002410     05  WK-DAY-TYPE          PIC X(01).
002420     05  FILLER               PIC X(02).
002430     05  WK-START             PIC X(08).
002440     05  FILLER               PIC X(02).
002450     05  WK-END               PIC X(08).
002460     05  FILLER               PIC X(02).
002470     05  WK-MODE              PIC X(01).
002480     05  FILLER               PIC X(02).
002490     05  WK-EXCEPTION         PIC X(40).
002500     05  FILLER               PIC X(49).
002510
002520 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002530     05  WS-SUM-LABEL         PIC X(40).
002540     05  WS-SUM-VALUE         PIC ZZZZZ9.
002550     05  FILLER               PIC X(86).
002560
002570 PROCEDURE DIVISION.
002580
002590*----------------------------------------------------------*
002600* 0000-MAINLINE - LOADS THE CALENDAR FOR THE RANGE, POSTS   *
002610* THE RUNS AGAINST IT, THEN WALKS THE DATES                 *
002620*----------------------------------------------------------*
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002650     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT.
002660
002670     PERFORM 2000-POST-RUNS THRU 2000-POST-RUNS-EXIT.
002680     PERFORM 2500-READ-RUN-CTL THRU 2500-READ-RUN-CTL-EXIT.
002690
002700     MOVE SPACES TO WS-PRINT-LINE.
002710     MOVE 'DATE EXCEPTIONS' TO WS-PRINT-LINE.
002720     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
002730     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002740     ADD 2 TO WS-LINE-CTR.
002750     PERFORM 3000-CHECK-ONE-DATE THRU 3000-CHECK-ONE-DATE-EXIT
002760         VARYING WS-DAY-IDX FROM 1 BY 1
002770         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
002780
002790     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002800     CLOSE RUNCK-REPORT-FILE.
002810
002820     IF WS-MISSING-COUNT > ZERO OR WS-ABANDON-COUNT > ZERO
002830         DISPLAY 'ISORUNCK: ' WS-MISSING-COUNT
002840                 ' BUSINESS DAY(S) WITH NO RUN, '
002850                 WS-ABANDON-COUNT ' ABANDONED - SEE RUNCKRPT'
002860         MOVE 8 TO RETURN-CODE
002870     ELSE
002880         IF WS-LATE-COUNT > ZERO OR WS-OFFDAY-COUNT > ZERO
002890                 OR WS-NOCAL-COUNT > ZERO
002900             MOVE 4 TO RETURN-CODE
002910         ELSE
002920             MOVE ZERO TO RETURN-CODE
002930         END-IF
002940     END-IF.
002950     STOP RUN.
002960
002970*----------------------------------------------------------*
002980* 1000-INITIALIZE - STAMPS THE RUN DATE, TAKES THE RANGE    *
002990* AND CUTOFF FROM THE CONTROL CARD OR THE DEFAULTS, AND     *
003000* OPENS THE REPORT                                          *
003010*----------------------------------------------------------*
003020 1000-INITIALIZE.
003030     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
003040     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
003050            '/'                      DELIMITED BY SIZE
003060            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
003070            '/'                      DELIMITED BY SIZE
003080            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
003090         INTO WS-RUN-DATE-DSP.
003100     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
003110     COMPUTE WS-TODAY-INT =
003120         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
003130
003140     OPEN INPUT RUNCK-CTL-FILE.
003150     IF WS-KCTL-OK
003160         SET WS-KCTL-PRESENT TO TRUE
003170         MOVE SPACES TO RUNCK-CTL-REC
003180         READ RUNCK-CTL-FILE
003190             AT END MOVE 'N' TO WS-KCTL-SW
003200         END-READ
003210         CLOSE RUNCK-CTL-FILE
003220     END-IF.
003230     IF NOT WS-KCTL-PRESENT
003240         MOVE SPACES TO RUNCK-CTL-REC
003250     END-IF.
003260
003270*    THE DEFAULT WEEK ENDS YESTERDAY; TONIGHT'S RUN MAY NOT
003280*    HAVE HAPPENED YET.
003290     IF KC-TO-DATE-X = SPACES
003300         COMPUTE WS-TO-INT = WS-TODAY-INT - 1
003310     ELSE
003320         IF KC-TO-DATE-X NOT NUMERIC
003330             DISPLAY 'ISORUNCK: RUNCKCTL LAST DATE IS NOT'
003340                     ' YYYYMMDD'
003350             MOVE 16 TO RETURN-CODE
003360             STOP RUN
003370         END-IF
003380         COMPUTE WS-TO-INT =
003390             FUNCTION INTEGER-OF-DATE (KC-TO-DATE-9)
003400     END-IF.
003410     IF KC-FROM-DATE-X = SPACES
003420         COMPUTE WS-FROM-INT = WS-TO-INT - 6
003430     ELSE
003440         IF KC-FROM-DATE-X NOT NUMERIC
003450             DISPLAY 'ISORUNCK: RUNCKCTL FIRST DATE IS NOT'
003460                     ' YYYYMMDD'
003470             MOVE 16 TO RETURN-CODE
003480             STOP RUN
003490         END-IF
003500         COMPUTE WS-FROM-INT =
003510             FUNCTION INTEGER-OF-DATE (KC-FROM-DATE-9)
003520     END-IF.
003530     IF WS-FROM-INT = ZERO OR WS-TO-INT = ZERO
003540             OR WS-FROM-INT > WS-TO-INT
003550             OR WS-TO-INT - WS-FROM-INT NOT < WS-DAY-MAX
003560         DISPLAY 'ISORUNCK: RUNCKCTL DATE RANGE IS NOT USABLE -'
003570                 ' FIRST DATE MUST BE A REAL DATE NO LATER THAN'
003580                 ' THE LAST, AT MOST 366 DATES'
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     COMPUTE PARM-FROM-DATE =
003630         FUNCTION DATE-OF-INTEGER (WS-FROM-INT).
003640     COMPUTE PARM-TO-DATE =
003650         FUNCTION DATE-OF-INTEGER (WS-TO-INT).
003660
003670     IF KC-CUTOFF NOT = SPACES
003680         IF KC-CUTOFF(1:2) NOT NUMERIC OR KC-CUTOFF(3:1) NOT = ':'
003690                 OR KC-CUTOFF(4:2) NOT NUMERIC
003700                 OR KC-CUTOFF(6:1) NOT = ':'
003710                 OR KC-CUTOFF(7:2) NOT NUMERIC
003720             DISPLAY 'ISORUNCK: RUNCKCTL CUTOFF IS NOT HH:MM:SS'
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760         MOVE KC-CUTOFF TO PARM-CUTOFF
003770     END-IF.
003780
003790     OPEN OUTPUT RUNCK-REPORT-FILE.
003800     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003810     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
003820
003830     MOVE PARM-FROM-DATE TO WS-WORK-DATE.
003840     PERFORM 8000-FORMAT-DATE THRU 8000-FORMAT-DATE-EXIT.
003850     MOVE SPACES TO WS-PRINT-LINE.
003860     STRING 'DATES CHECKED ' DELIMITED BY SIZE
003870            WS-DATE-DSP      DELIMITED BY SIZE
003880            ' THRU '         DELIMITED BY SIZE
003890         INTO WS-PRINT-LINE.
003900     MOVE PARM-TO-DATE TO WS-WORK-DATE.
003910     PERFORM 8000-FORMAT-DATE THRU 8000-FORMAT-DATE-EXIT.
003920     MOVE WS-DATE-DSP TO WS-PRINT-LINE (31:10).
003930     MOVE 'CUTOFF' TO WS-PRINT-LINE (45:6).
003940     MOVE PARM-CUTOFF TO WS-PRINT-LINE (52:8).
003950     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
003960     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003970     ADD 2 TO WS-LINE-CTR.
003980 1000-INITIALIZE-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020* 1100-LOAD-CALENDAR - LOOKS UP EVERY DATE IN THE RANGE ON  *
004030* THE CALENDAR. THE CALENDAR IS WHAT THE CHECK IS MADE      *
004040* AGAINST, SO ONE THAT WILL NOT OPEN IS A HARD STOP         *
004050*----------------------------------------------------------*
004060 1100-LOAD-CALENDAR.
004070     OPEN INPUT CALENDAR-FILE.
004080     IF NOT WS-CAL-OK
004090         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
004100         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
004110         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004120     END-IF.
004130     MOVE ZERO TO WS-DAY-COUNT.
004140     PERFORM 1150-LOAD-ONE-DATE THRU 1150-LOAD-ONE-DATE-EXIT
004150         VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
004160         UNTIL WS-DAY-INT > WS-TO-INT.
004170     CLOSE CALENDAR-FILE.
004180 1100-LOAD-CALENDAR-EXIT.
004190     EXIT.
004200
004210 1150-LOAD-ONE-DATE.
004220     ADD 1 TO WS-DAY-COUNT.
004230     MOVE WS-DAY-COUNT TO WS-DAY-IDX.
004240     COMPUTE WS-DT-DATE (WS-DAY-IDX) =
004250         FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
004260     MOVE ZERO TO WS-DT-RUNS (WS-DAY-IDX).
004270     MOVE 'N' TO WS-DT-ABAND-SW (WS-DAY-IDX).
004280
004290     MOVE WS-DT-DATE (WS-DAY-IDX) TO CL-DATE.
004300     READ CALENDAR-FILE
004310         INVALID KEY
004320             MOVE '?' TO WS-DT-TYPE (WS-DAY-IDX)
004330             MOVE SPACES TO WS-DT-DAY-NAME (WS-DAY-IDX)
004340             GO TO 1150-LOAD-ONE-DATE-EXIT
004350     END-READ.
004360     IF NOT WS-CAL-OK
004370         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
004380         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
004390         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004400     END-IF.
004410     MOVE CL-DAY-TYPE TO WS-DT-TYPE (WS-DAY-IDX).
004420     MOVE CL-DAY-NAME TO WS-DT-DAY-NAME (WS-DAY-IDX).
004430 1150-LOAD-ONE-DATE-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* 2000-POST-RUNS - READS THE WHOLE RUN HISTORY AND POSTS    *
004480* EACH BATCH RUN IN THE RANGE TO ITS DATE, PRINTING THE     *
004490* RUNS THAT WERE LATE OR ON A NON-BUSINESS DAY AS IT GOES   *
004500*----------------------------------------------------------*
004510 2000-POST-RUNS.
004520     MOVE SPACES TO WS-PRINT-LINE.
004530     MOVE 'RUN EXCEPTIONS' TO WS-PRINT-LINE.
004540     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
004550     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004560     ADD 2 TO WS-LINE-CTR.
004570
004580*    NO HISTORY YET MEANS NO RUNS; EVERY BUSINESS DAY IN THE
004590*    RANGE WILL SHOW AS MISSING.
004600     OPEN INPUT RUN-HIST-FILE.
004610     IF WS-RHIST-NOTFOUND
004620         GO TO 2000-POST-RUNS-EXIT
004630     END-IF.
004640     IF NOT WS-RHIST-OK
004650         MOVE 'RUNHIST' TO WS-ERR-FILE-NAME
004660         MOVE WS-RHIST-STATUS TO WS-ERR-STATUS
004670         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004680     END-IF.
004690
004700     MOVE 'N' TO WS-EOF-SW.
004710     PERFORM 2100-READ-HIST THRU 2100-READ-HIST-EXIT.
004720     PERFORM 2200-POST-ONE-RUN THRU 2200-POST-ONE-RUN-EXIT
004730         UNTIL WS-EOF.
004740     CLOSE RUN-HIST-FILE.
004750 2000-POST-RUNS-EXIT.
004760     EXIT.
004770
004780 2100-READ-HIST.
004790     MOVE SPACES TO RUN-HIST-REC.
004800     READ RUN-HIST-FILE
004810         AT END SET WS-EOF TO TRUE
004820     END-READ.
004830 2100-READ-HIST-EXIT.
004840     EXIT.
004850
004860 2200-POST-ONE-RUN.
004870     ADD 1 TO WS-RUNS-READ.
004880
004890*    THE HISTORY CARRIES MM/DD/YYYY; TURN IT INTO YYYYMMDD TO
004900*    FIND ITS PLACE IN THE RANGE.
004910     MOVE SPACES TO WS-WORK-DATE-X.
004920     STRING RH-RUN-DATE(7:4) DELIMITED BY SIZE
004930            RH-RUN-DATE(1:2) DELIMITED BY SIZE
004940            RH-RUN-DATE(4:2) DELIMITED BY SIZE
004950         INTO WS-WORK-DATE-X.
004960     IF WS-WORK-DATE-X NOT NUMERIC
004970         GO TO 2200-POST-NEXT
004980     END-IF.
004990     IF WS-WORK-DATE < PARM-FROM-DATE
005000             OR WS-WORK-DATE > PARM-TO-DATE
005010         GO TO 2200-POST-NEXT
005020     END-IF.
005030     ADD 1 TO WS-RUNS-IN-RANGE.
005040     IF RH-INTERACTIVE
005050         ADD 1 TO WS-INTER-COUNT
005060         GO TO 2200-POST-NEXT
005070     END-IF.
005080
005090     COMPUTE WS-DAY-IDX =
005100         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
005110             - WS-FROM-INT + 1.
005120     ADD 1 TO WS-DT-RUNS (WS-DAY-IDX).
005130
005140     IF NOT WS-DT-BUSINESS (WS-DAY-IDX)
005150             AND NOT WS-DT-NOT-ON-CAL (WS-DAY-IDX)
005160         ADD 1 TO WS-OFFDAY-COUNT
005170         MOVE 'RUN ON A NON-BUSINESS DAY' TO WS-EXCEPTION-TXT
005180         PERFORM 4200-WRITE-RUN-LINE THRU 4200-WRITE-RUN-LINE-EXIT
005190     END-IF.
005200
005210     IF RH-END-TIME = SPACES
005220         GO TO 2200-POST-NEXT
005230     END-IF.
005240     IF RH-END-TIME < RH-RUN-TIME
005250         ADD 1 TO WS-LATE-COUNT
005260         MOVE 'LATE - ENDED AFTER MIDNIGHT' TO WS-EXCEPTION-TXT
005270         PERFORM 4200-WRITE-RUN-LINE THRU 4200-WRITE-RUN-LINE-EXIT
005280     ELSE
005290         IF RH-END-TIME > PARM-CUTOFF
005300             ADD 1 TO WS-LATE-COUNT
005310             MOVE 'LATE - ENDED AFTER THE CUTOFF'
005320                 TO WS-EXCEPTION-TXT
005330             PERFORM 4200-WRITE-RUN-LINE
005340                 THRU 4200-WRITE-RUN-LINE-EXIT
005350         END-IF
005360     END-IF.
005370
005380 2200-POST-NEXT.
005390     PERFORM 2100-READ-HIST THRU 2100-READ-HIST-EXIT.
005400 2200-POST-ONE-RUN-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------*
005440* 2500-READ-RUN-CTL - A RUN-CONTROL RECORD STILL MARKED     *
005450* STARTED IS A RUN THAT NEVER REACHED ITS END OF JOB; IF    *
005460* ITS DATE IS IN THE RANGE, THAT DATE IS FLAGGED ABANDONED  *
005470*----------------------------------------------------------*
005480 2500-READ-RUN-CTL.
005490     MOVE 1 TO WS-RUNCTL-RRN.
005500     OPEN INPUT RUN-CTL-FILE.
005510     IF NOT WS-RUNCTL-OK
005520         DISPLAY 'ISORUNCK: NO RUN-CONTROL RECORD, STATUS='
005530                 WS-RUNCTL-STATUS
005540         GO TO 2500-READ-RUN-CTL-EXIT
005550     END-IF.
005560
005570     READ RUN-CTL-FILE
005580         INVALID KEY MOVE SPACES TO RUN-CTL-REC
005590     END-READ.
005600     IF NOT RC-RUN-STARTED
005610         GO TO 2500-CLOSE-RUN-CTL
005620     END-IF.
005630
005640     MOVE SPACES TO WS-WORK-DATE-X.
005650     STRING RC-RUN-DATE(7:4) DELIMITED BY SIZE
005660            RC-RUN-DATE(1:2) DELIMITED BY SIZE
005670            RC-RUN-DATE(4:2) DELIMITED BY SIZE
005680         INTO WS-WORK-DATE-X.
005690     IF WS-WORK-DATE-X NOT NUMERIC
005700         GO TO 2500-CLOSE-RUN-CTL
005710     END-IF.
005720     IF WS-WORK-DATE < PARM-FROM-DATE
005730             OR WS-WORK-DATE > PARM-TO-DATE
005740         GO TO 2500-CLOSE-RUN-CTL
005750     END-IF.
005760     COMPUTE WS-DAY-IDX =
005770         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
005780             - WS-FROM-INT + 1.
005790     MOVE 'Y' TO WS-DT-ABAND-SW (WS-DAY-IDX).
005800     MOVE RC-START-TIME TO WS-ABAND-START.
005810
005820 2500-CLOSE-RUN-CTL.
005830     CLOSE RUN-CTL-FILE.
005840 2500-READ-RUN-CTL-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------*
005880* 3000-CHECK-ONE-DATE - PRINTS A DATE THE CALENDAR DOES NOT *
005890* HAVE, A RUN LEFT ABANDONED, OR A BUSINESS DAY WITH NO     *
005900* BATCH RUN AT ALL                                          *
005910*----------------------------------------------------------*
005920 3000-CHECK-ONE-DATE.
005930     IF WS-DT-BUSINESS (WS-DAY-IDX)
005940         ADD 1 TO WS-BUS-DAYS
005950     END-IF.
005960
005970     IF WS-DT-NOT-ON-CAL (WS-DAY-IDX)
005980         ADD 1 TO WS-NOCAL-COUNT
005990         MOVE 'DATE NOT ON THE CALENDAR' TO WS-EXCEPTION-TXT
006000         PERFORM 4250-WRITE-DATE-LINE
006010             THRU 4250-WRITE-DATE-LINE-EXIT
006020     END-IF.
006030
006040     IF WS-DT-ABANDONED (WS-DAY-IDX)
006050         ADD 1 TO WS-ABANDON-COUNT
006060         MOVE SPACES TO WS-EXCEPTION-TXT
006070         STRING 'ABANDONED - STARTED ' DELIMITED BY SIZE
006080                WS-ABAND-START DELIMITED BY SIZE
006090                ', NEVER ENDED' DELIMITED BY SIZE
006100             INTO WS-EXCEPTION-TXT
006110         PERFORM 4250-WRITE-DATE-LINE
006120             THRU 4250-WRITE-DATE-LINE-EXIT
006130         GO TO 3000-CHECK-ONE-DATE-EXIT
006140     END-IF.
006150
006160     IF WS-DT-BUSINESS (WS-DAY-IDX)
006170             AND WS-DT-RUNS (WS-DAY-IDX) = ZERO
006180         ADD 1 TO WS-MISSING-COUNT
006190         MOVE 'MISSING - NO BATCH RUN ON A BUSINESS DAY'
006200             TO WS-EXCEPTION-TXT
006210         PERFORM 4250-WRITE-DATE-LINE
006220             THRU 4250-WRITE-DATE-LINE-EXIT
006230     END-IF.
006240 3000-CHECK-ONE-DATE-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
006290*----------------------------------------------------------*
006300 4100-NEW-PAGE.
006310     IF WS-PAGE-NO > 0
006320         MOVE SPACES TO RPT-REC
006330         WRITE RPT-REC AFTER ADVANCING 1 LINE
006340         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
006350     END-IF.
006360     ADD 1 TO WS-PAGE-NO.
006370
006380     MOVE SPACES TO WS-PRINT-LINE.
006390     MOVE 'RUN SCHEDULE CHECK' TO WH1-TITLE.
006400     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
006410     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
006420     MOVE 'PAGE:' TO WH1-PAGE-LIT.
006430     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
006440     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
006450     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006460
006470     MOVE SPACES TO WS-PRINT-LINE.
006480     MOVE 'DATE' TO WK-DATE.
006490     MOVE 'DAY' TO WK-DAY-NAME.
006500     MOVE 'T' TO WK-DAY-TYPE.
006510     MOVE 'STARTED' TO WK-START.
006520     MOVE 'ENDED' TO WK-END.
006530     MOVE 'M' TO WK-MODE.
006540     MOVE 'EXCEPTION' TO WK-EXCEPTION.
006550     WRITE RPT-REC FROM WS-CHK-LN AFTER ADVANCING 2 LINES.
006560     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006570
006580     MOVE ZERO TO WS-LINE-CTR.
006590 4100-NEW-PAGE-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* 4200-WRITE-RUN-LINE - ONE LINE FOR A RUN EXCEPTION, WITH  *
006640* THE RUN'S TIMES AND MODE                                  *
006650*----------------------------------------------------------*
006660 4200-WRITE-RUN-LINE.
006670     IF WS-LINE-CTR NOT < WS-MAX-LINES
006680         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006690     END-IF.
006700     MOVE SPACES TO WS-PRINT-LINE.
006710     MOVE RH-RUN-DATE TO WK-DATE.
006720     MOVE WS-DT-DAY-NAME (WS-DAY-IDX) TO WK-DAY-NAME.
006730     MOVE WS-DT-TYPE (WS-DAY-IDX) TO WK-DAY-TYPE.
006740     MOVE RH-RUN-TIME TO WK-START.
006750     MOVE RH-END-TIME TO WK-END.
006760     MOVE RH-RUN-MODE TO WK-MODE.
006770     MOVE WS-EXCEPTION-TXT TO WK-EXCEPTION.
006780     WRITE RPT-REC FROM WS-CHK-LN AFTER ADVANCING 1 LINE.
006790     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006800     ADD 1 TO WS-LINE-CTR.
006810 4200-WRITE-RUN-LINE-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------*
006850* 4250-WRITE-DATE-LINE - ONE LINE FOR A DATE EXCEPTION      *
006860*----------------------------------------------------------*
006870 4250-WRITE-DATE-LINE.
006880     IF WS-LINE-CTR NOT < WS-MAX-LINES
006890         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006900     END-IF.
006910     MOVE WS-DT-DATE (WS-DAY-IDX) TO WS-WORK-DATE.
006920     PERFORM 8000-FORMAT-DATE THRU 8000-FORMAT-DATE-EXIT.
006930     MOVE SPACES TO WS-PRINT-LINE.
006940     MOVE WS-DATE-DSP TO WK-DATE.
006950     MOVE WS-DT-DAY-NAME (WS-DAY-IDX) TO WK-DAY-NAME.
006960     MOVE WS-DT-TYPE (WS-DAY-IDX) TO WK-DAY-TYPE.
006970     MOVE WS-EXCEPTION-TXT TO WK-EXCEPTION.
006980     WRITE RPT-REC FROM WS-CHK-LN AFTER ADVANCING 1 LINE.
006990     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007000     ADD 1 TO WS-LINE-CTR.
007010 4250-WRITE-DATE-LINE-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------*
007050* 4300-SUMMARY - PRINTS THE COUNTS BEHIND THE RETURN CODE   *
007060*----------------------------------------------------------*
007070 4300-SUMMARY.
007080     MOVE SPACES TO WS-PRINT-LINE.
007090     MOVE 'DATES CHECKED' TO WS-SUM-LABEL.
007100     MOVE WS-DAY-COUNT TO WS-SUM-VALUE.
007110     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
007120     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007130
007140     MOVE SPACES TO WS-PRINT-LINE.
007150     MOVE '  BUSINESS DAYS' TO WS-SUM-LABEL.
007160     MOVE WS-BUS-DAYS TO WS-SUM-VALUE.
007170     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007180     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007190
007200     MOVE SPACES TO WS-PRINT-LINE.
007210     MOVE 'RUN-HISTORY RECORDS READ' TO WS-SUM-LABEL.
007220     MOVE WS-RUNS-READ TO WS-SUM-VALUE.
007230     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007240     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007250
007260     MOVE SPACES TO WS-PRINT-LINE.
007270     MOVE '  RUNS IN THE RANGE' TO WS-SUM-LABEL.
007280     MOVE WS-RUNS-IN-RANGE TO WS-SUM-VALUE.
007290     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007300     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007310
007320     MOVE SPACES TO WS-PRINT-LINE.
007330     MOVE '  INTERACTIVE, NOT CHECKED' TO WS-SUM-LABEL.
007340     MOVE WS-INTER-COUNT TO WS-SUM-VALUE.
007350     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007360     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007370
007380     MOVE SPACES TO WS-PRINT-LINE.
007390     MOVE 'BUSINESS DAYS WITH NO RUN' TO WS-SUM-LABEL.
007400     MOVE WS-MISSING-COUNT TO WS-SUM-VALUE.
007410     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
007420     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007430
007440     MOVE SPACES TO WS-PRINT-LINE.
007450     MOVE 'RUNS ABANDONED' TO WS-SUM-LABEL.
007460     MOVE WS-ABANDON-COUNT TO WS-SUM-VALUE.
007470     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007480     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007490
007500     MOVE SPACES TO WS-PRINT-LINE.
007510     MOVE 'RUNS ENDED LATE' TO WS-SUM-LABEL.
007520     MOVE WS-LATE-COUNT TO WS-SUM-VALUE.
007530     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007540     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007550
007560     MOVE SPACES TO WS-PRINT-LINE.
007570     MOVE 'RUNS ON NON-BUSINESS DAYS' TO WS-SUM-LABEL.
007580     MOVE WS-OFFDAY-COUNT TO WS-SUM-VALUE.
007590     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007600     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007610
007620     MOVE SPACES TO WS-PRINT-LINE.
007630     MOVE 'DATES NOT ON THE CALENDAR' TO WS-SUM-LABEL.
007640     MOVE WS-NOCAL-COUNT TO WS-SUM-VALUE.
007650     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007660     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007670 4300-SUMMARY-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------*
007710* 8000-FORMAT-DATE - WS-WORK-DATE (YYYYMMDD) AS MM/DD/YYYY  *
007720*----------------------------------------------------------*
007730 8000-FORMAT-DATE.
007740     MOVE SPACES TO WS-DATE-DSP.
007750     STRING WS-WORK-DATE-X(5:2) DELIMITED BY SIZE
007760            '/'                 DELIMITED BY SIZE
007770            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
007780            '/'                 DELIMITED BY SIZE
007790            WS-WORK-DATE-X(1:4) DELIMITED BY SIZE
007800         INTO WS-DATE-DSP.
007810 8000-FORMAT-DATE-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------*
007850* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
007860* GRADED CODE THE MAIN RUN USES                             *
007870*----------------------------------------------------------*
007880 9000-FILE-ABORT.
007890     DISPLAY 'ISORUNCK: FILE ERROR ON ' WS-ERR-FILE-NAME
007900             ' STATUS=' WS-ERR-STATUS.
007910     MOVE 16 TO RETURN-CODE.
007920     STOP RUN.
007930 9000-FILE-ABORT-EXIT.
007940     EXIT.
007950
007960 9130-CHECK-RPT.
007970     IF NOT WS-RPT-OK
007980         MOVE 'RUNCKRPT' TO WS-ERR-FILE-NAME
007990         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
008000         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008010     END-IF.
008020 9130-CHECK-RPT-EXIT.
008030     EXIT.

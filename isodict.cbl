000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isodict.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - LOAD AND MAINTENANCE OF THE   *
000120*                  KEYED DICTIONARY (DICTFILE) ISO READS IN *
000130*                  2250-DICT-LOOKUP: BULK-LOADS IT FROM A   *
000140*                  VOCABULARY LIST, ADDS OR DELETES ONE     *
000150*                  WORD OFF THE CONTROL CARD, AND PROMOTES  *
000160*                  THE WORDS A REVIEWER HAS ACCEPTED OFF A  *
000170*                  DAY'S UNKNOWN EXCEPTIONS FILE, SO A      *
000180*                  STRICT-MODE RUN STOPS REJECTING WORDS    *
000190*                  THE SHOP HAS ALREADY APPROVED            *
000200*----------------------------------------------------------*
000210* THE FUNCTION COMES FROM THE DICTCTL CONTROL CARD:
000220*   COL 1      FUNCTION - B BULK LOAD, A ADD, D DELETE,
000230*              P PROMOTE FROM THE UNKNOWN FILE
000240*   COL 3-52   WORD (ADD/DELETE)
000250*   COL 54-61  UNKNOWN GENERATION DATE, YYYYMMDD (PROMOTE
000260*              ONLY; BLANK = TODAY'S GENERATION)
000270* THE BULK LOAD REBUILDS THE DICTIONARY FROM SCRATCH OFF THE
000280* VOCAB FILE (ONE WORD PER LINE, COLS 1-50, ANY ORDER); A WORD
000290* LISTED TWICE IS LOADED ONCE. THE PROMOTE READS THE NAMED
000300* UNKNOWN.DYYYYMMDD GENERATION AND LOADS EVERY WORD THE
000310* REVIEWER MARKED A (ACCEPT) IN COL 86; AN UNMARKED WORD IS
000320* LEFT OFF AND COUNTED. EVERY WORD IS FOLDED THROUGH ISOFOLD
000330* INTO THE MASTER'S KEYED FORM FIRST, AND A WORD THAT IS NOT
000340* ENTIRELY ALPHABETIC IS NEVER LOADED - ISO COULD NEVER MATCH
000350* IT. RETURN CODES: 0 CLEAN, 8 BAD FUNCTION, WORD ALREADY ON
000360* (ADD) OR NOT ON (DELETE) THE DICTIONARY, OR A WORD REFUSED
000370* AS NOT ALPHABETIC, 16 HARD STOP ON ANY BAD FILE STATUS.
000380*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GNU-LINUX.
000430 OBJECT-COMPUTER. GNU-LINUX.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DICT-CTL-FILE ASSIGN TO "DICTCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DCTL-STATUS.
000500
000510     SELECT DICT-FILE ASSIGN TO "DICTFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DW-WORD
000550         FILE STATUS IS WS-DICT-STATUS.
000560
000570     SELECT VOCAB-FILE ASSIGN TO "VOCAB"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-VOCAB-STATUS.
000600
000610     SELECT UNKNOWN-FILE ASSIGN TO DYNAMIC WS-UNK-DSN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-UNK-STATUS.
000640
000650     SELECT DICT-REPORT-FILE ASSIGN TO "DICTRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  DICT-CTL-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  DICT-CTL-REC.
000760     05  DC-FUNC              PIC X(01).
000770     05  FILLER               PIC X(01).
000780     05  DC-WORD              PIC X(50).
000790     05  FILLER               PIC X(01).
000800     05  DC-UNK-DATE          PIC X(08).
000810
000820*    SAME LAYOUT ISO READS: THE FOLDED, UPPERCASED WORD IS THE
000830*    WHOLE RECORD AND THE KEY.
000840 FD  DICT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 01  DICT-REC.
000880     05  DW-WORD              PIC X(50).
000890
000900 FD  VOCAB-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  VOCAB-REC.
000940     05  VO-WORD              PIC X(50).
000950
000960*    THE DAY'S UNKNOWN EXCEPTIONS FILE AS ISO WRITES IT, WITH
000970*    THE REVIEWER'S MARK IN COL 86.
000980 FD  UNKNOWN-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  UNKNOWN-REC.
001020     05  UK-WORD              PIC X(50).
001030     05  FILLER               PIC X(01).
001040     05  UK-DISPOSITION       PIC X(34).
001050     05  UK-REVIEW            PIC X(01).
001060         88  UK-ACCEPTED              VALUE 'A'.
001070     05  FILLER               PIC X(18).
001080
001090 FD  DICT-REPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  RPT-REC                  PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150
001160     COPY WSCOUNT.
001170
001180 01  WS-SWITCHES.
001190     05  WS-EOF-SW            PIC X VALUE 'N'.
001200         88  WS-EOF                   VALUE 'Y'.
001210     05  WS-DCTL-SW           PIC X VALUE 'N'.
001220         88  WS-DCTL-PRESENT          VALUE 'Y'.
001230     05  WS-VALID-SW          PIC X VALUE 'N'.
001240         88  WS-WORD-VALID            VALUE 'Y'.
001250         88  WS-WORD-INVALID          VALUE 'N'.
001260     05  WS-ADDED-SW          PIC X VALUE 'N'.
001270         88  WS-WORD-ADDED            VALUE 'Y'.
001280
001290 01  WS-DCTL-STATUS           PIC XX VALUE SPACES.
001300     88  WS-DCTL-OK                  VALUE '00'.
001310
001320 01  WS-DICT-STATUS           PIC XX VALUE SPACES.
001330     88  WS-DICT-OK                  VALUE '00'.
001340     88  WS-DICT-NOTFOUND            VALUE '35'.
001350
001360 01  WS-VOCAB-STATUS          PIC XX VALUE SPACES.
001370     88  WS-VOCAB-OK                 VALUE '00'.
001380
001390 01  WS-UNK-STATUS            PIC XX VALUE SPACES.
001400     88  WS-UNK-OK                   VALUE '00'.
001410
001420 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001430     88  WS-RPT-OK                   VALUE '00'.
001440
001450 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001460 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001470
001480*    THE VALIDITY CHECK RUNS THE WORD THROUGH ISOCHK; ONLY THE
001490*    VALID SWITCH IS USED, THE FLAG AND ORDER ARE IGNORED.
001500 77  PARM-MAX-REPEAT          PIC 9(02) VALUE 1.
001510 01  WS-FLAG                  PIC X(01) VALUE SPACE.
001520 01  WS-ORDER                 PIC 9(02) VALUE ZERO.
001530
001540 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001550 77  WS-ADDED-COUNT           PIC 9(06) COMP VALUE ZERO.
001560 77  WS-DELETED-COUNT         PIC 9(06) COMP VALUE ZERO.
001570 77  WS-ALREADY-COUNT         PIC 9(06) COMP VALUE ZERO.
001580 77  WS-INVALID-COUNT         PIC 9(06) COMP VALUE ZERO.
001590 77  WS-NOTREV-COUNT          PIC 9(06) COMP VALUE ZERO.
001600
001610 01  WS-WORD-IN               PIC X(50) VALUE SPACES.
001620 01  WS-WORD-FOLDED           PIC X(50) VALUE SPACES.
001630 01  WS-ACTION-TXT            PIC X(34) VALUE SPACES.
001640 01  WS-UNK-DSN               PIC X(20) VALUE SPACES.
001650
001660 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001670 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001680 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001690
001700 01  WS-CURRENT-DATE-TIME     PIC X(21).
001710 01  WS-RUN-DATE-DSP          PIC X(10).
001720
001730 01  WS-PRINT-LINE            PIC X(132).
001740
001750 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001760     05  WH1-TITLE            PIC X(30).
001770     05  FILLER               PIC X(10).
001780     05  WH1-DATE-LIT         PIC X(09).
001790     05  FILLER               PIC X(01).
001800     05  WH1-DATE             PIC X(10).
001810     05  FILLER               PIC X(10).
001820     05  WH1-PAGE-LIT         PIC X(05).
001830     05  WH1-PAGE-NO          PIC ZZZ9.
001840     05  FILLER               PIC X(53).
001850
001860 01  WS-DICT-LN REDEFINES WS-PRINT-LINE.
001870     05  WD-WORD              PIC X(50).
001880     05  FILLER               PIC X(02).
001890     05  WD-ACTION            PIC X(34).
001900     05  FILLER               PIC X(46).
001910
001920 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001930     05  WS-SUM-LABEL         PIC X(40).
001940     05  WS-SUM-VALUE         PIC ZZZZZ9.
001950     05  FILLER               PIC X(86).
001960
001970 PROCEDURE DIVISION.
001980
001990*----------------------------------------------------------*
002000* 0000-MAINLINE - READS THE FUNCTION OFF THE CONTROL CARD   *
002010* AND DISPATCHES TO IT                                      *
002020*----------------------------------------------------------*
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002050
002060     EVALUATE DC-FUNC
002070         WHEN 'B'
002080             PERFORM 2000-BULK-LOAD THRU 2000-BULK-LOAD-EXIT
002090         WHEN 'A'
002100             PERFORM 3000-ADD-WORD THRU 3000-ADD-WORD-EXIT
002110         WHEN 'D'
002120             PERFORM 4000-DELETE-WORD THRU 4000-DELETE-WORD-EXIT
002130         WHEN 'P'
002140             PERFORM 5000-PROMOTE THRU 5000-PROMOTE-EXIT
002150         WHEN OTHER
002160             DISPLAY 'ISODICT: FUNCTION MUST BE B, A, D OR P'
002170             MOVE 8 TO RETURN-CODE
002180     END-EVALUATE.
002190
002200     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002210     CLOSE DICT-FILE.
002220     CLOSE DICT-REPORT-FILE.
002230     STOP RUN.
002240
002250*----------------------------------------------------------*
002260* 1000-INITIALIZE - STAMPS THE RUN DATE, READS THE CONTROL  *
002270* CARD, AND OPENS THE DICTIONARY AND THE REPORT             *
002280*----------------------------------------------------------*
002290 1000-INITIALIZE.
002300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002310     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002320            '/'                      DELIMITED BY SIZE
002330            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002340            '/'                      DELIMITED BY SIZE
002350            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002360         INTO WS-RUN-DATE-DSP.
002370
002380     OPEN INPUT DICT-CTL-FILE.
002390     IF WS-DCTL-OK
002400         SET WS-DCTL-PRESENT TO TRUE
002410         READ DICT-CTL-FILE
002420             AT END SET WS-DCTL-SW TO 'N'
002430         END-READ
002440         CLOSE DICT-CTL-FILE
002450     END-IF.
002460
002470     IF NOT WS-DCTL-PRESENT
002480         DISPLAY 'ISODICT: NO DICTCTL CONTROL CARD'
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520
002530*    THE BULK LOAD REBUILDS THE FILE, SO IT OPENS OUTPUT AND
002540*    NEEDS NO DICTIONARY TO BE THERE YET - BUT ONLY ONCE THE
002550*    VOCAB LIST HAS OPENED, SO A MISSING LIST NEVER EMPTIES THE
002560*    DICTIONARY. EVERY OTHER FUNCTION CHANGES A DICTIONARY
002570*    THAT MUST ALREADY EXIST - ONE THAT WILL NOT OPEN IS A HARD
002580*    STOP, NOT A SILENT NEW FILE.
002590     IF DC-FUNC = 'B'
002600         OPEN INPUT VOCAB-FILE
002610         IF NOT WS-VOCAB-OK
002620             MOVE 'VOCAB' TO WS-ERR-FILE-NAME
002630             MOVE WS-VOCAB-STATUS TO WS-ERR-STATUS
002640             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002650         END-IF
002660         OPEN OUTPUT DICT-FILE
002670     ELSE
002680         OPEN I-O DICT-FILE
002690     END-IF.
002700     IF NOT WS-DICT-OK
002710         MOVE 'DICTFILE' TO WS-ERR-FILE-NAME
002720         MOVE WS-DICT-STATUS TO WS-ERR-STATUS
002730         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002740     END-IF.
002750
002760     OPEN OUTPUT DICT-REPORT-FILE.
002770     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002780     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002790 1000-INITIALIZE-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830* 2000-BULK-LOAD - BUILDS THE DICTIONARY FROM THE VOCAB     *
002840* LIST. A WORD ALREADY LOADED EARLIER IN THE LIST IS        *
002850* COUNTED AND SKIPPED; A WORD THAT IS NOT ALPHABETIC IS     *
002860* PRINTED AND REFUSED, AND THE REST OF THE LIST STILL LOADS *
002870*----------------------------------------------------------*
002880 2000-BULK-LOAD.
002890     PERFORM 2100-READ-VOCAB THRU 2100-READ-VOCAB-EXIT.
002900     PERFORM 2200-LOAD-ONE THRU 2200-LOAD-ONE-EXIT
002910         UNTIL WS-EOF.
002920     CLOSE VOCAB-FILE.
002930
002940     IF WS-INVALID-COUNT > ZERO
002950         DISPLAY 'ISODICT: ' WS-INVALID-COUNT
002960                 ' VOCAB WORD(S) REFUSED AS NOT ALPHABETIC'
002970         MOVE 8 TO RETURN-CODE
002980     END-IF.
002990 2000-BULK-LOAD-EXIT.
003000     EXIT.
003010
003020 2100-READ-VOCAB.
003030     READ VOCAB-FILE
003040         AT END SET WS-EOF TO TRUE
003050     END-READ.
003060     IF NOT WS-EOF
003070         ADD 1 TO WS-RECS-READ
003080     END-IF.
003090 2100-READ-VOCAB-EXIT.
003100     EXIT.
003110
003120 2200-LOAD-ONE.
003130*    A BLANK LINE IN THE LIST IS SPACING, NOT A WORD.
003140     IF VO-WORD = SPACES
003150         GO TO 2200-LOAD-NEXT
003160     END-IF.
003170
003180     MOVE VO-WORD TO WS-WORD-IN.
003190     PERFORM 6000-EDIT-WORD THRU 6000-EDIT-WORD-EXIT.
003200     IF WS-WORD-INVALID
003210         ADD 1 TO WS-INVALID-COUNT
003220         MOVE 'REFUSED - NOT ALPHABETIC' TO WS-ACTION-TXT
003230         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
003240         GO TO 2200-LOAD-NEXT
003250     END-IF.
003260
003270*    ONLY THE REFUSALS PRINT ON A BULK LOAD; A FULL
003280*    VOCABULARY WOULD BURY THEM. THE LOADED AND DUPLICATE
003290*    COUNTS COME OUT IN THE SUMMARY.
003300     PERFORM 6100-WRITE-DICT THRU 6100-WRITE-DICT-EXIT.
003310
003320 2200-LOAD-NEXT.
003330     PERFORM 2100-READ-VOCAB THRU 2100-READ-VOCAB-EXIT.
003340 2200-LOAD-ONE-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------*
003380* 3000-ADD-WORD - PUTS THE ONE WORD ON THE CONTROL CARD ON  *
003390* THE DICTIONARY. A WORD ALREADY THERE ENDS WITH CODE 8 SO  *
003400* THE CALLER KNOWS NOTHING CHANGED                          *
003410*----------------------------------------------------------*
003420 3000-ADD-WORD.
003430     PERFORM 3100-CARD-WORD THRU 3100-CARD-WORD-EXIT.
003440     IF WS-WORD-INVALID
003450         GO TO 3000-ADD-WORD-EXIT
003460     END-IF.
003470
003480     PERFORM 6100-WRITE-DICT THRU 6100-WRITE-DICT-EXIT.
003490     IF WS-WORD-ADDED
003500         MOVE 'ADDED' TO WS-ACTION-TXT
003510         DISPLAY 'ISODICT: ADDED ' WS-WORD-FOLDED
003520     ELSE
003530         MOVE 'NOT ADDED - ALREADY ON DICTIONARY' TO WS-ACTION-TXT
003540         DISPLAY 'ISODICT: ALREADY ON DICTIONARY: '
003550                 WS-WORD-FOLDED
003560         MOVE 8 TO RETURN-CODE
003570     END-IF.
003580     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
003590 3000-ADD-WORD-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 3100-CARD-WORD - FOLDS AND VALIDATES THE WORD ON THE      *
003640* CONTROL CARD FOR THE ADD AND DELETE FUNCTIONS. A MISSING  *
003650* OR NON-ALPHABETIC WORD COMES BACK INVALID WITH CODE 8     *
003660*----------------------------------------------------------*
003670 3100-CARD-WORD.
003680     MOVE 'N' TO WS-VALID-SW.
003690     ADD 1 TO WS-RECS-READ.
003700     IF DC-WORD = SPACES
003710         DISPLAY 'ISODICT: FUNCTION ' DC-FUNC
003720                 ' NEEDS A WORD ON THE CONTROL CARD'
003730         MOVE 8 TO RETURN-CODE
003740         GO TO 3100-CARD-WORD-EXIT
003750     END-IF.
003760
003770     MOVE DC-WORD TO WS-WORD-IN.
003780     PERFORM 6000-EDIT-WORD THRU 6000-EDIT-WORD-EXIT.
003790     IF WS-WORD-INVALID
003800         ADD 1 TO WS-INVALID-COUNT
003810         DISPLAY 'ISODICT: WORD IS NOT ALPHABETIC: ' DC-WORD
003820         MOVE 'REFUSED - NOT ALPHABETIC' TO WS-ACTION-TXT
003830         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
003840         MOVE 8 TO RETURN-CODE
003850     END-IF.
003860 3100-CARD-WORD-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* 4000-DELETE-WORD - TAKES THE ONE WORD ON THE CONTROL CARD *
003910* OFF THE DICTIONARY. A WORD NOT THERE ENDS WITH CODE 8     *
003920*----------------------------------------------------------*
003930 4000-DELETE-WORD.
003940     PERFORM 3100-CARD-WORD THRU 3100-CARD-WORD-EXIT.
003950     IF WS-WORD-INVALID
003960         GO TO 4000-DELETE-WORD-EXIT
003970     END-IF.
003980
003990     MOVE WS-WORD-FOLDED TO DW-WORD.
004000     DELETE DICT-FILE RECORD
004010         INVALID KEY
004020             MOVE 'NOT DELETED - NOT ON DICTIONARY'
004030                 TO WS-ACTION-TXT
004040             DISPLAY 'ISODICT: WORD NOT ON DICTIONARY: '
004050                     WS-WORD-FOLDED
004060             MOVE 8 TO RETURN-CODE
004070         NOT INVALID KEY
004080             ADD 1 TO WS-DELETED-COUNT
004090             MOVE 'DELETED' TO WS-ACTION-TXT
004100             DISPLAY 'ISODICT: DELETED ' WS-WORD-FOLDED
004110     END-DELETE.
004120     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
004130 4000-DELETE-WORD-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* 5000-PROMOTE - READS ONE DAY'S UNKNOWN EXCEPTIONS FILE    *
004180* AND LOADS EVERY WORD THE REVIEWER ACCEPTED. A WORD ISO    *
004190* LOGGED MORE THAN ONCE THAT DAY IS ONLY LOADED THE FIRST   *
004200* TIME; AN UNMARKED WORD IS LEFT FOR ANOTHER DAY            *
004210*----------------------------------------------------------*
004220 5000-PROMOTE.
004230     MOVE SPACES TO WS-UNK-DSN.
004240     IF DC-UNK-DATE = SPACES
004250         STRING 'UNKNOWN.D' DELIMITED BY SIZE
004260                WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
004270             INTO WS-UNK-DSN
004280     ELSE
004290         STRING 'UNKNOWN.D' DELIMITED BY SIZE
004300                DC-UNK-DATE DELIMITED BY SIZE
004310             INTO WS-UNK-DSN
004320     END-IF.
004330
004340     MOVE SPACES TO WS-PRINT-LINE.
004350     STRING 'PROMOTING FROM ' DELIMITED BY SIZE
004360            WS-UNK-DSN DELIMITED BY SIZE
004370         INTO WS-PRINT-LINE.
004380     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
004390     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004400     ADD 1 TO WS-LINE-CTR.
004410
004420     OPEN INPUT UNKNOWN-FILE.
004430     IF NOT WS-UNK-OK
004440         MOVE 'UNKNOWN' TO WS-ERR-FILE-NAME
004450         MOVE WS-UNK-STATUS TO WS-ERR-STATUS
004460         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004470     END-IF.
004480
004490     PERFORM 5100-READ-UNKNOWN THRU 5100-READ-UNKNOWN-EXIT.
004500     PERFORM 5200-PROMOTE-ONE THRU 5200-PROMOTE-ONE-EXIT
004510         UNTIL WS-EOF.
004520     CLOSE UNKNOWN-FILE.
004530
004540     IF WS-INVALID-COUNT > ZERO
004550         MOVE 8 TO RETURN-CODE
004560     END-IF.
004570 5000-PROMOTE-EXIT.
004580     EXIT.
004590
004600 5100-READ-UNKNOWN.
004610     READ UNKNOWN-FILE
004620         AT END SET WS-EOF TO TRUE
004630     END-READ.
004640     IF NOT WS-EOF
004650         ADD 1 TO WS-RECS-READ
004660     END-IF.
004670 5100-READ-UNKNOWN-EXIT.
004680     EXIT.
004690
004700 5200-PROMOTE-ONE.
004710     IF NOT UK-ACCEPTED
004720         ADD 1 TO WS-NOTREV-COUNT
004730         GO TO 5200-PROMOTE-NEXT
004740     END-IF.
004750
004760     MOVE UK-WORD TO WS-WORD-IN.
004770     PERFORM 6000-EDIT-WORD THRU 6000-EDIT-WORD-EXIT.
004780     IF WS-WORD-INVALID
004790         ADD 1 TO WS-INVALID-COUNT
004800         MOVE 'REFUSED - NOT ALPHABETIC' TO WS-ACTION-TXT
004810         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
004820         GO TO 5200-PROMOTE-NEXT
004830     END-IF.
004840
004850     PERFORM 6100-WRITE-DICT THRU 6100-WRITE-DICT-EXIT.
004860     IF WS-WORD-ADDED
004870         MOVE 'PROMOTED' TO WS-ACTION-TXT
004880         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
004890     END-IF.
004900
004910 5200-PROMOTE-NEXT.
004920     PERFORM 5100-READ-UNKNOWN THRU 5100-READ-UNKNOWN-EXIT.
004930 5200-PROMOTE-ONE-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970* 6000-EDIT-WORD - FOLDS WS-WORD-IN INTO THE DICTIONARY'S   *
004980* KEYED FORM AND RUNS IT THROUGH ISOCHK FOR THE SAME        *
004990* ALPHABETIC TEST ISO APPLIES BEFORE IT EVER LOOKS A WORD   *
005000* UP                                                        *
005010*----------------------------------------------------------*
005020 6000-EDIT-WORD.
005030     MOVE WS-WORD-IN TO WS-WORD-FOLDED.
005040     CALL 'isofold' USING BY REFERENCE WS-WORD-FOLDED.
005050     CALL 'isochk' USING BY CONTENT WS-WORD-FOLDED
005060                         BY CONTENT PARM-MAX-REPEAT
005070                         BY REFERENCE WS-FLAG
005080                         BY REFERENCE WS-VALID-SW
005090                         BY REFERENCE WS-COUNTERS
005100                         BY REFERENCE WS-ORDER.
005110 6000-EDIT-WORD-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------*
005150* 6100-WRITE-DICT - WRITES THE FOLDED WORD. A DUPLICATE KEY *
005160* IS NOT AN ERROR: THE WORD IS ALREADY ACCEPTED, SO IT IS   *
005170* COUNTED AND THE ADDED SWITCH COMES BACK OFF               *
005180*----------------------------------------------------------*
005190 6100-WRITE-DICT.
005200     MOVE 'N' TO WS-ADDED-SW.
005210     MOVE WS-WORD-FOLDED TO DW-WORD.
005220     WRITE DICT-REC
005230         INVALID KEY
005240             ADD 1 TO WS-ALREADY-COUNT
005250         NOT INVALID KEY
005260             ADD 1 TO WS-ADDED-COUNT
005270             SET WS-WORD-ADDED TO TRUE
005280     END-WRITE.
005290     IF NOT WS-WORD-ADDED
005300             AND WS-DICT-STATUS NOT = '22'
005310         MOVE 'DICTFILE' TO WS-ERR-FILE-NAME
005320         MOVE WS-DICT-STATUS TO WS-ERR-STATUS
005330         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005340     END-IF.
005350 6100-WRITE-DICT-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------*
005390* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
005400*----------------------------------------------------------*
005410 4100-NEW-PAGE.
005420     IF WS-PAGE-NO > 0
005430         MOVE SPACES TO RPT-REC
005440         WRITE RPT-REC AFTER ADVANCING 1 LINE
005450         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
005460     END-IF.
005470     ADD 1 TO WS-PAGE-NO.
005480
005490     MOVE SPACES TO WS-PRINT-LINE.
005500     MOVE 'DICTIONARY MAINTENANCE' TO WH1-TITLE.
005510     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
005520     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
005530     MOVE 'PAGE:' TO WH1-PAGE-LIT.
005540     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
005550     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
005560     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005570
005580     MOVE SPACES TO WS-PRINT-LINE.
005590     MOVE 'WORD' TO WD-WORD.
005600     MOVE 'ACTION' TO WD-ACTION.
005610     WRITE RPT-REC FROM WS-DICT-LN AFTER ADVANCING 2 LINES.
005620     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005630
005640     MOVE ZERO TO WS-LINE-CTR.
005650 4100-NEW-PAGE-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690* 4200-WRITE-DETAIL - ONE REPORT LINE FOR A CHANGE OR A     *
005700* REFUSAL: THE WORD AS IT WAS GIVEN AND WHAT WAS DONE       *
005710*----------------------------------------------------------*
005720 4200-WRITE-DETAIL.
005730     IF WS-LINE-CTR NOT < WS-MAX-LINES
005740         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005750     END-IF.
005760     MOVE SPACES TO WS-PRINT-LINE.
005770     MOVE WS-WORD-IN TO WD-WORD.
005780     MOVE WS-ACTION-TXT TO WD-ACTION.
005790     WRITE RPT-REC FROM WS-DICT-LN AFTER ADVANCING 1 LINE.
005800     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005810     ADD 1 TO WS-LINE-CTR.
005820 4200-WRITE-DETAIL-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860* 4300-SUMMARY - PRINTS WHAT THE RUN DID TO THE DICTIONARY  *
005870*----------------------------------------------------------*
005880 4300-SUMMARY.
005890     MOVE SPACES TO WS-PRINT-LINE.
005900     MOVE 'WORDS READ' TO WS-SUM-LABEL.
005910     MOVE WS-RECS-READ TO WS-SUM-VALUE.
005920     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005930     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005940
005950     MOVE SPACES TO WS-PRINT-LINE.
005960     MOVE 'WORDS ADDED TO THE DICTIONARY' TO WS-SUM-LABEL.
005970     MOVE WS-ADDED-COUNT TO WS-SUM-VALUE.
005980     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005990     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006000
006010     MOVE SPACES TO WS-PRINT-LINE.
006020     MOVE 'WORDS DELETED FROM THE DICTIONARY' TO WS-SUM-LABEL.
006030     MOVE WS-DELETED-COUNT TO WS-SUM-VALUE.
006040     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006050     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006060
006070     MOVE SPACES TO WS-PRINT-LINE.
006080     MOVE 'WORDS ALREADY ON THE DICTIONARY' TO WS-SUM-LABEL.
006090     MOVE WS-ALREADY-COUNT TO WS-SUM-VALUE.
006100     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006110     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006120
006130     MOVE SPACES TO WS-PRINT-LINE.
006140     MOVE 'WORDS REFUSED - NOT ALPHABETIC' TO WS-SUM-LABEL.
006150     MOVE WS-INVALID-COUNT TO WS-SUM-VALUE.
006160     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006170     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006180
006190     IF DC-FUNC = 'P'
006200         MOVE SPACES TO WS-PRINT-LINE
006210         MOVE 'UNKNOWN WORDS NOT MARKED ACCEPTED' TO WS-SUM-LABEL
006220         MOVE WS-NOTREV-COUNT TO WS-SUM-VALUE
006230         WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE
006240         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
006250     END-IF.
006260 4300-SUMMARY-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------*
006300* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
006310* GRADED CODE THE MAIN RUN USES                             *
006320*----------------------------------------------------------*
006330 9000-FILE-ABORT.
006340     DISPLAY 'ISODICT: FILE ERROR ON ' WS-ERR-FILE-NAME
006350             ' STATUS=' WS-ERR-STATUS.
006360     MOVE 16 TO RETURN-CODE.
006370     STOP RUN.
006380 9000-FILE-ABORT-EXIT.
006390     EXIT.
006400
006410 9130-CHECK-RPT.
006420     IF NOT WS-RPT-OK
006430         MOVE 'DICTRPT' TO WS-ERR-FILE-NAME
006440         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006450         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006460     END-IF.
006470 9130-CHECK-RPT-EXIT.
006480     EXIT.

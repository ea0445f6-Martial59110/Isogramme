000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isoqry.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - LETTER-CONSTRAINT WORD SEARCH *
000120*                  OF THE WORD MASTER FROM QUERY CARDS:     *
000130*                  EACH CARD FILTERS ON THE STORED LETTER   *
000140*                  COUNTS, FLAG AND ORDER AND LISTS THE     *
000150*                  WORDS THAT MATCH, WITH A MATCH COUNT PER *
000160*                  CARD. NOTHING IS EVER WRITTEN BACK       *
000170*----------------------------------------------------------*
000180* THE QUERIES COME FROM THE QRYCTL CARD FILE, ONE PER CARD. A
000190* CARD WITH * IN COL 1 IS A COMMENT AND A BLANK CARD IS PASSED
000200* OVER. EVERY CONDITION IS OPTIONAL; THOSE GIVEN MUST ALL HOLD:
000210*   COL 1-4     QUERY ID, PRINTED WITH ITS RESULTS
000220*   COL 6-7     SHORTEST LENGTH (BLANK = 01)
000230*   COL 9-10    LONGEST LENGTH (BLANK = 50)
000240*   COL 12      ISOGRAM FLAG Y OR N (BLANK = EITHER)
000250*   COL 14-15   PERFECT-ISOGRAM ORDER 01-26 (BLANK = ANY)
000260*   COL 17-42   REQUIRED LETTERS - EACH MUST APPEAR AT LEAST AS
000270*               OFTEN AS IT IS GIVEN (SS = TWO S OR MORE)
000280*   COL 44-69   EXCLUDED LETTERS - NONE MAY APPEAR
000290*   COL 71-100  LETTER POOL - THE WORD MAY USE NO LETTER MORE
000300*               OFTEN THAN THE POOL HOLDS IT
000310*   COL 102-151 PATTERN - ONE POSITION PER LETTER, _ FOR ANY
000320*               LETTER; A PATTERN FIXES THE WORD'S LENGTH
000330* LETTERS ARE FOLDED THROUGH ISOFOLD, THE SAME AS THE MASTER
000340* KEY, SO LOWER CASE AND ACCENTED LETTERS MAY BE PUNCHED. FOR
000350* EXAMPLE (COLUMNS AS ABOVE):
000360*   ISOGRAMS BUILT ONLY FROM PLASTER - FLAG Y, POOL PLASTER
000370*   7-LETTER WORDS MATCHING _A_E__S  - PATTERN _A_E__S
000380*   NO E, ORDER-2 PERFECT ISOGRAMS   - ORDER 02, EXCLUDED E
000390* THE LENGTH IS THE SUM OF THE STORED COUNTS, AS IN ISOWHAT. A
000400* CARD THAT CANNOT BE READ AS ABOVE IS LISTED WITH THE REASON
000410* AND NOT RUN; THE REST STILL ARE.
000420* RETURN CODES: 0 CLEAN, 8 NO QUERY CARDS OR A CARD REJECTED,
000430* 16 HARD STOP ON A BAD FILE STATUS.
000440*----------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GNU-LINUX.
000490 OBJECT-COMPUTER. GNU-LINUX.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT QRY-CTL-FILE ASSIGN TO "QRYCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-QCTL-STATUS.
000560
000570     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS WM-WORD
000610         FILE STATUS IS WS-WMST-STATUS.
000620
000630     SELECT QRY-REPORT-FILE ASSIGN TO "QRYRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000700 FD  QRY-CTL-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORDING MODE IS F.
000730 01  QRY-CTL-REC.
000740     05  QC-ID                PIC X(04).
000750     05  FILLER               PIC X(01).
000760     05  QC-MIN-LEN           PIC X(02).
000770     05  FILLER               PIC X(01).
000780     05  QC-MAX-LEN           PIC X(02).
000790     05  FILLER               PIC X(01).
000800     05  QC-FLAG              PIC X(01).
000810     05  FILLER               PIC X(01).
000820     05  QC-ORDER             PIC X(02).
000830     05  FILLER               PIC X(01).
000840     05  QC-REQUIRED          PIC X(26).
000850     05  FILLER               PIC X(01).
000860     05  QC-EXCLUDED          PIC X(26).
000870     05  FILLER               PIC X(01).
000880     05  QC-POOL              PIC X(30).
000890     05  FILLER               PIC X(01).
000900     05  QC-PATTERN           PIC X(50).
000910
000920 FD  WORD-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  WORD-MASTER-REC.
000960     05  WM-WORD              PIC X(50).
000970     05  WM-FLAG              PIC X(01).
000980     05  WM-FIRST-SEEN        PIC X(10).
000990     05  WM-LAST-SEEN         PIC X(10).
001000     05  WM-TIMES-SEEN        PIC 9(06).
001010     05  WM-MAX-REPEAT        PIC 9(02).
001020     05  WM-COUNTERS.
001030         10  WM-CNT           PIC 99 OCCURS 26.
001040*    PERFECT-ISOGRAM ORDER; BLANK WHEN THE COUNTS ARE MIXED.
001050     05  WM-ORDER             PIC X(02).
001060
001070 FD  QRY-REPORT-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORDING MODE IS F.
001100 01  RPT-REC                  PIC X(132).
001110
001120 WORKING-STORAGE SECTION.
001130
001140     COPY WSALPHA.
001150
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SW            PIC X VALUE 'N'.
001180         88  WS-EOF                   VALUE 'Y'.
001190     05  WS-CTL-EOF-SW        PIC X VALUE 'N'.
001200         88  WS-CTL-EOF               VALUE 'Y'.
001210     05  WS-CARD-BAD-SW       PIC X VALUE 'N'.
001220         88  WS-CARD-BAD              VALUE 'Y'.
001230     05  WS-IN-QUERY-SW       PIC X VALUE 'N'.
001240         88  WS-IN-QUERY              VALUE 'Y'.
001250     05  WS-MISS-SW           PIC X VALUE 'N'.
001260         88  WS-WORD-MISSES           VALUE 'Y'.
001270     05  WS-POOL-SW           PIC X VALUE 'N'.
001280         88  WS-POOL-GIVEN            VALUE 'Y'.
001290
001300 01  WS-QCTL-STATUS           PIC XX VALUE SPACES.
001310     88  WS-QCTL-OK                  VALUE '00'.
001320
001330 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001340     88  WS-WMST-OK                  VALUE '00'.
001350
001360 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001370     88  WS-RPT-OK                   VALUE '00'.
001380
001390 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001400 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001410
001420 77  WS-CARDS-READ            PIC 9(06) COMP VALUE ZERO.
001430 77  WS-QUERIES-RUN           PIC 9(06) COMP VALUE ZERO.
001440 77  WS-REJECT-COUNT          PIC 9(06) COMP VALUE ZERO.
001450 77  WS-MATCH-COUNT           PIC 9(06) COMP VALUE ZERO.
001460 77  WS-MATCH-TOTAL           PIC 9(08) COMP VALUE ZERO.
001470 77  WS-RECS-READ             PIC 9(08) COMP VALUE ZERO.
001480 77  WS-CNT-IDX               PIC 9(02) COMP VALUE ZERO.
001490 77  WS-POS                   PIC 9(02) COMP VALUE ZERO.
001500 77  WS-WORD-LEN              PIC 9(03) COMP VALUE ZERO.
001510 77  WS-PAT-LEN               PIC 9(02) COMP VALUE ZERO.
001520
001530*    THE CARD AS IT WILL BE APPLIED: LENGTHS, FOLDED LETTER
001540*    FIELDS, AND THE LETTER FIELDS AS COUNTS PER LETTER A-Z.
001550 01  WS-MIN-LEN               PIC 9(02) VALUE ZERO.
001560 01  WS-MAX-LEN               PIC 9(02) VALUE ZERO.
001570 01  WS-REJECT-TXT            PIC X(40) VALUE SPACES.
001580 01  WS-CHAR                  PIC X(01) VALUE SPACE.
001590 01  WS-LETTERS               PIC X(50) VALUE SPACES.
001600 01  WS-PATTERN               PIC X(50) VALUE SPACES.
001610
001620 01  WS-TALLY-TABLE.
001630     05  WS-TALLY             PIC 9(02) OCCURS 26.
001640 01  WS-REQ-TABLE.
001650     05  WS-REQ-CNT           PIC 9(02) OCCURS 26.
001660 01  WS-EXCL-TABLE.
001670     05  WS-EXCL-CNT          PIC 9(02) OCCURS 26.
001680 01  WS-POOL-TABLE.
001690     05  WS-POOL-CNT          PIC 9(02) OCCURS 26.
001700
001710 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001720 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001730 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001740
001750 01  WS-CURRENT-DATE-TIME     PIC X(21).
001760 01  WS-RUN-DATE-DSP          PIC X(10).
001770
001780 01  WS-PRINT-LINE            PIC X(132).
001790
001800 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001810     05  WH1-TITLE            PIC X(30).
001820     05  FILLER               PIC X(10).
001830     05  WH1-DATE-LIT         PIC X(09).
001840     05  FILLER               PIC X(01).
001850     05  WH1-DATE             PIC X(10).
001860     05  FILLER               PIC X(10).
001870     05  WH1-PAGE-LIT         PIC X(05).
001880     05  WH1-PAGE-NO          PIC ZZZ9.
001890     05  FILLER               PIC X(53).
001900
001910 01  WS-QRY-LN-1 REDEFINES WS-PRINT-LINE.
001920     05  WQ1-LIT              PIC X(06).
001930     05  WQ1-ID               PIC X(04).
001940     05  FILLER               PIC X(04).
001950     05  WQ1-LEN-LIT          PIC X(07).
001960     05  WQ1-MIN-LEN          PIC X(02).
001970     05  WQ1-DASH             PIC X(01).
001980     05  WQ1-MAX-LEN          PIC X(02).
001990     05  FILLER               PIC X(04).
002000     05  WQ1-FLAG-LIT         PIC X(05).
002010     05  WQ1-FLAG             PIC X(01).
002020     05  FILLER               PIC X(04).
002030     05  WQ1-ORDER-LIT        PIC X(06).
002040     05  WQ1-ORDER            PIC X(02).
002050     05  FILLER               PIC X(04).
002060     05  WQ1-PAT-LIT          PIC X(08).
002070     05  WQ1-PATTERN          PIC X(50).
002080     05  FILLER               PIC X(22).
002090
002100 01  WS-QRY-LN-2 REDEFINES WS-PRINT-LINE.
002110     05  FILLER               PIC X(14).
002120     05  WQ2-REQ-LIT          PIC X(09).
002130     05  WQ2-REQUIRED         PIC X(26).
002140     05  FILLER               PIC X(02).
002150     05  WQ2-EXCL-LIT         PIC X(09).
002160     05  WQ2-EXCLUDED         PIC X(26).
002170     05  FILLER               PIC X(02).
002180     05  WQ2-POOL-LIT         PIC X(05).
002190     05  WQ2-POOL             PIC X(30).
002200     05  FILLER               PIC X(09).
002210
002220 01  WS-MATCH-LN REDEFINES WS-PRINT-LINE.
002230     05  WQM-WORD             PIC X(50).
002240     05  FILLER               PIC X(02).
002250     05  WQM-LEN              PIC ZZ9.
002260     05  FILLER               PIC X(03).
002270     05  WQM-FLAG             PIC X(01).
002280     05  FILLER               PIC X(04).
002290     05  WQM-ORDER            PIC X(02).
002300     05  FILLER               PIC X(03).
002310     05  WQM-TIMES            PIC ZZZZZ9.
002320     05  FILLER               PIC X(03).
002330     05  WQM-LAST             PIC X(10).
002340     05  FILLER               PIC X(45).
002350
002360 01  WS-REJECT-LN REDEFINES WS-PRINT-LINE.
002370     05  WR-LIT               PIC X(06).
002380     05  WR-ID                PIC X(04).
002390     05  FILLER               PIC X(04).
002400     05  WR-REJ-LIT           PIC X(17).
002410     05  WR-REASON            PIC X(40).
002420     05  FILLER               PIC X(61).
002430
002440 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002450     05  WS-SUM-LABEL         PIC X(40).
002460     05  WS-SUM-VALUE         PIC ZZZZZZZ9.
002470     05  FILLER               PIC X(84).
002480
002490 PROCEDURE DIVISION.
002500
002510*----------------------------------------------------------*
002520* 0000-MAINLINE - ONE READ-ONLY PASS OVER THE MASTER PER    *
002530* QUERY CARD, THEN THE TOTALS                               *
002540*----------------------------------------------------------*
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002570
002580     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
002590     PERFORM 2000-RUN-QUERY THRU 2000-RUN-QUERY-EXIT
002600         UNTIL WS-CTL-EOF.
002610     CLOSE QRY-CTL-FILE.
002620
002630     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002640     CLOSE QRY-REPORT-FILE.
002650
002660*    A RUN WITH NOTHING TO ASK IS AS MUCH A SETUP FAULT AS A
002670*    CARD THAT COULD NOT BE READ.
002680     IF WS-QUERIES-RUN = ZERO OR WS-REJECT-COUNT > ZERO
002690         MOVE 8 TO RETURN-CODE
002700     ELSE
002710         MOVE ZERO TO RETURN-CODE
002720     END-IF.
002730     STOP RUN.
002740
002750*----------------------------------------------------------*
002760* 1000-INITIALIZE - STAMPS THE RUN DATE AND OPENS THE CARDS *
002770* AND THE REPORT                                            *
002780*----------------------------------------------------------*
002790 1000-INITIALIZE.
002800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002810     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002820            '/'                      DELIMITED BY SIZE
002830            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002840            '/'                      DELIMITED BY SIZE
002850            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002860         INTO WS-RUN-DATE-DSP.
002870
002880     OPEN INPUT QRY-CTL-FILE.
002890     IF NOT WS-QCTL-OK
002900         MOVE 'QRYCTL' TO WS-ERR-FILE-NAME
002910         MOVE WS-QCTL-STATUS TO WS-ERR-STATUS
002920         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002930     END-IF.
002940
002950     OPEN OUTPUT QRY-REPORT-FILE.
002960     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002970     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002980 1000-INITIALIZE-EXIT.
002990     EXIT.
003000
003010 1100-READ-CARD.
003020     READ QRY-CTL-FILE
003030         AT END SET WS-CTL-EOF TO TRUE
003040     END-READ.
003041     IF NOT WS-CTL-EOF AND NOT WS-QCTL-OK
003042         MOVE 'QRYCTL' TO WS-ERR-FILE-NAME
003043         MOVE WS-QCTL-STATUS TO WS-ERR-STATUS
003044         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003045     END-IF.
003050     IF NOT WS-CTL-EOF
003060         ADD 1 TO WS-CARDS-READ
003070     END-IF.
003080 1100-READ-CARD-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120* 2000-RUN-QUERY - EDITS ONE CARD, AND IF IT IS GOOD READS  *
003130* THE MASTER FROM THE TOP AND LISTS EVERY WORD IT MATCHES   *
003140*----------------------------------------------------------*
003150 2000-RUN-QUERY.
003160     IF QRY-CTL-REC(1:1) = '*' OR QRY-CTL-REC = SPACES
003170         GO TO 2000-RUN-NEXT
003180     END-IF.
003190
003200     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT.
003210     IF WS-CARD-BAD
003220         ADD 1 TO WS-REJECT-COUNT
003230         PERFORM 4250-WRITE-REJECT THRU 4250-WRITE-REJECT-EXIT
003240         GO TO 2000-RUN-NEXT
003250     END-IF.
003260
003270     ADD 1 TO WS-QUERIES-RUN.
003280     MOVE ZERO TO WS-MATCH-COUNT.
003290     PERFORM 4150-QUERY-HEADER THRU 4150-QUERY-HEADER-EXIT.
003300
003310     MOVE 'N' TO WS-EOF-SW.
003320     OPEN INPUT WORD-MASTER-FILE.
003330     IF NOT WS-WMST-OK
003340         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
003350         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
003360         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003370     END-IF.
003380     PERFORM 3100-READ-MASTER THRU 3100-READ-MASTER-EXIT.
003390     PERFORM 3000-TEST-WORD THRU 3000-TEST-WORD-EXIT
003400         UNTIL WS-EOF.
003410     CLOSE WORD-MASTER-FILE.
003420
003430     PERFORM 4260-QUERY-COUNT THRU 4260-QUERY-COUNT-EXIT.
003440     ADD WS-MATCH-COUNT TO WS-MATCH-TOTAL.
003450
003460 2000-RUN-NEXT.
003470     PERFORM 1100-READ-CARD THRU 1100-READ-CARD-EXIT.
003480 2000-RUN-QUERY-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520* 2100-EDIT-CARD - PROVES EACH FIELD GIVEN AND TURNS IT     *
003530* INTO THE FORM THE WORD TEST USES. THE FIRST FAULT FOUND   *
003540* REJECTS THE CARD                                          *
003550*----------------------------------------------------------*
003560 2100-EDIT-CARD.
003570     MOVE 'N' TO WS-CARD-BAD-SW.
003580     MOVE SPACES TO WS-REJECT-TXT.
003590
003600     IF QC-MIN-LEN = SPACES
003610         MOVE 01 TO WS-MIN-LEN
003620     ELSE
003630         IF QC-MIN-LEN NOT NUMERIC
003640             MOVE 'SHORTEST LENGTH NOT NUMERIC' TO WS-REJECT-TXT
003650             GO TO 2100-EDIT-BAD
003660         END-IF
003670         MOVE QC-MIN-LEN TO WS-MIN-LEN
003680     END-IF.
003690     IF QC-MAX-LEN = SPACES
003700         MOVE 50 TO WS-MAX-LEN
003710     ELSE
003720         IF QC-MAX-LEN NOT NUMERIC
003730             MOVE 'LONGEST LENGTH NOT NUMERIC' TO WS-REJECT-TXT
003740             GO TO 2100-EDIT-BAD
003750         END-IF
003760         MOVE QC-MAX-LEN TO WS-MAX-LEN
003770     END-IF.
003780     IF WS-MIN-LEN > WS-MAX-LEN OR WS-MAX-LEN > 50
003790         MOVE 'LENGTH RANGE NOT 01-50, SHORTEST FIRST'
003800             TO WS-REJECT-TXT
003810         GO TO 2100-EDIT-BAD
003820     END-IF.
003830
003840     IF QC-FLAG NOT = SPACE AND QC-FLAG NOT = 'Y'
003850             AND QC-FLAG NOT = 'N'
003860         MOVE 'FLAG NOT Y, N OR BLANK' TO WS-REJECT-TXT
003870         GO TO 2100-EDIT-BAD
003880     END-IF.
003890
003900     IF QC-ORDER NOT = SPACES
003910         IF QC-ORDER NOT NUMERIC OR QC-ORDER = '00'
003920                 OR QC-ORDER > '26'
003930             MOVE 'ORDER NOT 01-26' TO WS-REJECT-TXT
003940             GO TO 2100-EDIT-BAD
003950         END-IF
003960     END-IF.
003970
003980     MOVE QC-REQUIRED TO WS-LETTERS.
003990     PERFORM 2200-TALLY-LETTERS THRU 2200-TALLY-LETTERS-EXIT.
004000     IF WS-CARD-BAD
004010         MOVE 'REQUIRED LETTERS NOT ALL A-Z' TO WS-REJECT-TXT
004020         GO TO 2100-EDIT-BAD
004030     END-IF.
004040     MOVE WS-TALLY-TABLE TO WS-REQ-TABLE.
004050
004060     MOVE QC-EXCLUDED TO WS-LETTERS.
004070     PERFORM 2200-TALLY-LETTERS THRU 2200-TALLY-LETTERS-EXIT.
004080     IF WS-CARD-BAD
004090         MOVE 'EXCLUDED LETTERS NOT ALL A-Z' TO WS-REJECT-TXT
004100         GO TO 2100-EDIT-BAD
004110     END-IF.
004120     MOVE WS-TALLY-TABLE TO WS-EXCL-TABLE.
004130
004140*    A LETTER BOTH REQUIRED AND EXCLUDED CAN NEVER MATCH, SO IT
004150*    IS TAKEN FOR A PUNCHING SLIP RATHER THAN AN EMPTY ANSWER.
004160     PERFORM 2300-CHECK-CONFLICT THRU 2300-CHECK-CONFLICT-EXIT
004170         VARYING WS-CNT-IDX FROM 1 BY 1
004180         UNTIL WS-CNT-IDX > 26 OR WS-CARD-BAD.
004190     IF WS-CARD-BAD
004200         MOVE 'LETTER BOTH REQUIRED AND EXCLUDED'
004210             TO WS-REJECT-TXT
004220         GO TO 2100-EDIT-BAD
004230     END-IF.
004240
004250     MOVE 'N' TO WS-POOL-SW.
004260     IF QC-POOL NOT = SPACES
004270         SET WS-POOL-GIVEN TO TRUE
004280     END-IF.
004290     MOVE QC-POOL TO WS-LETTERS.
004300     PERFORM 2200-TALLY-LETTERS THRU 2200-TALLY-LETTERS-EXIT.
004310     IF WS-CARD-BAD
004320         MOVE 'POOL LETTERS NOT ALL A-Z' TO WS-REJECT-TXT
004330         GO TO 2100-EDIT-BAD
004340     END-IF.
004350     MOVE WS-TALLY-TABLE TO WS-POOL-TABLE.
004360
004370     PERFORM 2400-EDIT-PATTERN THRU 2400-EDIT-PATTERN-EXIT.
004380     IF WS-CARD-BAD
004390         GO TO 2100-EDIT-BAD
004400     END-IF.
004410     GO TO 2100-EDIT-CARD-EXIT.
004420
004430 2100-EDIT-BAD.
004440     SET WS-CARD-BAD TO TRUE.
004450 2100-EDIT-CARD-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490* 2200-TALLY-LETTERS - FOLDS WS-LETTERS THROUGH ISOFOLD AND *
004500* COUNTS EACH LETTER INTO WS-TALLY; SPACES ARE IGNORED AND  *
004510* ANYTHING ELSE FAILS THE CARD                              *
004520*----------------------------------------------------------*
004530 2200-TALLY-LETTERS.
004540     MOVE ZEROS TO WS-TALLY-TABLE.
004550     CALL 'isofold' USING BY REFERENCE WS-LETTERS.
004560     PERFORM 2210-TALLY-ONE THRU 2210-TALLY-ONE-EXIT
004570         VARYING WS-POS FROM 1 BY 1
004580         UNTIL WS-POS > 50 OR WS-CARD-BAD.
004590 2200-TALLY-LETTERS-EXIT.
004600     EXIT.
004610
004620 2210-TALLY-ONE.
004630     MOVE WS-LETTERS(WS-POS:1) TO WS-CHAR.
004640     IF WS-CHAR = SPACE
004650         GO TO 2210-TALLY-ONE-EXIT
004660     END-IF.
004670     PERFORM 2220-LETTER-INDEX THRU 2220-LETTER-INDEX-EXIT.
004680     IF WS-CNT-IDX > 26
004690         SET WS-CARD-BAD TO TRUE
004700     ELSE
004710         ADD 1 TO WS-TALLY (WS-CNT-IDX)
004720     END-IF.
004730 2210-TALLY-ONE-EXIT.
004740     EXIT.
004750
004760*    POSITION OF WS-CHAR IN THE ALPHABET, 27 WHEN IT IS NOT A
004770*    LETTER.
004780 2220-LETTER-INDEX.
004790     MOVE ZERO TO WS-CNT-IDX.
004800     INSPECT WS-ALPHABET TALLYING WS-CNT-IDX
004810         FOR CHARACTERS BEFORE INITIAL WS-CHAR.
004820     ADD 1 TO WS-CNT-IDX.
004830 2220-LETTER-INDEX-EXIT.
004840     EXIT.
004850
004860 2300-CHECK-CONFLICT.
004870     IF WS-REQ-CNT (WS-CNT-IDX) > ZERO
004880             AND WS-EXCL-CNT (WS-CNT-IDX) > ZERO
004890         SET WS-CARD-BAD TO TRUE
004900     END-IF.
004910 2300-CHECK-CONFLICT-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950* 2400-EDIT-PATTERN - FOLDS THE PATTERN AND FINDS ITS       *
004960* LENGTH: LETTERS AND _ ONLY, WITH NO GAP BEFORE THE LAST   *
004970*----------------------------------------------------------*
004980 2400-EDIT-PATTERN.
004990     MOVE ZERO TO WS-PAT-LEN.
005000     MOVE QC-PATTERN TO WS-PATTERN.
005010     IF WS-PATTERN = SPACES
005020         GO TO 2400-EDIT-PATTERN-EXIT
005030     END-IF.
005040     CALL 'isofold' USING BY REFERENCE WS-PATTERN.
005050
005060     PERFORM 2410-PATTERN-END THRU 2410-PATTERN-END-EXIT
005070         VARYING WS-POS FROM 50 BY -1
005080         UNTIL WS-PAT-LEN > ZERO.
005090     PERFORM 2420-PATTERN-ONE THRU 2420-PATTERN-ONE-EXIT
005100         VARYING WS-POS FROM 1 BY 1
005110         UNTIL WS-POS > WS-PAT-LEN OR WS-CARD-BAD.
005120     IF WS-CARD-BAD
005130         MOVE 'PATTERN NOT LETTERS AND _ WITH NO GAP'
005140             TO WS-REJECT-TXT
005150     END-IF.
005160 2400-EDIT-PATTERN-EXIT.
005170     EXIT.
005180
005190 2410-PATTERN-END.
005200     IF WS-PATTERN(WS-POS:1) NOT = SPACE
005210         MOVE WS-POS TO WS-PAT-LEN
005220     END-IF.
005230 2410-PATTERN-END-EXIT.
005240     EXIT.
005250
005260 2420-PATTERN-ONE.
005270     MOVE WS-PATTERN(WS-POS:1) TO WS-CHAR.
005280     IF WS-CHAR = '_'
005290         GO TO 2420-PATTERN-ONE-EXIT
005300     END-IF.
005310     PERFORM 2220-LETTER-INDEX THRU 2220-LETTER-INDEX-EXIT.
005320     IF WS-CNT-IDX > 26
005330         SET WS-CARD-BAD TO TRUE
005340     END-IF.
005350 2420-PATTERN-ONE-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------*
005390* 3000-TEST-WORD - ONE STORED WORD AGAINST THE CARD; THE    *
005400* CHEAP TESTS GO FIRST AND THE FIRST ONE MISSED DROPS IT    *
005410*----------------------------------------------------------*
005420 3000-TEST-WORD.
005430     IF QC-FLAG NOT = SPACE AND WM-FLAG NOT = QC-FLAG
005440         GO TO 3000-TEST-NEXT
005450     END-IF.
005460     IF QC-ORDER NOT = SPACES AND WM-ORDER NOT = QC-ORDER
005470         GO TO 3000-TEST-NEXT
005480     END-IF.
005490
005500     MOVE 'N' TO WS-MISS-SW.
005510     MOVE ZERO TO WS-WORD-LEN.
005520     PERFORM 3200-TEST-ONE-COUNT THRU 3200-TEST-ONE-COUNT-EXIT
005530         VARYING WS-CNT-IDX FROM 1 BY 1
005540         UNTIL WS-CNT-IDX > 26 OR WS-WORD-MISSES.
005550     IF WS-WORD-MISSES
005560         GO TO 3000-TEST-NEXT
005570     END-IF.
005580
005590     IF WS-WORD-LEN < WS-MIN-LEN OR WS-WORD-LEN > WS-MAX-LEN
005600         GO TO 3000-TEST-NEXT
005610     END-IF.
005620
005630     IF WS-PAT-LEN > ZERO
005640         IF WS-WORD-LEN NOT = WS-PAT-LEN
005650             GO TO 3000-TEST-NEXT
005660         END-IF
005670         PERFORM 3300-TEST-ONE-POS THRU 3300-TEST-ONE-POS-EXIT
005680             VARYING WS-POS FROM 1 BY 1
005690             UNTIL WS-POS > WS-PAT-LEN OR WS-WORD-MISSES
005700         IF WS-WORD-MISSES
005710             GO TO 3000-TEST-NEXT
005720         END-IF
005730     END-IF.
005740
005750     ADD 1 TO WS-MATCH-COUNT.
005760     PERFORM 4200-WRITE-MATCH THRU 4200-WRITE-MATCH-EXIT.
005770
005780 3000-TEST-NEXT.
005790     PERFORM 3100-READ-MASTER THRU 3100-READ-MASTER-EXIT.
005800 3000-TEST-WORD-EXIT.
005810     EXIT.
005820
005830 3100-READ-MASTER.
005840     READ WORD-MASTER-FILE NEXT RECORD
005850         AT END SET WS-EOF TO TRUE
005860     END-READ.
005870     IF NOT WS-EOF AND NOT WS-WMST-OK
005880         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
005890         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
005900         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005910     END-IF.
005920     IF NOT WS-EOF
005930         ADD 1 TO WS-RECS-READ
005940     END-IF.
005950 3100-READ-MASTER-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990* 3200-TEST-ONE-COUNT - ONE LETTER'S STORED COUNT AGAINST   *
006000* THE REQUIRED, EXCLUDED AND POOL COUNTS, ADDING IT TO THE  *
006010* LENGTH AS IT GOES                                         *
006020*----------------------------------------------------------*
006030 3200-TEST-ONE-COUNT.
006040     IF WM-CNT (WS-CNT-IDX) NOT NUMERIC
006050             OR WM-CNT (WS-CNT-IDX) = ZERO
006060         IF WS-REQ-CNT (WS-CNT-IDX) > ZERO
006070             SET WS-WORD-MISSES TO TRUE
006080         END-IF
006090         GO TO 3200-TEST-ONE-COUNT-EXIT
006100     END-IF.
006110
006120     ADD WM-CNT (WS-CNT-IDX) TO WS-WORD-LEN.
006130     IF WM-CNT (WS-CNT-IDX) < WS-REQ-CNT (WS-CNT-IDX)
006140             OR WS-EXCL-CNT (WS-CNT-IDX) > ZERO
006150         SET WS-WORD-MISSES TO TRUE
006160     END-IF.
006170     IF WS-POOL-GIVEN
006180             AND WM-CNT (WS-CNT-IDX) > WS-POOL-CNT (WS-CNT-IDX)
006190         SET WS-WORD-MISSES TO TRUE
006200     END-IF.
006210 3200-TEST-ONE-COUNT-EXIT.
006220     EXIT.
006230
006240 3300-TEST-ONE-POS.
006250     IF WS-PATTERN(WS-POS:1) NOT = '_'
006260             AND WS-PATTERN(WS-POS:1) NOT = WM-WORD(WS-POS:1)
006270         SET WS-WORD-MISSES TO TRUE
006280     END-IF.
006290 3300-TEST-ONE-POS-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS;   *
006340* A QUERY RUNNING ONTO THE PAGE HAS ITS CARD REPEATED       *
006350*----------------------------------------------------------*
006360 4100-NEW-PAGE.
006370     IF WS-PAGE-NO > 0
006380         MOVE SPACES TO RPT-REC
006390         WRITE RPT-REC AFTER ADVANCING 1 LINE
006400         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
006410     END-IF.
006420     ADD 1 TO WS-PAGE-NO.
006430
006440     MOVE SPACES TO WS-PRINT-LINE.
006450     MOVE 'WORD MASTER LETTER SEARCH' TO WH1-TITLE.
006460     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
006470     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
006480     MOVE 'PAGE:' TO WH1-PAGE-LIT.
006490     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
006500     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
006510     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006520
006530     MOVE ZERO TO WS-LINE-CTR.
006540     IF WS-IN-QUERY
006550         PERFORM 4160-QUERY-LINES THRU 4160-QUERY-LINES-EXIT
006560     END-IF.
006570 4100-NEW-PAGE-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------*
006610* 4150-QUERY-HEADER - OPENS A QUERY'S SECTION OF THE REPORT *
006620* WITH ITS CARD, ON A FRESH PAGE WHEN THERE IS NOT ROOM FOR *
006630* THE CARD AND A FEW OF ITS WORDS                           *
006640*----------------------------------------------------------*
006650 4150-QUERY-HEADER.
006660     MOVE 'N' TO WS-IN-QUERY-SW.
006670     IF WS-LINE-CTR + 10 > WS-MAX-LINES
006680         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006690     END-IF.
006700     SET WS-IN-QUERY TO TRUE.
006710     PERFORM 4160-QUERY-LINES THRU 4160-QUERY-LINES-EXIT.
006720 4150-QUERY-HEADER-EXIT.
006730     EXIT.
006740
006750 4160-QUERY-LINES.
006760     MOVE SPACES TO WS-PRINT-LINE.
006770     MOVE 'QUERY' TO WQ1-LIT.
006780     MOVE QC-ID TO WQ1-ID.
006790     MOVE 'LENGTH' TO WQ1-LEN-LIT.
006800     MOVE WS-MIN-LEN TO WQ1-MIN-LEN.
006810     MOVE '-' TO WQ1-DASH.
006820     MOVE WS-MAX-LEN TO WQ1-MAX-LEN.
006830     MOVE 'FLAG' TO WQ1-FLAG-LIT.
006840     MOVE QC-FLAG TO WQ1-FLAG.
006850     MOVE 'ORDER' TO WQ1-ORDER-LIT.
006860     MOVE QC-ORDER TO WQ1-ORDER.
006870     MOVE 'PATTERN' TO WQ1-PAT-LIT.
006880     MOVE WS-PATTERN TO WQ1-PATTERN.
006890     WRITE RPT-REC FROM WS-QRY-LN-1 AFTER ADVANCING 2 LINES.
006900     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006910
006920     MOVE SPACES TO WS-PRINT-LINE.
006930     MOVE 'REQUIRED' TO WQ2-REQ-LIT.
006940     MOVE QC-REQUIRED TO WQ2-REQUIRED.
006950     MOVE 'EXCLUDED' TO WQ2-EXCL-LIT.
006960     MOVE QC-EXCLUDED TO WQ2-EXCLUDED.
006970     MOVE 'POOL' TO WQ2-POOL-LIT.
006980     MOVE QC-POOL TO WQ2-POOL.
006990     WRITE RPT-REC FROM WS-QRY-LN-2 AFTER ADVANCING 1 LINE.
007000     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007010
007020     MOVE SPACES TO WS-PRINT-LINE.
007030     MOVE 'WORD' TO WQM-WORD.
007040     MOVE 'LEN  FLAG ORD    TIMES   LAST SEEN'
007050         TO WS-PRINT-LINE(53:34).
007060     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
007070     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007080     ADD 5 TO WS-LINE-CTR.
007090 4160-QUERY-LINES-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------*
007130* 4200-WRITE-MATCH - ONE LINE PER WORD MATCHED              *
007140*----------------------------------------------------------*
007150 4200-WRITE-MATCH.
007160     IF WS-LINE-CTR NOT < WS-MAX-LINES
007170         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
007180     END-IF.
007190     MOVE SPACES TO WS-PRINT-LINE.
007200     MOVE WM-WORD TO WQM-WORD.
007210     MOVE WS-WORD-LEN TO WQM-LEN.
007220     MOVE WM-FLAG TO WQM-FLAG.
007230     MOVE WM-ORDER TO WQM-ORDER.
007240     MOVE WM-TIMES-SEEN TO WQM-TIMES.
007250     MOVE WM-LAST-SEEN TO WQM-LAST.
007260     WRITE RPT-REC FROM WS-MATCH-LN AFTER ADVANCING 1 LINE.
007270     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007280     ADD 1 TO WS-LINE-CTR.
007290 4200-WRITE-MATCH-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------*
007330* 4250-WRITE-REJECT - A CARD THAT WAS NOT RUN, AND WHY      *
007340*----------------------------------------------------------*
007350 4250-WRITE-REJECT.
007360     IF WS-LINE-CTR + 2 > WS-MAX-LINES
007370         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
007380     END-IF.
007390     MOVE SPACES TO WS-PRINT-LINE.
007400     MOVE 'QUERY' TO WR-LIT.
007410     MOVE QC-ID TO WR-ID.
007420     MOVE '*** NOT RUN -' TO WR-REJ-LIT.
007430     MOVE WS-REJECT-TXT TO WR-REASON.
007440     WRITE RPT-REC FROM WS-REJECT-LN AFTER ADVANCING 2 LINES.
007450     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007460     ADD 2 TO WS-LINE-CTR.
007470 4250-WRITE-REJECT-EXIT.
007480     EXIT.
007490
007500 4260-QUERY-COUNT.
007510     MOVE 'N' TO WS-IN-QUERY-SW.
007520     IF WS-LINE-CTR + 2 > WS-MAX-LINES
007530         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
007540     END-IF.
007550     MOVE SPACES TO WS-PRINT-LINE.
007560     STRING 'WORDS MATCHING QUERY ' QC-ID DELIMITED BY SIZE
007570         INTO WS-SUM-LABEL.
007580     MOVE WS-MATCH-COUNT TO WS-SUM-VALUE.
007590     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
007600     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007610     ADD 2 TO WS-LINE-CTR.
007620 4260-QUERY-COUNT-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------*
007660* 4300-SUMMARY - CARDS, QUERIES AND MATCHES FOR THE RUN     *
007670*----------------------------------------------------------*
007680 4300-SUMMARY.
007690     IF WS-LINE-CTR + 8 > WS-MAX-LINES
007700         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
007710     END-IF.
007720
007730     MOVE SPACES TO WS-PRINT-LINE.
007740     MOVE 'QUERY CARDS READ' TO WS-SUM-LABEL.
007750     MOVE WS-CARDS-READ TO WS-SUM-VALUE.
007760     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 3 LINES.
007770     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007780
007790     MOVE SPACES TO WS-PRINT-LINE.
007800     MOVE 'QUERIES RUN' TO WS-SUM-LABEL.
007810     MOVE WS-QUERIES-RUN TO WS-SUM-VALUE.
007820     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007830     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007840
007850     MOVE SPACES TO WS-PRINT-LINE.
007860     MOVE 'QUERIES REJECTED' TO WS-SUM-LABEL.
007870     MOVE WS-REJECT-COUNT TO WS-SUM-VALUE.
007880     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007890     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007900
007910     MOVE SPACES TO WS-PRINT-LINE.
007920     MOVE 'MASTER RECORDS READ, ALL QUERIES' TO WS-SUM-LABEL.
007930     MOVE WS-RECS-READ TO WS-SUM-VALUE.
007940     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007950     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007960
007970     MOVE SPACES TO WS-PRINT-LINE.
007980     MOVE 'WORDS MATCHED, ALL QUERIES' TO WS-SUM-LABEL.
007990     MOVE WS-MATCH-TOTAL TO WS-SUM-VALUE.
008000     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
008010     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
008020 4300-SUMMARY-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------*
008060* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
008070* GRADED CODE THE MAIN RUN USES                             *
008080*----------------------------------------------------------*
008090 9000-FILE-ABORT.
008100     DISPLAY 'ISOQRY: FILE ERROR ON ' WS-ERR-FILE-NAME
008110             ' STATUS=' WS-ERR-STATUS.
008120     MOVE 16 TO RETURN-CODE.
008130     STOP RUN.
008140 9000-FILE-ABORT-EXIT.
008150     EXIT.
008160
008170 9130-CHECK-RPT.
008180     IF NOT WS-RPT-OK
008190         MOVE 'QRYRPT' TO WS-ERR-FILE-NAME
008200         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
008210         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008220     END-IF.
008230 9130-CHECK-RPT-EXIT.
008240     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isowhat.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - WHAT-IF IMPACT REPORT FOR A   *
000120*                  PROPOSED REPEAT THRESHOLD: THE STORED    *
000130*                  LETTER COUNTS ON THE WORD MASTER ARE     *
000140*                  SCORED UNDER THE PROPOSED THRESHOLD AND  *
000150*                  EVERY WORD WHOSE ISOGRAM FLAG OR PERFECT-*
000160*                  ISOGRAM ORDER WOULD CHANGE IS PRINTED,   *
000170*                  WITH TOTALS BY WORD LENGTH AND BY SOURCE *
000180*                  OF CHANGE. NOTHING IS EVER WRITTEN BACK  *
000190*----------------------------------------------------------*
000200* THE PROPOSED THRESHOLD COMES FROM THE WHATCTL CONTROL CARD,
000210* COLS 1-2, IN THE SAME FORM AS THE MAIN RUN'S CC-MAX-REPEAT.
000220* A WORD'S FLAG IS SCORED THE WAY ISOCHK SCORES IT - AN
000230* ISOGRAM WHEN NO LETTER COUNT EXCEEDS THE THRESHOLD - AND ITS
000240* ORDER IS WORKED OUT FROM THE SAME COUNTS. THE ORDER DOES NOT
000250* DEPEND ON THE THRESHOLD, SO AN ORDER CHANGE HERE IS A STORED
000260* ORDER THE RE-CHECK A THRESHOLD CHANGE FORCES WOULD CORRECT.
000270* THE SOURCES OF CHANGE ARE:
000280*   NOT ISOGRAM TO ISOGRAM   STORED N, PROPOSED Y
000290*   ISOGRAM TO NOT ISOGRAM   STORED Y, PROPOSED N
000300*   ORDER RECLASSIFIED       STORED ORDER DIFFERS FROM THE
000310*                            ORDER THE COUNTS GIVE
000320* RETURN CODES: 0 CLEAN, 8 NO USABLE THRESHOLD ON THE CARD, 16
000330* HARD STOP ON A BAD FILE STATUS.
000340*----------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GNU-LINUX.
000390 OBJECT-COMPUTER. GNU-LINUX.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT WHAT-CTL-FILE ASSIGN TO "WHATCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-WCTL-STATUS.
000460
000470     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS WM-WORD
000510         FILE STATUS IS WS-WMST-STATUS.
000520
000530     SELECT WHAT-REPORT-FILE ASSIGN TO "WHATRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600 FD  WHAT-CTL-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORDING MODE IS F.
000630 01  WHAT-CTL-REC.
000640     05  WC-MAX-REPEAT        PIC 9(02).
000650     05  FILLER               PIC X(48).
000660
000670 FD  WORD-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  WORD-MASTER-REC.
000710     05  WM-WORD              PIC X(50).
000720     05  WM-FLAG              PIC X(01).
000730     05  WM-FIRST-SEEN        PIC X(10).
000740     05  WM-LAST-SEEN         PIC X(10).
000750     05  WM-TIMES-SEEN        PIC 9(06).
000760     05  WM-MAX-REPEAT        PIC 9(02).
000770     05  WM-COUNTERS.
000780         10  WM-CNT           PIC 99 OCCURS 26.
000790*    PERFECT-ISOGRAM ORDER; BLANK WHEN THE COUNTS ARE MIXED.
000800     05  WM-ORDER             PIC X(02).
000810
000820 FD  WHAT-REPORT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  RPT-REC                  PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01  WS-SWITCHES.
000900     05  WS-EOF-SW            PIC X VALUE 'N'.
000910         88  WS-EOF                   VALUE 'Y'.
000920     05  WS-WCTL-SW           PIC X VALUE 'N'.
000930         88  WS-WCTL-PRESENT          VALUE 'Y'.
000940     05  WS-ORD-MIXED-SW      PIC X VALUE 'N'.
000950         88  WS-ORD-MIXED             VALUE 'Y'.
000960     05  WS-CHANGED-SW        PIC X VALUE 'N'.
000970         88  WS-WORD-CHANGED          VALUE 'Y'.
000980
000990 01  WS-WCTL-STATUS           PIC XX VALUE SPACES.
001000     88  WS-WCTL-OK                  VALUE '00'.
001010
001020 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001030     88  WS-WMST-OK                  VALUE '00'.
001040
001050 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001060     88  WS-RPT-OK                   VALUE '00'.
001070
001080 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001090 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001100
001110 77  PARM-MAX-REPEAT          PIC 9(02) VALUE ZERO.
001120
001130 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001140 77  WS-CHANGED-COUNT         PIC 9(06) COMP VALUE ZERO.
001150 77  WS-TO-ISO-COUNT          PIC 9(06) COMP VALUE ZERO.
001160 77  WS-TO-NOT-COUNT          PIC 9(06) COMP VALUE ZERO.
001170 77  WS-REORDER-COUNT         PIC 9(06) COMP VALUE ZERO.
001180 77  WS-OTHER-THR-COUNT       PIC 9(06) COMP VALUE ZERO.
001190 77  WS-NEW-ISO-TOTAL         PIC 9(06) COMP VALUE ZERO.
001200 77  WS-OLD-ISO-TOTAL         PIC 9(06) COMP VALUE ZERO.
001210 77  WS-CNT-IDX               PIC 9(02) COMP VALUE ZERO.
001220 77  WS-LEN-IDX               PIC 9(03) COMP VALUE ZERO.
001230 77  WS-WORD-LEN              PIC 9(03) COMP VALUE ZERO.
001240 77  WS-ORD-VAL               PIC 99 VALUE ZERO.
001250
001260*    THE WORD UNDER THE PROPOSED THRESHOLD, IN THE FORMS THE
001270*    MASTER STORES THEM.
001280 01  WS-NEW-FLAG              PIC X(01) VALUE SPACE.
001290 01  WS-NEW-ORDER-X           PIC X(02) VALUE SPACES.
001300 01  WS-NEW-ORDER-9 REDEFINES WS-NEW-ORDER-X
001310                              PIC 9(02).
001320 01  WS-CHANGE-TXT            PIC X(30) VALUE SPACES.
001330
001340*    CHANGES BY WORD LENGTH AND SOURCE, LENGTHS 1-50.
001350 01  WS-LEN-DIST.
001360     05  WS-LD-ENT OCCURS 50.
001370         10  WS-LD-TO-ISO     PIC 9(06) COMP.
001380         10  WS-LD-TO-NOT     PIC 9(06) COMP.
001390         10  WS-LD-REORDER    PIC 9(06) COMP.
001400
001410 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001420 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001430 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001440
001450 01  WS-CURRENT-DATE-TIME     PIC X(21).
001460 01  WS-RUN-DATE-DSP          PIC X(10).
001470
001480 01  WS-PRINT-LINE            PIC X(132).
001490
001500 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001510     05  WH1-TITLE            PIC X(30).
001520     05  FILLER               PIC X(10).
001530     05  WH1-DATE-LIT         PIC X(09).
001540     05  FILLER               PIC X(01).
001550     05  WH1-DATE             PIC X(10).
001560     05  FILLER               PIC X(10).
001570     05  WH1-PAGE-LIT         PIC X(05).
001580     05  WH1-PAGE-NO          PIC ZZZ9.
001590     05  FILLER               PIC X(53).
001600
001610 01  WS-WHAT-LN REDEFINES WS-PRINT-LINE.
001620     05  WW-WORD              PIC X(50).
001630     05  FILLER               PIC X(02).
001640     05  WW-LEN               PIC ZZ9.
001650     05  FILLER               PIC X(03).
001660     05  WW-THRESH            PIC Z9.
001670     05  FILLER               PIC X(04).
001680     05  WW-OLD-FLAG          PIC X(01).
001690     05  FILLER               PIC X(04).
001700     05  WW-NEW-FLAG          PIC X(01).
001710     05  FILLER               PIC X(03).
001720     05  WW-OLD-ORDER         PIC X(02).
001730     05  FILLER               PIC X(03).
001740     05  WW-NEW-ORDER         PIC X(02).
001750     05  FILLER               PIC X(02).
001760     05  WW-CHANGE            PIC X(30).
001770     05  FILLER               PIC X(20).
001780
001790 01  WS-DIST-LN REDEFINES WS-PRINT-LINE.
001800     05  WD-LEN               PIC ZZ9.
001810     05  FILLER               PIC X(04).
001820     05  WD-TO-ISO-CNT        PIC ZZZZZ9.
001830     05  FILLER               PIC X(04).
001840     05  WD-TO-NOT-CNT        PIC ZZZZZ9.
001850     05  FILLER               PIC X(04).
001860     05  WD-REORDER-CNT       PIC ZZZZZ9.
001870     05  FILLER               PIC X(99).
001880
001890 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001900     05  WS-SUM-LABEL         PIC X(40).
001910     05  WS-SUM-VALUE         PIC ZZZZZ9.
001920     05  FILLER               PIC X(86).
001930
001940 PROCEDURE DIVISION.
001950
001960*----------------------------------------------------------*
001970* 0000-MAINLINE - ONE READ-ONLY PASS OVER THE MASTER, THEN  *
001980* THE TOTALS                                                *
001990*----------------------------------------------------------*
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020
002030     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
002040     PERFORM 2000-SCORE-RECORD THRU 2000-SCORE-RECORD-EXIT
002050         UNTIL WS-EOF.
002060     CLOSE WORD-MASTER-FILE.
002070
002080     PERFORM 4000-PRINT-LEN-DIST THRU 4000-PRINT-LEN-DIST-EXIT.
002090     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002100
002110     CLOSE WHAT-REPORT-FILE.
002120     MOVE ZERO TO RETURN-CODE.
002130     STOP RUN.
002140
002150*----------------------------------------------------------*
002160* 1000-INITIALIZE - STAMPS THE RUN DATE, READS THE PROPOSED *
002170* THRESHOLD, CLEARS THE LENGTH TABLE AND OPENS THE FILES    *
002180*----------------------------------------------------------*
002190 1000-INITIALIZE.
002200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002210     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002220            '/'                      DELIMITED BY SIZE
002230            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002240            '/'                      DELIMITED BY SIZE
002250            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002260         INTO WS-RUN-DATE-DSP.
002270
002280     OPEN INPUT WHAT-CTL-FILE.
002290     IF WS-WCTL-OK
002300         SET WS-WCTL-PRESENT TO TRUE
002310         READ WHAT-CTL-FILE
002320             AT END MOVE 'N' TO WS-WCTL-SW
002330         END-READ
002340         CLOSE WHAT-CTL-FILE
002350     END-IF.
002360
002370*    THERE IS NO DEFAULT: A WHAT-IF WITHOUT A PROPOSAL HAS
002380*    NOTHING TO ANSWER.
002390     IF NOT WS-WCTL-PRESENT
002400             OR WC-MAX-REPEAT NOT NUMERIC
002410             OR WC-MAX-REPEAT = ZERO
002420         DISPLAY 'ISOWHAT: NO PROPOSED THRESHOLD ON WHATCTL'
002430         MOVE 8 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     MOVE WC-MAX-REPEAT TO PARM-MAX-REPEAT.
002470
002480     PERFORM 1100-CLEAR-ONE-LEN THRU 1100-CLEAR-ONE-LEN-EXIT
002490         VARYING WS-LEN-IDX FROM 1 BY 1
002500         UNTIL WS-LEN-IDX > 50.
002510
002520     OPEN INPUT WORD-MASTER-FILE.
002530     IF NOT WS-WMST-OK
002540         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
002550         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
002560         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002570     END-IF.
002580
002590     OPEN OUTPUT WHAT-REPORT-FILE.
002600     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002610     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640
002650 1100-CLEAR-ONE-LEN.
002660     MOVE ZERO TO WS-LD-TO-ISO (WS-LEN-IDX).
002670     MOVE ZERO TO WS-LD-TO-NOT (WS-LEN-IDX).
002680     MOVE ZERO TO WS-LD-REORDER (WS-LEN-IDX).
002690 1100-CLEAR-ONE-LEN-EXIT.
002700     EXIT.
002710
002720 2100-READ-MASTER.
002730     READ WORD-MASTER-FILE NEXT RECORD
002740         AT END SET WS-EOF TO TRUE
002750     END-READ.
002760     IF NOT WS-EOF
002770         ADD 1 TO WS-RECS-READ
002780     END-IF.
002790 2100-READ-MASTER-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002830* 2000-SCORE-RECORD - SCORES ONE STORED WORD UNDER THE      *
002840* PROPOSED THRESHOLD AND PRINTS IT WHEN ANYTHING WOULD FLIP *
002850*----------------------------------------------------------*
002860 2000-SCORE-RECORD.
002870     MOVE 'N' TO WS-CHANGED-SW.
002880     MOVE 'Y' TO WS-NEW-FLAG.
002890     MOVE ZERO TO WS-WORD-LEN.
002900     MOVE ZERO TO WS-ORD-VAL.
002910     MOVE 'N' TO WS-ORD-MIXED-SW.
002920     PERFORM 2200-SCORE-ONE-COUNT THRU 2200-SCORE-ONE-COUNT-EXIT
002930         VARYING WS-CNT-IDX FROM 1 BY 1
002940         UNTIL WS-CNT-IDX > 26.
002950
002960     IF WS-ORD-MIXED OR WS-ORD-VAL = ZERO
002970         MOVE SPACES TO WS-NEW-ORDER-X
002980     ELSE
002990         MOVE WS-ORD-VAL TO WS-NEW-ORDER-9
003000     END-IF.
003010
003020     IF WM-FLAG = 'Y'
003030         ADD 1 TO WS-OLD-ISO-TOTAL
003040     END-IF.
003050     IF WS-NEW-FLAG = 'Y'
003060         ADD 1 TO WS-NEW-ISO-TOTAL
003070     END-IF.
003080     IF WM-MAX-REPEAT NOT = PARM-MAX-REPEAT
003090         ADD 1 TO WS-OTHER-THR-COUNT
003100     END-IF.
003110
003120*    THE LENGTH IS THE SUM OF THE STORED COUNTS - A WORD ON
003130*    THE MASTER IS LETTERS ONLY. ONE TOO LONG FOR THE TABLE
003140*    (A DAMAGED RECORD) IS STILL PRINTED, JUST NOT TABLED.
003150     IF WM-FLAG = 'N' AND WS-NEW-FLAG = 'Y'
003160         SET WS-WORD-CHANGED TO TRUE
003170         ADD 1 TO WS-TO-ISO-COUNT
003180         IF WS-WORD-LEN > ZERO AND WS-WORD-LEN NOT > 50
003190             ADD 1 TO WS-LD-TO-ISO (WS-WORD-LEN)
003200         END-IF
003210         MOVE 'NOT ISOGRAM TO ISOGRAM' TO WS-CHANGE-TXT
003220         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
003230     END-IF.
003240
003250     IF WM-FLAG = 'Y' AND WS-NEW-FLAG = 'N'
003260         SET WS-WORD-CHANGED TO TRUE
003270         ADD 1 TO WS-TO-NOT-COUNT
003280         IF WS-WORD-LEN > ZERO AND WS-WORD-LEN NOT > 50
003290             ADD 1 TO WS-LD-TO-NOT (WS-WORD-LEN)
003300         END-IF
003310         MOVE 'ISOGRAM TO NOT ISOGRAM' TO WS-CHANGE-TXT
003320         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
003330     END-IF.
003340
003350     IF WM-ORDER NOT = WS-NEW-ORDER-X
003360         SET WS-WORD-CHANGED TO TRUE
003370         ADD 1 TO WS-REORDER-COUNT
003380         IF WS-WORD-LEN > ZERO AND WS-WORD-LEN NOT > 50
003390             ADD 1 TO WS-LD-REORDER (WS-WORD-LEN)
003400         END-IF
003410         MOVE 'ORDER RECLASSIFIED' TO WS-CHANGE-TXT
003420         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
003430     END-IF.
003440
003450     IF WS-WORD-CHANGED
003460         ADD 1 TO WS-CHANGED-COUNT
003470     END-IF.
003480
003490     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
003500 2000-SCORE-RECORD-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540* 2200-SCORE-ONE-COUNT - ONE LETTER'S STORED COUNT: ADDS IT *
003550* TO THE LENGTH, FAILS THE FLAG WHEN IT EXCEEDS THE         *
003560* PROPOSED THRESHOLD, AND FEEDS THE ORDER SCAN THE SAME WAY *
003570* ISOCHK'S DOES                                             *
003580*----------------------------------------------------------*
003590 2200-SCORE-ONE-COUNT.
003600     IF WM-CNT (WS-CNT-IDX) NOT NUMERIC
003610             OR WM-CNT (WS-CNT-IDX) = ZERO
003620         GO TO 2200-SCORE-ONE-COUNT-EXIT
003630     END-IF.
003640
003650     ADD WM-CNT (WS-CNT-IDX) TO WS-WORD-LEN.
003660     IF WM-CNT (WS-CNT-IDX) > PARM-MAX-REPEAT
003670         MOVE 'N' TO WS-NEW-FLAG
003680     END-IF.
003690
003700     IF WS-ORD-VAL = ZERO
003710         MOVE WM-CNT (WS-CNT-IDX) TO WS-ORD-VAL
003720     ELSE
003730         IF WM-CNT (WS-CNT-IDX) NOT = WS-ORD-VAL
003740             SET WS-ORD-MIXED TO TRUE
003750         END-IF
003760     END-IF.
003770 2200-SCORE-ONE-COUNT-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------*
003810* 4000-PRINT-LEN-DIST - CHANGES BY WORD LENGTH, ONE COLUMN  *
003820* PER SOURCE; LENGTHS WITH NO CHANGES ARE LEFT OFF          *
003830*----------------------------------------------------------*
003840 4000-PRINT-LEN-DIST.
003850     IF WS-LINE-CTR + 4 > WS-MAX-LINES
003860         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
003870     END-IF.
003880     MOVE SPACES TO WS-PRINT-LINE.
003890     MOVE 'CHANGES BY WORD LENGTH' TO WS-PRINT-LINE.
003900     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
003910     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003920     MOVE SPACES TO WS-PRINT-LINE.
003930     MOVE 'LEN    TO ISO    TO NOT   REORDER' TO WS-PRINT-LINE.
003940     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
003950     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003960     ADD 3 TO WS-LINE-CTR.
003970
003980     PERFORM 4010-LEN-DIST-LINE THRU 4010-LEN-DIST-LINE-EXIT
003990         VARYING WS-LEN-IDX FROM 1 BY 1
004000         UNTIL WS-LEN-IDX > 50.
004010 4000-PRINT-LEN-DIST-EXIT.
004020     EXIT.
004030
004040 4010-LEN-DIST-LINE.
004050     IF WS-LD-TO-ISO (WS-LEN-IDX) > ZERO
004060             OR WS-LD-TO-NOT (WS-LEN-IDX) > ZERO
004070             OR WS-LD-REORDER (WS-LEN-IDX) > ZERO
004080         IF WS-LINE-CTR NOT < WS-MAX-LINES
004090             PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004100         END-IF
004110         MOVE SPACES TO WS-PRINT-LINE
004120         MOVE WS-LEN-IDX TO WD-LEN
004130         MOVE WS-LD-TO-ISO (WS-LEN-IDX) TO WD-TO-ISO-CNT
004140         MOVE WS-LD-TO-NOT (WS-LEN-IDX) TO WD-TO-NOT-CNT
004150         MOVE WS-LD-REORDER (WS-LEN-IDX) TO WD-REORDER-CNT
004160         WRITE RPT-REC FROM WS-DIST-LN AFTER ADVANCING 1 LINE
004170         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004180         ADD 1 TO WS-LINE-CTR
004190     END-IF.
004200 4010-LEN-DIST-LINE-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------*
004240* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
004250*----------------------------------------------------------*
004260 4100-NEW-PAGE.
004270     IF WS-PAGE-NO > 0
004280         MOVE SPACES TO RPT-REC
004290         WRITE RPT-REC AFTER ADVANCING 1 LINE
004300         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004310     END-IF.
004320     ADD 1 TO WS-PAGE-NO.
004330
004340     MOVE SPACES TO WS-PRINT-LINE.
004350     MOVE 'REPEAT-THRESHOLD WHAT-IF' TO WH1-TITLE.
004360     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
004370     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
004380     MOVE 'PAGE:' TO WH1-PAGE-LIT.
004390     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
004400     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
004410     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004420
004430     MOVE SPACES TO WS-PRINT-LINE.
004440     MOVE 'PROPOSED THRESHOLD' TO WS-SUM-LABEL.
004450     MOVE PARM-MAX-REPEAT TO WS-SUM-VALUE.
004460     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004470     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004480
004490     MOVE SPACES TO WS-PRINT-LINE.
004500     MOVE 'WORD' TO WW-WORD.
004510     MOVE 'LEN  THR  OLD  NEW  OLD  NEW  CHANGE'
004520         TO WS-PRINT-LINE(52:36).
004530     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
004540     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004550     MOVE SPACES TO WS-PRINT-LINE.
004560     MOVE '          FLAG      ORDER' TO WS-PRINT-LINE(52:25).
004570     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
004580     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004590
004600     MOVE ZERO TO WS-LINE-CTR.
004610     ADD 5 TO WS-LINE-CTR.
004620 4100-NEW-PAGE-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660* 4200-WRITE-DETAIL - ONE LINE PER CHANGE: THE WORD, ITS    *
004670* LENGTH AND STORED THRESHOLD, THE FLAG AND ORDER AS STORED *
004680* AND AS PROPOSED, AND WHICH SOURCE OF CHANGE IT IS         *
004690*----------------------------------------------------------*
004700 4200-WRITE-DETAIL.
004710     IF WS-LINE-CTR NOT < WS-MAX-LINES
004720         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004730     END-IF.
004740     MOVE SPACES TO WS-PRINT-LINE.
004750     MOVE WM-WORD TO WW-WORD.
004760     MOVE WS-WORD-LEN TO WW-LEN.
004770     MOVE WM-MAX-REPEAT TO WW-THRESH.
004780     MOVE WM-FLAG TO WW-OLD-FLAG.
004790     MOVE WS-NEW-FLAG TO WW-NEW-FLAG.
004800     MOVE WM-ORDER TO WW-OLD-ORDER.
004810     MOVE WS-NEW-ORDER-X TO WW-NEW-ORDER.
004820     MOVE WS-CHANGE-TXT TO WW-CHANGE.
004830     WRITE RPT-REC FROM WS-WHAT-LN AFTER ADVANCING 1 LINE.
004840     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004850     ADD 1 TO WS-LINE-CTR.
004860 4200-WRITE-DETAIL-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------*
004900* 4300-SUMMARY - TOTALS BY SOURCE OF CHANGE AND THE ISOGRAM *
004910* COUNT ON FILE BEFORE AND AFTER                            *
004920*----------------------------------------------------------*
004930 4300-SUMMARY.
004940     IF WS-LINE-CTR + 10 > WS-MAX-LINES
004950         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004960     END-IF.
004970
004980     MOVE SPACES TO WS-PRINT-LINE.
004990     MOVE 'MASTER RECORDS READ' TO WS-SUM-LABEL.
005000     MOVE WS-RECS-READ TO WS-SUM-VALUE.
005010     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005020     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005030
005040     MOVE SPACES TO WS-PRINT-LINE.
005050     MOVE 'WORDS THAT WOULD CHANGE' TO WS-SUM-LABEL.
005060     MOVE WS-CHANGED-COUNT TO WS-SUM-VALUE.
005070     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005080     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005090
005100     MOVE SPACES TO WS-PRINT-LINE.
005110     MOVE '  NOT ISOGRAM TO ISOGRAM' TO WS-SUM-LABEL.
005120     MOVE WS-TO-ISO-COUNT TO WS-SUM-VALUE.
005130     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005140     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005150
005160     MOVE SPACES TO WS-PRINT-LINE.
005170     MOVE '  ISOGRAM TO NOT ISOGRAM' TO WS-SUM-LABEL.
005180     MOVE WS-TO-NOT-COUNT TO WS-SUM-VALUE.
005190     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005200     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005210
005220     MOVE SPACES TO WS-PRINT-LINE.
005230     MOVE '  ORDER RECLASSIFIED' TO WS-SUM-LABEL.
005240     MOVE WS-REORDER-COUNT TO WS-SUM-VALUE.
005250     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005260     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005270
005280     MOVE SPACES TO WS-PRINT-LINE.
005290     MOVE 'ISOGRAMS ON FILE AS STORED' TO WS-SUM-LABEL.
005300     MOVE WS-OLD-ISO-TOTAL TO WS-SUM-VALUE.
005310     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005320     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005330
005340     MOVE SPACES TO WS-PRINT-LINE.
005350     MOVE 'ISOGRAMS ON FILE AS PROPOSED' TO WS-SUM-LABEL.
005360     MOVE WS-NEW-ISO-TOTAL TO WS-SUM-VALUE.
005370     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005380     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005390
005400     MOVE SPACES TO WS-PRINT-LINE.
005410     MOVE 'STORED UNDER ANOTHER THRESHOLD' TO WS-SUM-LABEL.
005420     MOVE WS-OTHER-THR-COUNT TO WS-SUM-VALUE.
005430     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005440     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005450 4300-SUMMARY-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
005500* GRADED CODE THE MAIN RUN USES                             *
005510*----------------------------------------------------------*
005520 9000-FILE-ABORT.
005530     DISPLAY 'ISOWHAT: FILE ERROR ON ' WS-ERR-FILE-NAME
005540             ' STATUS=' WS-ERR-STATUS.
005550     MOVE 16 TO RETURN-CODE.
005560     STOP RUN.
005570 9000-FILE-ABORT-EXIT.
005580     EXIT.
005590
005600 9130-CHECK-RPT.
005610     IF NOT WS-RPT-OK
005620         MOVE 'WHATRPT' TO WS-ERR-FILE-NAME
005630         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
005640         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005650     END-IF.
005660 9130-CHECK-RPT-EXIT.
005670     EXIT.

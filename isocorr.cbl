000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isocorr.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - CLOSES ITEMS ON THE REJECT     *
000120*                  SUSPENSE FILE FROM OPERATIONS' CORRECTION *
000130*                  CARDS. A CORRECTED SPELLING IS QUEUED FOR *
000140*                  THE NEXT DAY'S EDIT PASS UNDER THE ITEM'S *
000150*                  ORIGINAL SOURCE CODE; A WRITE-OFF IS JUST *
000160*                  CLOSED. EVERY CARD PRINTS WITH WHAT WAS   *
000170*                  DONE WITH IT                              *
000180*----------------------------------------------------------*
000190* THE CORRCTL FILE HOLDS ONE CARD PER ITEM:
000200*   COL 1      C CORRECT, W WRITE OFF
000210*   COL 3-5    SOURCE CODE THE ITEM IS HELD UNDER
000220*   COL 7-56   WORD AS HELD ON THE SUSPENSE FILE
000230*   COL 58-107 CORRECTED SPELLING (C ONLY)
000240* CORRECTED WORDS ARE APPENDED, IN RAWIN LAYOUT, TO THE
000250* RESUB.DYYYYMMDD GENERATION FOR TOMORROW'S DATE; ISOEDIT
000260* READS THAT GENERATION BEHIND RAWIN, SO THE CORRECTION IS
000270* EDITED, DEDUPLICATED AND SCORED LIKE ANY OTHER SUBMISSION.
000280* ONLY AN OPEN ITEM CAN BE CLOSED.
000290* RETURN CODES: 0 EVERY CARD APPLIED, 8 ONE OR MORE CARDS
000300* REFUSED (SEE THE REPORT), 16 HARD STOP ON A BAD FILE STATUS.
000310*----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. GNU-LINUX.
000360 OBJECT-COMPUTER. GNU-LINUX.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CORR-CTL-FILE ASSIGN TO "CORRCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CCTL-STATUS.
000430
000440     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SU-KEY
000480         FILE STATUS IS WS-SUSP-STATUS.
000490
000500     SELECT RESUB-FILE ASSIGN TO DYNAMIC WS-RESUB-DSN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RESUB-STATUS.
000530
000540     SELECT CORR-REPORT-FILE ASSIGN TO "CORRRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  CORR-CTL-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORDING MODE IS F.
000640 01  CORR-CTL-REC.
000650     05  CC-ACTION            PIC X(01).
000660         88  CC-CORRECT               VALUE 'C'.
000670         88  CC-WRITE-OFF             VALUE 'W'.
000680     05  FILLER               PIC X(01).
000690     05  CC-SOURCE            PIC X(03).
000700     05  FILLER               PIC X(01).
000710     05  CC-WORD              PIC X(50).
000720     05  FILLER               PIC X(01).
000730     05  CC-CORRECTION        PIC X(50).
000740     05  FILLER               PIC X(13).
000750
000760*    ONE ITEM PER WORD AND SOURCE CODE. DATES ARE YYYYMMDD.
000770 FD  SUSPENSE-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 01  SUSPENSE-REC.
000810     05  SU-KEY.
000820         10  SU-WORD          PIC X(50).
000830         10  SU-SOURCE        PIC X(03).
000840     05  SU-REASON            PIC X(34).
000850     05  SU-FIRST-DATE        PIC 9(08).
000860     05  SU-LAST-DATE         PIC 9(08).
000870     05  SU-TIMES-REJECTED    PIC 9(04).
000880     05  SU-STATUS            PIC X(01).
000890         88  SU-OPEN                  VALUE 'O'.
000900         88  SU-CORRECTED             VALUE 'C'.
000910         88  SU-WRITTEN-OFF           VALUE 'W'.
000920     05  SU-CLOSED-DATE       PIC 9(08).
000930     05  SU-CORRECTION        PIC X(50).
000940     05  FILLER               PIC X(10).
000950
000960*    SAME LAYOUT AS RAWIN.
000970 FD  RESUB-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  RESUB-REC.
001010     05  RS-WORD              PIC X(50).
001020     05  RS-SOURCE            PIC X(03).
001030     05  FILLER               PIC X(27).
001040
001050 FD  CORR-REPORT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  RPT-REC                  PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SW            PIC X VALUE 'N'.
001140         88  WS-EOF                   VALUE 'Y'.
001150     05  WS-RESUB-OPEN-SW     PIC X VALUE 'N'.
001160         88  WS-RESUB-OPEN            VALUE 'Y'.
001170
001180 01  WS-CCTL-STATUS           PIC XX VALUE SPACES.
001190     88  WS-CCTL-OK                  VALUE '00'.
001200
001210 01  WS-SUSP-STATUS           PIC XX VALUE SPACES.
001220     88  WS-SUSP-OK                  VALUE '00'.
001230
001240 01  WS-RESUB-STATUS          PIC XX VALUE SPACES.
001250     88  WS-RESUB-OK                 VALUE '00'.
001260     88  WS-RESUB-NOTFOUND           VALUE '35'.
001270
001280 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001290     88  WS-RPT-OK                   VALUE '00'.
001300
001310 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001320 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001330
001340 01  WS-RESUB-DSN             PIC X(20) VALUE SPACES.
001350
001360 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
001370 01  WS-TODAY-NUM             PIC 9(08) VALUE ZERO.
001380 01  WS-NEXT-DATE             PIC 9(08) VALUE ZERO.
001390 01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE
001400                              PIC X(08).
001410
001420 77  WS-CARDS-READ            PIC 9(06) COMP VALUE ZERO.
001430 77  WS-CORRECTED-COUNT       PIC 9(06) COMP VALUE ZERO.
001440 77  WS-WRITEOFF-COUNT        PIC 9(06) COMP VALUE ZERO.
001450 77  WS-REFUSED-COUNT         PIC 9(06) COMP VALUE ZERO.
001460
001470 01  WS-RESULT-TXT            PIC X(30) VALUE SPACES.
001480
001490 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001500 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001510 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001520
001530 01  WS-CURRENT-DATE-TIME     PIC X(21).
001540 01  WS-RUN-DATE-DSP          PIC X(10).
001550
001560 01  WS-PRINT-LINE            PIC X(132).
001570
001580 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001590     05  WH1-TITLE            PIC X(30).
001600     05  FILLER               PIC X(10).
001610     05  WH1-DATE-LIT         PIC X(09).
001620     05  FILLER               PIC X(01).
001630     05  WH1-DATE             PIC X(10).
001640     05  FILLER               PIC X(10).
001650     05  WH1-PAGE-LIT         PIC X(05).
001660     05  WH1-PAGE-NO          PIC ZZZ9.
001670     05  FILLER               PIC X(53).
001680
001690 01  WS-CORR-LN REDEFINES WS-PRINT-LINE.
001700     05  WC-ACTION            PIC X(01).
001710     05  FILLER               PIC X(02).
001720     05  WC-SOURCE            PIC X(03).
001730     05  FILLER               PIC X(02).
001740     05  WC-WORD              PIC X(30).
001750     05  FILLER               PIC X(02).
001760     05  WC-CORRECTION        PIC X(30).
001770     05  FILLER               PIC X(02).
001780     05  WC-RESULT            PIC X(30).
001790     05  FILLER               PIC X(30).
001800
001810 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001820     05  WS-SUM-LABEL         PIC X(40).
001830     05  WS-SUM-VALUE         PIC ZZZZZ9.
001840     05  FILLER               PIC X(86).
001850
001860 PROCEDURE DIVISION.
001870
001880*----------------------------------------------------------*
001890* 0000-MAINLINE - APPLIES THE CORRECTION CARDS IN ORDER     *
001900*----------------------------------------------------------*
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001930
001940     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001950     PERFORM 2000-APPLY-CARD THRU 2000-APPLY-CARD-EXIT
001960         UNTIL WS-EOF.
001970
001980     CLOSE CORR-CTL-FILE.
001990     CLOSE SUSPENSE-FILE.
002000     IF WS-RESUB-OPEN
002010         CLOSE RESUB-FILE
002020     END-IF.
002030
002040     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002050     CLOSE CORR-REPORT-FILE.
002060
002070     IF WS-REFUSED-COUNT > ZERO
002080         MOVE 8 TO RETURN-CODE
002090     ELSE
002100         MOVE ZERO TO RETURN-CODE
002110     END-IF.
002120     STOP RUN.
002130
002140*----------------------------------------------------------*
002150* 1000-INITIALIZE - STAMPS THE RUN DATE, NAMES TOMORROW'S   *
002160* RESUBMISSION GENERATION AND OPENS THE FILES. THE          *
002170* RESUBMISSION FILE IS ONLY OPENED WHEN A CORRECTION NEEDS  *
002180* IT, SO A RUN OF WRITE-OFFS LEAVES NO EMPTY GENERATION     *
002190*----------------------------------------------------------*
002200 1000-INITIALIZE.
002210     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002220     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002230            '/'                      DELIMITED BY SIZE
002240            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002250            '/'                      DELIMITED BY SIZE
002260            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002270         INTO WS-RUN-DATE-DSP.
002280
002290     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
002300     COMPUTE WS-TODAY-INT =
002310         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
002320     COMPUTE WS-NEXT-DATE =
002330         FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + 1).
002340     MOVE SPACES TO WS-RESUB-DSN.
002350     STRING 'RESUB.D' DELIMITED BY SIZE
002360            WS-NEXT-DATE-X DELIMITED BY SIZE
002370         INTO WS-RESUB-DSN.
002380
002390     OPEN INPUT CORR-CTL-FILE.
002400     IF NOT WS-CCTL-OK
002410         DISPLAY 'ISOCORR: NO CORRCTL CORRECTION CARDS'
002420         MOVE 8 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450
002460     OPEN I-O SUSPENSE-FILE.
002470     IF NOT WS-SUSP-OK
002480         MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
002490         MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
002500         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002510     END-IF.
002520
002530     OPEN OUTPUT CORR-REPORT-FILE.
002540     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002550     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580
002590 2100-READ-CARD.
002600     MOVE SPACES TO CORR-CTL-REC.
002610     READ CORR-CTL-FILE
002620         AT END SET WS-EOF TO TRUE
002630     END-READ.
002640     IF NOT WS-EOF
002650         ADD 1 TO WS-CARDS-READ
002660     END-IF.
002670 2100-READ-CARD-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------*
002710* 2000-APPLY-CARD - CHECKS ONE CARD AGAINST ITS ITEM AND    *
002720* CLOSES THE ITEM. A CARD THAT CANNOT BE APPLIED IS PRINTED *
002730* WITH THE REASON AND THE REST OF THE CARDS STILL RUN       *
002740*----------------------------------------------------------*
002750 2000-APPLY-CARD.
002760     IF NOT CC-CORRECT AND NOT CC-WRITE-OFF
002770         MOVE 'REFUSED - ACTION NOT C OR W' TO WS-RESULT-TXT
002780         GO TO 2000-APPLY-CARD-REFUSED
002790     END-IF.
002800     IF CC-CORRECT
002810             AND (CC-CORRECTION = SPACES
002820                  OR CC-CORRECTION = CC-WORD)
002830         MOVE 'REFUSED - NO NEW SPELLING' TO WS-RESULT-TXT
002840         GO TO 2000-APPLY-CARD-REFUSED
002850     END-IF.
002860
002870     MOVE CC-WORD TO SU-WORD.
002880     MOVE CC-SOURCE TO SU-SOURCE.
002890     READ SUSPENSE-FILE
002900         INVALID KEY
002910             MOVE 'REFUSED - NOT ON SUSPENSE' TO WS-RESULT-TXT
002920             GO TO 2000-APPLY-CARD-REFUSED
002930     END-READ.
002940     IF NOT WS-SUSP-OK
002950         MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
002960         MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
002970         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002980     END-IF.
002990     IF NOT SU-OPEN
003000         MOVE 'REFUSED - ITEM ALREADY CLOSED' TO WS-RESULT-TXT
003010         GO TO 2000-APPLY-CARD-REFUSED
003020     END-IF.
003030
003040     IF CC-CORRECT
003050         PERFORM 2200-RESUBMIT THRU 2200-RESUBMIT-EXIT
003060         SET SU-CORRECTED TO TRUE
003070         MOVE CC-CORRECTION TO SU-CORRECTION
003080         ADD 1 TO WS-CORRECTED-COUNT
003090         MOVE 'CORRECTED - RESUBMITTED' TO WS-RESULT-TXT
003100     ELSE
003110         SET SU-WRITTEN-OFF TO TRUE
003120         ADD 1 TO WS-WRITEOFF-COUNT
003130         MOVE 'WRITTEN OFF' TO WS-RESULT-TXT
003140     END-IF.
003150     MOVE WS-TODAY-NUM TO SU-CLOSED-DATE.
003160     REWRITE SUSPENSE-REC
003170         INVALID KEY
003180             MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
003190             MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
003200             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003210     END-REWRITE.
003220     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
003230     GO TO 2000-APPLY-CARD-NEXT.
003240
003250 2000-APPLY-CARD-REFUSED.
003260     ADD 1 TO WS-REFUSED-COUNT.
003270     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
003280
003290 2000-APPLY-CARD-NEXT.
003300     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
003310 2000-APPLY-CARD-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* 2200-RESUBMIT - QUEUES THE CORRECTED SPELLING UNDER THE   *
003360* ITEM'S ORIGINAL SOURCE CODE. THE GENERATION IS EXTENDED,  *
003370* SO SEVERAL CORRECTION RUNS IN ONE DAY ALL LAND IN IT      *
003380*----------------------------------------------------------*
003390 2200-RESUBMIT.
003400     IF NOT WS-RESUB-OPEN
003410         OPEN EXTEND RESUB-FILE
003420         IF WS-RESUB-NOTFOUND
003430             OPEN OUTPUT RESUB-FILE
003440         END-IF
003450         PERFORM 9140-CHECK-RESUB THRU 9140-CHECK-RESUB-EXIT
003460         SET WS-RESUB-OPEN TO TRUE
003470     END-IF.
003480     MOVE SPACES TO RESUB-REC.
003490     MOVE CC-CORRECTION TO RS-WORD.
003500     MOVE SU-SOURCE TO RS-SOURCE.
003510     WRITE RESUB-REC.
003520     PERFORM 9140-CHECK-RESUB THRU 9140-CHECK-RESUB-EXIT.
003530 2200-RESUBMIT-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
003580*----------------------------------------------------------*
003590 4100-NEW-PAGE.
003600     IF WS-PAGE-NO > 0
003610         MOVE SPACES TO RPT-REC
003620         WRITE RPT-REC AFTER ADVANCING 1 LINE
003630         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
003640     END-IF.
003650     ADD 1 TO WS-PAGE-NO.
003660
003670     MOVE SPACES TO WS-PRINT-LINE.
003680     MOVE 'SUSPENSE CORRECTIONS' TO WH1-TITLE.
003690     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
003700     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
003710     MOVE 'PAGE:' TO WH1-PAGE-LIT.
003720     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
003730     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
003740     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003750
003760     MOVE SPACES TO WS-PRINT-LINE.
003770     MOVE 'A' TO WC-ACTION.
003780     MOVE 'SRC' TO WC-SOURCE.
003790     MOVE 'WORD' TO WC-WORD.
003800     MOVE 'CORRECTED SPELLING' TO WC-CORRECTION.
003810     MOVE 'RESULT' TO WC-RESULT.
003820     WRITE RPT-REC FROM WS-CORR-LN AFTER ADVANCING 2 LINES.
003830     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003840
003850     MOVE ZERO TO WS-LINE-CTR.
003860 4100-NEW-PAGE-EXIT.
003870     EXIT.
003880
003890 4200-WRITE-DETAIL.
003900     IF WS-LINE-CTR NOT < WS-MAX-LINES
003910         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
003920     END-IF.
003930     MOVE SPACES TO WS-PRINT-LINE.
003940     MOVE CC-ACTION TO WC-ACTION.
003950     MOVE CC-SOURCE TO WC-SOURCE.
003960     MOVE CC-WORD TO WC-WORD.
003970     MOVE CC-CORRECTION TO WC-CORRECTION.
003980     MOVE WS-RESULT-TXT TO WC-RESULT.
003990     WRITE RPT-REC FROM WS-CORR-LN AFTER ADVANCING 1 LINE.
004000     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004010     ADD 1 TO WS-LINE-CTR.
004020 4200-WRITE-DETAIL-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060* 4300-SUMMARY - CARD TOTALS AND WHERE THE CORRECTIONS WENT *
004070*----------------------------------------------------------*
004080 4300-SUMMARY.
004090     IF WS-LINE-CTR + 7 > WS-MAX-LINES
004100         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004110     END-IF.
004120
004130     MOVE SPACES TO WS-PRINT-LINE.
004140     MOVE 'CARDS READ' TO WS-SUM-LABEL.
004150     MOVE WS-CARDS-READ TO WS-SUM-VALUE.
004160     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
004170     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004180
004190     MOVE SPACES TO WS-PRINT-LINE.
004200     MOVE 'ITEMS CORRECTED AND RESUBMITTED' TO WS-SUM-LABEL.
004210     MOVE WS-CORRECTED-COUNT TO WS-SUM-VALUE.
004220     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004230     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004240
004250     MOVE SPACES TO WS-PRINT-LINE.
004260     MOVE 'ITEMS WRITTEN OFF' TO WS-SUM-LABEL.
004270     MOVE WS-WRITEOFF-COUNT TO WS-SUM-VALUE.
004280     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004290     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004300
004310     MOVE SPACES TO WS-PRINT-LINE.
004320     MOVE 'CARDS REFUSED' TO WS-SUM-LABEL.
004330     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
004340     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004350     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004360
004370     IF WS-CORRECTED-COUNT > ZERO
004380         MOVE SPACES TO WS-PRINT-LINE
004390         STRING 'CORRECTIONS QUEUED ON ' DELIMITED BY SIZE
004400                WS-RESUB-DSN DELIMITED BY SPACE
004410             INTO WS-PRINT-LINE
004420         WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES
004430         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004440     END-IF.
004450 4300-SUMMARY-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------*
004490* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS          *
004500*----------------------------------------------------------*
004510 9000-FILE-ABORT.
004520     DISPLAY 'ISOCORR: FILE ERROR ON ' WS-ERR-FILE-NAME
004530             ' STATUS=' WS-ERR-STATUS.
004540     MOVE 16 TO RETURN-CODE.
004550     STOP RUN.
004560 9000-FILE-ABORT-EXIT.
004570     EXIT.
004580
004590 9130-CHECK-RPT.
004600     IF NOT WS-RPT-OK
004610         MOVE 'CORRRPT' TO WS-ERR-FILE-NAME
004620         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
004630         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004640     END-IF.
004650 9130-CHECK-RPT-EXIT.
004660     EXIT.
004670
004680 9140-CHECK-RESUB.
004690     IF NOT WS-RESUB-OK
004700         MOVE 'RESUB' TO WS-ERR-FILE-NAME
004710         MOVE WS-RESUB-STATUS TO WS-ERR-STATUS
004720         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004730     END-IF.
004740 9140-CHECK-RESUB-EXIT.
004750     EXIT.

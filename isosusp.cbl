000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isosusp.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - NIGHTLY FEED OF THE REJECT     *
000120*                  SUSPENSE FILE: EVERY WORD ON THE DAY'S    *
000130*                  REJECTS, UNKNOWN AND EDITREJ GENERATIONS  *
000140*                  IS HELD ON THE SUSPENSE FILE AGAINST THE  *
000150*                  DEPARTMENT THAT SENT IT UNTIL OPERATIONS  *
000160*                  CORRECTS OR WRITES IT OFF (ISOCORR). THE  *
000170*                  OPEN ITEMS AGE ON ISOAGE                  *
000180*----------------------------------------------------------*
000190* THE SUSCTL CONTROL CARD IS OPTIONAL:
000200*   COL 1-8    DATE OF THE GENERATIONS TO FEED, YYYYMMDD
000210*              (BLANK = TODAY)
000220* AN ITEM IS KEYED ON THE WORD AS SUBMITTED PLUS ITS SOURCE
000230* CODE. A WORD ALREADY OPEN THAT IS REJECTED AGAIN ON A LATER
000240* DAY KEEPS ITS FIRST-REJECTED DATE AND IS COUNTED AGAIN; ONE
000250* CLOSED EARLIER IS REOPENED AS A NEW ITEM. AN ITEM ALREADY FED
000260* FOR THE DATE IS LEFT ALONE, SO A STRICT-MODE WORD ON BOTH
000270* FILES IS HELD ONCE AND A RERUN CHANGES NOTHING. AN UNKNOWN
000280* WORD THE REVIEWER HAS ALREADY ACCEPTED (COL 86 = A) IS NOT
000290* SUSPENDED. THE UNKNOWN GENERATION ONLY EXISTS FOR A RUN THAT
000300* CONSULTED THE DICTIONARY, SO ITS ABSENCE IS NORMAL. THE
000310* EDITREJ GENERATION HOLDS THE RECORDS ISOEDIT DROPPED AS
000320* OVERLENGTH, THEIR WORDS CUT TO 50; IT TOO MAY BE ABSENT.
000330* RETURN CODES: 0 CLEAN, 4 NO REJECTS GENERATION FOR THE DATE,
000340* 8 BAD DATE ON THE CARD, 16 HARD STOP ON A BAD FILE STATUS.
000350*----------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNU-LINUX.
000400 OBJECT-COMPUTER. GNU-LINUX.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SUSP-CTL-FILE ASSIGN TO "SUSCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SCTL-STATUS.
000470
000480     SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJ-DSN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REJ-STATUS.
000510
000520     SELECT UNKNOWN-FILE ASSIGN TO DYNAMIC WS-UNK-DSN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-UNK-STATUS.
000550
000560     SELECT EDIT-REJ-FILE ASSIGN TO DYNAMIC WS-EDR-DSN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-EDR-STATUS.
000590
000600     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SU-KEY
000640         FILE STATUS IS WS-SUSP-STATUS.
000650
000660     SELECT SUSP-REPORT-FILE ASSIGN TO "SUSPRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000730 FD  SUSP-CTL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  SUSP-CTL-REC.
000770     05  SC-FEED-DATE         PIC X(08).
000780     05  FILLER               PIC X(42).
000790
000800 FD  REJECT-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  REJECT-REC.
000840     05  RJ-WORD              PIC X(50).
000850     05  FILLER               PIC X(01).
000860     05  RJ-REASON            PIC X(34).
000870     05  FILLER               PIC X(01).
000880     05  RJ-SOURCE            PIC X(03).
000890     05  FILLER               PIC X(15).
000900
000910 FD  UNKNOWN-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 01  UNKNOWN-REC.
000950     05  UK-WORD              PIC X(50).
000960     05  FILLER               PIC X(01).
000970     05  UK-DISPOSITION       PIC X(34).
000980     05  UK-REVIEW            PIC X(01).
000990         88  UK-ACCEPTED              VALUE 'A'.
001000     05  UK-SOURCE            PIC X(03).
001010     05  FILLER               PIC X(15).
001020
001030*    ISOEDIT'S OVERLENGTH RECORDS, IN THE LAYOUT OF REJECTS.
001040 FD  EDIT-REJ-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  EDIT-REJ-REC.
001080     05  ER-WORD              PIC X(50).
001090     05  FILLER               PIC X(01).
001100     05  ER-REASON            PIC X(34).
001110     05  FILLER               PIC X(01).
001120     05  ER-SOURCE            PIC X(03).
001130     05  FILLER               PIC X(15).
001140
001150*    ONE ITEM PER WORD AND SOURCE CODE. DATES ARE YYYYMMDD.
001160 FD  SUSPENSE-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORDING MODE IS F.
001190 01  SUSPENSE-REC.
001200     05  SU-KEY.
001210         10  SU-WORD          PIC X(50).
001220         10  SU-SOURCE        PIC X(03).
001230     05  SU-REASON            PIC X(34).
001240     05  SU-FIRST-DATE        PIC 9(08).
001250     05  SU-LAST-DATE         PIC 9(08).
001260     05  SU-TIMES-REJECTED    PIC 9(04).
001270     05  SU-STATUS            PIC X(01).
001280         88  SU-OPEN                  VALUE 'O'.
001290         88  SU-CORRECTED             VALUE 'C'.
001300         88  SU-WRITTEN-OFF           VALUE 'W'.
001310     05  SU-CLOSED-DATE       PIC 9(08).
001320     05  SU-CORRECTION        PIC X(50).
001330     05  FILLER               PIC X(10).
001340
001350 FD  SUSP-REPORT-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORDING MODE IS F.
001380 01  RPT-REC                  PIC X(132).
001390
001400 WORKING-STORAGE SECTION.
001410
001420 01  WS-SWITCHES.
001430     05  WS-EOF-SW            PIC X VALUE 'N'.
001440         88  WS-EOF                   VALUE 'Y'.
001450     05  WS-SCTL-SW           PIC X VALUE 'N'.
001460         88  WS-SCTL-PRESENT          VALUE 'Y'.
001470     05  WS-REJ-MISSING-SW    PIC X VALUE 'N'.
001480         88  WS-REJ-MISSING           VALUE 'Y'.
001490
001500 01  WS-SCTL-STATUS           PIC XX VALUE SPACES.
001510     88  WS-SCTL-OK                  VALUE '00'.
001520
001530 01  WS-REJ-STATUS            PIC XX VALUE SPACES.
001540     88  WS-REJ-OK                   VALUE '00'.
001550     88  WS-REJ-NOTFOUND             VALUE '35'.
001560
001570 01  WS-UNK-STATUS            PIC XX VALUE SPACES.
001580     88  WS-UNK-OK                   VALUE '00'.
001590     88  WS-UNK-NOTFOUND             VALUE '35'.
001600
001610 01  WS-EDR-STATUS            PIC XX VALUE SPACES.
001620     88  WS-EDR-OK                   VALUE '00'.
001630     88  WS-EDR-NOTFOUND             VALUE '35'.
001640
001650 01  WS-SUSP-STATUS           PIC XX VALUE SPACES.
001660     88  WS-SUSP-OK                  VALUE '00'.
001670     88  WS-SUSP-NOTFOUND            VALUE '35'.
001680
001690 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001700     88  WS-RPT-OK                   VALUE '00'.
001710
001720 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001730 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001740
001750 01  WS-REJ-DSN               PIC X(20) VALUE SPACES.
001760 01  WS-UNK-DSN               PIC X(20) VALUE SPACES.
001770 01  WS-EDR-DSN               PIC X(20) VALUE SPACES.
001780
001790 01  WS-FEED-DATE-X           PIC X(08) VALUE SPACES.
001800 01  WS-FEED-DATE REDEFINES WS-FEED-DATE-X
001810                              PIC 9(08).
001820
001830 77  WS-REJ-READ              PIC 9(06) COMP VALUE ZERO.
001840 77  WS-UNK-READ              PIC 9(06) COMP VALUE ZERO.
001850 77  WS-EDR-READ              PIC 9(06) COMP VALUE ZERO.
001860 77  WS-NEW-COUNT             PIC 9(06) COMP VALUE ZERO.
001870 77  WS-AGAIN-COUNT           PIC 9(06) COMP VALUE ZERO.
001880 77  WS-REOPEN-COUNT          PIC 9(06) COMP VALUE ZERO.
001890 77  WS-ALREADY-COUNT         PIC 9(06) COMP VALUE ZERO.
001900 77  WS-ACCEPTED-COUNT        PIC 9(06) COMP VALUE ZERO.
001910 77  WS-BLANK-COUNT           PIC 9(06) COMP VALUE ZERO.
001920
001930*    THE ITEM BEING FED, FROM WHICHEVER FILE IT CAME OFF.
001940 01  WS-IN-WORD               PIC X(50) VALUE SPACES.
001950 01  WS-IN-SOURCE             PIC X(03) VALUE SPACES.
001960 01  WS-IN-REASON             PIC X(34) VALUE SPACES.
001970 01  WS-ACTION-TXT            PIC X(30) VALUE SPACES.
001980
001990 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
002000 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
002010 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
002020
002030 01  WS-CURRENT-DATE-TIME     PIC X(21).
002040 01  WS-RUN-DATE-DSP          PIC X(10).
002050
002060 01  WS-PRINT-LINE            PIC X(132).
002070
002080 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
002090     05  WH1-TITLE            PIC X(30).
002100     05  FILLER               PIC X(10).
002110     05  WH1-DATE-LIT         PIC X(09).
002120     05  FILLER               PIC X(01).
002130     05  WH1-DATE             PIC X(10).
002140     05  FILLER               PIC X(10).
002150     05  WH1-PAGE-LIT         PIC X(05).
002160     05  WH1-PAGE-NO          PIC ZZZ9.
002170     05  FILLER               PIC X(53).
002180
002190 01  WS-SUSP-LN REDEFINES WS-PRINT-LINE.
002200     05  WP-WORD              PIC X(50).
002210     05  FILLER               PIC X(02).
002220     05  WP-SOURCE            PIC X(03).
002230     05  FILLER               PIC X(02).
002240     05  WP-REASON            PIC X(34).
002250     05  FILLER               PIC X(02).
002260     05  WP-ACTION            PIC X(30).
002270     05  FILLER               PIC X(09).
002280
002290 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002300     05  WS-SUM-LABEL         PIC X(40).
002310     05  WS-SUM-VALUE         PIC ZZZZZ9.
002320     05  FILLER               PIC X(86).
002330
002340 PROCEDURE DIVISION.
002350
002360*----------------------------------------------------------*
002370* 0000-MAINLINE - FEEDS THE DAY'S REJECTS, THEN ITS UNKNOWN *
002380* WORDS, THEN ISOEDIT'S OVERLENGTH RECORDS                  *
002390*----------------------------------------------------------*
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002420
002430     PERFORM 2000-FEED-REJECTS THRU 2000-FEED-REJECTS-EXIT.
002440     PERFORM 3000-FEED-UNKNOWN THRU 3000-FEED-UNKNOWN-EXIT.
002450     PERFORM 3500-FEED-EDIT-REJ THRU 3500-FEED-EDIT-REJ-EXIT.
002460
002470     CLOSE SUSPENSE-FILE.
002480     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002490     CLOSE SUSP-REPORT-FILE.
002500
002510     IF WS-REJ-MISSING
002520         MOVE 4 TO RETURN-CODE
002530     ELSE
002540         MOVE ZERO TO RETURN-CODE
002550     END-IF.
002560     STOP RUN.
002570
002580*----------------------------------------------------------*
002590* 1000-INITIALIZE - STAMPS THE RUN DATE, TAKES THE FEED     *
002600* DATE OFF THE CARD, NAMES THE DAY'S GENERATIONS AND OPENS  *
002610* THE SUSPENSE FILE AND THE REPORT                          *
002620*----------------------------------------------------------*
002630 1000-INITIALIZE.
002640     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002650     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002660            '/'                      DELIMITED BY SIZE
002670            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002680            '/'                      DELIMITED BY SIZE
002690            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002700         INTO WS-RUN-DATE-DSP.
002710
002720     OPEN INPUT SUSP-CTL-FILE.
002730     IF WS-SCTL-OK
002740         SET WS-SCTL-PRESENT TO TRUE
002750         READ SUSP-CTL-FILE
002760             AT END MOVE 'N' TO WS-SCTL-SW
002770         END-READ
002780         CLOSE SUSP-CTL-FILE
002790     END-IF.
002800
002810     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-FEED-DATE-X.
002820     IF WS-SCTL-PRESENT AND SC-FEED-DATE NOT = SPACES
002830         MOVE SC-FEED-DATE TO WS-FEED-DATE-X
002840         IF WS-FEED-DATE-X NOT NUMERIC
002850             DISPLAY 'ISOSUSP: BAD FEED DATE ON SUSCTL - '
002860                     SC-FEED-DATE
002870             MOVE 8 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900         IF FUNCTION TEST-DATE-YYYYMMDD (WS-FEED-DATE) NOT = ZERO
002910             DISPLAY 'ISOSUSP: BAD FEED DATE ON SUSCTL - '
002920                     SC-FEED-DATE
002930             MOVE 8 TO RETURN-CODE
002940             STOP RUN
002950         END-IF
002960     END-IF.
002970
002980     MOVE SPACES TO WS-REJ-DSN.
002990     STRING 'REJECTS.D' DELIMITED BY SIZE
003000            WS-FEED-DATE-X DELIMITED BY SIZE
003010         INTO WS-REJ-DSN.
003020     MOVE SPACES TO WS-UNK-DSN.
003030     STRING 'UNKNOWN.D' DELIMITED BY SIZE
003040            WS-FEED-DATE-X DELIMITED BY SIZE
003050         INTO WS-UNK-DSN.
003060     MOVE SPACES TO WS-EDR-DSN.
003070     STRING 'EDITREJ.D' DELIMITED BY SIZE
003080            WS-FEED-DATE-X DELIMITED BY SIZE
003090         INTO WS-EDR-DSN.
003100
003110     OPEN OUTPUT SUSP-REPORT-FILE.
003120     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003130     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
003140
003150*    THE SUSPENSE FILE IS BUILT UP BY THIS FEED, SO THE FIRST
003160*    NIGHT CREATES IT; ANY OTHER BAD OPEN IS A HARD STOP.
003170     OPEN I-O SUSPENSE-FILE.
003180     IF WS-SUSP-NOTFOUND
003190         OPEN OUTPUT SUSPENSE-FILE
003200         IF WS-SUSP-OK
003210             CLOSE SUSPENSE-FILE
003220             OPEN I-O SUSPENSE-FILE
003230         END-IF
003240         MOVE SPACES TO WS-PRINT-LINE
003250         MOVE 'SUSPENSE FILE CREATED' TO WS-PRINT-LINE
003260         WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
003270         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
003280         ADD 1 TO WS-LINE-CTR
003290     END-IF.
003300     IF NOT WS-SUSP-OK
003310         MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
003320         MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
003330         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003340     END-IF.
003350 1000-INITIALIZE-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390* 2000-FEED-REJECTS - SUSPENDS EVERY WORD ON THE DAY'S      *
003400* REJECTS GENERATION. ISO WRITES ONE ON EVERY BATCH RUN, SO *
003410* A MISSING ONE IS WORTH A WARNING                          *
003420*----------------------------------------------------------*
003430 2000-FEED-REJECTS.
003440     PERFORM 4400-FEEDING-LINE THRU 4400-FEEDING-LINE-EXIT.
003450     MOVE WS-REJ-DSN TO WS-PRINT-LINE(17:20).
003460
003470     OPEN INPUT REJECT-FILE.
003480     IF WS-REJ-NOTFOUND
003490         SET WS-REJ-MISSING TO TRUE
003500         MOVE '- NOT FOUND' TO WS-PRINT-LINE(38:11)
003510         PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT
003520         DISPLAY 'ISOSUSP: ' WS-REJ-DSN ' NOT FOUND'
003530         GO TO 2000-FEED-REJECTS-EXIT
003540     END-IF.
003550     IF NOT WS-REJ-OK
003560         MOVE 'REJECTS' TO WS-ERR-FILE-NAME
003570         MOVE WS-REJ-STATUS TO WS-ERR-STATUS
003580         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003590     END-IF.
003600     PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT.
003610
003620     MOVE 'N' TO WS-EOF-SW.
003630     PERFORM 2100-READ-REJECT THRU 2100-READ-REJECT-EXIT.
003640     PERFORM 2200-FEED-ONE-REJECT THRU 2200-FEED-ONE-REJECT-EXIT
003650         UNTIL WS-EOF.
003660     CLOSE REJECT-FILE.
003670 2000-FEED-REJECTS-EXIT.
003680     EXIT.
003690
003700 2100-READ-REJECT.
003710     READ REJECT-FILE
003720         AT END SET WS-EOF TO TRUE
003730     END-READ.
003740     IF NOT WS-EOF
003750         ADD 1 TO WS-REJ-READ
003760     END-IF.
003770 2100-READ-REJECT-EXIT.
003780     EXIT.
003790
003800 2200-FEED-ONE-REJECT.
003810     MOVE RJ-WORD TO WS-IN-WORD.
003820     MOVE RJ-SOURCE TO WS-IN-SOURCE.
003830     MOVE RJ-REASON TO WS-IN-REASON.
003840     PERFORM 2500-SUSPEND-ONE THRU 2500-SUSPEND-ONE-EXIT.
003850     PERFORM 2100-READ-REJECT THRU 2100-READ-REJECT-EXIT.
003860 2200-FEED-ONE-REJECT-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* 2500-SUSPEND-ONE - ADDS, RECOUNTS OR REOPENS THE ITEM FOR *
003910* WS-IN-WORD / WS-IN-SOURCE                                 *
003920*----------------------------------------------------------*
003930 2500-SUSPEND-ONE.
003940     IF WS-IN-WORD = SPACES
003950         ADD 1 TO WS-BLANK-COUNT
003960         GO TO 2500-SUSPEND-ONE-EXIT
003970     END-IF.
003980
003990     MOVE WS-IN-WORD TO SU-WORD.
004000     MOVE WS-IN-SOURCE TO SU-SOURCE.
004010     READ SUSPENSE-FILE
004020         INVALID KEY
004030             PERFORM 2510-NEW-ITEM THRU 2510-NEW-ITEM-EXIT
004040             GO TO 2500-SUSPEND-ONE-EXIT
004050     END-READ.
004060     IF NOT WS-SUSP-OK
004070         MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
004080         MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
004090         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004100     END-IF.
004110
004120     IF SU-LAST-DATE NOT < WS-FEED-DATE
004130         ADD 1 TO WS-ALREADY-COUNT
004140         GO TO 2500-SUSPEND-ONE-EXIT
004150     END-IF.
004160
004170     IF SU-OPEN
004180         ADD 1 TO SU-TIMES-REJECTED
004190         MOVE WS-FEED-DATE TO SU-LAST-DATE
004200         ADD 1 TO WS-AGAIN-COUNT
004210         MOVE 'STILL OPEN - REJECTED AGAIN' TO WS-ACTION-TXT
004220     ELSE
004230         MOVE WS-IN-REASON TO SU-REASON
004240         MOVE WS-FEED-DATE TO SU-FIRST-DATE
004250         MOVE WS-FEED-DATE TO SU-LAST-DATE
004260         MOVE 1 TO SU-TIMES-REJECTED
004270         SET SU-OPEN TO TRUE
004280         MOVE ZERO TO SU-CLOSED-DATE
004290         MOVE SPACES TO SU-CORRECTION
004300         ADD 1 TO WS-REOPEN-COUNT
004310         MOVE 'CLOSED ITEM REOPENED' TO WS-ACTION-TXT
004320     END-IF.
004330     REWRITE SUSPENSE-REC
004340         INVALID KEY
004350             MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
004360             MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
004370             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004380     END-REWRITE.
004390     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
004400 2500-SUSPEND-ONE-EXIT.
004410     EXIT.
004420
004430 2510-NEW-ITEM.
004440     MOVE SPACES TO SUSPENSE-REC.
004450     MOVE WS-IN-WORD TO SU-WORD.
004460     MOVE WS-IN-SOURCE TO SU-SOURCE.
004470     MOVE WS-IN-REASON TO SU-REASON.
004480     MOVE WS-FEED-DATE TO SU-FIRST-DATE.
004490     MOVE WS-FEED-DATE TO SU-LAST-DATE.
004500     MOVE 1 TO SU-TIMES-REJECTED.
004510     SET SU-OPEN TO TRUE.
004520     MOVE ZERO TO SU-CLOSED-DATE.
004530     WRITE SUSPENSE-REC
004540         INVALID KEY
004550             MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
004560             MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
004570             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004580     END-WRITE.
004590     ADD 1 TO WS-NEW-COUNT.
004600     MOVE 'SUSPENDED' TO WS-ACTION-TXT.
004610     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
004620 2510-NEW-ITEM-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660* 3000-FEED-UNKNOWN - SUSPENDS THE DAY'S UNKNOWN WORDS THAT *
004670* THE REVIEWER HAS NOT ALREADY ACCEPTED                     *
004680*----------------------------------------------------------*
004690 3000-FEED-UNKNOWN.
004700     PERFORM 4400-FEEDING-LINE THRU 4400-FEEDING-LINE-EXIT.
004710     MOVE WS-UNK-DSN TO WS-PRINT-LINE(17:20).
004720
004730     OPEN INPUT UNKNOWN-FILE.
004740     IF WS-UNK-NOTFOUND
004750         MOVE '- NONE FOR THE DATE' TO WS-PRINT-LINE(38:19)
004760         PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT
004770         GO TO 3000-FEED-UNKNOWN-EXIT
004780     END-IF.
004790     IF NOT WS-UNK-OK
004800         MOVE 'UNKNOWN' TO WS-ERR-FILE-NAME
004810         MOVE WS-UNK-STATUS TO WS-ERR-STATUS
004820         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004830     END-IF.
004840     PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT.
004850
004860     MOVE 'N' TO WS-EOF-SW.
004870     PERFORM 3100-READ-UNKNOWN THRU 3100-READ-UNKNOWN-EXIT.
004880     PERFORM 3200-FEED-ONE-UNKNOWN THRU 3200-FEED-ONE-UNKNOWN-EXIT
004890         UNTIL WS-EOF.
004900     CLOSE UNKNOWN-FILE.
004910 3000-FEED-UNKNOWN-EXIT.
004920     EXIT.
004930
004940 3100-READ-UNKNOWN.
004950     READ UNKNOWN-FILE
004960         AT END SET WS-EOF TO TRUE
004970     END-READ.
004980     IF NOT WS-EOF
004990         ADD 1 TO WS-UNK-READ
005000     END-IF.
005010 3100-READ-UNKNOWN-EXIT.
005020     EXIT.
005030
005040 3200-FEED-ONE-UNKNOWN.
005050     IF UK-ACCEPTED
005060         ADD 1 TO WS-ACCEPTED-COUNT
005070     ELSE
005080         MOVE UK-WORD TO WS-IN-WORD
005090         MOVE UK-SOURCE TO WS-IN-SOURCE
005100         MOVE UK-DISPOSITION TO WS-IN-REASON
005110         PERFORM 2500-SUSPEND-ONE THRU 2500-SUSPEND-ONE-EXIT
005120     END-IF.
005130     PERFORM 3100-READ-UNKNOWN THRU 3100-READ-UNKNOWN-EXIT.
005140 3200-FEED-ONE-UNKNOWN-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180* 3500-FEED-EDIT-REJ - SUSPENDS THE RECORDS ISOEDIT DROPPED *
005190* AS OVERLENGTH, SO THE SUBMITTER'S WORD CAN BE CORRECTED   *
005200*----------------------------------------------------------*
005210 3500-FEED-EDIT-REJ.
005220     PERFORM 4400-FEEDING-LINE THRU 4400-FEEDING-LINE-EXIT.
005230     MOVE WS-EDR-DSN TO WS-PRINT-LINE(17:20).
005240
005250     OPEN INPUT EDIT-REJ-FILE.
005260     IF WS-EDR-NOTFOUND
005270         MOVE '- NONE FOR THE DATE' TO WS-PRINT-LINE(38:19)
005280         PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT
005290         GO TO 3500-FEED-EDIT-REJ-EXIT
005300     END-IF.
005310     IF NOT WS-EDR-OK
005320         MOVE 'EDITREJ' TO WS-ERR-FILE-NAME
005330         MOVE WS-EDR-STATUS TO WS-ERR-STATUS
005340         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005350     END-IF.
005360     PERFORM 4410-WRITE-FEEDING THRU 4410-WRITE-FEEDING-EXIT.
005370
005380     MOVE 'N' TO WS-EOF-SW.
005390     PERFORM 3600-READ-EDIT-REJ THRU 3600-READ-EDIT-REJ-EXIT.
005400     PERFORM 3700-FEED-ONE-EDIT-REJ
005410         THRU 3700-FEED-ONE-EDIT-REJ-EXIT
005420         UNTIL WS-EOF.
005430     CLOSE EDIT-REJ-FILE.
005440 3500-FEED-EDIT-REJ-EXIT.
005450     EXIT.
005460
005470 3600-READ-EDIT-REJ.
005480     READ EDIT-REJ-FILE
005490         AT END SET WS-EOF TO TRUE
005500     END-READ.
005510     IF NOT WS-EOF
005520         ADD 1 TO WS-EDR-READ
005530     END-IF.
005540 3600-READ-EDIT-REJ-EXIT.
005550     EXIT.
005560
005570 3700-FEED-ONE-EDIT-REJ.
005580     MOVE ER-WORD TO WS-IN-WORD.
005590     MOVE ER-SOURCE TO WS-IN-SOURCE.
005600     MOVE ER-REASON TO WS-IN-REASON.
005610     PERFORM 2500-SUSPEND-ONE THRU 2500-SUSPEND-ONE-EXIT.
005620     PERFORM 3600-READ-EDIT-REJ THRU 3600-READ-EDIT-REJ-EXIT.
005630 3700-FEED-ONE-EDIT-REJ-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
005680*----------------------------------------------------------*
005690 4100-NEW-PAGE.
005700     IF WS-PAGE-NO > 0
005710         MOVE SPACES TO RPT-REC
005720         WRITE RPT-REC AFTER ADVANCING 1 LINE
005730         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
005740     END-IF.
005750     ADD 1 TO WS-PAGE-NO.
005760
005770     MOVE SPACES TO WS-PRINT-LINE.
005780     MOVE 'REJECT SUSPENSE FEED' TO WH1-TITLE.
005790     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
005800     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
005810     MOVE 'PAGE:' TO WH1-PAGE-LIT.
005820     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
005830     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
005840     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005850
005860     MOVE SPACES TO WS-PRINT-LINE.
005870     MOVE 'WORD' TO WP-WORD.
005880     MOVE 'SRC' TO WP-SOURCE.
005890     MOVE 'REASON' TO WP-REASON.
005900     MOVE 'ACTION' TO WP-ACTION.
005910     WRITE RPT-REC FROM WS-SUSP-LN AFTER ADVANCING 2 LINES.
005920     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005930
005940     MOVE ZERO TO WS-LINE-CTR.
005950 4100-NEW-PAGE-EXIT.
005960     EXIT.
005970
005980 4200-WRITE-DETAIL.
005990     IF WS-LINE-CTR NOT < WS-MAX-LINES
006000         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006010     END-IF.
006020     MOVE SPACES TO WS-PRINT-LINE.
006030     MOVE WS-IN-WORD TO WP-WORD.
006040     MOVE WS-IN-SOURCE TO WP-SOURCE.
006050     MOVE WS-IN-REASON TO WP-REASON.
006060     MOVE WS-ACTION-TXT TO WP-ACTION.
006070     WRITE RPT-REC FROM WS-SUSP-LN AFTER ADVANCING 1 LINE.
006080     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006090     ADD 1 TO WS-LINE-CTR.
006100 4200-WRITE-DETAIL-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 4300-SUMMARY - FEED TOTALS                                *
006150*----------------------------------------------------------*
006160 4300-SUMMARY.
006170     IF WS-LINE-CTR + 12 > WS-MAX-LINES
006180         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006190     END-IF.
006200
006210     MOVE SPACES TO WS-PRINT-LINE.
006220     MOVE 'REJECTS RECORDS READ' TO WS-SUM-LABEL.
006230     MOVE WS-REJ-READ TO WS-SUM-VALUE.
006240     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
006250     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006260
006270     MOVE SPACES TO WS-PRINT-LINE.
006280     MOVE 'UNKNOWN RECORDS READ' TO WS-SUM-LABEL.
006290     MOVE WS-UNK-READ TO WS-SUM-VALUE.
006300     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006310     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006320
006330     MOVE SPACES TO WS-PRINT-LINE.
006340     MOVE 'EDITREJ RECORDS READ' TO WS-SUM-LABEL.
006350     MOVE WS-EDR-READ TO WS-SUM-VALUE.
006360     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006370     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006380
006390     MOVE SPACES TO WS-PRINT-LINE.
006400     MOVE 'NEW ITEMS SUSPENDED' TO WS-SUM-LABEL.
006410     MOVE WS-NEW-COUNT TO WS-SUM-VALUE.
006420     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006430     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006440
006450     MOVE SPACES TO WS-PRINT-LINE.
006460     MOVE 'OPEN ITEMS REJECTED AGAIN' TO WS-SUM-LABEL.
006470     MOVE WS-AGAIN-COUNT TO WS-SUM-VALUE.
006480     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006490     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006500
006510     MOVE SPACES TO WS-PRINT-LINE.
006520     MOVE 'CLOSED ITEMS REOPENED' TO WS-SUM-LABEL.
006530     MOVE WS-REOPEN-COUNT TO WS-SUM-VALUE.
006540     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006550     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006560
006570     MOVE SPACES TO WS-PRINT-LINE.
006580     MOVE 'ALREADY FED FOR THE DATE' TO WS-SUM-LABEL.
006590     MOVE WS-ALREADY-COUNT TO WS-SUM-VALUE.
006600     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006610     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006620
006630     MOVE SPACES TO WS-PRINT-LINE.
006640     MOVE 'UNKNOWNS ALREADY ACCEPTED - NOT HELD' TO WS-SUM-LABEL.
006650     MOVE WS-ACCEPTED-COUNT TO WS-SUM-VALUE.
006660     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006670     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006680
006690     MOVE SPACES TO WS-PRINT-LINE.
006700     MOVE 'BLANK RECORDS SKIPPED' TO WS-SUM-LABEL.
006710     MOVE WS-BLANK-COUNT TO WS-SUM-VALUE.
006720     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006730     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006740 4300-SUMMARY-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------*
006780* 4400-FEEDING-LINE / 4410-WRITE-FEEDING - THE LINE NAMING  *
006790* EACH GENERATION AS IT IS OPENED                           *
006800*----------------------------------------------------------*
006810 4400-FEEDING-LINE.
006820     IF WS-LINE-CTR + 2 > WS-MAX-LINES
006830         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
006840     END-IF.
006850     MOVE SPACES TO WS-PRINT-LINE.
006860     MOVE 'FEEDING FROM' TO WS-PRINT-LINE(1:12).
006870 4400-FEEDING-LINE-EXIT.
006880     EXIT.
006890
006900 4410-WRITE-FEEDING.
006910     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
006920     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006930     ADD 2 TO WS-LINE-CTR.
006940 4410-WRITE-FEEDING-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------*
006980* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS          *
006990*----------------------------------------------------------*
007000 9000-FILE-ABORT.
007010     DISPLAY 'ISOSUSP: FILE ERROR ON ' WS-ERR-FILE-NAME
007020             ' STATUS=' WS-ERR-STATUS.
007030     MOVE 16 TO RETURN-CODE.
007040     STOP RUN.
007050 9000-FILE-ABORT-EXIT.
007060     EXIT.
007070
007080 9130-CHECK-RPT.
007090     IF NOT WS-RPT-OK
007100         MOVE 'SUSPRPT' TO WS-ERR-FILE-NAME
007110         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
007120         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
007130     END-IF.
007140 9130-CHECK-RPT-EXIT.
007150     EXIT.

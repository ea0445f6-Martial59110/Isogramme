000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isovrfy.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - INTEGRITY PASS OVER THE WORD  *
000120*                  MASTER: EVERY WORD IS RE-RUN THROUGH     *
000130*                  ISOCHK UNDER ITS STORED THRESHOLD AND    *
000140*                  THE STORED LETTER COUNTS, FLAG AND ORDER *
000150*                  ARE PROVED AGAINST THE FRESH ANSWER; THE *
000160*                  HISTORY FIELDS ARE PROVED FOR DATES THAT *
000170*                  WILL NOT PARSE, A FIRST-SEEN AFTER THE   *
000180*                  LAST-SEEN AND A ZERO TIMES-SEEN. REPAIR  *
000190*                  MODE REWRITES THE DERIVED FIELDS AND     *
000200*                  NEVER TOUCHES THE HISTORY                *
000201* 10/15/2026 MD    A REPAIR IS NOW WRITTEN TO THE WMJRNL    *
000202*                  CHANGE JOURNAL THROUGH ISOJRNL           *
000210*----------------------------------------------------------*
000220* THE MODE COMES FROM THE VRFCTL CONTROL CARD (OPTIONAL):
000230*   COL 1      MODE - V VERIFY ONLY (DEFAULT), R REPAIR
000240*   COL 3-4    THRESHOLD TO RE-CHECK A RECORD UNDER WHEN ITS
000250*              STORED THRESHOLD IS NOT USABLE (DEFAULT 01)
000260* A HISTORY PROBLEM IS ONLY EVER REPORTED: THE TRUE DATES AND
000270* COUNT CANNOT BE WORKED OUT FROM THE WORD, SO THEY ARE LEFT
000280* FOR SOMEONE TO LOOK AT. RETURN CODES: 0 MASTER CLEAN, 4
000290* DISCREPANCIES FOUND AND ALL OF THEM REPAIRED, 8
000300* DISCREPANCIES LEFT ON THE MASTER, 16 HARD STOP ON ANY BAD
000310* FILE STATUS.
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GNU-LINUX.
000370 OBJECT-COMPUTER. GNU-LINUX.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT VRFY-CTL-FILE ASSIGN TO "VRFCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-VCTL-STATUS.
000440
000450     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS WM-WORD
000490         FILE STATUS IS WS-WMST-STATUS.
000500
000510     SELECT VRFY-REPORT-FILE ASSIGN TO "VRFYRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000580 FD  VRFY-CTL-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  VRFY-CTL-REC.
000620     05  VC-MODE              PIC X(01).
000630     05  FILLER               PIC X(01).
000640     05  VC-MAX-REPEAT        PIC 9(02).
000650
000660 FD  WORD-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  WORD-MASTER-REC.
000700     05  WM-WORD              PIC X(50).
000710     05  WM-FLAG              PIC X(01).
000720     05  WM-FIRST-SEEN        PIC X(10).
000730     05  WM-LAST-SEEN         PIC X(10).
000740     05  WM-TIMES-SEEN        PIC 9(06).
000750     05  WM-MAX-REPEAT        PIC 9(02).
000760     05  WM-COUNTERS.
000770         10  WM-CNT           PIC 99 OCCURS 26.
000780*    PERFECT-ISOGRAM ORDER; BLANK WHEN THE COUNTS ARE MIXED.
000790     05  WM-ORDER             PIC X(02).
000800
000810 FD  VRFY-REPORT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 01  RPT-REC                  PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870
000880     COPY WSCOUNT.
000890
000900*    TABLE VIEW OF THE FRESH COUNTS SO A COUNT DISAGREEMENT
000910*    CAN BE PINNED TO THE FIRST LETTER THAT DIFFERS.
000920 01  WS-CNT-TABLE REDEFINES WS-COUNTERS.
000930     05  WS-CNT-ENT           PIC 99 OCCURS 26.
000940
000950     COPY WSALPHA.
000960
000970 01  WS-ALPHA-TABLE REDEFINES WS-ALPHABET.
000980     05  WS-ALPHA-ENT         PIC X OCCURS 26.
000990
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SW            PIC X VALUE 'N'.
001020         88  WS-EOF                   VALUE 'Y'.
001030     05  WS-VCTL-SW           PIC X VALUE 'N'.
001040         88  WS-VCTL-PRESENT          VALUE 'Y'.
001050     05  WS-MODE-SW           PIC X VALUE 'V'.
001060         88  WS-REPAIR-MODE           VALUE 'R'.
001070     05  WS-VALID-SW          PIC X VALUE 'N'.
001080         88  WS-WORD-VALID            VALUE 'Y'.
001090         88  WS-WORD-INVALID          VALUE 'N'.
001100     05  WS-RECORD-BAD-SW     PIC X VALUE 'N'.
001110         88  WS-RECORD-BAD            VALUE 'Y'.
001120     05  WS-DERIVED-BAD-SW    PIC X VALUE 'N'.
001130         88  WS-DERIVED-BAD           VALUE 'Y'.
001140     05  WS-THRESH-BAD-SW     PIC X VALUE 'N'.
001150         88  WS-THRESH-BAD            VALUE 'Y'.
001160     05  WS-HISTORY-BAD-SW    PIC X VALUE 'N'.
001170         88  WS-HISTORY-BAD           VALUE 'Y'.
001180     05  WS-DATE-OK-SW        PIC X VALUE 'N'.
001190         88  WS-DATE-OK               VALUE 'Y'.
001200     05  WS-FIRST-OK-SW       PIC X VALUE 'N'.
001210         88  WS-FIRST-OK              VALUE 'Y'.
001220
001230 01  WS-VCTL-STATUS           PIC XX VALUE SPACES.
001240     88  WS-VCTL-OK                  VALUE '00'.
001250
001260 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001270     88  WS-WMST-OK                  VALUE '00'.
001280
001290 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001300     88  WS-RPT-OK                   VALUE '00'.
001310
001320 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001330 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001331
001332*    CHANGE JOURNAL ENTRY HANDED TO ISOJRNL.
001333 01  WS-JRNL-FUNC             PIC X(01) VALUE 'W'.
001334 01  WS-JRNL-PGM              PIC X(08) VALUE 'ISOVRFY'.
001335 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
001336 01  WS-JRNL-BEFORE           PIC X(133) VALUE SPACES.
001337 01  WS-JRNL-AFTER            PIC X(133) VALUE SPACES.
001338 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
001339     88  WS-JRNL-OK                  VALUE '00'.
001340
001350 77  PARM-MAX-REPEAT          PIC 9(02) VALUE 1.
001360 01  WS-CHK-MAX-REPEAT        PIC 9(02) VALUE ZERO.
001370
001380*    THE FRESH ANSWER FROM ISOCHK, IN THE FORMS THE MASTER
001390*    STORES THEM.
001400 01  WS-FLAG                  PIC X(01) VALUE SPACE.
001410 01  WS-ORDER                 PIC 9(02) VALUE ZERO.
001420 01  WS-ORDER-X               PIC X(02) VALUE SPACES.
001430 01  WS-ORDER-9 REDEFINES WS-ORDER-X
001440                              PIC 9(02).
001450
001460 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001470 77  WS-CLEAN-COUNT           PIC 9(06) COMP VALUE ZERO.
001480 77  WS-BAD-COUNT             PIC 9(06) COMP VALUE ZERO.
001490 77  WS-REPAIRED-COUNT        PIC 9(06) COMP VALUE ZERO.
001500 77  WS-LEFT-COUNT            PIC 9(06) COMP VALUE ZERO.
001510 77  WS-INVALID-COUNT         PIC 9(06) COMP VALUE ZERO.
001520 77  WS-CNT-BAD-COUNT         PIC 9(06) COMP VALUE ZERO.
001530 77  WS-FLAG-BAD-COUNT        PIC 9(06) COMP VALUE ZERO.
001540 77  WS-ORDER-BAD-COUNT       PIC 9(06) COMP VALUE ZERO.
001550 77  WS-THRESH-BAD-COUNT      PIC 9(06) COMP VALUE ZERO.
001560 77  WS-DATE-BAD-COUNT        PIC 9(06) COMP VALUE ZERO.
001570 77  WS-DATE-SEQ-COUNT        PIC 9(06) COMP VALUE ZERO.
001580 77  WS-TIMES-BAD-COUNT       PIC 9(06) COMP VALUE ZERO.
001590 77  WS-CNT-IDX               PIC 9(02) COMP VALUE ZERO.
001600 77  WS-DIFF-IDX              PIC 9(02) COMP VALUE ZERO.
001610
001620 01  WS-DATE-IN               PIC X(10) VALUE SPACES.
001630 01  WS-DATE-NUM              PIC 9(08) VALUE ZERO.
001640 01  WS-DATE-NUM-X REDEFINES WS-DATE-NUM
001650                              PIC X(08).
001660 01  WS-FIRST-NUM             PIC 9(08) VALUE ZERO.
001670
001680 01  WS-PROBLEM-TXT           PIC X(30) VALUE SPACES.
001690 01  WS-STORED-TXT            PIC X(10) VALUE SPACES.
001700 01  WS-FRESH-TXT             PIC X(10) VALUE SPACES.
001710 01  WS-CNT-DSP               PIC 99.
001720
001730 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001740 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001750 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001760
001770 01  WS-CURRENT-DATE-TIME     PIC X(21).
001780 01  WS-RUN-DATE-DSP          PIC X(10).
001790
001800 01  WS-PRINT-LINE            PIC X(132).
001810
001820 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001830     05  WH1-TITLE            PIC X(30).
001840     05  FILLER               PIC X(10).
001850     05  WH1-DATE-LIT         PIC X(09).
001860     05  FILLER               PIC X(01).
001870     05  WH1-DATE             PIC X(10).
001880     05  FILLER               PIC X(10).
001890     05  WH1-PAGE-LIT         PIC X(05).
001900     05  WH1-PAGE-NO          PIC ZZZ9.
001910     05  FILLER               PIC X(53).
001920
001930 01  WS-VRFY-LN REDEFINES WS-PRINT-LINE.
001940     05  WV-WORD              PIC X(50).
001950     05  FILLER               PIC X(02).
001960     05  WV-PROBLEM           PIC X(30).
001970     05  FILLER               PIC X(02).
001980     05  WV-STORED            PIC X(10).
001990     05  FILLER               PIC X(02).
002000     05  WV-FRESH             PIC X(10).
002010     05  FILLER               PIC X(26).
002020
002030 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002040     05  WS-SUM-LABEL         PIC X(40).
002050     05  WS-SUM-VALUE         PIC ZZZZZ9.
002060     05  FILLER               PIC X(86).
002070
002080 PROCEDURE DIVISION.
002090
002100*----------------------------------------------------------*
002110* 0000-MAINLINE - DRIVES THE VERIFICATION PASS              *
002120*----------------------------------------------------------*
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002150
002160     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
002170     PERFORM 2200-VERIFY-ONE THRU 2200-VERIFY-ONE-EXIT
002180         UNTIL WS-EOF.
002190
002200     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002210     CLOSE WORD-MASTER-FILE.
002211     MOVE 'C' TO WS-JRNL-FUNC.
002212     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
002220     CLOSE VRFY-REPORT-FILE.
002230
002240     IF WS-LEFT-COUNT > ZERO
002250         MOVE 8 TO RETURN-CODE
002260     ELSE
002270         IF WS-BAD-COUNT > ZERO
002280             MOVE 4 TO RETURN-CODE
002290         ELSE
002300             MOVE ZERO TO RETURN-CODE
002310         END-IF
002320     END-IF.
002330     STOP RUN.
002340
002350*----------------------------------------------------------*
002360* 1000-INITIALIZE - STAMPS THE RUN DATE, READS THE OPTIONAL *
002370* CONTROL CARD, AND OPENS THE MASTER AND THE REPORT         *
002380*----------------------------------------------------------*
002390 1000-INITIALIZE.
002400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002410     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002420            '/'                      DELIMITED BY SIZE
002430            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002440            '/'                      DELIMITED BY SIZE
002450            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002460         INTO WS-RUN-DATE-DSP.
002470
002480     OPEN INPUT VRFY-CTL-FILE.
002490     IF WS-VCTL-OK
002500         SET WS-VCTL-PRESENT TO TRUE
002510         READ VRFY-CTL-FILE
002520             AT END MOVE 'N' TO WS-VCTL-SW
002530         END-READ
002540         CLOSE VRFY-CTL-FILE
002550     END-IF.
002560
002570     IF WS-VCTL-PRESENT
002580         IF VC-MODE = 'R'
002590             SET WS-REPAIR-MODE TO TRUE
002600         END-IF
002610         IF VC-MAX-REPEAT NUMERIC AND VC-MAX-REPEAT > 0
002620             MOVE VC-MAX-REPEAT TO PARM-MAX-REPEAT
002630         END-IF
002640     END-IF.
002650
002660*    VERIFY ONLY READS; THE MASTER IS OPENED I-O ONLY WHEN
002670*    THE RUN MAY REWRITE IT.
002680     IF WS-REPAIR-MODE
002690         OPEN I-O WORD-MASTER-FILE
002700     ELSE
002710         OPEN INPUT WORD-MASTER-FILE
002720     END-IF.
002730     IF NOT WS-WMST-OK
002740         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
002750         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
002760         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002770     END-IF.
002780
002790     OPEN OUTPUT VRFY-REPORT-FILE.
002800     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002810     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840
002850 2100-READ-MASTER.
002860     READ WORD-MASTER-FILE NEXT RECORD
002870         AT END SET WS-EOF TO TRUE
002880     END-READ.
002890     IF NOT WS-EOF
002900         ADD 1 TO WS-RECS-READ
002910     END-IF.
002920 2100-READ-MASTER-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------*
002960* 2200-VERIFY-ONE - PROVES ONE MASTER RECORD. EVERY PROBLEM *
002970* FOUND GETS ITS OWN REPORT LINE; IN REPAIR MODE A RECORD   *
002980* WHOSE DERIVED FIELDS ARE WRONG IS REWRITTEN FROM THE      *
002990* FRESH CHECK ONCE ALL ITS PROBLEMS HAVE BEEN PRINTED       *
003000*----------------------------------------------------------*
003010 2200-VERIFY-ONE.
003020     MOVE 'N' TO WS-RECORD-BAD-SW.
003030     MOVE 'N' TO WS-DERIVED-BAD-SW.
003040     MOVE 'N' TO WS-THRESH-BAD-SW.
003050     MOVE 'N' TO WS-HISTORY-BAD-SW.
003060
003070*    THE RECORD IS PROVED UNDER THE THRESHOLD ITS FLAG WAS
003080*    COMPUTED UNDER. ONE THAT IS NOT A USABLE THRESHOLD IS
003090*    ITSELF A DERIVED-FIELD PROBLEM AND THE CARD'S STANDS IN.
003100     IF WM-MAX-REPEAT NUMERIC AND WM-MAX-REPEAT > 0
003110         MOVE WM-MAX-REPEAT TO WS-CHK-MAX-REPEAT
003120     ELSE
003130         MOVE PARM-MAX-REPEAT TO WS-CHK-MAX-REPEAT
003140         SET WS-THRESH-BAD TO TRUE
003150         ADD 1 TO WS-THRESH-BAD-COUNT
003160         MOVE 'STORED THRESHOLD NOT USABLE' TO WS-PROBLEM-TXT
003170         MOVE WM-MAX-REPEAT TO WS-STORED-TXT
003180         MOVE WS-CHK-MAX-REPEAT TO WS-FRESH-TXT
003190         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
003200         SET WS-DERIVED-BAD TO TRUE
003210     END-IF.
003220
003230     CALL 'isochk' USING BY CONTENT WM-WORD
003240                         BY CONTENT WS-CHK-MAX-REPEAT
003250                         BY REFERENCE WS-FLAG
003260                         BY REFERENCE WS-VALID-SW
003270                         BY REFERENCE WS-COUNTERS
003280                         BY REFERENCE WS-ORDER.
003290
003300     IF WS-WORD-VALID
003310         PERFORM 2300-CHECK-DERIVED THRU 2300-CHECK-DERIVED-EXIT
003320     ELSE
003330*        A KEY THAT IS NOT A WORD HAS NO RIGHT ANSWER TO
003340*        REPAIR TOWARD; IT IS REPORTED AND LEFT ALONE.
003350         ADD 1 TO WS-INVALID-COUNT
003360         MOVE 'N' TO WS-DERIVED-BAD-SW
003370         MOVE 'WORD NOT ALPHABETIC' TO WS-PROBLEM-TXT
003380         MOVE SPACES TO WS-STORED-TXT
003390         MOVE SPACES TO WS-FRESH-TXT
003400         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
003410     END-IF.
003420
003430     PERFORM 2400-CHECK-HISTORY THRU 2400-CHECK-HISTORY-EXIT.
003440
003450     IF WS-DERIVED-BAD AND WS-REPAIR-MODE
003460         PERFORM 2500-REPAIR THRU 2500-REPAIR-EXIT
003470     END-IF.
003480
003490*    A RECORD STILL WRONG AFTER THIS PASS IS COUNTED ONCE,
003500*    HOWEVER MANY PROBLEMS IT CARRIES.
003510     IF WS-HISTORY-BAD OR WS-WORD-INVALID
003520             OR (WS-DERIVED-BAD AND NOT WS-REPAIR-MODE)
003530         ADD 1 TO WS-LEFT-COUNT
003540     END-IF.
003550
003560     IF WS-RECORD-BAD
003570         ADD 1 TO WS-BAD-COUNT
003580     ELSE
003590         ADD 1 TO WS-CLEAN-COUNT
003600     END-IF.
003610
003620     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
003630 2200-VERIFY-ONE-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670* 2300-CHECK-DERIVED - THE STORED COUNTS, FLAG AND ORDER    *
003680* AGAINST THE FRESH CHECK                                   *
003690*----------------------------------------------------------*
003700 2300-CHECK-DERIVED.
003710     IF WS-COUNTERS NOT = WM-COUNTERS
003720         ADD 1 TO WS-CNT-BAD-COUNT
003730         SET WS-DERIVED-BAD TO TRUE
003740         MOVE ZERO TO WS-DIFF-IDX
003750         PERFORM 2310-FIND-COUNT-DIFF
003760             THRU 2310-FIND-COUNT-DIFF-EXIT
003770             VARYING WS-CNT-IDX FROM 1 BY 1
003780             UNTIL WS-CNT-IDX > 26 OR WS-DIFF-IDX > ZERO
003790         MOVE 'LETTER COUNTS DISAGREE' TO WS-PROBLEM-TXT
003800         MOVE SPACES TO WS-STORED-TXT
003810         MOVE SPACES TO WS-FRESH-TXT
003820         IF WS-DIFF-IDX > ZERO
003830             MOVE WM-CNT (WS-DIFF-IDX) TO WS-CNT-DSP
003840             STRING WS-ALPHA-ENT (WS-DIFF-IDX) DELIMITED BY SIZE
003850                    '='                       DELIMITED BY SIZE
003860                    WS-CNT-DSP                DELIMITED BY SIZE
003870                 INTO WS-STORED-TXT
003880             MOVE WS-CNT-ENT (WS-DIFF-IDX) TO WS-CNT-DSP
003890             STRING WS-ALPHA-ENT (WS-DIFF-IDX) DELIMITED BY SIZE
003900                    '='                       DELIMITED BY SIZE
003910                    WS-CNT-DSP                DELIMITED BY SIZE
003920                 INTO WS-FRESH-TXT
003930         END-IF
003940         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
003950     END-IF.
003960
003970     IF WS-FLAG NOT = WM-FLAG
003980         ADD 1 TO WS-FLAG-BAD-COUNT
003990         SET WS-DERIVED-BAD TO TRUE
004000         MOVE 'ISOGRAM FLAG DISAGREES' TO WS-PROBLEM-TXT
004010         MOVE WM-FLAG TO WS-STORED-TXT
004020         MOVE WS-FLAG TO WS-FRESH-TXT
004030         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004040     END-IF.
004050
004060*    THE MASTER STORES THE ORDER BLANK WHEN THE COUNTS ARE
004070*    MIXED, THE SAME WAY ISO FORMATS IT.
004080     IF WS-ORDER > ZERO
004090         MOVE WS-ORDER TO WS-ORDER-9
004100     ELSE
004110         MOVE SPACES TO WS-ORDER-X
004120     END-IF.
004130     IF WS-ORDER-X NOT = WM-ORDER
004140         ADD 1 TO WS-ORDER-BAD-COUNT
004150         SET WS-DERIVED-BAD TO TRUE
004160         MOVE 'PERFECT-ISOGRAM ORDER DISAGREES' TO WS-PROBLEM-TXT
004170         MOVE WM-ORDER TO WS-STORED-TXT
004180         MOVE WS-ORDER-X TO WS-FRESH-TXT
004190         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004200     END-IF.
004210 2300-CHECK-DERIVED-EXIT.
004220     EXIT.
004230
004240 2310-FIND-COUNT-DIFF.
004250     IF WM-CNT (WS-CNT-IDX) NOT = WS-CNT-ENT (WS-CNT-IDX)
004260         MOVE WS-CNT-IDX TO WS-DIFF-IDX
004270     END-IF.
004280 2310-FIND-COUNT-DIFF-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320* 2400-CHECK-HISTORY - THE FIRST-SEEN AND LAST-SEEN DATES   *
004330* AND THE TIMES-SEEN COUNT. THESE ARE ONLY REPORTED         *
004340*----------------------------------------------------------*
004350 2400-CHECK-HISTORY.
004360     MOVE 'N' TO WS-FIRST-OK-SW.
004370     MOVE WM-FIRST-SEEN TO WS-DATE-IN.
004380     PERFORM 2410-PARSE-DATE THRU 2410-PARSE-DATE-EXIT.
004390     IF WS-DATE-OK
004400         SET WS-FIRST-OK TO TRUE
004410         MOVE WS-DATE-NUM TO WS-FIRST-NUM
004420     ELSE
004430         ADD 1 TO WS-DATE-BAD-COUNT
004440         MOVE 'FIRST-SEEN DATE UNPARSEABLE' TO WS-PROBLEM-TXT
004450         MOVE WM-FIRST-SEEN TO WS-STORED-TXT
004460         MOVE SPACES TO WS-FRESH-TXT
004470         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004480         PERFORM 2420-HISTORY-LEFT THRU 2420-HISTORY-LEFT-EXIT
004490     END-IF.
004500
004510     MOVE WM-LAST-SEEN TO WS-DATE-IN.
004520     PERFORM 2410-PARSE-DATE THRU 2410-PARSE-DATE-EXIT.
004530     IF NOT WS-DATE-OK
004540         ADD 1 TO WS-DATE-BAD-COUNT
004550         MOVE 'LAST-SEEN DATE UNPARSEABLE' TO WS-PROBLEM-TXT
004560         MOVE WM-LAST-SEEN TO WS-STORED-TXT
004570         MOVE SPACES TO WS-FRESH-TXT
004580         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004590         PERFORM 2420-HISTORY-LEFT THRU 2420-HISTORY-LEFT-EXIT
004600     END-IF.
004610
004620     IF WS-FIRST-OK AND WS-DATE-OK
004630             AND WS-FIRST-NUM > WS-DATE-NUM
004640         ADD 1 TO WS-DATE-SEQ-COUNT
004650         MOVE 'FIRST-SEEN AFTER LAST-SEEN' TO WS-PROBLEM-TXT
004660         MOVE WM-FIRST-SEEN TO WS-STORED-TXT
004670         MOVE WM-LAST-SEEN TO WS-FRESH-TXT
004680         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004690         PERFORM 2420-HISTORY-LEFT THRU 2420-HISTORY-LEFT-EXIT
004700     END-IF.
004710
004720     IF WM-TIMES-SEEN NOT NUMERIC OR WM-TIMES-SEEN = ZERO
004730         ADD 1 TO WS-TIMES-BAD-COUNT
004740         MOVE 'TIMES-SEEN ZERO OR NOT NUMERIC' TO WS-PROBLEM-TXT
004750         MOVE WM-TIMES-SEEN TO WS-STORED-TXT
004760         MOVE SPACES TO WS-FRESH-TXT
004770         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004780         PERFORM 2420-HISTORY-LEFT THRU 2420-HISTORY-LEFT-EXIT
004790     END-IF.
004800 2400-CHECK-HISTORY-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 2410-PARSE-DATE - PROVES WS-DATE-IN IS A REAL MM/DD/YYYY  *
004850* DATE AND LEAVES IT AS YYYYMMDD IN WS-DATE-NUM             *
004860*----------------------------------------------------------*
004870 2410-PARSE-DATE.
004880     MOVE 'N' TO WS-DATE-OK-SW.
004890     IF WS-DATE-IN(3:1) NOT = '/' OR WS-DATE-IN(6:1) NOT = '/'
004900         GO TO 2410-PARSE-DATE-EXIT
004910     END-IF.
004920     MOVE SPACES TO WS-DATE-NUM-X.
004930     STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
004940            WS-DATE-IN(1:2) DELIMITED BY SIZE
004950            WS-DATE-IN(4:2) DELIMITED BY SIZE
004960         INTO WS-DATE-NUM-X.
004970     IF WS-DATE-NUM-X NOT NUMERIC
004980         GO TO 2410-PARSE-DATE-EXIT
004990     END-IF.
005000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = ZERO
005010         SET WS-DATE-OK TO TRUE
005020     END-IF.
005030 2410-PARSE-DATE-EXIT.
005040     EXIT.
005050
005060 2420-HISTORY-LEFT.
005070     SET WS-HISTORY-BAD TO TRUE.
005080 2420-HISTORY-LEFT-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120* 2500-REPAIR - REWRITES THE DERIVED FIELDS FROM THE FRESH  *
005130* CHECK. WM-WORD, THE DATES AND THE TIMES-SEEN COUNT ARE    *
005140* NEVER MOVED                                               *
005150*----------------------------------------------------------*
005160 2500-REPAIR.
005161     MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE.
005170     MOVE WS-FLAG TO WM-FLAG.
005180     MOVE WS-CHK-MAX-REPEAT TO WM-MAX-REPEAT.
005190     MOVE WS-COUNTERS TO WM-COUNTERS.
005200     MOVE WS-ORDER-X TO WM-ORDER.
005210     REWRITE WORD-MASTER-REC
005220         INVALID KEY
005230             MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
005240             MOVE WS-WMST-STATUS TO WS-ERR-STATUS
005250             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005260     END-REWRITE.
005261     MOVE 'C' TO WS-JRNL-ACTION.
005262     MOVE WORD-MASTER-REC TO WS-JRNL-AFTER.
005263     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
005270     ADD 1 TO WS-REPAIRED-COUNT.
005280
005290     MOVE 'DERIVED FIELDS REPAIRED' TO WS-PROBLEM-TXT.
005300     MOVE SPACES TO WS-STORED-TXT.
005310     MOVE SPACES TO WS-FRESH-TXT.
005320     PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT.
005330 2500-REPAIR-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------*
005370* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
005380*----------------------------------------------------------*
005390 4100-NEW-PAGE.
005400     IF WS-PAGE-NO > 0
005410         MOVE SPACES TO RPT-REC
005420         WRITE RPT-REC AFTER ADVANCING 1 LINE
005430         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
005440     END-IF.
005450     ADD 1 TO WS-PAGE-NO.
005460
005470     MOVE SPACES TO WS-PRINT-LINE.
005480     IF WS-REPAIR-MODE
005490         MOVE 'WORD MASTER VERIFY AND REPAIR' TO WH1-TITLE
005500     ELSE
005510         MOVE 'WORD MASTER VERIFICATION' TO WH1-TITLE
005520     END-IF.
005530     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
005540     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
005550     MOVE 'PAGE:' TO WH1-PAGE-LIT.
005560     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
005570     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
005580     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005590
005600     MOVE SPACES TO WS-PRINT-LINE.
005610     MOVE 'WORD' TO WV-WORD.
005620     MOVE 'PROBLEM' TO WV-PROBLEM.
005630     MOVE 'STORED' TO WV-STORED.
005640     MOVE 'FRESH' TO WV-FRESH.
005650     WRITE RPT-REC FROM WS-VRFY-LN AFTER ADVANCING 2 LINES.
005660     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005670
005680     MOVE ZERO TO WS-LINE-CTR.
005690 4100-NEW-PAGE-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730* 4200-WRITE-PROBLEM - ONE REPORT LINE FOR ONE PROBLEM ON   *
005740* THE RECORD IN HAND, WITH THE STORED VALUE AND THE FRESH   *
005750* ONE WHERE THERE IS A FRESH ONE TO SHOW                    *
005760*----------------------------------------------------------*
005770 4200-WRITE-PROBLEM.
005780     SET WS-RECORD-BAD TO TRUE.
005790     IF WS-LINE-CTR NOT < WS-MAX-LINES
005800         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005810     END-IF.
005820     MOVE SPACES TO WS-PRINT-LINE.
005830     MOVE WM-WORD TO WV-WORD.
005840     MOVE WS-PROBLEM-TXT TO WV-PROBLEM.
005850     MOVE WS-STORED-TXT TO WV-STORED.
005860     MOVE WS-FRESH-TXT TO WV-FRESH.
005870     WRITE RPT-REC FROM WS-VRFY-LN AFTER ADVANCING 1 LINE.
005880     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005890     ADD 1 TO WS-LINE-CTR.
005900 4200-WRITE-PROBLEM-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------*
005940* 4300-SUMMARY - RECORD COUNTS AND PROBLEM COUNTS BY KIND   *
005950*----------------------------------------------------------*
005960 4300-SUMMARY.
005970     MOVE SPACES TO WS-PRINT-LINE.
005980     MOVE 'MASTER RECORDS READ' TO WS-SUM-LABEL.
005990     MOVE WS-RECS-READ TO WS-SUM-VALUE.
006000     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
006010     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006020
006030     MOVE SPACES TO WS-PRINT-LINE.
006040     MOVE 'RECORDS CLEAN' TO WS-SUM-LABEL.
006050     MOVE WS-CLEAN-COUNT TO WS-SUM-VALUE.
006060     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006070     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006080
006090     MOVE SPACES TO WS-PRINT-LINE.
006100     MOVE 'RECORDS WITH DISCREPANCIES' TO WS-SUM-LABEL.
006110     MOVE WS-BAD-COUNT TO WS-SUM-VALUE.
006120     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006130     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006140
006150     MOVE SPACES TO WS-PRINT-LINE.
006160     MOVE '  LETTER COUNTS DISAGREE' TO WS-SUM-LABEL.
006170     MOVE WS-CNT-BAD-COUNT TO WS-SUM-VALUE.
006180     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006190     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006200
006210     MOVE SPACES TO WS-PRINT-LINE.
006220     MOVE '  ISOGRAM FLAG DISAGREES' TO WS-SUM-LABEL.
006230     MOVE WS-FLAG-BAD-COUNT TO WS-SUM-VALUE.
006240     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006250     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006260
006270     MOVE SPACES TO WS-PRINT-LINE.
006280     MOVE '  PERFECT-ISOGRAM ORDER DISAGREES' TO WS-SUM-LABEL.
006290     MOVE WS-ORDER-BAD-COUNT TO WS-SUM-VALUE.
006300     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006310     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006320
006330     MOVE SPACES TO WS-PRINT-LINE.
006340     MOVE '  STORED THRESHOLD NOT USABLE' TO WS-SUM-LABEL.
006350     MOVE WS-THRESH-BAD-COUNT TO WS-SUM-VALUE.
006360     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006370     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006380
006390     MOVE SPACES TO WS-PRINT-LINE.
006400     MOVE '  WORD NOT ALPHABETIC' TO WS-SUM-LABEL.
006410     MOVE WS-INVALID-COUNT TO WS-SUM-VALUE.
006420     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006430     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006440
006450     MOVE SPACES TO WS-PRINT-LINE.
006460     MOVE '  DATE UNPARSEABLE' TO WS-SUM-LABEL.
006470     MOVE WS-DATE-BAD-COUNT TO WS-SUM-VALUE.
006480     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006490     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006500
006510     MOVE SPACES TO WS-PRINT-LINE.
006520     MOVE '  FIRST-SEEN AFTER LAST-SEEN' TO WS-SUM-LABEL.
006530     MOVE WS-DATE-SEQ-COUNT TO WS-SUM-VALUE.
006540     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006550     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006560
006570     MOVE SPACES TO WS-PRINT-LINE.
006580     MOVE '  TIMES-SEEN ZERO OR NOT NUMERIC' TO WS-SUM-LABEL.
006590     MOVE WS-TIMES-BAD-COUNT TO WS-SUM-VALUE.
006600     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006610     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006620
006630     IF WS-REPAIR-MODE
006640         MOVE SPACES TO WS-PRINT-LINE
006650         MOVE 'RECORDS REPAIRED' TO WS-SUM-LABEL
006660         MOVE WS-REPAIRED-COUNT TO WS-SUM-VALUE
006670         WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE
006680         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
006690     END-IF.
006700
006710     MOVE SPACES TO WS-PRINT-LINE.
006720     MOVE 'RECORDS LEFT WITH DISCREPANCIES' TO WS-SUM-LABEL.
006730     MOVE WS-LEFT-COUNT TO WS-SUM-VALUE.
006740     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006750     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006760 4300-SUMMARY-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------*
006800* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
006810* GRADED CODE THE MAIN RUN USES                             *
006820*----------------------------------------------------------*
006830 9000-FILE-ABORT.
006840     DISPLAY 'ISOVRFY: FILE ERROR ON ' WS-ERR-FILE-NAME
006850             ' STATUS=' WS-ERR-STATUS.
006860     MOVE 16 TO RETURN-CODE.
006870     STOP RUN.
006880 9000-FILE-ABORT-EXIT.
006890     EXIT.
006900
006910 9130-CHECK-RPT.
006920     IF NOT WS-RPT-OK
006930         MOVE 'VRFYRPT' TO WS-ERR-FILE-NAME
006940         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006950         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006960     END-IF.
006970 9130-CHECK-RPT-EXIT.
006980     EXIT.
006990
007000*----------------------------------------------------------*
007010* 9170-WRITE-JOURNAL - HANDS THE MASTER CHANGE JUST MADE TO *
007020* ISOJRNL (OR CLOSES THE JOURNAL AT END OF RUN). A CHANGE   *
007030* THAT CANNOT BE JOURNALED COULD NEVER BE RECOVERED, SO A   *
007040* JOURNAL FAILURE IS A HARD STOP LIKE ANY OTHER FILE ERROR  *
007050*----------------------------------------------------------*
007060 9170-WRITE-JOURNAL.
007070     CALL 'isojrnl' USING BY CONTENT WS-JRNL-FUNC
007080                           BY CONTENT WS-JRNL-PGM
007090                           BY CONTENT WS-JRNL-ACTION
007100                           BY CONTENT WS-JRNL-BEFORE
007110                           BY CONTENT WS-JRNL-AFTER
007120                           BY REFERENCE WS-JRNL-STATUS.
007130     IF NOT WS-JRNL-OK
007140         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
007150         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
007160         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
007170     END-IF.
007180 9170-WRITE-JOURNAL-EXIT.
007190     EXIT.

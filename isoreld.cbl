000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isoreld.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - REBUILDS THE WORD MASTER FROM *
000120*                  AN ISOUNLD UNLOAD OF ANY LAYOUT VERSION. *
000130*                  AN IMAGE FROM AN EARLIER LAYOUT IS       *
000140*                  CONVERTED TO THE CURRENT LAYOUT: THE     *
000150*                  FIELDS IT LACKS ARE WORKED OUT AFRESH    *
000160*                  THROUGH ISOCHK AND THE HISTORY FIELDS    *
000170*                  ARE CARRIED ACROSS UNCHANGED. THE        *
000180*                  RELOADED COUNT IS PROVED AGAINST THE     *
000190*                  HEADER                                   *
000200* 10/15/2026 MD    THE RELOAD IS WRITTEN TO THE WMJRNL      *
000210*                  CHANGE JOURNAL: AN L ENTRY AS THE MASTER *
000220*                  IS EMPTIED, THEN AN A ENTRY FOR EVERY    *
000230*                  RECORD LOADED                            *
000240*----------------------------------------------------------*
000250* THE UNLOAD FILE (WMUNLOAD) IS DESCRIBED IN ISOUNLD. THE
000260* CONVERSION BY THE HEADER'S LAYOUT VERSION IS:
000270*   01  THRESHOLD FROM THE CONTROL CARD; FLAG, LETTER COUNTS
000280*       AND ORDER FROM ISOCHK UNDER IT. THE FLAG IS RE-WORKED
000290*       TOO, SINCE A 01 FLAG WAS SET BEFORE THE THRESHOLD WAS
000300*       KEPT AND CANNOT BE SAID TO MATCH ANY ONE THRESHOLD.
000310*   02  ORDER FROM ISOCHK UNDER THE STORED THRESHOLD (THE
000320*       CARD'S WHEN THE STORED ONE IS NOT USABLE); THE REST
000330*       IS CARRIED ACROSS.
000340*   03  THE CURRENT LAYOUT; CARRIED ACROSS AS IT STANDS.
000350* WORD, FIRST-SEEN, LAST-SEEN AND TIMES-SEEN ARE NEVER CHANGED.
000360* THE CONTROL CARD (RLDCTL) IS OPTIONAL:
000370*   COL 1-2    THRESHOLD FOR 01 IMAGES (DEFAULT 01)
000380* THE UNLOAD IS COUNTED AGAINST ITS HEADER BEFORE THE MASTER
000390* IS OPENED OUTPUT, SO A SHORT OR DAMAGED UNLOAD NEVER COSTS
000400* THE MASTER IT WAS MEANT TO REPLACE. A CONVERTED IMAGE WHOSE
000410* WORD ISOCHK WILL NOT ACCEPT, AND A DUPLICATE KEY, ARE LEFT
000420* OFF THE MASTER AND LISTED. ONCE LOADED THE MASTER IS READ
000430* BACK AND COUNTED. RETURN CODES: 0 RELOADED AND PROVED, 8
000440* RELOADED WITH RECORDS LEFT OFF, 16 HARD STOP (BAD HEADER,
000450* UNLOAD SHORT OR LONG, RELOAD NOT PROVED, BAD FILE STATUS).
000460*----------------------------------------------------------*
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. GNU-LINUX.
000510 OBJECT-COMPUTER. GNU-LINUX.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RELD-CTL-FILE ASSIGN TO "RLDCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RCTL-STATUS.
000580
000590     SELECT UNLOAD-FILE ASSIGN TO "WMUNLOAD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-UNLD-STATUS.
000620
000630     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS WM-WORD
000670         FILE STATUS IS WS-WMST-STATUS.
000680
000690     SELECT RELD-REPORT-FILE ASSIGN TO "RELDRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760 FD  RELD-CTL-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  RELD-CTL-REC.
000800     05  RC-MAX-REPEAT        PIC 9(02).
000810
000820 FD  UNLOAD-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  UNLOAD-REC.
000860     05  UL-REC-TYPE          PIC X(01).
000870         88  UL-HEADER                VALUE 'H'.
000880         88  UL-DATA                  VALUE 'D'.
000890     05  UL-IMAGE             PIC X(133).
000900 01  UNLOAD-HDR-REC.
000910     05  FILLER               PIC X(01).
000920     05  UH-FILE-NAME         PIC X(08).
000930     05  UH-VERSION           PIC 9(02).
000940     05  UH-REC-COUNT         PIC 9(08).
000950     05  UH-UNLOAD-DATE       PIC 9(08).
000960     05  UH-UNLOAD-TIME       PIC 9(08).
000970     05  FILLER               PIC X(99).
000980
000990 FD  WORD-MASTER-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020 01  WORD-MASTER-REC.
001030     05  WM-WORD              PIC X(50).
001040     05  WM-FLAG              PIC X(01).
001050     05  WM-FIRST-SEEN        PIC X(10).
001060     05  WM-LAST-SEEN         PIC X(10).
001070     05  WM-TIMES-SEEN        PIC 9(06).
001080     05  WM-MAX-REPEAT        PIC 9(02).
001090     05  WM-COUNTERS.
001100         10  WM-CNT           PIC 99 OCCURS 26.
001110*    PERFECT-ISOGRAM ORDER; BLANK WHEN THE COUNTS ARE MIXED.
001120     05  WM-ORDER             PIC X(02).
001130
001140 FD  RELD-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 01  RPT-REC                  PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200
001210     COPY WSCOUNT.
001220
001230*    THE IMAGE IN HAND, SEEN THROUGH EACH LAYOUT VERSION.
001240 01  WS-IMAGE                 PIC X(133).
001250
001260 01  WS-IMAGE-V01 REDEFINES WS-IMAGE.
001270     05  V1-WORD              PIC X(50).
001280     05  V1-FLAG              PIC X(01).
001290     05  V1-FIRST-SEEN        PIC X(10).
001300     05  V1-LAST-SEEN         PIC X(10).
001310     05  V1-TIMES-SEEN        PIC 9(06).
001320     05  FILLER               PIC X(56).
001330
001340 01  WS-IMAGE-V02 REDEFINES WS-IMAGE.
001350     05  V2-WORD              PIC X(50).
001360     05  V2-FLAG              PIC X(01).
001370     05  V2-FIRST-SEEN        PIC X(10).
001380     05  V2-LAST-SEEN         PIC X(10).
001390     05  V2-TIMES-SEEN        PIC 9(06).
001400     05  V2-MAX-REPEAT        PIC 9(02).
001410     05  V2-COUNTERS          PIC X(52).
001420     05  FILLER               PIC X(02).
001430
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SW            PIC X VALUE 'N'.
001460         88  WS-EOF                   VALUE 'Y'.
001470     05  WS-RCTL-SW           PIC X VALUE 'N'.
001480         88  WS-RCTL-PRESENT          VALUE 'Y'.
001490     05  WS-VALID-SW          PIC X VALUE 'N'.
001500         88  WS-WORD-VALID            VALUE 'Y'.
001510
001520 01  WS-RCTL-STATUS           PIC XX VALUE SPACES.
001530     88  WS-RCTL-OK                  VALUE '00'.
001540
001550 01  WS-UNLD-STATUS           PIC XX VALUE SPACES.
001560     88  WS-UNLD-OK                  VALUE '00'.
001570
001580 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001590     88  WS-WMST-OK                  VALUE '00'.
001600     88  WS-WMST-DUPKEY              VALUE '22'.
001610
001620 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001630     88  WS-RPT-OK                   VALUE '00'.
001640
001650 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001660 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001670
001680*    CHANGE JOURNAL ENTRY HANDED TO ISOJRNL.
001690 01  WS-JRNL-FUNC             PIC X(01) VALUE 'W'.
001700 01  WS-JRNL-PGM              PIC X(08) VALUE 'ISORELD'.
001710 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
001720 01  WS-JRNL-BEFORE           PIC X(133) VALUE SPACES.
001730 01  WS-JRNL-AFTER            PIC X(133) VALUE SPACES.
001740 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
001750     88  WS-JRNL-OK                  VALUE '00'.
001760
001770*    LAYOUT VERSION OF WORD-MASTER-REC AS THIS PROGRAM DECLARES
001780*    IT; MUST AGREE WITH ISOUNLD.
001790 01  WS-LAYOUT-VERSION        PIC 9(02) VALUE 03.
001800 01  WS-HDR-VERSION           PIC 9(02) VALUE ZERO.
001810     88  WS-HDR-V01                  VALUE 01.
001820     88  WS-HDR-V02                  VALUE 02.
001830     88  WS-HDR-V03                  VALUE 03.
001840 01  WS-HDR-COUNT             PIC 9(08) VALUE ZERO.
001850
001860 77  PARM-MAX-REPEAT          PIC 9(02) VALUE 1.
001870 01  WS-CHK-MAX-REPEAT        PIC 9(02) VALUE ZERO.
001880
001890 01  WS-FLAG                  PIC X(01) VALUE SPACE.
001900 01  WS-ORDER                 PIC 9(02) VALUE ZERO.
001910 01  WS-ORDER-X               PIC X(02) VALUE SPACES.
001920 01  WS-ORDER-9 REDEFINES WS-ORDER-X
001930                              PIC 9(02).
001940
001950 77  WS-PRE-COUNT             PIC 9(08) COMP VALUE ZERO.
001960 77  WS-RECS-READ             PIC 9(08) COMP VALUE ZERO.
001970 77  WS-LOADED-COUNT          PIC 9(08) COMP VALUE ZERO.
001980 77  WS-CONVERTED-COUNT       PIC 9(08) COMP VALUE ZERO.
001990 77  WS-INVALID-COUNT         PIC 9(08) COMP VALUE ZERO.
002000 77  WS-DUP-COUNT             PIC 9(08) COMP VALUE ZERO.
002010 77  WS-REFUSED-COUNT         PIC 9(08) COMP VALUE ZERO.
002020 77  WS-READBACK-COUNT        PIC 9(08) COMP VALUE ZERO.
002030 77  WS-PROVE-COUNT           PIC 9(08) COMP VALUE ZERO.
002040
002050 01  WS-PROBLEM-TXT           PIC X(30) VALUE SPACES.
002060
002070 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
002080 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
002090 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
002100
002110 01  WS-CURRENT-DATE-TIME     PIC X(21).
002120 01  WS-RUN-DATE-DSP          PIC X(10).
002130
002140 01  WS-PRINT-LINE            PIC X(132).
002150
002160 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
002170     05  WH1-TITLE            PIC X(30).
002180     05  FILLER               PIC X(10).
002190     05  WH1-DATE-LIT         PIC X(09).
002200     05  FILLER               PIC X(01).
002210     05  WH1-DATE             PIC X(10).
002220     05  FILLER               PIC X(10).
002230     05  WH1-PAGE-LIT         PIC X(05).
002240     05  WH1-PAGE-NO          PIC ZZZ9.
002250     05  FILLER               PIC X(53).
002260
002270 01  WS-RELD-LN REDEFINES WS-PRINT-LINE.
002280     05  WR-WORD              PIC X(50).
002290     05  FILLER               PIC X(02).
002300     05  WR-PROBLEM           PIC X(30).
002310     05  FILLER               PIC X(50).
002320
002330 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002340     05  WS-SUM-LABEL         PIC X(40).
002350     05  WS-SUM-VALUE         PIC ZZZZZZZ9.
002360     05  FILLER               PIC X(84).
002370
002380 PROCEDURE DIVISION.
002390
002400*----------------------------------------------------------*
002410* 0000-MAINLINE - PROVES THE UNLOAD, RELOADS IT, AND PROVES *
002420* THE RELOAD                                                *
002430*----------------------------------------------------------*
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002460     PERFORM 1200-PROVE-UNLOAD THRU 1200-PROVE-UNLOAD-EXIT.
002470
002480     PERFORM 2000-RELOAD THRU 2000-RELOAD-EXIT.
002490     PERFORM 3000-READ-BACK THRU 3000-READ-BACK-EXIT.
002500
002510     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002520     CLOSE RELD-REPORT-FILE.
002530
002540     COMPUTE WS-PROVE-COUNT = WS-LOADED-COUNT + WS-REFUSED-COUNT.
002550     IF WS-PROVE-COUNT NOT = WS-HDR-COUNT
002560             OR WS-READBACK-COUNT NOT = WS-LOADED-COUNT
002570         DISPLAY 'ISORELD: RELOAD NOT PROVED - HEADER '
002580                 WS-HDR-COUNT ' LOADED ' WS-LOADED-COUNT
002590                 ' LEFT OFF ' WS-REFUSED-COUNT
002600                 ' ON MASTER ' WS-READBACK-COUNT
002610         MOVE 16 TO RETURN-CODE
002620     ELSE
002630         IF WS-REFUSED-COUNT > ZERO
002640             MOVE 8 TO RETURN-CODE
002650         ELSE
002660             MOVE ZERO TO RETURN-CODE
002670         END-IF
002680     END-IF.
002690     STOP RUN.
002700
002710*----------------------------------------------------------*
002720* 1000-INITIALIZE - STAMPS THE RUN DATE, READS THE OPTIONAL *
002730* CONTROL CARD AND OPENS THE REPORT                         *
002740*----------------------------------------------------------*
002750 1000-INITIALIZE.
002760     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002770     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002780            '/'                      DELIMITED BY SIZE
002790            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002800            '/'                      DELIMITED BY SIZE
002810            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002820         INTO WS-RUN-DATE-DSP.
002830
002840     OPEN INPUT RELD-CTL-FILE.
002850     IF WS-RCTL-OK
002860         SET WS-RCTL-PRESENT TO TRUE
002870         READ RELD-CTL-FILE
002880             AT END MOVE 'N' TO WS-RCTL-SW
002890         END-READ
002891         IF WS-RCTL-PRESENT AND NOT WS-RCTL-OK
002892             MOVE 'RELDCTL' TO WS-ERR-FILE-NAME
002893             MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
002894             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002895         END-IF
002900         CLOSE RELD-CTL-FILE
002910     END-IF.
002920     IF WS-RCTL-PRESENT
002930         IF RC-MAX-REPEAT NUMERIC AND RC-MAX-REPEAT > 0
002940             MOVE RC-MAX-REPEAT TO PARM-MAX-REPEAT
002950         END-IF
002960     END-IF.
002970
002980     OPEN OUTPUT RELD-REPORT-FILE.
002990     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003000     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
003010 1000-INITIALIZE-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050* 1200-PROVE-UNLOAD - READS THE HEADER AND COUNTS THE DATA  *
003060* RECORDS AGAINST IT. NOTHING HAS TOUCHED THE MASTER YET,   *
003070* SO ANY FAULT HERE STOPS THE STEP WITH THE MASTER INTACT   *
003080*----------------------------------------------------------*
003090 1200-PROVE-UNLOAD.
003100     PERFORM 1300-OPEN-UNLOAD THRU 1300-OPEN-UNLOAD-EXIT.
003110
003120     IF WS-EOF OR NOT UL-HEADER
003130             OR UH-FILE-NAME NOT = 'WORDMSTR'
003140         DISPLAY 'ISORELD: WMUNLOAD DOES NOT START WITH A '
003150                 'WORDMSTR HEADER'
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     IF UH-VERSION NOT NUMERIC OR UH-REC-COUNT NOT NUMERIC
003200         DISPLAY 'ISORELD: WMUNLOAD HEADER NOT NUMERIC'
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     MOVE UH-VERSION TO WS-HDR-VERSION.
003250     MOVE UH-REC-COUNT TO WS-HDR-COUNT.
003260     IF WS-HDR-VERSION = ZERO
003270             OR WS-HDR-VERSION > WS-LAYOUT-VERSION
003280         DISPLAY 'ISORELD: UNLOAD LAYOUT VERSION ' WS-HDR-VERSION
003290                 ' IS NOT ONE THIS PROGRAM CAN CONVERT'
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330
003340     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
003350     PERFORM 1210-COUNT-ONE THRU 1210-COUNT-ONE-EXIT
003360         UNTIL WS-EOF.
003370     CLOSE UNLOAD-FILE.
003380
003390     IF WS-PRE-COUNT NOT = WS-HDR-COUNT
003400         DISPLAY 'ISORELD: WMUNLOAD HOLDS ' WS-PRE-COUNT
003410                 ' RECORDS, HEADER SAYS ' WS-HDR-COUNT
003420                 ' - MASTER NOT TOUCHED'
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460 1200-PROVE-UNLOAD-EXIT.
003470     EXIT.
003480
003490 1210-COUNT-ONE.
003500     ADD 1 TO WS-PRE-COUNT.
003510     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
003520 1210-COUNT-ONE-EXIT.
003530     EXIT.
003540
003550*    OPENS THE UNLOAD AND READS ITS FIRST RECORD, THE HEADER.
003560 1300-OPEN-UNLOAD.
003570     MOVE 'N' TO WS-EOF-SW.
003580     OPEN INPUT UNLOAD-FILE.
003590     PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT.
003600     READ UNLOAD-FILE
003610         AT END SET WS-EOF TO TRUE
003620     END-READ.
003622     IF NOT WS-EOF
003624         PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT
003626     END-IF.
003630 1300-OPEN-UNLOAD-EXIT.
003640     EXIT.
003650
003660*    THE NEXT DATA RECORD. ANYTHING ELSE AFTER THE HEADER IS
003670*    A DAMAGED UNLOAD.
003680 1400-READ-UNLOAD.
003690     READ UNLOAD-FILE
003700         AT END SET WS-EOF TO TRUE
003710     END-READ.
003712     IF NOT WS-EOF
003714         PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT
003716     END-IF.
003720     IF NOT WS-EOF AND NOT UL-DATA
003730         DISPLAY 'ISORELD: WMUNLOAD RECORD AFTER THE HEADER IS '
003740                 'NOT A DATA RECORD'
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780 1400-READ-UNLOAD-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003820* 2000-RELOAD - REBUILDS THE MASTER FROM THE UNLOAD         *
003830*----------------------------------------------------------*
003840 2000-RELOAD.
003850     OPEN OUTPUT WORD-MASTER-FILE.
003860     IF NOT WS-WMST-OK
003870         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
003880         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
003890         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003900     END-IF.
003910     MOVE 'L' TO WS-JRNL-ACTION.
003920     MOVE SPACES TO WS-JRNL-BEFORE.
003930     MOVE SPACES TO WS-JRNL-AFTER.
003940     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
003950     MOVE 'B' TO WS-JRNL-FUNC.
003960
003970     PERFORM 1300-OPEN-UNLOAD THRU 1300-OPEN-UNLOAD-EXIT.
003980     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
003990     PERFORM 2100-RELOAD-ONE THRU 2100-RELOAD-ONE-EXIT
004000         UNTIL WS-EOF.
004010     CLOSE UNLOAD-FILE.
004020     CLOSE WORD-MASTER-FILE.
004030     MOVE 'C' TO WS-JRNL-FUNC.
004040     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
004050 2000-RELOAD-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* 2100-RELOAD-ONE - CONVERTS ONE IMAGE TO THE CURRENT       *
004100* LAYOUT AND WRITES IT                                      *
004110*----------------------------------------------------------*
004120 2100-RELOAD-ONE.
004130     ADD 1 TO WS-RECS-READ.
004140     MOVE UL-IMAGE TO WS-IMAGE.
004150     MOVE SPACES TO WORD-MASTER-REC.
004160
004170     EVALUATE TRUE
004180         WHEN WS-HDR-V01
004190             PERFORM 2200-CONVERT-V01 THRU 2200-CONVERT-V01-EXIT
004200         WHEN WS-HDR-V02
004210             PERFORM 2300-CONVERT-V02 THRU 2300-CONVERT-V02-EXIT
004220         WHEN OTHER
004230             MOVE WS-IMAGE TO WORD-MASTER-REC
004240             SET WS-WORD-VALID TO TRUE
004250     END-EVALUATE.
004260
004270     IF NOT WS-WORD-VALID
004280         ADD 1 TO WS-INVALID-COUNT
004290         ADD 1 TO WS-REFUSED-COUNT
004300         MOVE 'WORD NOT ACCEPTED BY ISOCHK' TO WS-PROBLEM-TXT
004310         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004320         GO TO 2100-RELOAD-NEXT
004330     END-IF.
004340
004350     WRITE WORD-MASTER-REC
004360         INVALID KEY
004370             CONTINUE
004380     END-WRITE.
004390     IF WS-WMST-DUPKEY
004400         ADD 1 TO WS-DUP-COUNT
004410         ADD 1 TO WS-REFUSED-COUNT
004420         MOVE 'DUPLICATE KEY - LEFT OFF' TO WS-PROBLEM-TXT
004430         PERFORM 4200-WRITE-PROBLEM THRU 4200-WRITE-PROBLEM-EXIT
004440         GO TO 2100-RELOAD-NEXT
004450     END-IF.
004460     IF NOT WS-WMST-OK
004470         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
004480         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
004490         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004500     END-IF.
004510     ADD 1 TO WS-LOADED-COUNT.
004520     MOVE 'A' TO WS-JRNL-ACTION.
004530     MOVE WORD-MASTER-REC TO WS-JRNL-AFTER.
004540     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
004550     IF NOT WS-HDR-V03
004560         ADD 1 TO WS-CONVERTED-COUNT
004570     END-IF.
004580
004590 2100-RELOAD-NEXT.
004600     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
004610 2100-RELOAD-ONE-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650* 2200-CONVERT-V01 - HISTORY FROM THE IMAGE; THRESHOLD FROM *
004660* THE CARD; FLAG, COUNTS AND ORDER FROM ISOCHK              *
004670*----------------------------------------------------------*
004680 2200-CONVERT-V01.
004690     MOVE V1-WORD TO WM-WORD.
004700     MOVE V1-FIRST-SEEN TO WM-FIRST-SEEN.
004710     MOVE V1-LAST-SEEN TO WM-LAST-SEEN.
004720     MOVE V1-TIMES-SEEN TO WM-TIMES-SEEN.
004730     MOVE PARM-MAX-REPEAT TO WS-CHK-MAX-REPEAT.
004740
004750     PERFORM 2400-RECHECK THRU 2400-RECHECK-EXIT.
004760
004770     MOVE WS-FLAG TO WM-FLAG.
004780     MOVE WS-CHK-MAX-REPEAT TO WM-MAX-REPEAT.
004790     MOVE WS-COUNTERS TO WM-COUNTERS.
004800     MOVE WS-ORDER-X TO WM-ORDER.
004810 2200-CONVERT-V01-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 2300-CONVERT-V02 - EVERYTHING BUT THE ORDER FROM THE      *
004860* IMAGE; THE ORDER FROM ISOCHK                              *
004870*----------------------------------------------------------*
004880 2300-CONVERT-V02.
004890     MOVE V2-WORD TO WM-WORD.
004900     MOVE V2-FLAG TO WM-FLAG.
004910     MOVE V2-FIRST-SEEN TO WM-FIRST-SEEN.
004920     MOVE V2-LAST-SEEN TO WM-LAST-SEEN.
004930     MOVE V2-TIMES-SEEN TO WM-TIMES-SEEN.
004940     MOVE V2-MAX-REPEAT TO WM-MAX-REPEAT.
004950     MOVE V2-COUNTERS TO WM-COUNTERS.
004960     IF V2-MAX-REPEAT NUMERIC AND V2-MAX-REPEAT > 0
004970         MOVE V2-MAX-REPEAT TO WS-CHK-MAX-REPEAT
004980     ELSE
004990         MOVE PARM-MAX-REPEAT TO WS-CHK-MAX-REPEAT
005000     END-IF.
005010
005020     PERFORM 2400-RECHECK THRU 2400-RECHECK-EXIT.
005030
005040     MOVE WS-ORDER-X TO WM-ORDER.
005050 2300-CONVERT-V02-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------*
005090* 2400-RECHECK - RUNS THE WORD THROUGH ISOCHK AND PUTS THE  *
005100* ORDER IN THE FORM THE MASTER STORES IT: BLANK WHEN THE    *
005110* COUNTS ARE MIXED, THE SAME WAY ISO FORMATS IT             *
005120*----------------------------------------------------------*
005130 2400-RECHECK.
005140     CALL 'isochk' USING BY CONTENT WM-WORD
005150                         BY CONTENT WS-CHK-MAX-REPEAT
005160                         BY REFERENCE WS-FLAG
005170                         BY REFERENCE WS-VALID-SW
005180                         BY REFERENCE WS-COUNTERS
005190                         BY REFERENCE WS-ORDER.
005200     IF WS-ORDER > ZERO
005210         MOVE WS-ORDER TO WS-ORDER-9
005220     ELSE
005230         MOVE SPACES TO WS-ORDER-X
005240     END-IF.
005250 2400-RECHECK-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 3000-READ-BACK - COUNTS THE RELOADED MASTER               *
005300*----------------------------------------------------------*
005310 3000-READ-BACK.
005320     MOVE 'N' TO WS-EOF-SW.
005330     OPEN INPUT WORD-MASTER-FILE.
005340     IF NOT WS-WMST-OK
005350         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
005360         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
005370         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005380     END-IF.
005390     PERFORM 3100-READ-MASTER THRU 3100-READ-MASTER-EXIT
005400         UNTIL WS-EOF.
005410     CLOSE WORD-MASTER-FILE.
005420 3000-READ-BACK-EXIT.
005430     EXIT.
005440
005450 3100-READ-MASTER.
005460     READ WORD-MASTER-FILE NEXT RECORD
005470         AT END SET WS-EOF TO TRUE
005480     END-READ.
005490     IF NOT WS-EOF AND NOT WS-WMST-OK
005500         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
005510         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
005520         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005530     END-IF.
005540     IF NOT WS-EOF
005550         ADD 1 TO WS-READBACK-COUNT
005560     END-IF.
005570 3100-READ-MASTER-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------*
005610* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
005620*----------------------------------------------------------*
005630 4100-NEW-PAGE.
005640     IF WS-PAGE-NO > 0
005650         MOVE SPACES TO RPT-REC
005660         WRITE RPT-REC AFTER ADVANCING 1 LINE
005670         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
005680     END-IF.
005690     ADD 1 TO WS-PAGE-NO.
005700
005710     MOVE SPACES TO WS-PRINT-LINE.
005720     MOVE 'WORD MASTER RELOAD' TO WH1-TITLE.
005730     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
005740     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
005750     MOVE 'PAGE:' TO WH1-PAGE-LIT.
005760     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
005770     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
005780     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005790
005800     MOVE SPACES TO WS-PRINT-LINE.
005810     MOVE 'WORD' TO WR-WORD.
005820     MOVE 'LEFT OFF THE MASTER BECAUSE' TO WR-PROBLEM.
005830     WRITE RPT-REC FROM WS-RELD-LN AFTER ADVANCING 2 LINES.
005840     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005850
005860     MOVE ZERO TO WS-LINE-CTR.
005870 4100-NEW-PAGE-EXIT.
005880     EXIT.
005890
005900 4200-WRITE-PROBLEM.
005910     IF WS-LINE-CTR NOT < WS-MAX-LINES
005920         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005930     END-IF.
005940     MOVE SPACES TO WS-PRINT-LINE.
005950     MOVE WM-WORD TO WR-WORD.
005960     MOVE WS-PROBLEM-TXT TO WR-PROBLEM.
005970     WRITE RPT-REC FROM WS-RELD-LN AFTER ADVANCING 1 LINE.
005980     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005990     ADD 1 TO WS-LINE-CTR.
006000 4200-WRITE-PROBLEM-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------*
006040* 4300-SUMMARY - THE HEADER, WHAT WAS DONE WITH EACH IMAGE, *
006050* AND THE PROOF                                             *
006060*----------------------------------------------------------*
006070 4300-SUMMARY.
006080     MOVE SPACES TO WS-PRINT-LINE.
006090     MOVE 'UNLOAD LAYOUT VERSION' TO WS-SUM-LABEL.
006100     MOVE WS-HDR-VERSION TO WS-SUM-VALUE.
006110     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
006120     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006130
006140     MOVE SPACES TO WS-PRINT-LINE.
006150     MOVE 'CURRENT LAYOUT VERSION' TO WS-SUM-LABEL.
006160     MOVE WS-LAYOUT-VERSION TO WS-SUM-VALUE.
006170     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006180     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006190
006200     MOVE SPACES TO WS-PRINT-LINE.
006210     MOVE 'RECORD COUNT IN HEADER' TO WS-SUM-LABEL.
006220     MOVE WS-HDR-COUNT TO WS-SUM-VALUE.
006230     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006240     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006250
006260     MOVE SPACES TO WS-PRINT-LINE.
006270     MOVE 'DATA RECORDS READ' TO WS-SUM-LABEL.
006280     MOVE WS-RECS-READ TO WS-SUM-VALUE.
006290     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006300     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006310
006320     MOVE SPACES TO WS-PRINT-LINE.
006330     MOVE 'RECORDS LOADED' TO WS-SUM-LABEL.
006340     MOVE WS-LOADED-COUNT TO WS-SUM-VALUE.
006350     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006360     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006370
006380     MOVE SPACES TO WS-PRINT-LINE.
006390     MOVE '  CONVERTED FROM AN EARLIER LAYOUT' TO WS-SUM-LABEL.
006400     MOVE WS-CONVERTED-COUNT TO WS-SUM-VALUE.
006410     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006420     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006430
006440     MOVE SPACES TO WS-PRINT-LINE.
006450     MOVE 'RECORDS LEFT OFF' TO WS-SUM-LABEL.
006460     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
006470     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006480     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006490
006500     MOVE SPACES TO WS-PRINT-LINE.
006510     MOVE '  WORD NOT ACCEPTED BY ISOCHK' TO WS-SUM-LABEL.
006520     MOVE WS-INVALID-COUNT TO WS-SUM-VALUE.
006530     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006540     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006550
006560     MOVE SPACES TO WS-PRINT-LINE.
006570     MOVE '  DUPLICATE KEY' TO WS-SUM-LABEL.
006580     MOVE WS-DUP-COUNT TO WS-SUM-VALUE.
006590     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006600     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006610
006620     MOVE SPACES TO WS-PRINT-LINE.
006630     MOVE 'RECORDS READ BACK FROM THE MASTER' TO WS-SUM-LABEL.
006640     MOVE WS-READBACK-COUNT TO WS-SUM-VALUE.
006650     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006660     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006670
006680     COMPUTE WS-PROVE-COUNT = WS-LOADED-COUNT + WS-REFUSED-COUNT.
006690     MOVE SPACES TO WS-PRINT-LINE.
006700     IF WS-PROVE-COUNT = WS-HDR-COUNT
006710             AND WS-READBACK-COUNT = WS-LOADED-COUNT
006720         MOVE 'RELOAD PROVED AGAINST THE HEADER' TO WS-PRINT-LINE
006730     ELSE
006740         MOVE '*** RELOAD DOES NOT PROVE AGAINST THE HEADER ***'
006750             TO WS-PRINT-LINE
006760     END-IF.
006770     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
006780     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006790 4300-SUMMARY-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
006840* GRADED CODE THE MAIN RUN USES                             *
006850*----------------------------------------------------------*
006860 9000-FILE-ABORT.
006870     DISPLAY 'ISORELD: FILE ERROR ON ' WS-ERR-FILE-NAME
006880             ' STATUS=' WS-ERR-STATUS.
006890     MOVE 16 TO RETURN-CODE.
006900     STOP RUN.
006910 9000-FILE-ABORT-EXIT.
006920     EXIT.
006930
006940 9130-CHECK-RPT.
006950     IF NOT WS-RPT-OK
006960         MOVE 'RELDRPT' TO WS-ERR-FILE-NAME
006970         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006980         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006990     END-IF.
007000 9130-CHECK-RPT-EXIT.
007010     EXIT.
007020
007030 9140-CHECK-UNLD.
007040     IF NOT WS-UNLD-OK
007050         MOVE 'WMUNLOAD' TO WS-ERR-FILE-NAME
007060         MOVE WS-UNLD-STATUS TO WS-ERR-STATUS
007070         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
007080     END-IF.
007090 9140-CHECK-UNLD-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------*
007130* 9170-WRITE-JOURNAL - HANDS THE MASTER CHANGE JUST MADE TO *
007140* ISOJRNL (OR CLOSES THE JOURNAL AT END OF RUN). A CHANGE   *
007150* THAT CANNOT BE JOURNALED COULD NEVER BE RECOVERED, SO A   *
007160* JOURNAL FAILURE IS A HARD STOP LIKE ANY OTHER FILE ERROR  *
007170*----------------------------------------------------------*
007180 9170-WRITE-JOURNAL.
007190     CALL 'isojrnl' USING BY CONTENT WS-JRNL-FUNC
007200                           BY CONTENT WS-JRNL-PGM
007210                           BY CONTENT WS-JRNL-ACTION
007220                           BY CONTENT WS-JRNL-BEFORE
007230                           BY CONTENT WS-JRNL-AFTER
007240                           BY REFERENCE WS-JRNL-STATUS.
007250     IF NOT WS-JRNL-OK
007260         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
007270         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
007280         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
007290     END-IF.
007300 9170-WRITE-JOURNAL-EXIT.
007310     EXIT.

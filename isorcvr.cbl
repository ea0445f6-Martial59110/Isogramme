000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isorcvr.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - POINT-IN-TIME RECOVERY OF THE *
000120*                  WORD MASTER: REBUILDS IT FROM AN ISOUNLD *
000130*                  UNLOAD AND ROLLS THE WMJRNL CHANGE       *
000140*                  JOURNAL FORWARD OVER IT TO A CHOSEN DATE *
000150*                  AND TIME, LISTING EVERY JOURNAL ENTRY    *
000160*                  APPLIED                                  *
000170*----------------------------------------------------------*
000180* THE STOP POINT COMES FROM THE RCVCTL CONTROL CARD
000190* (OPTIONAL):
000200*   COL 1-8    STOP DATE YYYYMMDD (BLANK = ROLL TO THE END OF
000210*              THE JOURNAL)
000220*   COL 10-17  STOP TIME HHMMSSCC (BLANK = END OF THE DAY)
000230* JOURNAL ENTRIES STAMPED BEFORE THE UNLOAD ARE ALREADY IN IT
000240* AND ARE PASSED OVER; ENTRIES STAMPED AFTER THE STOP POINT
000250* ARE COUNTED BUT NOT APPLIED. EVERYTHING IN BETWEEN IS
000260* APPLIED IN JOURNAL ORDER:
000270*   A  ADD     THE AFTER IMAGE IS WRITTEN
000280*   C  CHANGE  THE AFTER IMAGE REPLACES THE RECORD
000290*   D  DELETE  THE RECORD IS DELETED
000300*   L  RELOAD  THE MASTER IS EMPTIED (THE ADDS THAT FOLLOW
000310*              REBUILD IT, AS THE RELOAD DID)
000320* THE AFTER IMAGE IS WHAT THE MASTER HELD ONCE THE CHANGE WAS
000330* MADE, SO IT IS APPLIED EVEN WHEN THE RECORD ON FILE IS NOT
000340* WHAT THE ENTRY EXPECTED (AN ADD FOR A KEY ALREADY THERE, A
000350* CHANGE OR DELETE WITH NO RECORD, OR A RECORD THAT DIFFERS
000360* FROM THE BEFORE IMAGE). EACH SUCH ENTRY IS FLAGGED OUT OF
000370* STEP ON THE REPORT. A CHANGE WITH A BLANK BEFORE IMAGE (ISO'S
000380* REWRITE OF A KEY TWO SPELLINGS FOLD TO) IS NOT COMPARED.
000390* THE UNLOAD MUST BE IN THE CURRENT LAYOUT, AND IS PROVED
000400* AGAINST ITS HEADER BEFORE THE MASTER IS OPENED OUTPUT.
000410* THE RECOVERY ITSELF IS NOT JOURNALED: TAKE A FRESH UNLOAD
000420* BEFORE THE NEXT RUN THAT UPDATES THE MASTER, SO A LATER
000430* RECOVERY DOES NOT REPLAY THE ENTRIES THIS ONE LEFT OUT.
000440* RETURN CODES: 0 RECOVERED, 4 RECOVERED WITH ENTRIES OUT OF
000450* STEP, 16 HARD STOP (BAD CARD, STOP POINT BEFORE THE UNLOAD,
000460* BAD OR SHORT UNLOAD, BAD FILE STATUS).
000470*----------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. GNU-LINUX.
000520 OBJECT-COMPUTER. GNU-LINUX.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RCVR-CTL-FILE ASSIGN TO "RCVCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RCTL-STATUS.
000590
000600     SELECT UNLOAD-FILE ASSIGN TO "WMUNLOAD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-UNLD-STATUS.
000630
000640     SELECT JOURNAL-FILE ASSIGN TO "WMJRNL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-JRNL-STATUS.
000670
000680     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS WM-WORD
000720         FILE STATUS IS WS-WMST-STATUS.
000730
000740     SELECT RCVR-REPORT-FILE ASSIGN TO "RCVRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  RCVR-CTL-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 01  RCVR-CTL-REC.
000850     05  RC-STOP-DATE         PIC X(08).
000860     05  FILLER               PIC X(01).
000870     05  RC-STOP-TIME         PIC X(08).
000880
000890 FD  UNLOAD-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  UNLOAD-REC.
000930     05  UL-REC-TYPE          PIC X(01).
000940         88  UL-HEADER                VALUE 'H'.
000950         88  UL-DATA                  VALUE 'D'.
000960     05  UL-IMAGE             PIC X(133).
000970 01  UNLOAD-HDR-REC.
000980     05  FILLER               PIC X(01).
000990     05  UH-FILE-NAME         PIC X(08).
001000     05  UH-VERSION           PIC 9(02).
001010     05  UH-REC-COUNT         PIC 9(08).
001020     05  UH-STAMP.
001030         10  UH-UNLOAD-DATE   PIC 9(08).
001040         10  UH-UNLOAD-TIME   PIC 9(08).
001050     05  FILLER               PIC X(99).
001060
001070*    THE LAYOUT MIRRORS ISOJRNL'S.
001080 FD  JOURNAL-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110 01  JOURNAL-REC.
001120     05  JR-STAMP.
001130         10  JR-DATE          PIC 9(08).
001140         10  JR-TIME          PIC 9(08).
001150     05  JR-PROGRAM           PIC X(08).
001160     05  JR-ACTION            PIC X(01).
001170         88  JR-ADD                   VALUE 'A'.
001180         88  JR-CHANGE                VALUE 'C'.
001190         88  JR-DELETE                VALUE 'D'.
001200         88  JR-RELOAD                VALUE 'L'.
001210     05  JR-KEY               PIC X(50).
001220     05  JR-BEFORE            PIC X(133).
001230     05  JR-AFTER             PIC X(133).
001240
001250 FD  WORD-MASTER-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORDING MODE IS F.
001280 01  WORD-MASTER-REC.
001290     05  WM-WORD              PIC X(50).
001300     05  WM-FLAG              PIC X(01).
001310     05  WM-FIRST-SEEN        PIC X(10).
001320     05  WM-LAST-SEEN         PIC X(10).
001330     05  WM-TIMES-SEEN        PIC 9(06).
001340     05  WM-MAX-REPEAT        PIC 9(02).
001350     05  WM-COUNTERS.
001360         10  WM-CNT           PIC 99 OCCURS 26.
001370*    PERFECT-ISOGRAM ORDER; BLANK WHEN THE COUNTS ARE MIXED.
001380     05  WM-ORDER             PIC X(02).
001390
001400 FD  RCVR-REPORT-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORDING MODE IS F.
001430 01  RPT-REC                  PIC X(132).
001440
001450 WORKING-STORAGE SECTION.
001460
001470 01  WS-SWITCHES.
001480     05  WS-EOF-SW            PIC X VALUE 'N'.
001490         88  WS-EOF                   VALUE 'Y'.
001500     05  WS-RCTL-SW           PIC X VALUE 'N'.
001510         88  WS-RCTL-PRESENT          VALUE 'Y'.
001520     05  WS-TO-END-SW         PIC X VALUE 'Y'.
001530         88  WS-ROLL-TO-END           VALUE 'Y'.
001540     05  WS-ON-FILE-SW        PIC X VALUE 'N'.
001550         88  WS-ON-FILE               VALUE 'Y'.
001560
001570 01  WS-RCTL-STATUS           PIC XX VALUE SPACES.
001580     88  WS-RCTL-OK                  VALUE '00'.
001590
001600 01  WS-UNLD-STATUS           PIC XX VALUE SPACES.
001610     88  WS-UNLD-OK                  VALUE '00'.
001620
001630 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
001640     88  WS-JRNL-OK                  VALUE '00'.
001650     88  WS-JRNL-NOTFOUND            VALUE '35'.
001660
001670 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001680     88  WS-WMST-OK                  VALUE '00'.
001690
001700 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001710     88  WS-RPT-OK                   VALUE '00'.
001720
001730 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001740 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001750
001760*    LAYOUT VERSION OF WORD-MASTER-REC AS THIS PROGRAM DECLARES
001770*    IT; MUST AGREE WITH ISOUNLD.
001780 01  WS-LAYOUT-VERSION        PIC 9(02) VALUE 03.
001790
001800*    THE UNLOAD'S STAMP AND THE STOP POINT, EACH AS YYYYMMDD
001810*    FOLLOWED BY HHMMSSCC SO THEY COMPARE WITH A JOURNAL STAMP.
001820 01  WS-UNLOAD-STAMP.
001830     05  WS-UNLOAD-DATE       PIC 9(08) VALUE ZERO.
001840     05  WS-UNLOAD-TIME       PIC 9(08) VALUE ZERO.
001850 01  WS-STOP-STAMP.
001860     05  WS-STOP-DATE         PIC 9(08) VALUE 99999999.
001870     05  WS-STOP-TIME         PIC 9(08) VALUE 99999999.
001880 01  WS-HDR-COUNT             PIC 9(08) VALUE ZERO.
001890
001900 77  WS-PRE-COUNT             PIC 9(08) COMP VALUE ZERO.
001910 77  WS-LOADED-COUNT          PIC 9(08) COMP VALUE ZERO.
001920 77  WS-JRNL-READ             PIC 9(08) COMP VALUE ZERO.
001930 77  WS-BEFORE-COUNT          PIC 9(08) COMP VALUE ZERO.
001940 77  WS-AFTER-COUNT           PIC 9(08) COMP VALUE ZERO.
001950 77  WS-APPLIED-COUNT         PIC 9(08) COMP VALUE ZERO.
001960 77  WS-ADD-COUNT             PIC 9(08) COMP VALUE ZERO.
001970 77  WS-CHANGE-COUNT          PIC 9(08) COMP VALUE ZERO.
001980 77  WS-DELETE-COUNT          PIC 9(08) COMP VALUE ZERO.
001990 77  WS-RELOAD-COUNT          PIC 9(08) COMP VALUE ZERO.
002000 77  WS-STEP-COUNT            PIC 9(08) COMP VALUE ZERO.
002010 77  WS-BAD-ACTION-COUNT      PIC 9(08) COMP VALUE ZERO.
002020 77  WS-READBACK-COUNT        PIC 9(08) COMP VALUE ZERO.
002030
002040 01  WS-RESULT-TXT            PIC X(40) VALUE SPACES.
002050 01  WS-STAMP-DATE            PIC 9(08) VALUE ZERO.
002060 01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE.
002070     05  WS-SD-YYYY           PIC X(04).
002080     05  WS-SD-MM             PIC X(02).
002090     05  WS-SD-DD             PIC X(02).
002100 01  WS-STAMP-TIME            PIC 9(08) VALUE ZERO.
002110 01  WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.
002120     05  WS-ST-HH             PIC X(02).
002130     05  WS-ST-MI             PIC X(02).
002140     05  WS-ST-SS             PIC X(02).
002150     05  WS-ST-CC             PIC X(02).
002160 01  WS-STAMP-DSP             PIC X(19) VALUE SPACES.
002170
002180 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
002190 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
002200 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
002210
002220 01  WS-CURRENT-DATE-TIME     PIC X(21).
002230 01  WS-RUN-DATE-DSP          PIC X(10).
002240
002250 01  WS-PRINT-LINE            PIC X(132).
002260
002270 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
002280     05  WH1-TITLE            PIC X(30).
002290     05  FILLER               PIC X(10).
002300     05  WH1-DATE-LIT         PIC X(09).
002310     05  FILLER               PIC X(01).
002320     05  WH1-DATE             PIC X(10).
002330     05  FILLER               PIC X(10).
002340     05  WH1-PAGE-LIT         PIC X(05).
002350     05  WH1-PAGE-NO          PIC ZZZ9.
002360     05  FILLER               PIC X(53).
002370
002380 01  WS-HDG-2 REDEFINES WS-PRINT-LINE.
002390     05  WH2-LABEL            PIC X(30).
002400     05  WH2-STAMP            PIC X(19).
002410     05  FILLER               PIC X(83).
002420
002430 01  WS-APPLY-LN REDEFINES WS-PRINT-LINE.
002440     05  WJ-STAMP             PIC X(19).
002450     05  FILLER               PIC X(02).
002460     05  WJ-PROGRAM           PIC X(08).
002470     05  FILLER               PIC X(02).
002480     05  WJ-ACTION            PIC X(01).
002490     05  FILLER               PIC X(02).
002500     05  WJ-KEY               PIC X(50).
002510     05  FILLER               PIC X(02).
002520     05  WJ-RESULT            PIC X(40).
002530     05  FILLER               PIC X(06).
002540
002550 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
002560     05  WS-SUM-LABEL         PIC X(40).
002570     05  WS-SUM-VALUE         PIC ZZZZZZZ9.
002580     05  FILLER               PIC X(84).
002590
002600 PROCEDURE DIVISION.
002610
002620*----------------------------------------------------------*
002630* 0000-MAINLINE - RESTORES THE UNLOAD, ROLLS THE JOURNAL    *
002640* FORWARD TO THE STOP POINT, AND COUNTS THE RESULT          *
002650*----------------------------------------------------------*
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002680     PERFORM 1200-PROVE-UNLOAD THRU 1200-PROVE-UNLOAD-EXIT.
002690
002700     PERFORM 2000-RESTORE-UNLOAD THRU 2000-RESTORE-UNLOAD-EXIT.
002710     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002720     PERFORM 3000-ROLL-FORWARD THRU 3000-ROLL-FORWARD-EXIT.
002730     PERFORM 3900-READ-BACK THRU 3900-READ-BACK-EXIT.
002740
002750     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002760     CLOSE RCVR-REPORT-FILE.
002770
002780     IF WS-STEP-COUNT > ZERO OR WS-BAD-ACTION-COUNT > ZERO
002790         MOVE 4 TO RETURN-CODE
002800     ELSE
002810         MOVE ZERO TO RETURN-CODE
002820     END-IF.
002830     STOP RUN.
002840
002850*----------------------------------------------------------*
002860* 1000-INITIALIZE - STAMPS THE RUN DATE, READS AND PROVES   *
002870* THE OPTIONAL CONTROL CARD, AND OPENS THE REPORT           *
002880*----------------------------------------------------------*
002890 1000-INITIALIZE.
002900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002910     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002920            '/'                      DELIMITED BY SIZE
002930            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002940            '/'                      DELIMITED BY SIZE
002950            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002960         INTO WS-RUN-DATE-DSP.
002970
002980     OPEN INPUT RCVR-CTL-FILE.
002990     IF WS-RCTL-OK
003000         SET WS-RCTL-PRESENT TO TRUE
003010         READ RCVR-CTL-FILE
003020             AT END MOVE 'N' TO WS-RCTL-SW
003030         END-READ
003031         IF WS-RCTL-PRESENT AND NOT WS-RCTL-OK
003032             MOVE 'RCVRCTL' TO WS-ERR-FILE-NAME
003033             MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
003034             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003035         END-IF
003040         CLOSE RCVR-CTL-FILE
003050     END-IF.
003060
003070     IF WS-RCTL-PRESENT AND RC-STOP-DATE NOT = SPACES
003080         PERFORM 1100-STOP-POINT THRU 1100-STOP-POINT-EXIT
003090     END-IF.
003100
003110     OPEN OUTPUT RCVR-REPORT-FILE.
003120     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003130 1000-INITIALIZE-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------*
003170* 1100-STOP-POINT - A STOP POINT THAT IS NOT A REAL DATE    *
003180* AND TIME IS A HARD STOP: GUESSING AT IT COULD LEAVE THE   *
003190* MASTER AT A POINT NOBODY ASKED FOR                        *
003200*----------------------------------------------------------*
003210 1100-STOP-POINT.
003220     IF RC-STOP-DATE NOT NUMERIC
003230         DISPLAY 'ISORCVR: STOP DATE NOT NUMERIC: ' RC-STOP-DATE
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     MOVE RC-STOP-DATE TO WS-STOP-DATE.
003280     IF FUNCTION TEST-DATE-YYYYMMDD (WS-STOP-DATE) NOT = ZERO
003290         DISPLAY 'ISORCVR: STOP DATE NOT A REAL DATE: '
003300                 RC-STOP-DATE
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340
003350     IF RC-STOP-TIME = SPACES
003360         MOVE 23595999 TO WS-STOP-TIME
003370     ELSE
003380         IF RC-STOP-TIME NOT NUMERIC
003390                 OR RC-STOP-TIME(1:2) > '23'
003400                 OR RC-STOP-TIME(3:2) > '59'
003410                 OR RC-STOP-TIME(5:2) > '59'
003420             DISPLAY 'ISORCVR: STOP TIME NOT HHMMSSCC: '
003430                     RC-STOP-TIME
003440             MOVE 16 TO RETURN-CODE
003450             STOP RUN
003460         END-IF
003470         MOVE RC-STOP-TIME TO WS-STOP-TIME
003480     END-IF.
003490     MOVE 'N' TO WS-TO-END-SW.
003500 1100-STOP-POINT-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540* 1200-PROVE-UNLOAD - READS THE HEADER AND COUNTS THE DATA  *
003550* RECORDS AGAINST IT. NOTHING HAS TOUCHED THE MASTER YET,   *
003560* SO ANY FAULT HERE STOPS THE STEP WITH THE MASTER AS IT    *
003570* WAS                                                       *
003580*----------------------------------------------------------*
003590 1200-PROVE-UNLOAD.
003600     PERFORM 1300-OPEN-UNLOAD THRU 1300-OPEN-UNLOAD-EXIT.
003610
003620     IF WS-EOF OR NOT UL-HEADER
003630             OR UH-FILE-NAME NOT = 'WORDMSTR'
003640         DISPLAY 'ISORCVR: WMUNLOAD DOES NOT START WITH A '
003650                 'WORDMSTR HEADER'
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     IF UH-VERSION NOT NUMERIC OR UH-REC-COUNT NOT NUMERIC
003700             OR UH-STAMP NOT NUMERIC
003710         DISPLAY 'ISORCVR: WMUNLOAD HEADER NOT NUMERIC'
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     IF UH-VERSION NOT = WS-LAYOUT-VERSION
003760         DISPLAY 'ISORCVR: UNLOAD LAYOUT VERSION ' UH-VERSION
003770                 ' IS NOT THE CURRENT ' WS-LAYOUT-VERSION
003780                 ' - CONVERT IT THROUGH ISORELD FIRST'
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     MOVE UH-REC-COUNT TO WS-HDR-COUNT.
003830     MOVE UH-STAMP TO WS-UNLOAD-STAMP.
003840
003850     IF WS-STOP-STAMP < WS-UNLOAD-STAMP
003860         DISPLAY 'ISORCVR: STOP POINT IS BEFORE THE UNLOAD WAS '
003870                 'TAKEN - USE AN EARLIER UNLOAD'
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910
003920     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
003930     PERFORM 1210-COUNT-ONE THRU 1210-COUNT-ONE-EXIT
003940         UNTIL WS-EOF.
003950     CLOSE UNLOAD-FILE.
003960
003970     IF WS-PRE-COUNT NOT = WS-HDR-COUNT
003980         DISPLAY 'ISORCVR: WMUNLOAD HOLDS ' WS-PRE-COUNT
003990                 ' RECORDS, HEADER SAYS ' WS-HDR-COUNT
004000                 ' - MASTER NOT TOUCHED'
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040 1200-PROVE-UNLOAD-EXIT.
004050     EXIT.
004060
004070 1210-COUNT-ONE.
004080     ADD 1 TO WS-PRE-COUNT.
004090     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
004100 1210-COUNT-ONE-EXIT.
004110     EXIT.
004120
004130*    OPENS THE UNLOAD AND READS ITS FIRST RECORD, THE HEADER.
004140 1300-OPEN-UNLOAD.
004150     MOVE 'N' TO WS-EOF-SW.
004160     OPEN INPUT UNLOAD-FILE.
004170     PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT.
004180     READ UNLOAD-FILE
004190         AT END SET WS-EOF TO TRUE
004200     END-READ.
004202     IF NOT WS-EOF
004204         PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT
004206     END-IF.
004210 1300-OPEN-UNLOAD-EXIT.
004220     EXIT.
004230
004240 1400-READ-UNLOAD.
004250     READ UNLOAD-FILE
004260         AT END SET WS-EOF TO TRUE
004270     END-READ.
004272     IF NOT WS-EOF
004274         PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT
004276     END-IF.
004280     IF NOT WS-EOF AND NOT UL-DATA
004290         DISPLAY 'ISORCVR: WMUNLOAD RECORD AFTER THE HEADER IS '
004300                 'NOT A DATA RECORD'
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340 1400-READ-UNLOAD-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380* 2000-RESTORE-UNLOAD - REBUILDS THE MASTER AS IT STOOD AT  *
004390* THE UNLOAD, THEN LEAVES IT OPEN I-O FOR THE ROLL FORWARD  *
004400*----------------------------------------------------------*
004410 2000-RESTORE-UNLOAD.
004420     OPEN OUTPUT WORD-MASTER-FILE.
004430     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
004440
004450     PERFORM 1300-OPEN-UNLOAD THRU 1300-OPEN-UNLOAD-EXIT.
004460     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
004470     PERFORM 2100-RESTORE-ONE THRU 2100-RESTORE-ONE-EXIT
004480         UNTIL WS-EOF.
004490     CLOSE UNLOAD-FILE.
004500     CLOSE WORD-MASTER-FILE.
004510
004520     OPEN I-O WORD-MASTER-FILE.
004530     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
004540 2000-RESTORE-UNLOAD-EXIT.
004550     EXIT.
004560
004570*    AN UNLOAD IS TAKEN FROM A KEYED FILE IN KEY ORDER, SO ANY
004580*    FAILED WRITE HERE (A DUPLICATE INCLUDED) IS A HARD STOP.
004590 2100-RESTORE-ONE.
004600     MOVE UL-IMAGE TO WORD-MASTER-REC.
004610     WRITE WORD-MASTER-REC.
004620     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
004630     ADD 1 TO WS-LOADED-COUNT.
004640     PERFORM 1400-READ-UNLOAD THRU 1400-READ-UNLOAD-EXIT.
004650 2100-RESTORE-ONE-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 3000-ROLL-FORWARD - READS THE WHOLE JOURNAL AND APPLIES   *
004700* THE ENTRIES BETWEEN THE UNLOAD AND THE STOP POINT. A      *
004710* JOURNAL THAT IS NOT THERE MEANS NOTHING HAS CHANGED SINCE *
004720* IT WAS LAST CLEARED, AND LEAVES THE MASTER AS UNLOADED    *
004730*----------------------------------------------------------*
004740 3000-ROLL-FORWARD.
004750     MOVE 'N' TO WS-EOF-SW.
004760     OPEN INPUT JOURNAL-FILE.
004770     IF WS-JRNL-NOTFOUND
004780         GO TO 3000-ROLL-FORWARD-EXIT
004790     END-IF.
004800     PERFORM 9160-CHECK-JRNL THRU 9160-CHECK-JRNL-EXIT.
004810
004820     PERFORM 3100-READ-JOURNAL THRU 3100-READ-JOURNAL-EXIT.
004830     PERFORM 3200-APPLY-ONE THRU 3200-APPLY-ONE-EXIT
004840         UNTIL WS-EOF.
004850     CLOSE JOURNAL-FILE.
004860 3000-ROLL-FORWARD-EXIT.
004870     EXIT.
004880
004890 3100-READ-JOURNAL.
004900     READ JOURNAL-FILE
004910         AT END SET WS-EOF TO TRUE
004920     END-READ.
004930     IF NOT WS-EOF AND NOT WS-JRNL-OK
004940         PERFORM 9160-CHECK-JRNL THRU 9160-CHECK-JRNL-EXIT
004950     END-IF.
004960     IF NOT WS-EOF
004970         ADD 1 TO WS-JRNL-READ
004980     END-IF.
004990 3100-READ-JOURNAL-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030* 3200-APPLY-ONE - ONE JOURNAL ENTRY: PASSED OVER, HELD     *
005040* BACK, OR APPLIED AND LISTED                               *
005050*----------------------------------------------------------*
005060 3200-APPLY-ONE.
005070     IF JR-STAMP < WS-UNLOAD-STAMP
005080         ADD 1 TO WS-BEFORE-COUNT
005090         GO TO 3200-APPLY-NEXT
005100     END-IF.
005110     IF NOT WS-ROLL-TO-END AND JR-STAMP > WS-STOP-STAMP
005120         ADD 1 TO WS-AFTER-COUNT
005130         GO TO 3200-APPLY-NEXT
005140     END-IF.
005150
005160     MOVE SPACES TO WS-RESULT-TXT.
005170     EVALUATE TRUE
005180         WHEN JR-ADD
005190             PERFORM 3300-APPLY-ADD THRU 3300-APPLY-ADD-EXIT
005200         WHEN JR-CHANGE
005210             PERFORM 3400-APPLY-CHANGE THRU 3400-APPLY-CHANGE-EXIT
005220         WHEN JR-DELETE
005230             PERFORM 3500-APPLY-DELETE THRU 3500-APPLY-DELETE-EXIT
005240         WHEN JR-RELOAD
005250             PERFORM 3600-APPLY-RELOAD THRU 3600-APPLY-RELOAD-EXIT
005260         WHEN OTHER
005270             ADD 1 TO WS-BAD-ACTION-COUNT
005280             MOVE '*** UNKNOWN ACTION - NOT APPLIED'
005290                 TO WS-RESULT-TXT
005300     END-EVALUATE.
005310     IF JR-ADD OR JR-CHANGE OR JR-DELETE OR JR-RELOAD
005320         ADD 1 TO WS-APPLIED-COUNT
005330     END-IF.
005340     PERFORM 4200-WRITE-APPLIED THRU 4200-WRITE-APPLIED-EXIT.
005350
005360 3200-APPLY-NEXT.
005370     PERFORM 3100-READ-JOURNAL THRU 3100-READ-JOURNAL-EXIT.
005380 3200-APPLY-ONE-EXIT.
005390     EXIT.
005400
005410*    LOOKS THE ENTRY'S KEY UP ON THE MASTER BEING RECOVERED.
005420 3250-READ-KEY.
005430     MOVE 'N' TO WS-ON-FILE-SW.
005440     MOVE JR-KEY TO WM-WORD.
005450     READ WORD-MASTER-FILE
005460         INVALID KEY CONTINUE
005470         NOT INVALID KEY SET WS-ON-FILE TO TRUE
005480     END-READ.
005482     IF WS-WMST-STATUS NOT = '23'
005484         PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT
005486     END-IF.
005490 3250-READ-KEY-EXIT.
005500     EXIT.
005510
005520 3300-APPLY-ADD.
005530     ADD 1 TO WS-ADD-COUNT.
005540     PERFORM 3250-READ-KEY THRU 3250-READ-KEY-EXIT.
005550     MOVE JR-AFTER TO WORD-MASTER-REC.
005560     IF WS-ON-FILE
005570         REWRITE WORD-MASTER-REC
005580         ADD 1 TO WS-STEP-COUNT
005590         MOVE '*** OUT OF STEP - KEY WAS ON FILE' TO WS-RESULT-TXT
005600     ELSE
005610         WRITE WORD-MASTER-REC
005620         MOVE 'ADDED' TO WS-RESULT-TXT
005630     END-IF.
005640     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
005650 3300-APPLY-ADD-EXIT.
005660     EXIT.
005670
005680 3400-APPLY-CHANGE.
005690     ADD 1 TO WS-CHANGE-COUNT.
005700     PERFORM 3250-READ-KEY THRU 3250-READ-KEY-EXIT.
005710     IF NOT WS-ON-FILE
005720         MOVE JR-AFTER TO WORD-MASTER-REC
005730         WRITE WORD-MASTER-REC
005740         PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT
005750         ADD 1 TO WS-STEP-COUNT
005760         MOVE '*** OUT OF STEP - NO RECORD, ADDED'
005770             TO WS-RESULT-TXT
005780         GO TO 3400-APPLY-CHANGE-EXIT
005790     END-IF.
005800
005810     IF JR-BEFORE NOT = SPACES
005820             AND WORD-MASTER-REC NOT = JR-BEFORE
005830         ADD 1 TO WS-STEP-COUNT
005840         MOVE '*** OUT OF STEP - BEFORE IMAGE DIFFERS'
005850             TO WS-RESULT-TXT
005860     ELSE
005870         MOVE 'CHANGED' TO WS-RESULT-TXT
005880     END-IF.
005890     MOVE JR-AFTER TO WORD-MASTER-REC.
005900     REWRITE WORD-MASTER-REC.
005910     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
005920 3400-APPLY-CHANGE-EXIT.
005930     EXIT.
005940
005950 3500-APPLY-DELETE.
005960     ADD 1 TO WS-DELETE-COUNT.
005970     PERFORM 3250-READ-KEY THRU 3250-READ-KEY-EXIT.
005980     IF NOT WS-ON-FILE
005990         ADD 1 TO WS-STEP-COUNT
006000         MOVE '*** OUT OF STEP - NO RECORD TO DELETE'
006010             TO WS-RESULT-TXT
006020         GO TO 3500-APPLY-DELETE-EXIT
006030     END-IF.
006040
006050     IF WORD-MASTER-REC NOT = JR-BEFORE
006060         ADD 1 TO WS-STEP-COUNT
006070         MOVE '*** OUT OF STEP - BEFORE IMAGE DIFFERS'
006080             TO WS-RESULT-TXT
006090     ELSE
006100         MOVE 'DELETED' TO WS-RESULT-TXT
006110     END-IF.
006120     DELETE WORD-MASTER-FILE RECORD.
006130     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
006140 3500-APPLY-DELETE-EXIT.
006150     EXIT.
006160
006170*    THE RELOAD EMPTIED THE MASTER BEFORE ITS ADDS, SO THE
006180*    RECOVERY DOES THE SAME.
006190 3600-APPLY-RELOAD.
006200     ADD 1 TO WS-RELOAD-COUNT.
006210     CLOSE WORD-MASTER-FILE.
006220     OPEN OUTPUT WORD-MASTER-FILE.
006230     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
006240     CLOSE WORD-MASTER-FILE.
006250     OPEN I-O WORD-MASTER-FILE.
006260     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
006270     MOVE 'MASTER EMPTIED FOR RELOAD' TO WS-RESULT-TXT.
006280 3600-APPLY-RELOAD-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------*
006320* 3900-READ-BACK - COUNTS THE RECOVERED MASTER              *
006330*----------------------------------------------------------*
006340 3900-READ-BACK.
006350     CLOSE WORD-MASTER-FILE.
006360     MOVE 'N' TO WS-EOF-SW.
006370     OPEN INPUT WORD-MASTER-FILE.
006380     PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT.
006390     PERFORM 3910-READ-MASTER THRU 3910-READ-MASTER-EXIT
006400         UNTIL WS-EOF.
006410     CLOSE WORD-MASTER-FILE.
006420 3900-READ-BACK-EXIT.
006430     EXIT.
006440
006450 3910-READ-MASTER.
006460     READ WORD-MASTER-FILE NEXT RECORD
006470         AT END SET WS-EOF TO TRUE
006480     END-READ.
006482     IF NOT WS-EOF AND NOT WS-WMST-OK
006484         PERFORM 9150-CHECK-WMST THRU 9150-CHECK-WMST-EXIT
006486     END-IF.
006490     IF NOT WS-EOF
006500         ADD 1 TO WS-READBACK-COUNT
006510     END-IF.
006520 3910-READ-MASTER-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------*
006560* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS:   *
006570* THE UNLOAD THE RECOVERY STARTED FROM AND THE STOP POINT   *
006580*----------------------------------------------------------*
006590 4100-NEW-PAGE.
006600     IF WS-PAGE-NO > 0
006610         MOVE SPACES TO RPT-REC
006620         WRITE RPT-REC AFTER ADVANCING 1 LINE
006630         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
006640     END-IF.
006650     ADD 1 TO WS-PAGE-NO.
006660
006670     MOVE SPACES TO WS-PRINT-LINE.
006680     MOVE 'WORD MASTER RECOVERY' TO WH1-TITLE.
006690     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
006700     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
006710     MOVE 'PAGE:' TO WH1-PAGE-LIT.
006720     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
006730     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
006740     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006750
006760     MOVE WS-UNLOAD-DATE TO WS-STAMP-DATE.
006770     MOVE WS-UNLOAD-TIME TO WS-STAMP-TIME.
006780     PERFORM 4400-FORMAT-STAMP THRU 4400-FORMAT-STAMP-EXIT.
006790     MOVE SPACES TO WS-PRINT-LINE.
006800     MOVE 'STARTED FROM UNLOAD TAKEN' TO WH2-LABEL.
006810     MOVE WS-STAMP-DSP TO WH2-STAMP.
006820     WRITE RPT-REC FROM WS-HDG-2 AFTER ADVANCING 2 LINES.
006830     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006840
006850     MOVE SPACES TO WS-PRINT-LINE.
006860     MOVE 'ROLLED FORWARD TO' TO WH2-LABEL.
006870     IF WS-ROLL-TO-END
006880         MOVE 'END OF JOURNAL' TO WH2-STAMP
006890     ELSE
006900         MOVE WS-STOP-DATE TO WS-STAMP-DATE
006910         MOVE WS-STOP-TIME TO WS-STAMP-TIME
006920         PERFORM 4400-FORMAT-STAMP THRU 4400-FORMAT-STAMP-EXIT
006930         MOVE WS-STAMP-DSP TO WH2-STAMP
006940     END-IF.
006950     WRITE RPT-REC FROM WS-HDG-2 AFTER ADVANCING 1 LINE.
006960     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006970
006980     MOVE SPACES TO WS-PRINT-LINE.
006990     MOVE 'JOURNAL DATE/TIME' TO WJ-STAMP.
007000     MOVE 'PROGRAM' TO WJ-PROGRAM.
007010     MOVE 'A' TO WJ-ACTION.
007020     MOVE 'KEY' TO WJ-KEY.
007030     MOVE 'RESULT' TO WJ-RESULT.
007040     WRITE RPT-REC FROM WS-APPLY-LN AFTER ADVANCING 2 LINES.
007050     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007060
007070     MOVE ZERO TO WS-LINE-CTR.
007080 4100-NEW-PAGE-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------*
007120* 4200-WRITE-APPLIED - ONE LINE PER JOURNAL ENTRY APPLIED   *
007130*----------------------------------------------------------*
007140 4200-WRITE-APPLIED.
007150     IF WS-LINE-CTR NOT < WS-MAX-LINES
007160         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
007170     END-IF.
007180     MOVE JR-DATE TO WS-STAMP-DATE.
007190     MOVE JR-TIME TO WS-STAMP-TIME.
007200     PERFORM 4400-FORMAT-STAMP THRU 4400-FORMAT-STAMP-EXIT.
007210     MOVE SPACES TO WS-PRINT-LINE.
007220     MOVE WS-STAMP-DSP TO WJ-STAMP.
007230     MOVE JR-PROGRAM TO WJ-PROGRAM.
007240     MOVE JR-ACTION TO WJ-ACTION.
007250     MOVE JR-KEY TO WJ-KEY.
007260     MOVE WS-RESULT-TXT TO WJ-RESULT.
007270     WRITE RPT-REC FROM WS-APPLY-LN AFTER ADVANCING 1 LINE.
007280     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007290     ADD 1 TO WS-LINE-CTR.
007300 4200-WRITE-APPLIED-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340* 4300-SUMMARY - THE UNLOAD, THE JOURNAL AND THE RESULT     *
007350*----------------------------------------------------------*
007360 4300-SUMMARY.
007370     MOVE SPACES TO WS-PRINT-LINE.
007380     MOVE 'RECORDS RESTORED FROM THE UNLOAD' TO WS-SUM-LABEL.
007390     MOVE WS-LOADED-COUNT TO WS-SUM-VALUE.
007400     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
007410     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007420
007430     MOVE SPACES TO WS-PRINT-LINE.
007440     MOVE 'JOURNAL ENTRIES READ' TO WS-SUM-LABEL.
007450     MOVE WS-JRNL-READ TO WS-SUM-VALUE.
007460     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007470     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007480
007490     MOVE SPACES TO WS-PRINT-LINE.
007500     MOVE '  BEFORE THE UNLOAD - PASSED OVER' TO WS-SUM-LABEL.
007510     MOVE WS-BEFORE-COUNT TO WS-SUM-VALUE.
007520     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007530     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007540
007550     MOVE SPACES TO WS-PRINT-LINE.
007560     MOVE '  APPLIED' TO WS-SUM-LABEL.
007570     MOVE WS-APPLIED-COUNT TO WS-SUM-VALUE.
007580     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007590     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007600
007610     MOVE SPACES TO WS-PRINT-LINE.
007620     MOVE '    ADDS' TO WS-SUM-LABEL.
007630     MOVE WS-ADD-COUNT TO WS-SUM-VALUE.
007640     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007650     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007660
007670     MOVE SPACES TO WS-PRINT-LINE.
007680     MOVE '    CHANGES' TO WS-SUM-LABEL.
007690     MOVE WS-CHANGE-COUNT TO WS-SUM-VALUE.
007700     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007710     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007720
007730     MOVE SPACES TO WS-PRINT-LINE.
007740     MOVE '    DELETES' TO WS-SUM-LABEL.
007750     MOVE WS-DELETE-COUNT TO WS-SUM-VALUE.
007760     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007770     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007780
007790     MOVE SPACES TO WS-PRINT-LINE.
007800     MOVE '    RELOADS' TO WS-SUM-LABEL.
007810     MOVE WS-RELOAD-COUNT TO WS-SUM-VALUE.
007820     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007830     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007840
007850     MOVE SPACES TO WS-PRINT-LINE.
007860     MOVE '  AFTER THE STOP POINT - NOT APPLIED' TO WS-SUM-LABEL.
007870     MOVE WS-AFTER-COUNT TO WS-SUM-VALUE.
007880     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007890     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007900
007910     MOVE SPACES TO WS-PRINT-LINE.
007920     MOVE '  UNKNOWN ACTION - NOT APPLIED' TO WS-SUM-LABEL.
007930     MOVE WS-BAD-ACTION-COUNT TO WS-SUM-VALUE.
007940     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
007950     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
007960
007970     MOVE SPACES TO WS-PRINT-LINE.
007980     MOVE 'ENTRIES APPLIED OUT OF STEP' TO WS-SUM-LABEL.
007990     MOVE WS-STEP-COUNT TO WS-SUM-VALUE.
008000     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
008010     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
008020
008030     MOVE SPACES TO WS-PRINT-LINE.
008040     MOVE 'RECORDS ON THE RECOVERED MASTER' TO WS-SUM-LABEL.
008050     MOVE WS-READBACK-COUNT TO WS-SUM-VALUE.
008060     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
008070     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
008080
008090     MOVE SPACES TO WS-PRINT-LINE.
008100     MOVE 'TAKE A FRESH UNLOAD BEFORE THE MASTER IS NEXT UPDATED'
008110         TO WS-PRINT-LINE.
008120     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
008130     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
008140 4300-SUMMARY-EXIT.
008150     EXIT.
008160
008170*    WS-STAMP-DATE AND WS-STAMP-TIME AS MM/DD/YYYY HH:MM:SS.
008180 4400-FORMAT-STAMP.
008190     MOVE SPACES TO WS-STAMP-DSP.
008200     STRING WS-SD-MM   '/' WS-SD-DD   '/' WS-SD-YYYY ' '
008210            WS-ST-HH   ':' WS-ST-MI   ':' WS-ST-SS
008220            DELIMITED BY SIZE
008230         INTO WS-STAMP-DSP.
008240 4400-FORMAT-STAMP-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------*
008280* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
008290* GRADED CODE THE MAIN RUN USES                             *
008300*----------------------------------------------------------*
008310 9000-FILE-ABORT.
008320     DISPLAY 'ISORCVR: FILE ERROR ON ' WS-ERR-FILE-NAME
008330             ' STATUS=' WS-ERR-STATUS.
008340     MOVE 16 TO RETURN-CODE.
008350     STOP RUN.
008360 9000-FILE-ABORT-EXIT.
008370     EXIT.
008380
008390 9130-CHECK-RPT.
008400     IF NOT WS-RPT-OK
008410         MOVE 'RCVRPT' TO WS-ERR-FILE-NAME
008420         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
008430         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008440     END-IF.
008450 9130-CHECK-RPT-EXIT.
008460     EXIT.
008470
008480 9140-CHECK-UNLD.
008490     IF NOT WS-UNLD-OK
008500         MOVE 'WMUNLOAD' TO WS-ERR-FILE-NAME
008510         MOVE WS-UNLD-STATUS TO WS-ERR-STATUS
008520         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008530     END-IF.
008540 9140-CHECK-UNLD-EXIT.
008550     EXIT.
008560
008570 9150-CHECK-WMST.
008580     IF NOT WS-WMST-OK
008590         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
008600         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
008610         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008620     END-IF.
008630 9150-CHECK-WMST-EXIT.
008640     EXIT.
008650
008660 9160-CHECK-JRNL.
008670     IF NOT WS-JRNL-OK
008680         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
008690         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
008700         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
008710     END-IF.
008720 9160-CHECK-JRNL-EXIT.
008730     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isounld.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - UNLOADS THE WORD MASTER TO A  *
000120*                  SEQUENTIAL FILE FOR A REORG OR A BACKUP. *
000130*                  A HEADER RECORD STATES THE LAYOUT        *
000140*                  VERSION OF THE RECORD IMAGES AND HOW     *
000150*                  MANY THERE ARE, SO ISORELD CAN CONVERT   *
000160*                  THEM TO A LATER LAYOUT AND PROVE THE     *
000170*                  RELOAD                                   *
000180*----------------------------------------------------------*
000190* THE UNLOAD FILE (WMUNLOAD) HOLDS ONE HEADER RECORD AND THEN
000200* ONE DATA RECORD PER MASTER RECORD, IN KEY ORDER:
000210*   HEADER  COL 1      H
000220*           COL 2-9    WORDMSTR
000230*           COL 10-11  LAYOUT VERSION OF THE IMAGES
000240*           COL 12-19  NUMBER OF DATA RECORDS THAT FOLLOW
000250*           COL 20-27  UNLOAD DATE YYYYMMDD
000260*           COL 28-35  UNLOAD TIME HHMMSSCC
000270*   DATA    COL 1      D
000280*           COL 2-     THE MASTER RECORD IMAGE, AS STORED
000290* LAYOUT VERSIONS OF WORD-MASTER-REC:
000300*   01  WORD, FLAG, FIRST-SEEN, LAST-SEEN, TIMES-SEEN (77)
000310*   02  01 PLUS MAX-REPEAT AND THE 26 LETTER COUNTS (131)
000320*   03  02 PLUS THE PERFECT-ISOGRAM ORDER (133)
000330* WS-LAYOUT-VERSION BELOW MUST BE RAISED WITH EVERY CHANGE TO
000340* WORD-MASTER-REC, AND THE MASTER UNLOADED BY THE OLD BUILD
000350* OF THIS PROGRAM BEFORE THE NEW LAYOUT GOES IN.
000360* THE MASTER IS READ TWICE: ONCE TO COUNT IT FOR THE HEADER
000370* AND ONCE TO WRITE IT. A SECOND PASS THAT DOES NOT MATCH THE
000380* FIRST MEANS THE MASTER CHANGED UNDER THE UNLOAD, AND THE
000390* STEP ENDS WITH CODE 16 RATHER THAN LEAVE AN UNLOAD WHOSE
000400* HEADER IS WRONG. RETURN CODES: 0 UNLOADED, 16 HARD STOP.
000410*----------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GNU-LINUX.
000460 OBJECT-COMPUTER. GNU-LINUX.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS WM-WORD
000540         FILE STATUS IS WS-WMST-STATUS.
000550
000560     SELECT UNLOAD-FILE ASSIGN TO "WMUNLOAD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-UNLD-STATUS.
000590
000600     SELECT UNLD-REPORT-FILE ASSIGN TO "UNLDRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
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
000990 FD  UNLD-REPORT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020 01  RPT-REC                  PIC X(132).
001030
001040 WORKING-STORAGE SECTION.
001050
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW            PIC X VALUE 'N'.
001080         88  WS-EOF                   VALUE 'Y'.
001090
001100 01  WS-WMST-STATUS           PIC XX VALUE SPACES.
001110     88  WS-WMST-OK                  VALUE '00'.
001120
001130 01  WS-UNLD-STATUS           PIC XX VALUE SPACES.
001140     88  WS-UNLD-OK                  VALUE '00'.
001150
001160 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001170     88  WS-RPT-OK                   VALUE '00'.
001180
001190 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001200 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001210
001220*    LAYOUT VERSION OF WORD-MASTER-REC AS THIS PROGRAM DECLARES
001230*    IT. SEE THE TABLE OF VERSIONS ABOVE.
001240 01  WS-LAYOUT-VERSION        PIC 9(02) VALUE 03.
001250
001260 77  WS-COUNT-PASS            PIC 9(08) COMP VALUE ZERO.
001270 77  WS-WRITE-PASS            PIC 9(08) COMP VALUE ZERO.
001280
001290 01  WS-CURRENT-DATE-TIME     PIC X(21).
001300 01  WS-RUN-DATE-DSP          PIC X(10).
001310 01  WS-RUN-TIME-DSP          PIC X(08).
001320
001330 01  WS-PRINT-LINE            PIC X(132).
001340
001350 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001360     05  WH1-TITLE            PIC X(30).
001370     05  FILLER               PIC X(10).
001380     05  WH1-DATE-LIT         PIC X(09).
001390     05  FILLER               PIC X(01).
001400     05  WH1-DATE             PIC X(10).
001410     05  FILLER               PIC X(02).
001420     05  WH1-TIME             PIC X(08).
001430     05  FILLER               PIC X(62).
001440
001450 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001460     05  WS-SUM-LABEL         PIC X(40).
001470     05  WS-SUM-VALUE         PIC ZZZZZZZ9.
001480     05  FILLER               PIC X(84).
001490
001500 PROCEDURE DIVISION.
001510
001520*----------------------------------------------------------*
001530* 0000-MAINLINE - COUNTS THE MASTER, THEN WRITES THE HEADER *
001540* AND ONE DATA RECORD PER MASTER RECORD                     *
001550*----------------------------------------------------------*
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001580
001590     PERFORM 2000-COUNT-MASTER THRU 2000-COUNT-MASTER-EXIT.
001600     PERFORM 3000-WRITE-UNLOAD THRU 3000-WRITE-UNLOAD-EXIT.
001610
001620     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
001630     CLOSE UNLD-REPORT-FILE.
001640
001650     IF WS-WRITE-PASS NOT = WS-COUNT-PASS
001660         DISPLAY 'ISOUNLD: MASTER CHANGED DURING THE UNLOAD - '
001670                 'COUNTED ' WS-COUNT-PASS
001680                 ' WROTE ' WS-WRITE-PASS
001690         MOVE 16 TO RETURN-CODE
001700     ELSE
001710         MOVE ZERO TO RETURN-CODE
001720     END-IF.
001730     STOP RUN.
001740
001750*----------------------------------------------------------*
001760* 1000-INITIALIZE - STAMPS THE UNLOAD DATE AND TIME AND     *
001770* OPENS THE REPORT                                          *
001780*----------------------------------------------------------*
001790 1000-INITIALIZE.
001800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
001810     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
001820            '/'                      DELIMITED BY SIZE
001830            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
001840            '/'                      DELIMITED BY SIZE
001850            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
001860         INTO WS-RUN-DATE-DSP.
001870     STRING WS-CURRENT-DATE-TIME(9:2)  ':'
001880            WS-CURRENT-DATE-TIME(11:2) ':'
001890            WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
001900         INTO WS-RUN-TIME-DSP.
001910
001920     OPEN OUTPUT UNLD-REPORT-FILE.
001930     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
001940
001950     MOVE SPACES TO WS-PRINT-LINE.
001960     MOVE 'WORD MASTER UNLOAD' TO WH1-TITLE.
001970     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
001980     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
001990     MOVE WS-RUN-TIME-DSP TO WH1-TIME.
002000     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
002010     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002020 1000-INITIALIZE-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------*
002060* 2000-COUNT-MASTER - FIRST PASS: THE RECORD COUNT THE      *
002070* HEADER WILL CARRY                                         *
002080*----------------------------------------------------------*
002090 2000-COUNT-MASTER.
002100     PERFORM 2100-OPEN-MASTER THRU 2100-OPEN-MASTER-EXIT.
002110     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT.
002120     PERFORM 2300-COUNT-ONE THRU 2300-COUNT-ONE-EXIT
002130         UNTIL WS-EOF.
002140     CLOSE WORD-MASTER-FILE.
002150 2000-COUNT-MASTER-EXIT.
002160     EXIT.
002170
002180 2100-OPEN-MASTER.
002190     MOVE 'N' TO WS-EOF-SW.
002200     OPEN INPUT WORD-MASTER-FILE.
002210     IF NOT WS-WMST-OK
002220         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
002230         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
002240         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002250     END-IF.
002260 2100-OPEN-MASTER-EXIT.
002270     EXIT.
002280
002290 2200-READ-MASTER.
002300     READ WORD-MASTER-FILE NEXT RECORD
002310         AT END SET WS-EOF TO TRUE
002320     END-READ.
002330     IF NOT WS-EOF AND NOT WS-WMST-OK
002340         MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
002350         MOVE WS-WMST-STATUS TO WS-ERR-STATUS
002360         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002370     END-IF.
002380 2200-READ-MASTER-EXIT.
002390     EXIT.
002400
002410 2300-COUNT-ONE.
002420     ADD 1 TO WS-COUNT-PASS.
002430     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT.
002440 2300-COUNT-ONE-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* 3000-WRITE-UNLOAD - SECOND PASS: THE HEADER, THEN EVERY   *
002490* RECORD IMAGE EXACTLY AS STORED                            *
002500*----------------------------------------------------------*
002510 3000-WRITE-UNLOAD.
002520     OPEN OUTPUT UNLOAD-FILE.
002530     PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT.
002540
002550     MOVE SPACES TO UNLOAD-HDR-REC.
002560     MOVE 'H' TO UL-REC-TYPE.
002570     MOVE 'WORDMSTR' TO UH-FILE-NAME.
002580     MOVE WS-LAYOUT-VERSION TO UH-VERSION.
002590     MOVE WS-COUNT-PASS TO UH-REC-COUNT.
002600     MOVE WS-CURRENT-DATE-TIME(1:8) TO UH-UNLOAD-DATE.
002610     MOVE WS-CURRENT-DATE-TIME(9:8) TO UH-UNLOAD-TIME.
002620     WRITE UNLOAD-HDR-REC.
002630     PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT.
002640
002650     PERFORM 2100-OPEN-MASTER THRU 2100-OPEN-MASTER-EXIT.
002660     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT.
002670     PERFORM 3100-WRITE-ONE THRU 3100-WRITE-ONE-EXIT
002680         UNTIL WS-EOF.
002690     CLOSE WORD-MASTER-FILE.
002700     CLOSE UNLOAD-FILE.
002710 3000-WRITE-UNLOAD-EXIT.
002720     EXIT.
002730
002740 3100-WRITE-ONE.
002750     MOVE SPACES TO UNLOAD-REC.
002760     MOVE 'D' TO UL-REC-TYPE.
002770     MOVE WORD-MASTER-REC TO UL-IMAGE.
002780     WRITE UNLOAD-REC.
002790     PERFORM 9140-CHECK-UNLD THRU 9140-CHECK-UNLD-EXIT.
002800     ADD 1 TO WS-WRITE-PASS.
002810     PERFORM 2200-READ-MASTER THRU 2200-READ-MASTER-EXIT.
002820 3100-WRITE-ONE-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------*
002860* 4300-SUMMARY - WHAT THE HEADER SAYS AND WHAT WAS WRITTEN  *
002870*----------------------------------------------------------*
002880 4300-SUMMARY.
002890     MOVE SPACES TO WS-PRINT-LINE.
002900     MOVE 'LAYOUT VERSION' TO WS-SUM-LABEL.
002910     MOVE WS-LAYOUT-VERSION TO WS-SUM-VALUE.
002920     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
002930     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002940
002950     MOVE SPACES TO WS-PRINT-LINE.
002960     MOVE 'RECORD COUNT IN HEADER' TO WS-SUM-LABEL.
002970     MOVE WS-COUNT-PASS TO WS-SUM-VALUE.
002980     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
002990     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003000
003010     MOVE SPACES TO WS-PRINT-LINE.
003020     MOVE 'DATA RECORDS WRITTEN' TO WS-SUM-LABEL.
003030     MOVE WS-WRITE-PASS TO WS-SUM-VALUE.
003040     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
003050     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003060
003070     MOVE SPACES TO WS-PRINT-LINE.
003080     IF WS-WRITE-PASS = WS-COUNT-PASS
003090         MOVE 'UNLOAD PROVED AGAINST THE HEADER' TO WS-PRINT-LINE
003100     ELSE
003110         MOVE '*** MASTER CHANGED DURING THE UNLOAD - DO NOT USE'
003120             TO WS-PRINT-LINE
003130     END-IF.
003140     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
003150     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
003160 4300-SUMMARY-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
003210* GRADED CODE THE MAIN RUN USES                             *
003220*----------------------------------------------------------*
003230 9000-FILE-ABORT.
003240     DISPLAY 'ISOUNLD: FILE ERROR ON ' WS-ERR-FILE-NAME
003250             ' STATUS=' WS-ERR-STATUS.
003260     MOVE 16 TO RETURN-CODE.
003270     STOP RUN.
003280 9000-FILE-ABORT-EXIT.
003290     EXIT.
003300
003310 9130-CHECK-RPT.
003320     IF NOT WS-RPT-OK
003330         MOVE 'UNLDRPT' TO WS-ERR-FILE-NAME
003340         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
003350         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003360     END-IF.
003370 9130-CHECK-RPT-EXIT.
003380     EXIT.
003390
003400 9140-CHECK-UNLD.
003410     IF NOT WS-UNLD-OK
003420         MOVE 'WMUNLOAD' TO WS-ERR-FILE-NAME
003430         MOVE WS-UNLD-STATUS TO WS-ERR-STATUS
003440         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003450     END-IF.
003460 9140-CHECK-UNLD-EXIT.
003470     EXIT.

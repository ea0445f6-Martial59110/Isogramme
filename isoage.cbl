000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isoage.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - AGING REPORT OF THE OPEN ITEMS *
000120*                  ON THE REJECT SUSPENSE FILE: EVERY OPEN   *
000130*                  ITEM BY DEPARTMENT (SOURCE CODE), OLDEST  *
000140*                  FIRST, WITH ITS DAYS OUTSTANDING, THEN A  *
000150*                  DEPARTMENT BY AGE-BAND SUMMARY SO THE     *
000160*                  DEPARTMENTS THAT NEVER CORRECT THEIR      *
000170*                  SUBMISSIONS STAND OUT. READ ONLY          *
000180*----------------------------------------------------------*
000190* THE AGECTL CONTROL CARD IS OPTIONAL:
000200*   COL 1-3    LIST ONLY ITEMS AT LEAST THIS MANY DAYS
000210*              OUTSTANDING (BLANK = LIST THEM ALL)
000220* THE SUMMARY ALWAYS COUNTS EVERY OPEN ITEM. DAYS OUTSTANDING
000230* RUN FROM THE FIRST-REJECTED DATE TO TODAY. THE AGE BANDS ARE
000240* 0-7, 8-14, 15-30, 31-60 AND OVER 60 DAYS.
000250* RETURN CODES: 0 NO OPEN ITEMS, 4 OPEN ITEMS LISTED, 16 HARD
000260* STOP ON A BAD FILE STATUS.
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GNU-LINUX.
000320 OBJECT-COMPUTER. GNU-LINUX.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AGE-CTL-FILE ASSIGN TO "AGECTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ACTL-STATUS.
000390
000400     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS SU-KEY
000440         FILE STATUS IS WS-SUSP-STATUS.
000450
000460     SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490
000500     SELECT SORT-FILE ASSIGN TO "SORTWK".
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550 FD  AGE-CTL-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 01  AGE-CTL-REC.
000590     05  AC-MIN-DAYS          PIC 9(03).
000600     05  FILLER               PIC X(47).
000610
000620*    ONE ITEM PER WORD AND SOURCE CODE. DATES ARE YYYYMMDD.
000630 FD  SUSPENSE-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 01  SUSPENSE-REC.
000670     05  SU-KEY.
000680         10  SU-WORD          PIC X(50).
000690         10  SU-SOURCE        PIC X(03).
000700     05  SU-REASON            PIC X(34).
000710     05  SU-FIRST-DATE        PIC 9(08).
000720     05  SU-LAST-DATE         PIC 9(08).
000730     05  SU-TIMES-REJECTED    PIC 9(04).
000740     05  SU-STATUS            PIC X(01).
000750         88  SU-OPEN                  VALUE 'O'.
000760         88  SU-CORRECTED             VALUE 'C'.
000770         88  SU-WRITTEN-OFF           VALUE 'W'.
000780     05  SU-CLOSED-DATE       PIC 9(08).
000790     05  SU-CORRECTION        PIC X(50).
000800     05  FILLER               PIC X(10).
000810
000820 FD  AGE-REPORT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  RPT-REC                  PIC X(132).
000860
000870*    OPEN ITEMS BY DEPARTMENT, OLDEST FIRST WITHIN EACH.
000880 SD  SORT-FILE.
000890 01  SORT-REC.
000900     05  SR-SOURCE            PIC X(03).
000910     05  SR-DAYS              PIC 9(05).
000920     05  SR-WORD              PIC X(50).
000930     05  SR-REASON            PIC X(34).
000940     05  SR-FIRST-DATE        PIC 9(08).
000950     05  SR-TIMES-REJECTED    PIC 9(04).
000960
000970 WORKING-STORAGE SECTION.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SW            PIC X VALUE 'N'.
001010         88  WS-EOF                   VALUE 'Y'.
001020     05  WS-ACTL-SW           PIC X VALUE 'N'.
001030         88  WS-ACTL-PRESENT          VALUE 'Y'.
001040
001050 01  WS-ACTL-STATUS           PIC XX VALUE SPACES.
001060     88  WS-ACTL-OK                  VALUE '00'.
001070
001080 01  WS-SUSP-STATUS           PIC XX VALUE SPACES.
001090     88  WS-SUSP-OK                  VALUE '00'.
001100
001110 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001120     88  WS-RPT-OK                   VALUE '00'.
001130
001140 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001150 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001160
001170 77  PARM-MIN-DAYS            PIC 9(03) VALUE ZERO.
001180
001190 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
001200 77  WS-FIRST-INT             PIC 9(08) COMP VALUE ZERO.
001210 77  WS-DAYS                  PIC 9(05) COMP VALUE ZERO.
001220 01  WS-TODAY-NUM             PIC 9(08) VALUE ZERO.
001230
001240 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001250 77  WS-OPEN-COUNT            PIC 9(06) COMP VALUE ZERO.
001260 77  WS-CLOSED-COUNT          PIC 9(06) COMP VALUE ZERO.
001270 77  WS-LISTED-COUNT          PIC 9(06) COMP VALUE ZERO.
001280 77  WS-BAND                  PIC 9(01) COMP VALUE ZERO.
001290 77  WS-BAND-IDX              PIC 9(01) COMP VALUE ZERO.
001300
001310*    OPEN ITEMS BY DEPARTMENT AND AGE BAND. THE SORT HANDS
001320*    THE DEPARTMENTS BACK IN CODE ORDER, SO EACH ONE OPENS
001330*    THE NEXT SLOT. SLOT 50 IS KEPT FOR *** ONLY: THE 50TH AND
001340*    LATER DEPARTMENTS ARE LUMPED INTO IT.
001350 01  WS-DEPT-COUNT            PIC 9(02) COMP VALUE ZERO.
001360 01  WS-DEPT-TABLE.
001370     05  WS-DEPT-ENT OCCURS 50.
001380         10  WS-DEPT-CODE     PIC X(03).
001390         10  WS-DEPT-OPEN     PIC 9(06) COMP.
001400         10  WS-DEPT-OLDEST   PIC 9(05) COMP.
001410         10  WS-DEPT-BAND     PIC 9(06) COMP OCCURS 5.
001420 77  WS-DEPT-IDX              PIC 9(02) COMP VALUE ZERO.
001430 01  WS-TOTAL-BANDS.
001440     05  WS-TOTAL-BAND        PIC 9(06) COMP OCCURS 5.
001450 01  WS-LAST-SOURCE           PIC X(03) VALUE SPACES.
001460
001470 01  WS-FIRST-DATE-X          PIC X(08) VALUE SPACES.
001480 01  WS-FIRST-DATE REDEFINES WS-FIRST-DATE-X
001490                              PIC 9(08).
001500
001510 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001520 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001530 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001540
001550 01  WS-CURRENT-DATE-TIME     PIC X(21).
001560 01  WS-RUN-DATE-DSP          PIC X(10).
001570
001580 01  WS-PRINT-LINE            PIC X(132).
001590
001600 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001610     05  WH1-TITLE            PIC X(30).
001620     05  FILLER               PIC X(10).
001630     05  WH1-DATE-LIT         PIC X(09).
001640     05  FILLER               PIC X(01).
001650     05  WH1-DATE             PIC X(10).
001660     05  FILLER               PIC X(10).
001670     05  WH1-PAGE-LIT         PIC X(05).
001680     05  WH1-PAGE-NO          PIC ZZZ9.
001690     05  FILLER               PIC X(53).
001700
001710 01  WS-AGE-LN REDEFINES WS-PRINT-LINE.
001720     05  WA-SOURCE            PIC X(03).
001730     05  FILLER               PIC X(02).
001740     05  WA-WORD              PIC X(50).
001750     05  FILLER               PIC X(02).
001760     05  WA-REASON            PIC X(34).
001770     05  FILLER               PIC X(02).
001780     05  WA-FIRST-DATE        PIC X(10).
001790     05  FILLER               PIC X(02).
001800     05  WA-DAYS              PIC ZZZZ9.
001810     05  FILLER               PIC X(02).
001820     05  WA-TIMES             PIC ZZZ9.
001830     05  FILLER               PIC X(16).
001840
001850 01  WS-BAND-LN REDEFINES WS-PRINT-LINE.
001860     05  WB-SOURCE            PIC X(05).
001870     05  FILLER               PIC X(02).
001880     05  WB-OPEN              PIC ZZZZZ9.
001890     05  WB-BAND-GRP OCCURS 5.
001900         10  FILLER           PIC X(02).
001910         10  WB-BAND          PIC ZZZZZ9.
001920     05  FILLER               PIC X(02).
001930     05  WB-OLDEST            PIC ZZZZ9.
001940     05  FILLER               PIC X(72).
001950
001960 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001970     05  WS-SUM-LABEL         PIC X(40).
001980     05  WS-SUM-VALUE         PIC ZZZZZ9.
001990     05  FILLER               PIC X(86).
002000
002010 PROCEDURE DIVISION.
002020
002030*----------------------------------------------------------*
002040* 0000-MAINLINE - SORTS THE OPEN ITEMS, LISTS THEM BY       *
002050* DEPARTMENT, THEN PRINTS THE AGE-BAND SUMMARY              *
002060*----------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002090
002100     SORT SORT-FILE
002110         ON ASCENDING KEY SR-SOURCE
002120         ON DESCENDING KEY SR-DAYS
002130         ON ASCENDING KEY SR-WORD
002140         INPUT PROCEDURE IS 2000-SELECT-OPEN
002150             THRU 2000-SELECT-OPEN-EXIT
002160         OUTPUT PROCEDURE IS 3000-LIST-OPEN
002170             THRU 3000-LIST-OPEN-EXIT.
002180
002190     PERFORM 4400-BAND-SUMMARY THRU 4400-BAND-SUMMARY-EXIT.
002200     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002210     CLOSE AGE-REPORT-FILE.
002220
002230     IF WS-OPEN-COUNT > ZERO
002240         MOVE 4 TO RETURN-CODE
002250     ELSE
002260         MOVE ZERO TO RETURN-CODE
002270     END-IF.
002280     STOP RUN.
002290
002300*----------------------------------------------------------*
002310* 1000-INITIALIZE - STAMPS THE RUN DATE, READS THE CARD,    *
002320* CLEARS THE TABLES AND OPENS THE REPORT                    *
002330*----------------------------------------------------------*
002340 1000-INITIALIZE.
002350     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002360     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002370            '/'                      DELIMITED BY SIZE
002380            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002390            '/'                      DELIMITED BY SIZE
002400            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002410         INTO WS-RUN-DATE-DSP.
002420
002430     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-NUM.
002440     COMPUTE WS-TODAY-INT =
002450         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
002460
002470     OPEN INPUT AGE-CTL-FILE.
002480     IF WS-ACTL-OK
002490         SET WS-ACTL-PRESENT TO TRUE
002500         READ AGE-CTL-FILE
002510             AT END MOVE 'N' TO WS-ACTL-SW
002520         END-READ
002530         CLOSE AGE-CTL-FILE
002540     END-IF.
002550     IF WS-ACTL-PRESENT AND AC-MIN-DAYS NUMERIC
002560         MOVE AC-MIN-DAYS TO PARM-MIN-DAYS
002570     END-IF.
002580
002590     PERFORM 1100-CLEAR-ONE-DEPT THRU 1100-CLEAR-ONE-DEPT-EXIT
002600         VARYING WS-DEPT-IDX FROM 1 BY 1
002610         UNTIL WS-DEPT-IDX > 50.
002620     PERFORM 1200-CLEAR-ONE-TOTAL THRU 1200-CLEAR-ONE-TOTAL-EXIT
002630         VARYING WS-BAND-IDX FROM 1 BY 1
002640         UNTIL WS-BAND-IDX > 5.
002650
002660     OPEN OUTPUT AGE-REPORT-FILE.
002670     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002680     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002710
002720 1100-CLEAR-ONE-DEPT.
002730     MOVE SPACES TO WS-DEPT-CODE (WS-DEPT-IDX).
002740     MOVE ZERO TO WS-DEPT-OPEN (WS-DEPT-IDX).
002750     MOVE ZERO TO WS-DEPT-OLDEST (WS-DEPT-IDX).
002760     PERFORM 1110-CLEAR-ONE-BAND THRU 1110-CLEAR-ONE-BAND-EXIT
002770         VARYING WS-BAND-IDX FROM 1 BY 1
002780         UNTIL WS-BAND-IDX > 5.
002790 1100-CLEAR-ONE-DEPT-EXIT.
002800     EXIT.
002810
002820 1110-CLEAR-ONE-BAND.
002830     MOVE ZERO TO WS-DEPT-BAND (WS-DEPT-IDX, WS-BAND-IDX).
002840 1110-CLEAR-ONE-BAND-EXIT.
002850     EXIT.
002860
002870 1200-CLEAR-ONE-TOTAL.
002880     MOVE ZERO TO WS-TOTAL-BAND (WS-BAND-IDX).
002890 1200-CLEAR-ONE-TOTAL-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------*
002930* 2000-SELECT-OPEN - ONE PASS OF THE SUSPENSE FILE; EVERY   *
002940* OPEN ITEM GOES TO THE SORT WITH ITS DAYS OUTSTANDING      *
002950*----------------------------------------------------------*
002960 2000-SELECT-OPEN.
002970     OPEN INPUT SUSPENSE-FILE.
002980     IF NOT WS-SUSP-OK
002990         MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
003000         MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
003010         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003020     END-IF.
003030
003040     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
003050     PERFORM 2200-RELEASE-ONE THRU 2200-RELEASE-ONE-EXIT
003060         UNTIL WS-EOF.
003070     CLOSE SUSPENSE-FILE.
003080 2000-SELECT-OPEN-EXIT.
003090     EXIT.
003100
003110 2100-READ-SUSPENSE.
003120     READ SUSPENSE-FILE NEXT RECORD
003130         AT END SET WS-EOF TO TRUE
003140     END-READ.
003150     IF NOT WS-EOF
003160         IF NOT WS-SUSP-OK
003170             MOVE 'SUSPENSE' TO WS-ERR-FILE-NAME
003180             MOVE WS-SUSP-STATUS TO WS-ERR-STATUS
003190             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003200         END-IF
003210         ADD 1 TO WS-RECS-READ
003220     END-IF.
003230 2100-READ-SUSPENSE-EXIT.
003240     EXIT.
003250
003260*    AN ITEM WHOSE FIRST-REJECTED DATE WILL NOT PARSE IS STILL
003270*    OPEN AND STILL LISTED, AT ZERO DAYS, SO IT IS NOT LOST.
003280 2200-RELEASE-ONE.
003290     IF NOT SU-OPEN
003300         ADD 1 TO WS-CLOSED-COUNT
003310         GO TO 2200-RELEASE-NEXT
003320     END-IF.
003330
003340     ADD 1 TO WS-OPEN-COUNT.
003350     MOVE ZERO TO WS-DAYS.
003360     MOVE SU-FIRST-DATE TO WS-FIRST-DATE-X.
003370     IF WS-FIRST-DATE-X NUMERIC
003380         IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIRST-DATE) = ZERO
003390             COMPUTE WS-FIRST-INT =
003400                 FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE)
003410             IF WS-FIRST-INT < WS-TODAY-INT
003420                 COMPUTE WS-DAYS = WS-TODAY-INT - WS-FIRST-INT
003430             END-IF
003440         END-IF
003450     END-IF.
003460
003470     MOVE SPACES TO SORT-REC.
003480     MOVE SU-SOURCE TO SR-SOURCE.
003490     MOVE WS-DAYS TO SR-DAYS.
003500     MOVE SU-WORD TO SR-WORD.
003510     MOVE SU-REASON TO SR-REASON.
003520     MOVE SU-FIRST-DATE TO SR-FIRST-DATE.
003530     MOVE SU-TIMES-REJECTED TO SR-TIMES-REJECTED.
003540     RELEASE SORT-REC.
003550
003560 2200-RELEASE-NEXT.
003570     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
003580 2200-RELEASE-ONE-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------*
003620* 3000-LIST-OPEN - TAKES THE SORTED ITEMS BACK, TALLIES     *
003630* EVERY ONE INTO ITS DEPARTMENT AND AGE BAND, AND LISTS     *
003640* THOSE OLD ENOUGH FOR THE CARD. THE EOF SWITCH DID ITS     *
003650* INPUT-SIDE JOB AND IS RESET FOR THE RETURN LOOP           *
003660*----------------------------------------------------------*
003670 3000-LIST-OPEN.
003680     MOVE 'N' TO WS-EOF-SW.
003690     PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
003700     PERFORM 3200-LIST-ONE THRU 3200-LIST-ONE-EXIT
003710         UNTIL WS-EOF.
003720 3000-LIST-OPEN-EXIT.
003730     EXIT.
003740
003750 3100-RETURN-SORTED.
003760     RETURN SORT-FILE
003770         AT END SET WS-EOF TO TRUE
003780     END-RETURN.
003790 3100-RETURN-SORTED-EXIT.
003800     EXIT.
003810
003820 3200-LIST-ONE.
003830     IF WS-DEPT-COUNT = ZERO OR SR-SOURCE NOT = WS-LAST-SOURCE
003840         PERFORM 3300-NEW-DEPT THRU 3300-NEW-DEPT-EXIT
003850     END-IF.
003860
003870     EVALUATE TRUE
003880         WHEN SR-DAYS NOT > 7
003890             MOVE 1 TO WS-BAND
003900         WHEN SR-DAYS NOT > 14
003910             MOVE 2 TO WS-BAND
003920         WHEN SR-DAYS NOT > 30
003930             MOVE 3 TO WS-BAND
003940         WHEN SR-DAYS NOT > 60
003950             MOVE 4 TO WS-BAND
003960         WHEN OTHER
003970             MOVE 5 TO WS-BAND
003980     END-EVALUATE.
003990     ADD 1 TO WS-DEPT-OPEN (WS-DEPT-IDX).
004000     ADD 1 TO WS-DEPT-BAND (WS-DEPT-IDX, WS-BAND).
004010     ADD 1 TO WS-TOTAL-BAND (WS-BAND).
004020     IF SR-DAYS > WS-DEPT-OLDEST (WS-DEPT-IDX)
004030         MOVE SR-DAYS TO WS-DEPT-OLDEST (WS-DEPT-IDX)
004040     END-IF.
004050
004060     IF SR-DAYS NOT < PARM-MIN-DAYS
004070         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
004080     END-IF.
004090
004100     PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
004110 3200-LIST-ONE-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150* 3300-NEW-DEPT - OPENS THE TABLE SLOT FOR THE DEPARTMENT   *
004160* THE SORTED STREAM HAS JUST MOVED ON TO. ONCE 49 ARE OPEN  *
004170* THE REST SHARE THE *** SLOT, WHOSE CODE IS SET THE FIRST  *
004180* TIME IT IS OPENED                                         *
004190*----------------------------------------------------------*
004200 3300-NEW-DEPT.
004210     MOVE SR-SOURCE TO WS-LAST-SOURCE.
004220     IF WS-DEPT-COUNT < 49
004230         ADD 1 TO WS-DEPT-COUNT
004240         MOVE SR-SOURCE TO WS-DEPT-CODE (WS-DEPT-COUNT)
004250     ELSE
004260         IF WS-DEPT-COUNT < 50
004270             MOVE 50 TO WS-DEPT-COUNT
004280             MOVE '***' TO WS-DEPT-CODE (50)
004290         END-IF
004300     END-IF.
004310     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
004320 3300-NEW-DEPT-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
004370*----------------------------------------------------------*
004380 4100-NEW-PAGE.
004390     IF WS-PAGE-NO > 0
004400         MOVE SPACES TO RPT-REC
004410         WRITE RPT-REC AFTER ADVANCING 1 LINE
004420         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004430     END-IF.
004440     ADD 1 TO WS-PAGE-NO.
004450
004460     MOVE SPACES TO WS-PRINT-LINE.
004470     MOVE 'SUSPENSE AGING REPORT' TO WH1-TITLE.
004480     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
004490     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
004500     MOVE 'PAGE:' TO WH1-PAGE-LIT.
004510     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
004520     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
004530     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004540
004550     MOVE SPACES TO WS-PRINT-LINE.
004560     MOVE 'SRC' TO WA-SOURCE.
004570     MOVE 'WORD' TO WA-WORD.
004580     MOVE 'REASON' TO WA-REASON.
004590     MOVE 'FIRST REJ' TO WA-FIRST-DATE.
004600     MOVE ' DAYS TIMES' TO WS-PRINT-LINE(104:11).
004610     WRITE RPT-REC FROM WS-AGE-LN AFTER ADVANCING 2 LINES.
004620     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004630
004640     MOVE ZERO TO WS-LINE-CTR.
004650 4100-NEW-PAGE-EXIT.
004660     EXIT.
004670
004680 4200-WRITE-DETAIL.
004690     IF WS-LINE-CTR NOT < WS-MAX-LINES
004700         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004710     END-IF.
004720     MOVE SPACES TO WS-PRINT-LINE.
004730     MOVE SR-SOURCE TO WA-SOURCE.
004740     MOVE SR-WORD TO WA-WORD.
004750     MOVE SR-REASON TO WA-REASON.
004760     MOVE SR-FIRST-DATE TO WS-FIRST-DATE.
004770     STRING WS-FIRST-DATE-X(5:2) DELIMITED BY SIZE
004780            '/'                  DELIMITED BY SIZE
004790            WS-FIRST-DATE-X(7:2) DELIMITED BY SIZE
004800            '/'                  DELIMITED BY SIZE
004810            WS-FIRST-DATE-X(1:4) DELIMITED BY SIZE
004820         INTO WA-FIRST-DATE.
004830     MOVE SR-DAYS TO WA-DAYS.
004840     MOVE SR-TIMES-REJECTED TO WA-TIMES.
004850     WRITE RPT-REC FROM WS-AGE-LN AFTER ADVANCING 1 LINE.
004860     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004870     ADD 1 TO WS-LINE-CTR.
004880     ADD 1 TO WS-LISTED-COUNT.
004890 4200-WRITE-DETAIL-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* 4300-SUMMARY - FILE TOTALS                                *
004940*----------------------------------------------------------*
004950 4300-SUMMARY.
004960     IF WS-LINE-CTR + 6 > WS-MAX-LINES
004970         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004980     END-IF.
004990
005000     MOVE SPACES TO WS-PRINT-LINE.
005010     MOVE 'SUSPENSE RECORDS READ' TO WS-SUM-LABEL.
005020     MOVE WS-RECS-READ TO WS-SUM-VALUE.
005030     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005040     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005050
005060     MOVE SPACES TO WS-PRINT-LINE.
005070     MOVE 'OPEN ITEMS' TO WS-SUM-LABEL.
005080     MOVE WS-OPEN-COUNT TO WS-SUM-VALUE.
005090     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005100     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005110
005120     MOVE SPACES TO WS-PRINT-LINE.
005130     MOVE 'OPEN ITEMS LISTED' TO WS-SUM-LABEL.
005140     MOVE WS-LISTED-COUNT TO WS-SUM-VALUE.
005150     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005160     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005170
005180     MOVE SPACES TO WS-PRINT-LINE.
005190     MOVE 'LISTING FLOOR - DAYS OUTSTANDING' TO WS-SUM-LABEL.
005200     MOVE PARM-MIN-DAYS TO WS-SUM-VALUE.
005210     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005220     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005230
005240     MOVE SPACES TO WS-PRINT-LINE.
005250     MOVE 'CLOSED ITEMS (CORRECTED/WRITTEN OFF)' TO WS-SUM-LABEL.
005260     MOVE WS-CLOSED-COUNT TO WS-SUM-VALUE.
005270     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005280     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005290 4300-SUMMARY-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330* 4400-BAND-SUMMARY - ONE LINE PER DEPARTMENT: ITS OPEN     *
005340* ITEMS, HOW THEY SPLIT ACROSS THE AGE BANDS, AND ITS        *
005350* OLDEST ITEM; THEN THE SAME FOR THE WHOLE FILE             *
005360*----------------------------------------------------------*
005370 4400-BAND-SUMMARY.
005380     IF WS-LINE-CTR + 6 > WS-MAX-LINES
005390         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005400     END-IF.
005410     MOVE SPACES TO WS-PRINT-LINE.
005420     MOVE 'OPEN ITEMS BY DEPARTMENT AND DAYS OUTSTANDING'
005430         TO WS-PRINT-LINE.
005440     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
005450     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005460     MOVE SPACES TO WS-PRINT-LINE.
005470     MOVE 'DEPT     OPEN     0-7    8-14   15-30   31-60 OVER 60'
005480         TO WS-PRINT-LINE.
005490     MOVE 'OLDEST' TO WS-PRINT-LINE(55:6).
005500     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
005510     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005520     ADD 3 TO WS-LINE-CTR.
005530
005540     PERFORM 4410-DEPT-LINE THRU 4410-DEPT-LINE-EXIT
005550         VARYING WS-DEPT-IDX FROM 1 BY 1
005560         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
005570
005580     MOVE SPACES TO WS-PRINT-LINE.
005590     MOVE 'TOTAL' TO WB-SOURCE.
005600     MOVE WS-OPEN-COUNT TO WB-OPEN.
005610     PERFORM 4420-TOTAL-BAND THRU 4420-TOTAL-BAND-EXIT
005620         VARYING WS-BAND-IDX FROM 1 BY 1
005630         UNTIL WS-BAND-IDX > 5.
005640     WRITE RPT-REC FROM WS-BAND-LN AFTER ADVANCING 2 LINES.
005650     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005660     ADD 2 TO WS-LINE-CTR.
005670 4400-BAND-SUMMARY-EXIT.
005680     EXIT.
005690
005700 4410-DEPT-LINE.
005710     IF WS-LINE-CTR NOT < WS-MAX-LINES
005720         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005730     END-IF.
005740     MOVE SPACES TO WS-PRINT-LINE.
005750     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WB-SOURCE.
005760     MOVE WS-DEPT-OPEN (WS-DEPT-IDX) TO WB-OPEN.
005770     PERFORM 4415-DEPT-BAND THRU 4415-DEPT-BAND-EXIT
005780         VARYING WS-BAND-IDX FROM 1 BY 1
005790         UNTIL WS-BAND-IDX > 5.
005800     MOVE WS-DEPT-OLDEST (WS-DEPT-IDX) TO WB-OLDEST.
005810     WRITE RPT-REC FROM WS-BAND-LN AFTER ADVANCING 1 LINE.
005820     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005830     ADD 1 TO WS-LINE-CTR.
005840 4410-DEPT-LINE-EXIT.
005850     EXIT.
005860
005870 4415-DEPT-BAND.
005880     MOVE WS-DEPT-BAND (WS-DEPT-IDX, WS-BAND-IDX)
005890         TO WB-BAND (WS-BAND-IDX).
005900 4415-DEPT-BAND-EXIT.
005910     EXIT.
005920
005930 4420-TOTAL-BAND.
005940     MOVE WS-TOTAL-BAND (WS-BAND-IDX) TO WB-BAND (WS-BAND-IDX).
005950 4420-TOTAL-BAND-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS          *
006000*----------------------------------------------------------*
006010 9000-FILE-ABORT.
006020     DISPLAY 'ISOAGE: FILE ERROR ON ' WS-ERR-FILE-NAME
006030             ' STATUS=' WS-ERR-STATUS.
006040     MOVE 16 TO RETURN-CODE.
006050     STOP RUN.
006060 9000-FILE-ABORT-EXIT.
006070     EXIT.
006080
006090 9130-CHECK-RPT.
006100     IF NOT WS-RPT-OK
006110         MOVE 'AGERPT' TO WS-ERR-FILE-NAME
006120         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006130         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006140     END-IF.
006150 9130-CHECK-RPT-EXIT.
006160     EXIT.

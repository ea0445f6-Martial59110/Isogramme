000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isocal.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - MAINTENANCE OF THE KEYED        *
000120*                  PROCESSING CALENDAR: ONE RECORD PER DATE   *
000130*                  MARKED BUSINESS DAY, WEEKEND OR HOLIDAY.   *
000140*                  ISORUNCK CHECKS THE RUN HISTORY AGAINST    *
000150*                  IT AND ISOPURGE / ISOARCH CAN COUNT THEIR  *
000160*                  AGES IN ITS BUSINESS DAYS                  *
000170*----------------------------------------------------------*
000180* ONE CALCTL CARD PER CHANGE, APPLIED IN THE ORDER GIVEN:
000190*   COL 1      ACTION - G GENERATE A YEAR, H HOLIDAY,
000200*                       B BUSINESS DAY, W NON-BUSINESS DAY
000210*   COL 3-10   DATE YYYYMMDD (G: YEAR IN COL 3-6)
000220*   COL 12-31  DESCRIPTION (H, B, W)
000230* G WRITES EVERY DATE OF THE YEAR, SATURDAY AND SUNDAY AS
000240* WEEKEND AND THE REST AS BUSINESS DAYS; A DATE ALREADY ON
000250* FILE IS LEFT AS IT IS, SO RE-GENERATING A YEAR NEVER UNDOES
000260* ITS HOLIDAYS. H, B AND W RE-MARK A DATE THAT IS ALREADY ON
000270* FILE - B FOR A WORKING SATURDAY, W FOR A SHUTDOWN DAY THAT
000280* IS NOT A PUBLIC HOLIDAY. THE RUN ENDS BY LISTING EVERY DATE
000290* THAT DIFFERS FROM THE PLAIN WEEKDAY/WEEKEND PATTERN. WITH NO
000300* CALCTL CARDS THE RUN JUST LISTS. RETURN CODES: 0 CLEAN,
000310* 8 ONE OR MORE CARDS REFUSED, 16 HARD STOP ON A BAD FILE
000320* STATUS.
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. GNU-LINUX.
000380 OBJECT-COMPUTER. GNU-LINUX.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CAL-CTL-FILE ASSIGN TO "CALCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CCTL-STATUS.
000450
000460     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CL-DATE
000500         FILE STATUS IS WS-CAL-STATUS.
000510
000520     SELECT CAL-REPORT-FILE ASSIGN TO "CALRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  CAL-CTL-FILE
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  CAL-CTL-REC.
000630     05  CR-ACTION            PIC X(01).
000640     05  FILLER               PIC X(01).
000650     05  CR-DATE-X            PIC X(08).
000660     05  CR-DATE-9 REDEFINES CR-DATE-X
000670                              PIC 9(08).
000680     05  CR-YEAR-VIEW REDEFINES CR-DATE-X.
000690         10  CR-YEAR-X        PIC X(04).
000700         10  CR-YEAR-9 REDEFINES CR-YEAR-X
000710                              PIC 9(04).
000720         10  CR-YEAR-REST     PIC X(04).
000730     05  FILLER               PIC X(01).
000740     05  CR-DESC              PIC X(20).
000750     05  FILLER               PIC X(49).
000760
000770*    ONE RECORD PER DATE, KEYED YYYYMMDD.
000780 FD  CALENDAR-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810 01  CALENDAR-REC.
000820     05  CL-DATE              PIC 9(08).
000830     05  CL-DAY-TYPE          PIC X(01).
000840         88  CL-BUSINESS-DAY          VALUE 'B'.
000850         88  CL-WEEKEND               VALUE 'W'.
000860         88  CL-HOLIDAY               VALUE 'H'.
000870     05  CL-DAY-NAME          PIC X(03).
000880     05  CL-DESC              PIC X(20).
000890     05  CL-LAST-CHANGED      PIC X(10).
000900     05  FILLER               PIC X(38).
000910
000920 FD  CAL-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  RPT-REC                  PIC X(132).
000960
000970 WORKING-STORAGE SECTION.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SW            PIC X VALUE 'N'.
001010         88  WS-EOF                   VALUE 'Y'.
001020     05  WS-REFUSED-SW        PIC X VALUE 'N'.
001030         88  WS-CARD-REFUSED          VALUE 'Y'.
001040
001050 01  WS-CCTL-STATUS           PIC XX VALUE SPACES.
001060     88  WS-CCTL-OK                  VALUE '00'.
001070     88  WS-CCTL-NOTFOUND            VALUE '35'.
001080
001090 01  WS-CAL-STATUS            PIC XX VALUE SPACES.
001100     88  WS-CAL-OK                   VALUE '00'.
001110     88  WS-CAL-NOTFOUND             VALUE '35'.
001120
001130 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001140     88  WS-RPT-OK                   VALUE '00'.
001150
001160 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001170 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001180
001190 77  WS-CARDS-READ            PIC 9(06) COMP VALUE ZERO.
001200 77  WS-GEN-ADDED             PIC 9(06) COMP VALUE ZERO.
001210 77  WS-GEN-KEPT              PIC 9(06) COMP VALUE ZERO.
001220 77  WS-MARKED-COUNT          PIC 9(06) COMP VALUE ZERO.
001230 77  WS-REFUSED-COUNT         PIC 9(06) COMP VALUE ZERO.
001240 77  WS-DAYS-ON-FILE          PIC 9(06) COMP VALUE ZERO.
001250 77  WS-BUS-COUNT             PIC 9(06) COMP VALUE ZERO.
001260 77  WS-WKND-COUNT            PIC 9(06) COMP VALUE ZERO.
001270 77  WS-HOL-COUNT             PIC 9(06) COMP VALUE ZERO.
001280
001290 77  WS-DAY-INT               PIC 9(08) COMP VALUE ZERO.
001300 77  WS-FIRST-INT             PIC 9(08) COMP VALUE ZERO.
001310 77  WS-LAST-INT              PIC 9(08) COMP VALUE ZERO.
001320 77  WS-WEEKS                 PIC 9(08) COMP VALUE ZERO.
001330 77  WS-DOW                   PIC 9(01) COMP VALUE ZERO.
001340 77  WS-YEAR-ADDED            PIC 9(06) COMP VALUE ZERO.
001350 77  WS-YEAR-KEPT             PIC 9(06) COMP VALUE ZERO.
001360
001370 01  WS-EDGE-DATE             PIC 9(08) VALUE ZERO.
001380 01  WS-PATTERN-TYPE          PIC X(01) VALUE SPACE.
001390
001400*    INTEGER-OF-DATE COUNTS FROM MONDAY 01/01/1601 AS DAY 1, SO
001410*    THE DAY NUMBER MOD 7 RUNS 1 MONDAY ... 6 SATURDAY, 0 SUNDAY.
001420 01  WS-DAY-NAME-LIST.
001430     05  FILLER               PIC X(21)
001440                              VALUE 'SUNMONTUEWEDTHUFRISAT'.
001450 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-LIST.
001460     05  WS-DAY-NAME          PIC X(03) OCCURS 7.
001470
001480 01  WS-CARD-ACTION           PIC X(01) VALUE SPACE.
001490 01  WS-ACTION-TXT            PIC X(40) VALUE SPACES.
001500 01  WS-COUNT-DSP             PIC ZZ9.
001510
001520 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001530 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001540 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001550
001560 01  WS-CURRENT-DATE-TIME     PIC X(21).
001570 01  WS-RUN-DATE-DSP          PIC X(10).
001580
001590 01  WS-PRINT-LINE            PIC X(132).
001600
001610 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001620     05  WH1-TITLE            PIC X(30).
001630     05  FILLER               PIC X(10).
001640     05  WH1-DATE-LIT         PIC X(09).
001650     05  FILLER               PIC X(01).
001660     05  WH1-DATE             PIC X(10).
001670     05  FILLER               PIC X(10).
001680     05  WH1-PAGE-LIT         PIC X(05).
001690     05  WH1-PAGE-NO          PIC ZZZ9.
001700     05  FILLER               PIC X(53).
001710
001720*    ONE LINE PER CARD (ACTION IN THE FIRST COLUMN) AND, IN
001730*    THE LISTING, ONE LINE PER DATE (ACTION COLUMN BLANK).
001740 01  WS-CAL-LN REDEFINES WS-PRINT-LINE.
001750     05  WC-ACTION            PIC X(01).
001760     05  FILLER               PIC X(02).
001770     05  WC-DATE              PIC X(08).
001780     05  FILLER               PIC X(02).
001790     05  WC-DAY-NAME          PIC X(03).
001800     05  FILLER               PIC X(02).
001810     05  WC-DAY-TYPE          PIC X(01).
001820     05  FILLER               PIC X(02).
001830     05  WC-DESC              PIC X(20).
001840     05  FILLER               PIC X(02).
001850     05  WC-RESULT            PIC X(40).
001860     05  FILLER               PIC X(49).
001870
001880 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001890     05  WS-SUM-LABEL         PIC X(40).
001900     05  WS-SUM-VALUE         PIC ZZZZZ9.
001910     05  FILLER               PIC X(86).
001920
001930 PROCEDURE DIVISION.
001940
001950*----------------------------------------------------------*
001960* 0000-MAINLINE - APPLIES THE CARDS, THEN LISTS THE DATES   *
001970* THAT ARE NOT PLAIN WEEKDAYS OR WEEKENDS                   *
001980*----------------------------------------------------------*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002010
002020     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
002030     PERFORM 2000-APPLY-CARD THRU 2000-APPLY-CARD-EXIT
002040         UNTIL WS-EOF.
002050     CLOSE CAL-CTL-FILE.
002060
002070     PERFORM 5000-LIST-CALENDAR THRU 5000-LIST-CALENDAR-EXIT.
002080     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002090     CLOSE CAL-REPORT-FILE.
002100
002110     IF WS-REFUSED-COUNT > ZERO
002120         DISPLAY 'ISOCAL: ' WS-REFUSED-COUNT
002130                 ' CALCTL CARD(S) REFUSED - SEE CALRPT'
002140         MOVE 8 TO RETURN-CODE
002150     END-IF.
002160     STOP RUN.
002170
002180*----------------------------------------------------------*
002190* 1000-INITIALIZE - STAMPS THE RUN DATE, OPENS THE CARDS,   *
002200* THE REPORT AND THE CALENDAR. THE FIRST RUN CREATES THE    *
002210* CALENDAR; ANY OTHER BAD OPEN IS A HARD STOP               *
002220*----------------------------------------------------------*
002230 1000-INITIALIZE.
002240     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002250     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002260            '/'                      DELIMITED BY SIZE
002270            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002280            '/'                      DELIMITED BY SIZE
002290            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002300         INTO WS-RUN-DATE-DSP.
002310
002320     OPEN OUTPUT CAL-REPORT-FILE.
002330     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002340     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002350
002360*    NO CARD FILE AT ALL IS A LISTING-ONLY RUN.
002370     OPEN INPUT CAL-CTL-FILE.
002380     IF WS-CCTL-NOTFOUND
002390         SET WS-EOF TO TRUE
002400     ELSE
002410         IF NOT WS-CCTL-OK
002420             MOVE 'CALCTL' TO WS-ERR-FILE-NAME
002430             MOVE WS-CCTL-STATUS TO WS-ERR-STATUS
002440             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002450         END-IF
002460     END-IF.
002470
002480     OPEN I-O CALENDAR-FILE.
002490     IF WS-CAL-NOTFOUND
002500         OPEN OUTPUT CALENDAR-FILE
002510         IF WS-CAL-OK
002520             CLOSE CALENDAR-FILE
002530             OPEN I-O CALENDAR-FILE
002540         END-IF
002550         MOVE SPACES TO WS-PRINT-LINE
002560         MOVE 'PROCESSING CALENDAR CREATED' TO WS-PRINT-LINE
002570         WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
002580         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
002590         ADD 1 TO WS-LINE-CTR
002600     END-IF.
002610     IF NOT WS-CAL-OK
002620         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
002630         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
002640         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002650     END-IF.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700* 2000-APPLY-CARD - EDITS ONE CARD AND HANDS IT TO ITS      *
002710* ACTION. A REFUSED CARD PRINTS WITH THE REASON AND CHANGES *
002720* NOTHING; THE CARDS AFTER IT ARE STILL APPLIED             *
002730*----------------------------------------------------------*
002740 2000-APPLY-CARD.
002750     MOVE 'N' TO WS-REFUSED-SW.
002760     MOVE SPACES TO WS-ACTION-TXT.
002770     MOVE CR-ACTION TO WS-CARD-ACTION.
002780
002790*    A BLANK LINE IN THE DECK IS SPACING, NOT A CARD.
002800     IF CAL-CTL-REC = SPACES
002810         GO TO 2000-APPLY-NEXT
002820     END-IF.
002830     ADD 1 TO WS-CARDS-READ.
002840
002850     EVALUATE CR-ACTION
002860         WHEN 'G'
002870             PERFORM 3000-GENERATE-YEAR
002880                 THRU 3000-GENERATE-YEAR-EXIT
002890         WHEN 'H'
002900         WHEN 'B'
002910         WHEN 'W'
002920             PERFORM 3100-MARK-DATE THRU 3100-MARK-DATE-EXIT
002930         WHEN OTHER
002940             MOVE 'REFUSED - ACTION MUST BE G, H, B OR W'
002950                 TO WS-ACTION-TXT
002960             SET WS-CARD-REFUSED TO TRUE
002970     END-EVALUATE.
002980     IF NOT WS-CARD-REFUSED
002990         GO TO 2000-APPLY-NEXT
003000     END-IF.
003010
003020     ADD 1 TO WS-REFUSED-COUNT.
003030     DISPLAY 'ISOCAL: CARD ' WS-CARDS-READ ' ' WS-ACTION-TXT.
003040     PERFORM 4250-WRITE-CARD THRU 4250-WRITE-CARD-EXIT.
003050
003060 2000-APPLY-NEXT.
003070     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
003080 2000-APPLY-CARD-EXIT.
003090     EXIT.
003100
003110 2100-READ-CARD.
003120     IF WS-EOF
003130         GO TO 2100-READ-CARD-EXIT
003140     END-IF.
003150     MOVE SPACES TO CAL-CTL-REC.
003160     READ CAL-CTL-FILE
003170         AT END SET WS-EOF TO TRUE
003180     END-READ.
003190 2100-READ-CARD-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230* 3000-GENERATE-YEAR - WRITES EVERY DATE OF THE CARD'S YEAR *
003240* THAT IS NOT ALREADY ON FILE AND PRINTS ONE LINE SAYING    *
003250* HOW MANY WERE ADDED AND HOW MANY WERE LEFT AS THEY WERE   *
003260*----------------------------------------------------------*
003270 3000-GENERATE-YEAR.
003280     IF CR-YEAR-X NOT NUMERIC OR CR-YEAR-9 < 1601
003290         MOVE 'REFUSED - YEAR MUST BE 1601 OR LATER'
003300             TO WS-ACTION-TXT
003310         SET WS-CARD-REFUSED TO TRUE
003320         GO TO 3000-GENERATE-YEAR-EXIT
003330     END-IF.
003340
003350     COMPUTE WS-EDGE-DATE = CR-YEAR-9 * 10000 + 0101.
003360     COMPUTE WS-FIRST-INT =
003370         FUNCTION INTEGER-OF-DATE (WS-EDGE-DATE).
003380     COMPUTE WS-EDGE-DATE = CR-YEAR-9 * 10000 + 1231.
003390     COMPUTE WS-LAST-INT =
003400         FUNCTION INTEGER-OF-DATE (WS-EDGE-DATE).
003410     MOVE ZERO TO WS-YEAR-ADDED.
003420     MOVE ZERO TO WS-YEAR-KEPT.
003430
003440     PERFORM 3050-GENERATE-ONE THRU 3050-GENERATE-ONE-EXIT
003450         VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
003460         UNTIL WS-DAY-INT > WS-LAST-INT.
003470     ADD WS-YEAR-ADDED TO WS-GEN-ADDED.
003480     ADD WS-YEAR-KEPT TO WS-GEN-KEPT.
003490
003500     MOVE SPACES TO WS-PRINT-LINE.
003510     MOVE WS-YEAR-ADDED TO WS-COUNT-DSP.
003520     STRING 'GENERATED - ' DELIMITED BY SIZE
003530            WS-COUNT-DSP   DELIMITED BY SIZE
003540            ' DATES ADDED, ' DELIMITED BY SIZE
003550         INTO WS-ACTION-TXT.
003560     MOVE WS-YEAR-KEPT TO WS-COUNT-DSP.
003570     MOVE WS-COUNT-DSP TO WS-ACTION-TXT (30:3).
003580     MOVE ' KEPT' TO WS-ACTION-TXT (33:5).
003590     PERFORM 4250-WRITE-CARD THRU 4250-WRITE-CARD-EXIT.
003600 3000-GENERATE-YEAR-EXIT.
003610     EXIT.
003620
003630 3050-GENERATE-ONE.
003640     MOVE SPACES TO CALENDAR-REC.
003650     COMPUTE CL-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
003660     PERFORM 3900-DAY-OF-WEEK THRU 3900-DAY-OF-WEEK-EXIT.
003670     IF WS-DOW = 0 OR WS-DOW = 6
003680         SET CL-WEEKEND TO TRUE
003690     ELSE
003700         SET CL-BUSINESS-DAY TO TRUE
003710     END-IF.
003720     MOVE WS-RUN-DATE-DSP TO CL-LAST-CHANGED.
003730
003740     WRITE CALENDAR-REC
003750         INVALID KEY
003760             ADD 1 TO WS-YEAR-KEPT
003770             GO TO 3050-GENERATE-ONE-EXIT
003780     END-WRITE.
003790     IF NOT WS-CAL-OK
003800         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
003810         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
003820         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003830     END-IF.
003840     ADD 1 TO WS-YEAR-ADDED.
003850 3050-GENERATE-ONE-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------*
003890* 3100-MARK-DATE - RE-MARKS ONE DATE ALREADY ON FILE AS A   *
003900* HOLIDAY, BUSINESS DAY OR NON-BUSINESS DAY                 *
003910*----------------------------------------------------------*
003920 3100-MARK-DATE.
003930     IF CR-DATE-X NOT NUMERIC
003940         MOVE 'REFUSED - DATE MUST BE YYYYMMDD'
003950             TO WS-ACTION-TXT
003960         SET WS-CARD-REFUSED TO TRUE
003970         GO TO 3100-MARK-DATE-EXIT
003980     END-IF.
003990
004000     MOVE CR-DATE-9 TO CL-DATE.
004010     READ CALENDAR-FILE
004020         INVALID KEY
004030             MOVE 'REFUSED - DATE NOT ON CALENDAR, RUN G'
004040                 TO WS-ACTION-TXT
004050             SET WS-CARD-REFUSED TO TRUE
004060             GO TO 3100-MARK-DATE-EXIT
004070     END-READ.
004080     IF NOT WS-CAL-OK
004090         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
004100         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
004110         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004120     END-IF.
004130
004140     MOVE CR-ACTION TO CL-DAY-TYPE.
004150     IF CL-HOLIDAY AND CR-DESC = SPACES
004160         MOVE 'HOLIDAY' TO CL-DESC
004170     ELSE
004180         MOVE CR-DESC TO CL-DESC
004190     END-IF.
004200     MOVE WS-RUN-DATE-DSP TO CL-LAST-CHANGED.
004210     REWRITE CALENDAR-REC.
004220     IF NOT WS-CAL-OK
004230         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
004240         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
004250         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004260     END-IF.
004270     ADD 1 TO WS-MARKED-COUNT.
004280     MOVE 'MARKED' TO WS-ACTION-TXT.
004290     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
004300 3100-MARK-DATE-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* 3900-DAY-OF-WEEK - WORKS OUT THE DAY OF THE WEEK OF THE   *
004350* DAY NUMBER IN HAND (0 SUNDAY, 1 MONDAY ... 6 SATURDAY)    *
004360* AND STORES ITS NAME ON THE RECORD                         *
004370*----------------------------------------------------------*
004380 3900-DAY-OF-WEEK.
004390     DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS REMAINDER WS-DOW.
004400     MOVE WS-DAY-NAME (WS-DOW + 1) TO CL-DAY-NAME.
004410 3900-DAY-OF-WEEK-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
004460*----------------------------------------------------------*
004470 4100-NEW-PAGE.
004480     IF WS-PAGE-NO > 0
004490         MOVE SPACES TO RPT-REC
004500         WRITE RPT-REC AFTER ADVANCING 1 LINE
004510         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004520     END-IF.
004530     ADD 1 TO WS-PAGE-NO.
004540
004550     MOVE SPACES TO WS-PRINT-LINE.
004560     MOVE 'PROCESSING CALENDAR' TO WH1-TITLE.
004570     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
004580     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
004590     MOVE 'PAGE:' TO WH1-PAGE-LIT.
004600     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
004610     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
004620     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004630
004640     MOVE SPACES TO WS-PRINT-LINE.
004650     MOVE 'A' TO WC-ACTION.
004660     MOVE 'DATE' TO WC-DATE.
004670     MOVE 'DAY' TO WC-DAY-NAME.
004680     MOVE 'T' TO WC-DAY-TYPE.
004690     MOVE 'DESCRIPTION' TO WC-DESC.
004700     MOVE 'RESULT / LAST CHANGED' TO WC-RESULT.
004710     WRITE RPT-REC FROM WS-CAL-LN AFTER ADVANCING 2 LINES.
004720     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004730
004740     MOVE ZERO TO WS-LINE-CTR.
004750 4100-NEW-PAGE-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 4200-WRITE-DETAIL - ONE LINE FOR A DATE AS IT NOW STANDS  *
004800* AND WHAT WAS DONE TO IT                                   *
004810*----------------------------------------------------------*
004820 4200-WRITE-DETAIL.
004830     IF WS-LINE-CTR NOT < WS-MAX-LINES
004840         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004850     END-IF.
004860     MOVE SPACES TO WS-PRINT-LINE.
004870     MOVE WS-CARD-ACTION TO WC-ACTION.
004880     MOVE CL-DATE TO WC-DATE.
004890     MOVE CL-DAY-NAME TO WC-DAY-NAME.
004900     MOVE CL-DAY-TYPE TO WC-DAY-TYPE.
004910     MOVE CL-DESC TO WC-DESC.
004920     MOVE WS-ACTION-TXT TO WC-RESULT.
004930     WRITE RPT-REC FROM WS-CAL-LN AFTER ADVANCING 1 LINE.
004940     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004950     ADD 1 TO WS-LINE-CTR.
004960 4200-WRITE-DETAIL-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------*
005000* 4250-WRITE-CARD - ONE LINE FOR A REFUSED CARD, SHOWN AS   *
005010* IT WAS KEYED, WITH THE REASON; ALSO THE G CARD'S RESULT   *
005020*----------------------------------------------------------*
005030 4250-WRITE-CARD.
005040     IF WS-LINE-CTR NOT < WS-MAX-LINES
005050         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005060     END-IF.
005070     MOVE SPACES TO WS-PRINT-LINE.
005080     MOVE CR-ACTION TO WC-ACTION.
005090     MOVE CR-DATE-X TO WC-DATE.
005100     MOVE CR-DESC TO WC-DESC.
005110     MOVE WS-ACTION-TXT TO WC-RESULT.
005120     WRITE RPT-REC FROM WS-CAL-LN AFTER ADVANCING 1 LINE.
005130     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005140     ADD 1 TO WS-LINE-CTR.
005150 4250-WRITE-CARD-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190* 4300-SUMMARY - PRINTS WHAT THE RUN DID AND HOW THE WHOLE  *
005200* CALENDAR NOW SPLITS BY DAY TYPE                           *
005210*----------------------------------------------------------*
005220 4300-SUMMARY.
005230     MOVE SPACES TO WS-PRINT-LINE.
005240     MOVE 'CALCTL CARDS READ' TO WS-SUM-LABEL.
005250     MOVE WS-CARDS-READ TO WS-SUM-VALUE.
005260     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005270     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005280
005290     MOVE SPACES TO WS-PRINT-LINE.
005300     MOVE 'DATES GENERATED' TO WS-SUM-LABEL.
005310     MOVE WS-GEN-ADDED TO WS-SUM-VALUE.
005320     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005330     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005340
005350     MOVE SPACES TO WS-PRINT-LINE.
005360     MOVE 'DATES ALREADY ON FILE, KEPT' TO WS-SUM-LABEL.
005370     MOVE WS-GEN-KEPT TO WS-SUM-VALUE.
005380     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005390     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005400
005410     MOVE SPACES TO WS-PRINT-LINE.
005420     MOVE 'DATES RE-MARKED' TO WS-SUM-LABEL.
005430     MOVE WS-MARKED-COUNT TO WS-SUM-VALUE.
005440     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005450     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005460
005470     MOVE SPACES TO WS-PRINT-LINE.
005480     MOVE 'CARDS REFUSED' TO WS-SUM-LABEL.
005490     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
005500     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005510     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005520
005530     MOVE SPACES TO WS-PRINT-LINE.
005540     MOVE 'DATES ON THE CALENDAR' TO WS-SUM-LABEL.
005550     MOVE WS-DAYS-ON-FILE TO WS-SUM-VALUE.
005560     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005570     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005580
005590     MOVE SPACES TO WS-PRINT-LINE.
005600     MOVE '  BUSINESS DAYS' TO WS-SUM-LABEL.
005610     MOVE WS-BUS-COUNT TO WS-SUM-VALUE.
005620     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005630     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005640
005650     MOVE SPACES TO WS-PRINT-LINE.
005660     MOVE '  WEEKEND / NON-BUSINESS DAYS' TO WS-SUM-LABEL.
005670     MOVE WS-WKND-COUNT TO WS-SUM-VALUE.
005680     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005690     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005700
005710     MOVE SPACES TO WS-PRINT-LINE.
005720     MOVE '  HOLIDAYS' TO WS-SUM-LABEL.
005730     MOVE WS-HOL-COUNT TO WS-SUM-VALUE.
005740     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005750     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005760 4300-SUMMARY-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------*
005800* 5000-LIST-CALENDAR - REOPENS THE CALENDAR FOR INPUT AND   *
005810* COUNTS EVERY DATE BY TYPE, LISTING THE ONES THAT BREAK    *
005820* THE PLAIN PATTERN: HOLIDAYS, WORKING WEEKENDS AND WEEKDAYS *
005830* MARKED NON-BUSINESS                                       *
005840*----------------------------------------------------------*
005850 5000-LIST-CALENDAR.
005860     CLOSE CALENDAR-FILE.
005870     OPEN INPUT CALENDAR-FILE.
005880     IF NOT WS-CAL-OK
005890         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
005900         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
005910         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005920     END-IF.
005930
005940     MOVE SPACES TO WS-PRINT-LINE.
005950     MOVE 'HOLIDAYS AND OVERRIDES ON THE CALENDAR'
005960         TO WS-PRINT-LINE.
005970     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
005980     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005990     ADD 2 TO WS-LINE-CTR.
006000
006010     MOVE 'N' TO WS-EOF-SW.
006020     PERFORM 5100-READ-DATE THRU 5100-READ-DATE-EXIT.
006030     PERFORM 5200-LIST-ONE THRU 5200-LIST-ONE-EXIT
006040         UNTIL WS-EOF.
006050     CLOSE CALENDAR-FILE.
006060 5000-LIST-CALENDAR-EXIT.
006070     EXIT.
006080
006090 5100-READ-DATE.
006100     READ CALENDAR-FILE NEXT RECORD
006110         AT END SET WS-EOF TO TRUE
006120     END-READ.
006130     IF NOT WS-EOF AND NOT WS-CAL-OK
006140         MOVE 'CALENDAR' TO WS-ERR-FILE-NAME
006150         MOVE WS-CAL-STATUS TO WS-ERR-STATUS
006160         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006170     END-IF.
006180 5100-READ-DATE-EXIT.
006190     EXIT.
006200
006210 5200-LIST-ONE.
006220     ADD 1 TO WS-DAYS-ON-FILE.
006230     EVALUATE TRUE
006240         WHEN CL-BUSINESS-DAY
006250             ADD 1 TO WS-BUS-COUNT
006260         WHEN CL-HOLIDAY
006270             ADD 1 TO WS-HOL-COUNT
006280         WHEN OTHER
006290             ADD 1 TO WS-WKND-COUNT
006300     END-EVALUATE.
006310
006320*    A PLAIN WEEKDAY OR WEEKEND CARRIES NO DESCRIPTION; ONLY
006330*    THE DATES SOMEONE HAS RE-MARKED ARE WORTH PRINTING. A DATE
006340*    WHOSE TYPE IS NOT THE ONE ITS DAY NAME GIVES IS RE-MARKED
006350*    TOO, EVEN WHEN THE CARD CARRIED NO DESCRIPTION.
006360     IF CL-DAY-NAME = 'SAT' OR CL-DAY-NAME = 'SUN'
006370         MOVE 'W' TO WS-PATTERN-TYPE
006380     ELSE
006390         MOVE 'B' TO WS-PATTERN-TYPE
006400     END-IF.
006410     IF CL-DESC NOT = SPACES OR CL-HOLIDAY
006420             OR CL-DAY-TYPE NOT = WS-PATTERN-TYPE
006430         MOVE SPACES TO WS-ACTION-TXT
006440         STRING 'LAST CHANGED ' DELIMITED BY SIZE
006450                CL-LAST-CHANGED DELIMITED BY SIZE
006460             INTO WS-ACTION-TXT
006470         MOVE SPACE TO WS-CARD-ACTION
006480         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
006490     END-IF.
006500
006510     PERFORM 5100-READ-DATE THRU 5100-READ-DATE-EXIT.
006520 5200-LIST-ONE-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------*
006560* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
006570* GRADED CODE THE MAIN RUN USES                             *
006580*----------------------------------------------------------*
006590 9000-FILE-ABORT.
006600     DISPLAY 'ISOCAL: FILE ERROR ON ' WS-ERR-FILE-NAME
006610             ' STATUS=' WS-ERR-STATUS.
006620     MOVE 16 TO RETURN-CODE.
006630     STOP RUN.
006640 9000-FILE-ABORT-EXIT.
006650     EXIT.
006660
006670 9130-CHECK-RPT.
006680     IF NOT WS-RPT-OK
006690         MOVE 'CALRPT' TO WS-ERR-FILE-NAME
006700         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006710         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006720     END-IF.
006730 9130-CHECK-RPT-EXIT.
006740     EXIT.

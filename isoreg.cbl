000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isoreg.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - MAINTENANCE OF THE KEYED        *
000120*                  SUBMITTER REGISTRY: ONE ENTRY PER SOURCE   *
000130*                  CODE WITH ITS DEPARTMENT NAME, CONTACT,    *
000140*                  ACTIVE/INACTIVE STATUS AND DAILY WORD      *
000150*                  QUOTA. ISOEDIT AND ISOIMP REFUSE A CODE    *
000160*                  THAT IS NOT ACTIVE ON IT, AND ISO AND      *
000170*                  ISORECON PRINT ITS DEPARTMENT NAMES        *
000180*----------------------------------------------------------*
000190* ONE REGCTL CARD PER CHANGE, APPLIED IN THE ORDER GIVEN:
000200*   COL 1      ACTION - A ADD, C CHANGE, D DEACTIVATE
000210*   COL 3-5    SOURCE CODE
000220*   COL 7-36   DEPARTMENT NAME (REQUIRED ON AN ADD)
000230*   COL 38-67  CONTACT
000240*   COL 69-74  DAILY WORD QUOTA, 000000 = NO LIMIT
000250*   COL 76     STATUS, A OR I (CHANGE ONLY)
000260* ON A CHANGE A BLANK FIELD LEAVES THE ENTRY'S VALUE AS IT IS,
000270* SO ONLY THE FIELDS KEYED ARE CHANGED; STATUS A ON A CHANGE
000280* IS HOW A DEACTIVATED CODE IS BROUGHT BACK. AN ENTRY IS NEVER
000290* REMOVED - A DEACTIVATED CODE STAYS ON FILE SO THE REPORTS
000300* CAN STILL NAME ITS DEPARTMENT FOR WORDS IT SENT EARLIER.
000310* THE --- AND *** CODES ARE THE REPORTS' BLANK AND OVERFLOW
000320* BUCKETS AND CANNOT BE REGISTERED. WITH NO REGCTL CARDS THE
000330* RUN JUST LISTS THE REGISTRY. RETURN CODES: 0 CLEAN, 8 ONE
000340* OR MORE CARDS REFUSED, 16 HARD STOP ON A BAD FILE STATUS.
000350*----------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNU-LINUX.
000400 OBJECT-COMPUTER. GNU-LINUX.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT REG-CTL-FILE ASSIGN TO "REGCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RCTL-STATUS.
000470
000480     SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS RG-SOURCE
000520         FILE STATUS IS WS-REG-STATUS.
000530
000540     SELECT REG-REPORT-FILE ASSIGN TO "REGRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  REG-CTL-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORDING MODE IS F.
000640 01  REG-CTL-REC.
000650     05  RR-ACTION            PIC X(01).
000660     05  FILLER               PIC X(01).
000670     05  RR-SOURCE            PIC X(03).
000680     05  FILLER               PIC X(01).
000690     05  RR-DEPT-NAME         PIC X(30).
000700     05  FILLER               PIC X(01).
000710     05  RR-CONTACT           PIC X(30).
000720     05  FILLER               PIC X(01).
000730     05  RR-QUOTA-X           PIC X(06).
000740     05  RR-QUOTA-9 REDEFINES RR-QUOTA-X
000750                              PIC 9(06).
000760     05  FILLER               PIC X(01).
000770     05  RR-STATUS            PIC X(01).
000780     05  FILLER               PIC X(04).
000790
000800*    ONE ENTRY PER SOURCE CODE. A QUOTA OF ZERO MEANS THE
000810*    SOURCE HAS NO DAILY LIMIT.
000820 FD  REGISTRY-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  REGISTRY-REC.
000860     05  RG-SOURCE            PIC X(03).
000870     05  RG-DEPT-NAME         PIC X(30).
000880     05  RG-CONTACT           PIC X(30).
000890     05  RG-STATUS            PIC X(01).
000900         88  RG-ACTIVE                VALUE 'A'.
000910         88  RG-INACTIVE              VALUE 'I'.
000920     05  RG-DAILY-QUOTA       PIC 9(06).
000930     05  RG-LAST-CHANGED      PIC X(10).
000940     05  FILLER               PIC X(20).
000950
000960 FD  REG-REPORT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990 01  RPT-REC                  PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020
001030 01  WS-SWITCHES.
001040     05  WS-EOF-SW            PIC X VALUE 'N'.
001050         88  WS-EOF                   VALUE 'Y'.
001060     05  WS-REFUSED-SW        PIC X VALUE 'N'.
001070         88  WS-CARD-REFUSED          VALUE 'Y'.
001080
001090 01  WS-RCTL-STATUS           PIC XX VALUE SPACES.
001100     88  WS-RCTL-OK                  VALUE '00'.
001110     88  WS-RCTL-NOTFOUND            VALUE '35'.
001120
001130 01  WS-REG-STATUS            PIC XX VALUE SPACES.
001140     88  WS-REG-OK                   VALUE '00'.
001150     88  WS-REG-NOTFOUND             VALUE '35'.
001160
001170 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
001180     88  WS-RPT-OK                   VALUE '00'.
001190
001200 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001210 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001220
001230 77  WS-CARDS-READ            PIC 9(06) COMP VALUE ZERO.
001240 77  WS-ADDED-COUNT           PIC 9(06) COMP VALUE ZERO.
001250 77  WS-CHANGED-COUNT         PIC 9(06) COMP VALUE ZERO.
001260 77  WS-DEACT-COUNT           PIC 9(06) COMP VALUE ZERO.
001270 77  WS-REFUSED-COUNT         PIC 9(06) COMP VALUE ZERO.
001280 77  WS-ENTRY-COUNT           PIC 9(06) COMP VALUE ZERO.
001290 77  WS-ACTIVE-COUNT          PIC 9(06) COMP VALUE ZERO.
001300
001310 01  WS-CARD-ACTION           PIC X(01) VALUE SPACE.
001320 01  WS-ACTION-TXT            PIC X(40) VALUE SPACES.
001330
001340 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001350 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001360 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001370
001380 01  WS-CURRENT-DATE-TIME     PIC X(21).
001390 01  WS-RUN-DATE-DSP          PIC X(10).
001400
001410 01  WS-PRINT-LINE            PIC X(132).
001420
001430 01  WS-HDG-1 REDEFINES WS-PRINT-LINE.
001440     05  WH1-TITLE            PIC X(30).
001450     05  FILLER               PIC X(10).
001460     05  WH1-DATE-LIT         PIC X(09).
001470     05  FILLER               PIC X(01).
001480     05  WH1-DATE             PIC X(10).
001490     05  FILLER               PIC X(10).
001500     05  WH1-PAGE-LIT         PIC X(05).
001510     05  WH1-PAGE-NO          PIC ZZZ9.
001520     05  FILLER               PIC X(53).
001530
001540*    ONE LINE PER CARD (ACTION IN THE FIRST COLUMN) AND, IN
001550*    THE LISTING, ONE LINE PER ENTRY (ACTION COLUMN BLANK).
001560 01  WS-REG-LN REDEFINES WS-PRINT-LINE.
001570     05  WR-ACTION            PIC X(01).
001580     05  FILLER               PIC X(02).
001590     05  WR-SOURCE            PIC X(03).
001600     05  FILLER               PIC X(02).
001610     05  WR-DEPT-NAME         PIC X(30).
001620     05  FILLER               PIC X(02).
001630     05  WR-CONTACT           PIC X(30).
001640     05  FILLER               PIC X(02).
001650     05  WR-STATUS            PIC X(01).
001660     05  FILLER               PIC X(02).
001670     05  WR-QUOTA             PIC ZZZZZ9.
001680     05  WR-QUOTA-X REDEFINES WR-QUOTA
001690                              PIC X(06).
001700     05  FILLER               PIC X(02).
001710     05  WR-RESULT            PIC X(40).
001720     05  FILLER               PIC X(09).
001730
001740 01  WS-SUM-LN REDEFINES WS-PRINT-LINE.
001750     05  WS-SUM-LABEL         PIC X(40).
001760     05  WS-SUM-VALUE         PIC ZZZZZ9.
001770     05  FILLER               PIC X(86).
001780
001790 PROCEDURE DIVISION.
001800
001810*----------------------------------------------------------*
001820* 0000-MAINLINE - APPLIES THE CARDS, THEN LISTS THE WHOLE   *
001830* REGISTRY AS IT NOW STANDS                                 *
001840*----------------------------------------------------------*
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001870
001880     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT.
001890     PERFORM 2000-APPLY-CARD THRU 2000-APPLY-CARD-EXIT
001900         UNTIL WS-EOF.
001910     CLOSE REG-CTL-FILE.
001920
001930     PERFORM 5000-LIST-REGISTRY THRU 5000-LIST-REGISTRY-EXIT.
001940     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
001950     CLOSE REG-REPORT-FILE.
001960
001970     IF WS-REFUSED-COUNT > ZERO
001980         DISPLAY 'ISOREG: ' WS-REFUSED-COUNT
001990                 ' REGCTL CARD(S) REFUSED - SEE REGRPT'
002000         MOVE 8 TO RETURN-CODE
002010     END-IF.
002020     STOP RUN.
002030
002040*----------------------------------------------------------*
002050* 1000-INITIALIZE - STAMPS THE RUN DATE, OPENS THE CARDS,   *
002060* THE REPORT AND THE REGISTRY. THE FIRST RUN CREATES THE    *
002070* REGISTRY; ANY OTHER BAD OPEN IS A HARD STOP               *
002080*----------------------------------------------------------*
002090 1000-INITIALIZE.
002100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002110     STRING WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
002120            '/'                      DELIMITED BY SIZE
002130            WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
002140            '/'                      DELIMITED BY SIZE
002150            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
002160         INTO WS-RUN-DATE-DSP.
002170
002180     OPEN OUTPUT REG-REPORT-FILE.
002190     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
002200     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002210
002220*    NO CARD FILE AT ALL IS A LISTING-ONLY RUN.
002230     OPEN INPUT REG-CTL-FILE.
002240     IF WS-RCTL-NOTFOUND
002250         SET WS-EOF TO TRUE
002260     ELSE
002270         IF NOT WS-RCTL-OK
002280             MOVE 'REGCTL' TO WS-ERR-FILE-NAME
002290             MOVE WS-RCTL-STATUS TO WS-ERR-STATUS
002300             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002310         END-IF
002320     END-IF.
002330
002340     OPEN I-O REGISTRY-FILE.
002350     IF WS-REG-NOTFOUND
002360         OPEN OUTPUT REGISTRY-FILE
002370         IF WS-REG-OK
002380             CLOSE REGISTRY-FILE
002390             OPEN I-O REGISTRY-FILE
002400         END-IF
002410         MOVE SPACES TO WS-PRINT-LINE
002420         MOVE 'SUBMITTER REGISTRY CREATED' TO WS-PRINT-LINE
002430         WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE
002440         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
002450         ADD 1 TO WS-LINE-CTR
002460     END-IF.
002470     IF NOT WS-REG-OK
002480         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
002490         MOVE WS-REG-STATUS TO WS-ERR-STATUS
002500         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
002510     END-IF.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------*
002560* 2000-APPLY-CARD - EDITS ONE CARD AND HANDS IT TO ITS      *
002570* ACTION. A REFUSED CARD PRINTS WITH THE REASON AND CHANGES *
002580* NOTHING; THE CARDS AFTER IT ARE STILL APPLIED             *
002590*----------------------------------------------------------*
002600 2000-APPLY-CARD.
002610     MOVE 'N' TO WS-REFUSED-SW.
002620     MOVE SPACES TO WS-ACTION-TXT.
002630     MOVE RR-ACTION TO WS-CARD-ACTION.
002640
002650*    A BLANK LINE IN THE DECK IS SPACING, NOT A CARD.
002660     IF REG-CTL-REC = SPACES
002670         GO TO 2000-APPLY-NEXT
002680     END-IF.
002690     ADD 1 TO WS-CARDS-READ.
002700
002710     IF RR-SOURCE = SPACES
002720         MOVE 'REFUSED - NO SOURCE CODE' TO WS-ACTION-TXT
002730         GO TO 2000-APPLY-REFUSED
002740     END-IF.
002750     IF RR-SOURCE = '---' OR '***'
002760         MOVE 'REFUSED - RESERVED SOURCE CODE' TO WS-ACTION-TXT
002770         GO TO 2000-APPLY-REFUSED
002780     END-IF.
002790     IF RR-QUOTA-X NOT = SPACES AND RR-QUOTA-X NOT NUMERIC
002800         MOVE 'REFUSED - QUOTA IS NOT 6 DIGITS' TO WS-ACTION-TXT
002810         GO TO 2000-APPLY-REFUSED
002820     END-IF.
002830
002840     EVALUATE RR-ACTION
002850         WHEN 'A'
002860             PERFORM 3000-ADD-ENTRY THRU 3000-ADD-ENTRY-EXIT
002870         WHEN 'C'
002880             PERFORM 3100-CHANGE-ENTRY THRU 3100-CHANGE-ENTRY-EXIT
002890         WHEN 'D'
002900             PERFORM 3200-DEACTIVATE THRU 3200-DEACTIVATE-EXIT
002910         WHEN OTHER
002920             MOVE 'REFUSED - ACTION MUST BE A, C OR D'
002930                 TO WS-ACTION-TXT
002940             SET WS-CARD-REFUSED TO TRUE
002950     END-EVALUATE.
002960     IF NOT WS-CARD-REFUSED
002970         PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT
002980         GO TO 2000-APPLY-NEXT
002990     END-IF.
003000
003010 2000-APPLY-REFUSED.
003020     ADD 1 TO WS-REFUSED-COUNT.
003030     DISPLAY 'ISOREG: CARD ' WS-CARDS-READ ' ' WS-ACTION-TXT.
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
003150     MOVE SPACES TO REG-CTL-REC.
003160     READ REG-CTL-FILE
003170         AT END SET WS-EOF TO TRUE
003180     END-READ.
003190 2100-READ-CARD-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230* 3000-ADD-ENTRY - REGISTERS A NEW SOURCE CODE, ACTIVE. THE *
003240* DEPARTMENT NAME IS REQUIRED; A CODE ALREADY ON FILE IS    *
003250* REFUSED (USE A CHANGE CARD)                               *
003260*----------------------------------------------------------*
003270 3000-ADD-ENTRY.
003280     IF RR-DEPT-NAME = SPACES
003290         MOVE 'REFUSED - ADD NEEDS A DEPARTMENT NAME'
003300             TO WS-ACTION-TXT
003310         SET WS-CARD-REFUSED TO TRUE
003320         GO TO 3000-ADD-ENTRY-EXIT
003330     END-IF.
003340
003350     MOVE SPACES TO REGISTRY-REC.
003360     MOVE RR-SOURCE TO RG-SOURCE.
003370     MOVE RR-DEPT-NAME TO RG-DEPT-NAME.
003380     MOVE RR-CONTACT TO RG-CONTACT.
003390     SET RG-ACTIVE TO TRUE.
003400     IF RR-QUOTA-X = SPACES
003410         MOVE ZERO TO RG-DAILY-QUOTA
003420     ELSE
003430         MOVE RR-QUOTA-9 TO RG-DAILY-QUOTA
003440     END-IF.
003450     MOVE WS-RUN-DATE-DSP TO RG-LAST-CHANGED.
003460
003470     WRITE REGISTRY-REC
003480         INVALID KEY
003490             MOVE 'REFUSED - CODE ALREADY ON REGISTRY'
003500                 TO WS-ACTION-TXT
003510             SET WS-CARD-REFUSED TO TRUE
003520             GO TO 3000-ADD-ENTRY-EXIT
003530     END-WRITE.
003540     IF NOT WS-REG-OK
003550         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
003560         MOVE WS-REG-STATUS TO WS-ERR-STATUS
003570         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003580     END-IF.
003590     ADD 1 TO WS-ADDED-COUNT.
003600     MOVE 'ADDED' TO WS-ACTION-TXT.
003610 3000-ADD-ENTRY-EXIT.
003620     EXIT.
003630
003640*----------------------------------------------------------*
003650* 3100-CHANGE-ENTRY - REPLACES THE FIELDS KEYED ON THE CARD *
003660* AND LEAVES THE BLANK ONES AS THEY ARE                     *
003670*----------------------------------------------------------*
003680 3100-CHANGE-ENTRY.
003690     IF RR-STATUS NOT = SPACE AND 'A' AND 'I'
003700         MOVE 'REFUSED - STATUS MUST BE A, I OR BLANK'
003710             TO WS-ACTION-TXT
003720         SET WS-CARD-REFUSED TO TRUE
003730         GO TO 3100-CHANGE-ENTRY-EXIT
003740     END-IF.
003750
003760     PERFORM 3900-READ-ENTRY THRU 3900-READ-ENTRY-EXIT.
003770     IF WS-CARD-REFUSED
003780         GO TO 3100-CHANGE-ENTRY-EXIT
003790     END-IF.
003800
003810     IF RR-DEPT-NAME NOT = SPACES
003820         MOVE RR-DEPT-NAME TO RG-DEPT-NAME
003830     END-IF.
003840     IF RR-CONTACT NOT = SPACES
003850         MOVE RR-CONTACT TO RG-CONTACT
003860     END-IF.
003870     IF RR-QUOTA-X NOT = SPACES
003880         MOVE RR-QUOTA-9 TO RG-DAILY-QUOTA
003890     END-IF.
003900     IF RR-STATUS NOT = SPACE
003910         MOVE RR-STATUS TO RG-STATUS
003920     END-IF.
003930     MOVE WS-RUN-DATE-DSP TO RG-LAST-CHANGED.
003940
003950     PERFORM 3950-REWRITE-ENTRY THRU 3950-REWRITE-ENTRY-EXIT.
003960     ADD 1 TO WS-CHANGED-COUNT.
003970     MOVE 'CHANGED' TO WS-ACTION-TXT.
003980 3100-CHANGE-ENTRY-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020* 3200-DEACTIVATE - MARKS THE CODE INACTIVE; THE ENTRY      *
004030* STAYS ON FILE. A CODE ALREADY INACTIVE IS REFUSED SO THE  *
004040* CALLER KNOWS NOTHING CHANGED                              *
004050*----------------------------------------------------------*
004060 3200-DEACTIVATE.
004070     PERFORM 3900-READ-ENTRY THRU 3900-READ-ENTRY-EXIT.
004080     IF WS-CARD-REFUSED
004090         GO TO 3200-DEACTIVATE-EXIT
004100     END-IF.
004110     IF RG-INACTIVE
004120         MOVE 'REFUSED - CODE IS ALREADY INACTIVE'
004130             TO WS-ACTION-TXT
004140         SET WS-CARD-REFUSED TO TRUE
004150         GO TO 3200-DEACTIVATE-EXIT
004160     END-IF.
004170
004180     SET RG-INACTIVE TO TRUE.
004190     MOVE WS-RUN-DATE-DSP TO RG-LAST-CHANGED.
004200     PERFORM 3950-REWRITE-ENTRY THRU 3950-REWRITE-ENTRY-EXIT.
004210     ADD 1 TO WS-DEACT-COUNT.
004220     MOVE 'DEACTIVATED' TO WS-ACTION-TXT.
004230 3200-DEACTIVATE-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270* 3900-READ-ENTRY - READS THE CARD'S CODE FOR A CHANGE OR A *
004280* DEACTIVATE; A CODE NOT ON FILE REFUSES THE CARD           *
004290*----------------------------------------------------------*
004300 3900-READ-ENTRY.
004310     MOVE RR-SOURCE TO RG-SOURCE.
004320     READ REGISTRY-FILE
004330         INVALID KEY
004340             MOVE 'REFUSED - CODE NOT ON REGISTRY'
004350                 TO WS-ACTION-TXT
004360             SET WS-CARD-REFUSED TO TRUE
004370     END-READ.
004380     IF NOT WS-CARD-REFUSED AND NOT WS-REG-OK
004390         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
004400         MOVE WS-REG-STATUS TO WS-ERR-STATUS
004410         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004420     END-IF.
004430 3900-READ-ENTRY-EXIT.
004440     EXIT.
004450
004460 3950-REWRITE-ENTRY.
004470     REWRITE REGISTRY-REC.
004480     IF NOT WS-REG-OK
004490         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
004500         MOVE WS-REG-STATUS TO WS-ERR-STATUS
004510         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
004520     END-IF.
004530 3950-REWRITE-ENTRY-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------*
004570* 4100-NEW-PAGE - STARTS A NEW REPORT PAGE WITH HEADINGS    *
004580*----------------------------------------------------------*
004590 4100-NEW-PAGE.
004600     IF WS-PAGE-NO > 0
004610         MOVE SPACES TO RPT-REC
004620         WRITE RPT-REC AFTER ADVANCING 1 LINE
004630         PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT
004640     END-IF.
004650     ADD 1 TO WS-PAGE-NO.
004660
004670     MOVE SPACES TO WS-PRINT-LINE.
004680     MOVE 'SUBMITTER REGISTRY' TO WH1-TITLE.
004690     MOVE 'RUN DATE:' TO WH1-DATE-LIT.
004700     MOVE WS-RUN-DATE-DSP TO WH1-DATE.
004710     MOVE 'PAGE:' TO WH1-PAGE-LIT.
004720     MOVE WS-PAGE-NO TO WH1-PAGE-NO.
004730     WRITE RPT-REC FROM WS-HDG-1 AFTER ADVANCING PAGE.
004740     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004750
004760     MOVE SPACES TO WS-PRINT-LINE.
004770     MOVE 'A' TO WR-ACTION.
004780     MOVE 'SRC' TO WR-SOURCE.
004790     MOVE 'DEPARTMENT' TO WR-DEPT-NAME.
004800     MOVE 'CONTACT' TO WR-CONTACT.
004810     MOVE 'S' TO WR-STATUS.
004820     MOVE ' QUOTA' TO WR-QUOTA-X.
004830     MOVE 'RESULT / LAST CHANGED' TO WR-RESULT.
004840     WRITE RPT-REC FROM WS-REG-LN AFTER ADVANCING 2 LINES.
004850     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004860
004870     MOVE ZERO TO WS-LINE-CTR.
004880 4100-NEW-PAGE-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920* 4200-WRITE-DETAIL - ONE LINE FOR A CARD THAT WAS APPLIED: *
004930* THE ENTRY AS IT NOW STANDS AND WHAT WAS DONE TO IT        *
004940*----------------------------------------------------------*
004950 4200-WRITE-DETAIL.
004960     IF WS-LINE-CTR NOT < WS-MAX-LINES
004970         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
004980     END-IF.
004990     MOVE SPACES TO WS-PRINT-LINE.
005000     MOVE WS-CARD-ACTION TO WR-ACTION.
005010     MOVE RG-SOURCE TO WR-SOURCE.
005020     MOVE RG-DEPT-NAME TO WR-DEPT-NAME.
005030     MOVE RG-CONTACT TO WR-CONTACT.
005040     MOVE RG-STATUS TO WR-STATUS.
005050     MOVE RG-DAILY-QUOTA TO WR-QUOTA.
005060     MOVE WS-ACTION-TXT TO WR-RESULT.
005070     WRITE RPT-REC FROM WS-REG-LN AFTER ADVANCING 1 LINE.
005080     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005090     ADD 1 TO WS-LINE-CTR.
005100 4200-WRITE-DETAIL-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------*
005140* 4250-WRITE-CARD - ONE LINE FOR A REFUSED CARD, SHOWN AS   *
005150* IT WAS KEYED, WITH THE REASON                             *
005160*----------------------------------------------------------*
005170 4250-WRITE-CARD.
005180     IF WS-LINE-CTR NOT < WS-MAX-LINES
005190         PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT
005200     END-IF.
005210     MOVE SPACES TO WS-PRINT-LINE.
005220     MOVE RR-ACTION TO WR-ACTION.
005230     MOVE RR-SOURCE TO WR-SOURCE.
005240     MOVE RR-DEPT-NAME TO WR-DEPT-NAME.
005250     MOVE RR-CONTACT TO WR-CONTACT.
005260     MOVE RR-STATUS TO WR-STATUS.
005270     MOVE RR-QUOTA-X TO WR-QUOTA-X.
005280     MOVE WS-ACTION-TXT TO WR-RESULT.
005290     WRITE RPT-REC FROM WS-REG-LN AFTER ADVANCING 1 LINE.
005300     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005310     ADD 1 TO WS-LINE-CTR.
005320 4250-WRITE-CARD-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------*
005360* 4300-SUMMARY - PRINTS WHAT THE RUN DID TO THE REGISTRY    *
005370*----------------------------------------------------------*
005380 4300-SUMMARY.
005390     MOVE SPACES TO WS-PRINT-LINE.
005400     MOVE 'REGCTL CARDS READ' TO WS-SUM-LABEL.
005410     MOVE WS-CARDS-READ TO WS-SUM-VALUE.
005420     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 2 LINES.
005430     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005440
005450     MOVE SPACES TO WS-PRINT-LINE.
005460     MOVE 'ENTRIES ADDED' TO WS-SUM-LABEL.
005470     MOVE WS-ADDED-COUNT TO WS-SUM-VALUE.
005480     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005490     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005500
005510     MOVE SPACES TO WS-PRINT-LINE.
005520     MOVE 'ENTRIES CHANGED' TO WS-SUM-LABEL.
005530     MOVE WS-CHANGED-COUNT TO WS-SUM-VALUE.
005540     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005550     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005560
005570     MOVE SPACES TO WS-PRINT-LINE.
005580     MOVE 'ENTRIES DEACTIVATED' TO WS-SUM-LABEL.
005590     MOVE WS-DEACT-COUNT TO WS-SUM-VALUE.
005600     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005610     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005620
005630     MOVE SPACES TO WS-PRINT-LINE.
005640     MOVE 'CARDS REFUSED' TO WS-SUM-LABEL.
005650     MOVE WS-REFUSED-COUNT TO WS-SUM-VALUE.
005660     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005670     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005680
005690     MOVE SPACES TO WS-PRINT-LINE.
005700     MOVE 'ENTRIES ON THE REGISTRY' TO WS-SUM-LABEL.
005710     MOVE WS-ENTRY-COUNT TO WS-SUM-VALUE.
005720     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005730     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005740
005750     MOVE SPACES TO WS-PRINT-LINE.
005760     MOVE 'ENTRIES ACTIVE' TO WS-SUM-LABEL.
005770     MOVE WS-ACTIVE-COUNT TO WS-SUM-VALUE.
005780     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005790     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
005800 4300-SUMMARY-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 5000-LIST-REGISTRY - REOPENS THE REGISTRY FOR INPUT AND   *
005850* LISTS EVERY ENTRY IN CODE ORDER, ACTIVE OR NOT, WITH THE  *
005860* DATE IT WAS LAST CHANGED                                  *
005870*----------------------------------------------------------*
005880 5000-LIST-REGISTRY.
005890     CLOSE REGISTRY-FILE.
005900     OPEN INPUT REGISTRY-FILE.
005910     IF NOT WS-REG-OK
005920         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
005930         MOVE WS-REG-STATUS TO WS-ERR-STATUS
005940         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005950     END-IF.
005960
005970     MOVE SPACES TO WS-PRINT-LINE.
005980     MOVE 'REGISTRY AFTER THIS RUN' TO WS-PRINT-LINE.
005990     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
006000     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
006010     ADD 2 TO WS-LINE-CTR.
006020
006030     MOVE 'N' TO WS-EOF-SW.
006040     PERFORM 5100-READ-ENTRY THRU 5100-READ-ENTRY-EXIT.
006050     PERFORM 5200-LIST-ONE THRU 5200-LIST-ONE-EXIT
006060         UNTIL WS-EOF.
006070     CLOSE REGISTRY-FILE.
006080 5000-LIST-REGISTRY-EXIT.
006090     EXIT.
006100
006110 5100-READ-ENTRY.
006120     READ REGISTRY-FILE NEXT RECORD
006130         AT END SET WS-EOF TO TRUE
006140     END-READ.
006150     IF NOT WS-EOF AND NOT WS-REG-OK
006160         MOVE 'REGISTRY' TO WS-ERR-FILE-NAME
006170         MOVE WS-REG-STATUS TO WS-ERR-STATUS
006180         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006190     END-IF.
006200 5100-READ-ENTRY-EXIT.
006210     EXIT.
006220
006230 5200-LIST-ONE.
006240     ADD 1 TO WS-ENTRY-COUNT.
006250     IF RG-ACTIVE
006260         ADD 1 TO WS-ACTIVE-COUNT
006270     END-IF.
006280
006290     MOVE SPACES TO WS-ACTION-TXT.
006300     STRING 'LAST CHANGED ' DELIMITED BY SIZE
006310            RG-LAST-CHANGED DELIMITED BY SIZE
006320         INTO WS-ACTION-TXT.
006330     MOVE SPACE TO WS-CARD-ACTION.
006340     PERFORM 4200-WRITE-DETAIL THRU 4200-WRITE-DETAIL-EXIT.
006350
006360     PERFORM 5100-READ-ENTRY THRU 5100-READ-ENTRY-EXIT.
006370 5200-LIST-ONE-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------*
006410* 9000-FILE-ABORT - HARD STOP ON A BAD FILE STATUS, SAME    *
006420* GRADED CODE THE MAIN RUN USES                             *
006430*----------------------------------------------------------*
006440 9000-FILE-ABORT.
006450     DISPLAY 'ISOREG: FILE ERROR ON ' WS-ERR-FILE-NAME
006460             ' STATUS=' WS-ERR-STATUS.
006470     MOVE 16 TO RETURN-CODE.
006480     STOP RUN.
006490 9000-FILE-ABORT-EXIT.
006500     EXIT.
006510
006520 9130-CHECK-RPT.
006530     IF NOT WS-RPT-OK
006540         MOVE 'REGRPT' TO WS-ERR-FILE-NAME
006550         MOVE WS-RPT-STATUS TO WS-ERR-STATUS
006560         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
006570     END-IF.
006580 9130-CHECK-RPT-EXIT.
006590     EXIT.

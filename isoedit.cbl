000206*                  TO WORDSIN COLS 51-53 SO ISO CAN        *
000208*                  SUBTOTAL BY DEPARTMENT; THE OVERLENGTH  *
000209*                  CHECK NOW STARTS AT COL 54              *
000210* 10/15/2026 MD    READS THE DAY'S RESUB.DYYYYMMDD BEHIND  *
000211*                  RAWIN, SO CORRECTIONS MADE ON ISOCORR   *
000212*                  ARE EDITED UNDER THEIR OWN SOURCE CODES *
000213* 10/15/2026 MD    SOURCE CODES ARE CHECKED AGAINST THE    *
000214*                  SUBMITTER REGISTRY - UNREGISTERED,      *
000215*                  INACTIVE AND OVER-QUOTA WORDS DROPPED   *
000216* 10/15/2026 MD    OVERLENGTH RECORDS ALSO GO TO THE DAY'S *
000217*                  EDITREJ.DYYYYMMDD (REJECTS LAYOUT) SO   *
000218*                  ISOSUSP HOLDS THEM ON THE SUSPENSE FILE *
000219*----------------------------------------------------------*
000220* DUPLICATES ARE MATCHED ON THE FOLDED, UPPERCASED FORM OF
000230* THE WORD (SEE ISOFOLD), SO 'Vol' AND 'VOL' ARE ONE WORD.
000240* THE FIRST SPELLING SEEN IS THE ONE CARRIED TO WORDSIN.
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RAWIN-STATUS.
000410
000412*    YESTERDAY'S CORRECTIONS, IN RAWIN LAYOUT; NOT EVERY DAY
000414*    HAS ONE.
000416     SELECT RESUB-FILE ASSIGN TO DYNAMIC WS-RESUB-DSN
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-RESUB-STATUS.
000419
000420     SELECT WORDS-IN-FILE ASSIGN TO "WORDSIN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-WRDIN-STATUS.
000450
000451*    OVERLENGTH RECORDS FOR THE REJECT SUSPENSE FEED (ISOSUSP).
000452     SELECT EDIT-REJ-FILE ASSIGN TO DYNAMIC WS-EDREJ-DSN
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-EDREJ-STATUS.
000455
000460     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000481
000482*    THE SUBMITTER REGISTRY: EVERY SOURCE CODE MUST BE ON IT
000483*    AND ACTIVE, AND ITS DAILY QUOTA CAPS THE DAY'S WORDS.
000484     SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS RANDOM
000487         RECORD KEY IS RG-SOURCE
000488         FILE STATUS IS WS-REG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000645     05  RAW-SOURCE           PIC X(03).
000650     05  RAW-OVERFLOW         PIC X(27).
000660
000662 FD  RESUB-FILE
000664     LABEL RECORDS ARE STANDARD
000666     RECORDING MODE IS F.
000668 01  RESUB-REC                PIC X(80).
000669
000670 FD  WORDS-IN-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000702     05  WI-WORD              PIC X(50).
000704     05  WI-SOURCE            PIC X(03).
000710
000711 FD  EDIT-REJ-FILE
000712     LABEL RECORDS ARE STANDARD
000713     RECORDING MODE IS F.
000714 01  EDIT-REJ-REC             PIC X(104).
000715
000720 FD  EDIT-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  RPT-REC                  PIC X(132).
000751
000752*    THE LAYOUT MIRRORS ISOREG'S; A ZERO QUOTA IS NO LIMIT.
000753 FD  REGISTRY-FILE
000754     LABEL RECORDS ARE STANDARD
000755     RECORDING MODE IS F.
000756 01  REGISTRY-REC.
000757     05  RG-SOURCE            PIC X(03).
000758     05  RG-DEPT-NAME         PIC X(30).
000759     05  RG-CONTACT           PIC X(30).
000760     05  RG-STATUS            PIC X(01).
000761         88  RG-ACTIVE                VALUE 'A'.
000762         88  RG-INACTIVE              VALUE 'I'.
000763     05  RG-DAILY-QUOTA       PIC 9(06).
000764     05  RG-LAST-CHANGED      PIC X(10).
000765     05  FILLER               PIC X(20).
000766
000770 WORKING-STORAGE SECTION.
000780
000790 01  WS-SWITCHES.
000830         88  WS-EDCTL-PRESENT         VALUE 'Y'.
000840     05  WS-DUP-SW            PIC X VALUE 'N'.
000850         88  WS-IS-DUPLICATE          VALUE 'Y'.
000851     05  WS-RESUB-SW          PIC X VALUE 'N'.
000852         88  WS-READING-RESUB         VALUE 'Y'.
000853     05  WS-RESUB-OPEN-SW     PIC X VALUE 'N'.
000854         88  WS-RESUB-OPEN            VALUE 'Y'.
000855     05  WS-SRC-DROP-SW       PIC X VALUE 'N'.
000856         88  WS-SOURCE-DROPPED        VALUE 'Y'.
000860
000870 01  WS-EDCTL-STATUS          PIC XX VALUE SPACES.
000880     88  WS-EDCTL-OK                 VALUE '00'.
000900 01  WS-RAWIN-STATUS          PIC XX VALUE SPACES.
000910     88  WS-RAWIN-OK                 VALUE '00'.
000920
000922 01  WS-RESUB-STATUS          PIC XX VALUE SPACES.
000924     88  WS-RESUB-OK                 VALUE '00'.
000926     88  WS-RESUB-NOTFOUND           VALUE '35'.
000928 01  WS-RESUB-DSN             PIC X(20) VALUE SPACES.
000929
000930 01  WS-WRDIN-STATUS          PIC XX VALUE SPACES.
000940     88  WS-WRDIN-OK                 VALUE '00'.
000950
000952 01  WS-EDREJ-STATUS          PIC XX VALUE SPACES.
000954     88  WS-EDREJ-OK                 VALUE '00'.
000956 01  WS-EDREJ-DSN             PIC X(20) VALUE SPACES.
000958
000960 01  WS-RPT-STATUS            PIC XX VALUE SPACES.
000970     88  WS-RPT-OK                   VALUE '00'.
000972
000974 01  WS-REG-STATUS            PIC XX VALUE SPACES.
000976     88  WS-REG-OK                   VALUE '00'.
000980
000990 77  PARM-TOLERANCE-PCT       PIC 9(02) VALUE 10.
001000
001040 77  WS-DUP-COUNT             PIC 9(06) COMP VALUE ZERO.
001050 77  WS-OVERLEN-COUNT         PIC 9(06) COMP VALUE ZERO.
001060 77  WS-EXCEPT-COUNT          PIC 9(06) COMP VALUE ZERO.
001065 77  WS-RESUB-COUNT           PIC 9(06) COMP VALUE ZERO.
001066 77  WS-UNREG-COUNT           PIC 9(06) COMP VALUE ZERO.
001067 77  WS-INACT-COUNT           PIC 9(06) COMP VALUE ZERO.
001068 77  WS-QUOTA-COUNT           PIC 9(06) COMP VALUE ZERO.
001070 77  WS-ERR-RATE-PCT          PIC 9(03) COMP VALUE ZERO.
001080
001090 77  WS-SEEN-CNT              PIC 9(05) COMP VALUE ZERO.
001100 77  WS-SEEN-MAX              PIC 9(05) COMP VALUE 10000.
001101
001102*    THE SOURCE-CODE TABLE BELOW HOLDS EACH CODE SEEN THIS RUN
001103*    WITH ITS REGISTRY STATE (U = NOT ON IT), DAILY QUOTA AND
001104*    WORDS PASSED SO FAR; MORE CODES THAN IT HOLDS IS A HARD
001105*    STOP.
001106 77  WS-RGC-COUNT             PIC 9(03) COMP VALUE ZERO.
001107 77  WS-RGC-MAX               PIC 9(03) COMP VALUE 50.
001110
001120 01  WS-WORD-FOLDED           PIC X(50) VALUE SPACES.
001125 01  WS-DISPOSITION           PIC X(40) VALUE SPACES.
001180     05  WS-SEEN-WORD         PIC X(50) OCCURS 10000
001190                              INDEXED BY SEEN-IDX.
001200
001201 01  WS-RGC-TABLE.
001202     05  WS-RGC-ENT OCCURS 50 INDEXED BY RGC-IDX.
001203         10  WS-RGC-CODE      PIC X(03).
001204         10  WS-RGC-STATE     PIC X(01).
001205             88  WS-RGC-ACTIVE        VALUE 'A'.
001206             88  WS-RGC-UNKNOWN       VALUE 'U'.
001207         10  WS-RGC-QUOTA     PIC 9(06).
001208         10  WS-RGC-USED      PIC 9(06) COMP.
001209
001210 77  WS-LINE-CTR              PIC 9(04) COMP VALUE ZERO.
001220 77  WS-PAGE-NO               PIC 9(04) COMP VALUE ZERO.
001230 77  WS-MAX-LINES             PIC 9(04) COMP VALUE 50.
001231
001232 01  WS-EDREJ-LN.
001233     05  ER-WORD              PIC X(50).
001234     05  FILLER               PIC X(01) VALUE SPACE.
001235     05  ER-REASON            PIC X(34).
001236     05  FILLER               PIC X(01) VALUE SPACE.
001237     05  ER-SOURCE            PIC X(03).
001238     05  FILLER               PIC X(15) VALUE SPACES.
001240
001250 01  WS-CURRENT-DATE-TIME     PIC X(21).
001260 01  WS-RUN-DATE-DSP          PIC X(10).
001640         UNTIL WS-EOF.
001650
001660     CLOSE RAW-IN-FILE.
001665     IF WS-RESUB-OPEN
001666         CLOSE RESUB-FILE
001667     END-IF.
001668     CLOSE REGISTRY-FILE.
001670     CLOSE WORDS-IN-FILE.
001675     CLOSE EDIT-REJ-FILE.
001680
001690     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
001700     CLOSE EDIT-REPORT-FILE.
001910            '/'                      DELIMITED BY SIZE
001920            WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
001930         INTO WS-RUN-DATE-DSP.
001931     MOVE SPACES TO WS-RESUB-DSN.
001932     STRING 'RESUB.D' DELIMITED BY SIZE
001933            WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
001934         INTO WS-RESUB-DSN.
001935     MOVE SPACES TO WS-EDREJ-DSN.
001936     STRING 'EDITREJ.D' DELIMITED BY SIZE
001937            WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
001938         INTO WS-EDREJ-DSN.
001940
001950     OPEN INPUT EDIT-CTL-FILE.
001960     IF WS-EDCTL-OK
002130         STOP RUN
002140     END-IF.
002150
002151     OPEN INPUT REGISTRY-FILE.
002152     IF NOT WS-REG-OK
002153         DISPLAY 'ISOEDIT: UNABLE TO OPEN REGISTRY, STATUS='
002154                 WS-REG-STATUS
002155         MOVE 16 TO RETURN-CODE
002156         STOP RUN
002157     END-IF.
002158
002160     OPEN OUTPUT WORDS-IN-FILE.
002165     OPEN OUTPUT EDIT-REJ-FILE.
002170     OPEN OUTPUT EDIT-REPORT-FILE.
002180     PERFORM 4100-NEW-PAGE THRU 4100-NEW-PAGE-EXIT.
002190 1000-INITIALIZE-EXIT.
002210
002220*----------------------------------------------------------*
002230* 2000-EDIT-RECORD - CLASSIFIES ONE RAW RECORD: BLANK,      *
002238* OVERLENGTH, UNREGISTERED OR INACTIVE SOURCE, DUPLICATE,   *
002246* OVER ITS SOURCE'S DAILY QUOTA, OR CLEAN. ONLY CLEAN       *
002254* RECORDS GO TO THE CLEANED WORDSIN; EVERYTHING FLAGGED     *
002262* PRINTS ON THE EDIT REPORT WITH ITS RECORD NUMBER          *
002270*----------------------------------------------------------*
002280 2000-EDIT-RECORD.
002290     IF RAW-IN-REC = SPACES
002350         GO TO 2000-EDIT-RECORD-NEXT
002360     END-IF.
002370
002373*    AN OVERLENGTH RECORD IS ALSO HELD FOR SUSPENSE, ITS WORD
002376*    CUT TO 50, SO THE SUBMITTER'S WORD IS NOT LOST.
002380     IF RAW-OVERFLOW NOT = SPACES
002390         ADD 1 TO WS-OVERLEN-COUNT
002400         ADD 1 TO WS-EXCEPT-COUNT
002403         PERFORM 2080-WRITE-EDIT-REJ
002406             THRU 2080-WRITE-EDIT-REJ-EXIT
002410         MOVE 'RECORD LONGER THAN 53 BYTES - DROPPED'
002420             TO WS-DISPOSITION
002430         PERFORM 4200-WRITE-EDIT-LINE
002440             THRU 4200-WRITE-EDIT-LINE-EXIT
002450         GO TO 2000-EDIT-RECORD-NEXT
002451     END-IF.
002452
002453*    A BLANK SOURCE CODE IS STILL ALLOWED (THE CODE IS
002454*    OPTIONAL); ANY CODE THAT IS GIVEN MUST BE REGISTERED.
002455     IF RAW-SOURCE NOT = SPACES
002456         PERFORM 2050-CHECK-SOURCE THRU 2050-CHECK-SOURCE-EXIT
002457         IF WS-SOURCE-DROPPED
002458             GO TO 2000-EDIT-RECORD-NEXT
002459         END-IF
002460     END-IF.
002470
002480     PERFORM 2200-CHECK-DUPLICATE THRU 2200-CHECK-DUPLICATE-EXIT.
002530         PERFORM 4200-WRITE-EDIT-LINE
002540             THRU 4200-WRITE-EDIT-LINE-EXIT
002550         GO TO 2000-EDIT-RECORD-NEXT
002551     END-IF.
002552
002553*    ONLY WORDS THAT WOULD OTHERWISE GO THROUGH COUNT AGAINST
002554*    THE QUOTA, SO DUPLICATES DO NOT EAT INTO IT.
002555     IF RAW-SOURCE NOT = SPACES
002556         PERFORM 2070-CHECK-QUOTA THRU 2070-CHECK-QUOTA-EXIT
002557         IF WS-SOURCE-DROPPED
002558             GO TO 2000-EDIT-RECORD-NEXT
002559         END-IF
002560     END-IF.
002570
002572*    A WORD JOINS THE SEEN TABLE ONLY AS IT GOES TO WORDSIN,
002574*    SO A COPY DROPPED ABOVE CANNOT BLOCK A LATER GOOD ONE.
002576     PERFORM 2210-ADD-SEEN THRU 2210-ADD-SEEN-EXIT.
002578
002580     MOVE SPACES TO WORDS-IN-REC.
002582     MOVE RAW-WORD TO WI-WORD.
002584     MOVE RAW-SOURCE TO WI-SOURCE.
002660
002670*----------------------------------------------------------*
002680* 2100-READ-RAW - READS THE NEXT RAW SUBMISSION RECORD      *
002682* WHEN RAWIN RUNS OUT THE DAY'S CORRECTIONS FOLLOW IT, READ *
002684* INTO THE SAME RECORD AREA SO THE EDIT BELOW TREATS THEM   *
002686* LIKE ANY OTHER SUBMISSION                                 *
002690*----------------------------------------------------------*
002700 2100-READ-RAW.
002710     MOVE SPACES TO RAW-IN-REC.
002712     IF NOT WS-READING-RESUB
002714         READ RAW-IN-FILE
002716             AT END
002718                 PERFORM 2150-START-RESUB
002720                     THRU 2150-START-RESUB-EXIT
002722         END-READ
002724     END-IF.
002726     IF WS-READING-RESUB AND NOT WS-EOF
002728         MOVE SPACES TO RAW-IN-REC
002730         READ RESUB-FILE INTO RAW-IN-REC
002732             AT END SET WS-EOF TO TRUE
002734             NOT AT END ADD 1 TO WS-RESUB-COUNT
002736         END-READ
002738     END-IF.
002750     IF NOT WS-EOF
002760         ADD 1 TO WS-RECS-READ
002770     END-IF.
002800
002810*----------------------------------------------------------*
002820* 2200-CHECK-DUPLICATE - FOLDS THE WORD INTO ITS KEYED FORM *
002830* AND SCANS THE SEEN-WORD TABLE FOR IT. A NEW WORD GOES     *
002840* INTO THE TABLE ONLY ONCE IT IS WRITTEN TO WORDSIN (SEE    *
002850* 2210-ADD-SEEN)                                            *
002860*----------------------------------------------------------*
002870 2200-CHECK-DUPLICATE.
002880     MOVE 'N' TO WS-DUP-SW.
002990                 SET WS-IS-DUPLICATE TO TRUE
003000         END-SEARCH
003010     END-IF.
003140 2200-CHECK-DUPLICATE-EXIT.
003150     EXIT.
003160
003880     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
003890
003900     MOVE SPACES TO WS-PRINT-LINE.
003901     MOVE 'CORRECTIONS READ FROM RESUB' TO WS-SUM-LABEL.
003902     MOVE WS-RESUB-COUNT TO WS-SUM-VALUE.
003903     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
003904
003905     MOVE SPACES TO WS-PRINT-LINE.
003910     MOVE 'BLANK RECORDS DROPPED' TO WS-SUM-LABEL.
003920     MOVE WS-BLANK-COUNT TO WS-SUM-VALUE.
003930     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004010     MOVE 'OVERLENGTH RECORDS DROPPED' TO WS-SUM-LABEL.
004020     MOVE WS-OVERLEN-COUNT TO WS-SUM-VALUE.
004030     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
004033
004036     PERFORM 4310-SOURCE-DROPS THRU 4310-SOURCE-DROPS-EXIT.
004040
004050     MOVE SPACES TO WS-PRINT-LINE.
004060     MOVE 'EXCEPTION RATE PERCENT' TO WS-SUM-LABEL.
004230     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.
004240 4300-SUMMARY-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* 2050-CHECK-SOURCE - DROPS A RECORD WHOSE SOURCE CODE IS   *
004290* NOT ON THE SUBMITTER REGISTRY OR IS NOT ACTIVE ON IT,     *
004300* PRINTING IT ON THE EDIT REPORT. RGC-IDX IS LEFT POINTING  *
004310* AT THE CODE FOR THE QUOTA CHECK                           *
004320*----------------------------------------------------------*
004330 2050-CHECK-SOURCE.
004340     MOVE 'N' TO WS-SRC-DROP-SW.
004350     PERFORM 2060-FIND-SOURCE THRU 2060-FIND-SOURCE-EXIT.
004360     IF WS-RGC-UNKNOWN (RGC-IDX)
004370         ADD 1 TO WS-UNREG-COUNT
004380         ADD 1 TO WS-EXCEPT-COUNT
004390         MOVE SPACES TO WS-DISPOSITION
004400         STRING 'SOURCE ' DELIMITED BY SIZE
004410                RAW-SOURCE DELIMITED BY SIZE
004420                ' NOT ON REGISTRY - DROPPED' DELIMITED BY SIZE
004430             INTO WS-DISPOSITION
004440         PERFORM 4200-WRITE-EDIT-LINE
004450             THRU 4200-WRITE-EDIT-LINE-EXIT
004460         SET WS-SOURCE-DROPPED TO TRUE
004470         GO TO 2050-CHECK-SOURCE-EXIT
004480     END-IF.
004490     IF NOT WS-RGC-ACTIVE (RGC-IDX)
004500         ADD 1 TO WS-INACT-COUNT
004510         ADD 1 TO WS-EXCEPT-COUNT
004520         MOVE SPACES TO WS-DISPOSITION
004530         STRING 'SOURCE ' DELIMITED BY SIZE
004540                RAW-SOURCE DELIMITED BY SIZE
004550                ' INACTIVE - DROPPED' DELIMITED BY SIZE
004560             INTO WS-DISPOSITION
004570         PERFORM 4200-WRITE-EDIT-LINE
004580             THRU 4200-WRITE-EDIT-LINE-EXIT
004590         SET WS-SOURCE-DROPPED TO TRUE
004600     END-IF.
004610 2050-CHECK-SOURCE-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650* 2060-FIND-SOURCE - POINTS RGC-IDX AT THE RECORD'S SOURCE  *
004660* CODE IN THE REGISTRY TABLE. A CODE NOT YET SEEN THIS RUN  *
004670* IS LOOKED UP ON THE REGISTRY ONCE AND ADDED; A TABLE      *
004680* OVERFLOW IS A HARD STOP, LIKE THE SEEN-WORD TABLE'S       *
004690*----------------------------------------------------------*
004700 2060-FIND-SOURCE.
004710     IF WS-RGC-COUNT > ZERO
004720         SET RGC-IDX TO 1
004730         SEARCH WS-RGC-ENT
004740             AT END CONTINUE
004750             WHEN RGC-IDX > WS-RGC-COUNT
004760                 CONTINUE
004770             WHEN WS-RGC-CODE (RGC-IDX) = RAW-SOURCE
004780                 GO TO 2060-FIND-SOURCE-EXIT
004790         END-SEARCH
004800     END-IF.
004810
004820     IF WS-RGC-COUNT NOT < WS-RGC-MAX
004830         DISPLAY 'ISOEDIT: MORE THAN ' WS-RGC-MAX
004840                 ' SOURCE CODES - RAISE THE TABLE'
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     ADD 1 TO WS-RGC-COUNT.
004890     SET RGC-IDX TO WS-RGC-COUNT.
004900     MOVE RAW-SOURCE TO WS-RGC-CODE (RGC-IDX).
004910     MOVE ZERO TO WS-RGC-USED (RGC-IDX).
004920
004930     MOVE RAW-SOURCE TO RG-SOURCE.
004940     READ REGISTRY-FILE
004950         INVALID KEY
004960             MOVE 'U' TO WS-RGC-STATE (RGC-IDX)
004970             MOVE ZERO TO WS-RGC-QUOTA (RGC-IDX)
004980         NOT INVALID KEY
004990             MOVE RG-STATUS TO WS-RGC-STATE (RGC-IDX)
005000             MOVE RG-DAILY-QUOTA TO WS-RGC-QUOTA (RGC-IDX)
005010     END-READ.
005012     IF NOT WS-REG-OK AND WS-REG-STATUS NOT = '23'
005014         DISPLAY 'ISOEDIT: REGISTRY READ FAILED, STATUS='
005016                 WS-REG-STATUS
005017         MOVE 16 TO RETURN-CODE
005018         STOP RUN
005019     END-IF.
005020 2060-FIND-SOURCE-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------*
005060* 2070-CHECK-QUOTA - DROPS A RECORD ONCE ITS SOURCE HAS     *
005070* PASSED ITS DAILY QUOTA FOR THE RUN (A ZERO QUOTA IS NO    *
005080* LIMIT); A RECORD THAT PASSES IS COUNTED AGAINST IT        *
005090*----------------------------------------------------------*
005100 2070-CHECK-QUOTA.
005110     MOVE 'N' TO WS-SRC-DROP-SW.
005120     IF WS-RGC-QUOTA (RGC-IDX) > ZERO
005130        AND WS-RGC-USED (RGC-IDX) NOT < WS-RGC-QUOTA (RGC-IDX)
005140         ADD 1 TO WS-QUOTA-COUNT
005150         ADD 1 TO WS-EXCEPT-COUNT
005160         MOVE SPACES TO WS-DISPOSITION
005170         STRING 'SOURCE ' DELIMITED BY SIZE
005180                RAW-SOURCE DELIMITED BY SIZE
005190                ' OVER DAILY QUOTA - DROPPED' DELIMITED BY SIZE
005200             INTO WS-DISPOSITION
005210         PERFORM 4200-WRITE-EDIT-LINE
005220             THRU 4200-WRITE-EDIT-LINE-EXIT
005230         SET WS-SOURCE-DROPPED TO TRUE
005240         GO TO 2070-CHECK-QUOTA-EXIT
005250     END-IF.
005260     ADD 1 TO WS-RGC-USED (RGC-IDX).
005270 2070-CHECK-QUOTA-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 2080-WRITE-EDIT-REJ - HOLDS AN OVERLENGTH RECORD FOR THE  *
005320* REJECT SUSPENSE FEED, IN THE LAYOUT OF ISO'S REJECTS FILE *
005330*----------------------------------------------------------*
005340 2080-WRITE-EDIT-REJ.
005350     MOVE RAW-WORD TO ER-WORD.
005360     MOVE 'OVERLENGTH' TO ER-REASON.
005370     MOVE RAW-SOURCE TO ER-SOURCE.
005380     WRITE EDIT-REJ-REC FROM WS-EDREJ-LN.
005390     IF NOT WS-EDREJ-OK
005400         DISPLAY 'ISOEDIT: UNABLE TO WRITE ' WS-EDREJ-DSN
005410                 ' STATUS=' WS-EDREJ-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450 2080-WRITE-EDIT-REJ-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490* 2150-START-RESUB - OPENS THE DAY'S CORRECTIONS ONCE RAWIN *
005500* IS EXHAUSTED. NO GENERATION FOR TODAY JUST ENDS THE INPUT *
005510*----------------------------------------------------------*
005520 2150-START-RESUB.
005530     SET WS-READING-RESUB TO TRUE.
005540     OPEN INPUT RESUB-FILE.
005550     IF WS-RESUB-NOTFOUND
005560         SET WS-EOF TO TRUE
005570         GO TO 2150-START-RESUB-EXIT
005580     END-IF.
005590     IF NOT WS-RESUB-OK
005600         DISPLAY 'ISOEDIT: UNABLE TO OPEN ' WS-RESUB-DSN
005610                 ' STATUS=' WS-RESUB-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     SET WS-RESUB-OPEN TO TRUE.
005660 2150-START-RESUB-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------*
005700* 4310-SOURCE-DROPS - THE SUMMARY LINES FOR RECORDS DROPPED *
005710* ON THE SUBMITTER REGISTRY                                 *
005720*----------------------------------------------------------*
005730 4310-SOURCE-DROPS.
005740     MOVE SPACES TO WS-PRINT-LINE.
005750     MOVE 'UNREGISTERED SOURCE RECORDS DROPPED' TO WS-SUM-LABEL.
005760     MOVE WS-UNREG-COUNT TO WS-SUM-VALUE.
005770     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005780
005790     MOVE SPACES TO WS-PRINT-LINE.
005800     MOVE 'INACTIVE SOURCE RECORDS DROPPED' TO WS-SUM-LABEL.
005810     MOVE WS-INACT-COUNT TO WS-SUM-VALUE.
005820     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005830
005840     MOVE SPACES TO WS-PRINT-LINE.
005850     MOVE 'OVER-QUOTA RECORDS DROPPED' TO WS-SUM-LABEL.
005860     MOVE WS-QUOTA-COUNT TO WS-SUM-VALUE.
005870     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
005880 4310-SOURCE-DROPS-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* 2210-ADD-SEEN - ADDS THE FOLDED WORD TO THE SEEN-WORD     *
005930* TABLE. A TABLE OVERFLOW IS A HARD STOP - A PARTIAL DEDUP  *
005940* WOULD LOOK CLEAN AND BE WRONG                             *
005950*----------------------------------------------------------*
005960 2210-ADD-SEEN.
005970     IF WS-SEEN-CNT < WS-SEEN-MAX
005980         ADD 1 TO WS-SEEN-CNT
005990         MOVE WS-WORD-FOLDED TO WS-SEEN-WORD (WS-SEEN-CNT)
006000     ELSE
006010         DISPLAY 'ISOEDIT: MORE THAN ' WS-SEEN-MAX
006020                 ' DISTINCT WORDS - RAISE THE TABLE'
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060 2210-ADD-SEEN-EXIT.
006070     EXIT.

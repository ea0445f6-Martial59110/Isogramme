000210*                  ISOPURGE ONLY DELETES THE DATESTAMPED    *
000220*                  GENERATIONS; THIS IS THE STEP THAT       *
000230*                  KEEPS THE MASTER ITSELF LEAN             *
000232* 10/15/2026 MD    ARCCTL COL 59 B COUNTS THE ARCHIVE       *
000234*                  AGE IN BUSINESS DAYS OFF THE             *
000236*                  PROCESSING CALENDAR (ISOBDAY)            *
000237* 10/15/2026 MD    ARCHIVE DELETES AND RESTORES ARE NOW     *
000238*                  WRITTEN TO THE WMJRNL CHANGE JOURNAL     *
000240*----------------------------------------------------------*
000250* THE FUNCTION COMES FROM THE ARCCTL CONTROL CARD:
000260*   COL 1      FUNCTION - A ARCHIVE, R RESTORE
000270*   COL 3-6    ARCHIVE AGE IN DAYS (DEFAULT 365)
000280*   COL 8-57   RESTORE ONE WORD (BLANK = RESTORE EVERYTHING
000290*              ON THE ARCHIN FILE)
000292*   COL 59     B = THE AGE IS IN BUSINESS DAYS OFF THE
000294*              PROCESSING CALENDAR (BLANK = CALENDAR DAYS)
000300* THE RESTORE READS WHATEVER ARCHIVE THE JOB POINTS ARCHIN
000310* AT. A WORD BEING RESTORED THAT IS ALREADY BACK ON THE
000320* LIVE MASTER (IT SHOWED UP AGAIN AND WAS ADDED AS NEW) IS
000780     05  AC-AGE-DAYS          PIC 9(04).
000790     05  FILLER               PIC X(01).
000800     05  AC-WORD              PIC X(50).
000802     05  FILLER               PIC X(01).
000804     05  AC-AGE-BASIS         PIC X(01).
000806         88  AC-BUSINESS-DAYS         VALUE 'B'.
000810
000820 FD  WORD-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD
001490 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001500 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001510
001511*    CHANGE JOURNAL ENTRY HANDED TO ISOJRNL.
001512 01  WS-JRNL-FUNC             PIC X(01) VALUE 'W'.
001513 01  WS-JRNL-PGM              PIC X(08) VALUE 'ISOARCH'.
001514 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
001515 01  WS-JRNL-BEFORE           PIC X(133) VALUE SPACES.
001516 01  WS-JRNL-AFTER            PIC X(133) VALUE SPACES.
001517 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
001518     88  WS-JRNL-OK                  VALUE '00'.
001519
001520 77  PARM-AGE-DAYS            PIC 9(04) VALUE 365.
001521
001522*    THE AGE THE SWEEP COMPARES AGAINST, IN CALENDAR DAYS;
001523*    IN BUSINESS-DAY MODE ISOBDAY WORKS IT OUT.
001524 77  WS-AGE-LIMIT             PIC 9(04) COMP VALUE ZERO.
001525 01  WS-BDAY-IN               PIC 9(04) VALUE ZERO.
001526 01  WS-BDAY-CAL              PIC 9(04) VALUE ZERO.
001527 01  WS-BDAY-GAPS             PIC 9(04) VALUE ZERO.
001528 01  WS-BDAY-RESULT           PIC 9(02) VALUE ZERO.
001529 01  WS-BDAY-CAL-STATUS       PIC X(02) VALUE SPACES.
001530
001540 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001550 77  WS-ARCHIVED-COUNT        PIC 9(06) COMP VALUE ZERO.
002120
002130     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
002140     CLOSE WORD-MASTER-FILE.
002141     MOVE 'C' TO WS-JRNL-FUNC.
002142     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
002150     CLOSE ARCH-REPORT-FILE.
002160     STOP RUN.
002170
002570     IF AC-AGE-DAYS NUMERIC AND AC-AGE-DAYS > 0
002580         MOVE AC-AGE-DAYS TO PARM-AGE-DAYS
002590     END-IF.
002592     MOVE PARM-AGE-DAYS TO WS-AGE-LIMIT.
002594     IF AC-FUNC = 'A' AND AC-BUSINESS-DAYS
002596         PERFORM 1100-BUSINESS-DAYS THRU 1100-BUSINESS-DAYS-EXIT
002598     END-IF.
002600
002610     OPEN I-O WORD-MASTER-FILE.
002620     IF NOT WS-WMST-OK
002890*----------------------------------------------------------*
002900 2000-ARCHIVE-SWEEP.
002910     MOVE SPACES TO WS-PRINT-LINE.
002912     IF AC-BUSINESS-DAYS
002914         MOVE 'ARCHIVE SWEEP - AGE LIMIT BUSINESS DAYS'
002916             TO WS-SUM-LABEL
002918     ELSE
002920         MOVE 'ARCHIVE SWEEP - AGE LIMIT DAYS' TO WS-SUM-LABEL
002922     END-IF.
002930     MOVE PARM-AGE-DAYS TO WS-SUM-VALUE.
002940     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
002942     IF AC-BUSINESS-DAYS
002944         PERFORM 2010-BDAY-LINES THRU 2010-BDAY-LINES-EXIT
002946     END-IF.
002950
002960     OPEN OUTPUT ARCH-OUT-FILE.
002970     IF NOT WS-ARCHO-OK
003390         FUNCTION INTEGER-OF-DATE (WS-SEEN-NUM).
003400     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SEEN-INT.
003410
003420     IF WS-AGE-DAYS > WS-AGE-LIMIT
003430         PERFORM 2300-ARCHIVE-ONE THRU 2300-ARCHIVE-ONE-EXIT
003440     ELSE
003450         ADD 1 TO WS-KEPT-COUNT
003650         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003660     END-IF.
003670
003671     MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE.
003680     DELETE WORD-MASTER-FILE RECORD
003690         INVALID KEY
003700             MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
003710             MOVE WS-WMST-STATUS TO WS-ERR-STATUS
003720             PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
003730     END-DELETE.
003731     MOVE 'D' TO WS-JRNL-ACTION.
003732     MOVE SPACES TO WS-JRNL-AFTER.
003733     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
003740     ADD 1 TO WS-ARCHIVED-COUNT.
003750
003760     MOVE SPACES TO WS-PRINT-LINE.
004550*        THE WORD CAME BACK ON ITS OWN SINCE THE SWEEP, SO
004560*        THE LIVE RECORD IS CURRENT AND ONLY THE HISTORY
004570*        THE SWEEP TOOK AWAY IS PUT BACK.
004571         MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE
004580         MOVE AR-FIRST-SEEN TO WM-FIRST-SEEN
004590         ADD AR-TIMES-SEEN TO WM-TIMES-SEEN
004600         REWRITE WORD-MASTER-REC
004601         MOVE 'C' TO WS-JRNL-ACTION
004610         ADD 1 TO WS-MERGED-COUNT
004620         MOVE 'MERGED WITH LIVE' TO WS-ACTION-TXT
004630     ELSE
004640         MOVE ARCH-IN-REC TO WORD-MASTER-REC
004641         MOVE 'A' TO WS-JRNL-ACTION
004642         MOVE SPACES TO WS-JRNL-BEFORE
004650         WRITE WORD-MASTER-REC
004660             INVALID KEY
004670                 MOVE 'WORDMSTR' TO WS-ERR-FILE-NAME
004720         ADD 1 TO WS-RESTORED-COUNT
004730         MOVE 'RESTORED' TO WS-ACTION-TXT
004740     END-IF.
004741     MOVE WORD-MASTER-REC TO WS-JRNL-AFTER.
004742     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
004750
004760     MOVE SPACES TO WS-PRINT-LINE.
004770     MOVE AR-WORD TO WA-WORD.
005330     STOP RUN.
005340 9000-FILE-ABORT-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------*
005380* 9170-WRITE-JOURNAL - HANDS THE MASTER CHANGE JUST MADE TO *
005390* ISOJRNL (OR CLOSES THE JOURNAL AT END OF RUN). A CHANGE   *
005400* THAT CANNOT BE JOURNALED COULD NEVER BE RECOVERED, SO A   *
005410* JOURNAL FAILURE IS A HARD STOP LIKE ANY OTHER FILE ERROR  *
005420*----------------------------------------------------------*
005430 9170-WRITE-JOURNAL.
005440     CALL 'isojrnl' USING BY CONTENT WS-JRNL-FUNC
005450                           BY CONTENT WS-JRNL-PGM
005460                           BY CONTENT WS-JRNL-ACTION
005470                           BY CONTENT WS-JRNL-BEFORE
005480                           BY CONTENT WS-JRNL-AFTER
005490                           BY REFERENCE WS-JRNL-STATUS.
005500     IF NOT WS-JRNL-OK
005510         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
005520         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
005530         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005540     END-IF.
005550 9170-WRITE-JOURNAL-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------*
005590* 1100-BUSINESS-DAYS - TURNS AN ARCHIVE AGE IN BUSINESS     *
005600* DAYS INTO CALENDAR DAYS OFF THE PROCESSING CALENDAR. A    *
005610* DATE MISSING FROM THE CALENDAR COUNTS AS NON-BUSINESS,    *
005620* WHICH ONLY KEEPS A WORD LIVE LONGER; A CALENDAR THAT WILL *
005630* NOT OPEN OR DOES NOT REACH BACK FAR ENOUGH IS A HARD STOP *
005640* RATHER THAN A SWEEP ON THE WRONG AGE                      *
005650*----------------------------------------------------------*
005660 1100-BUSINESS-DAYS.
005670     MOVE PARM-AGE-DAYS TO WS-BDAY-IN.
005680     CALL 'isobday' USING BY REFERENCE WS-TODAY-NUM
005690                          BY REFERENCE WS-BDAY-IN
005700                          BY REFERENCE WS-BDAY-CAL
005710                          BY REFERENCE WS-BDAY-GAPS
005720                          BY REFERENCE WS-BDAY-RESULT
005730                          BY REFERENCE WS-BDAY-CAL-STATUS.
005740     IF WS-BDAY-RESULT = 16
005750         DISPLAY 'ISOARCH: CALENDAR WILL NOT OPEN, STATUS='
005760                 WS-BDAY-CAL-STATUS
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800     IF WS-BDAY-RESULT = 8
005810         DISPLAY 'ISOARCH: CALENDAR DOES NOT HOLD '
005820                 PARM-AGE-DAYS ' BUSINESS DAYS BEFORE TODAY'
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF.
005860     IF WS-BDAY-GAPS > ZERO
005870         DISPLAY 'ISOARCH: ' WS-BDAY-GAPS
005880                 ' DATE(S) MISSING FROM THE CALENDAR, COUNTED AS'
005890                 ' NON-BUSINESS DAYS'
005900     END-IF.
005910     MOVE WS-BDAY-CAL TO WS-AGE-LIMIT.
005920 1100-BUSINESS-DAYS-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960* 2010-BDAY-LINES - IN BUSINESS-DAY MODE THE SWEEP HEADING  *
005970* ALSO SHOWS THE CALENDAR DAYS THE AGE LIMIT CAME TO AND    *
005980* HOW MANY DATES WERE MISSING FROM THE CALENDAR             *
005990*----------------------------------------------------------*
006000 2010-BDAY-LINES.
006010     MOVE SPACES TO WS-PRINT-LINE.
006020     MOVE '  AS CALENDAR DAYS' TO WS-SUM-LABEL.
006030     MOVE WS-AGE-LIMIT TO WS-SUM-VALUE.
006040     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006050     MOVE SPACES TO WS-PRINT-LINE.
006060     MOVE '  DATES MISSING FROM THE CALENDAR' TO WS-SUM-LABEL.
006070     MOVE WS-BDAY-GAPS TO WS-SUM-VALUE.
006080     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
006090 2010-BDAY-LINES-EXIT.
006100     EXIT.

001300*                  CAN NO LONGER QUIETLY EXTEND THE DAY'S
001310*                  GENERATIONS; ISORECON READS THE SAME
001320*                  RECORD TO CALL OUT AN ABANDONED RUN
001321* 10/15/2026 MD    UNKNOWN COL 86 IS NOW A REVIEW MARK (WRITTEN
001322*                  BLANK) FOR ISODICT'S PROMOTE FUNCTION
001323* 10/15/2026 MD    UNKNOWN COLS 87-89 NOW CARRY THE SOURCE CODE
001324* 10/15/2026 MD    SOURCE SUBTOTAL LINES SHOW THE DEPARTMENT
001325*                  NAME OFF THE NEW SUBMITTER REGISTRY
001326* 10/15/2026 MD    RUNHIST RECORD NOW ENDS WITH THE END TIME
001327*                  AND RUN MODE (B BATCH, I INTERACTIVE)
001328* 10/15/2026 MD    EVERY MASTER ADD AND CHANGE IS NOW WRITTEN
001329*                  TO THE WMJRNL CHANGE JOURNAL THROUGH ISOJRNL
001330*----------------------------------------------------------*
001340
001350 ENVIRONMENT DIVISION.
002020     SELECT UNKNOWN-FILE ASSIGN TO DYNAMIC WS-UNK-DSN
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS WS-UNK-STATUS.
002041
002042     SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
002043         ORGANIZATION IS INDEXED
002044         ACCESS MODE IS RANDOM
002045         RECORD KEY IS RG-SOURCE
002046         FILE STATUS IS WS-REG-STATUS.
002050
002060 DATA DIVISION.
002070 FILE SECTION.
003450     05  RH-TOTAL-REJECTED    PIC 9(06).
003460     05  RH-AGG-COUNTS.
003470         10  RH-AGG-CNT       PIC 9(06) OCCURS 26.
003472     05  FILLER               PIC X(01) VALUE SPACE.
003474     05  RH-END-TIME          PIC X(08).
003476     05  FILLER               PIC X(01) VALUE SPACE.
003478     05  RH-RUN-MODE          PIC X(01).
003480
003490 FD  WORD-MASTER-FILE
003500     LABEL RECORDS ARE STANDARD
003710*    THE DICTIONARY IS A KEYED REFERENCE FILE OF ACCEPTED
003720*    VOCABULARY, KEYED THE SAME WAY AS THE WORD MASTER (THE
003730*    FOLDED, UPPERCASED WORD - SEE ISOFOLD). IT IS LOADED
003740*    AND MAINTAINED BY ISODICT; THIS RUN ONLY READS IT.
003750 FD  DICT-FILE
003760     LABEL RECORDS ARE STANDARD
003770     RECORDING MODE IS F.
003850     05  UK-WORD              PIC X(50).
003860     05  FILLER               PIC X(01) VALUE SPACE.
003870     05  UK-DISPOSITION       PIC X(34).
003872*    LEFT BLANK HERE; THE REVIEWER KEYS A IN IT FOR A WORD
003874*    THE SHOP ACCEPTS, AND ISODICT PROMOTES THOSE WORDS.
003876     05  UK-REVIEW            PIC X(01) VALUE SPACE.
003877     05  UK-SOURCE            PIC X(03) VALUE SPACES.
003880     05  FILLER               PIC X(15) VALUE SPACES.
003890
003900*    ONE-RECORD RUN-CONTROL FILE, LIKE THE CHECKPOINT: THE
003910*    CURRENT (OR LAST) BUSINESS DATE, WHETHER ITS RUN
004020     05  RC-START-TIME        PIC X(08).
004030     05  RC-END-TIME          PIC X(08).
004040     05  FILLER               PIC X(14) VALUE SPACES.
004041
004042*    SUBMITTER REGISTRY (ISOREG), READ FOR DEPARTMENT NAMES.
004043 FD  REGISTRY-FILE
004044     LABEL RECORDS ARE STANDARD
004045     RECORDING MODE IS F.
004046 01  REGISTRY-REC.
004047     05  RG-SOURCE            PIC X(03).
004048     05  RG-DEPT-NAME         PIC X(30).
004049     05  FILLER               PIC X(67).
004050
004060*    SORT WORK FOR HIGH-VOLUME MODE: THE KEY IS THE FOLDED,
004070*    UPPERCASED WORD SO THE SORTED STREAM COLLATES EXACTLY
004540*    TODAY, SO TWENTY SLOTS IS GENEROUS.
004550 01  WS-SOURCE-CD             PIC X(03) VALUE SPACES.
004560 01  WS-SRC-CODE-DSP          PIC X(03) VALUE SPACES.
004562 01  WS-SRC-DEPT-DSP          PIC X(30) VALUE SPACES.
004570
004580*    THE MASTER RECORD CURRENTLY IN HAND DURING THE HIGH-
004590*    VOLUME SEQUENTIAL MATCH, HELD IN WORKING STORAGE SO A
005360         88  WS-MSEQ-EOF              VALUE 'Y'.
005370     05  WS-MSEQ-HAVE-SW      PIC X VALUE 'N'.
005380         88  WS-MSEQ-IN-HAND          VALUE 'Y'.
005382     05  WS-REG-SW            PIC X VALUE 'N'.
005384         88  WS-REG-OPEN              VALUE 'Y'.
005390
005400 01  WS-CTLCARD-STATUS        PIC XX VALUE SPACES.
005410     88  WS-CTLCARD-OK               VALUE '00'.
005750     88  WS-UNK-OK                   VALUE '00'.
005760     88  WS-UNK-NOTFOUND             VALUE '35'.
005770
005772 01  WS-REG-STATUS            PIC XX VALUE SPACES.
005774     88  WS-REG-OK                   VALUE '00'.
005776
005780 01  WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
005790     88  WS-RUNCTL-OK                VALUE '00'.
005800     88  WS-RUNCTL-NOTFOUND          VALUE '35'.
005880*    THRESHOLD, SO THE RE-CHECKED RECORD KEEPS ITS HISTORY.
005890 01  WS-SAVE-FIRST-SEEN       PIC X(10) VALUE SPACES.
005900 01  WS-SAVE-TIMES-SEEN       PIC 9(06) VALUE ZERO.
005901
005902*    CHANGE JOURNAL ENTRY HANDED TO ISOJRNL.
005903 01  WS-JRNL-FUNC             PIC X(01) VALUE 'W'.
005904 01  WS-JRNL-PGM              PIC X(08) VALUE 'ISO'.
005905 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
005906 01  WS-JRNL-BEFORE           PIC X(133) VALUE SPACES.
005907 01  WS-JRNL-AFTER            PIC X(133) VALUE SPACES.
005908 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
005909     88  WS-JRNL-OK                  VALUE '00'.
005910
005920 01  WS-RHIST-STATUS          PIC XX VALUE SPACES.
005930     88  WS-RHIST-OK                 VALUE '00'.
007460         CLOSE REJECT-FILE
007470         IF NOT WS-PHRASE-MODE
007480             CLOSE WORD-MASTER-FILE
007481             MOVE 'C' TO WS-JRNL-FUNC
007482             PERFORM 9170-WRITE-JOURNAL
007483                 THRU 9170-WRITE-JOURNAL-EXIT
007490         END-IF
007500         IF WS-DICT-ACTIVE
007510             CLOSE DICT-FILE
010000             OPEN OUTPUT WORD-MASTER-FILE
010010             CLOSE WORD-MASTER-FILE
010020             OPEN I-O WORD-MASTER-FILE
010021         END-IF
010022*        A HIGH-VOLUME RUN LEAVES ITS JOURNAL ENTRIES BUFFERED
010023*        THE SAME AS ITS WORDSOUT RECORDS.
010024         IF WS-HIVOL-MODE
010025             MOVE 'B' TO WS-JRNL-FUNC
010030         END-IF
010040     END-IF.
010050
013530     MOVE SPACES TO UNKNOWN-REC.
013540     MOVE WS-WORD1 TO UK-WORD.
013550     MOVE WS-UNK-DISP-TXT TO UK-DISPOSITION.
013555     MOVE WS-SOURCE-CD TO UK-SOURCE.
013560     WRITE UNKNOWN-REC.
013570     PERFORM 9160-CHECK-UNK THRU 9160-CHECK-UNK-EXIT.
013580     IF NOT WS-HIVOL-MODE
015870     IF WS-MASTER-HIT AND WM-MAX-REPEAT NOT = PARM-MAX-REPEAT
015880         MOVE WM-FIRST-SEEN TO WS-SAVE-FIRST-SEEN
015890         MOVE WM-TIMES-SEEN TO WS-SAVE-TIMES-SEEN
015891         MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE
015900         SET WS-MASTER-STALE TO TRUE
015910         SET WS-MASTER-MISS TO TRUE
015920     END-IF.
016560     ELSE
016570         MOVE WS-ORDER-9 TO WS-ORDER
016580     END-IF.
016581     MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE.
016590     MOVE WS-RUN-DATE-DSP TO WM-LAST-SEEN.
016600     ADD 1 TO WM-TIMES-SEEN.
016610     REWRITE WORD-MASTER-REC.
016611     MOVE 'C' TO WS-JRNL-ACTION.
016612     MOVE WORD-MASTER-REC TO WS-JRNL-AFTER.
016613     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
016620*    THE SEQUENTIAL MATCH KEEPS ITS OWN COPIES OF THE RECORD
016630*    IN HAND AND OF THE RECORD LAST ADDED; REFRESH WHICHEVER
016640*    ONE THIS HIT CAME FROM SO A REPEATED KEY SEES THIS
017550         MOVE WS-SAVE-FIRST-SEEN TO WM-FIRST-SEEN
017560         COMPUTE WM-TIMES-SEEN = WS-SAVE-TIMES-SEEN + 1
017570         REWRITE WORD-MASTER-REC
017571         MOVE 'C' TO WS-JRNL-ACTION
017580     ELSE
017590         MOVE WS-RUN-DATE-DSP TO WM-FIRST-SEEN
017600         MOVE 1 TO WM-TIMES-SEEN
017601         MOVE 'A' TO WS-JRNL-ACTION
017602         MOVE SPACES TO WS-JRNL-BEFORE
017610         WRITE WORD-MASTER-REC
017620             INVALID KEY REWRITE WORD-MASTER-REC
017621                         MOVE 'C' TO WS-JRNL-ACTION
017630         END-WRITE
017640     END-IF.
017641     MOVE WORD-MASTER-REC TO WS-JRNL-AFTER.
017642     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
017650*    REMEMBER WHAT WENT ON DURING THE SEQUENTIAL MATCH - A
017660*    FOLLOWING INPUT RECORD WITH THE SAME FOLDED KEY MUST
017670*    HIT THIS RECORD, NOT FALL INTO THE ADD AGAIN.
024170         UNTIL WS-ORD-IDX > 9.
024180
024190*    CHECKED AND REJECTED SUBTOTALS FOR EACH SUBMITTING
024192*    SOURCE SEEN THIS RUN, WITH THE DEPARTMENT NAME OFF THE
024194*    SUBMITTER REGISTRY WHEN THE REGISTRY IS THERE TO READ.
024196     OPEN INPUT REGISTRY-FILE.
024198     IF WS-REG-OK
024200         MOVE 'Y' TO WS-REG-SW
024202     END-IF.
024210     PERFORM 4330-SOURCE-LINES THRU 4330-SOURCE-LINES-EXIT
024220         VARYING WS-SRC-IDX FROM 1 BY 1
024230         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
024232     IF WS-REG-OPEN
024234         CLOSE REGISTRY-FILE
024236         MOVE 'N' TO WS-REG-SW
024238     END-IF.
024240
024250     PERFORM 4310-FIND-MAX-LETTER THRU 4310-FIND-MAX-LETTER-EXIT.
024260
025230     ELSE
025240         MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-SRC-CODE-DSP
025250     END-IF.
025255     PERFORM 4335-DEPT-NAME THRU 4335-DEPT-NAME-EXIT.
025260
025270     MOVE SPACES TO WS-PRINT-LINE.
025280     STRING 'SOURCE ' DELIMITED BY SIZE
025300            ' - CHECKED' DELIMITED BY SIZE
025310         INTO WS-SUM-LABEL.
025320     MOVE WS-SRC-CHECKED (WS-SRC-IDX) TO WS-SUM-VALUE.
025325     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
025330     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
025340     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
025350
025390            ' - REJECTED' DELIMITED BY SIZE
025400         INTO WS-SUM-LABEL.
025410     MOVE WS-SRC-REJECTED (WS-SRC-IDX) TO WS-SUM-VALUE.
025415     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
025420     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
025430     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
025440 4330-SOURCE-LINES-EXIT.
025670     PERFORM 4410-MOVE-AGG-CNT THRU 4410-MOVE-AGG-CNT-EXIT
025680         VARYING WS-CNT-IDX FROM 1 BY 1
025690         UNTIL WS-CNT-IDX > 26.
025691     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
025692     STRING WS-CURRENT-DATE-TIME(9:2)  ':'
025693            WS-CURRENT-DATE-TIME(11:2) ':'
025694            WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
025695         INTO RH-END-TIME.
025696     MOVE 'B' TO RH-RUN-MODE.
025697     IF NOT WS-BATCH-MODE
025698         MOVE 'I' TO RH-RUN-MODE
025699     END-IF.
025700     WRITE RUN-HIST-REC.
025710     CLOSE RUN-HIST-FILE.
025720 4400-WRITE-RUN-HIST-EXIT.
028180     END-IF.
028190 9150-CHECK-AUARC-EXIT.
028200     EXIT.
028210
028220*----------------------------------------------------------*
028230* 4335-DEPT-NAME - THE DEPARTMENT NAME FOR THE SOURCE CODE  *
028240* IN HAND. THE BLANK (---) AND OVERFLOW (***) SLOTS ARE NOT *
028250* REGISTRY CODES, AND A MISSING REGISTRY LEAVES IT BLANK    *
028260*----------------------------------------------------------*
028270 4335-DEPT-NAME.
028280     MOVE SPACES TO WS-SRC-DEPT-DSP.
028290     IF NOT WS-REG-OPEN
028300         GO TO 4335-DEPT-NAME-EXIT
028310     END-IF.
028320     IF WS-SRC-CODE-DSP = '---' OR '***'
028330         GO TO 4335-DEPT-NAME-EXIT
028340     END-IF.
028350     MOVE WS-SRC-CODE-DSP TO RG-SOURCE.
028360     READ REGISTRY-FILE
028370         INVALID KEY
028380             MOVE '*** NOT ON REGISTRY ***' TO WS-SRC-DEPT-DSP
028390         NOT INVALID KEY
028400             MOVE RG-DEPT-NAME TO WS-SRC-DEPT-DSP
028410     END-READ.
028420 4335-DEPT-NAME-EXIT.
028430     EXIT.
028440
028450*----------------------------------------------------------*
028460* 9170-WRITE-JOURNAL - HANDS THE MASTER CHANGE JUST MADE TO *
028470* ISOJRNL (OR CLOSES THE JOURNAL AT END OF RUN). A CHANGE   *
028480* THAT CANNOT BE JOURNALED COULD NEVER BE RECOVERED, SO A   *
028490* JOURNAL FAILURE IS A HARD STOP LIKE ANY OTHER FILE ERROR  *
028500*----------------------------------------------------------*
028510 9170-WRITE-JOURNAL.
028520     CALL 'isojrnl' USING BY CONTENT WS-JRNL-FUNC
028530                           BY CONTENT WS-JRNL-PGM
028540                           BY CONTENT WS-JRNL-ACTION
028550                           BY CONTENT WS-JRNL-BEFORE
028560                           BY CONTENT WS-JRNL-AFTER
028570                           BY REFERENCE WS-JRNL-STATUS.
028580     IF NOT WS-JRNL-OK
028590         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
028600         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
028610         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
028620     END-IF.
028630 9170-WRITE-JOURNAL-EXIT.
028640     EXIT.

000182* 09/02/2026 MD    CARRIES THE NEW PERFECT-ISOGRAM ORDER    *
000184*                  FIELD ON THE MASTER RECORD AND PRINTS    *
000186*                  IT ON THE LIST AND SHOW LINES            *
000187* 10/15/2026 MD    A DELETE IS NOW WRITTEN TO THE WMJRNL    *
000188*                  CHANGE JOURNAL THROUGH ISOJRNL           *
000190*----------------------------------------------------------*
000200* THE FUNCTION COMES FROM THE MSTCTL CONTROL CARD:
000210*   COL 1      FUNCTION - L LIST, S SHOW, D DELETE, C COUNT
001090
001100 01  WS-ERR-FILE-NAME         PIC X(08) VALUE SPACES.
001110 01  WS-ERR-STATUS            PIC XX VALUE SPACES.
001111
001112*    CHANGE JOURNAL ENTRY HANDED TO ISOJRNL.
001113 01  WS-JRNL-FUNC             PIC X(01) VALUE 'W'.
001114 01  WS-JRNL-PGM              PIC X(08) VALUE 'ISOMAST'.
001115 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
001116 01  WS-JRNL-BEFORE           PIC X(133) VALUE SPACES.
001117 01  WS-JRNL-AFTER            PIC X(133) VALUE SPACES.
001118 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
001119     88  WS-JRNL-OK                  VALUE '00'.
001120
001130 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001140 77  WS-FLAG-Y-COUNT          PIC 9(06) COMP VALUE ZERO.
001900     END-EVALUATE.
001910
001920     CLOSE WORD-MASTER-FILE.
001921     MOVE 'C' TO WS-JRNL-FUNC.
001922     PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT.
001930     CLOSE MAST-REPORT-FILE.
001940     STOP RUN.
001950
004220     WRITE RPT-REC FROM WS-MAST-LN AFTER ADVANCING 1 LINE.
004230     PERFORM 9130-CHECK-RPT THRU 9130-CHECK-RPT-EXIT.
004240
004241     MOVE WORD-MASTER-REC TO WS-JRNL-BEFORE.
004250     DELETE WORD-MASTER-FILE RECORD
004260         INVALID KEY
004270             DISPLAY 'ISOMAST: DELETE FAILED, STATUS='
004300     END-DELETE.
004310     IF RETURN-CODE = ZERO
004320         DISPLAY 'ISOMAST: DELETED ' WS-WORD-FOLDED
004321         MOVE 'D' TO WS-JRNL-ACTION
004322         MOVE SPACES TO WS-JRNL-AFTER
004323         PERFORM 9170-WRITE-JOURNAL THRU 9170-WRITE-JOURNAL-EXIT
004330     END-IF.
004340 4000-DELETE-WORD-EXIT.
004350     EXIT.
005590     END-IF.
005600 9130-CHECK-RPT-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640* 9170-WRITE-JOURNAL - HANDS THE MASTER CHANGE JUST MADE TO *
005650* ISOJRNL (OR CLOSES THE JOURNAL AT END OF RUN). A CHANGE   *
005660* THAT CANNOT BE JOURNALED COULD NEVER BE RECOVERED, SO A   *
005670* JOURNAL FAILURE IS A HARD STOP LIKE ANY OTHER FILE ERROR  *
005680*----------------------------------------------------------*
005690 9170-WRITE-JOURNAL.
005700     CALL 'isojrnl' USING BY CONTENT WS-JRNL-FUNC
005710                           BY CONTENT WS-JRNL-PGM
005720                           BY CONTENT WS-JRNL-ACTION
005730                           BY CONTENT WS-JRNL-BEFORE
005740                           BY CONTENT WS-JRNL-AFTER
005750                           BY REFERENCE WS-JRNL-STATUS.
005760     IF NOT WS-JRNL-OK
005770         MOVE 'WMJRNL' TO WS-ERR-FILE-NAME
005780         MOVE WS-JRNL-STATUS TO WS-ERR-STATUS
005790         PERFORM 9000-FILE-ABORT THRU 9000-FILE-ABORT-EXIT
005800     END-IF.
005810 9170-WRITE-JOURNAL-EXIT.
005820     EXIT.

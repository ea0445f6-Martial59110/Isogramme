000270*                  ENDED IS REPORTED AS AN ABANDONED RUN   *
000280*                  IN SO MANY WORDS INSTEAD OF AN OUT-OF-  *
000290*                  BALANCE MYSTERY                         *
000292* 10/15/2026 MD    SOURCE LEGS NOW SHOW THE DEPARTMENT     *
000294*                  NAME OFF THE NEW SUBMITTER REGISTRY     *
000300*----------------------------------------------------------*
000310* THE AUDIT LOG CAN CARRY MORE THAN ONE DAY OF ENTRIES, SO
000320* ONLY THE ENTRIES STAMPED WITH THE DATE OF THE LAST ENTRY
000670         ACCESS MODE IS RANDOM
000680         RELATIVE KEY IS WS-RUNCTL-RRN
000690         FILE STATUS IS WS-RUNCTL-STATUS.
000691
000692     SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS RANDOM
000695         RECORD KEY IS RG-SOURCE
000696         FILE STATUS IS WS-REG-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
001350     05  RC-END-TIME          PIC X(08).
001360     05  FILLER               PIC X(14).
001370
001371*    SUBMITTER REGISTRY (ISOREG), READ FOR DEPARTMENT NAMES.
001372 FD  REGISTRY-FILE
001373     LABEL RECORDS ARE STANDARD
001374     RECORDING MODE IS F.
001375 01  REGISTRY-REC.
001376     05  RG-SOURCE            PIC X(03).
001377     05  RG-DEPT-NAME         PIC X(30).
001378     05  FILLER               PIC X(67).
001379
001380 WORKING-STORAGE SECTION.
001390
001400 01  WS-SWITCHES.
001730 01  WS-ABANDON-SW            PIC X VALUE 'N'.
001740     88  WS-RUN-ABANDONED            VALUE 'Y'.
001750
001751 01  WS-REG-STATUS            PIC XX VALUE SPACES.
001752     88  WS-REG-OK                   VALUE '00'.
001753 01  WS-REG-SW                PIC X VALUE 'N'.
001754     88  WS-REG-OPEN                 VALUE 'Y'.
001755
001760 77  WS-AUDIT-CHECKED         PIC 9(06) COMP VALUE ZERO.
001770 77  WS-AUDIT-REJECTED        PIC 9(06) COMP VALUE ZERO.
001780 77  WS-WRDOUT-COUNT          PIC 9(06) COMP VALUE ZERO.
001940*    ITS OWN RIGHT - UNSOURCED WORDS MUST BALANCE TOO.
001950 01  WS-SOURCE-CD             PIC X(03) VALUE SPACES.
001960 01  WS-SRC-CODE-DSP          PIC X(03) VALUE SPACES.
001961 01  WS-SRC-DEPT-DSP          PIC X(30) VALUE SPACES.
001970 01  WS-SRC-COUNT             PIC 9(02) COMP VALUE ZERO.
001980 01  WS-SRC-TABLE.
001990     05  WS-SRC-ENT OCCURS 20.
007100     WRITE RCN-REC FROM WS-CNT-LN AFTER ADVANCING 1 LINE.
007110
007120*    EACH SOURCE'S FOUR LEGS, SO A DEPARTMENT'S DAY CAN BE
007122*    READ STRAIGHT OFF THE RECONCILIATION REPORT. THE
007124*    DEPARTMENT NAME COMES OFF THE SUBMITTER REGISTRY WHEN
007126*    THE REGISTRY IS THERE TO READ.
007128     OPEN INPUT REGISTRY-FILE.
007130     IF WS-REG-OK
007132         MOVE 'Y' TO WS-REG-SW
007134     END-IF.
007140     PERFORM 5050-SOURCE-COUNT-LINES
007150         THRU 5050-SOURCE-COUNT-LINES-EXIT
007160         VARYING WS-SRC-IDX FROM 1 BY 1
007170         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
007172     IF WS-REG-OPEN
007174         CLOSE REGISTRY-FILE
007176         MOVE 'N' TO WS-REG-SW
007178     END-IF.
007180
007190     MOVE SPACES TO WS-PRINT-LINE.
007200     WRITE RCN-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
007410     ELSE
007420         MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-SRC-CODE-DSP
007430     END-IF.
007435     PERFORM 5200-DEPT-NAME THRU 5200-DEPT-NAME-EXIT.
007440
007450     MOVE SPACES TO WS-PRINT-LINE.
007460     STRING 'SOURCE ' DELIMITED BY SIZE
007480            ' AUDIT CHECKED' DELIMITED BY SIZE
007490         INTO WS-CNT-LABEL.
007500     MOVE WS-SRC-AU-CHK (WS-SRC-IDX) TO WS-CNT-VALUE.
007505     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
007510     WRITE RCN-REC FROM WS-CNT-LN AFTER ADVANCING 1 LINE.
007520
007530     MOVE SPACES TO WS-PRINT-LINE.
007560            ' WORDSOUT RECORDS' DELIMITED BY SIZE
007570         INTO WS-CNT-LABEL.
007580     MOVE WS-SRC-WO-CNT (WS-SRC-IDX) TO WS-CNT-VALUE.
007585     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
007590     WRITE RCN-REC FROM WS-CNT-LN AFTER ADVANCING 1 LINE.
007600
007610     MOVE SPACES TO WS-PRINT-LINE.
007640            ' AUDIT REJECTED' DELIMITED BY SIZE
007650         INTO WS-CNT-LABEL.
007660     MOVE WS-SRC-AU-REJ (WS-SRC-IDX) TO WS-CNT-VALUE.
007665     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
007670     WRITE RCN-REC FROM WS-CNT-LN AFTER ADVANCING 1 LINE.
007680
007690     MOVE SPACES TO WS-PRINT-LINE.
007720            ' REJECTS RECORDS' DELIMITED BY SIZE
007730         INTO WS-CNT-LABEL.
007740     MOVE WS-SRC-RJ-CNT (WS-SRC-IDX) TO WS-CNT-VALUE.
007745     MOVE WS-SRC-DEPT-DSP TO WS-PRINT-LINE (49:30).
007750     WRITE RCN-REC FROM WS-CNT-LN AFTER ADVANCING 1 LINE.
007760 5050-SOURCE-COUNT-LINES-EXIT.
007770     EXIT.
008610     END-IF.
008620 5150-SOURCE-OOB-LINE-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------*
008660* 5200-DEPT-NAME - THE DEPARTMENT NAME FOR THE SOURCE CODE  *
008670* IN HAND. THE BLANK (---) AND OVERFLOW (***) SLOTS ARE NOT *
008680* REGISTRY CODES, AND A MISSING REGISTRY LEAVES IT BLANK    *
008690*----------------------------------------------------------*
008700 5200-DEPT-NAME.
008710     MOVE SPACES TO WS-SRC-DEPT-DSP.
008720     IF NOT WS-REG-OPEN
008730         GO TO 5200-DEPT-NAME-EXIT
008740     END-IF.
008750     IF WS-SRC-CODE-DSP = '---' OR '***'
008760         GO TO 5200-DEPT-NAME-EXIT
008770     END-IF.
008780     MOVE WS-SRC-CODE-DSP TO RG-SOURCE.
008790     READ REGISTRY-FILE
008800         INVALID KEY
008810             MOVE '*** NOT ON REGISTRY ***' TO WS-SRC-DEPT-DSP
008820         NOT INVALID KEY
008830             MOVE RG-DEPT-NAME TO WS-SRC-DEPT-DSP
008840     END-READ.
008850 5200-DEPT-NAME-EXIT.
008860     EXIT.

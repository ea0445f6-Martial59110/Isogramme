000150*                  GENERATION OLDER THAN THE CONFIGURED    *
000160*                  RETENTION IS DELETED AND PRINTED ON     *
000170*                  THE PURGE REPORT                        *
000172* 10/15/2026 MD    PRGCTL COL 5 B COUNTS THE RETENTION     *
000174*                  IN BUSINESS DAYS OFF THE PROCESSING     *
000176*                  CALENDAR (ISOBDAY)                      *
000180*----------------------------------------------------------*
000190* THE SWEEP WALKS DAY BY DAY FROM ONE DAY PAST THE
000200* RETENTION LIMIT TO A FULL YEAR BEYOND IT, SO A GENERATION
000210* MISSED BY A SKIPPED HOUSEKEEPING RUN STILL GETS PICKED UP
000220* WITHIN A YEAR OF FALLING DUE.
000222* PRGCTL COL 1-3 IS THE RETENTION; B IN COL 5 COUNTS IT IN
000224* BUSINESS DAYS OFF THE PROCESSING CALENDAR INSTEAD OF
000226* CALENDAR DAYS.
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000450     RECORDING MODE IS F.
000460 01  PURGE-CTL-REC.
000470     05  PC-RETENTION-DAYS    PIC 9(03).
000480     05  FILLER               PIC X(01) VALUE SPACES.
000482     05  PC-AGE-BASIS         PIC X(01) VALUE SPACES.
000484         88  PC-BUSINESS-DAYS         VALUE 'B'.
000486     05  FILLER               PIC X(45) VALUE SPACES.
000490
000500 FD  PURGE-REPORT-FILE
000510     LABEL RECORDS ARE STANDARD
000640     88  WS-PCTL-PRESENT             VALUE 'Y'.
000650
000660 77  PARM-RETENTION-DAYS      PIC 9(03) VALUE 30.
000661
000662*    IN BUSINESS-DAY MODE ISOBDAY TURNS THE RETENTION INTO
000663*    THE CALENDAR DAYS THE SWEEP WORKS IN.
000664 77  WS-RETAIN-DAYS           PIC 9(04) COMP VALUE ZERO.
000665 01  WS-BDAY-IN               PIC 9(04) VALUE ZERO.
000666 01  WS-BDAY-CAL              PIC 9(04) VALUE ZERO.
000667 01  WS-BDAY-GAPS             PIC 9(04) VALUE ZERO.
000668 01  WS-BDAY-RESULT           PIC 9(02) VALUE ZERO.
000669 01  WS-BDAY-CAL-STATUS       PIC X(02) VALUE SPACES.
000670
000680 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
000690 77  WS-DAY-INT               PIC 9(08) COMP VALUE ZERO.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001110
001120     COMPUTE WS-AGE-LIMIT = WS-RETAIN-DAYS + 365.
001130     PERFORM 2000-SWEEP-ONE-DAY THRU 2000-SWEEP-ONE-DAY-EXIT
001140         VARYING WS-AGE FROM WS-RETAIN-DAYS BY 1
001150         UNTIL WS-AGE > WS-AGE-LIMIT.
001160
001170     PERFORM 4300-SUMMARY THRU 4300-SUMMARY-EXIT.
001530             AND PC-RETENTION-DAYS > 0
001540         MOVE PC-RETENTION-DAYS TO PARM-RETENTION-DAYS
001550     END-IF.
001552     MOVE PARM-RETENTION-DAYS TO WS-RETAIN-DAYS.
001554     IF WS-PCTL-PRESENT AND PC-BUSINESS-DAYS
001556         PERFORM 1100-BUSINESS-DAYS THRU 1100-BUSINESS-DAYS-EXIT
001558     END-IF.
001560
001570     OPEN OUTPUT PURGE-REPORT-FILE.
001580
001640     WRITE RPT-REC FROM WS-PRINT-LINE.
001650
001660     MOVE SPACES TO WS-PRINT-LINE.
001663     IF WS-PCTL-PRESENT AND PC-BUSINESS-DAYS
001666         MOVE 'RETENTION BUSINESS DAYS' TO WS-SUM-LABEL
001669     ELSE
001672         MOVE 'RETENTION DAYS' TO WS-SUM-LABEL
001675     END-IF.
001680     MOVE PARM-RETENTION-DAYS TO WS-SUM-VALUE.
001690     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
001692
001694     IF WS-PCTL-PRESENT AND PC-BUSINESS-DAYS
001696         PERFORM 1200-BDAY-LINES THRU 1200-BDAY-LINES-EXIT
001698     END-IF.
001700
001710     MOVE SPACES TO WS-PRINT-LINE.
001720     WRITE RPT-REC FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.
002349     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
002350 4300-SUMMARY-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------*
002390* 1100-BUSINESS-DAYS - TURNS A RETENTION IN BUSINESS DAYS   *
002400* INTO CALENDAR DAYS OFF THE PROCESSING CALENDAR. A DATE    *
002410* MISSING FROM THE CALENDAR COUNTS AS NON-BUSINESS, WHICH   *
002420* ONLY KEEPS THINGS LONGER; A CALENDAR THAT WILL NOT OPEN   *
002430* OR DOES NOT REACH BACK FAR ENOUGH IS A HARD STOP RATHER   *
002440* THAN A PURGE ON THE WRONG AGE                             *
002450*----------------------------------------------------------*
002460 1100-BUSINESS-DAYS.
002470     MOVE PARM-RETENTION-DAYS TO WS-BDAY-IN.
002480     CALL 'isobday' USING BY REFERENCE WS-TODAY-NUM
002490                          BY REFERENCE WS-BDAY-IN
002500                          BY REFERENCE WS-BDAY-CAL
002510                          BY REFERENCE WS-BDAY-GAPS
002520                          BY REFERENCE WS-BDAY-RESULT
002530                          BY REFERENCE WS-BDAY-CAL-STATUS.
002540     IF WS-BDAY-RESULT = 16
002550         DISPLAY 'ISOPURGE: CALENDAR WILL NOT OPEN, STATUS='
002560                 WS-BDAY-CAL-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     IF WS-BDAY-RESULT = 8
002610         DISPLAY 'ISOPURGE: CALENDAR DOES NOT HOLD '
002620                 PARM-RETENTION-DAYS ' BUSINESS DAYS BEFORE TODAY'
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     IF WS-BDAY-GAPS > ZERO
002670         DISPLAY 'ISOPURGE: ' WS-BDAY-GAPS
002680                 ' DATE(S) MISSING FROM THE CALENDAR, COUNTED AS'
002690                 ' NON-BUSINESS DAYS'
002700     END-IF.
002710     MOVE WS-BDAY-CAL TO WS-RETAIN-DAYS.
002720 1100-BUSINESS-DAYS-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* 1200-BDAY-LINES - IN BUSINESS-DAY MODE THE REPORT         *
002770* HEADING ALSO SHOWS THE CALENDAR DAYS THE RETENTION CAME   *
002780* TO AND HOW MANY DATES WERE MISSING FROM THE CALENDAR      *
002790*----------------------------------------------------------*
002800 1200-BDAY-LINES.
002810     MOVE SPACES TO WS-PRINT-LINE.
002820     MOVE '  AS CALENDAR DAYS' TO WS-SUM-LABEL.
002830     MOVE WS-RETAIN-DAYS TO WS-SUM-VALUE.
002840     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
002850     MOVE SPACES TO WS-PRINT-LINE.
002860     MOVE '  DATES MISSING FROM THE CALENDAR' TO WS-SUM-LABEL.
002870     MOVE WS-BDAY-GAPS TO WS-SUM-VALUE.
002880     WRITE RPT-REC FROM WS-SUM-LN AFTER ADVANCING 1 LINE.
002890 1200-BDAY-LINES-EXIT.
002900     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isobday.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - TURNS AN AGE IN BUSINESS DAYS   *
000120*                  INTO THE SAME AGE IN CALENDAR DAYS OFF     *
000130*                  THE PROCESSING CALENDAR, SO ISOPURGE AND   *
000140*                  ISOARCH CAN KEEP THEIR SWEEPS IN PLAIN     *
000150*                  CALENDAR DAYS WHATEVER BASIS THE CARD USES *
000160*----------------------------------------------------------*
000170* STARTING THE DAY BEFORE LK-TODAY, THIS SUBROUTINE WALKS
000180* BACK ONE DATE AT A TIME AND COUNTS THE BUSINESS DAYS ON THE
000190* CALENDAR UNTIL IT HAS LK-BUS-DAYS OF THEM. LK-CAL-DAYS COMES
000200* BACK AS HOW FAR BACK THAT LAST BUSINESS DAY LIES, SO AN AGE
000210* OVER LK-CAL-DAYS IS AN AGE OVER LK-BUS-DAYS BUSINESS DAYS.
000220* A DATE NOT ON THE CALENDAR IS COUNTED AS A NON-BUSINESS DAY,
000230* WHICH CAN ONLY MAKE THE AGE LONGER AND SO NEVER PURGES OR
000240* ARCHIVES ANYTHING EARLY; LK-GAP-DAYS SAYS HOW MANY THERE
000250* WERE SO THE CALLER CAN REPORT THEM. LK-RESULT:
000260*   00  CONVERTED, NO GAPS
000270*   04  CONVERTED, LK-GAP-DAYS DATES MISSING FROM THE CALENDAR
000280*   08  TEN YEARS BACK WITHOUT FINDING ENOUGH BUSINESS DAYS
000290*   16  CALENDAR WOULD NOT OPEN (LK-CAL-STATUS HAS THE STATUS)
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GNU-LINUX.
000350 OBJECT-COMPUTER. GNU-LINUX.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CL-DATE
000430         FILE STATUS IS WS-CAL-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470
000480*    ONE RECORD PER DATE; THE LAYOUT MIRRORS ISOCAL'S.
000490 FD  CALENDAR-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000520 01  CALENDAR-REC.
000530     05  CL-DATE              PIC 9(08).
000540     05  CL-DAY-TYPE          PIC X(01).
000550         88  CL-BUSINESS-DAY          VALUE 'B'.
000560         88  CL-WEEKEND               VALUE 'W'.
000570         88  CL-HOLIDAY               VALUE 'H'.
000580     05  CL-DAY-NAME          PIC X(03).
000590     05  CL-DESC              PIC X(20).
000600     05  CL-LAST-CHANGED      PIC X(10).
000610     05  FILLER               PIC X(38).
000620
000630 WORKING-STORAGE SECTION.
000640
000650 01  WS-CAL-STATUS            PIC XX VALUE SPACES.
000660     88  WS-CAL-OK                   VALUE '00'.
000670
000680 77  WS-TODAY-INT             PIC 9(08) COMP VALUE ZERO.
000690 77  WS-DAY-INT               PIC 9(08) COMP VALUE ZERO.
000700 77  WS-BACK                  PIC 9(04) COMP VALUE ZERO.
000710 77  WS-BUS-FOUND             PIC 9(04) COMP VALUE ZERO.
000720 77  WS-BACK-LIMIT            PIC 9(04) COMP VALUE 3660.
000730
000740 LINKAGE SECTION.
000750 01  LK-TODAY                 PIC 9(08).
000760 01  LK-BUS-DAYS              PIC 9(04).
000770 01  LK-CAL-DAYS              PIC 9(04).
000780 01  LK-GAP-DAYS              PIC 9(04).
000790 01  LK-RESULT                PIC 9(02).
000800 01  LK-CAL-STATUS            PIC X(02).
000810
000820 PROCEDURE DIVISION USING LK-TODAY LK-BUS-DAYS LK-CAL-DAYS
000830                          LK-GAP-DAYS LK-RESULT LK-CAL-STATUS.
000840
000850*----------------------------------------------------------*
000860* 0000-MAINLINE                                             *
000870*----------------------------------------------------------*
000880 0000-MAINLINE.
000890     MOVE ZERO TO LK-CAL-DAYS.
000900     MOVE ZERO TO LK-GAP-DAYS.
000910     MOVE ZERO TO LK-RESULT.
000920     MOVE SPACES TO LK-CAL-STATUS.
000930     MOVE ZERO TO WS-BACK.
000940     MOVE ZERO TO WS-BUS-FOUND.
000950
000960     IF LK-BUS-DAYS = ZERO
000970         GOBACK
000980     END-IF.
000990
001000     OPEN INPUT CALENDAR-FILE.
001010     IF NOT WS-CAL-OK
001020         MOVE WS-CAL-STATUS TO LK-CAL-STATUS
001030         MOVE 16 TO LK-RESULT
001040         GOBACK
001050     END-IF.
001060
001070     COMPUTE WS-TODAY-INT =
001080         FUNCTION INTEGER-OF-DATE (LK-TODAY).
001090     PERFORM 1000-STEP-BACK THRU 1000-STEP-BACK-EXIT
001100         UNTIL WS-BUS-FOUND = LK-BUS-DAYS
001110            OR WS-BACK NOT < WS-BACK-LIMIT.
001120     CLOSE CALENDAR-FILE.
001130
001140     MOVE WS-BACK TO LK-CAL-DAYS.
001150     IF WS-BUS-FOUND < LK-BUS-DAYS
001160         MOVE 8 TO LK-RESULT
001170     ELSE
001180         IF LK-GAP-DAYS > ZERO
001190             MOVE 4 TO LK-RESULT
001200         END-IF
001210     END-IF.
001220     GOBACK.
001230
001240*----------------------------------------------------------*
001250* 1000-STEP-BACK - LOOKS UP ONE MORE DATE BACK AND COUNTS IT *
001260* IF THE CALENDAR HAS IT AS A BUSINESS DAY                  *
001270*----------------------------------------------------------*
001280 1000-STEP-BACK.
001290     ADD 1 TO WS-BACK.
001300     COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-BACK.
001310     COMPUTE CL-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
001320     READ CALENDAR-FILE
001330         INVALID KEY
001340             ADD 1 TO LK-GAP-DAYS
001350             GO TO 1000-STEP-BACK-EXIT
001360     END-READ.
001370     IF CL-BUSINESS-DAY
001380         ADD 1 TO WS-BUS-FOUND
001390     END-IF.
001400 1000-STEP-BACK-EXIT.
001410     EXIT.

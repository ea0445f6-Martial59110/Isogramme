000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. isojrnl.
000030 AUTHOR. M. DUBOIS.
000040 INSTALLATION. ISOGRAMME DATA PROCESSING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*----------------------------------------------------------*
000100* DATE       INIT  DESCRIPTION
000110* 10/15/2026 MD    ORIGINAL - APPENDS ONE ENTRY TO THE WORD *
000120*                  MASTER CHANGE JOURNAL FOR EVERY CHANGE A *
000130*                  PROGRAM MAKES TO WORDMSTR, SO ISORCVR    *
000140*                  CAN ROLL AN UNLOAD FORWARD TO A CHOSEN   *
000150*                  POINT                                    *
000160*----------------------------------------------------------*
000170* EVERY PROGRAM THAT CHANGES THE MASTER CALLS THIS SUBROUTINE
000180* STRAIGHT AFTER THE CHANGE HAS GONE ON THE FILE. LK-FUNCTION:
000190*   W  WRITE THE ENTRY AND FORCE IT TO DISK BEFORE RETURNING
000200*   B  WRITE THE ENTRY AND LEAVE IT BUFFERED (HIGH-VOLUME RUNS
000210*      THAT ALREADY TRADE DURABILITY FOR SPEED ON THEIR OUTPUT)
000220*   C  CLOSE THE JOURNAL AT THE END OF THE CALLER'S RUN
000230* LK-ACTION IS A ADD, C CHANGE, D DELETE, OR L MASTER EMPTIED
000240* FOR A RELOAD. THE KEY IS TAKEN FROM THE AFTER IMAGE, OR FROM
000250* THE BEFORE IMAGE FOR A DELETE; AN IMAGE THAT DOES NOT APPLY
000260* (THE BEFORE IMAGE OF AN ADD) IS PASSED AS SPACES. THE JOURNAL
000270* IS OPENED EXTEND ON THE FIRST WRITE AND CREATED IF IT IS NOT
000280* THERE. LK-JRNL-STATUS COMES BACK '00' OR THE FAILING FILE
000290* STATUS; A CHANGE THAT CANNOT BE JOURNALED IS THE CALLER'S TO
000300* TREAT AS A HARD STOP.
000310* THE JOURNAL RECORD (WMJRNL):
000320*   COL 1-8      DATE YYYYMMDD
000330*   COL 9-16     TIME HHMMSSCC
000340*   COL 17-24    PROGRAM
000350*   COL 25       ACTION
000360*   COL 26-75    KEY
000370*   COL 76-208   BEFORE IMAGE (WORD-MASTER-REC)
000380*   COL 209-341  AFTER IMAGE  (WORD-MASTER-REC)
000390*----------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. GNU-LINUX.
000440 OBJECT-COMPUTER. GNU-LINUX.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT JOURNAL-FILE ASSIGN TO "WMJRNL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-JRNL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550 FD  JOURNAL-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 01  JOURNAL-REC.
000590     05  JR-DATE              PIC 9(08).
000600     05  JR-TIME              PIC 9(08).
000610     05  JR-PROGRAM           PIC X(08).
000620     05  JR-ACTION            PIC X(01).
000630     05  JR-KEY               PIC X(50).
000640     05  JR-BEFORE            PIC X(133).
000650     05  JR-AFTER             PIC X(133).
000660
000670 WORKING-STORAGE SECTION.
000680
000690 01  WS-JRNL-STATUS           PIC XX VALUE SPACES.
000700     88  WS-JRNL-OK                  VALUE '00'.
000710     88  WS-JRNL-NOTFOUND            VALUE '35'.
000720
000730 01  WS-OPEN-SW               PIC X VALUE 'N'.
000740     88  WS-JRNL-OPEN                VALUE 'Y'.
000750
000760 01  WS-CURRENT-DATE-TIME     PIC X(21).
000770
000780 LINKAGE SECTION.
000790 01  LK-FUNCTION              PIC X(01).
000800     88  LK-WRITE-FORCED             VALUE 'W'.
000810     88  LK-WRITE-BUFFERED           VALUE 'B'.
000820     88  LK-CLOSE                    VALUE 'C'.
000830 01  LK-PROGRAM               PIC X(08).
000840 01  LK-ACTION                PIC X(01).
000850     88  LK-DELETE                   VALUE 'D'.
000860 01  LK-BEFORE                PIC X(133).
000870 01  LK-AFTER                 PIC X(133).
000880 01  LK-JRNL-STATUS           PIC X(02).
000890
000900 PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM LK-ACTION
000910                          LK-BEFORE LK-AFTER LK-JRNL-STATUS.
000920
000930*----------------------------------------------------------*
000940* 0000-MAINLINE                                             *
000950*----------------------------------------------------------*
000960 0000-MAINLINE.
000970     MOVE '00' TO LK-JRNL-STATUS.
000980
000990     IF LK-CLOSE
001000         IF WS-JRNL-OPEN
001010             CLOSE JOURNAL-FILE
001020             MOVE 'N' TO WS-OPEN-SW
001030         END-IF
001040         GOBACK
001050     END-IF.
001060
001070     IF NOT WS-JRNL-OPEN
001080         PERFORM 1000-OPEN-JOURNAL THRU 1000-OPEN-JOURNAL-EXIT
001090         IF NOT WS-JRNL-OK
001100             MOVE WS-JRNL-STATUS TO LK-JRNL-STATUS
001110             GOBACK
001120         END-IF
001130     END-IF.
001140
001150     PERFORM 2000-WRITE-ENTRY THRU 2000-WRITE-ENTRY-EXIT.
001160     IF NOT WS-JRNL-OK
001170         MOVE WS-JRNL-STATUS TO LK-JRNL-STATUS
001180     END-IF.
001190     GOBACK.
001200
001210*----------------------------------------------------------*
001220* 1000-OPEN-JOURNAL - OPENS THE JOURNAL FOR APPEND, OR      *
001230* CREATES IT THE FIRST TIME                                 *
001240*----------------------------------------------------------*
001250 1000-OPEN-JOURNAL.
001260     OPEN EXTEND JOURNAL-FILE.
001270     IF WS-JRNL-NOTFOUND
001280         OPEN OUTPUT JOURNAL-FILE
001290     END-IF.
001300     IF WS-JRNL-OK
001310         SET WS-JRNL-OPEN TO TRUE
001320     END-IF.
001330 1000-OPEN-JOURNAL-EXIT.
001340     EXIT.
001350
001360*----------------------------------------------------------*
001370* 2000-WRITE-ENTRY - STAMPS AND WRITES ONE ENTRY. A FORCED  *
001380* WRITE CLOSES AND REOPENS THE JOURNAL SO THE ENTRY IS ON   *
001390* DISK BEFORE THE CALLER GOES ON, THE SAME WAY ISO FORCES   *
001400* ITS WORDSOUT RECORDS                                      *
001410*----------------------------------------------------------*
001420 2000-WRITE-ENTRY.
001430     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
001440     MOVE SPACES TO JOURNAL-REC.
001450     MOVE WS-CURRENT-DATE-TIME(1:8) TO JR-DATE.
001460     MOVE WS-CURRENT-DATE-TIME(9:8) TO JR-TIME.
001470     MOVE LK-PROGRAM TO JR-PROGRAM.
001480     MOVE LK-ACTION TO JR-ACTION.
001490     IF LK-DELETE
001500         MOVE LK-BEFORE(1:50) TO JR-KEY
001510     ELSE
001520         MOVE LK-AFTER(1:50) TO JR-KEY
001530     END-IF.
001540     MOVE LK-BEFORE TO JR-BEFORE.
001550     MOVE LK-AFTER TO JR-AFTER.
001560     WRITE JOURNAL-REC.
001570     IF NOT WS-JRNL-OK
001580         GO TO 2000-WRITE-ENTRY-EXIT
001590     END-IF.
001600
001610     IF LK-WRITE-FORCED
001620         CLOSE JOURNAL-FILE
001630         MOVE 'N' TO WS-OPEN-SW
001640         PERFORM 1000-OPEN-JOURNAL THRU 1000-OPEN-JOURNAL-EXIT
001650     END-IF.
001660 2000-WRITE-ENTRY-EXIT.
001670     EXIT.

000240*                  THE IMPCTL CONTROL CARD (DEFAULT IMP)   *
000250*                  ON RAWIN COLS 51-53 SO THE IMPORTED     *
000260*                  WORDS SUBTOTAL LIKE ANY OTHER SOURCE    *
000261* 10/15/2026 MD    THE SOURCE CODE MUST BE ACTIVE ON THE   *
000262*                  NEW SUBMITTER REGISTRY OR THE WHOLE     *
000263*                  TRANSMISSION IS REJECTED (RC 8); A      *
000264*                  DETAIL COUNT OVER THE SOURCE'S DAILY    *
000265*                  QUOTA IS WARNED OF HERE, AND ISOEDIT    *
000266*                  DROPS THE EXCESS                        *
000270*----------------------------------------------------------*
000280* THE EXPECTED SHAPE, AS ISOXPRT WRITES IT:
000290*   H|<SENDER>|<DATE>          EXACTLY ONE, FIRST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RAWOUT-STATUS.
000590
000591     SELECT REGISTRY-FILE ASSIGN TO "REGISTRY"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS RG-SOURCE
000595         FILE STATUS IS WS-REG-STATUS.
000596
000600 DATA DIVISION.
000610 FILE SECTION.
000620
000790     05  RAW-WORD             PIC X(50).
000800     05  RAW-SOURCE           PIC X(03).
000810     05  RAW-OVERFLOW         PIC X(27).
000811
000812*    THE SUBMITTER REGISTRY; THE LAYOUT MIRRORS ISOREG'S.
000813 FD  REGISTRY-FILE
000814     LABEL RECORDS ARE STANDARD
000815     RECORDING MODE IS F.
000816 01  REGISTRY-REC.
000817     05  RG-SOURCE            PIC X(03).
000818     05  RG-DEPT-NAME         PIC X(30).
000819     05  RG-CONTACT           PIC X(30).
000820     05  RG-STATUS            PIC X(01).
000821         88  RG-ACTIVE                VALUE 'A'.
000822         88  RG-INACTIVE              VALUE 'I'.
000823     05  RG-DAILY-QUOTA       PIC 9(06).
000824     05  RG-LAST-CHANGED      PIC X(10).
000825     05  FILLER               PIC X(20).
000826
000830 WORKING-STORAGE SECTION.
000840
000850 01  WS-WORD1 PIC X(50).
001070         88  WS-TRAILER-SEEN          VALUE 'Y'.
001080     05  WS-FMT-ERR-SW        PIC X VALUE 'N'.
001090         88  WS-FORMAT-ERROR          VALUE 'Y'.
001092     05  WS-SRC-BAD-SW        PIC X VALUE 'N'.
001094         88  WS-SOURCE-REJECTED       VALUE 'Y'.
001100
001110 01  WS-ICTL-STATUS           PIC XX VALUE SPACES.
001120     88  WS-ICTL-OK                  VALUE '00'.
001160
001170 01  WS-RAWOUT-STATUS         PIC XX VALUE SPACES.
001180     88  WS-RAWOUT-OK                VALUE '00'.
001181
001182 01  WS-REG-STATUS            PIC XX VALUE SPACES.
001183     88  WS-REG-OK                   VALUE '00'.
001190
001200 77  WS-RECS-READ             PIC 9(06) COMP VALUE ZERO.
001210 77  WS-DETAIL-COUNT          PIC 9(06) COMP VALUE ZERO.
001270 01  WS-ICTL-SW               PIC X VALUE 'N'.
001280     88  WS-ICTL-PRESENT             VALUE 'Y'.
001290 77  PARM-SOURCE-CD           PIC X(03) VALUE 'IMP'.
001292 77  WS-SRC-QUOTA             PIC 9(06) VALUE ZERO.
001300
001310 01  WS-REC-TYPE              PIC X(01) VALUE SPACE.
001320 01  WS-IMP-WORD              PIC X(50) VALUE SPACES.
001570     CLOSE IMPORT-FILE.
001580
001590     PERFORM 2900-PROVE-TRAILER THRU 2900-PROVE-TRAILER-EXIT.
001591     IF WS-SRC-QUOTA > ZERO
001592        AND WS-DETAIL-COUNT > WS-SRC-QUOTA
001593         DISPLAY 'ISOIMP: ' WS-DETAIL-COUNT ' DETAIL WORDS '
001594                 'EXCEED THE DAILY QUOTA OF ' WS-SRC-QUOTA
001595                 ' FOR SOURCE ' PARM-SOURCE-CD
001596                 ' - ISOEDIT WILL DROP THE EXCESS'
001597     END-IF.
001600
001610     IF WS-FORMAT-ERROR OR WS-SOURCE-REJECTED
001620         DISPLAY 'ISOIMP: TRANSMISSION REJECTED - '
001630                 'RAWIN NOT WRITTEN'
001640         MOVE 8 TO RETURN-CODE
001870     IF WS-ICTL-PRESENT AND IC-SOURCE-CD NOT = SPACES
001880         MOVE IC-SOURCE-CD TO PARM-SOURCE-CD
001890     END-IF.
001895     PERFORM 1100-CHECK-SOURCE THRU 1100-CHECK-SOURCE-EXIT.
001900
001910     OPEN INPUT IMPORT-FILE.
001920     IF NOT WS-IMP-OK
004110     PERFORM 2100-READ-IMPORT THRU 2100-READ-IMPORT-EXIT.
004120 3100-LOAD-ONE-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160* 1100-CHECK-SOURCE - THE CODE THE WORDS WILL BE STAMPED    *
004170* WITH MUST BE ON THE SUBMITTER REGISTRY AND ACTIVE, OR THE *
004180* TRANSMISSION IS REJECTED WHOLE AFTER THE PROOF. ITS DAILY *
004190* QUOTA IS KEPT FOR THE WARNING; ISOEDIT ENFORCES IT        *
004200*----------------------------------------------------------*
004210 1100-CHECK-SOURCE.
004220     OPEN INPUT REGISTRY-FILE.
004230     IF NOT WS-REG-OK
004240         DISPLAY 'ISOIMP: UNABLE TO OPEN REGISTRY, STATUS='
004250                 WS-REG-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290
004300     MOVE PARM-SOURCE-CD TO RG-SOURCE.
004310     READ REGISTRY-FILE
004320         INVALID KEY
004330             DISPLAY 'ISOIMP: SOURCE CODE ' PARM-SOURCE-CD
004340                     ' IS NOT ON THE SUBMITTER REGISTRY'
004350             SET WS-SOURCE-REJECTED TO TRUE
004360         NOT INVALID KEY
004370             MOVE RG-DAILY-QUOTA TO WS-SRC-QUOTA
004380             IF NOT RG-ACTIVE
004390                 DISPLAY 'ISOIMP: SOURCE CODE ' PARM-SOURCE-CD
004400                         ' IS INACTIVE ON THE SUBMITTER REGISTRY'
004410                 SET WS-SOURCE-REJECTED TO TRUE
004420             END-IF
004430     END-READ.
004431     IF NOT WS-REG-OK AND WS-REG-STATUS NOT = '23'
004432         DISPLAY 'ISOIMP: REGISTRY READ FAILED, STATUS='
004433                 WS-REG-STATUS
004434         MOVE 16 TO RETURN-CODE
004435         STOP RUN
004436     END-IF.
004440     CLOSE REGISTRY-FILE.
004450 1100-CHECK-SOURCE-EXIT.
004460     EXIT.

002500*           HIGH(17-25, 9(7)V99) LOW(26-34, 9(7)V99).        *
002600*           INSTRUMENT RECORD: SYMBOL(1-8) DESC(9-32)        *
002700*           TICK(33-39, 9(3)V9(4)) ACTIVE(40).               *
002720*           EACH INSTRUMENT'S SESSION HIGH, FIVE LEVELS AND  *
002740*           SESSION LOW ARE ALSO APPENDED TO THE LVLHIST     *
002760*           LEVEL HISTORY (SYMBOL + SESSION DATE) FOR        *
002780*           FIBRBRK TO READ THE NEXT SESSION AGAINST.        *
002800*-----------------------------------------------------------*
002900* MODIFICATION HISTORY                                       *
003000*-----------------------------------------------------------*
005300*                  ITS LOW OR WHOSE SYMBOL IS NOT AN ACTIVE    *
005400*                  INSTRUMENT.  THE RETPARM CARD REMAINS AS    *
005500*                  THE FALLBACK WHEN NO PRICEHST IS SUPPLIED.  *
005510* 2026-10-05  RH   LEVEL HISTORY - EACH PRICED INSTRUMENT'S   *
005520*                  HIGH, LEVELS AND LOW ARE APPENDED TO THE   *
005530*                  LVLHIST FILE KEYED BY SYMBOL AND SESSION   *
005540*                  DATE SO FIBRBRK CAN ALERT ON THE NEXT      *
005550*                  SESSION.  NO LVLHIST DD WARNS RC 4 AND THE *
005560*                  REPORT RUNS AS BEFORE.                     *
005600*-----------------------------------------------------------*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
007400         FILE STATUS IS WS-SEQO-FILE-STATUS.
007500     SELECT RETR-FILE ASSIGN TO "RETRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007620     SELECT LVLH-FILE ASSIGN TO "LVLHIST"
007640         ORGANIZATION IS LINE SEQUENTIAL
007660         FILE STATUS IS WS-LVLH-FILE-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RETP-FILE
010100 FD  RETR-FILE
010200     RECORDING MODE IS F.
010300 01  RETR-RECORD                PIC X(132).
010350     COPY FIBLVLH.
010400 WORKING-STORAGE SECTION.
010500     COPY FIBFLDS.
010600 01  WS-RETP-FILE-STATUS         PIC X(02)  VALUE "00".
011500     88  WS-PRC-EOF                          VALUE "Y".
011600 01  WS-INST-ABSENT-SW           PIC X(01)  VALUE "N".
011700     88  WS-INST-ABSENT                      VALUE "Y".
011760 01  WS-LVLH-FILE-STATUS         PIC X(02)  VALUE "00".
011820 01  WS-LVLH-OPEN-SW             PIC X(01)  VALUE "N".
011880     88  WS-LVLH-OPEN                        VALUE "Y".
011940 01  WS-LVLH-COUNT               PIC 9(05)  COMP VALUE ZERO.
012000 01  WS-LEVEL-IX                 PIC 9(02)  COMP VALUE ZERO.
012100 01  WS-SESSION-HIGH             PIC 9(07)V9(02) VALUE ZERO.
012200 01  WS-SESSION-LOW              PIC 9(07)V9(02) VALUE ZERO.
015600         10  WS-SUM-HIGH         PIC 9(07)V9(02).
015700         10  WS-SUM-LOW          PIC 9(07)V9(02).
015800         10  WS-SUM-RANGE        PIC 9(07)V9(02).
015810*-----------------------------------------------------------*
015820* LEVEL PRICES OF THE INSTRUMENT BEING PRINTED, KEPT FOR THE *
015830* LEVEL HISTORY RECORD.                                      *
015840*-----------------------------------------------------------*
015850 01  WS-CUR-LEVEL-TABLE.
015860     05  WS-CUR-LEVEL            PIC 9(07)V9(02) OCCURS 5 TIMES.
015900 01  WS-PRICE-COUNT              PIC 9(05)  COMP VALUE ZERO.
016000 01  WS-PRCREJ-COUNT             PIC 9(05)  COMP VALUE ZERO.
016100*-----------------------------------------------------------*
025500             VALUE "   RECORDS REJECTED".
025600     05  FILLER                  PIC X(02) VALUE ": ".
025700     05  WS-SMF-REJ              PIC ZZZZ9.
025710     05  FILLER                  PIC X(21)
025720             VALUE "   LEVEL SETS FILED: ".
025730     05  WS-SMF-LVLH             PIC ZZZZ9.
025800     05  FILLER                  PIC X(52) VALUE SPACES.
025900 01  WS-RATIO-HEADING.
026000     05  FILLER                  PIC X(42) VALUE
026100         "CONSECUTIVE TERM RATIOS FROM SEQOUT - T(N)".
037300         CLOSE PRC-FILE
037400         GO TO 2000-EXIT
037500     END-IF.
037530     PERFORM 2050-OPEN-LEVEL-HISTORY
037560         THRU 2050-EXIT.
037600     PERFORM 2100-PROCESS-ONE-PRICE
037700         THRU 2100-EXIT
037800         UNTIL WS-PRC-EOF.
037900     CLOSE PRC-FILE.
037920     IF WS-LVLH-OPEN
037940         CLOSE LVLH-FILE
037960     END-IF.
038000 2000-EXIT.
038100     EXIT.
038104*-----------------------------------------------------------*
038108* 2050 - THE LEVEL HISTORY ACCUMULATES - APPEND, OR START    *
038112*        IT ON THE FIRST RUN.  IF IT CANNOT BE OPENED THE    *
038116*        REPORT STILL PRINTS AND THE STEP ENDS RC 4.         *
038120*-----------------------------------------------------------*
038124 2050-OPEN-LEVEL-HISTORY.
038128     OPEN EXTEND LVLH-FILE.
038132     IF WS-LVLH-FILE-STATUS = "35"
038136         OPEN OUTPUT LVLH-FILE
038140     END-IF.
038144     IF WS-LVLH-FILE-STATUS NOT = "00"
038148         MOVE "FIB0110W LEVEL HISTORY NOT AVAILABLE - NOT FILED"
038152             TO RETR-RECORD
038156         WRITE RETR-RECORD
038160         IF WS-JOB-RC < 4
038164             MOVE 4 TO WS-JOB-RC
038168         END-IF
038172         GO TO 2050-EXIT
038176     END-IF.
038180     SET WS-LVLH-OPEN TO TRUE.
038184 2050-EXIT.
038188     EXIT.
038200 2100-PROCESS-ONE-PRICE.
038300     READ PRC-FILE
038400         AT END
043300     WRITE RETR-RECORD.
043400     PERFORM 2300-PRINT-LEVEL-TABLE
043500         THRU 2300-EXIT.
043510     IF WS-LVLH-OPEN
043520        AND PRC-DATE NUMERIC
043530         PERFORM 2500-FILE-LEVEL-HISTORY
043540             THRU 2500-EXIT
043550     END-IF.
043600     IF WS-SUM-COUNT < WS-SUM-MAX
043700         ADD 1 TO WS-SUM-COUNT
043800         MOVE PRC-SYMBOL       TO WS-SUM-SYMBOL (WS-SUM-COUNT)
048800         (WS-SESSION-RANGE * WS-RETR-RATIO (WS-LEVEL-IX)).
048900     MOVE WS-RETR-LBL (WS-LEVEL-IX) TO WS-LVL-LABEL.
049000     MOVE WS-LEVEL-PRICE            TO WS-LVL-PRICE.
049050     MOVE WS-LEVEL-PRICE TO WS-CUR-LEVEL (WS-LEVEL-IX).
049100     MOVE WS-LEVEL-LINE             TO RETR-RECORD.
049200     WRITE RETR-RECORD.
049300 2400-EXIT.
049400     EXIT.
049405 2500-FILE-LEVEL-HISTORY.
049410     MOVE PRC-SYMBOL       TO LVLH-SYMBOL.
049415     MOVE PRC-DATE         TO LVLH-SESSION-DATE.
049420     MOVE WS-SESSION-HIGH  TO LVLH-HIGH.
049425     MOVE WS-SESSION-LOW   TO LVLH-LOW.
049430     PERFORM 2550-MOVE-ONE-LEVEL
049435         THRU 2550-EXIT
049440         VARYING WS-LEVEL-IX FROM 1 BY 1
049445         UNTIL WS-LEVEL-IX > 5.
049450     MOVE WS-RETR-SYS-DATE TO LVLH-RUN-DATE.
049455     WRITE LVLH-RECORD.
049460     ADD 1 TO WS-LVLH-COUNT.
049465 2500-EXIT.
049470     EXIT.
049475 2550-MOVE-ONE-LEVEL.
049480     MOVE WS-CUR-LEVEL (WS-LEVEL-IX)
049485         TO LVLH-LEVEL-PRICE (WS-LEVEL-IX).
049490 2550-EXIT.
049495     EXIT.
049500 2800-REJECT-PRICE.
049600     MOVE PRC-SYMBOL TO WS-PRJ-SYMBOL.
049700     MOVE WS-PRCREJ-LINE TO RETR-RECORD.
064600     END-IF.
064700     MOVE WS-PRICE-COUNT  TO WS-SMF-DONE.
064800     MOVE WS-PRCREJ-COUNT TO WS-SMF-REJ.
064850     MOVE WS-LVLH-COUNT   TO WS-SMF-LVLH.
064900     MOVE WS-SUMFTR-LINE  TO RETR-RECORD.
065000     WRITE RETR-RECORD.
065100 5000-EXIT.

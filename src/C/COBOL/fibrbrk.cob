000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBRBRK.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-05.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBRBRK - NEXT-SESSION BREACH ALERT AGAINST THE STORED     *
000900*           RETRACEMENT LEVELS.  EVERY PRICEHST RECORD FOR   *
001000*           AN ACTIVE INSTMST INSTRUMENT IS READ AGAINST     *
001100*           THE LATEST EARLIER SESSION FILED ON THE LVLHIST  *
001200*           LEVEL HISTORY BY FIBRETR - THE PRIOR HIGH        *
001300*           (0.0%), THE FIVE RETRACEMENT LEVELS AND THE      *
001400*           PRIOR LOW (100.0%).  A LEVEL INSIDE THE NEW      *
001500*           SESSION'S RANGE WAS TOUCHED OR BROKEN.  THE      *
001600*           SESSION'S MIDPOINT SAYS WHICH SIDE IT TRADED     *
001700*           FROM: ABOVE THE LEVEL THE LOW IS THE             *
001800*           PENETRATION (BROKE BELOW), BELOW IT THE HIGH IS  *
001900*           (BROKE ABOVE).  THE PENETRATION IS COUNTED IN    *
002000*           WHOLE TICKS OF THE INSTMST TICK SIZE - UNDER     *
002100*           ONE TICK IS A TOUCH.  INSTRUMENTS INACTIVE ON    *
002200*           INSTMST, ACTIVE BUT MISSING FROM THE DROP, WITH  *
002300*           NO EARLIER LEVELS ON FILE, OR WITH A BAD PRICE   *
002400*           RECORD PRINT SEPARATELY AS NOT ASSESSED.         *
002500*           RC 4  = INSTRUMENT(S) NOT ASSESSED               *
002600*           RC 8  = PRICE RECORD(S) REJECTED, NO DROP OR     *
002700*                   NO LEVEL HISTORY                         *
002800*           RC 12 = INSTRUMENT MASTER NOT AVAILABLE          *
002900*-----------------------------------------------------------*
003000* MODIFICATION HISTORY                                       *
003100*-----------------------------------------------------------*
003200* DATE       INIT  DESCRIPTION                                *
003300* 2026-10-05  RH   ORIGINAL VERSION - PRIOR-SESSION LEVEL     *
003400*                  LOOKUP, TOUCH/BREAK CLASSIFICATION IN      *
003500*                  TICKS, NOT-ASSESSED LISTING, RC 4/8/12.    *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT INST-FILE ASSIGN TO "INSTMST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-INST-FILE-STATUS.
004600     SELECT PRC-FILE ASSIGN TO "PRICEHST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PRC-FILE-STATUS.
004900     SELECT LVLH-FILE ASSIGN TO "LVLHIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-LVLH-FILE-STATUS.
005200     SELECT BRK-FILE ASSIGN TO "BRKRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  INST-FILE
005700     RECORDING MODE IS F.
005800 01  INST-RECORD.
005900     05  INST-SYMBOL             PIC X(08).
006000     05  INST-DESC               PIC X(24).
006100     05  INST-TICK-SIZE          PIC 9(03)V9(04).
006200     05  INST-ACTIVE-SW          PIC X(01).
006300 FD  PRC-FILE
006400     RECORDING MODE IS F.
006500 01  PRC-RECORD.
006600     05  PRC-SYMBOL              PIC X(08).
006700     05  PRC-DATE                PIC 9(08).
006800     05  PRC-HIGH                PIC 9(07)V9(02).
006900     05  PRC-LOW                 PIC 9(07)V9(02).
007000     05  FILLER                  PIC X(46).
007100     COPY FIBLVLH.
007200 FD  BRK-FILE
007300     RECORDING MODE IS F.
007400 01  BRK-RECORD                 PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  WS-INST-FILE-STATUS         PIC X(02)  VALUE "00".
007700 01  WS-PRC-FILE-STATUS          PIC X(02)  VALUE "00".
007800 01  WS-LVLH-FILE-STATUS         PIC X(02)  VALUE "00".
007900 01  WS-INST-EOF-SW              PIC X(01)  VALUE "N".
008000     88  WS-INST-EOF                         VALUE "Y".
008100 01  WS-PRC-EOF-SW               PIC X(01)  VALUE "N".
008200     88  WS-PRC-EOF                          VALUE "Y".
008300 01  WS-LVLH-EOF-SW              PIC X(01)  VALUE "N".
008400     88  WS-LVLH-EOF                         VALUE "Y".
008500 01  WS-BRK-ABORT-SW             PIC X(01)  VALUE "N".
008600     88  WS-BRK-ABORTED                      VALUE "Y".
008700 01  WS-BRK-RC                   PIC 9(02)  VALUE ZERO.
008800*-----------------------------------------------------------*
008900* IN-CORE INSTRUMENT MASTER.  INS-SEEN IS SET WHEN THE       *
009000* SYMBOL TURNS UP IN THE DROP.                               *
009100*-----------------------------------------------------------*
009200 01  WS-INST-MAX                 PIC 9(03)  COMP VALUE 100.
009300 01  WS-INST-COUNT               PIC 9(03)  COMP VALUE ZERO.
009400 01  WS-INST-IX                  PIC 9(03)  COMP VALUE ZERO.
009500 01  WS-INST-HIT                 PIC 9(03)  COMP VALUE ZERO.
009600 01  WS-INST-FOUND-SW            PIC X(01)  VALUE "N".
009700     88  WS-INST-FOUND                       VALUE "Y".
009800 01  WS-INSTRUMENT-TABLE.
009900     05  WS-INST-ENTRY           OCCURS 100 TIMES.
010000         10  WS-INS-SYMBOL       PIC X(08).
010100         10  WS-INS-DESC         PIC X(24).
010200         10  WS-INS-TICK         PIC 9(03)V9(04).
010300         10  WS-INS-ACTIVE       PIC X(01).
010400         10  WS-INS-SEEN         PIC X(01).
010500*-----------------------------------------------------------*
010600* SESSIONS FROM THE DROP AND THE PRIOR-SESSION LEVELS FOUND  *
010700* FOR EACH.  SES-LEVEL 1 IS THE PRIOR HIGH, 2-6 THE FIVE     *
010800* RETRACEMENT LEVELS, 7 THE PRIOR LOW.  PRIOR-DATE ZERO =    *
010900* NO EARLIER SESSION ON THE LEVEL HISTORY.                   *
011000*-----------------------------------------------------------*
011100 01  WS-SES-MAX                  PIC 9(03)  COMP VALUE 100.
011200 01  WS-SES-COUNT                PIC 9(03)  COMP VALUE ZERO.
011300 01  WS-SES-IX                   PIC 9(03)  COMP VALUE ZERO.
011400 01  WS-SES-HIT                  PIC 9(03)  COMP VALUE ZERO.
011500 01  WS-SES-FOUND-SW             PIC X(01)  VALUE "N".
011600     88  WS-SES-FOUND                        VALUE "Y".
011700 01  WS-SESSION-TABLE.
011800     05  WS-SES-ENTRY            OCCURS 100 TIMES.
011900         10  WS-SES-SYMBOL       PIC X(08).
012000         10  WS-SES-DATE         PIC 9(08).
012100         10  WS-SES-HIGH         PIC 9(07)V9(02).
012200         10  WS-SES-LOW          PIC 9(07)V9(02).
012300         10  WS-SES-INST         PIC 9(03)  COMP.
012400         10  WS-SES-PRIOR-DATE   PIC 9(08).
012500         10  WS-SES-LEVEL        PIC 9(07)V9(02) OCCURS 7 TIMES.
012600*-----------------------------------------------------------*
012700* INSTRUMENTS NOT ASSESSED, COLLECTED AS THEY ARE FOUND.     *
012800*-----------------------------------------------------------*
012900 01  WS-XCP-MAX                  PIC 9(03)  COMP VALUE 200.
013000 01  WS-XCP-COUNT                PIC 9(03)  COMP VALUE ZERO.
013100 01  WS-XCP-IX                   PIC 9(03)  COMP VALUE ZERO.
013200 01  WS-XCP-TABLE.
013300     05  WS-XCP-ENTRY            OCCURS 200 TIMES.
013400         10  WS-XCP-SYMBOL       PIC X(08).
013500         10  WS-XCP-DESC         PIC X(24).
013600         10  WS-XCP-REASON       PIC X(44).
013700 01  WS-XCP-NEW-SYMBOL           PIC X(08)  VALUE SPACES.
013800 01  WS-XCP-NEW-DESC             PIC X(24)  VALUE SPACES.
013900 01  WS-XCP-NEW-REASON           PIC X(44)  VALUE SPACES.
014000*-----------------------------------------------------------*
014100* LEVEL LABELS, SAME PRINT FORM AS FIBRETR'S LEVEL TABLE.    *
014200*-----------------------------------------------------------*
014300 01  WS-LEVEL-LABELS.
014400     05  FILLER                  PIC X(06) VALUE "  0.0%".
014500     05  FILLER                  PIC X(06) VALUE " 23.6%".
014600     05  FILLER                  PIC X(06) VALUE " 38.2%".
014700     05  FILLER                  PIC X(06) VALUE " 50.0%".
014800     05  FILLER                  PIC X(06) VALUE " 61.8%".
014900     05  FILLER                  PIC X(06) VALUE " 78.6%".
015000     05  FILLER                  PIC X(06) VALUE "100.0%".
015100 01  WS-LEVEL-LBL-TABLE REDEFINES WS-LEVEL-LABELS.
015200     05  WS-LEVEL-LBL            PIC X(06) OCCURS 7 TIMES.
015300 01  WS-LEVEL-IX                 PIC 9(02)  COMP VALUE ZERO.
015400 01  WS-LVH-IX                   PIC 9(02)  COMP VALUE ZERO.
015500 01  WS-LEVEL-PRICE              PIC 9(07)V9(02) VALUE ZERO.
015600 01  WS-SESSION-MID              PIC 9(07)V9(03) VALUE ZERO.
015700 01  WS-PENETRATION              PIC 9(07)V9(02) VALUE ZERO.
015800 01  WS-TICK-SIZE                PIC 9(03)V9(04) VALUE ZERO.
015900 01  WS-TICK-COUNT               PIC 9(07)  VALUE ZERO.
016000 01  WS-LEVEL-HIT-SW             PIC X(01)  VALUE "N".
016100     88  WS-LEVEL-HIT                        VALUE "Y".
016200 01  WS-BRK-RESULT               PIC X(11)  VALUE SPACES.
016300 01  WS-HEAD-DONE-SW             PIC X(01)  VALUE "N".
016400     88  WS-HEAD-DONE                        VALUE "Y".
016500 01  WS-TICK-WARNED-SW           PIC X(01)  VALUE "N".
016600     88  WS-TICK-WARNED                      VALUE "Y".
016700 01  WS-ASSESSED-COUNT           PIC 9(05)  COMP VALUE ZERO.
016800 01  WS-ALERTED-COUNT            PIC 9(05)  COMP VALUE ZERO.
016900 01  WS-ALERT-COUNT              PIC 9(05)  COMP VALUE ZERO.
017000 01  WS-CLEAR-COUNT              PIC 9(05)  COMP VALUE ZERO.
017100 01  WS-BRK-SYS-DATE.
017200     05  WS-BRK-SYS-YYYY         PIC 9(04).
017300     05  WS-BRK-SYS-MM           PIC 9(02).
017400     05  WS-BRK-SYS-DD           PIC 9(02).
017500 01  WS-BRK-TITLE-LINE.
017600     05  FILLER                  PIC X(43) VALUE SPACES.
017700     05  FILLER                  PIC X(38)
017800             VALUE "RETRACEMENT LEVEL BREACH ALERT REPORT ".
017900     05  FILLER                  PIC X(51) VALUE SPACES.
018000 01  WS-BRK-DATE-LINE.
018100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
018200     05  WS-BRK-RPT-MM           PIC 99.
018300     05  FILLER                  PIC X(01) VALUE "/".
018400     05  WS-BRK-RPT-DD           PIC 99.
018500     05  FILLER                  PIC X(01) VALUE "/".
018600     05  WS-BRK-RPT-YYYY         PIC 9(04).
018700     05  FILLER                  PIC X(110) VALUE SPACES.
018800 01  WS-BRK-INST-LINE.
018900     05  FILLER                  PIC X(12)
019000             VALUE "INSTRUMENT: ".
019100     05  WS-BIL-SYMBOL           PIC X(08).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-BIL-DESC             PIC X(24).
019400     05  FILLER                  PIC X(10) VALUE "  SESSION ".
019500     05  WS-BIL-DATE             PIC 9(08).
019600     05  FILLER                  PIC X(07) VALUE "  HIGH ".
019700     05  WS-BIL-HIGH             PIC ZZZZZZ9.99.
019800     05  FILLER                  PIC X(06) VALUE "  LOW ".
019900     05  WS-BIL-LOW              PIC ZZZZZZ9.99.
020000     05  FILLER                  PIC X(16)
020100             VALUE "  PRIOR SESSION ".
020200     05  WS-BIL-PRIOR            PIC 9(08).
020300     05  FILLER                  PIC X(11) VALUE SPACES.
020400 01  WS-BRK-COLUMNS.
020500     05  FILLER                  PIC X(04) VALUE SPACES.
020600     05  FILLER                  PIC X(06) VALUE "LEVEL ".
020700     05  FILLER                  PIC X(16)
020800             VALUE "     LEVEL PRICE".
020900     05  FILLER                  PIC X(03) VALUE SPACES.
021000     05  FILLER                  PIC X(11) VALUE "RESULT     ".
021100     05  FILLER                  PIC X(16)
021200             VALUE "     PENETRATION".
021300     05  FILLER                  PIC X(76) VALUE SPACES.
021400 01  WS-BRK-ALERT-LINE.
021500     05  FILLER                  PIC X(04) VALUE SPACES.
021600     05  WS-BAL-LABEL            PIC X(06).
021700     05  FILLER                  PIC X(06) VALUE SPACES.
021800     05  WS-BAL-PRICE            PIC ZZZZZZ9.99.
021900     05  FILLER                  PIC X(03) VALUE SPACES.
022000     05  WS-BAL-RESULT           PIC X(11).
022100     05  FILLER                  PIC X(03) VALUE SPACES.
022200     05  WS-BAL-TICKS            PIC ZZZZZZ9.
022300     05  FILLER                  PIC X(06) VALUE " TICKS".
022400     05  FILLER                  PIC X(76) VALUE SPACES.
022500 01  WS-XCP-HEADING.
022600     05  FILLER                  PIC X(40) VALUE
022700         "INSTRUMENTS NOT ASSESSED                ".
022800     05  FILLER                  PIC X(92) VALUE SPACES.
022900 01  WS-XCP-COLUMNS.
023000     05  FILLER                  PIC X(10) VALUE "SYMBOL".
023100     05  FILLER                  PIC X(26) VALUE "DESCRIPTION".
023200     05  FILLER                  PIC X(06) VALUE "REASON".
023300     05  FILLER                  PIC X(90) VALUE SPACES.
023400 01  WS-XCP-LINE.
023500     05  WS-XCL-SYMBOL           PIC X(08).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  WS-XCL-DESC             PIC X(24).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  WS-XCL-REASON           PIC X(44).
024000     05  FILLER                  PIC X(52) VALUE SPACES.
024100 01  WS-BRK-FOOTER-LINE.
024200     05  FILLER                  PIC X(22)
024300             VALUE "INSTRUMENTS ASSESSED: ".
024400     05  WS-BFL-ASSESSED         PIC ZZZZ9.
024500     05  FILLER                  PIC X(11) VALUE "  ALERTED: ".
024600     05  WS-BFL-ALERTED          PIC ZZZZ9.
024700     05  FILLER                  PIC X(09) VALUE "  CLEAR: ".
024800     05  WS-BFL-CLEAR            PIC ZZZZ9.
024900     05  FILLER                  PIC X(14)
025000             VALUE "  LEVELS HIT: ".
025100     05  WS-BFL-ALERTS           PIC ZZZZ9.
025200     05  FILLER                  PIC X(16)
025300             VALUE "  NOT ASSESSED: ".
025400     05  WS-BFL-XCP              PIC ZZZZ9.
025500     05  FILLER                  PIC X(35) VALUE SPACES.
025600 PROCEDURE DIVISION.
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE
025900         THRU 1000-EXIT.
026000     IF NOT WS-BRK-ABORTED
026100         PERFORM 2000-LOAD-DROP
026200             THRU 2000-EXIT
026300     END-IF.
026400     IF NOT WS-BRK-ABORTED
026500         PERFORM 3000-FIND-PRIOR-LEVELS
026600             THRU 3000-EXIT
026700         PERFORM 4000-ASSESS-SESSION
026800             THRU 4000-EXIT
026900             VARYING WS-SES-IX FROM 1 BY 1
027000             UNTIL WS-SES-IX > WS-SES-COUNT
027100         PERFORM 5000-PRINT-NOT-ASSESSED
027200             THRU 5000-EXIT
027300     END-IF.
027400     PERFORM 9000-END-OF-JOB
027500         THRU 9000-EXIT.
027600     GOBACK.
027700 1000-INITIALIZE.
027800     ACCEPT WS-BRK-SYS-DATE FROM DATE YYYYMMDD.
027900     MOVE WS-BRK-SYS-MM   TO WS-BRK-RPT-MM.
028000     MOVE WS-BRK-SYS-DD   TO WS-BRK-RPT-DD.
028100     MOVE WS-BRK-SYS-YYYY TO WS-BRK-RPT-YYYY.
028200     OPEN OUTPUT BRK-FILE.
028300     MOVE WS-BRK-TITLE-LINE TO BRK-RECORD.
028400     WRITE BRK-RECORD.
028500     MOVE WS-BRK-DATE-LINE  TO BRK-RECORD.
028600     WRITE BRK-RECORD.
028700     OPEN INPUT INST-FILE.
028800     IF WS-INST-FILE-STATUS NOT = "00"
028900         MOVE "FIB0082E INSTRUMENT MASTER NOT AVAILABLE"
029000             TO BRK-RECORD
029100         WRITE BRK-RECORD
029200         MOVE 12 TO WS-BRK-RC
029300         SET WS-BRK-ABORTED TO TRUE
029400         GO TO 1000-EXIT
029500     END-IF.
029600     PERFORM 1550-READ-INSTRUMENT
029700         THRU 1550-EXIT
029800         UNTIL WS-INST-EOF.
029900     CLOSE INST-FILE.
030000 1000-EXIT.
030100     EXIT.
030200 1550-READ-INSTRUMENT.
030300     READ INST-FILE
030400         AT END
030500             SET WS-INST-EOF TO TRUE
030600             GO TO 1550-EXIT
030700     END-READ.
030800     IF WS-INST-COUNT >= WS-INST-MAX
030900         MOVE "FIB0083W INSTRUMENT TABLE FULL - REST IGNORED"
031000             TO BRK-RECORD
031100         WRITE BRK-RECORD
031200         IF WS-BRK-RC < 4
031300             MOVE 4 TO WS-BRK-RC
031400         END-IF
031500         SET WS-INST-EOF TO TRUE
031600         GO TO 1550-EXIT
031700     END-IF.
031800     ADD 1 TO WS-INST-COUNT.
031900     MOVE INST-SYMBOL    TO WS-INS-SYMBOL (WS-INST-COUNT).
032000     MOVE INST-DESC      TO WS-INS-DESC (WS-INST-COUNT).
032100     IF INST-TICK-SIZE NUMERIC
032200         MOVE INST-TICK-SIZE TO WS-INS-TICK (WS-INST-COUNT)
032300     ELSE
032400         MOVE ZERO           TO WS-INS-TICK (WS-INST-COUNT)
032500     END-IF.
032600     MOVE INST-ACTIVE-SW TO WS-INS-ACTIVE (WS-INST-COUNT).
032700     MOVE "N"            TO WS-INS-SEEN (WS-INST-COUNT).
032800 1550-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------*
033100* 2000 - LOAD THE SESSION DROP.  ONLY A VALID RECORD FOR AN  *
033200*        ACTIVE INSTRUMENT IS ASSESSED; AN INACTIVE ONE IS   *
033300*        MARKED SEEN AND LISTED WITH THE NOT-ASSESSED        *
033400*        INSTRUMENTS.                                        *
033500*-----------------------------------------------------------*
033600 2000-LOAD-DROP.
033700     OPEN INPUT PRC-FILE.
033800     IF WS-PRC-FILE-STATUS NOT = "00"
033900         MOVE "FIB0111E NO PRICEHST DROP - NOTHING TO ASSESS"
034000             TO BRK-RECORD
034100         WRITE BRK-RECORD
034200         MOVE 8 TO WS-BRK-RC
034300         SET WS-BRK-ABORTED TO TRUE
034400         GO TO 2000-EXIT
034500     END-IF.
034600     PERFORM 2100-LOAD-ONE-PRICE
034700         THRU 2100-EXIT
034800         UNTIL WS-PRC-EOF.
034900     CLOSE PRC-FILE.
035000 2000-EXIT.
035100     EXIT.
035200 2100-LOAD-ONE-PRICE.
035300     READ PRC-FILE
035400         AT END
035500             SET WS-PRC-EOF TO TRUE
035600             GO TO 2100-EXIT
035700     END-READ.
035800     MOVE PRC-SYMBOL TO WS-XCP-NEW-SYMBOL.
035900     MOVE SPACES     TO WS-XCP-NEW-DESC.
036000     PERFORM 2150-FIND-INSTRUMENT
036100         THRU 2150-EXIT.
036200     IF NOT WS-INST-FOUND
036300         MOVE "FIB0078E SYMBOL NOT ON INSTRUMENT MASTER"
036400             TO WS-XCP-NEW-REASON
036500         PERFORM 2800-REJECT-PRICE
036600             THRU 2800-EXIT
036700         GO TO 2100-EXIT
036800     END-IF.
036900     MOVE "Y" TO WS-INS-SEEN (WS-INST-HIT).
037000     MOVE WS-INS-DESC (WS-INST-HIT) TO WS-XCP-NEW-DESC.
037100     IF WS-INS-ACTIVE (WS-INST-HIT) NOT = "Y"
037200         GO TO 2100-EXIT
037300     END-IF.
037400     IF PRC-DATE NOT NUMERIC
037500        OR PRC-HIGH NOT NUMERIC
037600        OR PRC-LOW NOT NUMERIC
037700         MOVE "FIB0080E PRICE FIELDS NOT NUMERIC"
037800             TO WS-XCP-NEW-REASON
037900         PERFORM 2800-REJECT-PRICE
038000             THRU 2800-EXIT
038100         GO TO 2100-EXIT
038200     END-IF.
038300     IF PRC-HIGH < PRC-LOW
038400         MOVE "FIB0079E SESSION HIGH BELOW SESSION LOW"
038500             TO WS-XCP-NEW-REASON
038600         PERFORM 2800-REJECT-PRICE
038700             THRU 2800-EXIT
038800         GO TO 2100-EXIT
038900     END-IF.
039000     PERFORM 2200-FIND-SESSION
039100         THRU 2200-EXIT.
039200     IF WS-SES-FOUND
039300         MOVE "FIB0112E SYMBOL TWICE IN DROP - SECOND IGNORED"
039400             TO WS-XCP-NEW-REASON
039500         PERFORM 2800-REJECT-PRICE
039600             THRU 2800-EXIT
039700         GO TO 2100-EXIT
039800     END-IF.
039900     IF WS-SES-COUNT >= WS-SES-MAX
040000         MOVE "FIB0112E SESSION TABLE FULL - NOT ASSESSED"
040100             TO WS-XCP-NEW-REASON
040200         PERFORM 2800-REJECT-PRICE
040300             THRU 2800-EXIT
040400         GO TO 2100-EXIT
040500     END-IF.
040600     ADD 1 TO WS-SES-COUNT.
040700     MOVE PRC-SYMBOL  TO WS-SES-SYMBOL (WS-SES-COUNT).
040800     MOVE PRC-DATE    TO WS-SES-DATE (WS-SES-COUNT).
040900     MOVE PRC-HIGH    TO WS-SES-HIGH (WS-SES-COUNT).
041000     MOVE PRC-LOW     TO WS-SES-LOW (WS-SES-COUNT).
041100     MOVE WS-INST-HIT TO WS-SES-INST (WS-SES-COUNT).
041200     MOVE ZERO        TO WS-SES-PRIOR-DATE (WS-SES-COUNT).
041300 2100-EXIT.
041400     EXIT.
041500 2150-FIND-INSTRUMENT.
041600     MOVE "N"  TO WS-INST-FOUND-SW.
041700     MOVE ZERO TO WS-INST-HIT.
041800     PERFORM 2160-CHECK-ONE-INSTRUMENT
041900         THRU 2160-EXIT
042000         VARYING WS-INST-IX FROM 1 BY 1
042100         UNTIL WS-INST-IX > WS-INST-COUNT
042200            OR WS-INST-FOUND.
042300 2150-EXIT.
042400     EXIT.
042500 2160-CHECK-ONE-INSTRUMENT.
042600     IF WS-INS-SYMBOL (WS-INST-IX) = PRC-SYMBOL
042700         SET WS-INST-FOUND TO TRUE
042800         MOVE WS-INST-IX TO WS-INST-HIT
042900     END-IF.
043000 2160-EXIT.
043100     EXIT.
043200 2200-FIND-SESSION.
043300     MOVE "N"  TO WS-SES-FOUND-SW.
043400     MOVE ZERO TO WS-SES-HIT.
043500     PERFORM 2260-CHECK-ONE-SESSION
043600         THRU 2260-EXIT
043700         VARYING WS-SES-IX FROM 1 BY 1
043800         UNTIL WS-SES-IX > WS-SES-COUNT
043900            OR WS-SES-FOUND.
044000 2200-EXIT.
044100     EXIT.
044200 2260-CHECK-ONE-SESSION.
044300     IF WS-SES-SYMBOL (WS-SES-IX) = WS-XCP-NEW-SYMBOL
044400         SET WS-SES-FOUND TO TRUE
044500         MOVE WS-SES-IX TO WS-SES-HIT
044600     END-IF.
044700 2260-EXIT.
044800     EXIT.
044900 2800-REJECT-PRICE.
045000     PERFORM 7000-ADD-EXCEPTION
045100         THRU 7000-EXIT.
045200     IF WS-BRK-RC < 8
045300         MOVE 8 TO WS-BRK-RC
045400     END-IF.
045500 2800-EXIT.
045600     EXIT.
045700*-----------------------------------------------------------*
045800* 3000 - ONE PASS OF THE LEVEL HISTORY.  FOR EACH SESSION    *
045900*        IN THE DROP KEEP THE LATEST SESSION FILED BEFORE    *
046000*        IT - ON A TIE (A RERUN OF FIBRETR) THE LATER        *
046100*        RECORD WINS.                                        *
046200*-----------------------------------------------------------*
046300 3000-FIND-PRIOR-LEVELS.
046400     IF WS-SES-COUNT = ZERO
046500         GO TO 3000-EXIT
046600     END-IF.
046700     OPEN INPUT LVLH-FILE.
046800     IF WS-LVLH-FILE-STATUS NOT = "00"
046900         MOVE "FIB0113E NO LEVEL HISTORY - NO PRIOR LEVELS"
047000             TO BRK-RECORD
047100         WRITE BRK-RECORD
047200         IF WS-BRK-RC < 8
047300             MOVE 8 TO WS-BRK-RC
047400         END-IF
047500         GO TO 3000-EXIT
047600     END-IF.
047700     PERFORM 3100-READ-LEVEL-HISTORY
047800         THRU 3100-EXIT
047900         UNTIL WS-LVLH-EOF.
048000     CLOSE LVLH-FILE.
048100 3000-EXIT.
048200     EXIT.
048300 3100-READ-LEVEL-HISTORY.
048400     READ LVLH-FILE
048500         AT END
048600             SET WS-LVLH-EOF TO TRUE
048700             GO TO 3100-EXIT
048800     END-READ.
048900     IF LVLH-SESSION-DATE NOT NUMERIC
049000         GO TO 3100-EXIT
049100     END-IF.
049200     MOVE LVLH-SYMBOL TO WS-XCP-NEW-SYMBOL.
049300     PERFORM 2200-FIND-SESSION
049400         THRU 2200-EXIT.
049500     IF NOT WS-SES-FOUND
049600         GO TO 3100-EXIT
049700     END-IF.
049800     IF LVLH-SESSION-DATE NOT < WS-SES-DATE (WS-SES-HIT)
049900        OR LVLH-SESSION-DATE < WS-SES-PRIOR-DATE (WS-SES-HIT)
050000         GO TO 3100-EXIT
050100     END-IF.
050200     MOVE LVLH-SESSION-DATE TO WS-SES-PRIOR-DATE (WS-SES-HIT).
050300     MOVE LVLH-HIGH         TO WS-SES-LEVEL (WS-SES-HIT, 1).
050400     PERFORM 3150-TAKE-ONE-LEVEL
050500         THRU 3150-EXIT
050600         VARYING WS-LVH-IX FROM 1 BY 1
050700         UNTIL WS-LVH-IX > 5.
050800     MOVE LVLH-LOW          TO WS-SES-LEVEL (WS-SES-HIT, 7).
050900 3100-EXIT.
051000     EXIT.
051100 3150-TAKE-ONE-LEVEL.
051200     COMPUTE WS-LEVEL-IX = WS-LVH-IX + 1.
051300     MOVE LVLH-LEVEL-PRICE (WS-LVH-IX)
051400         TO WS-SES-LEVEL (WS-SES-HIT, WS-LEVEL-IX).
051500 3150-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------*
051800* 4000 - ONE SESSION AGAINST ITS PRIOR LEVELS.  THE          *
051900*        INSTRUMENT HEADING PRINTS WITH THE FIRST LEVEL HIT; *
052000*        A SESSION THAT HIT NOTHING IS COUNTED CLEAR.        *
052100*-----------------------------------------------------------*
052200 4000-ASSESS-SESSION.
052300     MOVE WS-SES-SYMBOL (WS-SES-IX) TO WS-XCP-NEW-SYMBOL.
052400     MOVE WS-SES-INST (WS-SES-IX)   TO WS-INST-HIT.
052500     MOVE WS-INS-DESC (WS-INST-HIT) TO WS-XCP-NEW-DESC.
052600     IF WS-SES-PRIOR-DATE (WS-SES-IX) = ZERO
052700         MOVE "NO EARLIER SESSION ON THE LEVEL HISTORY"
052800             TO WS-XCP-NEW-REASON
052900         PERFORM 7000-ADD-EXCEPTION
053000             THRU 7000-EXIT
053100         GO TO 4000-EXIT
053200     END-IF.
053300     ADD 1 TO WS-ASSESSED-COUNT.
053400     MOVE WS-INS-TICK (WS-INST-HIT) TO WS-TICK-SIZE.
053500     MOVE "N" TO WS-TICK-WARNED-SW.
053600     IF WS-TICK-SIZE = ZERO
053700         MOVE "TICK SIZE ZERO ON INSTMST - TICKS NOT COUNTED"
053800             TO WS-XCP-NEW-REASON
053900         PERFORM 7000-ADD-EXCEPTION
054000             THRU 7000-EXIT
054100         SET WS-TICK-WARNED TO TRUE
054200     END-IF.
054300     COMPUTE WS-SESSION-MID =
054400         (WS-SES-HIGH (WS-SES-IX) + WS-SES-LOW (WS-SES-IX)) / 2.
054500     MOVE "N" TO WS-HEAD-DONE-SW.
054600     PERFORM 4100-ASSESS-ONE-LEVEL
054700         THRU 4100-EXIT
054800         VARYING WS-LEVEL-IX FROM 1 BY 1
054900         UNTIL WS-LEVEL-IX > 7.
055000     IF WS-HEAD-DONE
055100         ADD 1 TO WS-ALERTED-COUNT
055200     ELSE
055300         ADD 1 TO WS-CLEAR-COUNT
055400     END-IF.
055500 4000-EXIT.
055600     EXIT.
055700 4100-ASSESS-ONE-LEVEL.
055800     MOVE WS-SES-LEVEL (WS-SES-IX, WS-LEVEL-IX) TO WS-LEVEL-PRICE.
055900     MOVE "N" TO WS-LEVEL-HIT-SW.
056000     IF WS-SESSION-MID NOT < WS-LEVEL-PRICE
056100         IF WS-SES-LOW (WS-SES-IX) NOT > WS-LEVEL-PRICE
056200             SET WS-LEVEL-HIT TO TRUE
056300             COMPUTE WS-PENETRATION =
056400                 WS-LEVEL-PRICE - WS-SES-LOW (WS-SES-IX)
056500             MOVE "BROKE BELOW" TO WS-BRK-RESULT
056600         END-IF
056700     ELSE
056800         IF WS-SES-HIGH (WS-SES-IX) NOT < WS-LEVEL-PRICE
056900             SET WS-LEVEL-HIT TO TRUE
057000             COMPUTE WS-PENETRATION =
057100                 WS-SES-HIGH (WS-SES-IX) - WS-LEVEL-PRICE
057200             MOVE "BROKE ABOVE" TO WS-BRK-RESULT
057300         END-IF
057400     END-IF.
057500     IF NOT WS-LEVEL-HIT
057600         GO TO 4100-EXIT
057700     END-IF.
057800     IF WS-TICK-WARNED
057900         MOVE ZERO TO WS-TICK-COUNT
058000         IF WS-PENETRATION = ZERO
058100             MOVE "TOUCHED    " TO WS-BRK-RESULT
058200         END-IF
058300     ELSE
058400         DIVIDE WS-PENETRATION BY WS-TICK-SIZE
058500             GIVING WS-TICK-COUNT
058600         IF WS-TICK-COUNT = ZERO
058700             MOVE "TOUCHED    " TO WS-BRK-RESULT
058800         END-IF
058900     END-IF.
059000     IF NOT WS-HEAD-DONE
059100         PERFORM 4200-PRINT-INSTRUMENT-HEAD
059200             THRU 4200-EXIT
059300     END-IF.
059400     MOVE WS-LEVEL-LBL (WS-LEVEL-IX) TO WS-BAL-LABEL.
059500     MOVE WS-LEVEL-PRICE             TO WS-BAL-PRICE.
059600     MOVE WS-BRK-RESULT              TO WS-BAL-RESULT.
059700     MOVE WS-TICK-COUNT              TO WS-BAL-TICKS.
059800     MOVE WS-BRK-ALERT-LINE TO BRK-RECORD.
059900     WRITE BRK-RECORD.
060000     ADD 1 TO WS-ALERT-COUNT.
060100 4100-EXIT.
060200     EXIT.
060300 4200-PRINT-INSTRUMENT-HEAD.
060400     SET WS-HEAD-DONE TO TRUE.
060500     MOVE SPACES TO BRK-RECORD.
060600     WRITE BRK-RECORD.
060700     MOVE WS-SES-SYMBOL (WS-SES-IX)     TO WS-BIL-SYMBOL.
060800     MOVE WS-INS-DESC (WS-INST-HIT)     TO WS-BIL-DESC.
060900     MOVE WS-SES-DATE (WS-SES-IX)       TO WS-BIL-DATE.
061000     MOVE WS-SES-HIGH (WS-SES-IX)       TO WS-BIL-HIGH.
061100     MOVE WS-SES-LOW (WS-SES-IX)        TO WS-BIL-LOW.
061200     MOVE WS-SES-PRIOR-DATE (WS-SES-IX) TO WS-BIL-PRIOR.
061300     MOVE WS-BRK-INST-LINE TO BRK-RECORD.
061400     WRITE BRK-RECORD.
061500     MOVE WS-BRK-COLUMNS   TO BRK-RECORD.
061600     WRITE BRK-RECORD.
061700 4200-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------*
062000* 5000 - NOT-ASSESSED LISTING: THE EXCEPTIONS COLLECTED SO   *
062100*        FAR, THEN EVERY INACTIVE INSTRUMENT AND EVERY       *
062200*        ACTIVE ONE MISSING FROM THE DROP.                   *
062300*-----------------------------------------------------------*
062400 5000-PRINT-NOT-ASSESSED.
062500     PERFORM 5100-CHECK-INSTRUMENT
062600         THRU 5100-EXIT
062700         VARYING WS-INST-IX FROM 1 BY 1
062800         UNTIL WS-INST-IX > WS-INST-COUNT.
062900     MOVE SPACES TO BRK-RECORD.
063000     WRITE BRK-RECORD.
063100     MOVE WS-XCP-HEADING TO BRK-RECORD.
063200     WRITE BRK-RECORD.
063300     IF WS-XCP-COUNT = ZERO
063400         MOVE "  NONE - EVERY ACTIVE INSTRUMENT WAS ASSESSED"
063500             TO BRK-RECORD
063600         WRITE BRK-RECORD
063700         GO TO 5000-EXIT
063800     END-IF.
063900     MOVE WS-XCP-COLUMNS TO BRK-RECORD.
064000     WRITE BRK-RECORD.
064100     PERFORM 5200-PRINT-ONE-EXCEPTION
064200         THRU 5200-EXIT
064300         VARYING WS-XCP-IX FROM 1 BY 1
064400         UNTIL WS-XCP-IX > WS-XCP-COUNT.
064500     IF WS-BRK-RC < 4
064600         MOVE 4 TO WS-BRK-RC
064700     END-IF.
064800 5000-EXIT.
064900     EXIT.
065000 5100-CHECK-INSTRUMENT.
065100     MOVE WS-INS-SYMBOL (WS-INST-IX) TO WS-XCP-NEW-SYMBOL.
065200     MOVE WS-INS-DESC (WS-INST-IX)   TO WS-XCP-NEW-DESC.
065300     IF WS-INS-ACTIVE (WS-INST-IX) NOT = "Y"
065400         IF WS-INS-SEEN (WS-INST-IX) = "Y"
065500             MOVE "INACTIVE ON INSTMST - IN DROP, NOT ASSESSED"
065600                 TO WS-XCP-NEW-REASON
065700         ELSE
065800             MOVE "INACTIVE ON INSTMST"
065900                 TO WS-XCP-NEW-REASON
066000         END-IF
066100         PERFORM 7000-ADD-EXCEPTION
066200             THRU 7000-EXIT
066300         GO TO 5100-EXIT
066400     END-IF.
066500     IF WS-INS-SEEN (WS-INST-IX) NOT = "Y"
066600         MOVE "ACTIVE BUT MISSING FROM THE PRICEHST DROP"
066700             TO WS-XCP-NEW-REASON
066800         PERFORM 7000-ADD-EXCEPTION
066900             THRU 7000-EXIT
067000     END-IF.
067100 5100-EXIT.
067200     EXIT.
067300 5200-PRINT-ONE-EXCEPTION.
067400     MOVE WS-XCP-SYMBOL (WS-XCP-IX) TO WS-XCL-SYMBOL.
067500     MOVE WS-XCP-DESC (WS-XCP-IX)   TO WS-XCL-DESC.
067600     MOVE WS-XCP-REASON (WS-XCP-IX) TO WS-XCL-REASON.
067700     MOVE WS-XCP-LINE TO BRK-RECORD.
067800     WRITE BRK-RECORD.
067900 5200-EXIT.
068000     EXIT.
068100 7000-ADD-EXCEPTION.
068200     IF WS-XCP-COUNT >= WS-XCP-MAX
068300         GO TO 7000-EXIT
068400     END-IF.
068500     ADD 1 TO WS-XCP-COUNT.
068600     MOVE WS-XCP-NEW-SYMBOL TO WS-XCP-SYMBOL (WS-XCP-COUNT).
068700     MOVE WS-XCP-NEW-DESC   TO WS-XCP-DESC (WS-XCP-COUNT).
068800     MOVE WS-XCP-NEW-REASON TO WS-XCP-REASON (WS-XCP-COUNT).
068900 7000-EXIT.
069000     EXIT.
069100 9000-END-OF-JOB.
069200     MOVE SPACES TO BRK-RECORD.
069300     WRITE BRK-RECORD.
069400     MOVE WS-ASSESSED-COUNT TO WS-BFL-ASSESSED.
069500     MOVE WS-ALERTED-COUNT  TO WS-BFL-ALERTED.
069600     MOVE WS-CLEAR-COUNT    TO WS-BFL-CLEAR.
069700     MOVE WS-ALERT-COUNT    TO WS-BFL-ALERTS.
069800     MOVE WS-XCP-COUNT      TO WS-BFL-XCP.
069900     MOVE WS-BRK-FOOTER-LINE TO BRK-RECORD.
070000     WRITE BRK-RECORD.
070100     CLOSE BRK-FILE.
070200     MOVE WS-BRK-RC TO RETURN-CODE.
070300 9000-EXIT.
070400     EXIT.

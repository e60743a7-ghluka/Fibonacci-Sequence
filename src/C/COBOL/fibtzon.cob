000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBTZON.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBTZON - FIBONACCI TIME-ZONE DATE PROJECTION.  EACH TZNIN *
000900*           CARD NAMES AN INSTRUMENT, A SWING PIVOT DATE, A  *
001000*           SEQUENCE TYPE (F/L/T, BLANK = F) AND ITS SEEDS.  *
001100*           THE STORED CHAIN IS READ FROM THE KEYED TERM     *
001200*           MASTER (FIBTMST, LOADED BY FIBLOAD) THE SAME WAY *
001300*           AS FIBZECK AND FIBINQR, AND EACH TERM VALUE IS   *
001400*           COUNTED FORWARD THAT MANY BUSINESS DAYS          *
001500*           (CAL-BUSINESS-DAY) ON THE RUN CALENDAR FROM THE  *
001600*           PIVOT.  TERM VALUE 0 IS THE PIVOT ITSELF.  A     *
001700*           PIVOT THAT IS NOT A BUSINESS DAY COUNTS FROM THE *
001800*           NEXT ONE.  A PROJECTION BEYOND THE LAST BUSINESS *
001900*           DAY LOADED IS FLAGGED, NOT GUESSED.  THE TERM    *
002000*           INDEX IS PRINTED AGAINST EVERY DATE SO THE DESK  *
002100*           CAN TIE IT BACK TO FIBINQO (FINQ).               *
002200*           CARD: SYMBOL(1-8) PIVOT(9-16) TYPE(17)           *
002300*           SEED-A(18-32) SEED-B(33-47) SEED-C(48-62)        *
002400*           TERMS(63-65, BLANK OR ZERO = 20).                *
002500*           RC 4  = PROJECTION PAST CALENDAR END OR CHAIN    *
002600*                   NOT ON MASTER                            *
002700*           RC 8  = CARD REJECTED                            *
002800*           RC 12 = TERM MASTER OR CALENDAR NOT AVAILABLE    *
002900*-----------------------------------------------------------*
003000* MODIFICATION HISTORY                                       *
003100*-----------------------------------------------------------*
003200* DATE       INIT  DESCRIPTION                                *
003300* 2026-10-06  RH   ORIGINAL VERSION - BUSINESS-DAY COUNT FROM *
003400*                  THE PIVOT OFF THE RUN CALENDAR, KEYED TERM *
003500*                  READS LIKE FIBZECK, PAST-END FLAG, TERM    *
003600*                  INDEX PER DATE, RC 4/8/12 GRADING.         *
003620* 2026-10-15  RH   THE PIVOT SCAN NO LONGER LOOKS PAST THE    *
003640*                  LAST BUSINESS DAY LOADED - THE LATER-DATE  *
003660*                  TEST MOVED INTO 2250.                      *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT TZN-FILE ASSIGN TO "TZNIN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TZN-FILE-STATUS.
004700     SELECT TMST-FILE ASSIGN TO "FIBTMST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS TMST-KEY
005100         FILE STATUS IS WS-TMST-FILE-STATUS.
005200     SELECT CAL-FILE ASSIGN TO "FIBCAL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CAL-FILE-STATUS.
005500     SELECT TZNR-FILE ASSIGN TO "TZNRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  TZN-FILE
006000     RECORDING MODE IS F.
006100 01  TZN-CARD.
006200     05  TZN-SYMBOL              PIC X(08).
006300     05  TZN-PIVOT-DATE          PIC 9(08).
006400     05  TZN-SEQ-TYPE            PIC X(01).
006500     05  TZN-SEED-A              PIC 9(15).
006600     05  TZN-SEED-B              PIC 9(15).
006700     05  TZN-SEED-C              PIC 9(15).
006800     05  TZN-TERMS               PIC 9(03).
006900     05  TZN-TERMS-X REDEFINES TZN-TERMS
007000                                 PIC X(03).
007100     05  FILLER                  PIC X(15).
007200     COPY FIBTMST.
007300     COPY FIBCAL.
007400 FD  TZNR-FILE
007500     RECORDING MODE IS F.
007600 01  TZNR-RECORD                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  WS-TZN-FILE-STATUS          PIC X(02)  VALUE "00".
007900 01  WS-TMST-FILE-STATUS         PIC X(02)  VALUE "00".
008000 01  WS-CAL-FILE-STATUS          PIC X(02)  VALUE "00".
008100 01  WS-TZN-EOF-SW               PIC X(01)  VALUE "N".
008200     88  WS-TZN-EOF                          VALUE "Y".
008300 01  WS-CAL-EOF-SW               PIC X(01)  VALUE "N".
008400     88  WS-CAL-EOF                          VALUE "Y".
008500 01  WS-TZN-OPEN-SW              PIC X(01)  VALUE "N".
008600     88  WS-TZN-OPEN                         VALUE "Y".
008700 01  WS-TMST-OPEN-SW             PIC X(01)  VALUE "N".
008800     88  WS-TMST-OPEN                        VALUE "Y".
008900 01  WS-TZN-RC                   PIC 9(02)  VALUE ZERO.
009000 01  WS-CARD-COUNT               PIC 9(05)  COMP VALUE ZERO.
009100 01  WS-DATE-COUNT               PIC 9(05)  COMP VALUE ZERO.
009200 01  WS-PASTEND-COUNT            PIC 9(05)  COMP VALUE ZERO.
009300 01  WS-TZNREJ-COUNT             PIC 9(05)  COMP VALUE ZERO.
009400*-----------------------------------------------------------*
009500* BUSINESS DAYS OFF THE RUN CALENDAR, ASCENDING.  A RECORD   *
009600* NOT LATER THAN THE ONE BEFORE IT IS SKIPPED AND COUNTED.   *
009700*-----------------------------------------------------------*
009800 01  WS-BDAY-MAX                 PIC 9(05)  COMP VALUE 3000.
009900 01  WS-BDAY-COUNT               PIC 9(05)  COMP VALUE ZERO.
010000 01  WS-BDAY-IX                  PIC 9(05)  COMP VALUE ZERO.
010100 01  WS-BDAY-TABLE.
010200     05  WS-BDAY-DATE            PIC 9(08) OCCURS 3000 TIMES.
010300 01  WS-CAL-FIRST-DATE           PIC 9(08)  VALUE ZERO.
010400 01  WS-CAL-LAST-DATE            PIC 9(08)  VALUE ZERO.
010500 01  WS-CAL-SEQERR-COUNT         PIC 9(05)  COMP VALUE ZERO.
010600 01  WS-CAL-FULL-SW              PIC X(01)  VALUE "N".
010700     88  WS-CAL-FULL                         VALUE "Y".
010800*-----------------------------------------------------------*
010900* PROJECTION STATE.  WS-PIVOT-POS IS THE NUMBER OF BUSINESS  *
011000* DAYS ON OR BEFORE THE PIVOT; TERM VALUE N LANDS ON TABLE   *
011100* ENTRY PIVOT-POS + N.  TERMS WIDER THAN 15 DIGITS ARE PAST  *
011200* ANY CALENDAR.                                              *
011300*-----------------------------------------------------------*
011400 01  WS-PIVOT-POS                PIC 9(05)  COMP VALUE ZERO.
011500 01  WS-PIVOT-BDAY-SW            PIC X(01)  VALUE "N".
011600     88  WS-PIVOT-BDAY                       VALUE "Y".
011630 01  WS-PIVOT-PAST-SW            PIC X(01)  VALUE "N".
011660     88  WS-PIVOT-PASSED                     VALUE "Y".
011700 01  WS-TERM-LIMIT               PIC 9(05)  COMP VALUE ZERO.
011800 01  WS-TZN-DEFAULT-TERMS        PIC 9(05)  COMP VALUE 20.
011900 01  WS-TZN-IX                   PIC 9(05)  COMP VALUE ZERO.
012000 01  WS-TERM-FOUND-SW            PIC X(01)  VALUE "N".
012100     88  WS-TERM-FOUND                       VALUE "Y".
012200 01  WS-CHAIN-END-SW             PIC X(01)  VALUE "N".
012300     88  WS-CHAIN-END                        VALUE "Y".
012400 01  WS-TERM-NUM                 PIC 9(15)  VALUE ZERO.
012500 01  WS-TERM-EDIT                PIC Z(14)9.
012600 01  WS-TARGET-POS               PIC 9(16)  VALUE ZERO.
012700 01  WS-ZERO-PREFIX              PIC X(33)  VALUE ALL "0".
012800 01  WS-TZN-SYS-DATE.
012900     05  WS-TZN-SYS-YYYY         PIC 9(04).
013000     05  WS-TZN-SYS-MM           PIC 9(02).
013100     05  WS-TZN-SYS-DD           PIC 9(02).
013200 01  WS-TZN-TITLE-LINE.
013300     05  FILLER                  PIC X(44) VALUE SPACES.
013400     05  FILLER                  PIC X(35)
013500             VALUE "FIBONACCI TIME-ZONE DATE PROJECTION".
013600     05  FILLER                  PIC X(53) VALUE SPACES.
013700 01  WS-TZN-DATE-LINE.
013800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
013900     05  WS-TZN-RPT-MM           PIC 99.
014000     05  FILLER                  PIC X(01) VALUE "/".
014100     05  WS-TZN-RPT-DD           PIC 99.
014200     05  FILLER                  PIC X(01) VALUE "/".
014300     05  WS-TZN-RPT-YYYY         PIC 9(04).
014400     05  FILLER                  PIC X(22)
014500             VALUE "   CALENDAR LOADED    ".
014600     05  WS-TZN-RPT-FIRST        PIC 9(08).
014700     05  FILLER                  PIC X(06) VALUE " THRU ".
014800     05  WS-TZN-RPT-LAST         PIC 9(08).
014900     05  FILLER                  PIC X(03) VALUE " - ".
015000     05  WS-TZN-RPT-BDAYS        PIC ZZZZ9.
015100     05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".
015200     05  FILLER                  PIC X(46) VALUE SPACES.
015300 01  WS-TZN-REQUEST-LINE.
015400     05  FILLER                  PIC X(12)
015500             VALUE "INSTRUMENT: ".
015600     05  WS-TRQ-SYMBOL           PIC X(08).
015700     05  FILLER                  PIC X(09) VALUE "  PIVOT: ".
015800     05  WS-TRQ-PIVOT            PIC 9(08).
015900     05  FILLER                  PIC X(07) VALUE "  TYPE ".
016000     05  WS-TRQ-TYPE             PIC X(01).
016100     05  FILLER                  PIC X(11) VALUE "  SEEDS A: ".
016200     05  WS-TRQ-SEED-A           PIC 9(15).
016300     05  FILLER                  PIC X(05) VALUE "  B: ".
016400     05  WS-TRQ-SEED-B           PIC 9(15).
016500     05  FILLER                  PIC X(05) VALUE "  C: ".
016600     05  WS-TRQ-SEED-C           PIC 9(15).
016700     05  FILLER                  PIC X(21) VALUE SPACES.
016800 01  WS-TZN-PIVOT-LINE.
016900     05  FILLER                  PIC X(46) VALUE
017000         "PIVOT IS NOT A BUSINESS DAY - TERM VALUE 1 IS ".
017100     05  FILLER                  PIC X(22)
017200             VALUE "THE NEXT BUSINESS DAY".
017300     05  FILLER                  PIC X(64) VALUE SPACES.
017400 01  WS-TZN-COLUMN-HEADING.
017500     05  FILLER                  PIC X(10) VALUE "TERM NO.".
017600     05  FILLER                  PIC X(10) VALUE SPACES.
017700     05  FILLER                  PIC X(15)
017800             VALUE "  BUSINESS DAYS".
017900     05  FILLER                  PIC X(05) VALUE SPACES.
018000     05  FILLER                  PIC X(14) VALUE "PROJECTED DATE".
018100     05  FILLER                  PIC X(78) VALUE SPACES.
018200 01  WS-TZN-DETAIL-LINE.
018300     05  WS-TDT-TERM             PIC ZZZZ9.
018400     05  FILLER                  PIC X(15) VALUE SPACES.
018500     05  WS-TDT-VALUE            PIC X(15).
018600     05  FILLER                  PIC X(08) VALUE SPACES.
018700     05  WS-TDT-DATE             PIC X(08).
018800     05  FILLER                  PIC X(03) VALUE SPACES.
018900     05  WS-TDT-FLAG             PIC X(44).
019000     05  FILLER                  PIC X(34) VALUE SPACES.
019100 01  WS-TZN-ENDCHAIN-LINE.
019200     05  FILLER                  PIC X(14)
019300             VALUE "FIB0016W TERM ".
019400     05  WS-TEC-TERM             PIC ZZZZ9.
019500     05  FILLER                  PIC X(36)
019600             VALUE " NOT ON MASTER - STORED CHAIN ENDS ".
019700     05  FILLER                  PIC X(77) VALUE SPACES.
019800 01  WS-NOCHAIN-LINE.
019900     05  FILLER                  PIC X(45) VALUE
020000         "FIB0084W CHAIN NOT ON MASTER FOR THESE SEEDS ".
020100     05  FILLER                  PIC X(87) VALUE SPACES.
020200 01  WS-TMERR-LINE.
020300     05  FILLER                  PIC X(44) VALUE
020400         "FIB0013E TERM MASTER NOT AVAILABLE - STATUS ".
020500     05  WS-TMERR-STATUS         PIC X(02).
020600     05  FILLER                  PIC X(86) VALUE SPACES.
020700 01  WS-CALSEQ-LINE.
020800     05  FILLER                  PIC X(38) VALUE
020900         "FIB0118W CALENDAR RECORDS OUT OF ORDER".
021000     05  FILLER                  PIC X(11) VALUE " - IGNORED ".
021100     05  WS-CSQ-COUNT            PIC ZZZZ9.
021200     05  FILLER                  PIC X(78) VALUE SPACES.
021300 01  WS-TZN-FOOTER-LINE.
021400     05  FILLER                  PIC X(07) VALUE "CARDS: ".
021500     05  WS-FTR-CARDS            PIC ZZZZ9.
021600     05  FILLER                  PIC X(19)
021700             VALUE "  DATES PROJECTED: ".
021800     05  WS-FTR-DATES            PIC ZZZZ9.
021900     05  FILLER                  PIC X(21)
022000             VALUE "  PAST CALENDAR END: ".
022100     05  WS-FTR-PASTEND          PIC ZZZZ9.
022200     05  FILLER                  PIC X(12)
022300             VALUE "  REJECTED: ".
022400     05  WS-FTR-REJ              PIC ZZZZ9.
022500     05  FILLER                  PIC X(53) VALUE SPACES.
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE
022900         THRU 1000-EXIT.
023000     PERFORM 2000-PROCESS-PIVOT
023100         THRU 2000-EXIT
023200         UNTIL WS-TZN-EOF.
023300     PERFORM 9000-END-OF-JOB
023400         THRU 9000-EXIT.
023500     GOBACK.
023600 1000-INITIALIZE.
023700     ACCEPT WS-TZN-SYS-DATE FROM DATE YYYYMMDD.
023800     MOVE WS-TZN-SYS-MM   TO WS-TZN-RPT-MM.
023900     MOVE WS-TZN-SYS-DD   TO WS-TZN-RPT-DD.
024000     MOVE WS-TZN-SYS-YYYY TO WS-TZN-RPT-YYYY.
024100     OPEN OUTPUT TZNR-FILE.
024200     MOVE WS-TZN-TITLE-LINE TO TZNR-RECORD.
024300     WRITE TZNR-RECORD.
024400     PERFORM 1200-LOAD-CALENDAR
024500         THRU 1200-EXIT.
024600     MOVE WS-CAL-FIRST-DATE TO WS-TZN-RPT-FIRST.
024700     MOVE WS-CAL-LAST-DATE  TO WS-TZN-RPT-LAST.
024800     MOVE WS-BDAY-COUNT     TO WS-TZN-RPT-BDAYS.
024900     MOVE WS-TZN-DATE-LINE  TO TZNR-RECORD.
025000     WRITE TZNR-RECORD.
025100     IF WS-BDAY-COUNT = ZERO
025200         MOVE "FIB0116E RUN CALENDAR NOT AVAILABLE OR EMPTY"
025300             TO TZNR-RECORD
025400         WRITE TZNR-RECORD
025500         MOVE 12 TO WS-TZN-RC
025600         SET WS-TZN-EOF TO TRUE
025700         GO TO 1000-EXIT
025800     END-IF.
025900     IF WS-CAL-SEQERR-COUNT > ZERO
026000         MOVE WS-CAL-SEQERR-COUNT TO WS-CSQ-COUNT
026100         MOVE WS-CALSEQ-LINE      TO TZNR-RECORD
026200         WRITE TZNR-RECORD
026300         MOVE 4 TO WS-TZN-RC
026400     END-IF.
026500     IF WS-CAL-FULL
026600         MOVE "FIB0118W CALENDAR TABLE FULL - LATER DATES IGNORED"
026700             TO TZNR-RECORD
026800         WRITE TZNR-RECORD
026900         MOVE 4 TO WS-TZN-RC
027000     END-IF.
027100     OPEN INPUT TMST-FILE.
027200     IF WS-TMST-FILE-STATUS NOT = "00"
027300         MOVE WS-TMST-FILE-STATUS TO WS-TMERR-STATUS
027400         MOVE WS-TMERR-LINE       TO TZNR-RECORD
027500         WRITE TZNR-RECORD
027600         MOVE 12 TO WS-TZN-RC
027700         SET WS-TZN-EOF TO TRUE
027800         GO TO 1000-EXIT
027900     END-IF.
028000     SET WS-TMST-OPEN TO TRUE.
028100     OPEN INPUT TZN-FILE.
028200     IF WS-TZN-FILE-STATUS = "35"
028300         MOVE "FIB0117W NO PIVOT CARDS SUPPLIED"
028400             TO TZNR-RECORD
028500         WRITE TZNR-RECORD
028600         MOVE 4 TO WS-TZN-RC
028700         SET WS-TZN-EOF TO TRUE
028800         GO TO 1000-EXIT
028900     END-IF.
029000     SET WS-TZN-OPEN TO TRUE.
029100     READ TZN-FILE
029200         AT END
029300             MOVE "FIB0117W NO PIVOT CARDS SUPPLIED"
029400                 TO TZNR-RECORD
029500             WRITE TZNR-RECORD
029600             MOVE 4 TO WS-TZN-RC
029700             SET WS-TZN-EOF TO TRUE
029800     END-READ.
029900 1000-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------*
030200* 1200 - BUSINESS DAYS INTO CORE.  THE FIRST AND LAST DATES  *
030300*        OF ANY TYPE BOUND THE CALENDAR FOR THE PIVOT EDIT.  *
030400*-----------------------------------------------------------*
030500 1200-LOAD-CALENDAR.
030600     OPEN INPUT CAL-FILE.
030700     IF WS-CAL-FILE-STATUS NOT = "00"
030800         GO TO 1200-EXIT
030900     END-IF.
031000     PERFORM 1250-READ-CALENDAR
031100         THRU 1250-EXIT
031200         UNTIL WS-CAL-EOF.
031300     CLOSE CAL-FILE.
031400 1200-EXIT.
031500     EXIT.
031600 1250-READ-CALENDAR.
031700     READ CAL-FILE
031800         AT END
031900             SET WS-CAL-EOF TO TRUE
032000             GO TO 1250-EXIT
032100     END-READ.
032200     IF CAL-DATE NOT NUMERIC
032300         GO TO 1250-EXIT
032400     END-IF.
032500     IF CAL-DATE NOT > WS-CAL-LAST-DATE
032600         ADD 1 TO WS-CAL-SEQERR-COUNT
032700         GO TO 1250-EXIT
032800     END-IF.
032900     IF CAL-BUSINESS-DAY
033000        AND WS-BDAY-COUNT >= WS-BDAY-MAX
033100         SET WS-CAL-FULL TO TRUE
033200         SET WS-CAL-EOF TO TRUE
033300         GO TO 1250-EXIT
033400     END-IF.
033500     MOVE CAL-DATE TO WS-CAL-LAST-DATE.
033600     IF WS-CAL-FIRST-DATE = ZERO
033700         MOVE CAL-DATE TO WS-CAL-FIRST-DATE
033800     END-IF.
033900     IF NOT CAL-BUSINESS-DAY
034000         GO TO 1250-EXIT
034100     END-IF.
034200     ADD 1 TO WS-BDAY-COUNT.
034300     MOVE CAL-DATE TO WS-BDAY-DATE (WS-BDAY-COUNT).
034400 1250-EXIT.
034500     EXIT.
034600 2000-PROCESS-PIVOT.
034700     ADD 1 TO WS-CARD-COUNT.
034800     IF TZN-SEQ-TYPE = SPACE
034900         MOVE "F" TO TZN-SEQ-TYPE
035000     END-IF.
035100     IF TZN-TERMS-X = SPACES
035200         MOVE ZERO TO TZN-TERMS
035300     END-IF.
035400     IF TZN-PIVOT-DATE NOT NUMERIC
035500        OR TZN-SEED-A NOT NUMERIC
035600        OR TZN-SEED-B NOT NUMERIC
035700        OR TZN-TERMS NOT NUMERIC
035800        OR (TZN-SEQ-TYPE NOT = "F"
035900            AND TZN-SEQ-TYPE NOT = "L"
036000            AND TZN-SEQ-TYPE NOT = "T")
036100        OR (TZN-SEQ-TYPE = "T"
036200            AND TZN-SEED-C NOT NUMERIC)
036300         MOVE "FIB0115E PIVOT CARD REJECTED - NON-NUMERIC"
036400             TO TZNR-RECORD
036500         WRITE TZNR-RECORD
036600         PERFORM 2800-REJECT-CARD
036700             THRU 2800-EXIT
036800         GO TO 2000-NEXT-CARD
036900     END-IF.
037000     IF TZN-PIVOT-DATE < WS-CAL-FIRST-DATE
037100        OR TZN-PIVOT-DATE > WS-CAL-LAST-DATE
037200         MOVE "FIB0115E PIVOT CARD REJECTED - PIVOT OFF CALENDAR"
037300             TO TZNR-RECORD
037400         WRITE TZNR-RECORD
037500         PERFORM 2800-REJECT-CARD
037600             THRU 2800-EXIT
037700         GO TO 2000-NEXT-CARD
037800     END-IF.
037900     IF TZN-SEQ-TYPE NOT = "T"
038000         MOVE ZERO TO TZN-SEED-C
038100     END-IF.
038200     MOVE TZN-TERMS TO WS-TERM-LIMIT.
038300     IF WS-TERM-LIMIT = ZERO
038400         MOVE WS-TZN-DEFAULT-TERMS TO WS-TERM-LIMIT
038500     END-IF.
038600     MOVE SPACES TO TZNR-RECORD.
038700     WRITE TZNR-RECORD.
038800     MOVE TZN-SYMBOL     TO WS-TRQ-SYMBOL.
038900     MOVE TZN-PIVOT-DATE TO WS-TRQ-PIVOT.
039000     MOVE TZN-SEQ-TYPE   TO WS-TRQ-TYPE.
039100     MOVE TZN-SEED-A     TO WS-TRQ-SEED-A.
039200     MOVE TZN-SEED-B     TO WS-TRQ-SEED-B.
039300     MOVE TZN-SEED-C     TO WS-TRQ-SEED-C.
039400     MOVE WS-TZN-REQUEST-LINE TO TZNR-RECORD.
039500     WRITE TZNR-RECORD.
039600     PERFORM 2200-FIND-PIVOT
039700         THRU 2200-EXIT.
039800     IF NOT WS-PIVOT-BDAY
039900         MOVE WS-TZN-PIVOT-LINE TO TZNR-RECORD
040000         WRITE TZNR-RECORD
040100     END-IF.
040200     MOVE 1 TO WS-TZN-IX.
040300     PERFORM 2600-READ-TERM
040400         THRU 2600-EXIT.
040500     IF NOT WS-TERM-FOUND
040600         MOVE WS-NOCHAIN-LINE TO TZNR-RECORD
040700         WRITE TZNR-RECORD
040800         IF WS-TZN-RC < 4
040900             MOVE 4 TO WS-TZN-RC
041000         END-IF
041100         GO TO 2000-NEXT-CARD
041200     END-IF.
041300     MOVE WS-TZN-COLUMN-HEADING TO TZNR-RECORD.
041400     WRITE TZNR-RECORD.
041500     MOVE "N" TO WS-CHAIN-END-SW.
041600     PERFORM 2400-PROJECT-ONE-TERM
041700         THRU 2400-EXIT
041800         VARYING WS-TZN-IX FROM 1 BY 1
041900         UNTIL WS-TZN-IX > WS-TERM-LIMIT
042000            OR WS-CHAIN-END.
042100 2000-NEXT-CARD.
042200     READ TZN-FILE
042300         AT END
042400             SET WS-TZN-EOF TO TRUE
042500     END-READ.
042600 2000-EXIT.
042700     EXIT.
042800*-----------------------------------------------------------*
042900* 2200 - PIVOT POSITION: BUSINESS DAYS ON OR BEFORE THE      *
043000*        PIVOT.  THE TABLE IS ASCENDING SO THE SCAN STOPS AT *
043100*        THE FIRST LATER DATE.                               *
043200*-----------------------------------------------------------*
043300 2200-FIND-PIVOT.
043370     MOVE "N"  TO WS-PIVOT-BDAY-SW
043440                  WS-PIVOT-PAST-SW.
043510     MOVE ZERO TO WS-PIVOT-POS.
043580     PERFORM 2250-CHECK-ONE-BDAY
043650         THRU 2250-EXIT
043720         VARYING WS-BDAY-IX FROM 1 BY 1
043790         UNTIL WS-BDAY-IX > WS-BDAY-COUNT
043860            OR WS-PIVOT-PASSED.
043930 2200-EXIT.
044000     EXIT.
044070 2250-CHECK-ONE-BDAY.
044140     IF WS-BDAY-DATE (WS-BDAY-IX) > TZN-PIVOT-DATE
044210         SET WS-PIVOT-PASSED TO TRUE
044280         GO TO 2250-EXIT
044350     END-IF.
044420     MOVE WS-BDAY-IX TO WS-PIVOT-POS.
044490     IF WS-BDAY-DATE (WS-BDAY-IX) = TZN-PIVOT-DATE
044560         SET WS-PIVOT-BDAY TO TRUE
044630     END-IF.
044800 2250-EXIT.
044900     EXIT.
045000*-----------------------------------------------------------*
045100* 2400 - ONE TERM.  A TERM MISSING FROM THE MASTER ENDS THE  *
045200*        CHAIN; A TERM THAT LANDS BEYOND THE LAST BUSINESS   *
045300*        DAY LOADED IS PRINTED WITH THE PAST-END FLAG.       *
045400*-----------------------------------------------------------*
045500 2400-PROJECT-ONE-TERM.
045600     PERFORM 2600-READ-TERM
045700         THRU 2600-EXIT.
045800     IF NOT WS-TERM-FOUND
045900         MOVE WS-TZN-IX TO WS-TEC-TERM
046000         MOVE WS-TZN-ENDCHAIN-LINE TO TZNR-RECORD
046100         WRITE TZNR-RECORD
046200         SET WS-CHAIN-END TO TRUE
046300         GO TO 2400-EXIT
046400     END-IF.
046500     MOVE WS-TZN-IX TO WS-TDT-TERM.
046600     MOVE SPACES    TO WS-TDT-DATE.
046700     MOVE SPACES    TO WS-TDT-FLAG.
046800     IF TMST-TERM-VALUE NOT NUMERIC
046900        OR TMST-TERM-VALUE (1:33) NOT = WS-ZERO-PREFIX
047000         MOVE " OVER 15 DIGITS" TO WS-TDT-VALUE
047100         MOVE "FIB0114W TERM EXCEEDS ANY CALENDAR"
047200             TO WS-TDT-FLAG
047300         GO TO 2400-PAST-END
047400     END-IF.
047500     MOVE TMST-TERM-VALUE (34:15) TO WS-TERM-NUM.
047600     MOVE WS-TERM-NUM  TO WS-TERM-EDIT.
047700     MOVE WS-TERM-EDIT TO WS-TDT-VALUE.
047800     IF WS-TERM-NUM = ZERO
047900         MOVE TZN-PIVOT-DATE TO WS-TDT-DATE
048000         MOVE "PIVOT DATE" TO WS-TDT-FLAG
048100         GO TO 2400-PRINT
048200     END-IF.
048300     COMPUTE WS-TARGET-POS = WS-PIVOT-POS + WS-TERM-NUM.
048400     IF WS-TARGET-POS > WS-BDAY-COUNT
048500         MOVE "FIB0114W PAST END OF LOADED CALENDAR"
048600             TO WS-TDT-FLAG
048700         GO TO 2400-PAST-END
048800     END-IF.
048900     MOVE WS-BDAY-DATE (WS-TARGET-POS) TO WS-TDT-DATE.
049000     GO TO 2400-PRINT.
049100 2400-PAST-END.
049200     ADD 1 TO WS-PASTEND-COUNT.
049300     IF WS-TZN-RC < 4
049400         MOVE 4 TO WS-TZN-RC
049500     END-IF.
049600 2400-PRINT.
049700     IF WS-TDT-DATE NOT = SPACES
049800         ADD 1 TO WS-DATE-COUNT
049900     END-IF.
050000     MOVE WS-TZN-DETAIL-LINE TO TZNR-RECORD.
050100     WRITE TZNR-RECORD.
050200 2400-EXIT.
050300     EXIT.
050400 2600-READ-TERM.
050500     MOVE "N" TO WS-TERM-FOUND-SW.
050600     MOVE TZN-SEQ-TYPE TO TMST-SEQ-TYPE.
050700     MOVE TZN-SEED-A   TO TMST-SEED-A.
050800     MOVE TZN-SEED-B   TO TMST-SEED-B.
050900     MOVE TZN-SEED-C   TO TMST-SEED-C.
051000     MOVE WS-TZN-IX    TO TMST-TERM-INDEX.
051100     READ TMST-FILE
051200         INVALID KEY
051300             CONTINUE
051400         NOT INVALID KEY
051500             SET WS-TERM-FOUND TO TRUE
051600     END-READ.
051700 2600-EXIT.
051800     EXIT.
051900 2800-REJECT-CARD.
052000     ADD 1 TO WS-TZNREJ-COUNT.
052100     IF WS-TZN-RC < 8
052200         MOVE 8 TO WS-TZN-RC
052300     END-IF.
052400 2800-EXIT.
052500     EXIT.
052600 9000-END-OF-JOB.
052700     MOVE SPACES TO TZNR-RECORD.
052800     WRITE TZNR-RECORD.
052900     MOVE WS-CARD-COUNT    TO WS-FTR-CARDS.
053000     MOVE WS-DATE-COUNT    TO WS-FTR-DATES.
053100     MOVE WS-PASTEND-COUNT TO WS-FTR-PASTEND.
053200     MOVE WS-TZNREJ-COUNT  TO WS-FTR-REJ.
053300     MOVE WS-TZN-FOOTER-LINE TO TZNR-RECORD.
053400     WRITE TZNR-RECORD.
053500     CLOSE TZNR-FILE.
053600     IF WS-TMST-OPEN
053700         CLOSE TMST-FILE
053800     END-IF.
053900     IF WS-TZN-OPEN
054000         CLOSE TZN-FILE
054100     END-IF.
054200     MOVE WS-TZN-RC TO RETURN-CODE.
054300 9000-EXIT.
054400     EXIT.

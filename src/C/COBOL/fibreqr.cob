000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBREQR.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBREQR - SEQUENCE REQUEST RESPONSE.  ANSWERS THE ORDER    *
000900*           SYSTEM FOR EVERY REQUEST FIBREQI TOOK IN ON AN   *
001000*           INTAKE DATE (RSPIN CARD, DEFAULT TODAY).  EACH   *
001100*           REQUEST ON THE REQUEST LOG (REQLOG) IS MATCHED   *
001200*           BY JOB ID AND TIME TO THE RUN FIBSTEP RECORDED   *
001300*           ON FIBAUDT AND, FOR A CARD FIBSTEP REJECTED, TO  *
001400*           ITS FIBSUSP RECORD.  REQRESP (FIBRRSP) CARRIES   *
001500*           ONE DETAIL PER REQUEST - COMPLETED WITH THE      *
001600*           TERMS PRODUCED, HALTED ON OVERFLOW, REJECTED     *
001700*           (AT INTAKE OR BY FIBSTEP) WITH ITS REASON        *
001800*           CODES, SUSPENDED WITH THE SUSPENSE STATUS AND    *
001900*           REASONS, OR NOT RUN - BETWEEN A HEADER AND A     *
002000*           CONTROL TRAILER.  RSPRPT LISTS THE SAME.         *
002100*           RC 4  = NO REQUESTS FOR THE DATE, OR REQUESTS    *
002200*                   QUEUED BUT NOT RUN YET                   *
002300*           RC 12 = DATE CARD INVALID OR OVER 1000           *
002400*                   REQUESTS - NO RESPONSE WRITTEN           *
002500*-----------------------------------------------------------*
002600* MODIFICATION HISTORY                                       *
002700*-----------------------------------------------------------*
002800* DATE       INIT  DESCRIPTION                                *
002900* 2026-10-12  RH   ORIGINAL VERSION.                          *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RSPC-FILE ASSIGN TO "RSPIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RSPC-FILE-STATUS.
004000     SELECT RQL-FILE ASSIGN TO "REQLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RQL-FILE-STATUS.
004300     SELECT AUDIT-FILE ASSIGN TO "FIBAUDT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004600     SELECT SUSP-FILE ASSIGN TO "FIBSUSP"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SUSP-FILE-STATUS.
004900     SELECT RSP-FILE ASSIGN TO "REQRESP"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT RSR-FILE ASSIGN TO "RSPRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RSPC-FILE
005600     RECORDING MODE IS F.
005700 01  RSPC-CARD.
005800     05  RSPC-INTAKE-DATE        PIC 9(08).
005900     05  RSPC-INTAKE-DATE-X REDEFINES RSPC-INTAKE-DATE
006000                                 PIC X(08).
006100     05  FILLER                  PIC X(72).
006200     COPY FIBRQLG.
006300     COPY FIBAUDT.
006400     COPY FIBSUSP.
006500     COPY FIBRRSP.
006600 FD  RSR-FILE
006700     RECORDING MODE IS F.
006800 01  RSR-RECORD                 PIC X(132).
006900 WORKING-STORAGE SECTION.
007000     COPY FIBRSNW.
007100 01  WS-RSPC-FILE-STATUS         PIC X(02)  VALUE "00".
007200 01  WS-RQL-FILE-STATUS          PIC X(02)  VALUE "00".
007300 01  WS-AUDIT-FILE-STATUS        PIC X(02)  VALUE "00".
007400 01  WS-SUSP-FILE-STATUS         PIC X(02)  VALUE "00".
007500 01  WS-RQL-EOF-SW               PIC X(01)  VALUE "N".
007600     88  WS-RQL-EOF                          VALUE "Y".
007700 01  WS-AUDIT-EOF-SW             PIC X(01)  VALUE "N".
007800     88  WS-AUDIT-EOF                        VALUE "Y".
007900 01  WS-SUSP-EOF-SW              PIC X(01)  VALUE "N".
008000     88  WS-SUSP-EOF                         VALUE "Y".
008100 01  WS-RQR-ABORT-SW             PIC X(01)  VALUE "N".
008200     88  WS-RQR-ABORTED                      VALUE "Y".
008300 01  WS-RQR-HIT-SW               PIC X(01)  VALUE "N".
008400     88  WS-RQR-HIT                          VALUE "Y".
008500 01  WS-RQR-RC                   PIC 9(02)  VALUE ZERO.
008600 01  WS-RQR-DATE                 PIC 9(08)  VALUE ZERO.
008700 01  WS-RQR-DATE-X REDEFINES WS-RQR-DATE
008800                                 PIC X(08).
008900 01  WS-RQR-DATE-PARTS REDEFINES WS-RQR-DATE.
009000     05  FILLER                  PIC 9(04).
009100     05  WS-RQR-DATE-MM          PIC 9(02).
009200     05  WS-RQR-DATE-DD          PIC 9(02).
009300 01  WS-RQR-STAMP                PIC X(14)  VALUE SPACES.
009400 01  WS-RQR-SYS-DATE             PIC 9(08)  VALUE ZERO.
009500 01  WS-RQR-RPT-DATE REDEFINES WS-RQR-SYS-DATE.
009600     05  WS-RQS-YYYY             PIC 9(04).
009700     05  WS-RQS-MM               PIC 9(02).
009800     05  WS-RQS-DD               PIC 9(02).
009900 01  WS-RQR-SYS-TIME.
010000     05  WS-RQR-HHMMSS           PIC 9(06).
010100     05  WS-RQR-HSEC             PIC 9(02).
010200*-----------------------------------------------------------*
010300* THE REQUESTS TAKEN IN ON THE INTAKE DATE, IN LOG ORDER,    *
010400* WITH WHAT BECAME OF EACH.  WS-RQT-AUD-STATUS IS THE        *
010500* FIBAUDT STATUS OF THE RUN MATCHED TO THE REQUEST (SPACE =  *
010600* NO RUN YET); WS-RQT-SUSP-STATUS IS THE STATUS OF ITS       *
010700* SUSPENSE RECORD WHEN FIBSTEP REJECTED THE CARD.            *
010800*-----------------------------------------------------------*
010900 01  WS-RQT-MAX                  PIC 9(04)  COMP VALUE 1000.
011000 01  WS-RQT-COUNT                PIC 9(04)  COMP VALUE ZERO.
011100 01  WS-RQT-IX                   PIC 9(04)  COMP VALUE ZERO.
011200 01  WS-RQT-TABLE.
011300     05  WS-RQT-ENTRY            OCCURS 1000 TIMES.
011400         10  WS-RQT-REQ-ID       PIC X(08).
011500         10  WS-RQT-JOB-ID       PIC X(08).
011600         10  WS-RQT-STAMP        PIC X(14).
011700         10  WS-RQT-LOG-STATUS   PIC X(01).
011800         10  WS-RQT-LOG-FLAGS    PIC X(12).
011900         10  WS-RQT-TERMS-REQ    PIC 9(05).
012000         10  WS-RQT-OUTCOME      PIC X(01).
012100         10  WS-RQT-AUD-STATUS   PIC X(01).
012200         10  WS-RQT-TERMS-PROD   PIC 9(05).
012300         10  WS-RQT-OUT-STAMP    PIC X(14).
012400         10  WS-RQT-SUSP-STATUS  PIC X(01).
012500         10  WS-RQT-SUSP-FLAGS   PIC X(11).
012600 01  WS-RSP-WRITTEN              PIC 9(09)  COMP VALUE ZERO.
012700 01  WS-CNT-COMPLETED            PIC 9(07)  COMP VALUE ZERO.
012800 01  WS-CNT-OVERFLOW             PIC 9(07)  COMP VALUE ZERO.
012900 01  WS-CNT-REJECTED             PIC 9(07)  COMP VALUE ZERO.
013000 01  WS-CNT-SUSPENDED            PIC 9(07)  COMP VALUE ZERO.
013100 01  WS-CNT-NOT-RUN              PIC 9(07)  COMP VALUE ZERO.
013200 01  WS-RQR-TITLE-LINE.
013300     05  FILLER                  PIC X(53) VALUE SPACES.
013400     05  FILLER                  PIC X(25)
013500             VALUE "SEQUENCE REQUEST RESPONSE".
013600     05  FILLER                  PIC X(54) VALUE SPACES.
013700 01  WS-RQR-DATE-LINE.
013800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
013900     05  WS-RQR-RPT-MM           PIC 99.
014000     05  FILLER                  PIC X(01) VALUE "/".
014100     05  WS-RQR-RPT-DD           PIC 99.
014200     05  FILLER                  PIC X(01) VALUE "/".
014300     05  WS-RQR-RPT-YYYY         PIC 9(04).
014400     05  FILLER                  PIC X(15)
014500             VALUE "  INTAKE DATE: ".
014600     05  WS-RQR-RPT-INTAKE       PIC X(08).
014700     05  FILLER                  PIC X(89) VALUE SPACES.
014800 01  WS-RQR-COLUMN-LINE.
014900     05  FILLER                  PIC X(10) VALUE "REQUEST".
015000     05  FILLER                  PIC X(10) VALUE "JOB ID".
015100     05  FILLER                  PIC X(13) VALUE "OUTCOME".
015200     05  FILLER                  PIC X(04) VALUE "SUSP".
015300     05  FILLER                  PIC X(07) VALUE " REQD".
015400     05  FILLER                  PIC X(07) VALUE " PROD".
015500     05  FILLER                  PIC X(81) VALUE "REASONS".
015600 01  WS-RQR-DETAIL-LINE.
015700     05  WS-RQD-REQ-ID           PIC X(08).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-RQD-JOB-ID           PIC X(08).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WS-RQD-OUTCOME          PIC X(10).
016200     05  FILLER                  PIC X(03) VALUE SPACES.
016300     05  WS-RQD-SUSP-STATUS      PIC X(01).
016400     05  FILLER                  PIC X(03) VALUE SPACES.
016500     05  WS-RQD-TERMS-REQ        PIC ZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-RQD-TERMS-PROD       PIC ZZZZ9.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  WS-RQD-CODE-AREA.
017000         10  WS-RQD-CODE         OCCURS 9 TIMES.
017100             15  WS-RQD-CODE-ID  PIC X(08).
017200             15  FILLER          PIC X(01).
017300 01  WS-RQR-FOOTER-LINE.
017400     05  FILLER                  PIC X(10) VALUE "REQUESTS: ".
017500     05  WS-FTR-REQUESTS         PIC ZZZZZZ9.
017600     05  FILLER                  PIC X(13) VALUE "  COMPLETED: ".
017700     05  WS-FTR-COMPLETED        PIC ZZZZZZ9.
017800     05  FILLER                  PIC X(12) VALUE "  OVERFLOW: ".
017900     05  WS-FTR-OVERFLOW         PIC ZZZZZZ9.
018000     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
018100     05  WS-FTR-REJECTED         PIC ZZZZZZ9.
018200     05  FILLER                  PIC X(13) VALUE "  SUSPENDED: ".
018300     05  WS-FTR-SUSPENDED        PIC ZZZZZZ9.
018400     05  FILLER                  PIC X(11) VALUE "  NOT RUN: ".
018500     05  WS-FTR-NOT-RUN          PIC ZZZZZZ9.
018600     05  FILLER                  PIC X(19) VALUE SPACES.
018700 01  WS-RQR-MSG-LINE.
018800     05  WS-RQR-MSG-TEXT         PIC X(09).
018900     05  WS-RQR-MSG-COUNT        PIC ZZZZZZ9.
019000     05  WS-RQR-MSG-TEXT2        PIC X(116).
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE
019400         THRU 1000-EXIT.
019500     IF NOT WS-RQR-ABORTED
019600         PERFORM 2000-LOAD-REQUEST-LOG
019700             THRU 2000-EXIT
019800     END-IF.
019900     IF NOT WS-RQR-ABORTED
020000         PERFORM 3000-MATCH-AUDIT
020100             THRU 3000-EXIT
020200         PERFORM 3500-MATCH-SUSPENSE
020300             THRU 3500-EXIT
020400         PERFORM 4000-WRITE-RESPONSE
020500             THRU 4000-EXIT
020600     END-IF.
020700     PERFORM 9000-END-OF-JOB
020800         THRU 9000-EXIT.
020900     GOBACK.
021000*-----------------------------------------------------------*
021100* 1000 - THE INTAKE DATE TO ANSWER FOR COMES FROM THE RSPIN  *
021200*        CARD (1-8, CCYYMMDD); NO CARD OR A BLANK ONE MEANS  *
021300*        TODAY.                                              *
021400*-----------------------------------------------------------*
021500 1000-INITIALIZE.
021600     ACCEPT WS-RQR-SYS-DATE FROM DATE YYYYMMDD.
021700     ACCEPT WS-RQR-SYS-TIME FROM TIME.
021800     MOVE WS-RQS-MM        TO WS-RQR-RPT-MM.
021900     MOVE WS-RQS-DD        TO WS-RQR-RPT-DD.
022000     MOVE WS-RQS-YYYY      TO WS-RQR-RPT-YYYY.
022100     MOVE WS-RQR-SYS-DATE  TO WS-RQR-DATE.
022200     OPEN OUTPUT RSR-FILE.
022300     OPEN OUTPUT RSP-FILE.
022400     OPEN INPUT RSPC-FILE.
022500     IF WS-RSPC-FILE-STATUS = "00"
022600         READ RSPC-FILE
022700             AT END
022800                 MOVE SPACES TO RSPC-CARD
022900         END-READ
023000         CLOSE RSPC-FILE
023100         IF RSPC-INTAKE-DATE-X NOT = SPACES
023200             MOVE RSPC-INTAKE-DATE-X TO WS-RQR-DATE-X
023300         END-IF
023400     END-IF.
023500     MOVE WS-RQR-DATE-X    TO WS-RQR-RPT-INTAKE.
023600     MOVE WS-RQR-TITLE-LINE TO RSR-RECORD.
023700     WRITE RSR-RECORD.
023800     MOVE WS-RQR-DATE-LINE  TO RSR-RECORD.
023900     WRITE RSR-RECORD.
024000     IF WS-RQR-DATE NOT NUMERIC
024100        OR WS-RQR-DATE-MM < 1
024200        OR WS-RQR-DATE-MM > 12
024300        OR WS-RQR-DATE-DD < 1
024400        OR WS-RQR-DATE-DD > 31
024500         MOVE "FIB0143E RESPONSE DATE CARD INVALID - NO RESPONSE"
024600             TO RSR-RECORD
024700         MOVE " WRITTEN" TO RSR-RECORD (50:8)
024800         WRITE RSR-RECORD
024900         MOVE 12 TO WS-RQR-RC
025000         SET WS-RQR-ABORTED TO TRUE
025100     END-IF.
025200 1000-EXIT.
025300     EXIT.
025400*-----------------------------------------------------------*
025500* 2000 - THE REQUESTS LOGGED ON THE INTAKE DATE.  ONE TAKEN  *
025600*        IN AND REJECTED BY FIBREQI IS ALREADY ANSWERED; ONE *
025700*        QUEUED IS NOT RUN UNTIL A FIBAUDT RECORD SAYS SO.   *
025800*-----------------------------------------------------------*
025900 2000-LOAD-REQUEST-LOG.
026000     OPEN INPUT RQL-FILE.
026100     IF WS-RQL-FILE-STATUS NOT = "00"
026200         GO TO 2000-EXIT
026300     END-IF.
026400     PERFORM 2100-READ-REQUEST-LOG
026500         THRU 2100-EXIT
026600         UNTIL WS-RQL-EOF
026700            OR WS-RQR-ABORTED.
026800     CLOSE RQL-FILE.
026900 2000-EXIT.
027000     EXIT.
027100 2100-READ-REQUEST-LOG.
027200     READ RQL-FILE
027300         AT END
027400             SET WS-RQL-EOF TO TRUE
027500             GO TO 2100-EXIT
027600     END-READ.
027700     IF RQL-INTAKE-DATE NOT = WS-RQR-DATE
027800         GO TO 2100-EXIT
027900     END-IF.
028000     IF WS-RQT-COUNT NOT < WS-RQT-MAX
028100         MOVE "FIB0142E OVER 1000 REQUESTS LOGGED FOR THE DATE -"
028200             TO RSR-RECORD
028300         MOVE " NO RESPONSE WRITTEN" TO RSR-RECORD (50:20)
028400         WRITE RSR-RECORD
028500         MOVE 12 TO WS-RQR-RC
028600         SET WS-RQR-ABORTED TO TRUE
028700         GO TO 2100-EXIT
028800     END-IF.
028900     ADD 1 TO WS-RQT-COUNT.
029000     MOVE RQL-REQ-ID       TO WS-RQT-REQ-ID (WS-RQT-COUNT).
029100     MOVE RQL-JOB-ID       TO WS-RQT-JOB-ID (WS-RQT-COUNT).
029200     MOVE RQL-STAMP        TO WS-RQT-STAMP (WS-RQT-COUNT).
029300     MOVE RQL-STATUS       TO WS-RQT-LOG-STATUS (WS-RQT-COUNT).
029400     MOVE RQL-REASON-FLAGS TO WS-RQT-LOG-FLAGS (WS-RQT-COUNT).
029500     MOVE RQL-TERM-COUNT   TO WS-RQT-TERMS-REQ (WS-RQT-COUNT).
029600     MOVE ZERO             TO WS-RQT-TERMS-PROD (WS-RQT-COUNT).
029700     MOVE SPACE            TO WS-RQT-AUD-STATUS (WS-RQT-COUNT)
029800                              WS-RQT-SUSP-STATUS (WS-RQT-COUNT).
029900     MOVE ALL "N"          TO WS-RQT-SUSP-FLAGS (WS-RQT-COUNT).
030000     IF RQL-REJECTED
030100         MOVE "R"          TO WS-RQT-OUTCOME (WS-RQT-COUNT)
030200         MOVE RQL-STAMP    TO WS-RQT-OUT-STAMP (WS-RQT-COUNT)
030300     ELSE
030400         MOVE "N"          TO WS-RQT-OUTCOME (WS-RQT-COUNT)
030500         MOVE ZEROS        TO WS-RQT-OUT-STAMP (WS-RQT-COUNT)
030600     END-IF.
030700 2100-EXIT.
030800     EXIT.
030900*-----------------------------------------------------------*
031000* 3000 - EACH RUN ON OR AFTER THE INTAKE DATE IS GIVEN TO    *
031100*        THE FIRST QUEUED REQUEST, NOT YET MATCHED, WITH THE *
031200*        SAME JOB ID AND AN INTAKE STAMP NO LATER THAN THE   *
031300*        RUN.  FIBSTEP TAKES FIB.PARMIN IN ORDER, SO         *
031400*        REQUESTS SHARING A PROFILE JOB ID PAIR OFF WITH     *
031500*        THEIR RUNS IN THE SAME ORDER.                       *
031600*-----------------------------------------------------------*
031700 3000-MATCH-AUDIT.
031800     IF WS-RQT-COUNT = ZERO
031900         GO TO 3000-EXIT
032000     END-IF.
032100     OPEN INPUT AUDIT-FILE.
032200     IF WS-AUDIT-FILE-STATUS NOT = "00"
032300         GO TO 3000-EXIT
032400     END-IF.
032500     PERFORM 3100-READ-AUDIT
032600         THRU 3100-EXIT
032700         UNTIL WS-AUDIT-EOF.
032800     CLOSE AUDIT-FILE.
032900 3000-EXIT.
033000     EXIT.
033100 3100-READ-AUDIT.
033200     READ AUDIT-FILE
033300         AT END
033400             SET WS-AUDIT-EOF TO TRUE
033500             GO TO 3100-EXIT
033600     END-READ.
033700     IF AUDIT-RECORD (1:8) < WS-RQR-DATE-X
033800         GO TO 3100-EXIT
033900     END-IF.
034000     MOVE AUDIT-RECORD (1:14) TO WS-RQR-STAMP.
034100     MOVE "N" TO WS-RQR-HIT-SW.
034200     PERFORM 3200-FIND-RUN-REQUEST
034300         THRU 3200-EXIT
034400         VARYING WS-RQT-IX FROM 1 BY 1
034500         UNTIL WS-RQT-IX > WS-RQT-COUNT
034600            OR WS-RQR-HIT.
034700 3100-EXIT.
034800     EXIT.
034900 3200-FIND-RUN-REQUEST.
035000     IF WS-RQT-LOG-STATUS (WS-RQT-IX) NOT = "Q"
035100        OR WS-RQT-AUD-STATUS (WS-RQT-IX) NOT = SPACE
035200        OR WS-RQT-JOB-ID (WS-RQT-IX) NOT = AUDIT-JOB-ID
035300        OR WS-RQT-STAMP (WS-RQT-IX) > WS-RQR-STAMP
035400         GO TO 3200-EXIT
035500     END-IF.
035600     SET WS-RQR-HIT TO TRUE.
035700     MOVE AUDIT-STATUS     TO WS-RQT-AUD-STATUS (WS-RQT-IX).
035800     MOVE WS-RQR-STAMP     TO WS-RQT-OUT-STAMP (WS-RQT-IX).
035900     IF AUDIT-TERMS-PRODUCED NUMERIC
036000         MOVE AUDIT-TERMS-PRODUCED
036100             TO WS-RQT-TERMS-PROD (WS-RQT-IX)
036200     END-IF.
036300     EVALUATE AUDIT-STATUS
036400         WHEN "C"
036500             MOVE "C" TO WS-RQT-OUTCOME (WS-RQT-IX)
036600         WHEN "O"
036700             MOVE "O" TO WS-RQT-OUTCOME (WS-RQT-IX)
036800         WHEN OTHER
036900             MOVE "R" TO WS-RQT-OUTCOME (WS-RQT-IX)
037000     END-EVALUATE.
037100 3200-EXIT.
037200     EXIT.
037300*-----------------------------------------------------------*
037400* 3500 - A RUN FIBSTEP REJECTED (AUDIT STATUS R OR V) LEFT A *
037500*        SUSPENSE RECORD UNDER THE SAME JOB ID.  THE REQUEST *
037600*        IS ANSWERED AS SUSPENDED WITH THE SUSPENSE STATUS   *
037700*        (OPEN, REPAIRED OR CANCELLED) AND ITS REASONS.      *
037800*-----------------------------------------------------------*
037900 3500-MATCH-SUSPENSE.
038000     IF WS-RQT-COUNT = ZERO
038100         GO TO 3500-EXIT
038200     END-IF.
038300     OPEN INPUT SUSP-FILE.
038400     IF WS-SUSP-FILE-STATUS NOT = "00"
038500         GO TO 3500-EXIT
038600     END-IF.
038700     PERFORM 3600-READ-SUSPENSE
038800         THRU 3600-EXIT
038900         UNTIL WS-SUSP-EOF.
039000     CLOSE SUSP-FILE.
039100 3500-EXIT.
039200     EXIT.
039300 3600-READ-SUSPENSE.
039400     READ SUSP-FILE
039500         AT END
039600             SET WS-SUSP-EOF TO TRUE
039700             GO TO 3600-EXIT
039800     END-READ.
039900     IF SUSP-RECORD (2:8) < WS-RQR-DATE-X
040000         GO TO 3600-EXIT
040100     END-IF.
040200     MOVE SUSP-RECORD (2:14) TO WS-RQR-STAMP.
040300     MOVE "N" TO WS-RQR-HIT-SW.
040400     PERFORM 3700-FIND-SUSP-REQUEST
040500         THRU 3700-EXIT
040600         VARYING WS-RQT-IX FROM 1 BY 1
040700         UNTIL WS-RQT-IX > WS-RQT-COUNT
040800            OR WS-RQR-HIT.
040900 3600-EXIT.
041000     EXIT.
041100 3700-FIND-SUSP-REQUEST.
041200     IF WS-RQT-AUD-STATUS (WS-RQT-IX) NOT = "R"
041300        AND WS-RQT-AUD-STATUS (WS-RQT-IX) NOT = "V"
041400         GO TO 3700-EXIT
041500     END-IF.
041600     IF WS-RQT-SUSP-STATUS (WS-RQT-IX) NOT = SPACE
041700        OR WS-RQT-JOB-ID (WS-RQT-IX) NOT = SUSP-JOB-ID
041800        OR WS-RQT-STAMP (WS-RQT-IX) > WS-RQR-STAMP
041900         GO TO 3700-EXIT
042000     END-IF.
042100     SET WS-RQR-HIT TO TRUE.
042200     MOVE "S"               TO WS-RQT-OUTCOME (WS-RQT-IX).
042300     MOVE SUSP-STATUS       TO WS-RQT-SUSP-STATUS (WS-RQT-IX).
042400     MOVE SUSP-REASON-FLAGS TO WS-RQT-SUSP-FLAGS (WS-RQT-IX).
042500 3700-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------*
042800* 4000 - THE RESPONSE FILE: HEADER, ONE DETAIL PER REQUEST   *
042900*        IN INTAKE ORDER, TRAILER WITH THE RECORD COUNT AND  *
043000*        THE COUNT OF EACH OUTCOME.  IT IS WRITTEN EVEN      *
043100*        WHEN NO REQUESTS WERE LOGGED, SO THE ORDER SYSTEM   *
043200*        ALWAYS GETS AN ANSWER FILE FOR THE DATE.            *
043300*-----------------------------------------------------------*
043400 4000-WRITE-RESPONSE.
043500     MOVE SPACES          TO RSP-RECORD.
043600     SET RSP-HEADER       TO TRUE.
043700     MOVE "FIBREQR"       TO RSP-FEED-ID.
043800     MOVE WS-RQR-DATE     TO RSP-INTAKE-DATE.
043900     MOVE WS-RQR-SYS-DATE TO RSP-CREATE-DATE.
044000     MOVE WS-RQR-HHMMSS   TO RSP-CREATE-TIME.
044100     WRITE RSP-RECORD.
044200     MOVE SPACES TO RSR-RECORD.
044300     WRITE RSR-RECORD.
044400     IF WS-RQT-COUNT = ZERO
044500         MOVE "FIB0140W NO REQUESTS LOGGED FOR THE INTAKE DATE"
044600             TO RSR-RECORD
044700         WRITE RSR-RECORD
044800         MOVE 4 TO WS-RQR-RC
044900     ELSE
045000         MOVE WS-RQR-COLUMN-LINE TO RSR-RECORD
045100         WRITE RSR-RECORD
045200         PERFORM 4100-WRITE-RESPONSE-DETAIL
045300             THRU 4100-EXIT
045400             VARYING WS-RQT-IX FROM 1 BY 1
045500             UNTIL WS-RQT-IX > WS-RQT-COUNT
045600     END-IF.
045700     MOVE SPACES              TO RSP-RECORD.
045800     SET RSP-TRAILER          TO TRUE.
045900     MOVE WS-RSP-WRITTEN      TO RSP-REC-COUNT.
046000     MOVE WS-CNT-COMPLETED    TO RSP-COMPLETED-COUNT.
046100     MOVE WS-CNT-OVERFLOW     TO RSP-OVERFLOW-COUNT.
046200     MOVE WS-CNT-REJECTED     TO RSP-REJECTED-COUNT.
046300     MOVE WS-CNT-SUSPENDED    TO RSP-SUSPENDED-COUNT.
046400     MOVE WS-CNT-NOT-RUN      TO RSP-NOT-RUN-COUNT.
046500     WRITE RSP-RECORD.
046600     IF WS-CNT-NOT-RUN > ZERO
046700         MOVE SPACES TO WS-RQR-MSG-LINE
046800         MOVE "FIB0141W"      TO WS-RQR-MSG-TEXT
046900         MOVE WS-CNT-NOT-RUN  TO WS-RQR-MSG-COUNT
047000         MOVE " REQUEST(S) QUEUED BUT NOT RUN YET"
047100             TO WS-RQR-MSG-TEXT2
047200         MOVE SPACES TO RSR-RECORD
047300         WRITE RSR-RECORD
047400         MOVE WS-RQR-MSG-LINE TO RSR-RECORD
047500         WRITE RSR-RECORD
047600         IF WS-RQR-RC < 4
047700             MOVE 4 TO WS-RQR-RC
047800         END-IF
047900     END-IF.
048000 4000-EXIT.
048100     EXIT.
048200 4100-WRITE-RESPONSE-DETAIL.
048300     MOVE SPACES TO RSP-RECORD.
048400     SET RSP-DETAIL TO TRUE.
048500     MOVE WS-RQT-REQ-ID (WS-RQT-IX)      TO RSP-REQ-ID.
048600     MOVE WS-RQT-OUTCOME (WS-RQT-IX)     TO RSP-OUTCOME.
048700     MOVE WS-RQT-SUSP-STATUS (WS-RQT-IX) TO RSP-SUSP-STATUS.
048800     MOVE WS-RQT-JOB-ID (WS-RQT-IX)      TO RSP-JOB-ID.
048900     MOVE WS-RQT-TERMS-REQ (WS-RQT-IX)   TO RSP-TERMS-REQUESTED.
049000     MOVE WS-RQT-TERMS-PROD (WS-RQT-IX)  TO RSP-TERMS-PRODUCED.
049100     MOVE WS-RQT-OUT-STAMP (WS-RQT-IX) (1:8)
049200                                         TO RSP-OUTCOME-DATE.
049300     MOVE WS-RQT-OUT-STAMP (WS-RQT-IX) (9:6)
049400                                         TO RSP-OUTCOME-TIME.
049500     MOVE ALL "N" TO WS-RSN-FLAGS.
049600     IF RSP-SUSPENDED
049700         MOVE WS-RQT-SUSP-FLAGS (WS-RQT-IX) TO WS-RSN-FLAGS (1:11)
049800     END-IF.
049900     IF RSP-REJECTED
050000        AND WS-RQT-LOG-STATUS (WS-RQT-IX) = "R"
050100         MOVE WS-RQT-LOG-FLAGS (WS-RQT-IX) TO WS-RSN-FLAGS
050200     END-IF.
050300     PERFORM 9500-LIST-REASON-CODES
050400         THRU 9500-EXIT.
050500     MOVE WS-RSN-COUNT TO RSP-REASON-COUNT.
050600     MOVE SPACES TO WS-RQD-CODE-AREA.
050700     PERFORM 4200-MOVE-REASON-CODE
050800         THRU 4200-EXIT
050900         VARYING WS-RSN-IX FROM 1 BY 1
051000         UNTIL WS-RSN-IX > WS-RSN-COUNT.
051100     WRITE RSP-RECORD.
051200     ADD 1 TO WS-RSP-WRITTEN.
051300     EVALUATE TRUE
051400         WHEN RSP-COMPLETED
051500             ADD 1 TO WS-CNT-COMPLETED
051600             MOVE "COMPLETED"  TO WS-RQD-OUTCOME
051700         WHEN RSP-OVERFLOW-HALTED
051800             ADD 1 TO WS-CNT-OVERFLOW
051900             MOVE "OVERFLOW"   TO WS-RQD-OUTCOME
052000         WHEN RSP-REJECTED
052100             ADD 1 TO WS-CNT-REJECTED
052200             MOVE "REJECTED"   TO WS-RQD-OUTCOME
052300         WHEN RSP-SUSPENDED
052400             ADD 1 TO WS-CNT-SUSPENDED
052500             MOVE "SUSPENDED"  TO WS-RQD-OUTCOME
052600         WHEN OTHER
052700             ADD 1 TO WS-CNT-NOT-RUN
052800             MOVE "NOT RUN"    TO WS-RQD-OUTCOME
052900     END-EVALUATE.
053000     MOVE RSP-REQ-ID          TO WS-RQD-REQ-ID.
053100     MOVE RSP-JOB-ID          TO WS-RQD-JOB-ID.
053200     MOVE RSP-SUSP-STATUS     TO WS-RQD-SUSP-STATUS.
053300     MOVE RSP-TERMS-REQUESTED TO WS-RQD-TERMS-REQ.
053400     MOVE RSP-TERMS-PRODUCED  TO WS-RQD-TERMS-PROD.
053500     MOVE WS-RQR-DETAIL-LINE  TO RSR-RECORD.
053600     WRITE RSR-RECORD.
053700 4100-EXIT.
053800     EXIT.
053900 4200-MOVE-REASON-CODE.
054000     MOVE WS-RSN-CODE (WS-RSN-IX) TO RSP-REASON-CODE (WS-RSN-IX).
054100     IF WS-RSN-IX NOT > 9
054200         MOVE WS-RSN-CODE (WS-RSN-IX)
054300             TO WS-RQD-CODE-ID (WS-RSN-IX)
054400     END-IF.
054500 4200-EXIT.
054600     EXIT.
054700 9000-END-OF-JOB.
054800     MOVE WS-RQT-COUNT     TO WS-FTR-REQUESTS.
054900     MOVE WS-CNT-COMPLETED TO WS-FTR-COMPLETED.
055000     MOVE WS-CNT-OVERFLOW  TO WS-FTR-OVERFLOW.
055100     MOVE WS-CNT-REJECTED  TO WS-FTR-REJECTED.
055200     MOVE WS-CNT-SUSPENDED TO WS-FTR-SUSPENDED.
055300     MOVE WS-CNT-NOT-RUN   TO WS-FTR-NOT-RUN.
055400     MOVE SPACES TO RSR-RECORD.
055500     WRITE RSR-RECORD.
055600     MOVE WS-RQR-FOOTER-LINE TO RSR-RECORD.
055700     WRITE RSR-RECORD.
055800     CLOSE RSP-FILE.
055900     CLOSE RSR-FILE.
056000     MOVE WS-RQR-RC TO RETURN-CODE.
056100 9000-EXIT.
056200     EXIT.
056300     COPY FIBRSNP.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBSTPC.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBSTPC - FIBRUN STEP-LEDGER CONTROL.  THE STEP PROGRAMS   *
000900*           OF THE FIBRUN JOB POST THEIR OWN START AND       *
001000*           COMPLETION RECORDS TO THE STEP LEDGER            *
001100*           (FIBSTPL); THIS PROGRAM DOES THE LEDGER WORK     *
001200*           THE JCL ITSELF NEEDS, DRIVEN BY ONE STPCIN       *
001300*           CARD:                                            *
001400*             START - OPENS THE SUBMISSION.  THE DAY'S       *
001500*               LEDGER IS READ AND THE NEXT SUBMISSION       *
001600*               NUMBER POSTED ON A STPSTART RECORD.  RC 0 =  *
001700*               FIRST RUN OF THE BUSINESS DATE, RC 1 = THE   *
001800*               LAST RUN OF THE DATE DID NOT FINISH (A STEP  *
001900*               STARTED OR ENDED NOT CLEAN, OR THE DIGEST    *
002000*               NEVER POSTED) AND THIS SUBMISSION RESUMES    *
002100*               IT, RC 2 = THE DATE'S RUN ALREADY FINISHED.  *
002200*               ON A RESUME THE STEPS ALREADY COMPLETE ARE   *
002300*               LISTED.                                      *
002400*             CHECK - FOR A UTILITY STEP THE JCL MUST        *
002500*               BYPASS ON A RESUME (THE GDG ARCHIVE, THE     *
002600*               PRICING-FEED SCRATCH).  RC 1 = THE STEP      *
002700*               ALREADY ENDED CLEAN IN THE RUN BEING         *
002800*               RESUMED, RC 0 = IT MUST RUN (AND IS MARKED   *
002900*               STARTED).                                    *
003000*             POST - POSTS A COMPLETION RECORD FOR A         *
003100*               UTILITY STEP THAT CANNOT POST ITS OWN, WITH  *
003200*               THE RC ON THE CARD (CLEAN ONLY AT RC 0).     *
003300*           CARD: FUNCTION(1-8) STEP NAME(9-16) RC(17-20,    *
003400*           POST ONLY, BLANK = 0).  RC 12 = CONTROL CARD     *
003500*           MISSING OR INVALID, OR THE DATE'S SUBMISSION     *
003600*           LIMIT REACHED.                                   *
003700*-----------------------------------------------------------*
003800* MODIFICATION HISTORY                                       *
003900*-----------------------------------------------------------*
004000* DATE       INIT  DESCRIPTION                                *
004100* 2026-10-07  RH   ORIGINAL VERSION - START, CHECK AND POST   *
004200*                  FUNCTIONS FOR THE FIBRUN STEP LEDGER AND   *
004300*                  RESUME-FROM-FAILED-STEP.                   *
004310* 2026-10-13  RH   POST NOW ALSO APPENDS A PERFORMANCE        *
004320*                  HISTORY RECORD (FIBPERF) FOR THE UTILITY   *
004330*                  STEP, TIMED FROM THE START MARKED BY ITS   *
004340*                  CHECK CARD TO THE POST, FOR THE WEEKLY     *
004350*                  FIBPTRD TREND REPORT.                      *
004360* 2026-10-15  RH   A FULL STEP TABLE NOW HAS ITS OWN MESSAGE, *
004370*                  FIB0122W, APART FROM FIB0120W (STEP        *
004380*                  LEDGER NOT AVAILABLE).                     *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STPC-FILE ASSIGN TO "STPCIN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STPC-FILE-STATUS.
005400     SELECT STPL-FILE ASSIGN TO "STEPLDG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STPL-FILE-STATUS.
005620     SELECT PERF-FILE ASSIGN TO "PERFHST"
005640         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-PERF-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STPC-FILE
006000     RECORDING MODE IS F.
006100 01  STPC-CARD.
006200     05  STPC-FUNCTION           PIC X(08).
006300         88  STPC-START                      VALUE "START   ".
006400         88  STPC-CHECK                      VALUE "CHECK   ".
006500         88  STPC-POST                       VALUE "POST    ".
006600     05  STPC-STEP-NAME          PIC X(08).
006700     05  STPC-RC                 PIC 9(04).
006800     05  STPC-RC-X REDEFINES STPC-RC
006900                                 PIC X(04).
007000     05  FILLER                  PIC X(60).
007100     COPY FIBSTPL.
007150     COPY FIBPERF.
007200 WORKING-STORAGE SECTION.
007300     COPY FIBSTPW.
007400 01  WS-STPC-FILE-STATUS         PIC X(02)  VALUE "00".
007500 01  WS-STPC-RC                  PIC 9(02)  VALUE ZERO.
007600 01  WS-CARD-SW                  PIC X(01)  VALUE "Y".
007700     88  WS-CARD-VALID                       VALUE "Y".
007800     88  WS-CARD-INVALID                     VALUE "N".
007900*-----------------------------------------------------------*
008000* RUN STATE FOR START - ONE ENTRY PER STEP SEEN IN THE RUN   *
008100* BEING ASSESSED, HOLDING THE STATUS OF ITS LATEST RECORD.   *
008200* A NON-RESUME STPSTART EMPTIES THE TABLE.                   *
008300*-----------------------------------------------------------*
008400 01  WS-MAX-SUB                  PIC 9(02)  VALUE ZERO.
008500 01  WS-DIG-SUB                  PIC 9(02)  VALUE ZERO.
008600 01  WS-OPEN-COUNT               PIC 9(03)  COMP VALUE ZERO.
008700 01  WS-STEP-MAX                 PIC 9(03)  COMP VALUE 30.
008800 01  WS-STEP-COUNT               PIC 9(03)  COMP VALUE ZERO.
008900 01  WS-STEP-IX                  PIC 9(03)  COMP VALUE ZERO.
009000 01  WS-STEP-HIT                 PIC 9(03)  COMP VALUE ZERO.
009100 01  WS-STEP-FOUND-SW            PIC X(01)  VALUE "N".
009200     88  WS-STEP-FOUND                       VALUE "Y".
009300 01  WS-STEP-FULL-SW             PIC X(01)  VALUE "N".
009400     88  WS-STEP-TABLE-FULL                  VALUE "Y".
009500 01  WS-STEP-TABLE.
009600     05  WS-STEP-ENTRY OCCURS 30 TIMES.
009700         10  WS-STP-NAME         PIC X(08).
009800         10  WS-STP-STATUS       PIC X(01).
009900             88  WS-STP-CLEAN                VALUE "Y".
010000         10  WS-STP-SUB          PIC 9(02).
010100         10  WS-STP-RC           PIC 9(04).
010200 01  WS-START-TEXT               PIC X(32)  VALUE SPACES.
010300 01  WS-MSG-DATE                 PIC 9(08)  VALUE ZERO.
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-READ-CONTROL-CARD
010700         THRU 1000-EXIT.
010800     IF WS-CARD-VALID
010900         EVALUATE TRUE
011000             WHEN STPC-START
011100                 PERFORM 2000-START-SUBMISSION
011200                     THRU 2000-EXIT
011300             WHEN STPC-CHECK
011400                 PERFORM 3000-CHECK-STEP
011500                     THRU 3000-EXIT
011600             WHEN STPC-POST
011700                 PERFORM 4000-POST-STEP
011800                     THRU 4000-EXIT
011900         END-EVALUATE
012000     END-IF.
012100     MOVE WS-STPC-RC TO RETURN-CODE.
012200     GOBACK.
012300 1000-READ-CONTROL-CARD.
012400     OPEN INPUT STPC-FILE.
012500     IF WS-STPC-FILE-STATUS NOT = "00"
012600         DISPLAY "FIB0123E NO STPCIN CONTROL CARD - NOTHING DONE"
012700         MOVE 12 TO WS-STPC-RC
012800         SET WS-CARD-INVALID TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF.
013100     READ STPC-FILE
013200         AT END
013300             DISPLAY "FIB0123E NO STPCIN CONTROL CARD - NOTHING "
013400                 "DONE"
013500             MOVE 12 TO WS-STPC-RC
013600             SET WS-CARD-INVALID TO TRUE
013700     END-READ.
013800     CLOSE STPC-FILE.
013900     IF WS-CARD-INVALID
014000         GO TO 1000-EXIT
014100     END-IF.
014200     IF NOT STPC-START
014300        AND NOT STPC-CHECK
014400        AND NOT STPC-POST
014500         DISPLAY "FIB0124E STPCIN FUNCTION NOT START, CHECK OR "
014600             "POST - " STPC-FUNCTION
014700         MOVE 12 TO WS-STPC-RC
014800         SET WS-CARD-INVALID TO TRUE
014900         GO TO 1000-EXIT
015000     END-IF.
015100     IF (STPC-CHECK OR STPC-POST)
015200        AND STPC-STEP-NAME = SPACES
015300         DISPLAY "FIB0124E STPCIN " STPC-FUNCTION
015400             " CARD HAS NO STEP NAME"
015500         MOVE 12 TO WS-STPC-RC
015600         SET WS-CARD-INVALID TO TRUE
015700         GO TO 1000-EXIT
015800     END-IF.
015900     IF STPC-RC-X = SPACES
016000         MOVE ZERO TO STPC-RC
016100     END-IF.
016200     IF STPC-RC NOT NUMERIC
016300         DISPLAY "FIB0124E STPCIN RC NOT NUMERIC - " STPC-RC-X
016400         MOVE 12 TO WS-STPC-RC
016500         SET WS-CARD-INVALID TO TRUE
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*-----------------------------------------------------------*
017000* 2000 - OPEN THE SUBMISSION.  THE LATEST RUN OF THE DATE    *
017100*        IS UNFINISHED WHEN ANY STEP'S LATEST RECORD IN IT   *
017200*        IS NOT A CLEAN END, OR WHEN THE LATEST SUBMISSION   *
017300*        NEVER GOT AS FAR AS THE DIGEST (A JCL ERROR OR A    *
017400*        CANCEL LEAVES NO STEP RECORD TO SAY SO).            *
017500*-----------------------------------------------------------*
017600 2000-START-SUBMISSION.
017700     ACCEPT WS-STPL-BUS-DATE FROM DATE YYYYMMDD.
017800     MOVE "STPSTART" TO WS-STPL-THIS-STEP.
017900     OPEN INPUT STPL-FILE.
018000     IF WS-STPL-FILE-STATUS = "00"
018100         PERFORM 2100-SCAN-LEDGER
018200             THRU 2100-EXIT
018300             UNTIL WS-STPL-EOF
018400         CLOSE STPL-FILE
018500     ELSE
018600         IF WS-STPL-FILE-STATUS NOT = "35"
018700             DISPLAY "FIB0120W STEP LEDGER NOT AVAILABLE - "
018800                 "STATUS " WS-STPL-FILE-STATUS
018900                 " - TREATED AS FIRST RUN"
019000         END-IF
019100     END-IF.
019200     IF WS-MAX-SUB NOT < 99
019300         DISPLAY "FIB0125E 99 FIBRUN SUBMISSIONS ALREADY POSTED "
019400             "FOR " WS-STPL-BUS-DATE " - LEDGER NOT POSTED"
019500         MOVE 12 TO WS-STPC-RC
019600         GO TO 2000-EXIT
019700     END-IF.
019800     MOVE ZERO TO WS-OPEN-COUNT.
019900     PERFORM 2200-COUNT-OPEN-STEP
020000         THRU 2200-EXIT
020100         VARYING WS-STEP-IX FROM 1 BY 1
020200         UNTIL WS-STEP-IX > WS-STEP-COUNT.
020300     EVALUATE TRUE
020400         WHEN WS-MAX-SUB = ZERO
020500             MOVE 0 TO WS-STPC-RC
020600             MOVE "FIRST RUN OF THE BUSINESS DATE"
020700                 TO WS-START-TEXT
020800         WHEN WS-OPEN-COUNT > ZERO
020900           OR WS-DIG-SUB < WS-MAX-SUB
021000             MOVE 1 TO WS-STPC-RC
021100             MOVE "RESUMING AN UNFINISHED RUN"
021200                 TO WS-START-TEXT
021300         WHEN OTHER
021400             MOVE 2 TO WS-STPC-RC
021500             MOVE "RUN ALREADY FINISHED THIS DATE"
021600                 TO WS-START-TEXT
021700     END-EVALUATE.
021800     ADD 1 WS-MAX-SUB GIVING WS-STPL-SUBMISSION.
021900     MOVE WS-STPC-RC TO WS-STPL-POST-RC.
022000     MOVE "Y"        TO WS-STPL-POST-STATUS.
022100     PERFORM 9810-WRITE-STEP-RECORD
022200         THRU 9810-EXIT.
022300     MOVE WS-STPL-SUBMISSION TO WS-STPL-MSG-SUB.
022400     MOVE WS-STPL-BUS-DATE   TO WS-MSG-DATE.
022500     DISPLAY "FIB0121W FIBRUN SUBMISSION " WS-STPL-MSG-SUB
022600         " FOR " WS-MSG-DATE " - " WS-START-TEXT.
022700     IF WS-STPC-RC = 1
022800         PERFORM 2300-LIST-STEP
022900             THRU 2300-EXIT
023000             VARYING WS-STEP-IX FROM 1 BY 1
023100             UNTIL WS-STEP-IX > WS-STEP-COUNT
023200     END-IF.
023300 2000-EXIT.
023400     EXIT.
023500 2100-SCAN-LEDGER.
023600     READ STPL-FILE
023700         AT END
023800             SET WS-STPL-EOF TO TRUE
023900             GO TO 2100-EXIT
024000     END-READ.
024100     IF STPL-BUS-DATE NOT NUMERIC
024200        OR STPL-SUBMISSION NOT NUMERIC
024300        OR STPL-RC NOT NUMERIC
024400         GO TO 2100-EXIT
024500     END-IF.
024600     IF STPL-BUS-DATE NOT = WS-STPL-BUS-DATE
024700         GO TO 2100-EXIT
024800     END-IF.
024900     IF STPL-SUBMISSION > WS-MAX-SUB
025000         MOVE STPL-SUBMISSION TO WS-MAX-SUB
025100     END-IF.
025200     IF STPL-STEP-NAME = "STPSTART"
025300         IF STPL-RC NOT = 1
025400             MOVE ZERO TO WS-STEP-COUNT
025500         END-IF
025600         GO TO 2100-EXIT
025700     END-IF.
025800     IF STPL-STEP-NAME = "DIGSTEP "
025900        AND STPL-ENDED-CLEAN
026000        AND STPL-SUBMISSION > WS-DIG-SUB
026100         MOVE STPL-SUBMISSION TO WS-DIG-SUB
026200     END-IF.
026300     MOVE "N" TO WS-STEP-FOUND-SW.
026400     PERFORM 2150-MATCH-STEP
026500         THRU 2150-EXIT
026600         VARYING WS-STEP-IX FROM 1 BY 1
026700         UNTIL WS-STEP-IX > WS-STEP-COUNT
026800            OR WS-STEP-FOUND.
026900     IF NOT WS-STEP-FOUND
027000         IF WS-STEP-COUNT NOT < WS-STEP-MAX
027100             IF NOT WS-STEP-TABLE-FULL
027200                 DISPLAY "FIB0122W STEP TABLE FULL - STEP "
027300                     STPL-STEP-NAME " NOT ASSESSED"
027400                 SET WS-STEP-TABLE-FULL TO TRUE
027500             END-IF
027600             GO TO 2100-EXIT
027700         END-IF
027800         ADD 1 TO WS-STEP-COUNT
027900         MOVE WS-STEP-COUNT TO WS-STEP-HIT
028000         MOVE STPL-STEP-NAME TO WS-STP-NAME (WS-STEP-HIT)
028100     END-IF.
028200     MOVE STPL-STATUS     TO WS-STP-STATUS (WS-STEP-HIT).
028300     MOVE STPL-SUBMISSION TO WS-STP-SUB (WS-STEP-HIT).
028400     MOVE STPL-RC         TO WS-STP-RC (WS-STEP-HIT).
028500 2100-EXIT.
028600     EXIT.
028700 2150-MATCH-STEP.
028800     IF WS-STP-NAME (WS-STEP-IX) = STPL-STEP-NAME
028900         SET WS-STEP-FOUND TO TRUE
029000         MOVE WS-STEP-IX TO WS-STEP-HIT
029100     END-IF.
029200 2150-EXIT.
029300     EXIT.
029400 2200-COUNT-OPEN-STEP.
029500     IF NOT WS-STP-CLEAN (WS-STEP-IX)
029600         ADD 1 TO WS-OPEN-COUNT
029700     END-IF.
029800 2200-EXIT.
029900     EXIT.
030000 2300-LIST-STEP.
030100     MOVE WS-STP-SUB (WS-STEP-IX) TO WS-STPL-MSG-SUB.
030200     MOVE WS-STP-RC (WS-STEP-IX)  TO WS-STPL-MSG-RC.
030300     IF WS-STP-CLEAN (WS-STEP-IX)
030400         DISPLAY "FIBSTPC  " WS-STP-NAME (WS-STEP-IX)
030500             " COMPLETE IN SUBMISSION " WS-STPL-MSG-SUB
030600             " RC " WS-STPL-MSG-RC " - NOT RERUN"
030700     ELSE
030800         DISPLAY "FIBSTPC  " WS-STP-NAME (WS-STEP-IX)
030900             " NOT COMPLETE IN SUBMISSION " WS-STPL-MSG-SUB
031000             " - RERUNS"
031100     END-IF.
031200 2300-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------*
031500* 3000 - CHECK A UTILITY STEP.  9700 MARKS IT STARTED WHEN   *
031600*        IT MUST RUN, SO A FAILURE BEFORE ITS POST CARD      *
031700*        LEAVES IT UNFINISHED IN THE LEDGER.                 *
031800*-----------------------------------------------------------*
031900 3000-CHECK-STEP.
032000     MOVE STPC-STEP-NAME TO WS-STPL-THIS-STEP.
032100     PERFORM 9700-CHECK-STEP-LEDGER
032200         THRU 9700-EXIT.
032300     IF WS-STPL-STEP-DONE
032400         MOVE 1 TO WS-STPC-RC
032500     ELSE
032600         MOVE 0 TO WS-STPC-RC
032700     END-IF.
032800 3000-EXIT.
032900     EXIT.
033000 4000-POST-STEP.
033100     MOVE STPC-STEP-NAME TO WS-STPL-THIS-STEP.
033200     SET WS-STPL-NO-MARK TO TRUE.
033300     PERFORM 9700-CHECK-STEP-LEDGER
033400         THRU 9700-EXIT.
033500     MOVE ZERO    TO WS-STPL-CLEAN-MAX.
033600     MOVE STPC-RC TO WS-STPL-POST-RC.
033700     PERFORM 9800-POST-STEP-LEDGER
033800         THRU 9800-EXIT.
033900 4000-EXIT.
034000     EXIT.
034100     COPY FIBSTPP.

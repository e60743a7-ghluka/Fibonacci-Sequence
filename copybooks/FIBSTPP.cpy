000100*-----------------------------------------------------------*
000200* FIBSTPP   - FIBRUN STEP-COMPLETION LEDGER PARAGRAPHS       *
000300*             SHARED BY THE FIBRUN STEP PROGRAMS.  COPY      *
000400*             INTO THE PROCEDURE DIVISION TOGETHER WITH      *
000500*             FIBSTPW IN WORKING-STORAGE AND FIBSTPL IN THE  *
000600*             FILE SECTION (STPL-FILE, DD STEPLDG).          *
000700*             9700-CHECK-STEP-LEDGER: READ THE DAY'S LEDGER  *
000800*             FOR THE CURRENT SUBMISSION, WHETHER IT         *
000900*             RESUMES AN UNFINISHED RUN AND WHETHER          *
001000*             WS-STPL-THIS-STEP ALREADY ENDED CLEAN IN THAT  *
001100*             RUN.  A STEP THAT MUST RUN IS MARKED STARTED   *
001200*             (UNLESS WS-STPL-NO-MARK) SO AN ABEND LEAVES    *
001300*             IT VISIBLY UNFINISHED.                         *
001400*             9800-POST-STEP-LEDGER: APPEND THE COMPLETION   *
001500*             RECORD - CLEAN WHEN WS-STPL-POST-RC IS NOT     *
001600*             ABOVE WS-STPL-CLEAN-MAX.                       *
001700*             A MISSING OR UNREADABLE LEDGER NEVER STOPS A   *
001800*             STEP - THE STEP RUNS IN FULL.                  *
001810*             9800 ALSO APPENDS THE STEP'S PERFORMANCE       *
001820*             HISTORY RECORD (9820, FIBPERF IN THE FILE      *
001830*             SECTION, PERF-FILE, DD PERFHST) - TIMED FROM   *
001840*             9700, OR FROM THE STEP'S STARTED RECORD WHEN   *
001850*             FIBSTPC POSTS A UTILITY STEP.  9850 AND 9860   *
001860*             TIME ONE PIECE OF A STEP'S WORK AND ADD IT,    *
001870*             WITH ITS TERMS, TO THE FIGURES FOR ITS         *
001880*             SEQUENCE TYPE.                                 *
001900*-----------------------------------------------------------*
002000 9700-CHECK-STEP-LEDGER.
002100     ACCEPT WS-STPL-BUS-DATE FROM DATE YYYYMMDD.
002130     ACCEPT WS-PERF-START-DATE FROM DATE YYYYMMDD.
002160     ACCEPT WS-PERF-START-TIME FROM TIME.
002200     MOVE ZERO TO WS-STPL-SUBMISSION.
002300     MOVE ZERO TO WS-STPL-RUN-FIRST-SUB.
002320     MOVE ZERO TO WS-STPL-RUN-START-HH
002340                  WS-STPL-RUN-START-MIN
002360                  WS-STPL-RUN-START-SS.
002400     MOVE "N"  TO WS-STPL-EOF-SW.
002500     SET WS-STPL-NOT-RESUMING  TO TRUE.
002600     SET WS-STPL-STEP-NOT-DONE TO TRUE.
002700     OPEN INPUT STPL-FILE.
002800     IF WS-STPL-FILE-STATUS = "35"
002900         GO TO 9700-SET-SUBMISSION
003000     END-IF.
003100     IF WS-STPL-FILE-STATUS NOT = "00"
003200         DISPLAY "FIB0120W STEP LEDGER NOT AVAILABLE - STATUS "
003300             WS-STPL-FILE-STATUS " - " WS-STPL-THIS-STEP
003400             " RUNS IN FULL"
003500         GO TO 9700-SET-SUBMISSION
003600     END-IF.
003700     PERFORM 9710-READ-STEP-LEDGER
003800         THRU 9710-EXIT
003900         UNTIL WS-STPL-EOF.
004000     CLOSE STPL-FILE.
004100     IF WS-STPL-NOT-RESUMING
004200        OR WS-STPL-ALWAYS-RUNS
004300         SET WS-STPL-STEP-NOT-DONE TO TRUE
004400     END-IF.
004500 9700-SET-SUBMISSION.
004600     IF WS-STPL-SUBMISSION = ZERO
004700         MOVE 1 TO WS-STPL-SUBMISSION
004800     END-IF.
004900     IF WS-STPL-STEP-DONE
005000         MOVE WS-STPL-DONE-SUB TO WS-STPL-MSG-SUB
005100         MOVE WS-STPL-DONE-RC  TO WS-STPL-MSG-RC
005200         DISPLAY "FIB0119W " WS-STPL-THIS-STEP
005300             " ENDED CLEAN IN SUBMISSION " WS-STPL-MSG-SUB
005400             " RC " WS-STPL-MSG-RC " - NOT RERUN"
005500         GO TO 9700-EXIT
005600     END-IF.
005700     IF WS-STPL-MARK-START
005800         MOVE ZERO TO WS-STPL-POST-RC
005900         MOVE "S"  TO WS-STPL-POST-STATUS
006000         PERFORM 9810-WRITE-STEP-RECORD
006100             THRU 9810-EXIT
006200     END-IF.
006300 9700-EXIT.
006400     EXIT.
006500*-----------------------------------------------------------*
006600* 9710 - ONE LEDGER RECORD.  ONLY THE BUSINESS DATE IN HAND  *
006700*        COUNTS.  A STPSTART RECORD OPENS A SUBMISSION; ONE  *
006800*        THAT IS NOT A RESUME (RC 0 OR 2) ALSO OPENS A NEW   *
006900*        RUN, SO NOTHING EARLIER THAT DAY CAN EXCUSE A STEP. *
007000*        THE STEP'S LATEST RECORD IN THE RUN DECIDES WHETHER *
007100*        IT IS DONE.                                         *
007200*-----------------------------------------------------------*
007300 9710-READ-STEP-LEDGER.
007400     READ STPL-FILE
007500         AT END
007600             SET WS-STPL-EOF TO TRUE
007700             GO TO 9710-EXIT
007800     END-READ.
007900     IF STPL-BUS-DATE NOT NUMERIC
008000        OR STPL-SUBMISSION NOT NUMERIC
008100        OR STPL-RC NOT NUMERIC
008200         GO TO 9710-EXIT
008300     END-IF.
008400     IF STPL-BUS-DATE NOT = WS-STPL-BUS-DATE
008500         GO TO 9710-EXIT
008600     END-IF.
008700     IF STPL-SUBMISSION > WS-STPL-SUBMISSION
008800         MOVE STPL-SUBMISSION TO WS-STPL-SUBMISSION
008900     END-IF.
009000     IF STPL-STEP-NAME = "STPSTART"
009100         IF STPL-RC = 1
009200             SET WS-STPL-RESUMING TO TRUE
009300         ELSE
009400             SET WS-STPL-NOT-RESUMING  TO TRUE
009500             SET WS-STPL-STEP-NOT-DONE TO TRUE
009600             MOVE STPL-SUBMISSION TO WS-STPL-RUN-FIRST-SUB
009620             MOVE STPL-POST-HH    TO WS-STPL-RUN-START-HH
009640             MOVE STPL-POST-MIN   TO WS-STPL-RUN-START-MIN
009660             MOVE STPL-POST-SS    TO WS-STPL-RUN-START-SS
009700         END-IF
009800         GO TO 9710-EXIT
009900     END-IF.
010000     IF STPL-STEP-NAME NOT = WS-STPL-THIS-STEP
010100         GO TO 9710-EXIT
010200     END-IF.
010210     IF STPL-STARTED
010220        AND WS-STPL-NO-MARK
010230         MOVE STPL-POST-DATE TO WS-PERF-START-DATE
010240         MOVE STPL-POST-TIME TO WS-PERF-START-TIME
010250     END-IF.
010300     IF STPL-ENDED-CLEAN
010400         SET WS-STPL-STEP-DONE TO TRUE
010500         MOVE STPL-RC         TO WS-STPL-DONE-RC
010600         MOVE STPL-SUBMISSION TO WS-STPL-DONE-SUB
010700     ELSE
010800         SET WS-STPL-STEP-NOT-DONE TO TRUE
010900     END-IF.
011000 9710-EXIT.
011100     EXIT.
011200 9800-POST-STEP-LEDGER.
011300     IF WS-STPL-POST-RC > WS-STPL-CLEAN-MAX
011400         MOVE "N" TO WS-STPL-POST-STATUS
011500     ELSE
011600         MOVE "Y" TO WS-STPL-POST-STATUS
011700     END-IF.
011800     PERFORM 9810-WRITE-STEP-RECORD
011900         THRU 9810-EXIT.
011930     PERFORM 9820-WRITE-PERF-RECORD
011960         THRU 9820-EXIT.
012000 9800-EXIT.
012100     EXIT.
012200 9810-WRITE-STEP-RECORD.
012300     OPEN EXTEND STPL-FILE.
012400     IF WS-STPL-FILE-STATUS = "35"
012500         OPEN OUTPUT STPL-FILE
012600     END-IF.
012700     IF WS-STPL-FILE-STATUS NOT = "00"
012800         DISPLAY "FIB0120W STEP LEDGER NOT AVAILABLE - STATUS "
012900             WS-STPL-FILE-STATUS " - " WS-STPL-THIS-STEP
013000             " NOT POSTED"
013100         GO TO 9810-EXIT
013200     END-IF.
013300     MOVE WS-STPL-BUS-DATE    TO STPL-BUS-DATE.
013400     MOVE WS-STPL-JOB-NAME    TO STPL-JOB-NAME.
013500     MOVE WS-STPL-SUBMISSION  TO STPL-SUBMISSION.
013600     MOVE WS-STPL-THIS-STEP   TO STPL-STEP-NAME.
013700     MOVE WS-STPL-POST-RC     TO STPL-RC.
013800     ACCEPT STPL-POST-DATE FROM DATE YYYYMMDD.
013900     ACCEPT WS-STPL-SYS-TIME FROM TIME.
014000     MOVE WS-STPL-SYS-TIME    TO STPL-POST-TIME.
014100     MOVE WS-STPL-POST-STATUS TO STPL-STATUS.
014200     WRITE STPL-RECORD.
014300     CLOSE STPL-FILE.
014400 9810-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------*
014700* 9820 - THE STEP'S PERFORMANCE HISTORY RECORD.  A STEP THAT *
014800*        ENDS ON A LATER DAY THAN IT STARTED (A RUN ACROSS   *
014900*        MIDNIGHT) HAS A DAY ADDED TO ITS ELAPSED TIME.  A   *
015000*        MISSING HISTORY NEVER STOPS A STEP.                 *
015100*-----------------------------------------------------------*
015200 9820-WRITE-PERF-RECORD.
015300     ACCEPT WS-PERF-END-DATE FROM DATE YYYYMMDD.
015400     ACCEPT WS-PERF-END-TIME FROM TIME.
015500     MOVE WS-PERF-START-TIME TO WS-PERF-CLOCK.
015600     PERFORM 9870-CLOCK-TO-HSEC
015700         THRU 9870-EXIT.
015800     MOVE WS-PERF-HSEC TO WS-PERF-FROM-HSEC.
015900     MOVE WS-PERF-END-TIME TO WS-PERF-CLOCK.
016000     PERFORM 9870-CLOCK-TO-HSEC
016100         THRU 9870-EXIT.
016200     COMPUTE WS-PERF-ELAPSED = WS-PERF-HSEC - WS-PERF-FROM-HSEC.
016300     IF WS-PERF-END-DATE NOT = WS-PERF-START-DATE
016400         ADD 8640000 TO WS-PERF-ELAPSED
016500     END-IF.
016600     IF WS-PERF-ELAPSED < ZERO
016700         MOVE ZERO TO WS-PERF-ELAPSED
016800     END-IF.
016900     OPEN EXTEND PERF-FILE.
017000     IF WS-PERF-FILE-STATUS = "35"
017100         OPEN OUTPUT PERF-FILE
017200     END-IF.
017300     IF WS-PERF-FILE-STATUS NOT = "00"
017400         DISPLAY "FIB0144W PERFORMANCE HISTORY NOT AVAILABLE - "
017500             "STATUS " WS-PERF-FILE-STATUS " - "
017600             WS-STPL-THIS-STEP " NOT RECORDED"
017700         GO TO 9820-EXIT
017800     END-IF.
017900     MOVE WS-STPL-BUS-DATE     TO PERF-BUS-DATE.
018000     MOVE WS-STPL-JOB-NAME     TO PERF-JOB-NAME.
018100     MOVE WS-STPL-SUBMISSION   TO PERF-SUBMISSION.
018200     MOVE WS-STPL-THIS-STEP    TO PERF-STEP-NAME.
018300     MOVE WS-PERF-START-DATE   TO PERF-START-DATE.
018400     MOVE WS-PERF-START-TIME   TO PERF-START-TIME.
018500     MOVE WS-PERF-END-DATE     TO PERF-END-DATE.
018600     MOVE WS-PERF-END-TIME     TO PERF-END-TIME.
018700     MOVE WS-PERF-ELAPSED      TO PERF-ELAPSED.
018800     MOVE WS-STPL-POST-RC      TO PERF-RC.
018900     MOVE WS-PERF-RECS-READ    TO PERF-RECS-READ.
019000     MOVE WS-PERF-RECS-WRITTEN TO PERF-RECS-WRITTEN.
019100     MOVE WS-PERF-TERMS        TO PERF-TERMS.
019200     PERFORM 9825-MOVE-TYPE-FIGURES
019300         THRU 9825-EXIT
019400         VARYING WS-PERF-TYPE-IX FROM 1 BY 1
019500         UNTIL WS-PERF-TYPE-IX > 3.
019600     WRITE PERF-RECORD.
019700     CLOSE PERF-FILE.
019800 9820-EXIT.
019900     EXIT.
020000 9825-MOVE-TYPE-FIGURES.
020100     MOVE WS-PERF-TYPE-TERMS (WS-PERF-TYPE-IX)
020200         TO PERF-TYPE-TERMS (WS-PERF-TYPE-IX).
020300     MOVE WS-PERF-TYPE-HSEC (WS-PERF-TYPE-IX)
020400         TO PERF-TYPE-ELAPSED (WS-PERF-TYPE-IX).
020500 9825-EXIT.
020600     EXIT.
020700*-----------------------------------------------------------*
020800* 9850 - START TIMING ONE PIECE OF THE STEP'S WORK.          *
020900* 9860 - END IT.  ITS TIME AND WS-PERF-INT-TERMS ARE ADDED   *
021000*        TO THE FIGURES FOR SEQUENCE TYPE WS-PERF-INT-TYPE   *
021100*        (F, L OR T) AND THE TERMS TO WS-PERF-TERMS.         *
021200*-----------------------------------------------------------*
021300 9850-START-PERF-INTERVAL.
021400     ACCEPT WS-PERF-INT-DATE FROM DATE YYYYMMDD.
021500     ACCEPT WS-PERF-INT-TIME FROM TIME.
021600 9850-EXIT.
021700     EXIT.
021800 9860-POST-PERF-INTERVAL.
021900     ADD WS-PERF-INT-TERMS TO WS-PERF-TERMS.
022000     MOVE ZERO TO WS-PERF-TYPE-IX.
022100     IF WS-PERF-INT-TYPE = "F"
022200         MOVE 1 TO WS-PERF-TYPE-IX
022300     END-IF.
022400     IF WS-PERF-INT-TYPE = "L"
022500         MOVE 2 TO WS-PERF-TYPE-IX
022600     END-IF.
022700     IF WS-PERF-INT-TYPE = "T"
022800         MOVE 3 TO WS-PERF-TYPE-IX
022900     END-IF.
023000     IF WS-PERF-TYPE-IX = ZERO
023100         GO TO 9860-EXIT
023200     END-IF.
023300     MOVE WS-PERF-INT-TIME TO WS-PERF-CLOCK.
023400     PERFORM 9870-CLOCK-TO-HSEC
023500         THRU 9870-EXIT.
023600     MOVE WS-PERF-HSEC TO WS-PERF-FROM-HSEC.
023700     ACCEPT WS-PERF-END-DATE FROM DATE YYYYMMDD.
023800     ACCEPT WS-PERF-CLOCK FROM TIME.
023900     PERFORM 9870-CLOCK-TO-HSEC
024000         THRU 9870-EXIT.
024100     COMPUTE WS-PERF-ELAPSED = WS-PERF-HSEC - WS-PERF-FROM-HSEC.
024200     IF WS-PERF-END-DATE NOT = WS-PERF-INT-DATE
024300         ADD 8640000 TO WS-PERF-ELAPSED
024400     END-IF.
024500     IF WS-PERF-ELAPSED < ZERO
024600         MOVE ZERO TO WS-PERF-ELAPSED
024700     END-IF.
024800     ADD WS-PERF-INT-TERMS
024900         TO WS-PERF-TYPE-TERMS (WS-PERF-TYPE-IX).
025000     ADD WS-PERF-ELAPSED
025100         TO WS-PERF-TYPE-HSEC (WS-PERF-TYPE-IX).
025200 9860-EXIT.
025300     EXIT.
025400 9870-CLOCK-TO-HSEC.
025500     COMPUTE WS-PERF-HSEC =
025600         ((WS-PERF-CLK-HH * 60 + WS-PERF-CLK-MIN) * 60
025700           + WS-PERF-CLK-SS) * 100
025800         + WS-PERF-CLK-HSEC.
025900 9870-EXIT.
026000     EXIT.

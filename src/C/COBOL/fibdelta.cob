002500*                  REPORTING, RC 4 ON ANY DIFFERENCE.         *
002510* 2026-08-22  RH   RECORD IMAGES WIDENED TO THE 62-BYTE       *
002520*                  48-DIGIT SEQOUT LAYOUT.                    *
002530* 2026-10-07  RH   POSTS ITS START AND COMPLETION (CLEAN AT   *
002540*                  RC 4 OR BELOW - A DIFFERENCE IS A          *
002550*                  FINDING, NOT A FAILURE) TO THE FIBRUN      *
002560*                  STEP LEDGER (FIBSTPL).  ON A RESUMED       *
002570*                  SUBMISSION A COMPARE THAT ALREADY ENDED    *
002580*                  CLEAN IS NOT RERUN AND DELTARPT IS LEFT    *
002590*                  AS IT WAS.                                 *
002591* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
002592*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
002593*                  AND END TIMES, THE RECORDS READ FROM       *
002594*                  BOTH GENERATIONS AND THE CURRENT TERMS     *
002595*                  COMPARED, FOR THE WEEKLY FIBPTRD TREND     *
002596*                  REPORT.                                    *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003800         FILE STATUS IS WS-PRI-FILE-STATUS.
003900     SELECT DELTA-FILE ASSIGN TO "DELTARPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004020     SELECT STPL-FILE ASSIGN TO "STEPLDG"
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-STPL-FILE-STATUS.
004070     SELECT PERF-FILE ASSIGN TO "PERFHST"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS WS-PERF-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300     COPY FIBSEQO.
005000 FD  DELTA-FILE
005100     RECORDING MODE IS F.
005200 01  DELTA-RECORD               PIC X(132).
005250     COPY FIBSTPL.
005270     COPY FIBPERF.
005300 WORKING-STORAGE SECTION.
005350     COPY FIBSTPW.
005400 01  WS-CURR-FILE-STATUS         PIC X(02)  VALUE "00".
005500 01  WS-PRI-FILE-STATUS          PIC X(02)  VALUE "00".
005600 01  WS-CURR-EOF-SW              PIC X(01)  VALUE "N".
012500     05  FILLER                  PIC X(101) VALUE SPACES.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012710     MOVE "DELTASTP" TO WS-STPL-THIS-STEP.
012720     MOVE 4          TO WS-STPL-CLEAN-MAX.
012730     PERFORM 9700-CHECK-STEP-LEDGER
012740         THRU 9700-EXIT.
012750     IF WS-STPL-STEP-DONE
012760         MOVE WS-STPL-DONE-RC TO RETURN-CODE
012770         GOBACK
012780     END-IF.
012800     PERFORM 1000-INITIALIZE
012900         THRU 1000-EXIT.
013000     IF NOT WS-DELTA-ABORTED
022500     READ SEQ-OUT-FILE
022600         AT END
022700             SET WS-CURR-EOF TO TRUE
022720         NOT AT END
022740             ADD 1 TO WS-PERF-RECS-READ
022760             ADD 1 TO WS-PERF-TERMS
022800     END-READ.
022900 2100-EXIT.
023000     EXIT.
023500     READ PRIOR-FILE
023600         AT END
023700             SET WS-PRI-EOF TO TRUE
023730         NOT AT END
023760             ADD 1 TO WS-PERF-RECS-READ
023800     END-READ.
023900 2200-EXIT.
024000     EXIT.
024400             SET WS-CURR-EOF TO TRUE
024500         NOT AT END
024600             ADD 1 TO WS-CURR-TAIL
024630             ADD 1 TO WS-PERF-RECS-READ
024660             ADD 1 TO WS-PERF-TERMS
024700     END-READ.
024800 2300-EXIT.
024900     EXIT.
025300             SET WS-PRI-EOF TO TRUE
025400         NOT AT END
025500             ADD 1 TO WS-PRI-TAIL
025550             ADD 1 TO WS-PERF-RECS-READ
025600     END-READ.
025700 2400-EXIT.
025800     EXIT.
029900 9000-END-OF-JOB.
030000     CLOSE DELTA-FILE.
030100     MOVE WS-DELTA-RC TO RETURN-CODE.
030120     MOVE WS-DELTA-RC TO WS-STPL-POST-RC.
030140     PERFORM 9800-POST-STEP-LEDGER
030160         THRU 9800-EXIT.
030200 9000-EXIT.
030300     EXIT.
030400     COPY FIBSTPP.

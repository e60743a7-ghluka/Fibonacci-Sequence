002140*                  FIBXACK JOB CAN MATCH THE PRICING GROUP'S  *
002150*                  DAILY RECEIPTS AGAINST WHAT WAS ACTUALLY   *
002160*                  SENT.  LAYOUT IN FIBSLOG.CPY.              *
002165* 2026-10-07  RH   POSTS ITS START AND COMPLETION (CLEAN AT   *
002170*                  RC 0) TO THE FIBRUN STEP LEDGER            *
002175*                  (FIBSTPL).  A FEED THAT ALREADY SHIPPED    *
002180*                  CLEAN IN THE RUN BEING RESUMED IS NOT      *
002185*                  BUILT OR LOGGED AGAIN - THE JOB ALSO       *
002190*                  BYPASSES THE STEP AND THE FEED SCRATCH     *
002195*                  IN THAT CASE.                              *
002196* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
002197*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
002198*                  AND END TIMES AND THE TERMS EXTRACTED,     *
002199*                  FOR THE WEEKLY FIBPTRD TREND REPORT.       *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003310     SELECT SLOG-FILE ASSIGN TO "SENTLOG"
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-SLOG-FILE-STATUS.
003340     SELECT STPL-FILE ASSIGN TO "STEPLDG"
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-STPL-FILE-STATUS.
003370     SELECT PERF-FILE ASSIGN TO "PERFHST"
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS WS-PERF-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600     COPY FIBSEQO.
003700     COPY FIBXFR.
003710     COPY FIBSLOG.
003750     COPY FIBSTPL.
003770     COPY FIBPERF.
003800 WORKING-STORAGE SECTION.
003850     COPY FIBSTPW.
003900     COPY FIBBIGW.
004000 01  WS-SEQO-FILE-STATUS         PIC X(02)  VALUE "00".
004010 01  WS-SLOG-FILE-STATUS         PIC X(02)  VALUE "00".
005400 01  WS-SOURCE-JOB               PIC X(08)  VALUE "FIBRUN  ".
005500 PROCEDURE DIVISION.
005600 0000-MAINLINE.
005610     MOVE "XTRSTEP " TO WS-STPL-THIS-STEP.
005620     MOVE ZERO       TO WS-STPL-CLEAN-MAX.
005630     PERFORM 9700-CHECK-STEP-LEDGER
005640         THRU 9700-EXIT.
005650     IF WS-STPL-STEP-DONE
005660         MOVE WS-STPL-DONE-RC TO RETURN-CODE
005670         GOBACK
005680     END-IF.
005700     PERFORM 1000-INITIALIZE
005800         THRU 1000-EXIT.
005900     IF NOT WS-XTRT-ABORTED
012000     COPY FIBBIGP.
012100 9000-END-OF-JOB.
012200     MOVE WS-XTRT-RC TO RETURN-CODE.
012205     MOVE WS-DETAIL-COUNT TO WS-PERF-RECS-READ.
012210     MOVE WS-DETAIL-COUNT TO WS-PERF-RECS-WRITTEN.
012215     MOVE WS-DETAIL-COUNT TO WS-PERF-TERMS.
012220     MOVE WS-XTRT-RC TO WS-STPL-POST-RC.
012240     PERFORM 9800-POST-STEP-LEDGER
012260         THRU 9800-EXIT.
012300 9000-EXIT.
012400     EXIT.
012500     COPY FIBSTPP.

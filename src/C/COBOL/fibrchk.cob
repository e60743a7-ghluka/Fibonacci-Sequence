003100* 2026-09-03  RH   ORIGINAL VERSION - READ-ONLY CALENDAR AND  *
003200*                  DUPLICATE-RUN PROBE, SAME RULES AND        *
003300*                  MESSAGES AS 1020-CHECK-RUN-CALENDAR.       *
003310* 2026-10-07  RH   POSTS ITS START AND COMPLETION TO THE      *
003320*                  FIBRUN STEP LEDGER (FIBSTPL).  ON A        *
003330*                  RESUMED SUBMISSION (FIBSTPC START RC 1)    *
003340*                  THE RUN-CONTROL RECORD LEFT BY THE         *
003350*                  UNFINISHED RUN IS NOT A DUPLICATE - THE    *
003360*                  RESUME IS LET THROUGH WITHOUT AN           *
003370*                  OVERRIDE (FIB0126W).                       *
003375* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
003380*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
003385*                  AND END TIMES AND THE CALENDAR, RUN        *
003390*                  CONTROL AND OVERRIDE RECORDS READ, FOR     *
003395*                  THE WEEKLY FIBPTRD TREND REPORT.           *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004700     SELECT OPER-FILE ASSIGN TO "OPERCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-OPER-FILE-STATUS.
004920     SELECT STPL-FILE ASSIGN TO "STEPLDG"
004940         ORGANIZATION IS LINE SEQUENTIAL
004960         FILE STATUS IS WS-STPL-FILE-STATUS.
004970     SELECT PERF-FILE ASSIGN TO "PERFHST"
004980         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-PERF-FILE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200     COPY FIBCAL.
005300     COPY FIBRUNC.
005400     COPY FIBOPRC.
005450     COPY FIBSTPL.
005470     COPY FIBPERF.
005500 WORKING-STORAGE SECTION.
005600     COPY FIBFLDS.
005650     COPY FIBSTPW.
005700 PROCEDURE DIVISION.
005800 0000-MAINLINE.
005900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
005910     MOVE "CHKSTEP " TO WS-STPL-THIS-STEP.
005920     MOVE 14         TO WS-STPL-CLEAN-MAX.
005930     SET WS-STPL-ALWAYS-RUNS TO TRUE.
005940     PERFORM 9700-CHECK-STEP-LEDGER
005950         THRU 9700-EXIT.
006000     PERFORM 1000-CHECK-CALENDAR
006100         THRU 1000-EXIT.
006200     IF NOT WS-RUN-BLOCKED
006300         PERFORM 2000-CHECK-PRIOR-RUNS
006400             THRU 2000-EXIT
006500     END-IF.
006520     MOVE WS-JOB-RC TO WS-STPL-POST-RC.
006540     PERFORM 9800-POST-STEP-LEDGER
006560         THRU 9800-EXIT.
006600     MOVE WS-JOB-RC TO RETURN-CODE.
006700     GOBACK.
006800 1000-CHECK-CALENDAR.
009600             SET WS-CAL-EOF TO TRUE
009700             GO TO 1100-EXIT
009800     END-READ.
009850     ADD 1 TO WS-PERF-RECS-READ.
009900     IF CAL-DATE NUMERIC
010000        AND CAL-DATE = WS-TODAY-DATE
010100         SET WS-CAL-FOUND TO TRUE
011400     IF NOT WS-DUP-RUN-FOUND
011500         GO TO 2000-EXIT
011600     END-IF.
011610     IF WS-STPL-RESUMING
011620         DISPLAY "FIB0126W RESUMING AN UNFINISHED RUN - SECOND "
011630             "SUBMISSION THIS DATE PERMITTED"
011640         GO TO 2000-EXIT
011650     END-IF.
011700     PERFORM 2200-CHECK-OVERRIDE
011800         THRU 2200-EXIT.
011900     IF WS-OVERRIDE-PRESENT
013300             SET WS-RUNC-EOF TO TRUE
013400             GO TO 2100-EXIT
013500     END-READ.
013550     ADD 1 TO WS-PERF-RECS-READ.
013600     IF RUNC-RUN-DATE NUMERIC
013700        AND RUNC-RUN-DATE = WS-TODAY-DATE
013800         SET WS-DUP-RUN-FOUND TO TRUE
014900             CLOSE OPER-FILE
015000             GO TO 2200-EXIT
015100     END-READ.
015150     ADD 1 TO WS-PERF-RECS-READ.
015200     IF OPER-KEYWORD = "OVERRIDE"
015300         SET WS-OVERRIDE-PRESENT TO TRUE
015400     END-IF.
015500     CLOSE OPER-FILE.
015600 2200-EXIT.
015700     EXIT.
015800     COPY FIBSTPP.

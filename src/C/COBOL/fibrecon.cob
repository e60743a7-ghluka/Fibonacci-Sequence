003670*                  DISP=MOD (POSSIBLY PRIOR-RUN) EXPORT IS    *
003680*                  SKIPPED WITH FIB0104W INSTEAD OF BEING     *
003690*                  RECONCILED AS NOISE.                       *
003699* 2026-10-07  RH   POSTS ITS START AND COMPLETION (CLEAN AT   *
003708*                  RC 0) TO THE FIBRUN STEP LEDGER            *
003717*                  (FIBSTPL).  ON A RESUMED SUBMISSION A      *
003726*                  RECONCILIATION THAT ALREADY ENDED CLEAN    *
003735*                  IS NOT RERUN.                              *
003744* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
003753*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
003762*                  AND END TIMES, THE SEQOUT, CSV AND FEED    *
003771*                  RECORDS READ AND THE EXCEPTIONS WRITTEN,   *
003780*                  FOR THE WEEKLY FIBPTRD TREND REPORT.       *
003789*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
006300         FILE STATUS IS WS-TMST-FILE-STATUS.
006400     SELECT RECON-FILE ASSIGN TO "RECONRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006520     SELECT STPL-FILE ASSIGN TO "STEPLDG"
006540         ORGANIZATION IS LINE SEQUENTIAL
006560         FILE STATUS IS WS-STPL-FILE-STATUS.
006570     SELECT PERF-FILE ASSIGN TO "PERFHST"
006580         ORGANIZATION IS LINE SEQUENTIAL
006590         FILE STATUS IS WS-PERF-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800     COPY FIBPARM.
007400 FD  RECON-FILE
007500     RECORDING MODE IS F.
007600 01  RECON-RECORD               PIC X(132).
007650     COPY FIBSTPL.
007670     COPY FIBPERF.
007700 WORKING-STORAGE SECTION.
007750     COPY FIBSTPW.
007800     COPY FIBFLDS.
007900     COPY FIBPRFW.
008000     COPY FIBBIGW.
019500     05  FILLER                  PIC X(113) VALUE SPACES.
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019710     MOVE "RECSTEP " TO WS-STPL-THIS-STEP.
019720     MOVE ZERO       TO WS-STPL-CLEAN-MAX.
019730     PERFORM 9700-CHECK-STEP-LEDGER
019740         THRU 9700-EXIT.
019750     IF WS-STPL-STEP-DONE
019760         MOVE WS-STPL-DONE-RC TO RETURN-CODE
019770         GOBACK
019780     END-IF.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-EXIT.
020000     IF NOT WS-RECON-ABORTED
074000     END-IF.
074100     CLOSE RECON-FILE.
074200     MOVE WS-RECON-RC TO RETURN-CODE.
074204     ADD WS-SEQ-COUNT WS-CSV-COUNT WS-XFR-COUNT
074208         GIVING WS-PERF-RECS-READ.
074212     MOVE WS-SEQ-COUNT TO WS-PERF-TERMS.
074216     MOVE WS-EXC-COUNT TO WS-PERF-RECS-WRITTEN.
074220     MOVE WS-RECON-RC TO WS-STPL-POST-RC.
074240     PERFORM 9800-POST-STEP-LEDGER
074260         THRU 9800-EXIT.
074300 9000-EXIT.
074400     EXIT.
074500     COPY FIBSTPP.

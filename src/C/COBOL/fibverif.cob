003580*                  AND THE RECORD BYPASSES THE INDEX COMPARES *
003590*                  AND EDITED MOVES INSTEAD OF DATA-          *
003591*                  EXCEPTING THE VERIFIER.                    *
003598* 2026-10-07  RH   POSTS ITS START AND COMPLETION (CLEAN AT   *
003605*                  RC 0) TO THE FIBRUN STEP LEDGER            *
003612*                  (FIBSTPL).  ON A RESUMED SUBMISSION A      *
003619*                  VERIFY THAT ALREADY ENDED CLEAN IS NOT     *
003626*                  RERUN - THE STEP ENDS AT ONCE WITH THE     *
003633*                  RC IT ENDED WITH AND FIBVEXC IS LEFT AS    *
003640*                  IT WAS.                                    *
003647* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
003654*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
003661*                  AND END TIMES, THE TERMS VERIFIED AND      *
003668*                  THE EXCEPTIONS WRITTEN, FOR THE WEEKLY     *
003675*                  FIBPTRD TREND REPORT.                      *
003682*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004800         FILE STATUS IS WS-CKPT-FILE-STATUS.
004900     SELECT VEXC-FILE ASSIGN TO "FIBVEXC"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005020     SELECT STPL-FILE ASSIGN TO "STEPLDG"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS WS-STPL-FILE-STATUS.
005070     SELECT PERF-FILE ASSIGN TO "PERFHST"
005080         ORGANIZATION IS LINE SEQUENTIAL
005090         FILE STATUS IS WS-PERF-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300     COPY FIBSEQO.
005500 FD  VEXC-FILE
005600     RECORDING MODE IS F.
005700 01  VEXC-RECORD                PIC X(132).
005750     COPY FIBSTPL.
005770     COPY FIBPERF.
005800 WORKING-STORAGE SECTION.
005850     COPY FIBSTPW.
005900     COPY FIBFLDS.
006000     COPY FIBBIGW.
006100 01  WS-SEQO-FILE-STATUS         PIC X(02)  VALUE "00".
015300     05  FILLER                  PIC X(95) VALUE SPACES.
015400 PROCEDURE DIVISION.
015500 0000-MAINLINE.
015510     MOVE "VERSTEP " TO WS-STPL-THIS-STEP.
015520     MOVE ZERO       TO WS-STPL-CLEAN-MAX.
015530     PERFORM 9700-CHECK-STEP-LEDGER
015540         THRU 9700-EXIT.
015550     IF WS-STPL-STEP-DONE
015560         MOVE WS-STPL-DONE-RC TO RETURN-CODE
015570         GOBACK
015580     END-IF.
015600     PERFORM 1000-INITIALIZE
015700         THRU 1000-EXIT.
015800     IF NOT WS-VER-ABORTED
044400     WRITE VEXC-RECORD.
044500     CLOSE VEXC-FILE.
044600     MOVE WS-JOB-RC TO RETURN-CODE.
044605     MOVE WS-REC-COUNT TO WS-PERF-RECS-READ.
044610     MOVE WS-REC-COUNT TO WS-PERF-TERMS.
044615     MOVE WS-EXC-COUNT TO WS-PERF-RECS-WRITTEN.
044620     MOVE WS-JOB-RC TO WS-STPL-POST-RC.
044640     PERFORM 9800-POST-STEP-LEDGER
044660         THRU 9800-EXIT.
044700 9000-EXIT.
044800     EXIT.
044900     COPY FIBSTPP.

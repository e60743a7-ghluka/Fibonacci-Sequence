002297*                  RECORD BREAKS THE CHAIN AND IS NEVER       *
002298*                  COMPARED OR CARRIED FORWARD - SAME DATA-   *
002299*                  EXCEPTION GUARD AS THE VERIFIER'S.         *
002300* 2026-10-07  RH   POSTS ITS START AND COMPLETION (CLEAN AT   *
002310*                  RC 4 OR BELOW) TO THE FIBRUN STEP LEDGER   *
002320*                  (FIBSTPL).  ON A RESUMED SUBMISSION A      *
002330*                  LOAD THAT ALREADY ENDED CLEAN IS NOT       *
002340*                  RERUN.                                     *
002346* 2026-10-09  RH   EVERY ADD AND REWRITE OF THE TERM MASTER   *
002352*                  IS JOURNALED (FIBTJRN, DD TMSJRNL) WITH    *
002358*                  THE BEFORE AND AFTER TMST-RECORD IMAGES,   *
002364*                  THE TERMS' JOB ID, THE FIBRUN JOB ID AND   *
002370*                  A TIMESTAMP, SO FIBTRCV CAN REBUILD THE    *
002376*                  MASTER FROM A BACKUP.  NO JOURNAL, NO      *
002382*                  LOAD (FIB0128E, RC 12).                    *
002383* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
002384*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
002385*                  AND END TIMES, THE SEQOUT RECORDS READ     *
002386*                  AND THE MASTER RECORDS ADDED OR            *
002387*                  REPLACED, FOR THE WEEKLY FIBPTRD TREND     *
002388*                  REPORT.                                    *
002390* 2026-10-15  RH   THE JOURNAL ENTRY IS NOW WRITTEN BEFORE    *
002392*                  THE MASTER IS CHANGED (A KEYED READ DECIDES*
002394*                  ADD OR REPLACE FIRST), SO A FAILED JOURNAL *
002396*                  WRITE LEAVES THE TERM UNCHANGED.           *
002399*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TMST-KEY
004000         FILE STATUS IS WS-TMST-FILE-STATUS.
004020     SELECT STPL-FILE ASSIGN TO "STEPLDG"
004040         ORGANIZATION IS LINE SEQUENTIAL
004060         FILE STATUS IS WS-STPL-FILE-STATUS.
004062     SELECT PERF-FILE ASSIGN TO "PERFHST"
004064         ORGANIZATION IS LINE SEQUENTIAL
004066         FILE STATUS IS WS-PERF-FILE-STATUS.
004070     SELECT TJRN-FILE ASSIGN TO "TMSJRNL"
004080         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS WS-TJRN-FILE-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300     COPY FIBPARM.
004400     COPY FIBSEQO.
004500     COPY FIBTMST.
004510     COPY FIBPROF.
004550     COPY FIBSTPL.
004560     COPY FIBPERF.
004570     COPY FIBTJRN.
004600 WORKING-STORAGE SECTION.
004650     COPY FIBSTPW.
004670     COPY FIBTJRW.
004700     COPY FIBFLDS.
004710     COPY FIBPRFW.
004800 01  WS-SEQO-FILE-STATUS         PIC X(02)  VALUE "00".
006370     88  WS-BROKEN-REPORTED                  VALUE "Y".
006372 01  WS-JM-SKIP-SW               PIC X(01)  VALUE "N".
006374     88  WS-JM-SKIP-CARD                     VALUE "Y".
006376 01  WS-TMST-DUP-SW              PIC X(01)  VALUE "N".
006378     88  WS-TMST-DUP                         VALUE "Y".
006380*-----------------------------------------------------------*
006400* JOB MAP - ONE ENTRY PER PARMIN CARD, KEYING EACH SEQOUT    *
006500* JOB ID BACK TO THE SEED PAIR THAT PRODUCED ITS TERMS.      *
007700 01  WS-CNT-EDIT                 PIC ZZZZ9.
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
007910     MOVE "LOADSTEP" TO WS-STPL-THIS-STEP.
007920     MOVE 4          TO WS-STPL-CLEAN-MAX.
007930     PERFORM 9700-CHECK-STEP-LEDGER
007940         THRU 9700-EXIT.
007950     IF WS-STPL-STEP-DONE
007960         MOVE WS-STPL-DONE-RC TO RETURN-CODE
007970         GOBACK
007980     END-IF.
008000     PERFORM 1000-INITIALIZE
008100         THRU 1000-EXIT.
008200     IF NOT WS-LOAD-ABORTED
012200         MOVE 12 TO WS-JOB-RC
012300         CLOSE SEQ-OUT-FILE
012400         SET WS-LOAD-ABORTED TO TRUE
012450         GO TO 1000-EXIT
012500     END-IF.
012508     MOVE "FIBLOAD"          TO WS-TJRN-PROGRAM.
012516     MOVE WS-STPL-JOB-NAME   TO WS-TJRN-RUN-ID (1:6).
012524     MOVE WS-STPL-SUBMISSION TO WS-TJRN-RUN-ID (7:2).
012532     PERFORM 9600-OPEN-TERM-JOURNAL
012540         THRU 9600-EXIT.
012548     IF WS-TJRN-FAILED
012556         MOVE 12 TO WS-JOB-RC
012564         CLOSE SEQ-OUT-FILE
012572         CLOSE TMST-FILE
012580         SET WS-LOAD-ABORTED TO TRUE
012588     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800 1100-LOAD-JOB-MAP.
017400     MOVE SEQ-TERM-VALUE           TO TMST-TERM-VALUE.
017500     MOVE SEQ-JOB-ID               TO TMST-JOB-ID.
017600     MOVE WS-LOAD-DATE             TO TMST-LOAD-DATE.
017630     MOVE TMST-RECORD              TO WS-TJRN-AFTER-IMAGE.
017660     PERFORM 2200-SET-BEFORE-IMAGE
017690         THRU 2200-EXIT.
017720     IF WS-TMST-FILE-STATUS NOT = "00"
017750        AND WS-TMST-FILE-STATUS NOT = "23"
017780         DISPLAY "FIB0013E TERM MASTER I/O ERROR - STATUS "
017810             WS-TMST-FILE-STATUS
017840         MOVE 12 TO WS-JOB-RC
017870         SET WS-SEQO-EOF TO TRUE
017900         GO TO 2000-EXIT
017930     END-IF.
017960     MOVE SEQ-JOB-ID TO WS-TJRN-JOB-ID.
017990     PERFORM 9610-WRITE-TERM-JOURNAL
018020         THRU 9610-EXIT.
018050     IF WS-TJRN-FAILED
018080         MOVE 12 TO WS-JOB-RC
018110         SET WS-SEQO-EOF TO TRUE
018140         GO TO 2000-EXIT
018170     END-IF.
018200     MOVE WS-TJRN-AFTER-IMAGE TO TMST-RECORD.
018230     IF WS-TMST-DUP
018260         REWRITE TMST-RECORD
018290     ELSE
018320         WRITE TMST-RECORD
018350     END-IF.
018380     IF WS-TMST-FILE-STATUS NOT = "00"
018410        AND WS-TMST-FILE-STATUS NOT = "02"
018440         DISPLAY "FIB0013E TERM MASTER I/O ERROR - STATUS "
018470             WS-TMST-FILE-STATUS
018500         MOVE 12 TO WS-JOB-RC
018530         SET WS-SEQO-EOF TO TRUE
018560         GO TO 2000-EXIT
018590     END-IF.
018620     IF WS-TMST-DUP
018650         ADD 1 TO WS-REPL-COUNT
018680     ELSE
018710         ADD 1 TO WS-ADD-COUNT
018740     END-IF.
019100 2000-EXIT.
019200     EXIT.
019300 2100-FIND-JOB.
020700     END-IF.
020800 2150-EXIT.
020900     EXIT.
020905*-----------------------------------------------------------*
020909* 2200 - ADD OR REPLACE.  A KEYED READ DECIDES BEFORE THE    *
020913*        MASTER IS TOUCHED: A TERM ALREADY ON THE MASTER IS  *
020917*        REPLACED (R) AND ITS RECORD IS THE JOURNAL'S BEFORE *
020921*        IMAGE; A NEW TERM IS ADDED (A) WITH A BLANK BEFORE  *
020925*        IMAGE.  A FAILED READ LEAVES ITS STATUS FOR THE     *
020929*        CALLER'S I/O CHECK.                                 *
020933*-----------------------------------------------------------*
020937 2200-SET-BEFORE-IMAGE.
020941     MOVE "N" TO WS-TMST-DUP-SW.
020945     READ TMST-FILE
020949         INVALID KEY
020953             MOVE SPACES TO WS-TJRN-BEFORE-IMAGE
020957             MOVE "A"    TO WS-TJRN-ACTION
020961             GO TO 2200-EXIT
020965     END-READ.
020969     SET WS-TMST-DUP TO TRUE.
020973     MOVE TMST-RECORD TO WS-TJRN-BEFORE-IMAGE.
020977     MOVE "R"         TO WS-TJRN-ACTION.
020981 2200-EXIT.
020985     EXIT.
021000 9000-END-OF-JOB.
021100     IF NOT WS-LOAD-ABORTED
021200         CLOSE SEQ-OUT-FILE
021300         CLOSE TMST-FILE
021330         PERFORM 9620-CLOSE-TERM-JOURNAL
021360             THRU 9620-EXIT
021400     END-IF.
021500     MOVE WS-READ-COUNT TO WS-CNT-EDIT.
021600     DISPLAY "FIBLOAD TERMS READ:     " WS-CNT-EDIT.
022700         MOVE 4 TO WS-JOB-RC
022800     END-IF.
022900     MOVE WS-JOB-RC TO RETURN-CODE.
022904     MOVE WS-READ-COUNT TO WS-PERF-RECS-READ.
022908     MOVE WS-READ-COUNT TO WS-PERF-TERMS.
022912     ADD WS-ADD-COUNT WS-REPL-COUNT
022916         GIVING WS-PERF-RECS-WRITTEN.
022920     MOVE WS-JOB-RC TO WS-STPL-POST-RC.
022940     PERFORM 9800-POST-STEP-LEDGER
022960         THRU 9800-EXIT.
023000 9000-EXIT.
023100     EXIT.
023200     COPY FIBSTPP.
023300     COPY FIBTJRP.

000100*-----------------------------------------------------------*
000200* FIBTJRP   - TERM MASTER CHANGE JOURNAL PARAGRAPHS SHARED   *
000300*             BY THE PROGRAMS THAT CHANGE FIB.TERM.MASTER.   *
000400*             COPY INTO THE PROCEDURE DIVISION TOGETHER WITH *
000500*             FIBTJRW IN WORKING-STORAGE AND FIBTJRN IN THE  *
000600*             FILE SECTION (TJRN-FILE, DD TMSJRNL).          *
000700*             9600-OPEN-TERM-JOURNAL: OPEN THE JOURNAL FOR   *
000800*             APPEND, CREATING IT ON FIRST USE.              *
000900*             9610-WRITE-TERM-JOURNAL: APPEND ONE CHANGE,    *
001000*             STAMPED WITH THE CURRENT DATE AND TIME.        *
001100*             9620-CLOSE-TERM-JOURNAL: CLOSE IT AND LOG THE  *
001200*             NUMBER OF CHANGES JOURNALED.                   *
001300*             UNLIKE THE STEP LEDGER, A JOURNAL FAILURE SETS *
001400*             WS-TJRN-FAILED FOR THE CALLER TO ACT ON.       *
001500*-----------------------------------------------------------*
001600 9600-OPEN-TERM-JOURNAL.
001700     MOVE "N"  TO WS-TJRN-FAIL-SW.
001800     MOVE ZERO TO WS-TJRN-COUNT.
001900     OPEN EXTEND TJRN-FILE.
002000     IF WS-TJRN-FILE-STATUS = "35"
002100         OPEN OUTPUT TJRN-FILE
002200     END-IF.
002300     IF WS-TJRN-FILE-STATUS NOT = "00"
002400         DISPLAY "FIB0128E TERM JOURNAL NOT AVAILABLE - STATUS "
002500             WS-TJRN-FILE-STATUS " - " WS-TJRN-PROGRAM
002600             " MAKES NO MASTER CHANGES"
002700         SET WS-TJRN-FAILED TO TRUE
002800         GO TO 9600-EXIT
002900     END-IF.
003000     SET WS-TJRN-OPEN TO TRUE.
003100 9600-EXIT.
003200     EXIT.
003300 9610-WRITE-TERM-JOURNAL.
003400     IF NOT WS-TJRN-OPEN
003500         SET WS-TJRN-FAILED TO TRUE
003600         GO TO 9610-EXIT
003700     END-IF.
003800     ACCEPT TJRN-POST-DATE FROM DATE YYYYMMDD.
003900     ACCEPT TJRN-POST-TIME FROM TIME.
004000     MOVE WS-TJRN-PROGRAM      TO TJRN-PROGRAM.
004100     MOVE WS-TJRN-RUN-ID       TO TJRN-RUN-ID.
004200     MOVE WS-TJRN-JOB-ID       TO TJRN-JOB-ID.
004300     MOVE WS-TJRN-ACTION       TO TJRN-ACTION.
004400     MOVE WS-TJRN-BEFORE-IMAGE TO TJRN-BEFORE-IMAGE.
004500     MOVE WS-TJRN-AFTER-IMAGE  TO TJRN-AFTER-IMAGE.
004600     WRITE TJRN-RECORD.
004700     IF WS-TJRN-FILE-STATUS NOT = "00"
004800         DISPLAY "FIB0129E TERM JOURNAL WRITE FAILED - STATUS "
004900             WS-TJRN-FILE-STATUS " - " WS-TJRN-PROGRAM
005000             " STOPS CHANGING THE MASTER"
005100         SET WS-TJRN-FAILED TO TRUE
005200         GO TO 9610-EXIT
005300     END-IF.
005400     ADD 1 TO WS-TJRN-COUNT.
005500 9610-EXIT.
005600     EXIT.
005700 9620-CLOSE-TERM-JOURNAL.
005800     IF NOT WS-TJRN-OPEN
005900         GO TO 9620-EXIT
006000     END-IF.
006100     CLOSE TJRN-FILE.
006200     MOVE "N" TO WS-TJRN-OPEN-SW.
006300     MOVE WS-TJRN-COUNT TO WS-TJRN-MSG-COUNT.
006400     DISPLAY WS-TJRN-PROGRAM " MASTER CHANGES JOURNALED: "
006500         WS-TJRN-MSG-COUNT.
006600 9620-EXIT.
006700     EXIT.

000100*-----------------------------------------------------------*
000200* FIBTJRW   - WORKING FIELDS FOR THE TERM MASTER CHANGE      *
000300*             JOURNAL (RECORD IN FIBTJRN, PARAGRAPHS IN      *
000400*             FIBTJRP).  A PROGRAM THAT CHANGES THE MASTER   *
000500*             MOVES ITS NAME TO WS-TJRN-PROGRAM AND ITS RUN  *
000600*             ID TO WS-TJRN-RUN-ID, THEN PERFORMS            *
000700*             9600-OPEN-TERM-JOURNAL BEFORE ITS FIRST        *
000790*             CHANGE.  FOR EACH CHANGE IT MOVES THE JOB ID,  *
000880*             THE ACTION AND THE TWO IMAGES AND PERFORMS     *
000970*             9610-WRITE-TERM-JOURNAL BEFORE IT TOUCHES THE  *
001060*             MASTER, AND AT THE END                         *
001150*             9620-CLOSE-TERM-JOURNAL.  WS-TJRN-FAILED SAYS  *
001240*             THE JOURNAL COULD NOT BE OPENED OR WRITTEN -   *
001330*             THE CALLER MUST THEN LEAVE THE MASTER          *
001420*             UNCHANGED AND STOP, SINCE A CHANGE THAT IS NOT *
001510*             JOURNALED CANNOT BE RECOVERED.                 *
001600*-----------------------------------------------------------*
001700 01  WS-TJRN-FILE-STATUS         PIC X(02)  VALUE "00".
001800 01  WS-TJRN-OPEN-SW             PIC X(01)  VALUE "N".
001900     88  WS-TJRN-OPEN                        VALUE "Y".
002000 01  WS-TJRN-FAIL-SW             PIC X(01)  VALUE "N".
002100     88  WS-TJRN-FAILED                      VALUE "Y".
002200 01  WS-TJRN-PROGRAM             PIC X(08)  VALUE SPACES.
002300 01  WS-TJRN-RUN-ID              PIC X(08)  VALUE SPACES.
002400 01  WS-TJRN-JOB-ID              PIC X(08)  VALUE SPACES.
002500 01  WS-TJRN-ACTION              PIC X(01)  VALUE SPACE.
002600 01  WS-TJRN-BEFORE-IMAGE        PIC X(115) VALUE SPACES.
002700 01  WS-TJRN-AFTER-IMAGE         PIC X(115) VALUE SPACES.
002800 01  WS-TJRN-COUNT               PIC 9(07)  COMP VALUE ZERO.
002900 01  WS-TJRN-MSG-COUNT           PIC ZZZZZZ9.

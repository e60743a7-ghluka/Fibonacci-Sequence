000100*-----------------------------------------------------------*
000200* FIBSTPW   - WORKING FIELDS FOR THE FIBRUN STEP-COMPLETION  *
000300*             LEDGER (RECORD IN FIBSTPL, PARAGRAPHS IN       *
000400*             FIBSTPP).  A STEP MOVES ITS JCL STEP NAME TO   *
000500*             WS-STPL-THIS-STEP AND THE HIGHEST RETURN CODE  *
000600*             THAT STILL COUNTS AS A CLEAN END TO            *
000700*             WS-STPL-CLEAN-MAX BEFORE                       *
000800*             9700-CHECK-STEP-LEDGER, THEN MOVES ITS RETURN  *
000900*             CODE TO WS-STPL-POST-RC BEFORE                 *
001000*             9800-POST-STEP-LEDGER.  WS-STPL-STEP-DONE      *
001100*             SAYS THE STEP ALREADY ENDED CLEAN IN THE RUN   *
001200*             BEING RESUMED AND MUST NOT RUN AGAIN -         *
001300*             WS-STPL-DONE-RC IS THE RETURN CODE IT ENDED    *
001400*             WITH, WHICH THE STEP HANDS BACK SO THE JOB'S   *
001500*             CONDITION CODES READ AS THEY DID.  A STEP THAT *
001600*             RUNS ON EVERY SUBMISSION (THE CALENDAR PROBE,  *
001700*             THE DIGEST) SETS WS-STPL-ALWAYS-RUNS AND IS    *
001800*             NEVER TREATED AS DONE.                         *
001810*             WS-STPL-RUN-FIRST-SUB AND WS-STPL-RUN-START    *
001820*             ARE THE SUBMISSION AND TIME OF DAY THAT        *
001830*             OPENED THE RUN, SO A RESUMED STEP CAN TELL     *
001840*             OUTPUT OF THE RUN IT RESUMES FROM OUTPUT OF    *
001850*             AN EARLIER RUN THAT DAY.                       *
001854*             THE WS-PERF- FIELDS FEED THE PERFORMANCE       *
001858*             HISTORY (FIBPERF).  9700 NOTES WHEN THE STEP   *
001862*             STARTED; BEFORE 9800 THE STEP ADDS ITS         *
001866*             RECORDS READ AND WRITTEN AND THE TERMS IT      *
001870*             HANDLED TO WS-PERF-RECS-READ,                  *
001874*             WS-PERF-RECS-WRITTEN AND WS-PERF-TERMS.  A     *
001878*             STEP THAT TIMES EACH PIECE OF WORK BY          *
001882*             SEQUENCE TYPE PERFORMS 9850 BEFORE IT AND,     *
001886*             WITH WS-PERF-INT-TYPE AND WS-PERF-INT-TERMS    *
001890*             SET, 9860 AFTER IT.                            *
001900*-----------------------------------------------------------*
002000 01  WS-STPL-FILE-STATUS         PIC X(02)  VALUE "00".
002100 01  WS-STPL-EOF-SW              PIC X(01)  VALUE "N".
002200     88  WS-STPL-EOF                         VALUE "Y".
002300 01  WS-STPL-THIS-STEP           PIC X(08)  VALUE SPACES.
002400 01  WS-STPL-JOB-NAME            PIC X(06)  VALUE "FIBRUN".
002500 01  WS-STPL-BUS-DATE            PIC 9(08)  VALUE ZERO.
002600 01  WS-STPL-SUBMISSION          PIC 9(02)  VALUE ZERO.
002700 01  WS-STPL-RUN-FIRST-SUB       PIC 9(02)  VALUE ZERO.
002720 01  WS-STPL-RUN-START.
002740     05  WS-STPL-RUN-START-HH    PIC 9(02)  VALUE ZERO.
002760     05  WS-STPL-RUN-START-MIN   PIC 9(02)  VALUE ZERO.
002780     05  WS-STPL-RUN-START-SS    PIC 9(02)  VALUE ZERO.
002800 01  WS-STPL-RESUME-SW           PIC X(01)  VALUE "N".
002900     88  WS-STPL-RESUMING                    VALUE "Y".
003000     88  WS-STPL-NOT-RESUMING                VALUE "N".
003100 01  WS-STPL-DONE-SW             PIC X(01)  VALUE "N".
003200     88  WS-STPL-STEP-DONE                   VALUE "Y".
003300     88  WS-STPL-STEP-NOT-DONE               VALUE "N".
003400 01  WS-STPL-MARK-SW             PIC X(01)  VALUE "Y".
003500     88  WS-STPL-MARK-START                  VALUE "Y".
003600     88  WS-STPL-NO-MARK                     VALUE "N".
003700 01  WS-STPL-ALWAYS-SW           PIC X(01)  VALUE "N".
003800     88  WS-STPL-ALWAYS-RUNS                 VALUE "Y".
003900 01  WS-STPL-DONE-RC             PIC 9(04)  VALUE ZERO.
004000 01  WS-STPL-DONE-SUB            PIC 9(02)  VALUE ZERO.
004100 01  WS-STPL-CLEAN-MAX           PIC 9(04)  VALUE ZERO.
004200 01  WS-STPL-POST-RC             PIC 9(04)  VALUE ZERO.
004300 01  WS-STPL-POST-STATUS         PIC X(01)  VALUE SPACE.
004400 01  WS-STPL-SYS-TIME.
004500     05  WS-STPL-SYS-HH          PIC 9(02).
004600     05  WS-STPL-SYS-MIN         PIC 9(02).
004700     05  WS-STPL-SYS-SS          PIC 9(02).
004800     05  WS-STPL-SYS-HSEC        PIC 9(02).
004900 01  WS-STPL-MSG-SUB             PIC Z9.
005000 01  WS-STPL-MSG-RC              PIC ZZZ9.
005100 01  WS-PERF-FILE-STATUS         PIC X(02)  VALUE "00".
005200 01  WS-PERF-START-DATE          PIC 9(08)  VALUE ZERO.
005300 01  WS-PERF-START-TIME          PIC 9(08)  VALUE ZERO.
005400 01  WS-PERF-END-DATE            PIC 9(08)  VALUE ZERO.
005500 01  WS-PERF-END-TIME            PIC 9(08)  VALUE ZERO.
005600 01  WS-PERF-RECS-READ           PIC 9(09)  COMP VALUE ZERO.
005700 01  WS-PERF-RECS-WRITTEN        PIC 9(09)  COMP VALUE ZERO.
005800 01  WS-PERF-TERMS               PIC 9(09)  COMP VALUE ZERO.
005900 01  WS-PERF-CLOCK.
006000     05  WS-PERF-CLK-HH          PIC 9(02).
006100     05  WS-PERF-CLK-MIN         PIC 9(02).
006200     05  WS-PERF-CLK-SS          PIC 9(02).
006300     05  WS-PERF-CLK-HSEC        PIC 9(02).
006400 01  WS-PERF-HSEC                PIC S9(09) COMP VALUE ZERO.
006500 01  WS-PERF-FROM-HSEC           PIC S9(09) COMP VALUE ZERO.
006600 01  WS-PERF-ELAPSED             PIC S9(09) COMP VALUE ZERO.
006700 01  WS-PERF-INT-DATE            PIC 9(08)  VALUE ZERO.
006800 01  WS-PERF-INT-TIME            PIC 9(08)  VALUE ZERO.
006900 01  WS-PERF-INT-TYPE            PIC X(01)  VALUE SPACE.
007000 01  WS-PERF-INT-TERMS           PIC 9(07)  COMP VALUE ZERO.
007100 01  WS-PERF-TYPE-IX             PIC 9(01)  COMP VALUE ZERO.
007200 01  WS-PERF-TYPE-TABLE.
007300     05  WS-PERF-TYPE-ENTRY      OCCURS 3 TIMES.
007400         10  WS-PERF-TYPE-TERMS  PIC 9(07)  COMP VALUE ZERO.
007500         10  WS-PERF-TYPE-HSEC   PIC 9(07)  COMP VALUE ZERO.

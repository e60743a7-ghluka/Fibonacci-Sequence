000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBREQI.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBREQI - SEQUENCE REQUEST INTAKE.  TAKES IN THE DAY'S     *
000900*           REQUEST FILE (REQIN, FIBREQ - HEADER, ONE        *
001000*           DETAIL PER REQUEST, TRAILER WITH THE DETAIL      *
001100*           COUNT) FROM THE ORDER SYSTEM.  EACH REQUEST IS   *
001200*           TURNED INTO A PARM CARD AND GIVEN THE SAME       *
001300*           PROFILE, FIELD AND ENTITLEMENT EDITS FIBSTEP     *
001400*           GIVES THE CARD.  CLEAN CARDS ARE QUEUED ON       *
001500*           PARMOUT FOR THE APPLY STEP TO ADD TO             *
001600*           FIB.PARMIN; EVERY REQUEST IS WRITTEN TO LOGNEW   *
001700*           (FIBRQLG) FOR THE REQUEST LOG, WITH ITS STATUS   *
001800*           AND REASONS, SO FIBREQR CAN ANSWER IT.  A        *
001900*           REQUEST ID THAT IS BLANK, REPEATED IN THE FILE   *
002000*           OR ALREADY ON THE REQUEST LOG (REQLOG) IS        *
002100*           REJECTED.  A FILE WITHOUT ITS HEADER OR          *
002200*           TRAILER, OR WHOSE TRAILER COUNT IS WRONG, IS     *
002300*           NOT TAKEN AT ALL.                                *
002400*           RC 4 = NO REQUEST FILE OR NO REQUESTS            *
002500*           RC 8 = ONE OR MORE REQUESTS REJECTED             *
002600*           RC 12 = FILE DAMAGED OR OVER 500 REQUESTS -      *
002700*                   NOTHING QUEUED                           *
002800*-----------------------------------------------------------*
002900* MODIFICATION HISTORY                                       *
003000*-----------------------------------------------------------*
003100* DATE       INIT  DESCRIPTION                                *
003200* 2026-10-12  RH   ORIGINAL VERSION.                          *
003220* 2026-10-15  RH   A BLANK SEQUENCE TYPE NOW TAKES FIBSTEP'S  *
003240*                  DEFAULT (WS-DFLT-SEQ-TYPE).  THE SHARED    *
003260*                  FIELDS COME FROM FIBFLDS.CPY.              *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REQ-FILE ASSIGN TO "REQIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REQ-FILE-STATUS.
004300     SELECT RQLH-FILE ASSIGN TO "REQLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RQLH-FILE-STATUS.
004600     SELECT RQL-FILE ASSIGN TO "LOGNEW"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT PARM-FILE ASSIGN TO "PARMOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT PROF-FILE ASSIGN TO "FIBPROF"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PROF-FILE-STATUS.
005300     SELECT USER-FILE ASSIGN TO "FIBUSER"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-USER-FILE-STATUS.
005600     SELECT RQI-FILE ASSIGN TO "REQRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000     COPY FIBREQ.
006100 FD  RQLH-FILE
006200     RECORDING MODE IS F.
006300 01  RQLH-RECORD.
006400     05  RQLH-REQ-ID             PIC X(08).
006500     05  FILLER                  PIC X(57).
006600     COPY FIBRQLG.
006700     COPY FIBPARM.
006800     COPY FIBPROF.
006900     COPY FIBUSER.
007000 FD  RQI-FILE
007100     RECORDING MODE IS F.
007200 01  RQI-RECORD                 PIC X(132).
007300 WORKING-STORAGE SECTION.
007350     COPY FIBFLDS.
007400     COPY FIBEDIT.
007500     COPY FIBPRFW.
007600     COPY FIBUSRW.
007700     COPY FIBRSNW.
007800 01  WS-REQ-FILE-STATUS          PIC X(02)  VALUE "00".
007900 01  WS-RQLH-FILE-STATUS         PIC X(02)  VALUE "00".
008800 01  WS-REQ-EOF-SW               PIC X(01)  VALUE "N".
008900     88  WS-REQ-EOF                          VALUE "Y".
009000 01  WS-RQLH-EOF-SW              PIC X(01)  VALUE "N".
009100     88  WS-RQLH-EOF                         VALUE "Y".
009200 01  WS-RQI-ABORT-SW             PIC X(01)  VALUE "N".
009300     88  WS-RQI-ABORTED                      VALUE "Y".
009400 01  WS-ERR-REQ-ID-SW            PIC X(01)  VALUE "N".
009500     88  WS-ERR-REQ-ID                       VALUE "Y".
009600 01  WS-RQI-RC                   PIC 9(02)  VALUE ZERO.
009700*-----------------------------------------------------------*
009800* REQUEST IDS OF THIS FILE, IN FILE ORDER, HELD FROM THE     *
009900* FIRST PASS.  WS-RQI-DUP IS SET FOR AN ID THAT IS BLANK,    *
010000* REPEATS AN EARLIER DETAIL OR IS ALREADY ON THE REQUEST     *
010100* LOG.                                                       *
010200*-----------------------------------------------------------*
010300 01  WS-RQI-MAX                  PIC 9(03)  COMP VALUE 500.
010400 01  WS-RQI-COUNT                PIC 9(03)  COMP VALUE ZERO.
010500 01  WS-RQI-IX                   PIC 9(03)  COMP VALUE ZERO.
010600 01  WS-RQI-JX                   PIC 9(03)  COMP VALUE ZERO.
010700 01  WS-RQI-TABLE.
010800     05  WS-RQI-ENTRY            OCCURS 500 TIMES.
010900         10  WS-RQI-ID           PIC X(08).
011000         10  WS-RQI-DUP-SW       PIC X(01).
011100             88  WS-RQI-DUP                  VALUE "Y".
011200 01  WS-QUEUED-COUNT             PIC 9(05)  COMP VALUE ZERO.
011300 01  WS-REJECT-COUNT             PIC 9(05)  COMP VALUE ZERO.
011400 01  WS-RQI-SYS-DATE             PIC 9(08)  VALUE ZERO.
011500 01  WS-RQI-RPT-DATE REDEFINES WS-RQI-SYS-DATE.
011600     05  WS-RQD-YYYY             PIC 9(04).
011700     05  WS-RQD-MM               PIC 9(02).
011800     05  WS-RQD-DD               PIC 9(02).
011900 01  WS-RQI-SYS-TIME.
012000     05  WS-RQI-HHMMSS           PIC 9(06).
012100     05  WS-RQI-HSEC             PIC 9(02).
012200 01  WS-RQI-TITLE-LINE.
012300     05  FILLER                  PIC X(54) VALUE SPACES.
012400     05  FILLER                  PIC X(23)
012500             VALUE "SEQUENCE REQUEST INTAKE".
012600     05  FILLER                  PIC X(55) VALUE SPACES.
012700 01  WS-RQI-DATE-LINE.
012800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
012900     05  WS-RQI-RPT-MM           PIC 99.
013000     05  FILLER                  PIC X(01) VALUE "/".
013100     05  WS-RQI-RPT-DD           PIC 99.
013200     05  FILLER                  PIC X(01) VALUE "/".
013300     05  WS-RQI-RPT-YYYY         PIC 9(04).
013400     05  FILLER                  PIC X(112) VALUE SPACES.
013500 01  WS-RQI-FILE-LINE.
013600     05  FILLER                  PIC X(15)
013700             VALUE "SOURCE SYSTEM: ".
013800     05  WS-RQF-SOURCE           PIC X(08).
013900     05  FILLER                  PIC X(13) VALUE "  FILE DATE: ".
014000     05  WS-RQF-DATE             PIC X(08).
014100     05  FILLER                  PIC X(88) VALUE SPACES.
014200 01  WS-RQI-COLUMN-LINE.
014300     05  FILLER                  PIC X(10) VALUE "REQUEST".
014400     05  FILLER                  PIC X(10) VALUE "USER".
014500     05  FILLER                  PIC X(10) VALUE "PROFILE".
014600     05  FILLER                  PIC X(10) VALUE "JOB ID".
014700     05  FILLER                  PIC X(10) VALUE "RESULT".
014800     05  FILLER                  PIC X(82) VALUE "REASONS".
014900 01  WS-RQI-DETAIL-LINE.
015000     05  WS-RQL-REQ-ID           PIC X(08).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  WS-RQL-USER-ID          PIC X(08).
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  WS-RQL-PROFILE          PIC X(08).
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  WS-RQL-JOB-ID           PIC X(08).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  WS-RQL-RESULT           PIC X(08).
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  WS-RQL-CODE-AREA.
016100         10  WS-RQL-CODE         OCCURS 9 TIMES.
016200             15  WS-RQL-CODE-ID  PIC X(08).
016300             15  FILLER          PIC X(01).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500 01  WS-RQI-FOOTER-LINE.
016600     05  FILLER                  PIC X(19)
016700             VALUE "REQUESTS RECEIVED: ".
016800     05  WS-FTR-RECEIVED         PIC ZZZZ9.
016900     05  FILLER                  PIC X(10)
017000             VALUE "  QUEUED: ".
017100     05  WS-FTR-QUEUED           PIC ZZZZ9.
017200     05  FILLER                  PIC X(12)
017300             VALUE "  REJECTED: ".
017400     05  WS-FTR-REJECTED         PIC ZZZZ9.
017500     05  FILLER                  PIC X(76) VALUE SPACES.
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE
017900         THRU 1000-EXIT.
018000     IF NOT WS-RQI-ABORTED
018100         PERFORM 0100-PROCESS-REQUEST
018200             THRU 0100-EXIT
018300             VARYING WS-RQI-IX FROM 1 BY 1
018400             UNTIL WS-RQI-IX > WS-RQI-COUNT
018500     END-IF.
018600     PERFORM 9000-END-OF-JOB
018700         THRU 9000-EXIT.
018800     GOBACK.
018900*-----------------------------------------------------------*
019000* 0100 - ONE REQUEST (SECOND PASS).  THE REQUEST IS BUILT    *
019100*        INTO A PARM CARD AND EDITED EXACTLY AS FIBSTEP WILL *
019200*        EDIT THE CARD - PROFILE, FIELD EDITS, ENTITLEMENT - *
019300*        SO A REQUEST THAT WOULD ONLY REJECT TOMORROW IS     *
019400*        TURNED BACK TODAY.  A CLEAN CARD IS QUEUED ON       *
019500*        PARMOUT; EVERY REQUEST, QUEUED OR NOT, IS LOGGED.   *
019600*-----------------------------------------------------------*
019700 0100-PROCESS-REQUEST.
019800     PERFORM 0200-READ-REQUEST
019900         THRU 0200-EXIT.
020000     PERFORM 1050-BUILD-PARM-CARD
020100         THRU 1050-EXIT.
020200     PERFORM 1080-APPLY-PROFILE
020300         THRU 1080-EXIT.
020400     PERFORM 1100-EDIT-PARM-CARD
020500         THRU 1100-EXIT.
020600     IF WS-PARM-VALID
020700         WRITE PARM-CARD
020800         ADD 1 TO WS-QUEUED-COUNT
020900     ELSE
021000         ADD 1 TO WS-REJECT-COUNT
021100         IF WS-RQI-RC < 8
021200             MOVE 8 TO WS-RQI-RC
021300         END-IF
021400     END-IF.
021500     PERFORM 1160-WRITE-REQUEST-LOG
021600         THRU 1160-EXIT.
021700     PERFORM 1170-WRITE-REQUEST-LINE
021800         THRU 1170-EXIT.
021900 0100-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------*
022200* 0200 - NEXT DETAIL OF THE SECOND PASS.  THE FIRST PASS     *
022300*        HAS ALREADY PROVED THE HEADER, THE TRAILER AND THE  *
022400*        COUNT.                                              *
022500*-----------------------------------------------------------*
022600 0200-READ-REQUEST.
022700     READ REQ-FILE
022800         AT END
022900             SET WS-REQ-EOF TO TRUE
023000     END-READ.
023100     IF NOT REQ-DETAIL
023200         GO TO 0200-READ-REQUEST
023300     END-IF.
023400 0200-EXIT.
023500     EXIT.
023600 1000-INITIALIZE.
023700     ACCEPT WS-RQI-SYS-DATE FROM DATE YYYYMMDD.
023800     ACCEPT WS-RQI-SYS-TIME FROM TIME.
023900     MOVE WS-RQD-MM   TO WS-RQI-RPT-MM.
024000     MOVE WS-RQD-DD   TO WS-RQI-RPT-DD.
024100     MOVE WS-RQD-YYYY TO WS-RQI-RPT-YYYY.
024200     OPEN OUTPUT RQI-FILE.
024300     MOVE WS-RQI-TITLE-LINE TO RQI-RECORD.
024400     WRITE RQI-RECORD.
024500     MOVE WS-RQI-DATE-LINE  TO RQI-RECORD.
024600     WRITE RQI-RECORD.
024700     OPEN OUTPUT PARM-FILE.
024800     OPEN OUTPUT RQL-FILE.
024900     OPEN INPUT REQ-FILE.
025000     IF WS-REQ-FILE-STATUS NOT = "00"
025100         MOVE "FIB0139W NO REQUEST FILE - NOTHING QUEUED"
025200             TO RQI-RECORD
025300         WRITE RQI-RECORD
025400         MOVE 4 TO WS-RQI-RC
025500         SET WS-RQI-ABORTED TO TRUE
025600         GO TO 1000-EXIT
025700     END-IF.
025800     PERFORM 1010-LOAD-REQUEST-IDS
025900         THRU 1010-EXIT.
026000     CLOSE REQ-FILE.
026100     IF WS-RQI-ABORTED
026200         GO TO 1000-EXIT
026300     END-IF.
026400     IF WS-RQI-COUNT = ZERO
026500         MOVE "FIB0139W NO REQUESTS IN THE FILE - NOTHING QUEUED"
026600             TO RQI-RECORD
026700         WRITE RQI-RECORD
026800         MOVE 4 TO WS-RQI-RC
026900         SET WS-RQI-ABORTED TO TRUE
027000         GO TO 1000-EXIT
027100     END-IF.
027200     PERFORM 1020-SCAN-REQUEST-LOG
027300         THRU 1020-EXIT.
027400     OPEN INPUT REQ-FILE.
027500     MOVE "N" TO WS-REQ-EOF-SW.
027600     MOVE SPACES TO RQI-RECORD.
027700     WRITE RQI-RECORD.
027800     MOVE WS-RQI-COLUMN-LINE TO RQI-RECORD.
027900     WRITE RQI-RECORD.
028000 1000-EXIT.
028100     EXIT.
028200*-----------------------------------------------------------*
028300* 1010 - FIRST PASS.  A HEADER FIRST, DETAILS, THEN A        *
028400*        TRAILER WHOSE COUNT AGREES - ANYTHING ELSE IS A     *
028500*        DAMAGED OR TRUNCATED FILE AND NOTHING IS QUEUED     *
028600*        FROM IT (RC 12), SO THE ORDER SYSTEM CAN SIMPLY     *
028700*        SEND IT AGAIN.                                      *
028800*-----------------------------------------------------------*
028900 1010-LOAD-REQUEST-IDS.
029000     READ REQ-FILE
029100         AT END
029200             MOVE "FIB0139W REQUEST FILE EMPTY - NOTHING QUEUED"
029300                 TO RQI-RECORD
029400             WRITE RQI-RECORD
029500             MOVE 4 TO WS-RQI-RC
029600             SET WS-RQI-ABORTED TO TRUE
029700             GO TO 1010-EXIT
029800     END-READ.
029900     IF NOT REQ-HEADER
030000         MOVE "FIB0136E REQUEST FILE HAS NO HEADER - NOTHING"
030100             TO RQI-RECORD
030200         MOVE " QUEUED" TO RQI-RECORD (46:7)
030300         WRITE RQI-RECORD
030400         MOVE 12 TO WS-RQI-RC
030500         SET WS-RQI-ABORTED TO TRUE
030600         GO TO 1010-EXIT
030700     END-IF.
030800     MOVE REQ-SOURCE-SYSTEM TO WS-RQF-SOURCE.
030900     MOVE REQ-BODY (9:8)    TO WS-RQF-DATE.
031000     MOVE WS-RQI-FILE-LINE  TO RQI-RECORD.
031100     WRITE RQI-RECORD.
031200     PERFORM 1015-READ-REQUEST-ID
031300         THRU 1015-EXIT
031400         UNTIL WS-REQ-EOF
031500            OR WS-RQI-ABORTED.
031600 1010-EXIT.
031700     EXIT.
031800 1015-READ-REQUEST-ID.
031900     READ REQ-FILE
032000         AT END
032100             MOVE "FIB0136E REQUEST FILE HAS NO TRAILER - NOTHING"
032200                 TO RQI-RECORD
032300             MOVE " QUEUED" TO RQI-RECORD (47:7)
032400             WRITE RQI-RECORD
032500             MOVE 12 TO WS-RQI-RC
032600             SET WS-RQI-ABORTED TO TRUE
032700             GO TO 1015-EXIT
032800     END-READ.
032900     IF REQ-TRAILER
033000         SET WS-REQ-EOF TO TRUE
033100         IF REQ-REC-COUNT NOT NUMERIC
033200            OR REQ-REC-COUNT NOT = WS-RQI-COUNT
033300             MOVE "FIB0137E REQUEST FILE TRAILER COUNT WRONG -"
033400                 TO RQI-RECORD
033500             MOVE " NOTHING QUEUED" TO RQI-RECORD (44:15)
033600             WRITE RQI-RECORD
033700             MOVE 12 TO WS-RQI-RC
033800             SET WS-RQI-ABORTED TO TRUE
033900         END-IF
034000         GO TO 1015-EXIT
034100     END-IF.
034200     IF NOT REQ-DETAIL
034300         MOVE "FIB0136E REQUEST FILE RECORD OUT OF PLACE -"
034400             TO RQI-RECORD
034500         MOVE " NOTHING QUEUED" TO RQI-RECORD (44:15)
034600         WRITE RQI-RECORD
034700         MOVE 12 TO WS-RQI-RC
034800         SET WS-RQI-ABORTED TO TRUE
034900         GO TO 1015-EXIT
035000     END-IF.
035100     IF WS-RQI-COUNT NOT < WS-RQI-MAX
035200         MOVE "FIB0138E REQUEST FILE OVER 500 REQUESTS - NOTHING"
035300             TO RQI-RECORD
035400         MOVE " QUEUED" TO RQI-RECORD (50:7)
035500         WRITE RQI-RECORD
035600         MOVE 12 TO WS-RQI-RC
035700         SET WS-RQI-ABORTED TO TRUE
035800         GO TO 1015-EXIT
035900     END-IF.
036000     ADD 1 TO WS-RQI-COUNT.
036100     MOVE REQ-ID TO WS-RQI-ID (WS-RQI-COUNT).
036200     MOVE "N"    TO WS-RQI-DUP-SW (WS-RQI-COUNT).
036300     IF REQ-ID = SPACES
036400         MOVE "Y" TO WS-RQI-DUP-SW (WS-RQI-COUNT)
036500         GO TO 1015-EXIT
036600     END-IF.
036700     PERFORM 1017-CHECK-DUP-IN-FILE
036800         THRU 1017-EXIT
036900         VARYING WS-RQI-JX FROM 1 BY 1
037000         UNTIL WS-RQI-JX NOT < WS-RQI-COUNT
037100            OR WS-RQI-DUP (WS-RQI-COUNT).
037200 1015-EXIT.
037300     EXIT.
037400 1017-CHECK-DUP-IN-FILE.
037500     IF WS-RQI-ID (WS-RQI-JX) = REQ-ID
037600         MOVE "Y" TO WS-RQI-DUP-SW (WS-RQI-COUNT)
037700     END-IF.
037800 1017-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------*
038100* 1020 - A REQUEST ID ALREADY ON THE REQUEST LOG WAS TAKEN   *
038200*        IN BEFORE - A RESENT FILE MUST NOT RUN ITS REQUESTS *
038300*        A SECOND TIME.  NO LOG YET (FIRST INTAKE) IS NOT AN *
038400*        ERROR.                                              *
038500*-----------------------------------------------------------*
038600 1020-SCAN-REQUEST-LOG.
038700     OPEN INPUT RQLH-FILE.
038800     IF WS-RQLH-FILE-STATUS NOT = "00"
038900         GO TO 1020-EXIT
039000     END-IF.
039100     PERFORM 1022-READ-REQUEST-LOG
039200         THRU 1022-EXIT
039300         UNTIL WS-RQLH-EOF.
039400     CLOSE RQLH-FILE.
039500 1020-EXIT.
039600     EXIT.
039700 1022-READ-REQUEST-LOG.
039800     READ RQLH-FILE
039900         AT END
040000             SET WS-RQLH-EOF TO TRUE
040100             GO TO 1022-EXIT
040200     END-READ.
040300     PERFORM 1024-CHECK-LOGGED-ID
040400         THRU 1024-EXIT
040500         VARYING WS-RQI-JX FROM 1 BY 1
040600         UNTIL WS-RQI-JX > WS-RQI-COUNT.
040700 1022-EXIT.
040800     EXIT.
040900 1024-CHECK-LOGGED-ID.
041000     IF WS-RQI-ID (WS-RQI-JX) = RQLH-REQ-ID
041100         MOVE "Y" TO WS-RQI-DUP-SW (WS-RQI-JX)
041200     END-IF.
041300 1024-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------*
041600* 1050 - THE REQUEST AS A PARM CARD.  A DIRECT REQUEST RUNS  *
041700*        UNDER ITS REQUEST ID AS JOB ID SO ITS FIBAUDT AND   *
041800*        FIBSUSP RECORDS, AND EVERY OUTPUT ROW, TIE BACK TO  *
041900*        IT.  THE NUMERIC FIELDS ARE COPIED BYTE FOR BYTE    *
042000*        (REFERENCE MODIFIED) SO A BAD VALUE REACHES THE     *
042100*        EDIT EXACTLY AS THE ORDER SYSTEM SENT IT.           *
042200*-----------------------------------------------------------*
042300 1050-BUILD-PARM-CARD.
042400     MOVE SPACES               TO PARM-CARD.
042500     MOVE REQ-TERM-COUNT (1:5) TO PARM-TERM-COUNT (1:5).
042600     MOVE REQ-SEED-A (1:15)    TO PARM-SEED-A (1:15).
042700     MOVE REQ-SEED-B (1:15)    TO PARM-SEED-B (1:15).
042800     MOVE REQ-SEED-C (1:15)    TO PARM-SEED-C (1:15).
042900     MOVE "N"                  TO PARM-RESTART-SW.
043000     MOVE "N"                  TO PARM-CSV-SW.
043100     MOVE REQ-ID               TO PARM-JOB-ID.
043200     MOVE REQ-SEQ-TYPE         TO PARM-SEQ-TYPE.
043300     MOVE REQ-PROFILE-NAME     TO PARM-PROFILE-NAME.
043400     MOVE REQ-USER-ID          TO PARM-USER-ID.
043500     MOVE WS-RQI-DUP-SW (WS-RQI-IX) TO WS-ERR-REQ-ID-SW.
043600 1050-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------*
043900* 1080 - PROFILE SELECTION, AS IN THE SEQUENCE PROGRAM.  A   *
044000*        PROFILE REQUEST IS QUEUED WITH THE PROFILE'S FIELDS *
044100*        (JOB ID INCLUDED) ALREADY ON THE CARD - FIBSTEP     *
044200*        APPLIES THE SAME PROFILE OVER THEM AGAIN.           *
044300*-----------------------------------------------------------*
044400 1080-APPLY-PROFILE.
044500     MOVE "N" TO WS-ERR-PROF-NOTFND-SW
044600                 WS-ERR-PROF-UNAVAIL-SW.
044700     IF PARM-PROFILE-NAME = SPACES
044800         GO TO 1080-EXIT
044900     END-IF.
045000     IF WS-PROF-NOT-TRIED
045100         PERFORM 1090-LOAD-PROFILE-MASTER
045200             THRU 1090-EXIT
045300     END-IF.
045400     IF WS-PROF-UNAVAILABLE
045500         SET WS-ERR-PROF-UNAVAIL TO TRUE
045600         GO TO 1080-EXIT
045700     END-IF.
045800     MOVE "N"  TO WS-PROF-FOUND-SW.
045900     MOVE ZERO TO WS-PROF-HIT.
046000     PERFORM 1095-FIND-PROFILE
046100         THRU 1095-EXIT
046200         VARYING WS-PROF-IX FROM 1 BY 1
046300         UNTIL WS-PROF-IX > WS-PROF-COUNT
046400            OR WS-PROF-FOUND.
046500     IF NOT WS-PROF-FOUND
046600         SET WS-ERR-PROF-NOTFND TO TRUE
046700         GO TO 1080-EXIT
046800     END-IF.
046900     MOVE WS-PROF-REC (WS-PROF-HIT) TO WS-PROF-WORK.
047000     MOVE WS-PW-TERM-COUNT TO PARM-TERM-COUNT.
047100     MOVE WS-PW-SEED-A     TO PARM-SEED-A.
047200     MOVE WS-PW-SEED-B     TO PARM-SEED-B.
047300     MOVE WS-PW-SEED-C     TO PARM-SEED-C.
047400     MOVE WS-PW-RESTART-SW TO PARM-RESTART-SW.
047500     MOVE WS-PW-CSV-SW     TO PARM-CSV-SW.
047600     MOVE WS-PW-JOB-ID     TO PARM-JOB-ID.
047700     MOVE WS-PW-SEQ-TYPE   TO PARM-SEQ-TYPE.
047800 1080-EXIT.
047900     EXIT.
048000 1090-LOAD-PROFILE-MASTER.
048100     OPEN INPUT PROF-FILE.
048200     IF WS-PROF-FILE-STATUS NOT = "00"
048300         SET WS-PROF-UNAVAILABLE TO TRUE
048400         GO TO 1090-EXIT
048500     END-IF.
048600     PERFORM 1092-READ-PROFILE
048700         THRU 1092-EXIT
048800         UNTIL WS-PROF-LOADED
048900            OR WS-PROF-UNAVAILABLE.
049000     CLOSE PROF-FILE.
049100 1090-EXIT.
049200     EXIT.
049300 1092-READ-PROFILE.
049400     READ PROF-FILE
049500         AT END
049600             SET WS-PROF-LOADED TO TRUE
049700             GO TO 1092-EXIT
049800     END-READ.
049900     IF WS-PROF-COUNT >= WS-PROF-MAX
050000         SET WS-PROF-LOADED TO TRUE
050100         GO TO 1092-EXIT
050200     END-IF.
050300     ADD 1 TO WS-PROF-COUNT.
050400     MOVE PROF-RECORD TO WS-PROF-REC (WS-PROF-COUNT).
050500 1092-EXIT.
050600     EXIT.
050700 1095-FIND-PROFILE.
050800     IF WS-PROF-REC (WS-PROF-IX) (1:8) = PARM-PROFILE-NAME
050900         SET WS-PROF-FOUND TO TRUE
051000         MOVE WS-PROF-IX TO WS-PROF-HIT
051100     END-IF.
051200 1095-EXIT.
051300     EXIT.
051400*-----------------------------------------------------------*
051500* 1100 - THE SEQUENCE PROGRAM'S CARD EDIT AND ENTITLEMENT    *
051600*        CHECK, PLUS THE REQUEST ID.  EVERY FAILING REASON   *
051700*        IS FLAGGED, NOT JUST THE FIRST.                     *
051800*-----------------------------------------------------------*
051900 1100-EDIT-PARM-CARD.
052000     SET WS-PARM-VALID TO TRUE.
052100     MOVE "N" TO WS-ERR-TERM-NONNUM-SW
052200                 WS-ERR-TERM-ZERO-SW
052300                 WS-ERR-TERM-TOOLARGE-SW
052400                 WS-ERR-SEEDA-NONNUM-SW
052500                 WS-ERR-SEEDB-NONNUM-SW
052600                 WS-ERR-TYPE-INVALID-SW
052700                 WS-ERR-SEEDC-NONNUM-SW
052800                 WS-ERR-USER-UNKNOWN-SW
052900                 WS-ERR-OVER-CEILING-SW.
053000     IF PARM-SEQ-TYPE = SPACE
053100         MOVE WS-DFLT-SEQ-TYPE TO PARM-SEQ-TYPE
053200     END-IF.
053300     IF PARM-TERM-COUNT NOT NUMERIC
053400         SET WS-PARM-INVALID     TO TRUE
053500         SET WS-ERR-TERM-NONNUM  TO TRUE
053600     ELSE
053700         IF PARM-TERM-COUNT = ZERO
053800             SET WS-PARM-INVALID   TO TRUE
053900             SET WS-ERR-TERM-ZERO  TO TRUE
054000         END-IF
054100         IF PARM-TERM-COUNT > WS-MAX-SAFE-TERMS
054200             SET WS-PARM-INVALID      TO TRUE
054300             SET WS-ERR-TERM-TOOLARGE TO TRUE
054400         END-IF
054500     END-IF.
054600     IF PARM-SEED-A NOT NUMERIC
054700         SET WS-PARM-INVALID      TO TRUE
054800         SET WS-ERR-SEEDA-NONNUM  TO TRUE
054900     END-IF.
055000     IF PARM-SEED-B NOT NUMERIC
055100         SET WS-PARM-INVALID      TO TRUE
055200         SET WS-ERR-SEEDB-NONNUM  TO TRUE
055300     END-IF.
055400     IF PARM-SEQ-TYPE NOT = "F"
055500        AND PARM-SEQ-TYPE NOT = "L"
055600        AND PARM-SEQ-TYPE NOT = "T"
055700         SET WS-PARM-INVALID      TO TRUE
055800         SET WS-ERR-TYPE-INVALID  TO TRUE
055900     END-IF.
056000     IF PARM-SEQ-TYPE = "T"
056100        AND PARM-SEED-C NOT NUMERIC
056200         SET WS-PARM-INVALID      TO TRUE
056300         SET WS-ERR-SEEDC-NONNUM  TO TRUE
056400     END-IF.
056500     IF WS-ERR-PROF-NOTFND
056600        OR WS-ERR-PROF-UNAVAIL
056700        OR WS-ERR-REQ-ID
056800         SET WS-PARM-INVALID      TO TRUE
056900     END-IF.
057000     PERFORM 1130-CHECK-ENTITLEMENT
057100         THRU 1130-EXIT.
057200 1100-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------*
057500* 1130 - USER ENTITLEMENT CHECK, AS IN THE SEQUENCE PROGRAM. *
057600*        A PROFILE REQUEST IS EXEMPT; A DIRECT REQUEST MUST  *
057700*        COME FROM A KNOWN USER WHOSE CEILING COVERS ITS     *
057800*        TERM COUNT.  AN ABSENT OR EMPTY MASTER TURNS THE    *
057900*        CHECK OFF HERE JUST AS IT DOES IN FIBSTEP.          *
058000*-----------------------------------------------------------*
058100 1130-CHECK-ENTITLEMENT.
058200     IF PARM-PROFILE-NAME NOT = SPACES
058300         GO TO 1130-EXIT
058400     END-IF.
058500     IF WS-USER-NOT-TRIED
058600         PERFORM 1135-LOAD-ENTITLE-MASTER
058700             THRU 1135-EXIT
058800     END-IF.
058900     IF WS-USER-UNAVAILABLE
059000         GO TO 1130-EXIT
059100     END-IF.
059200     MOVE "N"  TO WS-USER-FOUND-SW.
059300     MOVE ZERO TO WS-USER-HIT.
059400     PERFORM 1139-FIND-USER
059500         THRU 1139-EXIT
059600         VARYING WS-USER-IX FROM 1 BY 1
059700         UNTIL WS-USER-IX > WS-USER-COUNT
059800            OR WS-USER-FOUND.
059900     IF NOT WS-USER-FOUND
060000         SET WS-PARM-INVALID     TO TRUE
060100         SET WS-ERR-USER-UNKNOWN TO TRUE
060200         GO TO 1130-EXIT
060300     END-IF.
060400     IF PARM-TERM-COUNT NUMERIC
060500        AND PARM-TERM-COUNT > WS-ENT-MAX-TERMS (WS-USER-HIT)
060600         SET WS-PARM-INVALID     TO TRUE
060700         SET WS-ERR-OVER-CEILING TO TRUE
060800     END-IF.
060900 1130-EXIT.
061000     EXIT.
061100 1135-LOAD-ENTITLE-MASTER.
061200     OPEN INPUT USER-FILE.
061300     IF WS-USER-FILE-STATUS NOT = "00"
061400         SET WS-USER-UNAVAILABLE TO TRUE
061500         GO TO 1135-EXIT
061600     END-IF.
061700     MOVE "N" TO WS-USER-EOF-SW.
061800     PERFORM 1137-READ-ENTITLEMENT
061900         THRU 1137-EXIT
062000         UNTIL WS-USER-EOF.
062100     CLOSE USER-FILE.
062200     IF WS-USER-COUNT = ZERO
062300         SET WS-USER-UNAVAILABLE TO TRUE
062400     ELSE
062500         SET WS-USER-LOADED TO TRUE
062600     END-IF.
062700 1135-EXIT.
062800     EXIT.
062900 1137-READ-ENTITLEMENT.
063000     READ USER-FILE
063100         AT END
063200             SET WS-USER-EOF TO TRUE
063300             GO TO 1137-EXIT
063400     END-READ.
063500     IF WS-USER-COUNT >= WS-USER-MAX
063600         SET WS-USER-EOF TO TRUE
063700         GO TO 1137-EXIT
063800     END-IF.
063900     ADD 1 TO WS-USER-COUNT.
064000     MOVE USER-ID        TO WS-ENT-USER (WS-USER-COUNT).
064100     MOVE USER-ACTIONS   TO WS-ENT-ACTIONS (WS-USER-COUNT).
064200     MOVE USER-PROF-LOW  TO WS-ENT-PROF-LOW (WS-USER-COUNT).
064300     MOVE USER-PROF-HIGH TO WS-ENT-PROF-HIGH (WS-USER-COUNT).
064400     IF USER-MAX-TERMS NUMERIC
064500         MOVE USER-MAX-TERMS TO WS-ENT-MAX-TERMS (WS-USER-COUNT)
064600     ELSE
064700         MOVE ZERO           TO WS-ENT-MAX-TERMS (WS-USER-COUNT)
064800     END-IF.
064900 1137-EXIT.
065000     EXIT.
065100 1139-FIND-USER.
065200     IF WS-ENT-USER (WS-USER-IX) = PARM-USER-ID
065300         SET WS-USER-FOUND TO TRUE
065400         MOVE WS-USER-IX TO WS-USER-HIT
065500     END-IF.
065600 1139-EXIT.
065700     EXIT.
065800*-----------------------------------------------------------*
065900* 1160 - EVERY REQUEST IS LOGGED WITH THE INTAKE STAMP, THE  *
066000*        JOB ID IT WILL RUN UNDER AND ITS REASON FLAGS - THE *
066100*        RESPONSE PROGRAM ANSWERS FROM THIS LOG.             *
066200*-----------------------------------------------------------*
066300 1160-WRITE-REQUEST-LOG.
066400     MOVE REQ-ID                  TO RQL-REQ-ID.
066500     MOVE REQ-USER-ID             TO RQL-USER-ID.
066600     MOVE WS-RQI-SYS-DATE         TO RQL-INTAKE-DATE.
066700     MOVE WS-RQI-HHMMSS           TO RQL-INTAKE-TIME.
066800     IF WS-PARM-VALID
066900         SET RQL-QUEUED           TO TRUE
067000     ELSE
067100         SET RQL-REJECTED         TO TRUE
067200     END-IF.
067300     MOVE PARM-JOB-ID             TO RQL-JOB-ID.
067400     MOVE PARM-PROFILE-NAME       TO RQL-PROFILE-NAME.
067500     MOVE PARM-SEQ-TYPE           TO RQL-SEQ-TYPE.
067600     IF PARM-TERM-COUNT NUMERIC
067700         MOVE PARM-TERM-COUNT     TO RQL-TERM-COUNT
067800     ELSE
067900         MOVE ZERO                TO RQL-TERM-COUNT
068000     END-IF.
068100     MOVE WS-ERR-TERM-NONNUM-SW   TO RQL-RSN-TERM-NONNUM.
068200     MOVE WS-ERR-TERM-ZERO-SW     TO RQL-RSN-TERM-ZERO.
068300     MOVE WS-ERR-TERM-TOOLARGE-SW TO RQL-RSN-TERM-TOOLARGE.
068400     MOVE WS-ERR-SEEDA-NONNUM-SW  TO RQL-RSN-SEEDA-NONNUM.
068500     MOVE WS-ERR-SEEDB-NONNUM-SW  TO RQL-RSN-SEEDB-NONNUM.
068600     MOVE WS-ERR-TYPE-INVALID-SW  TO RQL-RSN-TYPE-INVALID.
068700     MOVE WS-ERR-SEEDC-NONNUM-SW  TO RQL-RSN-SEEDC-NONNUM.
068800     MOVE WS-ERR-PROF-NOTFND-SW   TO RQL-RSN-PROF-NOTFND.
068900     MOVE WS-ERR-PROF-UNAVAIL-SW  TO RQL-RSN-PROF-UNAVAIL.
069000     MOVE WS-ERR-USER-UNKNOWN-SW  TO RQL-RSN-USER-UNKNOWN.
069100     MOVE WS-ERR-OVER-CEILING-SW  TO RQL-RSN-OVER-CEILING.
069200     MOVE WS-ERR-REQ-ID-SW        TO RQL-RSN-REQ-ID-INVALID.
069300     WRITE RQL-RECORD.
069400 1160-EXIT.
069500     EXIT.
069600 1170-WRITE-REQUEST-LINE.
069700     MOVE SPACES            TO WS-RQL-CODE-AREA.
069800     MOVE REQ-ID            TO WS-RQL-REQ-ID.
069900     MOVE REQ-USER-ID       TO WS-RQL-USER-ID.
070000     MOVE PARM-PROFILE-NAME TO WS-RQL-PROFILE.
070100     MOVE PARM-JOB-ID       TO WS-RQL-JOB-ID.
070200     IF WS-PARM-VALID
070300         MOVE "QUEUED"      TO WS-RQL-RESULT
070400     ELSE
070500         MOVE "REJECTED"    TO WS-RQL-RESULT
070600         MOVE RQL-REASON-FLAGS TO WS-RSN-FLAGS
070700         PERFORM 9500-LIST-REASON-CODES
070800             THRU 9500-EXIT
070900         PERFORM 1175-MOVE-REASON-CODE
071000             THRU 1175-EXIT
071100             VARYING WS-RSN-IX FROM 1 BY 1
071200             UNTIL WS-RSN-IX > WS-RSN-COUNT
071300                OR WS-RSN-IX > 9
071400     END-IF.
071500     MOVE WS-RQI-DETAIL-LINE TO RQI-RECORD.
071600     WRITE RQI-RECORD.
071700 1170-EXIT.
071800     EXIT.
071900 1175-MOVE-REASON-CODE.
072000     MOVE WS-RSN-CODE (WS-RSN-IX) TO WS-RQL-CODE-ID (WS-RSN-IX).
072100 1175-EXIT.
072200     EXIT.
072300 9000-END-OF-JOB.
072400     IF WS-RQI-COUNT > ZERO
072500        AND NOT WS-RQI-ABORTED
072600         CLOSE REQ-FILE
072700     END-IF.
072800     CLOSE PARM-FILE.
072900     CLOSE RQL-FILE.
073000     IF WS-RQI-ABORTED
073100         MOVE ZERO TO WS-FTR-RECEIVED
073200     ELSE
073300         MOVE WS-RQI-COUNT TO WS-FTR-RECEIVED
073400     END-IF.
073500     MOVE WS-QUEUED-COUNT TO WS-FTR-QUEUED.
073600     MOVE WS-REJECT-COUNT TO WS-FTR-REJECTED.
073700     MOVE SPACES TO RQI-RECORD.
073800     WRITE RQI-RECORD.
073900     MOVE WS-RQI-FOOTER-LINE TO RQI-RECORD.
074000     WRITE RQI-RECORD.
074100     CLOSE RQI-FILE.
074200     MOVE WS-RQI-RC TO RETURN-CODE.
074300 9000-EXIT.
074400     EXIT.
074500     COPY FIBRSNP.

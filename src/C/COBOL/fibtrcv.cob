000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBTRCV.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBTRCV - TERM MASTER FORWARD RECOVERY.  RELOADS THE       *
000900*           KEYED TERM MASTER (FIBTMST) FROM A BACKUP UNLOAD *
001000*           (TMSBKUP, TAKEN BY THE FIBTBKP JOB) AND THEN     *
001100*           REAPPLIES THE TERM MASTER CHANGE JOURNAL         *
001200*           (TMSJRNL, FIBTJRN - WRITTEN BY FIBLOAD AND       *
001300*           FIBHKP) FORWARD, IN POSTING ORDER, UP TO THE     *
001400*           RECOVERY POINT NAMED ON THE RCVIN CARD:          *
001500*             F - THE WHOLE JOURNAL (ALSO WHEN NO CARD).     *
001600*             T - ENTRIES POSTED AT OR BEFORE A DATE(2-9)    *
001700*                 AND TIME(10-15, HHMMSS, BLANK = END OF     *
001800*                 DAY).                                      *
001900*             J - ENTRIES BEFORE THE FIRST ONE MADE BY A     *
002000*                 JOB ID(2-9) - THE TERMS' JOB ID OR THE     *
002100*                 RUN'S (FIBRUNNN, FIBHKP) - ON OR AFTER AN  *
002200*                 OPTIONAL DATE(10-17).                      *
002300*           AN ENTRY IS ONLY APPLIED WHEN THE MASTER STILL   *
002400*           HOLDS ITS BEFORE IMAGE.  ONE WHOSE AFTER IMAGE   *
002500*           IS ALREADY ON THE MASTER (A BACKUP TAKEN PART    *
002600*           WAY THROUGH THE JOURNAL) IS COUNTED AND PASSED   *
002700*           OVER.  ANY OTHER ENTRY IS NOT APPLIED AND IS     *
002800*           LISTED ON RCVRPT WITH ITS REASON.  THE CARD, THE *
002900*           BACKUP AND THE JOURNAL ARE ALL CHECKED BEFORE    *
003000*           THE MASTER IS OPENED.                            *
003100*           RC 4  = NO JOURNAL, OR RECOVERY POINT AT THE     *
003200*                   START OF THE JOURNAL                     *
003300*           RC 8  = ENTRIES OR BACKUP RECORDS NOT APPLIED,   *
003400*                   OR THE NAMED JOB ID NOT ON THE JOURNAL   *
003500*           RC 12 = CARD INVALID, BACKUP OR JOURNAL NOT      *
003600*                   AVAILABLE, MASTER I/O ERROR              *
003700*-----------------------------------------------------------*
003800* MODIFICATION HISTORY                                       *
003900*-----------------------------------------------------------*
004000* DATE       INIT  DESCRIPTION                                *
004100* 2026-10-09  RH   ORIGINAL VERSION - RESTORE FROM BACKUP,    *
004200*                  FORWARD JOURNAL APPLY TO A POINT IN TIME   *
004300*                  OR TO JUST BEFORE A JOB ID, BEFORE-IMAGE   *
004400*                  CHECK ON EVERY ENTRY, RECOVERY REPORT.     *
004500*-----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RCV-FILE ASSIGN TO "RCVIN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RCV-FILE-STATUS.
005500     SELECT BKUP-FILE ASSIGN TO "TMSBKUP"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BKUP-FILE-STATUS.
005800     SELECT TJRN-FILE ASSIGN TO "TMSJRNL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TJRN-FILE-STATUS.
006100     SELECT TMST-FILE ASSIGN TO "FIBTMST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS TMST-KEY
006500         FILE STATUS IS WS-TMST-FILE-STATUS.
006600     SELECT RCVR-FILE ASSIGN TO "RCVRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  RCV-FILE
007100     RECORDING MODE IS F.
007200 01  RCV-CARD.
007300     05  RCV-MODE                PIC X(01).
007400         88  RCV-FULL                        VALUE "F".
007500         88  RCV-TO-TIME                     VALUE "T".
007600         88  RCV-TO-JOB                      VALUE "J".
007700     05  RCV-STOP-DATE           PIC 9(08).
007800     05  RCV-STOP-TIME           PIC 9(06).
007900     05  RCV-STOP-TIME-X REDEFINES RCV-STOP-TIME
008000                                 PIC X(06).
008100     05  FILLER                  PIC X(65).
008200 01  RCV-JOB-VIEW REDEFINES RCV-CARD.
008300     05  FILLER                  PIC X(01).
008400     05  RCV-STOP-JOB            PIC X(08).
008500     05  RCV-JOB-DATE            PIC 9(08).
008600     05  RCV-JOB-DATE-X REDEFINES RCV-JOB-DATE
008700                                 PIC X(08).
008800     05  FILLER                  PIC X(63).
008900 FD  BKUP-FILE
009000     RECORDING MODE IS F.
009100 01  BKUP-RECORD                PIC X(115).
009200     COPY FIBTJRN.
009300     COPY FIBTMST.
009400 FD  RCVR-FILE
009500     RECORDING MODE IS F.
009600 01  RCVR-RECORD                PIC X(132).
009700 WORKING-STORAGE SECTION.
009800 01  WS-RCV-FILE-STATUS          PIC X(02)  VALUE "00".
009900 01  WS-BKUP-FILE-STATUS         PIC X(02)  VALUE "00".
010000 01  WS-TJRN-FILE-STATUS         PIC X(02)  VALUE "00".
010100 01  WS-TMST-FILE-STATUS         PIC X(02)  VALUE "00".
010200 01  WS-BKUP-EOF-SW              PIC X(01)  VALUE "N".
010300     88  WS-BKUP-EOF                         VALUE "Y".
010400 01  WS-TJRN-EOF-SW              PIC X(01)  VALUE "N".
010500     88  WS-TJRN-EOF                         VALUE "Y".
010600 01  WS-RCV-ABORT-SW             PIC X(01)  VALUE "N".
010700     88  WS-RCV-ABORTED                      VALUE "Y".
010800 01  WS-BKUP-OPEN-SW             PIC X(01)  VALUE "N".
010900     88  WS-BKUP-OPEN                        VALUE "Y".
011000 01  WS-TJRN-OPEN-SW             PIC X(01)  VALUE "N".
011100     88  WS-TJRN-OPEN                        VALUE "Y".
011200 01  WS-TMST-OPEN-SW             PIC X(01)  VALUE "N".
011300     88  WS-TMST-OPEN                        VALUE "Y".
011400 01  WS-POINT-SW                 PIC X(01)  VALUE "N".
011500     88  WS-POINT-REACHED                    VALUE "Y".
011600 01  WS-TMST-DUP-SW              PIC X(01)  VALUE "N".
011700     88  WS-TMST-DUP                         VALUE "Y".
011800 01  WS-RCV-RC                   PIC 9(02)  VALUE ZERO.
011900*-----------------------------------------------------------*
012000* RECOVERY POINT.  MODE F IS KEPT AS A STOP STAMP OF ALL 9S  *
012100* SO EVERY ENTRY IS AT OR BEFORE IT.                         *
012200*-----------------------------------------------------------*
012300 01  WS-RCV-MODE                 PIC X(01)  VALUE "F".
012400     88  WS-RCV-FULL                         VALUE "F".
012500     88  WS-RCV-TO-TIME                      VALUE "T".
012600     88  WS-RCV-TO-JOB                       VALUE "J".
012700 01  WS-RCV-STOP-STAMP.
012800     05  WS-RCV-STOP-DATE        PIC 9(08)  VALUE 99999999.
012900     05  WS-RCV-STOP-TIME        PIC 9(08)  VALUE 99999999.
013000 01  WS-RCV-STOP-JOB             PIC X(08)  VALUE SPACES.
013100 01  WS-RCV-JOB-DATE             PIC 9(08)  VALUE ZERO.
013200 01  WS-FIRST-STAMP              PIC X(16)  VALUE SPACES.
013300 01  WS-LAST-STAMP               PIC X(16)  VALUE SPACES.
013400 01  WS-EXC-REASON               PIC X(29)  VALUE SPACES.
013500 01  WS-BKUP-READ                PIC 9(07)  COMP VALUE ZERO.
013600 01  WS-BKUP-LOADED              PIC 9(07)  COMP VALUE ZERO.
013700 01  WS-BKUP-REJECTED            PIC 9(07)  COMP VALUE ZERO.
013800 01  WS-JRN-READ                 PIC 9(07)  COMP VALUE ZERO.
013900 01  WS-JRN-ADDS                 PIC 9(07)  COMP VALUE ZERO.
014000 01  WS-JRN-REPLS                PIC 9(07)  COMP VALUE ZERO.
014100 01  WS-JRN-DELS                 PIC 9(07)  COMP VALUE ZERO.
014200 01  WS-JRN-PRESENT              PIC 9(07)  COMP VALUE ZERO.
014300 01  WS-JRN-NOT-APPLIED          PIC 9(07)  COMP VALUE ZERO.
014400 01  WS-JRN-PAST-POINT           PIC 9(07)  COMP VALUE ZERO.
014500 01  WS-JRN-CONSIDERED           PIC 9(07)  COMP VALUE ZERO.
014600 01  WS-RCV-SYS-DATE.
014700     05  WS-RCV-SYS-YYYY         PIC 9(04).
014800     05  WS-RCV-SYS-MM           PIC 9(02).
014900     05  WS-RCV-SYS-DD           PIC 9(02).
015000 01  WS-RCV-TITLE-LINE.
015100     05  FILLER                  PIC X(52) VALUE SPACES.
015200     05  FILLER                  PIC X(28)
015300             VALUE "TERM MASTER FORWARD RECOVERY".
015400     05  FILLER                  PIC X(52) VALUE SPACES.
015500 01  WS-RCV-DATE-LINE.
015600     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
015700     05  WS-RCV-RPT-MM           PIC 99.
015800     05  FILLER                  PIC X(01) VALUE "/".
015900     05  WS-RCV-RPT-DD           PIC 99.
016000     05  FILLER                  PIC X(01) VALUE "/".
016100     05  WS-RCV-RPT-YYYY         PIC 9(04).
016200     05  FILLER                  PIC X(112) VALUE SPACES.
016300 01  WS-POINT-LINE.
016400     05  FILLER                  PIC X(16)
016500             VALUE "RECOVERY POINT: ".
016600     05  WS-PTL-TEXT             PIC X(35).
016700     05  WS-PTL-VALUE            PIC X(08).
016800     05  WS-PTL-TEXT2            PIC X(09).
016900     05  WS-PTL-VALUE2           PIC X(08).
017000     05  FILLER                  PIC X(56) VALUE SPACES.
017100 01  WS-EXC-HEAD-LINE.
017200     05  FILLER                  PIC X(37) VALUE
017300         "ENTRIES NOT APPLIED TO THE MASTER    ".
017400     05  FILLER                  PIC X(95) VALUE SPACES.
017500 01  WS-EXC-COLUMN-LINE.
017600     05  FILLER                  PIC X(10) VALUE "POSTED".
017700     05  FILLER                  PIC X(10) VALUE "TIME".
017800     05  FILLER                  PIC X(09) VALUE "PROGRAM".
017900     05  FILLER                  PIC X(09) VALUE "RUN ID".
018000     05  FILLER                  PIC X(09) VALUE "JOB ID".
018100     05  FILLER                  PIC X(03) VALUE "A".
018200     05  FILLER                  PIC X(53)
018300             VALUE "KEY (TYPE, SEEDS A/B/C, TERM)".
018400     05  FILLER                  PIC X(29) VALUE "REASON".
018500 01  WS-EXC-LINE.
018600     05  WS-EXC-DATE             PIC X(08).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  WS-EXC-TIME             PIC X(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  WS-EXC-PROGRAM          PIC X(08).
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  WS-EXC-RUN-ID           PIC X(08).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  WS-EXC-JOB-ID           PIC X(08).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  WS-EXC-ACTION           PIC X(01).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  WS-EXC-KEY              PIC X(51).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  WS-EXC-TEXT             PIC X(29).
020100 01  WS-COUNT-LINE.
020200     05  WS-CNL-LABEL            PIC X(32).
020300     05  WS-CNL-COUNT            PIC ZZZZZZ9.
020400     05  FILLER                  PIC X(93) VALUE SPACES.
020500 01  WS-STAMP-LINE.
020600     05  WS-STL-LABEL            PIC X(32).
020700     05  WS-STL-DATE             PIC X(08).
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  WS-STL-TIME             PIC X(08).
021000     05  FILLER                  PIC X(83) VALUE SPACES.
021100 01  WS-MSG-LINE.
021200     05  WS-MSG-TEXT             PIC X(60).
021300     05  WS-MSG-VALUE            PIC X(08).
021400     05  WS-MSG-TEXT2            PIC X(40).
021500     05  FILLER                  PIC X(24) VALUE SPACES.
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE
021900         THRU 1000-EXIT.
022000     IF NOT WS-RCV-ABORTED
022100         PERFORM 2000-RESTORE-BACKUP
022200             THRU 2000-EXIT
022300     END-IF.
022400     IF NOT WS-RCV-ABORTED
022500         PERFORM 3000-APPLY-JOURNAL
022600             THRU 3000-EXIT
022700     END-IF.
022800     PERFORM 9000-END-OF-JOB
022900         THRU 9000-EXIT.
023000     GOBACK.
023100*-----------------------------------------------------------*
023200* 1000 - CARD, BACKUP AND JOURNAL ARE ALL CHECKED BEFORE THE *
023300*        MASTER IS OPENED FOR THE RELOAD, SO A BAD CARD OR A *
023400*        MISSING INPUT NEVER LEAVES AN EMPTIED MASTER.       *
023500*-----------------------------------------------------------*
023600 1000-INITIALIZE.
023700     ACCEPT WS-RCV-SYS-DATE FROM DATE YYYYMMDD.
023800     MOVE WS-RCV-SYS-MM   TO WS-RCV-RPT-MM.
023900     MOVE WS-RCV-SYS-DD   TO WS-RCV-RPT-DD.
024000     MOVE WS-RCV-SYS-YYYY TO WS-RCV-RPT-YYYY.
024100     OPEN OUTPUT RCVR-FILE.
024200     MOVE WS-RCV-TITLE-LINE TO RCVR-RECORD.
024300     WRITE RCVR-RECORD.
024400     MOVE WS-RCV-DATE-LINE  TO RCVR-RECORD.
024500     WRITE RCVR-RECORD.
024600     PERFORM 1100-READ-RECOVERY-CARD
024700         THRU 1100-EXIT.
024800     IF WS-RCV-ABORTED
024900         GO TO 1000-EXIT
025000     END-IF.
025100     OPEN INPUT BKUP-FILE.
025200     IF WS-BKUP-FILE-STATUS NOT = "00"
025300         MOVE "FIB0131E TERM MASTER BACKUP NOT AVAILABLE - STATUS"
025400             TO WS-MSG-TEXT
025500         MOVE WS-BKUP-FILE-STATUS TO WS-MSG-VALUE
025600         MOVE " - MASTER NOT TOUCHED" TO WS-MSG-TEXT2
025700         PERFORM 8900-WRITE-MESSAGE
025800             THRU 8900-EXIT
025900         MOVE 12 TO WS-RCV-RC
026000         SET WS-RCV-ABORTED TO TRUE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     SET WS-BKUP-OPEN TO TRUE.
026400     OPEN INPUT TJRN-FILE.
026500     IF WS-TJRN-FILE-STATUS = "35"
026600         MOVE "FIB0132W NO TERM JOURNAL - MASTER RESTORED FROM"
026700             TO WS-MSG-TEXT
026800         MOVE " THE BAC" TO WS-MSG-VALUE
026900         MOVE "KUP ONLY" TO WS-MSG-TEXT2
027000         PERFORM 8900-WRITE-MESSAGE
027100             THRU 8900-EXIT
027200         MOVE 4 TO WS-RCV-RC
027300         SET WS-TJRN-EOF TO TRUE
027400     ELSE
027500         IF WS-TJRN-FILE-STATUS NOT = "00"
027600             MOVE "FIB0128E TERM JOURNAL NOT AVAILABLE - STATUS "
027700                 TO WS-MSG-TEXT
027800             MOVE WS-TJRN-FILE-STATUS TO WS-MSG-VALUE
027900             MOVE " - MASTER NOT TOUCHED" TO WS-MSG-TEXT2
028000             PERFORM 8900-WRITE-MESSAGE
028100                 THRU 8900-EXIT
028200             MOVE 12 TO WS-RCV-RC
028300             SET WS-RCV-ABORTED TO TRUE
028400             GO TO 1000-EXIT
028500         END-IF
028600         SET WS-TJRN-OPEN TO TRUE
028700     END-IF.
028800     OPEN OUTPUT TMST-FILE.
028900     IF WS-TMST-FILE-STATUS NOT = "00"
029000         MOVE "FIB0013E TERM MASTER I/O ERROR - STATUS "
029100             TO WS-MSG-TEXT
029200         MOVE WS-TMST-FILE-STATUS TO WS-MSG-VALUE
029300         PERFORM 8900-WRITE-MESSAGE
029400             THRU 8900-EXIT
029500         MOVE 12 TO WS-RCV-RC
029600         SET WS-RCV-ABORTED TO TRUE
029700         GO TO 1000-EXIT
029800     END-IF.
029900     SET WS-TMST-OPEN TO TRUE.
030000 1000-EXIT.
030100     EXIT.
030200*-----------------------------------------------------------*
030300* 1100 - THE RECOVERY POINT.  NO CARD AT ALL IS A FULL       *
030400*        FORWARD RECOVERY; A CARD THAT CANNOT BE READ STOPS  *
030500*        THE JOB - GUESSING A POINT WOULD REBUILD THE WRONG  *
030600*        MASTER.                                             *
030700*-----------------------------------------------------------*
030800 1100-READ-RECOVERY-CARD.
030900     OPEN INPUT RCV-FILE.
031000     IF WS-RCV-FILE-STATUS NOT = "00"
031100         GO TO 1100-SHOW-POINT
031200     END-IF.
031300     READ RCV-FILE
031400         AT END
031500             CLOSE RCV-FILE
031600             GO TO 1100-SHOW-POINT
031700     END-READ.
031800     CLOSE RCV-FILE.
031900     IF RCV-FULL
032000         GO TO 1100-SHOW-POINT
032100     END-IF.
032200     IF RCV-TO-TIME
032300         IF RCV-STOP-TIME-X = SPACES
032400             MOVE 235959 TO RCV-STOP-TIME
032500         END-IF
032600         IF RCV-STOP-DATE NOT NUMERIC
032700            OR RCV-STOP-TIME NOT NUMERIC
032800             GO TO 1100-BAD-CARD
032900         END-IF
033000         MOVE "T"           TO WS-RCV-MODE
033100         MOVE RCV-STOP-DATE TO WS-RCV-STOP-DATE
033200         COMPUTE WS-RCV-STOP-TIME = RCV-STOP-TIME * 100 + 99
033300         GO TO 1100-SHOW-POINT
033400     END-IF.
033500     IF RCV-TO-JOB
033600         IF RCV-JOB-DATE-X = SPACES
033700             MOVE ZERO TO RCV-JOB-DATE
033800         END-IF
033900         IF RCV-STOP-JOB = SPACES
034000            OR RCV-JOB-DATE NOT NUMERIC
034100             GO TO 1100-BAD-CARD
034200         END-IF
034300         MOVE "J"           TO WS-RCV-MODE
034400         MOVE RCV-STOP-JOB  TO WS-RCV-STOP-JOB
034500         MOVE RCV-JOB-DATE  TO WS-RCV-JOB-DATE
034600         GO TO 1100-SHOW-POINT
034700     END-IF.
034800 1100-BAD-CARD.
034900     MOVE "FIB0130E RECOVERY CARD INVALID - MASTER NOT TOUCHED"
035000         TO RCVR-RECORD.
035100     WRITE RCVR-RECORD.
035200     MOVE RCV-CARD TO RCVR-RECORD.
035300     WRITE RCVR-RECORD.
035400     MOVE 12 TO WS-RCV-RC.
035500     SET WS-RCV-ABORTED TO TRUE.
035600     GO TO 1100-EXIT.
035700 1100-SHOW-POINT.
035800     MOVE SPACES TO WS-PTL-VALUE WS-PTL-TEXT2 WS-PTL-VALUE2.
035900     EVALUATE TRUE
036000         WHEN WS-RCV-TO-TIME
036100             MOVE "ENTRIES POSTED AT OR BEFORE DATE "
036200                 TO WS-PTL-TEXT
036300             MOVE WS-RCV-STOP-DATE TO WS-PTL-VALUE
036400             MOVE " TIME " TO WS-PTL-TEXT2
036500             MOVE RCV-STOP-TIME-X TO WS-PTL-VALUE2
036600         WHEN WS-RCV-TO-JOB
036700             MOVE "ENTRIES BEFORE THE FIRST BY JOB ID "
036800                 TO WS-PTL-TEXT
036900             MOVE WS-RCV-STOP-JOB TO WS-PTL-VALUE
037000             IF WS-RCV-JOB-DATE NOT = ZERO
037100                 MOVE " ON/AFTER" TO WS-PTL-TEXT2
037200                 MOVE WS-RCV-JOB-DATE TO WS-PTL-VALUE2
037300             END-IF
037400         WHEN OTHER
037500             MOVE "THE WHOLE JOURNAL" TO WS-PTL-TEXT
037600     END-EVALUATE.
037700     MOVE WS-POINT-LINE TO RCVR-RECORD.
037800     WRITE RCVR-RECORD.
037900 1100-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------*
038200* 2000 - RELOAD THE MASTER FROM THE BACKUP UNLOAD, WHICH IS  *
038300*        IN KEY ORDER.  A RECORD THE MASTER WILL NOT TAKE IS *
038400*        LISTED AND COUNTED; ANY OTHER I/O ERROR STOPS THE   *
038500*        RECOVERY.  THE MASTER IS THEN REOPENED FOR UPDATE.  *
038600*-----------------------------------------------------------*
038700 2000-RESTORE-BACKUP.
038800     MOVE SPACES TO RCVR-RECORD.
038900     WRITE RCVR-RECORD.
039000     MOVE WS-EXC-HEAD-LINE   TO RCVR-RECORD.
039100     WRITE RCVR-RECORD.
039200     MOVE WS-EXC-COLUMN-LINE TO RCVR-RECORD.
039300     WRITE RCVR-RECORD.
039400     PERFORM 2100-RESTORE-ONE-RECORD
039500         THRU 2100-EXIT
039600         UNTIL WS-BKUP-EOF.
039700     CLOSE BKUP-FILE.
039800     MOVE "N" TO WS-BKUP-OPEN-SW.
039900     IF WS-RCV-ABORTED
040000         GO TO 2000-EXIT
040100     END-IF.
040200     CLOSE TMST-FILE.
040300     OPEN I-O TMST-FILE.
040400     IF WS-TMST-FILE-STATUS NOT = "00"
040500         MOVE "N" TO WS-TMST-OPEN-SW
040600         PERFORM 3900-MASTER-IO-ERROR
040700             THRU 3900-EXIT
040800     END-IF.
040900 2000-EXIT.
041000     EXIT.
041100 2100-RESTORE-ONE-RECORD.
041200     READ BKUP-FILE
041300         AT END
041400             SET WS-BKUP-EOF TO TRUE
041500             GO TO 2100-EXIT
041600     END-READ.
041700     ADD 1 TO WS-BKUP-READ.
041800     MOVE BKUP-RECORD TO TMST-RECORD.
041900     MOVE "N" TO WS-TMST-DUP-SW.
042000     WRITE TMST-RECORD
042100         INVALID KEY
042200             SET WS-TMST-DUP TO TRUE
042300     END-WRITE.
042400     IF WS-TMST-DUP
042500         ADD 1 TO WS-BKUP-REJECTED
042600         MOVE SPACES        TO WS-EXC-LINE
042700         MOVE "TMSBKUP"     TO WS-EXC-PROGRAM
042800         MOVE BKUP-RECORD (1:51) TO WS-EXC-KEY
042900         MOVE "BACKUP KEY OUT OF SEQUENCE"
043000             TO WS-EXC-TEXT
043100         MOVE WS-EXC-LINE   TO RCVR-RECORD
043200         WRITE RCVR-RECORD
043300         IF WS-RCV-RC < 8
043400             MOVE 8 TO WS-RCV-RC
043500         END-IF
043600         GO TO 2100-EXIT
043700     END-IF.
043800     IF WS-TMST-FILE-STATUS NOT = "00"
043900        AND WS-TMST-FILE-STATUS NOT = "02"
044000         PERFORM 3900-MASTER-IO-ERROR
044100             THRU 3900-EXIT
044200         SET WS-BKUP-EOF TO TRUE
044300         GO TO 2100-EXIT
044400     END-IF.
044500     ADD 1 TO WS-BKUP-LOADED.
044600 2100-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 3000 - FORWARD APPLY.  EVERY ENTRY IS READ SO THE REPORT   *
045000*        CAN COUNT THOSE PAST THE RECOVERY POINT; NONE OF    *
045100*        THOSE IS APPLIED.                                   *
045200*-----------------------------------------------------------*
045300 3000-APPLY-JOURNAL.
045400     PERFORM 3100-APPLY-ONE-ENTRY
045500         THRU 3100-EXIT
045600         UNTIL WS-TJRN-EOF.
045700 3000-EXIT.
045800     EXIT.
045900 3100-APPLY-ONE-ENTRY.
046000     READ TJRN-FILE
046100         AT END
046200             SET WS-TJRN-EOF TO TRUE
046300             GO TO 3100-EXIT
046400     END-READ.
046500     ADD 1 TO WS-JRN-READ.
046600     IF WS-POINT-REACHED
046700         ADD 1 TO WS-JRN-PAST-POINT
046800         GO TO 3100-EXIT
046900     END-IF.
047000     IF TJRN-POST-DATE NOT NUMERIC
047100        OR TJRN-POST-TIME NOT NUMERIC
047200        OR (NOT TJRN-ADD
047300            AND NOT TJRN-REWRITE
047400            AND NOT TJRN-DELETE)
047500         MOVE "UNREADABLE JOURNAL ENTRY" TO WS-EXC-REASON
047600         PERFORM 3800-LIST-NOT-APPLIED
047700             THRU 3800-EXIT
047800         GO TO 3100-EXIT
047900     END-IF.
048000     IF WS-RCV-TO-TIME
048100        AND TJRN-STAMP > WS-RCV-STOP-STAMP
048200         SET WS-POINT-REACHED TO TRUE
048300     END-IF.
048400     IF WS-RCV-TO-JOB
048500        AND (TJRN-JOB-ID = WS-RCV-STOP-JOB
048600             OR TJRN-RUN-ID = WS-RCV-STOP-JOB)
048700        AND TJRN-POST-DATE NOT < WS-RCV-JOB-DATE
048800         SET WS-POINT-REACHED TO TRUE
048900     END-IF.
049000     IF WS-POINT-REACHED
049100         ADD 1 TO WS-JRN-PAST-POINT
049200         GO TO 3100-EXIT
049300     END-IF.
049400     ADD 1 TO WS-JRN-CONSIDERED.
049500     IF WS-FIRST-STAMP = SPACES
049600         MOVE TJRN-STAMP TO WS-FIRST-STAMP
049700     END-IF.
049800     MOVE TJRN-STAMP TO WS-LAST-STAMP.
049900     EVALUATE TRUE
050000         WHEN TJRN-ADD
050100             PERFORM 3200-APPLY-ADD
050200                 THRU 3200-EXIT
050300         WHEN TJRN-REWRITE
050400             PERFORM 3300-APPLY-REWRITE
050500                 THRU 3300-EXIT
050600         WHEN TJRN-DELETE
050700             PERFORM 3400-APPLY-DELETE
050800                 THRU 3400-EXIT
050900     END-EVALUATE.
051000 3100-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------*
051300* 3200 - ADD.  A KEY ALREADY ON THE MASTER IS PASSED OVER    *
051400*        WHEN IT HOLDS THE AFTER IMAGE, OTHERWISE LISTED.    *
051500*-----------------------------------------------------------*
051600 3200-APPLY-ADD.
051700     MOVE TJRN-AFTER-IMAGE TO TMST-RECORD.
051800     MOVE "N" TO WS-TMST-DUP-SW.
051900     WRITE TMST-RECORD
052000         INVALID KEY
052100             SET WS-TMST-DUP TO TRUE
052200     END-WRITE.
052300     IF NOT WS-TMST-DUP
052400         IF WS-TMST-FILE-STATUS NOT = "00"
052500            AND WS-TMST-FILE-STATUS NOT = "02"
052600             PERFORM 3900-MASTER-IO-ERROR
052700                 THRU 3900-EXIT
052800             GO TO 3200-EXIT
052900         END-IF
053000         ADD 1 TO WS-JRN-ADDS
053100         GO TO 3200-EXIT
053200     END-IF.
053300     PERFORM 3500-READ-MASTER
053400         THRU 3500-EXIT.
053500     IF WS-RCV-ABORTED
053600         GO TO 3200-EXIT
053700     END-IF.
053800     IF TMST-RECORD = TJRN-AFTER-IMAGE
053900         ADD 1 TO WS-JRN-PRESENT
054000     ELSE
054100         MOVE "ADD - KEY ALREADY ON MASTER" TO WS-EXC-REASON
054200         PERFORM 3800-LIST-NOT-APPLIED
054300             THRU 3800-EXIT
054400     END-IF.
054500 3200-EXIT.
054600     EXIT.
054700*-----------------------------------------------------------*
054800* 3300 - REWRITE.  APPLIED ONLY OVER THE BEFORE IMAGE.       *
054900*-----------------------------------------------------------*
055000 3300-APPLY-REWRITE.
055100     MOVE TJRN-AFTER-IMAGE TO TMST-RECORD.
055200     PERFORM 3500-READ-MASTER
055300         THRU 3500-EXIT.
055400     IF WS-RCV-ABORTED
055500         GO TO 3300-EXIT
055600     END-IF.
055700     IF WS-TMST-FILE-STATUS = "23"
055800         MOVE "REWRITE - KEY NOT ON MASTER" TO WS-EXC-REASON
055900         PERFORM 3800-LIST-NOT-APPLIED
056000             THRU 3800-EXIT
056100         GO TO 3300-EXIT
056200     END-IF.
056300     IF TMST-RECORD = TJRN-AFTER-IMAGE
056400         ADD 1 TO WS-JRN-PRESENT
056500         GO TO 3300-EXIT
056600     END-IF.
056700     IF TMST-RECORD NOT = TJRN-BEFORE-IMAGE
056800         MOVE "REWRITE - MASTER DIFFERS" TO WS-EXC-REASON
056900         PERFORM 3800-LIST-NOT-APPLIED
057000             THRU 3800-EXIT
057100         GO TO 3300-EXIT
057200     END-IF.
057300     MOVE TJRN-AFTER-IMAGE TO TMST-RECORD.
057400     REWRITE TMST-RECORD.
057500     IF WS-TMST-FILE-STATUS NOT = "00"
057600         PERFORM 3900-MASTER-IO-ERROR
057700             THRU 3900-EXIT
057800         GO TO 3300-EXIT
057900     END-IF.
058000     ADD 1 TO WS-JRN-REPLS.
058100 3300-EXIT.
058200     EXIT.
058300*-----------------------------------------------------------*
058400* 3400 - DELETE.  A KEY ALREADY GONE IS PASSED OVER; ONE     *
058500*        THAT NO LONGER HOLDS THE BEFORE IMAGE IS LISTED.    *
058600*-----------------------------------------------------------*
058700 3400-APPLY-DELETE.
058800     MOVE TJRN-BEFORE-IMAGE TO TMST-RECORD.
058900     PERFORM 3500-READ-MASTER
059000         THRU 3500-EXIT.
059100     IF WS-RCV-ABORTED
059200         GO TO 3400-EXIT
059300     END-IF.
059400     IF WS-TMST-FILE-STATUS = "23"
059500         ADD 1 TO WS-JRN-PRESENT
059600         GO TO 3400-EXIT
059700     END-IF.
059800     IF TMST-RECORD NOT = TJRN-BEFORE-IMAGE
059900         MOVE "DELETE - MASTER DIFFERS" TO WS-EXC-REASON
060000         PERFORM 3800-LIST-NOT-APPLIED
060100             THRU 3800-EXIT
060200         GO TO 3400-EXIT
060300     END-IF.
060400     DELETE TMST-FILE.
060500     IF WS-TMST-FILE-STATUS NOT = "00"
060600         PERFORM 3900-MASTER-IO-ERROR
060700             THRU 3900-EXIT
060800         GO TO 3400-EXIT
060900     END-IF.
061000     ADD 1 TO WS-JRN-DELS.
061100 3400-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------*
061400* 3500 - KEYED READ OF THE MASTER AT THE KEY IN TMST-RECORD. *
061500*        NOT FOUND (23) IS LEFT FOR THE CALLER.              *
061600*-----------------------------------------------------------*
061700 3500-READ-MASTER.
061800     READ TMST-FILE
061900         INVALID KEY
062000             GO TO 3500-EXIT
062100     END-READ.
062200     IF WS-TMST-FILE-STATUS NOT = "00"
062300        AND WS-TMST-FILE-STATUS NOT = "02"
062400         PERFORM 3900-MASTER-IO-ERROR
062500             THRU 3900-EXIT
062600     END-IF.
062700 3500-EXIT.
062800     EXIT.
062900 3800-LIST-NOT-APPLIED.
063000     ADD 1 TO WS-JRN-NOT-APPLIED.
063100     MOVE SPACES           TO WS-EXC-LINE.
063200     MOVE TJRN-POST-DATE   TO WS-EXC-DATE.
063300     MOVE TJRN-POST-TIME   TO WS-EXC-TIME.
063400     MOVE TJRN-PROGRAM     TO WS-EXC-PROGRAM.
063500     MOVE TJRN-RUN-ID      TO WS-EXC-RUN-ID.
063600     MOVE TJRN-JOB-ID      TO WS-EXC-JOB-ID.
063700     MOVE TJRN-ACTION      TO WS-EXC-ACTION.
063800     IF TJRN-DELETE
063900         MOVE TJRN-BEFORE-IMAGE (1:51) TO WS-EXC-KEY
064000     ELSE
064100         MOVE TJRN-AFTER-IMAGE (1:51)  TO WS-EXC-KEY
064200     END-IF.
064300     MOVE WS-EXC-REASON    TO WS-EXC-TEXT.
064400     MOVE WS-EXC-LINE      TO RCVR-RECORD.
064500     WRITE RCVR-RECORD.
064600     IF WS-RCV-RC < 8
064700         MOVE 8 TO WS-RCV-RC
064800     END-IF.
064900 3800-EXIT.
065000     EXIT.
065100 3900-MASTER-IO-ERROR.
065200     MOVE "FIB0013E TERM MASTER I/O ERROR - STATUS "
065300         TO WS-MSG-TEXT.
065400     MOVE WS-TMST-FILE-STATUS TO WS-MSG-VALUE.
065500     MOVE " - RECOVERY STOPPED" TO WS-MSG-TEXT2.
065600     PERFORM 8900-WRITE-MESSAGE
065700         THRU 8900-EXIT.
065800     MOVE 12 TO WS-RCV-RC.
065900     SET WS-RCV-ABORTED TO TRUE.
066000     SET WS-TJRN-EOF TO TRUE.
066100 3900-EXIT.
066200     EXIT.
066300*-----------------------------------------------------------*
066400* 8000 - RECOVERY TOTALS AND THE POINT-REACHED WARNINGS.     *
066500*-----------------------------------------------------------*
066600 8000-PRINT-TOTALS.
066700     MOVE SPACES TO RCVR-RECORD.
066800     WRITE RCVR-RECORD.
066900     MOVE "BACKUP RECORDS READ:"          TO WS-CNL-LABEL.
067000     MOVE WS-BKUP-READ                    TO WS-CNL-COUNT.
067100     PERFORM 8910-WRITE-COUNT
067200         THRU 8910-EXIT.
067300     MOVE "  RESTORED TO THE MASTER:"     TO WS-CNL-LABEL.
067400     MOVE WS-BKUP-LOADED                  TO WS-CNL-COUNT.
067500     PERFORM 8910-WRITE-COUNT
067600         THRU 8910-EXIT.
067700     MOVE "  NOT RESTORED:"               TO WS-CNL-LABEL.
067800     MOVE WS-BKUP-REJECTED                TO WS-CNL-COUNT.
067900     PERFORM 8910-WRITE-COUNT
068000         THRU 8910-EXIT.
068100     MOVE "JOURNAL ENTRIES READ:"         TO WS-CNL-LABEL.
068200     MOVE WS-JRN-READ                     TO WS-CNL-COUNT.
068300     PERFORM 8910-WRITE-COUNT
068400         THRU 8910-EXIT.
068500     MOVE "  ADDS REAPPLIED:"             TO WS-CNL-LABEL.
068600     MOVE WS-JRN-ADDS                     TO WS-CNL-COUNT.
068700     PERFORM 8910-WRITE-COUNT
068800         THRU 8910-EXIT.
068900     MOVE "  REWRITES REAPPLIED:"         TO WS-CNL-LABEL.
069000     MOVE WS-JRN-REPLS                    TO WS-CNL-COUNT.
069100     PERFORM 8910-WRITE-COUNT
069200         THRU 8910-EXIT.
069300     MOVE "  DELETES REAPPLIED:"          TO WS-CNL-LABEL.
069400     MOVE WS-JRN-DELS                     TO WS-CNL-COUNT.
069500     PERFORM 8910-WRITE-COUNT
069600         THRU 8910-EXIT.
069700     MOVE "  ALREADY ON THE BACKUP:"      TO WS-CNL-LABEL.
069800     MOVE WS-JRN-PRESENT                  TO WS-CNL-COUNT.
069900     PERFORM 8910-WRITE-COUNT
070000         THRU 8910-EXIT.
070100     MOVE "  NOT APPLIED (LISTED ABOVE):" TO WS-CNL-LABEL.
070200     MOVE WS-JRN-NOT-APPLIED              TO WS-CNL-COUNT.
070300     PERFORM 8910-WRITE-COUNT
070400         THRU 8910-EXIT.
070500     MOVE "  PAST THE RECOVERY POINT:"    TO WS-CNL-LABEL.
070600     MOVE WS-JRN-PAST-POINT               TO WS-CNL-COUNT.
070700     PERFORM 8910-WRITE-COUNT
070800         THRU 8910-EXIT.
070900     IF WS-FIRST-STAMP NOT = SPACES
071000         MOVE "FIRST ENTRY REAPPLIED:"    TO WS-STL-LABEL
071100         MOVE WS-FIRST-STAMP (1:8)        TO WS-STL-DATE
071200         MOVE WS-FIRST-STAMP (9:8)        TO WS-STL-TIME
071300         MOVE WS-STAMP-LINE               TO RCVR-RECORD
071400         WRITE RCVR-RECORD
071500         MOVE "LAST ENTRY REAPPLIED:"     TO WS-STL-LABEL
071600         MOVE WS-LAST-STAMP (1:8)         TO WS-STL-DATE
071700         MOVE WS-LAST-STAMP (9:8)         TO WS-STL-TIME
071800         MOVE WS-STAMP-LINE               TO RCVR-RECORD
071900         WRITE RCVR-RECORD
072000     END-IF.
072100     IF WS-RCV-TO-JOB
072200        AND NOT WS-POINT-REACHED
072300         MOVE "FIB0133W JOB ID NOT ON THE JOURNAL - ALL ENTRIES"
072400             TO WS-MSG-TEXT
072500         MOVE " APPLIED" TO WS-MSG-VALUE
072600         MOVE SPACES TO WS-MSG-TEXT2
072700         PERFORM 8900-WRITE-MESSAGE
072800             THRU 8900-EXIT
072900         IF WS-RCV-RC < 8
073000             MOVE 8 TO WS-RCV-RC
073100         END-IF
073200     END-IF.
073300     IF WS-POINT-REACHED
073400        AND WS-JRN-CONSIDERED = ZERO
073500         MOVE "FIB0134W RECOVERY POINT IS AT THE START OF THE"
073600             TO WS-MSG-TEXT
073700         MOVE " JOURNAL" TO WS-MSG-VALUE
073800         MOVE " - CHECK THE BACKUP PREDATES IT" TO WS-MSG-TEXT2
073900         PERFORM 8900-WRITE-MESSAGE
074000             THRU 8900-EXIT
074100         IF WS-RCV-RC < 4
074200             MOVE 4 TO WS-RCV-RC
074300         END-IF
074400     END-IF.
074500 8000-EXIT.
074600     EXIT.
074700 8900-WRITE-MESSAGE.
074800     MOVE WS-MSG-LINE TO RCVR-RECORD.
074900     WRITE RCVR-RECORD.
075000     MOVE SPACES TO WS-MSG-LINE.
075100 8900-EXIT.
075200     EXIT.
075300 8910-WRITE-COUNT.
075400     MOVE WS-COUNT-LINE TO RCVR-RECORD.
075500     WRITE RCVR-RECORD.
075600 8910-EXIT.
075700     EXIT.
075800 9000-END-OF-JOB.
075900     IF WS-BKUP-OPEN
076000         CLOSE BKUP-FILE
076100     END-IF.
076200     IF WS-TJRN-OPEN
076300         CLOSE TJRN-FILE
076400     END-IF.
076500     IF WS-TMST-OPEN
076600         CLOSE TMST-FILE
076700     END-IF.
076800     IF WS-BKUP-READ > ZERO
076900        OR WS-JRN-READ > ZERO
077000         PERFORM 8000-PRINT-TOTALS
077100             THRU 8000-EXIT
077200     END-IF.
077300     MOVE SPACES TO RCVR-RECORD.
077400     WRITE RCVR-RECORD.
077500     MOVE "END OF TERM MASTER FORWARD RECOVERY" TO RCVR-RECORD.
077600     WRITE RCVR-RECORD.
077700     CLOSE RCVR-FILE.
077800     MOVE WS-RCV-RC TO RETURN-CODE.
077900 9000-EXIT.
078000     EXIT.

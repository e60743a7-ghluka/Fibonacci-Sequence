000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBAPRO.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBAPRO - ONLINE APPROVAL OF QUEUED PROFILE CHANGES (CICS  *
000900*           TRANSACTION FAPR, MAPSET FIBAPRS).  FIBPMNT NO   *
001000*           LONGER APPLIES AN ADD/CHANGE/DELETE CARD         *
001100*           STRAIGHT TO THE PROFILE MASTER - IT QUEUES IT ON *
001200*           THE PENDING CHANGE FILE (FIBPEND) FOR A SECOND   *
001300*           USER.  HERE THE CHECKER KEYS THE PENDING ID,     *
001400*           SEES THE CHANGE AS THE MAKER SUBMITTED IT, THEN  *
001500*           KEYS A (APPROVE) OR D (DECLINE) AND ENTER AGAIN. *
001600*           THE DECISION IS ONLY ACCEPTED FOR THE CHANGE     *
001700*           LAST SHOWN, STILL UNDECIDED, AND FROM A          *
001800*           SIGNED-ON USER WHO IS NOT ITS MAKER.  IT IS      *
001900*           RECORDED ON THE PENDING RECORD (CHECKER, DATE,   *
002000*           TIME, VIA O) - THE NEXT FIBPMNT RUN CHECKS THE   *
002100*           CHECKER'S ENTITLEMENT ON FIBUSER, WRITES THE     *
002200*           PROFAUDT RECORD AND APPLIES OR DROPS THE CHANGE. *
002300*           THE MESSAGES ARE THE ONES THE BATCH REPORT       *
002400*           PRINTS FOR A V/X CARD.  PSEUDO-CONVERSATIONAL:   *
002500*           EVERY INTERACTION ENDS WITH RETURN               *
002600*           TRANSID(FAPR), THE COMMAREA CARRYING THE PENDING *
002700*           ID ON THE SCREEN.  PF3 EXITS, CLEAR RESETS THE   *
002800*           SCREEN.  RESOURCES ARE DEFINED BY THE FIBDEFC    *
002900*           JOB.                                             *
003000*-----------------------------------------------------------*
003100* MODIFICATION HISTORY                                       *
003200*-----------------------------------------------------------*
003300* DATE       INIT  DESCRIPTION                                *
003400* 2026-10-14  RH   ORIGINAL VERSION - DISPLAY, APPROVE        *
003500*                  AND DECLINE A PENDING PROFILE CHANGE.      *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300     COPY FIBAPRM.
004400     COPY FIBPNDW.
004500     COPY DFHAID.
004600 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
004700 01  WS-APR-USER                 PIC X(08)  VALUE SPACES.
004800 01  WS-APR-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
004900 01  WS-APR-DEC-DATE             PIC X(08)  VALUE SPACES.
005000 01  WS-APR-DEC-TIME             PIC X(06)  VALUE SPACES.
005100 01  WS-APR-DECISION             PIC X(01)  VALUE SPACE.
005200     88  WS-APR-APPROVE                      VALUE "A".
005300     88  WS-APR-DECLINE                      VALUE "D".
005400     88  WS-APR-NO-DECISION                  VALUE " ".
005500 01  WS-APR-KEY                  PIC 9(08)  VALUE ZERO.
005600 01  WS-COMM-AREA.
005700     05  WS-COMM-SHOWN-ID        PIC 9(08)  VALUE ZERO.
005800 01  WS-EXIT-MESSAGE             PIC X(30)
005900         VALUE "FAPR APPROVAL SESSION ENDED   ".
006000 LINKAGE SECTION.
006100 01  DFHCOMMAREA                 PIC X(08).
006200 PROCEDURE DIVISION.
006300 0000-MAINLINE.
006400     IF EIBCALEN = ZERO
006500         PERFORM 1000-FIRST-TIME
006600             THRU 1000-EXIT
006700         GO TO 0000-RETURN
006800     END-IF.
006900     MOVE DFHCOMMAREA TO WS-COMM-AREA.
007000     EVALUATE EIBAID
007100         WHEN DFHPF3
007200             PERFORM 8000-EXIT-TRANSACTION
007300                 THRU 8000-EXIT
007400         WHEN DFHCLEAR
007500             PERFORM 1000-FIRST-TIME
007600                 THRU 1000-EXIT
007700         WHEN OTHER
007800             PERFORM 2000-PROCESS-SCREEN
007900                 THRU 2000-EXIT
008000     END-EVALUATE.
008100 0000-RETURN.
008200     EXEC CICS RETURN
008300         TRANSID ('FAPR')
008400         COMMAREA (WS-COMM-AREA)
008500         LENGTH (8)
008600     END-EXEC.
008700     GOBACK.
008800 1000-FIRST-TIME.
008900     MOVE ZERO TO WS-COMM-SHOWN-ID.
009000     MOVE LOW-VALUES TO FIBAPR-MAP.
009100     MOVE "ENTER A PENDING ID, THEN ENTER"
009200         TO APRM-MSG-D.
009300     EXEC CICS SEND
009400         MAP ('FIBAPR')
009500         MAPSET ('FIBAPRS')
009600         FROM (FIBAPR-MAP)
009700         ERASE
009800     END-EXEC.
009900 1000-EXIT.
010000     EXIT.
010100*-----------------------------------------------------------*
010200* 2000 - A PENDING ID ALONE (OR A DIFFERENT ONE FROM THE     *
010300*        CHANGE ON THE SCREEN) DISPLAYS THAT CHANGE.  A OR D *
010400*        AGAINST THE CHANGE ALREADY SHOWN DECIDES IT.        *
010500*-----------------------------------------------------------*
010600 2000-PROCESS-SCREEN.
010700     EXEC CICS RECEIVE
010800         MAP ('FIBAPR')
010900         MAPSET ('FIBAPRS')
011000         INTO (FIBAPR-MAP)
011100         RESP (WS-RESP)
011200     END-EXEC.
011300     IF WS-RESP NOT = DFHRESP(NORMAL)
011400         PERFORM 1000-FIRST-TIME
011500             THRU 1000-EXIT
011600         GO TO 2000-EXIT
011700     END-IF.
011800     MOVE SPACES TO APRM-MSG-D.
011900     IF APRM-DECIDE-D = LOW-VALUE
012000         MOVE SPACE TO APRM-DECIDE-D
012100     END-IF.
012200     MOVE APRM-DECIDE-D TO WS-APR-DECISION.
012300     IF NOT WS-APR-APPROVE
012400        AND NOT WS-APR-DECLINE
012500        AND NOT WS-APR-NO-DECISION
012600         MOVE "FIB0168E DECISION MUST BE A OR D"
012700             TO APRM-MSG-D
012800         GO TO 2000-SEND
012900     END-IF.
013000     IF APRM-PENDID-D NOT NUMERIC
013100        OR APRM-PENDID-N = ZERO
013200         MOVE ZERO TO WS-COMM-SHOWN-ID
013300         MOVE "FIB0160E PENDING CHANGE ID MISSING"
013400             TO APRM-MSG-D
013500         GO TO 2000-SEND
013600     END-IF.
013700     MOVE APRM-PENDID-N TO WS-APR-KEY.
013800     PERFORM 2100-READ-PENDING
013900         THRU 2100-EXIT.
014000     IF APRM-MSG-D NOT = SPACES
014100         MOVE ZERO TO WS-COMM-SHOWN-ID
014200         GO TO 2000-SEND
014300     END-IF.
014400     IF WS-APR-NO-DECISION
014500         PERFORM 3000-SHOW-CHANGE
014600             THRU 3000-EXIT
014700         GO TO 2000-SEND
014800     END-IF.
014900     IF WS-APR-KEY NOT = WS-COMM-SHOWN-ID
015000         PERFORM 3000-SHOW-CHANGE
015100             THRU 3000-EXIT
015200         IF WS-PN-PENDING
015300             MOVE "FIB0169E DISPLAY THE CHANGE BEFORE DECIDING"
015400                 TO APRM-MSG-D
015500         END-IF
015600         GO TO 2000-SEND
015700     END-IF.
015800     PERFORM 4000-RECORD-DECISION
015900         THRU 4000-EXIT.
016000 2000-SEND.
016100     PERFORM 7000-SEND-SCREEN
016200         THRU 7000-EXIT.
016300 2000-EXIT.
016400     EXIT.
016500 2100-READ-PENDING.
016600     EXEC CICS READ
016700         FILE ('FIBPEND')
016800         INTO (WS-PEND-WORK)
016900         RIDFLD (WS-APR-KEY)
017000         RESP (WS-RESP)
017100     END-EXEC.
017200     EVALUATE WS-RESP
017300         WHEN DFHRESP(NORMAL)
017400             CONTINUE
017500         WHEN DFHRESP(NOTFND)
017600             MOVE "FIB0160E PENDING CHANGE NOT FOUND"
017700                 TO APRM-MSG-D
017800         WHEN OTHER
017900             MOVE "FIB0166E PENDING CHANGE FILE NOT AVAILABLE"
018000                 TO APRM-MSG-D
018100     END-EVALUATE.
018200 2100-EXIT.
018300     EXIT.
018400*-----------------------------------------------------------*
018500* 3000 - SHOW THE CHANGE AS THE MAKER SUBMITTED IT AND       *
018600*        REMEMBER IT IN THE COMMAREA - ONLY THE CHANGE ON    *
018700*        THE SCREEN CAN BE DECIDED.                          *
018800*-----------------------------------------------------------*
018900 3000-SHOW-CHANGE.
019000     MOVE WS-PN-ID         TO WS-COMM-SHOWN-ID.
019100     MOVE WS-PN-NAME       TO APRM-PROF-D.
019200     MOVE WS-PN-ACTION     TO APRM-ACTN-D.
019300     MOVE WS-PN-MAKER      TO APRM-MAKER-D.
019400     MOVE WS-PN-SUB-DATE   TO APRM-SUBDT-D.
019500     MOVE WS-PN-CHECKER    TO APRM-CHKR-D.
019600     MOVE SPACE            TO APRM-DECIDE-D.
019700     IF WS-PN-ACTION = "D"
019800         MOVE SPACES       TO APRM-TERMS-D
019900                              APRM-TYPE-D
020000                              APRM-SEEDA-D
020100                              APRM-SEEDB-D
020200                              APRM-SEEDC-D
020300                              APRM-JOBID-D
020400                              APRM-RSTRT-D
020500                              APRM-CSV-D
020600     ELSE
020700         MOVE WS-PN-TERM-COUNT TO APRM-TERMS-D
020800         MOVE WS-PN-SEQ-TYPE   TO APRM-TYPE-D
020900         MOVE WS-PN-SEED-A     TO APRM-SEEDA-D
021000         MOVE WS-PN-SEED-B     TO APRM-SEEDB-D
021100         MOVE WS-PN-SEED-C     TO APRM-SEEDC-D
021200         MOVE WS-PN-JOB-ID     TO APRM-JOBID-D
021300         MOVE WS-PN-RESTART-SW TO APRM-RSTRT-D
021400         MOVE WS-PN-CSV-SW     TO APRM-CSV-D
021500     END-IF.
021600     EVALUATE TRUE
021700         WHEN WS-PN-PENDING
021800             MOVE "AWAITING A CHECKER" TO APRM-STAT-D
021900             MOVE "KEY A TO APPROVE OR D TO DECLINE, THEN ENTER"
022000                 TO APRM-MSG-D
022100         WHEN WS-PN-APPROVED
022200             MOVE "APPROVED"           TO APRM-STAT-D
022300             MOVE "FIB0161E CHANGE ALREADY DECIDED"
022400                 TO APRM-MSG-D
022500         WHEN WS-PN-DECLINED
022600             MOVE "DECLINED"           TO APRM-STAT-D
022700             MOVE "FIB0161E CHANGE ALREADY DECIDED"
022800                 TO APRM-MSG-D
022900         WHEN OTHER
023000             MOVE SPACES               TO APRM-STAT-D
023100             MOVE "FIB0160E PENDING CHANGE NOT FOUND"
023200                 TO APRM-MSG-D
023300     END-EVALUATE.
023400 3000-EXIT.
023500     EXIT.
023600*-----------------------------------------------------------*
023700* 4000 - RECORD THE DECISION.  THE CHECKER IS THE SIGNED-ON  *
023800*        USER AND MAY NOT BE THE MAKER.  THE RECORD IS READ  *
023900*        AGAIN FOR UPDATE AND ITS STATUS RE-TESTED, SO TWO   *
024000*        CHECKERS RACING FOR ONE CHANGE CANNOT BOTH DECIDE   *
024100*        IT.                                                 *
024200*-----------------------------------------------------------*
024300 4000-RECORD-DECISION.
024400     IF NOT WS-PN-PENDING
024500         PERFORM 3000-SHOW-CHANGE
024600             THRU 3000-EXIT
024700         GO TO 4000-EXIT
024800     END-IF.
024900     EXEC CICS ASSIGN
025000         USERID (WS-APR-USER)
025100     END-EXEC.
025200     IF WS-APR-USER = WS-PN-MAKER
025300         PERFORM 3000-SHOW-CHANGE
025400             THRU 3000-EXIT
025500         MOVE "FIB0163E MAKER MAY NOT CHECK OWN CHANGE"
025600             TO APRM-MSG-D
025700         GO TO 4000-EXIT
025800     END-IF.
025900     EXEC CICS READ
026000         FILE ('FIBPEND')
026100         INTO (WS-PEND-WORK)
026200         RIDFLD (WS-APR-KEY)
026300         UPDATE
026400         RESP (WS-RESP)
026500     END-EXEC.
026600     IF WS-RESP NOT = DFHRESP(NORMAL)
026700         MOVE ZERO TO WS-COMM-SHOWN-ID
026800         MOVE "FIB0166E PENDING CHANGE FILE NOT AVAILABLE"
026900             TO APRM-MSG-D
027000         GO TO 4000-EXIT
027100     END-IF.
027200     IF NOT WS-PN-PENDING
027300         EXEC CICS UNLOCK
027400             FILE ('FIBPEND')
027500         END-EXEC
027600         PERFORM 3000-SHOW-CHANGE
027700             THRU 3000-EXIT
027800         GO TO 4000-EXIT
027900     END-IF.
028000     EXEC CICS ASKTIME
028100         ABSTIME (WS-APR-ABSTIME)
028200     END-EXEC.
028300     EXEC CICS FORMATTIME
028400         ABSTIME (WS-APR-ABSTIME)
028500         YYYYMMDD (WS-APR-DEC-DATE)
028600         TIME (WS-APR-DEC-TIME)
028700     END-EXEC.
028800     IF WS-APR-APPROVE
028900         SET WS-PN-APPROVED TO TRUE
029000     ELSE
029100         SET WS-PN-DECLINED TO TRUE
029200     END-IF.
029300     MOVE WS-APR-USER     TO WS-PN-CHECKER.
029400     MOVE WS-APR-DEC-DATE TO WS-PN-DEC-DATE.
029500     MOVE WS-APR-DEC-TIME TO WS-PN-DEC-TIME.
029600     SET WS-PN-ONLINE     TO TRUE.
029700     EXEC CICS REWRITE
029800         FILE ('FIBPEND')
029900         FROM (WS-PEND-WORK)
030000         RESP (WS-RESP)
030100     END-EXEC.
030200     IF WS-RESP NOT = DFHRESP(NORMAL)
030300         MOVE ZERO TO WS-COMM-SHOWN-ID
030400         MOVE "FIB0166E PENDING CHANGE FILE NOT AVAILABLE"
030500             TO APRM-MSG-D
030600         GO TO 4000-EXIT
030700     END-IF.
030800     PERFORM 3000-SHOW-CHANGE
030900         THRU 3000-EXIT.
031000     MOVE ZERO TO WS-COMM-SHOWN-ID.
031100     IF WS-PN-APPROVED
031200         MOVE "APPROVED - APPLIED BY THE NEXT FIBPMNT RUN"
031300             TO APRM-MSG-D
031400     ELSE
031500         MOVE "DECLINED - DROPPED BY THE NEXT FIBPMNT RUN"
031600             TO APRM-MSG-D
031700     END-IF.
031800 4000-EXIT.
031900     EXIT.
032000 7000-SEND-SCREEN.
032100     EXEC CICS SEND
032200         MAP ('FIBAPR')
032300         MAPSET ('FIBAPRS')
032400         FROM (FIBAPR-MAP)
032500         ERASE
032600     END-EXEC.
032700 7000-EXIT.
032800     EXIT.
032900 8000-EXIT-TRANSACTION.
033000     EXEC CICS SEND TEXT
033100         FROM (WS-EXIT-MESSAGE)
033200         LENGTH (30)
033300         ERASE
033400         FREEKB
033500     END-EXEC.
033600     EXEC CICS RETURN
033700     END-EXEC.
033800 8000-EXIT.
033900     EXIT.

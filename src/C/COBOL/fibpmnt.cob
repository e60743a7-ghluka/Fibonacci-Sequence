001500*           CHANGED WHICH PROFILE AND WHEN.  THE DESK'S      *
001600*           STANDARD RUNS BECOME CONTROLLED DATA INSTEAD OF  *
001700*           A CARD SOMEONE EDITS AT 6 AM.                    *
001710*           ADD/CHANGE/DELETE CARDS ARE NOT APPLIED AS THEY  *
001720*           ARRIVE - EACH IS QUEUED ON THE PENDING CHANGE    *
001730*           FILE (FIBPEND) AND ONLY REACHES THE MASTER ONCE  *
001740*           A SECOND ENTITLED USER HAS APPROVED IT (V CARD   *
001750*           OR THE FAPR SCREEN).  A DECLINED (X) CHANGE IS   *
001760*           DROPPED AND ONE LEFT UNDECIDED PAST THE EXPIRY   *
001770*           DAYS EXPIRES.                                    *
001800*-----------------------------------------------------------*
001900* MODIFICATION HISTORY                                       *
002000*-----------------------------------------------------------*
002470*                  WRITES A PROFAUDT RECORD WITH RESULT       *
002480*                  "DENIED".  AN ABSENT OR EMPTY MASTER       *
002490*                  TURNS ENFORCEMENT OFF.                     *
002495* 2026-10-14  RH   MAKER-CHECKER.  AN ADD/CHANGE/DELETE       *
002500*                  CARD NO LONGER UPDATES FIBPROF - IT IS     *
002505*                  QUEUED ON THE PENDING CHANGE FILE          *
002510*                  (FIBPEND: OLDPEND IN, NEWPEND OUT) UNDER   *
002515*                  A NEW PENDING ID.  A SECOND ENTITLED       *
002520*                  USER APPROVES (V) OR DECLINES (X) IT BY    *
002525*                  CARD OR ON THE FAPR SCREEN; NOBODY MAY     *
002530*                  CHECK THEIR OWN CHANGE.  EVERY RUN THEN    *
002535*                  APPLIES THE APPROVED CHANGES (THE          *
002540*                  CHECKER'S ENTITLEMENT IS RE-CHECKED),      *
002545*                  CLOSES THE DECLINED ONES AND EXPIRES ANY   *
002550*                  LEFT UNDECIDED LONGER THAN THE PMNTIN      *
002555*                  EXPIRY DAYS (DEFAULT 7, RC 4).  PROFAUDT   *
002560*                  CARRIES THE CHECKER, DECISION AND          *
002565*                  PENDING ID.  NO CARDS NO LONGER ENDS THE   *
002570*                  RUN EARLY - PENDING CHANGES ARE STILL      *
002575*                  SETTLED.                                   *
002576* 2026-10-15  RH   AN ONLINE DECISION TAKEN AFTER THE CHANGE  *
002577*                  HAD EXPIRED IS NOW EXPIRED (AUDITED E) AND *
002578*                  NOT APPLIED - THE SAME RULE AS A LATE V/X  *
002579*                  CARD (FIB0164E).                           *
002580* 2026-10-15  RH   AN ONLINE DECLINE IS NOW CHECKED AS AN     *
002581*                  ONLINE APPROVAL IS - A CHECKER WHO IS THE  *
002582*                  MAKER (FIB0163E) OR NOT ENTITLED TO THE    *
002583*                  ACTION IS DENIED AND THE CHANGE GOES BACK  *
002584*                  TO UNDECIDED, NOT DROPPED.                 *
002585* 2026-10-15  RH   AN ONLINE DECISION IS NOW CHECKED BEFORE   *
002586*                  IT IS AUDITED - ONE THAT FAILS LEAVES      *
002587*                  ONLY THE DENIED ROW, AS A V/X CARD DOES.   *
002589*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
004410     SELECT USER-FILE ASSIGN TO "FIBUSER"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-USER-FILE-STATUS.
004436     SELECT OLDPEND-FILE ASSIGN TO "OLDPEND"
004442         ORGANIZATION IS INDEXED
004448         ACCESS MODE IS SEQUENTIAL
004454         RECORD KEY IS OLDPEND-ID
004460         FILE STATUS IS WS-OPND-FILE-STATUS.
004466     SELECT NEWPEND-FILE ASSIGN TO "NEWPEND"
004472         ORGANIZATION IS LINE SEQUENTIAL.
004478     SELECT PMNC-FILE ASSIGN TO "PMNTIN"
004484         ORGANIZATION IS LINE SEQUENTIAL
004490         FILE STATUS IS WS-PMNC-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700     COPY FIBPROF REPLACING ==PROF-FILE== BY ==OLDPROF-FILE==
004800                            ==PROF-RECORD== BY ==OLDPROF-REC==.
004900     COPY FIBPROF REPLACING ==PROF-FILE== BY ==NEWPROF-FILE==
005000                            ==PROF-RECORD== BY ==NEWPROF-REC==.
005010     COPY FIBPEND REPLACING ==PEND-FILE== BY ==OLDPEND-FILE==
005020                            ==PEND-RECORD== BY ==OLDPEND-REC==
005030                            ==PEND-ID== BY ==OLDPEND-ID==.
005040     COPY FIBPEND REPLACING ==PEND-FILE== BY ==NEWPEND-FILE==
005050                            ==PEND-RECORD== BY ==NEWPEND-REC==
005060                            ==PEND-ID== BY ==NEWPEND-ID==.
005100 FD  TXN-FILE
005200     RECORDING MODE IS F.
005300 01  TXN-RECORD                  PIC X(80).
006900     COPY FIBPAUD.
006910     COPY FIBUSER.
006920 FD  PMNC-FILE
006930     RECORDING MODE IS F.
006940 01  PMNC-CARD.
006950     05  PMNC-EXPIRY-DAYS        PIC 9(03).
006960     05  PMNC-EXPIRY-DAYS-X REDEFINES PMNC-EXPIRY-DAYS
006970                                 PIC X(03).
006980     05  FILLER                  PIC X(77).
007000 FD  PMNT-FILE
007100     RECORDING MODE IS F.
007200 01  PMNT-RECORD                PIC X(132).
007400     COPY FIBPRFW.
007500     COPY FIBEDIT.
007510     COPY FIBUSRW.
007550     COPY FIBPNDW.
007552 01  TXN-CARD.
007554     05  TXN-ACTION              PIC X(01).
007556         88  TXN-ADD                         VALUE "A".
007558         88  TXN-CHANGE                      VALUE "C".
007560         88  TXN-DELETE                      VALUE "D".
007562         88  TXN-APPROVE                     VALUE "V".
007564         88  TXN-DECLINE                     VALUE "X".
007566     05  TXN-USER                PIC X(08).
007568     05  TXN-NAME                PIC X(08).
007570     05  TXN-TERM-COUNT          PIC 9(05).
007572     05  TXN-SEED-A              PIC 9(15).
007574     05  TXN-SEED-B              PIC 9(15).
007576     05  TXN-SEED-C              PIC 9(15).
007578     05  TXN-RESTART-SW          PIC X(01).
007580     05  TXN-CSV-SW              PIC X(01).
007582     05  TXN-JOB-ID              PIC X(08).
007584     05  TXN-SEQ-TYPE            PIC X(01).
007586     05  FILLER                  PIC X(02).
007588 01  TXN-DECISION-CARD REDEFINES TXN-CARD.
007590     05  FILLER                  PIC X(17).
007592     05  TXN-PEND-ID             PIC 9(08).
007594     05  FILLER                  PIC X(55).
007600 01  WS-OLDP-FILE-STATUS         PIC X(02)  VALUE "00".
007700 01  WS-TXN-FILE-STATUS          PIC X(02)  VALUE "00".
007800 01  WS-PAUD-FILE-STATUS         PIC X(02)  VALUE "00".
007810 01  WS-USER-FILE-STATUS         PIC X(02)  VALUE "00".
007812 01  WS-OPND-FILE-STATUS         PIC X(02)  VALUE "00".
007814 01  WS-PMNC-FILE-STATUS         PIC X(02)  VALUE "00".
007816 01  WS-OPND-EOF-SW              PIC X(01)  VALUE "N".
007818     88  WS-OPND-EOF                         VALUE "Y".
007820 01  WS-USER-EOF-SW              PIC X(01)  VALUE "N".
007830     88  WS-USER-EOF                         VALUE "Y".
007840 01  WS-TXN-DENY-SW              PIC X(01)  VALUE "N".
009200 01  WS-DEL-COUNT                PIC 9(05)  COMP VALUE ZERO.
009300 01  WS-REJ-COUNT                PIC 9(05)  COMP VALUE ZERO.
009310 01  WS-DEN-COUNT                PIC 9(05)  COMP VALUE ZERO.
009320 01  WS-QUE-COUNT                PIC 9(05)  COMP VALUE ZERO.
009330 01  WS-DCL-COUNT                PIC 9(05)  COMP VALUE ZERO.
009340 01  WS-EXP-COUNT                PIC 9(05)  COMP VALUE ZERO.
009350 01  WS-AWT-COUNT                PIC 9(05)  COMP VALUE ZERO.
009400 01  WS-SHIFT-IX                 PIC 9(03)  COMP VALUE ZERO.
009500 01  WS-INSERT-AT                PIC 9(03)  COMP VALUE ZERO.
009600 01  WS-PMNT-SYS-DATE            PIC 9(08)  VALUE ZERO.
010100 01  WS-PMNT-SYS-TIME.
010200     05  WS-PMNT-HHMMSS          PIC 9(06).
010300     05  WS-PMNT-HSEC            PIC 9(02).
010301*-----------------------------------------------------------*
010302* PENDING CHANGES.  THE WHOLE PENDING FILE IS HELD IN CORE   *
010303* IN PENDING-ID ORDER: NEW CHANGES GO ON THE END AND A       *
010304* SETTLED ENTRY (KEEP SWITCH N) IS LEFT OFF NEWPEND.  A      *
010305* CHANGE SUBMITTED BEFORE WS-PEND-CUTOFF HAS WAITED LONGER   *
010306* THAN THE EXPIRY DAYS.  WS-PEND-DEC-CUTOFF IS THE SAME TEST *
010307* TAKEN FROM THE DATE OF AN ONLINE DECISION (7120).          *
010308*-----------------------------------------------------------*
010309 01  WS-PEND-MAX                 PIC 9(03)  COMP VALUE 500.
010310 01  WS-PEND-COUNT               PIC 9(03)  COMP VALUE ZERO.
010311 01  WS-PEND-IX                  PIC 9(03)  COMP VALUE ZERO.
010312 01  WS-PEND-HIT                 PIC 9(03)  COMP VALUE ZERO.
010313 01  WS-PEND-LAST-ID             PIC 9(08)  VALUE ZERO.
010314 01  WS-PEND-EXPIRY-DAYS         PIC 9(03)  VALUE 7.
010315 01  WS-PEND-CUTOFF              PIC 9(08)  VALUE ZERO.
010316 01  WS-PEND-DEC-CUTOFF          PIC 9(08)  VALUE ZERO.
010317 01  WS-PEND-LATE-SW             PIC X(01)  VALUE "N".
010318     88  WS-PEND-LATE                        VALUE "Y".
010319 01  WS-PEND-TABLE.
010320     05  WS-PEND-ENTRY           OCCURS 500 TIMES.
010321         10  WS-PEND-REC         PIC X(150).
010322         10  WS-PEND-KEEP-SW     PIC X(01).
010323             88  WS-PEND-KEPT                VALUE "Y".
010324 01  WS-PMNT-CAL-DATE            PIC 9(08)  VALUE ZERO.
010325 01  WS-PMNT-CAL-PARTS REDEFINES WS-PMNT-CAL-DATE.
010326     05  WS-PCD-YYYY             PIC 9(04).
010327     05  WS-PCD-MM               PIC 9(02).
010328     05  WS-PCD-DD               PIC 9(02).
010329 01  WS-MONTH-DAY-VALUES         PIC X(24)
010330         VALUE "312831303130313130313031".
010331 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
010332     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
010333 01  WS-LEAP-WORK                PIC 9(04)  COMP VALUE ZERO.
010334 01  WS-LEAP-REM-4               PIC 9(04)  COMP VALUE ZERO.
010335 01  WS-LEAP-REM-100             PIC 9(04)  COMP VALUE ZERO.
010336 01  WS-LEAP-REM-400             PIC 9(04)  COMP VALUE ZERO.
010337*-----------------------------------------------------------*
010338* WHO 2300 CHECKS (THE MAKER OF A CARD, OR THE CHECKER OF A  *
010339* PENDING CHANGE) AND WHAT 2850 AUDITS.  WS-PMNT-PEND-RESULT *
010340* BUILDS THE RESULT TEXT OF A QUEUED OR DECIDED CHANGE.      *
010341*-----------------------------------------------------------*
010342 01  WS-CHK-USER                 PIC X(08)  VALUE SPACES.
010343 01  WS-CHK-ACTION               PIC X(01)  VALUE SPACE.
010344 01  WS-CHK-NAME                 PIC X(08)  VALUE SPACES.
010345 01  WS-AUD-MAKER                PIC X(08)  VALUE SPACES.
010346 01  WS-AUD-CHECKER              PIC X(08)  VALUE SPACES.
010347 01  WS-AUD-DECISION             PIC X(01)  VALUE SPACE.
010348 01  WS-AUD-PEND-ID              PIC 9(08)  VALUE ZERO.
010349 01  WS-AUD-DATE                 PIC 9(08)  VALUE ZERO.
010350 01  WS-AUD-TIME                 PIC 9(06)  VALUE ZERO.
010351 01  WS-PMNT-PEND-RESULT.
010352     05  WS-PPR-WORD             PIC X(09).
010353     05  WS-PPR-ID               PIC 9(08).
010354     05  FILLER                  PIC X(03)  VALUE " - ".
010355     05  WS-PPR-TAIL             PIC X(30).
010356     05  WS-PPR-TAIL-PARTS REDEFINES WS-PPR-TAIL.
010357         10  WS-PPR-LABEL        PIC X(09).
010358         10  WS-PPR-USER         PIC X(08).
010359         10  FILLER              PIC X(13).
010400 01  WS-PMNT-TITLE-LINE.
010500     05  FILLER                  PIC X(45) VALUE SPACES.
010600     05  FILLER                  PIC X(34)
014320             VALUE "  DENIED: ".
014330     05  WS-FTR-DEN              PIC ZZZZ9.
014400     05  FILLER                  PIC X(48) VALUE SPACES.
014405 01  WS-PMNT-PEND-FOOTER.
014410     05  FILLER                  PIC X(08) VALUE "QUEUED: ".
014415     05  WS-FTR-QUE              PIC ZZZZ9.
014420     05  FILLER                  PIC X(11)
014425             VALUE "  DECLINED:".
014430     05  WS-FTR-DCL              PIC ZZZZ9.
014435     05  FILLER                  PIC X(10)
014440             VALUE "  EXPIRED:".
014445     05  WS-FTR-EXP              PIC ZZZZ9.
014450     05  FILLER                  PIC X(21)
014455             VALUE "  AWAITING APPROVAL: ".
014460     05  WS-FTR-AWT              PIC ZZZZ9.
014465     05  FILLER                  PIC X(15)
014470             VALUE "  EXPIRY DAYS: ".
014475     05  WS-FTR-DAYS             PIC ZZ9.
014480     05  FILLER                  PIC X(44) VALUE SPACES.
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE
015000         PERFORM 2000-PROCESS-TXN
015100             THRU 2000-EXIT
015200             UNTIL WS-TXN-EOF
015230         PERFORM 7000-SETTLE-PENDING
015260             THRU 7000-EXIT
015300     END-IF.
015400     PERFORM 8000-WRITE-NEW-MASTER
015500         THRU 8000-EXIT.
015520     IF NOT WS-PMNT-ABORTED
015540         PERFORM 8500-WRITE-NEW-PENDING
015560             THRU 8500-EXIT
015580     END-IF.
015600     PERFORM 9000-END-OF-JOB
015700         THRU 9000-EXIT.
015800     GOBACK.
017300     IF WS-PAUD-FILE-STATUS = "35"
017400         OPEN OUTPUT PAUD-FILE
017500     END-IF.
017510     PERFORM 1200-READ-CONTROL-CARD
017520         THRU 1200-EXIT.
017530     IF NOT WS-PMNT-ABORTED
017540         PERFORM 1300-LOAD-PENDING
017550             THRU 1300-EXIT
017560     END-IF.
017570     IF WS-PMNT-ABORTED
017580         GO TO 1000-EXIT
017590     END-IF.
017600     OPEN INPUT TXN-FILE.
017700     IF WS-TXN-FILE-STATUS = "35"
017800         MOVE "FIB0049W NO TRANSACTIONS SUPPLIED"
017900             TO PMNT-RECORD
018000         WRITE PMNT-RECORD
018100         MOVE 4 TO WS-PMNT-RC
018200         SET WS-TXN-EOF TO TRUE
018300         GO TO 1000-EXIT
018400     END-IF.
018500     READ TXN-FILE INTO TXN-CARD
018600         AT END
018700             MOVE "FIB0049W NO TRANSACTIONS SUPPLIED"
018800                 TO PMNT-RECORD
018900             WRITE PMNT-RECORD
019000             MOVE 4 TO WS-PMNT-RC
019100             CLOSE TXN-FILE
019200             SET WS-TXN-EOF TO TRUE
019300     END-READ.
019400 1000-EXIT.
019500     EXIT.
022500     MOVE OLDPROF-REC TO WS-PROF-REC (WS-PROF-COUNT).
022600 1150-EXIT.
022700     EXIT.
022701*-----------------------------------------------------------*
022702* 1200 - OPTIONAL PMNTIN CARD: COLUMNS 1-3 ARE THE DAYS A    *
022703*        PENDING CHANGE MAY WAIT FOR A CHECKER (BLANK OR NO  *
022704*        CARD = 7).  THE CUTOFF IS TODAY LESS THAT MANY      *
022705*        DAYS.                                               *
022706*-----------------------------------------------------------*
022707 1200-READ-CONTROL-CARD.
022708     OPEN INPUT PMNC-FILE.
022709     IF WS-PMNC-FILE-STATUS = "00"
022710         READ PMNC-FILE
022711             AT END
022712                 MOVE SPACES TO PMNC-CARD
022713         END-READ
022714         CLOSE PMNC-FILE
022715         IF PMNC-EXPIRY-DAYS-X NOT = SPACES
022716             IF PMNC-EXPIRY-DAYS NOT NUMERIC
022717                OR PMNC-EXPIRY-DAYS = ZERO
022718                 MOVE "FIB0165E PMNTIN CARD INVALID - RUN STOPPED"
022719                     TO PMNT-RECORD
022720                 WRITE PMNT-RECORD
022721                 MOVE 12 TO WS-PMNT-RC
022722                 SET WS-PMNT-ABORTED TO TRUE
022723                 GO TO 1200-EXIT
022724             END-IF
022725             MOVE PMNC-EXPIRY-DAYS TO WS-PEND-EXPIRY-DAYS
022726         END-IF
022727     END-IF.
022728     MOVE WS-PMNT-SYS-DATE TO WS-PMNT-CAL-DATE.
022729     PERFORM 9100-PREVIOUS-DAY
022730         THRU 9100-EXIT
022731         WS-PEND-EXPIRY-DAYS TIMES.
022732     MOVE WS-PMNT-CAL-DATE TO WS-PEND-CUTOFF.
022733 1200-EXIT.
022734     EXIT.
022735 1300-LOAD-PENDING.
022736     OPEN INPUT OLDPEND-FILE.
022737     IF WS-OPND-FILE-STATUS = "35"
022738         MOVE "NO PENDING CHANGE FILE - STARTING AN EMPTY ONE"
022739             TO PMNT-RECORD
022740         WRITE PMNT-RECORD
022741         GO TO 1300-EXIT
022742     END-IF.
022743     IF WS-OPND-FILE-STATUS NOT = "00"
022744         MOVE "FIB0166E PENDING CHANGE FILE NOT AVAILABLE"
022745             TO PMNT-RECORD
022746         MOVE " - STATUS " TO PMNT-RECORD (43:10)
022747         MOVE WS-OPND-FILE-STATUS TO PMNT-RECORD (53:2)
022748         WRITE PMNT-RECORD
022749         MOVE 12 TO WS-PMNT-RC
022750         SET WS-PMNT-ABORTED TO TRUE
022751         GO TO 1300-EXIT
022752     END-IF.
022753     PERFORM 1350-READ-PENDING
022754         THRU 1350-EXIT
022755         UNTIL WS-OPND-EOF.
022756     CLOSE OLDPEND-FILE.
022757 1300-EXIT.
022758     EXIT.
022759 1350-READ-PENDING.
022760     READ OLDPEND-FILE
022761         AT END
022762             SET WS-OPND-EOF TO TRUE
022763             GO TO 1350-EXIT
022764     END-READ.
022765     MOVE OLDPEND-REC TO WS-PEND-WORK.
022766     IF WS-PN-CONTROL
022767         MOVE WS-PN-LAST-ID TO WS-PEND-LAST-ID
022768         GO TO 1350-EXIT
022769     END-IF.
022770     IF WS-PEND-COUNT >= WS-PEND-MAX
022771         MOVE "FIB0159E PENDING CHANGE TABLE FULL - RUN STOPPED"
022772             TO PMNT-RECORD
022773         WRITE PMNT-RECORD
022774         MOVE 12 TO WS-PMNT-RC
022775         SET WS-PMNT-ABORTED TO TRUE
022776         SET WS-OPND-EOF TO TRUE
022777         GO TO 1350-EXIT
022778     END-IF.
022779     ADD 1 TO WS-PEND-COUNT.
022780     MOVE WS-PEND-WORK TO WS-PEND-REC (WS-PEND-COUNT).
022781     MOVE "Y" TO WS-PEND-KEEP-SW (WS-PEND-COUNT).
022782     IF WS-PN-ID > WS-PEND-LAST-ID
022783         MOVE WS-PN-ID TO WS-PEND-LAST-ID
022784     END-IF.
022785 1350-EXIT.
022786     EXIT.
022800 2000-PROCESS-TXN.
022900     ADD 1 TO WS-TXN-COUNT.
023000     MOVE TXN-ACTION TO WS-PMD-ACTION.
023100     MOVE TXN-NAME   TO WS-PMD-NAME.
023200     MOVE TXN-USER   TO WS-PMD-USER.
023209     MOVE TXN-USER   TO WS-AUD-MAKER.
023218     MOVE SPACES     TO WS-AUD-CHECKER
023227                        WS-AUD-DECISION.
023236     MOVE ZERO       TO WS-AUD-PEND-ID.
023245     MOVE WS-PMNT-SYS-DATE TO WS-AUD-DATE.
023254     MOVE WS-PMNT-HHMMSS   TO WS-AUD-TIME.
023263     IF TXN-APPROVE OR TXN-DECLINE
023272         MOVE SPACES   TO WS-AUD-MAKER
023281         MOVE TXN-USER TO WS-AUD-CHECKER
023290     END-IF.
023300     PERFORM 2100-EDIT-TXN-CARD
023400         THRU 2100-EXIT.
023500     IF WS-TXN-INVALID
023700             THRU 2800-EXIT
023800         GO TO 2000-NEXT-CARD
023900     END-IF.
023901     IF TXN-APPROVE OR TXN-DECLINE
023902         PERFORM 6000-DECIDE-PENDING
023903             THRU 6000-EXIT
023904         GO TO 2000-NEXT-CARD
023905     END-IF.
023906     MOVE TXN-USER   TO WS-CHK-USER.
023907     MOVE TXN-ACTION TO WS-CHK-ACTION.
023908     MOVE TXN-NAME   TO WS-CHK-NAME.
023910     PERFORM 2300-CHECK-ENTITLEMENT
023920         THRU 2300-EXIT.
023930     IF WS-TXN-DENIED
023940         GO TO 2000-NEXT-CARD
023950     END-IF.
023990     IF WS-PEND-COUNT >= WS-PEND-MAX
024030         MOVE "REJECTED - FIB0159E PENDING CHANGE TABLE FULL"
024070             TO WS-PMD-RESULT
024110         PERFORM 2800-REJECT-TXN
024150             THRU 2800-EXIT
024190         GO TO 2000-NEXT-CARD
024230     END-IF.
024270     ADD 1 TO WS-PEND-LAST-ID.
024310     MOVE SPACES TO WS-PEND-WORK.
024350     MOVE WS-PEND-LAST-ID  TO WS-PN-ID
024390                              WS-AUD-PEND-ID.
024430     SET WS-PN-PENDING     TO TRUE.
024470     MOVE WS-PMNT-SYS-DATE TO WS-PN-SUB-DATE.
024510     MOVE WS-PMNT-HHMMSS   TO WS-PN-SUB-TIME.
024550     MOVE TXN-CARD         TO WS-PN-CARD.
024590     MOVE ZERO             TO WS-PN-DEC-DATE
024630                              WS-PN-DEC-TIME.
024670     ADD 1 TO WS-PEND-COUNT.
024710     MOVE WS-PEND-WORK TO WS-PEND-REC (WS-PEND-COUNT).
024750     MOVE "Y" TO WS-PEND-KEEP-SW (WS-PEND-COUNT).
024790     ADD 1 TO WS-QUE-COUNT.
024830     MOVE "PENDING"        TO WS-PPR-WORD.
024870     MOVE WS-PEND-LAST-ID  TO WS-PPR-ID.
024910     MOVE "AWAITING A SECOND USER" TO WS-PPR-TAIL.
024950     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
024990     PERFORM 2850-WRITE-TXN-OUTCOME
025030         THRU 2850-EXIT.
025300 2000-NEXT-CARD.
025400     READ TXN-FILE INTO TXN-CARD
025500         AT END
025600             SET WS-TXN-EOF TO TRUE
025700             CLOSE TXN-FILE
026300*        REQUIRED; THE PROFILE FIELDS ARE EDITED LIKE A      *
026400*        PARAMETER CARD (SEE 1100-EDIT-PARM-CARD IN          *
026500*        FIBONACCI) FOR ADD AND CHANGE ONLY.                 *
026530*        V (APPROVE) AND X (DECLINE) CARDS NAME THE PROFILE  *
026560*        AND CARRY THE PENDING ID IN COLUMNS 18-25 INSTEAD.  *
026600*-----------------------------------------------------------*
026700 2100-EDIT-TXN-CARD.
026800     SET WS-TXN-VALID TO TRUE.
027000     IF TXN-ACTION NOT = "A"
027100        AND TXN-ACTION NOT = "C"
027200        AND TXN-ACTION NOT = "D"
027230        AND TXN-ACTION NOT = "V"
027260        AND TXN-ACTION NOT = "X"
027300         MOVE "REJECTED - FIB0042E ACTION MUST BE A, C, D, V OR X"
027400             TO WS-PMD-RESULT
027500         SET WS-TXN-INVALID TO TRUE
027600         GO TO 2100-EXIT
028700         SET WS-TXN-INVALID TO TRUE
028800         GO TO 2100-EXIT
028900     END-IF.
028910     IF TXN-APPROVE OR TXN-DECLINE
028920         IF TXN-PEND-ID NOT NUMERIC
028930            OR TXN-PEND-ID = ZERO
028940             MOVE "REJECTED - FIB0160E PENDING CHANGE ID MISSING"
028950                 TO WS-PMD-RESULT
028960             SET WS-TXN-INVALID TO TRUE
028970         END-IF
028980         GO TO 2100-EXIT
028990     END-IF.
029000     IF TXN-DELETE
029100         GO TO 2100-EXIT
029200     END-IF.
035200 2250-EXIT.
035300     EXIT.
035301*-----------------------------------------------------------*
035302* 2300 - USER ENTITLEMENT OF WS-CHK-USER (A CARD'S MAKER OR  *
035303*        A CHANGE'S CHECKER) FOR WS-CHK-ACTION ON            *
035304*        WS-CHK-NAME.  THE USER MUST BE ON THE FIBUSER       *
035305*        MASTER, HOLD THE ACTION AND OWN THE NAME (INCLUSIVE *
035306*        RANGE; A BLANK HIGH BOUND IS OPEN).  A VIOLATION IS *
035307*        DENIED - PRINTED AND AUDITED "DENIED" - AND GOES NO *
035308*        FURTHER.  AN ABSENT OR EMPTY MASTER TURNS           *
035309*        ENFORCEMENT OFF.                                    *
035310*-----------------------------------------------------------*
035311 2300-CHECK-ENTITLEMENT.
035312     MOVE "N" TO WS-TXN-DENY-SW.
035344             THRU 2950-EXIT
035345         GO TO 2300-EXIT
035346     END-IF.
035347     IF WS-CHK-NAME < WS-ENT-PROF-LOW (WS-USER-HIT)
035348        OR WS-CHK-NAME > WS-ENT-PROF-HIGH (WS-USER-HIT)
035349         MOVE "DENIED - FIB0102E PROFILE OUTSIDE OWNED RANGE"
035350             TO WS-PMD-RESULT
035351         PERFORM 2950-DENY-TXN
035401 2330-EXIT.
035402     EXIT.
035403 2340-FIND-USER.
035404     IF WS-ENT-USER (WS-USER-IX) = WS-CHK-USER
035405         SET WS-USER-FOUND TO TRUE
035406         MOVE WS-USER-IX TO WS-USER-HIT
035407     END-IF.
035409     EXIT.
035410 2360-CHECK-ONE-ACTION.
035411     IF WS-ENT-ACTIONS (WS-USER-HIT) (WS-ACT-IX:1)
035412        = WS-CHK-ACTION
035413         SET WS-ACT-OK TO TRUE
035414     END-IF.
035415 2360-EXIT.
038200 2850-WRITE-TXN-OUTCOME.
038300     MOVE WS-PMNT-DETAIL-LINE TO PMNT-RECORD.
038400     WRITE PMNT-RECORD.
038500     MOVE WS-AUD-DATE      TO PAUD-DATE.
038600     MOVE WS-AUD-TIME      TO PAUD-TIME.
038700     MOVE WS-AUD-MAKER     TO PAUD-USER.
038800     MOVE WS-PMD-ACTION    TO PAUD-ACTION.
038900     MOVE WS-PMD-NAME      TO PAUD-NAME.
039000     EVALUATE TRUE
039100         WHEN WS-PMD-RESULT (1:8) = "REJECTED"
039110             MOVE "REJECTED" TO PAUD-RESULT
039300         WHEN OTHER
039310             MOVE WS-PMD-RESULT (1:8) TO PAUD-RESULT
039400     END-EVALUATE.
039420     MOVE WS-AUD-CHECKER   TO PAUD-CHECKER.
039440     MOVE WS-AUD-DECISION  TO PAUD-DECISION.
039460     MOVE WS-AUD-PEND-ID   TO PAUD-PEND-ID.
039500     WRITE PAUD-RECORD.
039600 2850-EXIT.
039700     EXIT.
041500     PERFORM 3200-INSERT-IN-ORDER
041600         THRU 3200-EXIT.
041700     ADD 1 TO WS-ADD-COUNT.
041800     MOVE "ADDED" TO WS-PPR-WORD.
041850     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
041900     PERFORM 2850-WRITE-TXN-OUTCOME
042000         THRU 2850-EXIT.
042100 3000-EXIT.
046500         THRU 2700-EXIT.
046600     MOVE WS-PROF-WORK TO WS-PROF-REC (WS-PROF-HIT).
046700     ADD 1 TO WS-CHG-COUNT.
046800     MOVE "CHANGED" TO WS-PPR-WORD.
046850     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
046900     PERFORM 2850-WRITE-TXN-OUTCOME
047000         THRU 2850-EXIT.
047100 4000-EXIT.
048400         UNTIL WS-SHIFT-IX >= WS-PROF-COUNT.
048500     SUBTRACT 1 FROM WS-PROF-COUNT.
048600     ADD 1 TO WS-DEL-COUNT.
048700     MOVE "DELETED" TO WS-PPR-WORD.
048750     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
048800     PERFORM 2850-WRITE-TXN-OUTCOME
048900         THRU 2850-EXIT.
049000 5000-EXIT.
049500         TO WS-PROF-REC (WS-SHIFT-IX).
049600 5200-EXIT.
049700     EXIT.
049740*-----------------------------------------------------------*
049780* 6000 - A V (APPROVE) OR X (DECLINE) CARD.  THE PENDING     *
049820*        CHANGE MUST EXIST, STILL BE UNDECIDED AND           *
049860*        UNEXPIRED, AND BE FOR THE PROFILE THE CARD NAMES.   *
049900*        THE CARD USER IS THE CHECKER: NOT THE MAKER, AND    *
049940*        ENTITLED TO THE CHANGE'S ACTION AND PROFILE IN      *
049980*        THEIR OWN RIGHT.  THE DECISION IS ONLY RECORDED     *
050020*        HERE - 7000 ACTS ON IT.                             *
050060*-----------------------------------------------------------*
050100 6000-DECIDE-PENDING.
050140     MOVE TXN-PEND-ID TO WS-AUD-PEND-ID.
050180     MOVE ZERO TO WS-PEND-HIT.
050220     PERFORM 6100-FIND-PENDING
050260         THRU 6100-EXIT
050300         VARYING WS-PEND-IX FROM 1 BY 1
050340         UNTIL WS-PEND-IX > WS-PEND-COUNT
050380            OR WS-PEND-HIT NOT = ZERO.
050420     IF WS-PEND-HIT = ZERO
050460         MOVE "REJECTED - FIB0160E PENDING CHANGE NOT FOUND"
050500             TO WS-PMD-RESULT
050540         PERFORM 2800-REJECT-TXN
050580             THRU 2800-EXIT
050620         GO TO 6000-EXIT
050660     END-IF.
050700     MOVE WS-PEND-REC (WS-PEND-HIT) TO WS-PEND-WORK.
050740     MOVE WS-PN-MAKER TO WS-AUD-MAKER.
050780     IF NOT WS-PN-PENDING
050820         MOVE "REJECTED - FIB0161E CHANGE ALREADY DECIDED"
050860             TO WS-PMD-RESULT
050900         PERFORM 2800-REJECT-TXN
050940             THRU 2800-EXIT
050980         GO TO 6000-EXIT
051020     END-IF.
051060     IF WS-PN-NAME NOT = TXN-NAME
051100         MOVE "REJECTED - FIB0162E PROFILE DOES NOT MATCH CHANGE"
051140             TO WS-PMD-RESULT
051180         PERFORM 2800-REJECT-TXN
051220             THRU 2800-EXIT
051260         GO TO 6000-EXIT
051300     END-IF.
051340     IF WS-PN-SUB-DATE < WS-PEND-CUTOFF
051380         MOVE "REJECTED - FIB0164E PENDING CHANGE HAS EXPIRED"
051420             TO WS-PMD-RESULT
051460         PERFORM 2800-REJECT-TXN
051500             THRU 2800-EXIT
051540         GO TO 6000-EXIT
051580     END-IF.
051620     IF WS-PN-MAKER = TXN-USER
051660         MOVE "DENIED - FIB0163E MAKER MAY NOT CHECK OWN CHANGE"
051700             TO WS-PMD-RESULT
051740         PERFORM 2950-DENY-TXN
051780             THRU 2950-EXIT
051820         GO TO 6000-EXIT
051860     END-IF.
051900     MOVE TXN-USER     TO WS-CHK-USER.
051940     MOVE WS-PN-ACTION TO WS-CHK-ACTION.
051980     MOVE WS-PN-NAME   TO WS-CHK-NAME.
052020     PERFORM 2300-CHECK-ENTITLEMENT
052060         THRU 2300-EXIT.
052100     IF WS-TXN-DENIED
052140         GO TO 6000-EXIT
052180     END-IF.
052220     IF TXN-APPROVE
052260         SET WS-PN-APPROVED TO TRUE
052300         MOVE "A"        TO WS-AUD-DECISION
052340         MOVE "APPROVED" TO WS-PPR-WORD
052380     ELSE
052420         SET WS-PN-DECLINED TO TRUE
052460         MOVE "D"        TO WS-AUD-DECISION
052500         MOVE "DECLINED" TO WS-PPR-WORD
052540     END-IF.
052580     MOVE TXN-USER         TO WS-PN-CHECKER.
052620     MOVE WS-PMNT-SYS-DATE TO WS-PN-DEC-DATE.
052660     MOVE WS-PMNT-HHMMSS   TO WS-PN-DEC-TIME.
052700     SET WS-PN-BY-CARD     TO TRUE.
052740     MOVE WS-PEND-WORK TO WS-PEND-REC (WS-PEND-HIT).
052780     MOVE WS-PN-ID    TO WS-PPR-ID.
052820     MOVE SPACES      TO WS-PPR-TAIL.
052860     MOVE "MAKER"     TO WS-PPR-LABEL.
052900     MOVE WS-PN-MAKER TO WS-PPR-USER.
052940     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
052980     PERFORM 2850-WRITE-TXN-OUTCOME
053020         THRU 2850-EXIT.
053060 6000-EXIT.
053100     EXIT.
053140 6100-FIND-PENDING.
053180     IF WS-PEND-REC (WS-PEND-IX) (1:8) = TXN-PEND-ID
053220         MOVE WS-PEND-IX TO WS-PEND-HIT
053260     END-IF.
053300 6100-EXIT.
053340     EXIT.
053380*-----------------------------------------------------------*
053410* 7000 - SETTLE THE PENDING FILE ONCE THE CARDS ARE DONE.    *
053440*        AN APPROVED CHANGE IS APPLIED TO THE MASTER, A      *
053470*        DECLINED ONE DROPPED, AND ONE STILL UNDECIDED PAST  *
053500*        THE CUTOFF EXPIRED (RC 4).  AN ONLINE CHECKER'S     *
053530*        ENTITLEMENT IS CHECKED FIRST (7350; A V/X CARD WAS  *
053560*        CHECKED IN 6000).  A DECISION THAT FAILS THE CHECK  *
053590*        IS AUDITED ONLY AS DENIED, AS A CARD WOULD BE, AND  *
053620*        GOES BACK TO UNDECIDED; ONE THAT PASSES IS AUDITED  *
053650*        (7150), DATED WHEN IT WAS MADE, THEN ACTED ON.  AN  *
053680*        ONLINE DECISION TAKEN AFTER THE CHANGE HAD EXPIRED  *
053710*        (7120) IS EXPIRED INSTEAD.                          *
053740*-----------------------------------------------------------*
053780 7000-SETTLE-PENDING.
053820     PERFORM 7100-SETTLE-ONE-CHANGE
053860         THRU 7100-EXIT
053900         VARYING WS-PEND-IX FROM 1 BY 1
053940         UNTIL WS-PEND-IX > WS-PEND-COUNT.
053980     IF WS-EXP-COUNT > ZERO
054020         MOVE "FIB0167W PENDING CHANGES EXPIRED UNDECIDED"
054060             TO PMNT-RECORD
054100         WRITE PMNT-RECORD
054140         IF WS-PMNT-RC < 4
054180             MOVE 4 TO WS-PMNT-RC
054220         END-IF
054260     END-IF.
054300 7000-EXIT.
054340     EXIT.
054380 7100-SETTLE-ONE-CHANGE.
054420     MOVE WS-PEND-REC (WS-PEND-IX) TO WS-PEND-WORK.
054460     MOVE WS-PN-ACTION     TO WS-PMD-ACTION.
054500     MOVE WS-PN-NAME       TO WS-PMD-NAME.
054540     MOVE WS-PN-MAKER      TO WS-PMD-USER
054580                              WS-AUD-MAKER.
054620     MOVE WS-PN-CHECKER    TO WS-AUD-CHECKER.
054660     MOVE WS-PN-ID         TO WS-AUD-PEND-ID
054700                              WS-PPR-ID.
054740     MOVE SPACE            TO WS-AUD-DECISION.
054780     MOVE WS-PMNT-SYS-DATE TO WS-AUD-DATE.
054820     MOVE WS-PMNT-HHMMSS   TO WS-AUD-TIME.
054830     PERFORM 7120-CHECK-LATE-DECISION
054840         THRU 7120-EXIT.
054850     EVALUATE TRUE
054860         WHEN WS-PEND-LATE
054870             PERFORM 7400-EXPIRE-PENDING
054880                 THRU 7400-EXIT
054890         WHEN WS-PN-APPROVED
054900             PERFORM 7200-APPLY-APPROVED
054910                 THRU 7200-EXIT
054920         WHEN WS-PN-DECLINED
054930             PERFORM 7300-DROP-DECLINED
054940                 THRU 7300-EXIT
054950         WHEN WS-PN-SUB-DATE < WS-PEND-CUTOFF
054960             PERFORM 7400-EXPIRE-PENDING
054970                 THRU 7400-EXIT
054980     END-EVALUATE.
054990 7100-EXIT.
055000     EXIT.
055010*-----------------------------------------------------------*
055020* 7120 - FAPR DOES NOT KNOW THE EXPIRY DAYS, SO A CHECKER    *
055030*        CAN DECIDE A CHANGE ONLINE AFTER IT HAS EXPIRED.    *
055040*        THE DECISION IS LATE WHEN THE CHANGE WAS SUBMITTED  *
055050*        BEFORE THE CUTOFF COUNTED BACK FROM THE DECISION    *
055060*        DATE - THE TEST 6000 APPLIES TO A V/X CARD ON THE   *
055070*        RUN DATE - AND A LATE DECISION IS NEITHER APPLIED   *
055080*        NOR DROPPED AS DECIDED; 7400 EXPIRES IT.  A         *
055090*        DECISION MADE IN TIME STILL STANDS WHEN THIS RUN IS *
055100*        PAST THE CUTOFF.                                    *
055110*-----------------------------------------------------------*
055120 7120-CHECK-LATE-DECISION.
055130     MOVE "N" TO WS-PEND-LATE-SW.
055140     IF NOT WS-PN-ONLINE
055150         GO TO 7120-EXIT
055160     END-IF.
055170     IF NOT WS-PN-APPROVED
055180        AND NOT WS-PN-DECLINED
055190         GO TO 7120-EXIT
055200     END-IF.
055210     IF WS-PN-DEC-DATE NOT NUMERIC
055220        OR WS-PN-DEC-DATE = ZERO
055230         MOVE WS-PEND-CUTOFF TO WS-PEND-DEC-CUTOFF
055240     ELSE
055250         MOVE WS-PN-DEC-DATE TO WS-PMNT-CAL-DATE
055260         PERFORM 9100-PREVIOUS-DAY
055270             THRU 9100-EXIT
055280             WS-PEND-EXPIRY-DAYS TIMES
055290         MOVE WS-PMNT-CAL-DATE TO WS-PEND-DEC-CUTOFF
055300     END-IF.
055310     IF WS-PN-SUB-DATE < WS-PEND-DEC-CUTOFF
055320         SET WS-PEND-LATE TO TRUE
055330     END-IF.
055340 7120-EXIT.
055350     EXIT.
055380 7150-AUDIT-ONLINE-DECISION.
055420     MOVE WS-PN-CHECKER  TO WS-PMD-USER.
055460     MOVE WS-PN-DEC-DATE TO WS-AUD-DATE.
055500     MOVE WS-PN-DEC-TIME TO WS-AUD-TIME.
055540     IF WS-PN-APPROVED
055580         MOVE "V"        TO WS-PMD-ACTION
055620         MOVE "A"        TO WS-AUD-DECISION
055660         MOVE "APPROVED" TO WS-PPR-WORD
055700     ELSE
055740         MOVE "X"        TO WS-PMD-ACTION
055780         MOVE "D"        TO WS-AUD-DECISION
055820         MOVE "DECLINED" TO WS-PPR-WORD
055860     END-IF.
055900     MOVE SPACES      TO WS-PPR-TAIL.
055940     MOVE "MAKER"     TO WS-PPR-LABEL.
055980     MOVE WS-PN-MAKER TO WS-PPR-USER.
056020     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
056060     PERFORM 2850-WRITE-TXN-OUTCOME
056100         THRU 2850-EXIT.
056140     MOVE WS-PN-ACTION     TO WS-PMD-ACTION.
056180     MOVE WS-PN-MAKER      TO WS-PMD-USER.
056220     MOVE WS-PMNT-SYS-DATE TO WS-AUD-DATE.
056260     MOVE WS-PMNT-HHMMSS   TO WS-AUD-TIME.
056300 7150-EXIT.
056340     EXIT.
056380 7200-APPLY-APPROVED.
056420     IF WS-PN-ONLINE
056460         PERFORM 7350-CHECK-ONLINE-DECISION
056500             THRU 7350-EXIT
056540         IF WS-TXN-DENIED
056580             PERFORM 7360-RETURN-TO-PENDING
056620                 THRU 7360-EXIT
056660             GO TO 7200-EXIT
056700         END-IF
056740         PERFORM 7150-AUDIT-ONLINE-DECISION
056780             THRU 7150-EXIT
056820     END-IF.
056860     MOVE "A" TO WS-AUD-DECISION.
057500     MOVE WS-PN-CARD TO TXN-CARD.
057540     MOVE SPACES        TO WS-PPR-TAIL.
057580     MOVE "CHECKER"     TO WS-PPR-LABEL.
057620     MOVE WS-PN-CHECKER TO WS-PPR-USER.
057660     PERFORM 2200-FIND-PROFILE
057700         THRU 2200-EXIT.
057740     EVALUATE TRUE
057780         WHEN TXN-ADD
057820             PERFORM 3000-APPLY-ADD
057860                 THRU 3000-EXIT
057900         WHEN TXN-CHANGE
057940             PERFORM 4000-APPLY-CHANGE
057980                 THRU 4000-EXIT
058020         WHEN TXN-DELETE
058060             PERFORM 5000-APPLY-DELETE
058100                 THRU 5000-EXIT
058140     END-EVALUATE.
058180     MOVE "N" TO WS-PEND-KEEP-SW (WS-PEND-IX).
058220 7200-EXIT.
058260     EXIT.
058300 7300-DROP-DECLINED.
058320     IF WS-PN-ONLINE
058340         PERFORM 7350-CHECK-ONLINE-DECISION
058360             THRU 7350-EXIT
058380         IF WS-TXN-DENIED
058400             PERFORM 7360-RETURN-TO-PENDING
058420                 THRU 7360-EXIT
058440             GO TO 7300-EXIT
058460         END-IF
058480         PERFORM 7150-AUDIT-ONLINE-DECISION
058490             THRU 7150-EXIT
058495     END-IF.
058500     ADD 1 TO WS-DCL-COUNT.
058540     MOVE "N" TO WS-PEND-KEEP-SW (WS-PEND-IX).
058580 7300-EXIT.
058620     EXIT.
058622 7350-CHECK-ONLINE-DECISION.
058623     MOVE "N" TO WS-TXN-DENY-SW.
058624     IF WS-PN-APPROVED
058625         MOVE "V" TO WS-PMD-ACTION
058626     ELSE
058627         MOVE "X" TO WS-PMD-ACTION
058628     END-IF.
058629     MOVE WS-PN-CHECKER TO WS-PMD-USER.
058630     IF WS-PN-CHECKER = WS-PN-MAKER
058631         MOVE "DENIED - FIB0163E MAKER MAY NOT CHECK OWN CHANGE"
058632             TO WS-PMD-RESULT
058633         PERFORM 2950-DENY-TXN
058634             THRU 2950-EXIT
058635         GO TO 7350-EXIT
058636     END-IF.
058637     MOVE WS-PN-CHECKER TO WS-CHK-USER.
058638     MOVE WS-PN-ACTION  TO WS-CHK-ACTION.
058639     MOVE WS-PN-NAME    TO WS-CHK-NAME.
058640     PERFORM 2300-CHECK-ENTITLEMENT
058641         THRU 2300-EXIT.
058642 7350-EXIT.
058643     EXIT.
058644 7360-RETURN-TO-PENDING.
058645     SET WS-PN-PENDING TO TRUE.
058646     MOVE SPACES TO WS-PN-CHECKER
058647                    WS-PN-DEC-VIA.
058648     MOVE ZERO   TO WS-PN-DEC-DATE
058649                    WS-PN-DEC-TIME.
058650     MOVE WS-PEND-WORK TO WS-PEND-REC (WS-PEND-IX).
058651 7360-EXIT.
058652     EXIT.
058660 7400-EXPIRE-PENDING.
058700     MOVE "E" TO WS-AUD-DECISION.
058740     MOVE "EXPIRED"               TO WS-PPR-WORD.
058780     MOVE "NOT DECIDED IN TIME"   TO WS-PPR-TAIL.
058820     MOVE WS-PMNT-PEND-RESULT TO WS-PMD-RESULT.
058860     PERFORM 2850-WRITE-TXN-OUTCOME
058900         THRU 2850-EXIT.
058940     ADD 1 TO WS-EXP-COUNT.
058980     MOVE "N" TO WS-PEND-KEEP-SW (WS-PEND-IX).
059020 7400-EXIT.
059060     EXIT.
060000 8000-WRITE-NEW-MASTER.
060100     OPEN OUTPUT NEWPROF-FILE.
060200     PERFORM 8100-WRITE-ONE-PROFILE
060300         THRU 8100-EXIT
060400         VARYING WS-PROF-IX FROM 1 BY 1
060500         UNTIL WS-PROF-IX > WS-PROF-COUNT.
060600     CLOSE NEWPROF-FILE.
060700     MOVE SPACES TO PMNT-RECORD.
060800     WRITE PMNT-RECORD.
060900     MOVE WS-ADD-COUNT   TO WS-FTR-ADD.
061000     MOVE WS-CHG-COUNT   TO WS-FTR-CHG.
061100     MOVE WS-DEL-COUNT   TO WS-FTR-DEL.
061200     MOVE WS-REJ-COUNT   TO WS-FTR-REJ.
061300     MOVE WS-PROF-COUNT  TO WS-FTR-PROFS.
061400     MOVE WS-DEN-COUNT   TO WS-FTR-DEN.
061500     MOVE WS-PMNT-FOOTER-LINE TO PMNT-RECORD.
061600     WRITE PMNT-RECORD.
061700 8000-EXIT.
061800     EXIT.
061900 8100-WRITE-ONE-PROFILE.
062000     MOVE WS-PROF-REC (WS-PROF-IX) TO NEWPROF-REC.
062100     WRITE NEWPROF-REC.
062200 8100-EXIT.
062300     EXIT.
062302*-----------------------------------------------------------*
062304* 8500 - NEWPEND: THE CONTROL RECORD (ID ZERO, LAST ID       *
062306*        ISSUED) THEN EVERY CHANGE STILL AWAITING A CHECKER, *
062308*        IN PENDING-ID ORDER READY TO RELOAD THE KSDS.       *
062310*-----------------------------------------------------------*
062312 8500-WRITE-NEW-PENDING.
062314     OPEN OUTPUT NEWPEND-FILE.
062316     MOVE SPACES TO WS-PEND-WORK.
062318     MOVE ZERO   TO WS-PN-ID
062320                    WS-PN-SUB-TIME
062322                    WS-PN-DEC-DATE
062324                    WS-PN-DEC-TIME.
062326     SET WS-PN-CONTROL TO TRUE.
062328     MOVE WS-PMNT-SYS-DATE TO WS-PN-SUB-DATE.
062330     MOVE WS-PEND-LAST-ID  TO WS-PN-LAST-ID.
062332     MOVE WS-PEND-WORK TO NEWPEND-REC.
062334     WRITE NEWPEND-REC.
062336     PERFORM 8550-WRITE-ONE-PENDING
062338         THRU 8550-EXIT
062340         VARYING WS-PEND-IX FROM 1 BY 1
062342         UNTIL WS-PEND-IX > WS-PEND-COUNT.
062344     CLOSE NEWPEND-FILE.
062346     MOVE WS-QUE-COUNT   TO WS-FTR-QUE.
062348     MOVE WS-DCL-COUNT   TO WS-FTR-DCL.
062350     MOVE WS-EXP-COUNT   TO WS-FTR-EXP.
062352     MOVE WS-AWT-COUNT   TO WS-FTR-AWT.
062354     MOVE WS-PEND-EXPIRY-DAYS TO WS-FTR-DAYS.
062356     MOVE WS-PMNT-PEND-FOOTER TO PMNT-RECORD.
062358     WRITE PMNT-RECORD.
062360 8500-EXIT.
062362     EXIT.
062364 8550-WRITE-ONE-PENDING.
062366     IF WS-PEND-KEPT (WS-PEND-IX)
062368         MOVE WS-PEND-REC (WS-PEND-IX) TO NEWPEND-REC
062370         WRITE NEWPEND-REC
062372         ADD 1 TO WS-AWT-COUNT
062374     END-IF.
062376 8550-EXIT.
062378     EXIT.
062400 9000-END-OF-JOB.
062500     CLOSE PAUD-FILE.
062600     CLOSE PMNT-FILE.
062700     MOVE WS-PMNT-RC TO RETURN-CODE.
062800 9000-EXIT.
062900     EXIT.
063000*-----------------------------------------------------------*
063100* 9100 - STEP WS-PMNT-CAL-DATE BACK ONE CALENDAR DAY.        *
063200*-----------------------------------------------------------*
063300 9100-PREVIOUS-DAY.
063400     IF WS-PCD-DD > 1
063500         SUBTRACT 1 FROM WS-PCD-DD
063600         GO TO 9100-EXIT
063700     END-IF.
063800     IF WS-PCD-MM = 1
063900         MOVE 12 TO WS-PCD-MM
064000         SUBTRACT 1 FROM WS-PCD-YYYY
064100     ELSE
064200         SUBTRACT 1 FROM WS-PCD-MM
064300     END-IF.
064400     PERFORM 9110-SET-MONTH-LENGTHS
064500         THRU 9110-EXIT.
064600     MOVE WS-MONTH-DAYS (WS-PCD-MM) TO WS-PCD-DD.
064700 9100-EXIT.
064800     EXIT.
064900 9110-SET-MONTH-LENGTHS.
065000     MOVE 28 TO WS-MONTH-DAYS (2).
065100     DIVIDE WS-PCD-YYYY BY 4   GIVING WS-LEAP-WORK
065200         REMAINDER WS-LEAP-REM-4.
065300     DIVIDE WS-PCD-YYYY BY 100 GIVING WS-LEAP-WORK
065400         REMAINDER WS-LEAP-REM-100.
065500     DIVIDE WS-PCD-YYYY BY 400 GIVING WS-LEAP-WORK
065600         REMAINDER WS-LEAP-REM-400.
065700     IF WS-LEAP-REM-4 = ZERO
065800        AND (WS-LEAP-REM-100 NOT = ZERO
065900             OR WS-LEAP-REM-400 = ZERO)
066000         MOVE 29 TO WS-MONTH-DAYS (2)
066100     END-IF.
066200 9110-EXIT.
066300     EXIT.

003670*                  A STEP THAT NEVER RAN LEAVES AN EMPTY      *
003680*                  FILE, NOT A MISSING ONE.  (BOTH PROGRAMS   *
003690*                  ALWAYS WRITE AT LEAST THEIR TITLE LINES.)  *
003696* 2026-10-07  RH   POSTS ITS START AND COMPLETION TO THE      *
003702*                  FIBRUN STEP LEDGER (FIBSTPL) AND RUNS ON   *
003708*                  EVERY SUBMISSION.  NEW STEP COMPLETION     *
003714*                  SECTION AFTER THE DISPOSITION LISTS        *
003720*                  EVERY STEP OF THE RUN BY SUBMISSION -      *
003726*                  ORIGINAL OR RESUMED - WITH ITS RC AND      *
003732*                  STATUS, AND A STEP WHOSE LATEST RECORD     *
003738*                  IS NOT A CLEAN END GRADES SEV 2            *
003744*                  (RESUBMIT TO RESUME).                      *
003750* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
003756*                  HISTORY RECORD (FIBPERF) WITH ITS START    *
003762*                  AND END TIMES AND THE AUDIT, EXCEPTION     *
003768*                  AND DELTA RECORDS DIGESTED, FOR THE        *
003774*                  WEEKLY FIBPTRD TREND REPORT.               *
003775* 2026-10-15  RH   A FULL STEP TABLE NOW HAS ITS OWN MESSAGE, *
003776*                  FIB0122W, APART FROM FIB0120W (STEP        *
003777*                  LEDGER NOT AVAILABLE).                     *
003780*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
005500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005600     SELECT DIGST-FILE ASSIGN TO "DIGSTRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005720     SELECT STPL-FILE ASSIGN TO "STEPLDG"
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-STPL-FILE-STATUS.
005770     SELECT PERF-FILE ASSIGN TO "PERFHST"
005780         ORGANIZATION IS LINE SEQUENTIAL
005790         FILE STATUS IS WS-PERF-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  REJ-FILE
007000 FD  DIGST-FILE
007100     RECORDING MODE IS F.
007200 01  DIGST-RECORD               PIC X(132).
007250     COPY FIBSTPL.
007270     COPY FIBPERF.
007300 WORKING-STORAGE SECTION.
007350     COPY FIBSTPW.
007400 01  WS-REJ-FILE-STATUS          PIC X(02)  VALUE "00".
007500 01  WS-VEXC-FILE-STATUS         PIC X(02)  VALUE "00".
007600 01  WS-DELTA-FILE-STATUS        PIC X(02)  VALUE "00".
013300             VALUE "DISPOSITION: ".
013400     05  WS-DSP-TEXT             PIC X(25).
013500     05  FILLER                  PIC X(94) VALUE SPACES.
013502*-----------------------------------------------------------*
013504* STEP COMPLETION.  WS-STEP-TABLE HOLDS THE LATEST LEDGER    *
013506* RECORD FOR EACH SUBMISSION AND STEP OF THE RUN;            *
013508* WS-LAST-TABLE THE LATEST RECORD FOR EACH STEP ACROSS ALL   *
013510* ITS SUBMISSIONS, WHICH SAYS WHETHER THE STEP HAS           *
013512* FINISHED.                                                  *
013514*-----------------------------------------------------------*
013516 01  WS-STEP-MAX                 PIC 9(03)  COMP VALUE 99.
013518 01  WS-STEP-COUNT               PIC 9(03)  COMP VALUE ZERO.
013520 01  WS-STEP-IX                  PIC 9(03)  COMP VALUE ZERO.
013522 01  WS-STEP-HIT                 PIC 9(03)  COMP VALUE ZERO.
013524 01  WS-STEP-FULL-SW             PIC X(01)  VALUE "N".
013526     88  WS-STEP-TABLE-FULL                  VALUE "Y".
013528 01  WS-STEP-TABLE.
013530     05  WS-STEP-ENTRY           OCCURS 99 TIMES.
013532         10  WS-STEP-SUB         PIC 9(02).
013534         10  WS-STEP-NAME        PIC X(08).
013536         10  WS-STEP-RC          PIC 9(04).
013538         10  WS-STEP-STATUS      PIC X(01).
013540 01  WS-LAST-COUNT               PIC 9(03)  COMP VALUE ZERO.
013542 01  WS-LAST-IX                  PIC 9(03)  COMP VALUE ZERO.
013544 01  WS-LAST-HIT                 PIC 9(03)  COMP VALUE ZERO.
013546 01  WS-LAST-OPEN-COUNT          PIC 9(05)  COMP VALUE ZERO.
013548 01  WS-LAST-TABLE.
013550     05  WS-LAST-ENTRY           OCCURS 99 TIMES.
013552         10  WS-LAST-NAME        PIC X(08).
013554         10  WS-LAST-STATUS      PIC X(01).
013556             88  WS-LAST-CLEAN               VALUE "Y".
013558 01  WS-STEP-TITLE-LINE.
013560     05  FILLER                  PIC X(39) VALUE
013562         "FIBRUN STEP COMPLETION - BUSINESS DATE ".
013563     05  WS-STT-DATE             PIC 9(08).
013564     05  FILLER                  PIC X(85) VALUE SPACES.
013566 01  WS-STEP-HEAD-LINE.
013568     05  FILLER                  PIC X(42) VALUE
013570         "  NO   RUN        STEP         RC   STATUS".
013572     05  FILLER                  PIC X(90) VALUE SPACES.
013574 01  WS-STEP-LINE.
013576     05  FILLER                  PIC X(02) VALUE SPACES.
013578     05  WS-STL-SUB              PIC Z9.
013580     05  FILLER                  PIC X(03) VALUE SPACES.
013582     05  WS-STL-KIND             PIC X(08).
013584     05  FILLER                  PIC X(03) VALUE SPACES.
013586     05  WS-STL-STEP             PIC X(08).
013588     05  FILLER                  PIC X(03) VALUE SPACES.
013590     05  WS-STL-RC               PIC ZZZ9.
013592     05  FILLER                  PIC X(03) VALUE SPACES.
013594     05  WS-STL-TEXT             PIC X(22).
013596     05  FILLER                  PIC X(74) VALUE SPACES.
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013710     MOVE "DIGSTEP " TO WS-STPL-THIS-STEP.
013720     MOVE 8          TO WS-STPL-CLEAN-MAX.
013730     SET WS-STPL-ALWAYS-RUNS TO TRUE.
013740     PERFORM 9700-CHECK-STEP-LEDGER
013750         THRU 9700-EXIT.
013800     PERFORM 1000-INITIALIZE
013900         THRU 1000-EXIT.
014000     PERFORM 2000-SCAN-REJECTS
014500         THRU 4000-EXIT.
014600     PERFORM 5000-SCAN-AUDIT-LOG
014700         THRU 5000-EXIT.
014730     PERFORM 6000-SCAN-STEP-LEDGER
014760         THRU 6000-EXIT.
014800     PERFORM 8000-PRINT-DISPOSITION
014900         THRU 8000-EXIT.
014930     PERFORM 8500-PRINT-STEP-LEDGER
014960         THRU 8500-EXIT.
015000     PERFORM 9000-END-OF-JOB
015100         THRU 9000-EXIT.
015200     GOBACK.
039100     END-EVALUATE.
039200 5100-EXIT.
039300     EXIT.
039310*-----------------------------------------------------------*
039320* 6000 - FIBRUN STEP LEDGER.  EVERY RECORD OF THE RUN -      *
039330*        THIS BUSINESS DATE, FROM THE SUBMISSION THAT        *
039340*        OPENED THE RUN ON - IS KEPT BY SUBMISSION AND STEP  *
039350*        FOR THE STEP COMPLETION SECTION.  A STEP WHOSE      *
039360*        LATEST RECORD IS NOT A CLEAN END (IT FAILED, OR     *
039370*        STARTED AND NEVER ENDED) MEANS THE RUN IS NOT       *
039380*        FINISHED AND GRADES SEV 2 - A RESUBMISSION PICKS    *
039390*        UP FROM THAT STEP.  THIS STEP'S OWN START RECORD    *
039400*        IS LEFT OUT.  NO LEDGER MEANS NOTHING TO REPORT.    *
039410*-----------------------------------------------------------*
039420 6000-SCAN-STEP-LEDGER.
039430     MOVE "N" TO WS-STPL-EOF-SW.
039440     OPEN INPUT STPL-FILE.
039450     IF WS-STPL-FILE-STATUS NOT = "00"
039460         GO TO 6000-EXIT
039470     END-IF.
039480     PERFORM 6100-SCAN-ONE-STEP
039490         THRU 6100-EXIT
039500         UNTIL WS-STPL-EOF.
039510     CLOSE STPL-FILE.
039520     PERFORM 6300-COUNT-OPEN-STEP
039530         THRU 6300-EXIT
039540         VARYING WS-LAST-IX FROM 1 BY 1
039550         UNTIL WS-LAST-IX > WS-LAST-COUNT.
039560     IF WS-LAST-OPEN-COUNT > ZERO
039570         MOVE "2" TO WS-FND-SEV
039580         MOVE WS-LAST-OPEN-COUNT TO WS-FND-COUNT
039590         MOVE "FIBRUN STEPS NOT COMPLETE - RESUBMIT TO RESUME"
039600             TO WS-FND-TEXT
039610         PERFORM 7000-PRINT-FINDING
039620             THRU 7000-EXIT
039630         ADD 1 TO WS-SEV2-COUNT
039640     END-IF.
039650 6000-EXIT.
039660     EXIT.
039670 6100-SCAN-ONE-STEP.
039680     READ STPL-FILE
039690         AT END
039700             SET WS-STPL-EOF TO TRUE
039710             GO TO 6100-EXIT
039720     END-READ.
039730     IF STPL-BUS-DATE NOT NUMERIC
039740        OR STPL-SUBMISSION NOT NUMERIC
039750        OR STPL-RC NOT NUMERIC
039760         GO TO 6100-EXIT
039770     END-IF.
039780     IF STPL-BUS-DATE NOT = WS-STPL-BUS-DATE
039790        OR STPL-SUBMISSION < WS-STPL-RUN-FIRST-SUB
039800         GO TO 6100-EXIT
039810     END-IF.
039820     IF STPL-STEP-NAME = WS-STPL-THIS-STEP
039830        AND STPL-SUBMISSION = WS-STPL-SUBMISSION
039840         GO TO 6100-EXIT
039850     END-IF.
039860     MOVE ZERO TO WS-STEP-HIT.
039870     PERFORM 6110-FIND-STEP
039880         THRU 6110-EXIT
039890         VARYING WS-STEP-IX FROM 1 BY 1
039900         UNTIL WS-STEP-IX > WS-STEP-COUNT
039910            OR WS-STEP-HIT > ZERO.
039920     IF WS-STEP-HIT = ZERO
039930         IF WS-STEP-COUNT NOT < WS-STEP-MAX
039940             IF NOT WS-STEP-TABLE-FULL
039950                 DISPLAY "FIB0122W STEP TABLE FULL - STEP "
039960                     STPL-STEP-NAME " NOT LISTED"
039970                 SET WS-STEP-TABLE-FULL TO TRUE
039980             END-IF
039990             GO TO 6100-LAST
040000         END-IF
040010         ADD 1 TO WS-STEP-COUNT
040020         MOVE WS-STEP-COUNT   TO WS-STEP-HIT
040030         MOVE STPL-SUBMISSION TO WS-STEP-SUB (WS-STEP-HIT)
040040         MOVE STPL-STEP-NAME  TO WS-STEP-NAME (WS-STEP-HIT)
040050     END-IF.
040060     MOVE STPL-RC     TO WS-STEP-RC (WS-STEP-HIT).
040070     MOVE STPL-STATUS TO WS-STEP-STATUS (WS-STEP-HIT).
040080 6100-LAST.
040090     IF STPL-STEP-NAME = "STPSTART"
040100         GO TO 6100-EXIT
040110     END-IF.
040120     MOVE ZERO TO WS-LAST-HIT.
040130     PERFORM 6120-FIND-LAST
040140         THRU 6120-EXIT
040150         VARYING WS-LAST-IX FROM 1 BY 1
040160         UNTIL WS-LAST-IX > WS-LAST-COUNT
040170            OR WS-LAST-HIT > ZERO.
040180     IF WS-LAST-HIT = ZERO
040190         IF WS-LAST-COUNT NOT < WS-STEP-MAX
040200             GO TO 6100-EXIT
040210         END-IF
040220         ADD 1 TO WS-LAST-COUNT
040230         MOVE WS-LAST-COUNT  TO WS-LAST-HIT
040240         MOVE STPL-STEP-NAME TO WS-LAST-NAME (WS-LAST-HIT)
040250     END-IF.
040260     MOVE STPL-STATUS TO WS-LAST-STATUS (WS-LAST-HIT).
040270 6100-EXIT.
040280     EXIT.
040290 6110-FIND-STEP.
040300     IF WS-STEP-SUB (WS-STEP-IX)  = STPL-SUBMISSION
040310        AND WS-STEP-NAME (WS-STEP-IX) = STPL-STEP-NAME
040320         MOVE WS-STEP-IX TO WS-STEP-HIT
040330     END-IF.
040340 6110-EXIT.
040350     EXIT.
040360 6120-FIND-LAST.
040370     IF WS-LAST-NAME (WS-LAST-IX) = STPL-STEP-NAME
040380         MOVE WS-LAST-IX TO WS-LAST-HIT
040390     END-IF.
040400 6120-EXIT.
040410     EXIT.
040420 6300-COUNT-OPEN-STEP.
040430     IF NOT WS-LAST-CLEAN (WS-LAST-IX)
040440         ADD 1 TO WS-LAST-OPEN-COUNT
040450     END-IF.
040460 6300-EXIT.
040470     EXIT.
041400 7000-PRINT-FINDING.
041500     MOVE WS-FINDING-LINE TO DIGST-RECORD.
041600     WRITE DIGST-RECORD.
041700 7000-EXIT.
041800     EXIT.
041900 8000-PRINT-DISPOSITION.
042000     IF WS-SEV1-COUNT = ZERO
042100        AND WS-SEV2-COUNT = ZERO
042200        AND WS-SEV3-COUNT = ZERO
042300         MOVE "NO FINDINGS" TO DIGST-RECORD
042400         WRITE DIGST-RECORD
042500     END-IF.
042600     MOVE SPACES TO DIGST-RECORD.
042700     WRITE DIGST-RECORD.
042800     EVALUATE TRUE
042900         WHEN WS-SEV1-COUNT > ZERO
043000             MOVE "DO NOT USE" TO WS-DSP-TEXT
043100             MOVE 8 TO WS-DIGST-RC
043200         WHEN WS-SEV2-COUNT > ZERO
043300             MOVE "USABLE WITH WARNINGS" TO WS-DSP-TEXT
043400             MOVE 4 TO WS-DIGST-RC
043500         WHEN OTHER
043600             MOVE "CLEAN" TO WS-DSP-TEXT
043700     END-EVALUATE.
043800     MOVE WS-DISP-LINE TO DIGST-RECORD.
043900     WRITE DIGST-RECORD.
044000 8000-EXIT.
044100     EXIT.
044110*-----------------------------------------------------------*
044120* 8500 - STEP COMPLETION SECTION.  ONE LINE PER SUBMISSION   *
044130*        AND STEP OF THE RUN, IN LEDGER ORDER.  THE          *
044140*        SUBMISSION THAT OPENED THE RUN PRINTS AS ORIGINAL,  *
044150*        EVERY LATER ONE AS RESUMED, SO THE DESK CAN SEE     *
044160*        WHICH STEPS EACH SUBMISSION ACTUALLY RAN.           *
044170*-----------------------------------------------------------*
044180 8500-PRINT-STEP-LEDGER.
044185     MOVE WS-STPL-BUS-DATE TO WS-STT-DATE.
044190     MOVE SPACES TO DIGST-RECORD.
044200     WRITE DIGST-RECORD.
044210     MOVE WS-STEP-TITLE-LINE TO DIGST-RECORD.
044220     WRITE DIGST-RECORD.
044230     IF WS-STEP-COUNT = ZERO
044240         MOVE "NO STEP LEDGER RECORDS FOR THIS BUSINESS DATE"
044250             TO DIGST-RECORD
044260         WRITE DIGST-RECORD
044270         GO TO 8500-EXIT
044280     END-IF.
044290     MOVE WS-STEP-HEAD-LINE TO DIGST-RECORD.
044300     WRITE DIGST-RECORD.
044310     PERFORM 8510-PRINT-ONE-STEP
044320         THRU 8510-EXIT
044330         VARYING WS-STEP-IX FROM 1 BY 1
044340         UNTIL WS-STEP-IX > WS-STEP-COUNT.
044350 8500-EXIT.
044360     EXIT.
044370 8510-PRINT-ONE-STEP.
044380     MOVE WS-STEP-SUB (WS-STEP-IX)  TO WS-STL-SUB.
044390     MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-STL-STEP.
044400     MOVE WS-STEP-RC (WS-STEP-IX)   TO WS-STL-RC.
044410     IF WS-STPL-RUN-FIRST-SUB > ZERO
044420        AND WS-STEP-SUB (WS-STEP-IX) > WS-STPL-RUN-FIRST-SUB
044430         MOVE "RESUMED"  TO WS-STL-KIND
044440     ELSE
044450         MOVE "ORIGINAL" TO WS-STL-KIND
044460     END-IF.
044470     EVALUATE WS-STEP-STATUS (WS-STEP-IX)
044480         WHEN "Y"
044490             MOVE "ENDED CLEAN"           TO WS-STL-TEXT
044500         WHEN "N"
044510             MOVE "ENDED NOT CLEAN"       TO WS-STL-TEXT
044520         WHEN "S"
044530             MOVE "STARTED - DID NOT END" TO WS-STL-TEXT
044540         WHEN OTHER
044550             MOVE "UNKNOWN STATUS"        TO WS-STL-TEXT
044560     END-EVALUATE.
044570     MOVE WS-STEP-LINE TO DIGST-RECORD.
044580     WRITE DIGST-RECORD.
044590 8510-EXIT.
044600     EXIT.
044700 9000-END-OF-JOB.
044800     CLOSE DIGST-FILE.
044900     MOVE WS-DIGST-RC TO RETURN-CODE.
044904     ADD WS-AUD-R-COUNT WS-AUD-O-COUNT WS-AUD-C-COUNT
044908         WS-AUD-V-COUNT WS-AUD-OTH-COUNT WS-VEXC-REC-COUNT
044912         WS-DELTA-REC-COUNT
044916         GIVING WS-PERF-RECS-READ.
044920     MOVE WS-DIGST-RC TO WS-STPL-POST-RC.
044940     PERFORM 9800-POST-STEP-LEDGER
044960         THRU 9800-EXIT.
045000 9000-EXIT.
045100     EXIT.
045200     COPY FIBSTPP.

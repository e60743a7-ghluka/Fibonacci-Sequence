011991*                  THE ENTITLEMENT CHECK, LIKE PROFILE      *
011992*                  CARDS - ITS VALUES ARE CONTROLLED DATA   *
011993*                  FROM FIBFLDS, NOT A HAND-KEYED REQUEST.  *
011998* 2026-10-07  RH   FIBSTEP NOW POSTS ITS START AND            *
012003*                  COMPLETION TO THE FIBRUN STEP LEDGER       *
012008*                  (FIBSTPL) - CLEAN AT RC 20 OR BELOW, NOT   *
012013*                  CLEAN WHEN THE CALENDAR OR DUPLICATE-RUN   *
012018*                  CONTROL BLOCKED THE RUN.  ON A RESUMED     *
012023*                  SUBMISSION A FIBSTEP THAT ALREADY ENDED    *
012028*                  CLEAN IS NOT RERUN AND HANDS BACK ITS      *
012033*                  RECORDED RC, THE DUPLICATE-RUN STOP IS     *
012038*                  WAIVED, AND FIBAUDT RECORDS THE RUN        *
012043*                  ALREADY APPENDED ARE NOT APPENDED AGAIN    *
012048*                  (FIBAUDW).                                 *
012053* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
012056*                  HISTORY RECORD (FIBPERF) WITH FIBSTEP'S    *
012059*                  START AND END TIMES, THE PARAMETER CARDS   *
012062*                  READ AND THE TERMS WRITTEN, AND THE        *
012065*                  TERMS AND TIME SPENT ON EACH SEQUENCE      *
012068*                  TYPE (EACH ACCEPTED CARD IS TIMED FROM     *
012071*                  SET-UP TO FINALIZE), FOR THE WEEKLY        *
012074*                  FIBPTRD TREND REPORT.                      *
012075* 2026-10-14  RH   EVERY FIBAUDT RECORD NOW HAS A FIBUSGL     *
012076*                  USAGE RECORD APPENDED BESIDE IT            *
012077*                  (USAGELOG) CARRYING THE CARD'S USER ID     *
012078*                  AND PROFILE NAME, SO THE MONTHLY FIBCHGB   *
012079*                  CHARGEBACK CAN BILL EACH RUN TO ITS        *
012080*                  USER'S COST CENTRE.                        *
012081* 2026-10-15  RH   A RESUMED FIBSTEP NO LONGER APPENDS A      *
012082*                  SECOND FIBSUSP RECORD FOR A CARD THE       *
012083*                  FAILED ATTEMPT ALREADY SUSPENDED - 1160    *
012084*                  NOW MATCHES EACH REJECT AGAINST THE        *
012085*                  SUSPENSE RECORDS THE RUN ALREADY POSTED    *
012086*                  (FIBSUSW), AS 8150 DOES FOR FIBAUDT.       *
012088* 2026-10-15  RH   THE FIBUSGL USAGE RECORD IS NOW BUILT FROM *
012090*                  A COPY OF THE AUDIT RECORD TAKEN BEFORE    *
012092*                  THE WRITE (WS-AUDW-LAST-RUN), NOT FROM THE *
012094*                  AUDIT RECORD AREA AFTER FIBAUDT IS CLOSED. *
012099*-----------------------------------------------------------*
012100 ENVIRONMENT DIVISION.
012200 CONFIGURATION SECTION.
012300 SOURCE-COMPUTER.   IBM-370.
013712     COPY FIBRUNC.
013713     COPY FIBOPRC.
013714     COPY FIBUSER.
013754     COPY FIBSTPL.
013774     COPY FIBPERF.
013784     COPY FIBUSGL.
013800 WORKING-STORAGE SECTION.
013900     COPY FIBFLDS.
014000     COPY FIBEDIT.
014300     COPY FIBBIGW.
014400     COPY FIBPRFW.
014401     COPY FIBUSRW.
014431     COPY FIBSTPW.
014461     COPY FIBAUDW.
014471     COPY FIBSUSW.
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE
016000*        RUN.                                                *
016100*-----------------------------------------------------------*
016200 0100-PROCESS-REQUEST.
016220     IF NOT WS-PARM-ABSENT
016240         ADD 1 TO WS-PERF-RECS-READ
016260     END-IF.
016300     PERFORM 1080-APPLY-PROFILE
016400         THRU 1080-EXIT.
016500     PERFORM 1100-EDIT-PARM-CARD
017300         END-IF
017400         GO TO 0100-NEXT-CARD
017500     END-IF.
017530     PERFORM 9850-START-PERF-INTERVAL
017560         THRU 9850-EXIT.
017600     PERFORM 1200-SET-UP-REQUEST
017700         THRU 1200-EXIT.
017800     PERFORM 2000-COMPUTE-TERM
018200            OR WS-OVERFLOW-DETECTED.
018300     PERFORM 8000-FINALIZE-REQUEST
018400         THRU 8000-EXIT.
018420     MOVE WS-SEQ-TYPE  TO WS-PERF-INT-TYPE.
018440     MOVE WS-RUN-COUNT TO WS-PERF-INT-TERMS.
018460     PERFORM 9860-POST-PERF-INTERVAL
018480         THRU 9860-EXIT.
018500 0100-NEXT-CARD.
018600     PERFORM 0200-READ-PARM-CARD
018700         THRU 0200-EXIT.
020000 0200-EXIT.
020100     EXIT.
020200 1000-INITIALIZE.
020207     MOVE "FIBSTEP " TO WS-STPL-THIS-STEP.
020214     MOVE 20         TO WS-STPL-CLEAN-MAX.
020221     PERFORM 9700-CHECK-STEP-LEDGER
020228         THRU 9700-EXIT.
020235     IF WS-STPL-STEP-DONE
020242         MOVE WS-STPL-DONE-RC TO WS-JOB-RC
020249         SET WS-PARM-EOF TO TRUE
020256         GO TO 1000-EXIT
020263     END-IF.
020270     IF WS-STPL-RESUMING
020277         PERFORM 8160-LOAD-RUN-AUDIT
020284             THRU 8160-EXIT
020286         PERFORM 8180-LOAD-RUN-SUSPENSE
020288             THRU 8180-EXIT
020291     END-IF.
020300     PERFORM 1450-CAPTURE-RUN-DATE
020400         THRU 1450-EXIT.
020401     PERFORM 1020-CHECK-RUN-CALENDAR
022460     END-IF.
022474     PERFORM 1024-CHECK-PRIOR-RUNS
022488         THRU 1024-EXIT.
022489     IF WS-DUP-RUN-FOUND
022490        AND WS-STPL-RESUMING
022491         DISPLAY "FIB0126W RESUMING AN UNFINISHED RUN - SECOND"
022492             " SUBMISSION THIS DATE PERMITTED"
022493         PERFORM 1028-WRITE-RUN-CONTROL
022494             THRU 1028-EXIT
022495         GO TO 1020-EXIT
022496     END-IF.
022502     IF WS-DUP-RUN-FOUND
022516         PERFORM 1026-CHECK-OVERRIDE
022530             THRU 1026-EXIT
041631     MOVE WS-ERR-USER-UNKNOWN-SW  TO SUSP-RSN-USER-UNKNOWN.
041632     MOVE WS-ERR-OVER-CEILING-SW  TO SUSP-RSN-OVER-CEILING.
041633     MOVE PARM-CARD               TO SUSP-CARD-IMAGE.
041638     IF WS-SUSW-COUNT > ZERO
041643         PERFORM 8170-MATCH-RUN-SUSPENSE
041648             THRU 8170-EXIT
041653         IF WS-SUSW-MATCHED
041658             ADD 1 TO WS-SUSW-SKIP-COUNT
041663             GO TO 1160-EXIT
041668         END-IF
041673     END-IF.
041678     WRITE SUSP-RECORD.
041683 1160-EXIT.
041688     EXIT.
041700 1200-SET-UP-REQUEST.
041800     MOVE PARM-TERM-COUNT  TO WS-REQUESTED-TERMS.
041900     MOVE PARM-RESTART-SW  TO WS-RESTART-SWITCH.
075000         THRU 8100-EXIT.
075100 8000-EXIT.
075200     EXIT.
075203*-----------------------------------------------------------*
075205* 8050 - USAGE ATTRIBUTION.  EVERY FIBAUDT RECORD APPENDED   *
075207*        GETS A FIBUSGL RECORD BESIDE IT NAMING THE CARD'S   *
075209*        USER AND PROFILE, SO THE MONTHLY CHARGEBACK CAN     *
075211*        BILL THE RUN.  THE RUN DETAILS COME FROM THE COPY   *
075213*        8100 TOOK OF THE AUDIT RECORD BEFORE WRITING IT     *
075215*        (WS-AUDW-LAST-RUN).  A LOG THAT CANNOT BE OPENED IS *
075217*        REPORTED (FIB0149W) BUT DOES NOT STOP THE RUN - THE *
075219*        CHARGEBACK BILLS AN UNATTRIBUTED RUN TO SUSPENSE.   *
075224*-----------------------------------------------------------*
075227 8050-WRITE-USAGE-RECORD.
075230     MOVE WS-AUDW-LAST-DATE     TO USGL-RUN-DATE.
075233     MOVE WS-AUDW-LAST-TIME     TO USGL-RUN-TIME.
075236     MOVE WS-AUDW-LAST-JOB-ID   TO USGL-JOB-ID.
075239     MOVE PARM-USER-ID          TO USGL-USER-ID.
075242     MOVE PARM-PROFILE-NAME     TO USGL-PROFILE-NAME.
075245     MOVE WS-AUDW-LAST-SEQ-TYPE TO USGL-SEQ-TYPE.
075248     MOVE WS-AUDW-LAST-STATUS   TO USGL-STATUS.
075251     OPEN EXTEND USGL-FILE.
075254     IF WS-USGL-FILE-STATUS = "35"
075257         OPEN OUTPUT USGL-FILE
075260     END-IF.
075263     IF WS-USGL-FILE-STATUS NOT = "00"
075266         DISPLAY "FIB0149W USAGE LOG NOT RECORDED FOR JOB "
075269             WS-AUDW-LAST-JOB-ID " - STATUS " WS-USGL-FILE-STATUS
075272         GO TO 8050-EXIT
075275     END-IF.
075278     WRITE USGL-RECORD.
075281     CLOSE USGL-FILE.
075284 8050-EXIT.
075287     EXIT.
075300 8100-WRITE-AUDIT-RECORD.
075400     MOVE WS-SYS-YYYY          TO AUDIT-YYYY.
075500     MOVE WS-SYS-MM            TO AUDIT-MM.
077300         MOVE PARM-SEQ-TYPE    TO AUDIT-SEQ-TYPE
077400     END-IF.
077500     MOVE PARM-RESTART-SW      TO AUDIT-RESTART-SW.
077510     IF WS-AUDW-COUNT > ZERO
077520         PERFORM 8150-MATCH-RUN-AUDIT
077530             THRU 8150-EXIT
077540         IF WS-AUDW-MATCHED
077550             ADD 1 TO WS-AUDW-SKIP-COUNT
077560             GO TO 8100-EXIT
077570         END-IF
077580     END-IF.
077600     OPEN EXTEND AUDIT-FILE.
077700     IF WS-AUDIT-FILE-STATUS = "35"
077800         OPEN OUTPUT AUDIT-FILE
077900     END-IF.
077910     MOVE AUDIT-RUN-DATE         TO WS-AUDW-LAST-DATE.
077920     MOVE AUDIT-RUN-TIME         TO WS-AUDW-LAST-TIME.
077930     MOVE AUDIT-JOB-ID           TO WS-AUDW-LAST-JOB-ID.
077940     MOVE AUDIT-SEQ-TYPE         TO WS-AUDW-LAST-SEQ-TYPE.
077950     MOVE AUDIT-STATUS           TO WS-AUDW-LAST-STATUS.
078000     WRITE AUDIT-RECORD.
078100     CLOSE AUDIT-FILE.
078130     PERFORM 8050-WRITE-USAGE-RECORD
078160         THRU 8050-EXIT.
078200 8100-EXIT.
078300     EXIT.
078301*-----------------------------------------------------------*
078302* 8150 - FIBAUDT RE-APPEND GUARD.  WHEN FIBSTEP IS RERUN ON  *
078303*        A RESUMED SUBMISSION, 8160 HOLDS THE AUDIT RECORDS  *
078304*        THE RUN ALREADY APPENDED - THIS BUSINESS DATE, AT   *
078305*        OR AFTER THE TIME THE RUN OPENED - AND 8150         *
078306*        MATCHES EACH NEW RECORD AGAINST THEM.  A MATCH      *
078307*        USES UP ITS ENTRY AND IS NOT APPENDED AGAIN; A      *
078308*        REQUEST THE FAILED ATTEMPT NEVER REACHED FINDS NO   *
078309*        MATCH AND IS APPENDED AS USUAL.  AN UNREADABLE      *
078310*        FIBAUDT LOADS NOTHING AND EVERY RECORD IS           *
078311*        APPENDED.                                           *
078312*-----------------------------------------------------------*
078313 8150-MATCH-RUN-AUDIT.
078314     MOVE "N" TO WS-AUDW-MATCH-SW.
078315     PERFORM 8155-TEST-RUN-AUDIT
078316         THRU 8155-EXIT
078317         VARYING WS-AUDW-IX FROM 1 BY 1
078318         UNTIL WS-AUDW-IX > WS-AUDW-COUNT
078319            OR WS-AUDW-MATCHED.
078320 8150-EXIT.
078321     EXIT.
078322 8155-TEST-RUN-AUDIT.
078323     IF WS-AUDW-USED (WS-AUDW-IX)
078324         GO TO 8155-EXIT
078325     END-IF.
078326     IF WS-AUDW-JOB-ID (WS-AUDW-IX)    = AUDIT-JOB-ID
078327        AND WS-AUDW-SEQ-TYPE (WS-AUDW-IX)  = AUDIT-SEQ-TYPE
078328        AND WS-AUDW-REQ-TERMS (WS-AUDW-IX) = AUDIT-REQUESTED-TERMS
078329        AND WS-AUDW-SEED-A (WS-AUDW-IX)    = AUDIT-SEED-A
078330        AND WS-AUDW-SEED-B (WS-AUDW-IX)    = AUDIT-SEED-B
078331        AND WS-AUDW-STATUS (WS-AUDW-IX)    = AUDIT-STATUS
078332         MOVE "Y" TO WS-AUDW-USED-SW (WS-AUDW-IX)
078333         SET WS-AUDW-MATCHED TO TRUE
078334     END-IF.
078335 8155-EXIT.
078336     EXIT.
078337 8160-LOAD-RUN-AUDIT.
078338     MOVE ZERO TO WS-AUDW-COUNT.
078339     MOVE "N"  TO WS-AUDW-EOF-SW.
078340     OPEN INPUT AUDIT-FILE.
078341     IF WS-AUDIT-FILE-STATUS NOT = "00"
078342         GO TO 8160-EXIT
078343     END-IF.
078344     PERFORM 8165-READ-RUN-AUDIT
078345         THRU 8165-EXIT
078346         UNTIL WS-AUDW-EOF.
078347     CLOSE AUDIT-FILE.
078348 8160-EXIT.
078349     EXIT.
078350 8165-READ-RUN-AUDIT.
078351     READ AUDIT-FILE
078352         AT END
078353             SET WS-AUDW-EOF TO TRUE
078354             GO TO 8165-EXIT
078355     END-READ.
078356     IF AUDIT-RUN-DATE NOT NUMERIC
078357        OR AUDIT-RUN-TIME NOT NUMERIC
078358         GO TO 8165-EXIT
078359     END-IF.
078360     IF AUDIT-RUN-DATE NOT = WS-STPL-BUS-DATE
078361        OR AUDIT-RUN-TIME < WS-STPL-RUN-START
078362         GO TO 8165-EXIT
078363     END-IF.
078364     IF WS-AUDW-COUNT NOT < WS-AUDW-MAX
078365         SET WS-AUDW-EOF TO TRUE
078366         GO TO 8165-EXIT
078367     END-IF.
078368     ADD 1 TO WS-AUDW-COUNT.
078369     MOVE AUDIT-JOB-ID
078370         TO WS-AUDW-JOB-ID (WS-AUDW-COUNT).
078371     MOVE AUDIT-SEQ-TYPE
078372         TO WS-AUDW-SEQ-TYPE (WS-AUDW-COUNT).
078373     MOVE AUDIT-REQUESTED-TERMS
078374         TO WS-AUDW-REQ-TERMS (WS-AUDW-COUNT).
078375     MOVE AUDIT-SEED-A
078376         TO WS-AUDW-SEED-A (WS-AUDW-COUNT).
078377     MOVE AUDIT-SEED-B
078378         TO WS-AUDW-SEED-B (WS-AUDW-COUNT).
078379     MOVE AUDIT-STATUS
078380         TO WS-AUDW-STATUS (WS-AUDW-COUNT).
078381     MOVE "N"
078382         TO WS-AUDW-USED-SW (WS-AUDW-COUNT).
078383 8165-EXIT.
078384     EXIT.
078389*-----------------------------------------------------------*
078394* 8170 - FIBSUSP RE-APPEND GUARD.  THE SAME TREATMENT 8150   *
078399*        GIVES FIBAUDT: 8180 HOLDS THE SUSPENSE RECORDS A    *
078404*        RESUMED RUN ALREADY APPENDED - THIS BUSINESS DATE,  *
078409*        AT OR AFTER THE TIME THE RUN OPENED - AND 8170      *
078414*        MATCHES EACH NEW REJECT AGAINST THEM ON JOB ID,     *
078419*        REASON FLAGS AND CARD IMAGE.  A MATCH USES UP ITS   *
078424*        ENTRY AND IS NOT APPENDED AGAIN.  THE STATUS IS NOT *
078429*        COMPARED - FIBSREP MAY ALREADY HAVE REPAIRED OR     *
078434*        CANCELLED THE FIRST RECORD.  AN UNREADABLE FIBSUSP  *
078439*        LOADS NOTHING AND EVERY REJECT IS APPENDED.         *
078444*-----------------------------------------------------------*
078449 8170-MATCH-RUN-SUSPENSE.
078454     MOVE "N" TO WS-SUSW-MATCH-SW.
078459     PERFORM 8175-TEST-RUN-SUSPENSE
078464         THRU 8175-EXIT
078469         VARYING WS-SUSW-IX FROM 1 BY 1
078474         UNTIL WS-SUSW-IX > WS-SUSW-COUNT
078479            OR WS-SUSW-MATCHED.
078484 8170-EXIT.
078489     EXIT.
078494 8175-TEST-RUN-SUSPENSE.
078499     IF WS-SUSW-USED (WS-SUSW-IX)
078504         GO TO 8175-EXIT
078509     END-IF.
078514     IF WS-SUSW-JOB-ID (WS-SUSW-IX)     = SUSP-JOB-ID
078519        AND WS-SUSW-REASONS (WS-SUSW-IX)    = SUSP-REASON-FLAGS
078524        AND WS-SUSW-CARD-IMAGE (WS-SUSW-IX) = SUSP-CARD-IMAGE
078529         MOVE "Y" TO WS-SUSW-USED-SW (WS-SUSW-IX)
078534         SET WS-SUSW-MATCHED TO TRUE
078539     END-IF.
078544 8175-EXIT.
078549     EXIT.
078554 8180-LOAD-RUN-SUSPENSE.
078559     MOVE ZERO TO WS-SUSW-COUNT.
078564     MOVE "N"  TO WS-SUSW-EOF-SW.
078569     OPEN INPUT SUSP-FILE.
078574     IF WS-SUSP-FILE-STATUS NOT = "00"
078579         GO TO 8180-EXIT
078584     END-IF.
078589     PERFORM 8185-READ-RUN-SUSPENSE
078594         THRU 8185-EXIT
078599         UNTIL WS-SUSW-EOF.
078604     CLOSE SUSP-FILE.
078609 8180-EXIT.
078614     EXIT.
078619 8185-READ-RUN-SUSPENSE.
078624     READ SUSP-FILE
078629         AT END
078634             SET WS-SUSW-EOF TO TRUE
078639             GO TO 8185-EXIT
078644     END-READ.
078649     IF SUSP-REJ-DATE NOT NUMERIC
078654        OR SUSP-REJ-TIME NOT NUMERIC
078659         GO TO 8185-EXIT
078664     END-IF.
078669     IF SUSP-REJ-DATE NOT = WS-STPL-BUS-DATE
078674        OR SUSP-REJ-TIME < WS-STPL-RUN-START
078679         GO TO 8185-EXIT
078684     END-IF.
078689     IF WS-SUSW-COUNT NOT < WS-SUSW-MAX
078694         SET WS-SUSW-EOF TO TRUE
078699         GO TO 8185-EXIT
078704     END-IF.
078709     ADD 1 TO WS-SUSW-COUNT.
078714     MOVE SUSP-JOB-ID
078719         TO WS-SUSW-JOB-ID (WS-SUSW-COUNT).
078724     MOVE SUSP-REASON-FLAGS
078729         TO WS-SUSW-REASONS (WS-SUSW-COUNT).
078734     MOVE SUSP-CARD-IMAGE
078739         TO WS-SUSW-CARD-IMAGE (WS-SUSW-COUNT).
078744     MOVE "N"
078749         TO WS-SUSW-USED-SW (WS-SUSW-COUNT).
078754 8185-EXIT.
078759     EXIT.
078764 9000-END-OF-JOB.
078769     IF WS-OUTPUTS-OPEN
078774         CLOSE SEQ-OUT-FILE
078779         CLOSE FIBRPT-FILE
078784         CLOSE CKPT-FILE
078789     END-IF.
078794     IF WS-CSV-OPEN
078799         CLOSE CSV-FILE
078804     END-IF.
078809     IF WS-REJ-OPEN
078814         CLOSE REJ-FILE
078819     END-IF.
078824     IF WS-SUSP-FILE-OPEN
078829         CLOSE SUSP-FILE
078834     END-IF.
078839     IF WS-AUDW-SKIP-COUNT > ZERO
078844         MOVE WS-AUDW-SKIP-COUNT TO WS-AUDW-MSG-COUNT
078849         DISPLAY "FIB0127W " WS-AUDW-MSG-COUNT
078854             " FIBAUDT RECORD(S) ALREADY POSTED BY THE RESUMED"
078859             " RUN - NOT APPENDED AGAIN"
078864     END-IF.
078869     IF WS-SUSW-SKIP-COUNT > ZERO
078874         MOVE WS-SUSW-SKIP-COUNT TO WS-SUSW-MSG-COUNT
078879         DISPLAY "FIB0180W " WS-SUSW-MSG-COUNT
078884             " FIBSUSP RECORD(S) ALREADY POSTED BY THE RESUMED"
078889             " RUN - NOT APPENDED AGAIN"
078894     END-IF.
078899     MOVE WS-JOB-RC TO RETURN-CODE.
078904     IF WS-STPL-STEP-NOT-DONE
078909         IF WS-RUN-BLOCKED
078914             MOVE ZERO TO WS-STPL-CLEAN-MAX
078919         END-IF
078924         MOVE WS-PERF-TERMS TO WS-PERF-RECS-WRITTEN
078929         MOVE WS-JOB-RC TO WS-STPL-POST-RC
078934         PERFORM 9800-POST-STEP-LEDGER
078939             THRU 9800-EXIT
078944     END-IF.
078949 9000-EXIT.
078954     EXIT.
078959     COPY FIBSTPP.

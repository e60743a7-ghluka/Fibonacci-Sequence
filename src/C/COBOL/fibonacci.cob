011391*                  THE ENTITLEMENT CHECK, LIKE PROFILE      *
011392*                  CARDS - ITS VALUES ARE CONTROLLED DATA   *
011393*                  FROM FIBFLDS, NOT A HAND-KEYED REQUEST.  *
011398* 2026-10-07  RH   FIBSTEP NOW POSTS ITS START AND            *
011403*                  COMPLETION TO THE FIBRUN STEP LEDGER       *
011408*                  (FIBSTPL) - CLEAN AT RC 20 OR BELOW, NOT   *
011413*                  CLEAN WHEN THE CALENDAR OR DUPLICATE-RUN   *
011418*                  CONTROL BLOCKED THE RUN.  ON A RESUMED     *
011423*                  SUBMISSION A FIBSTEP THAT ALREADY ENDED    *
011428*                  CLEAN IS NOT RERUN AND HANDS BACK ITS      *
011433*                  RECORDED RC, THE DUPLICATE-RUN STOP IS     *
011438*                  WAIVED, AND FIBAUDT RECORDS THE RUN        *
011443*                  ALREADY APPENDED ARE NOT APPENDED AGAIN    *
011448*                  (FIBAUDW).                                 *
011453* 2026-10-13  RH   EACH RUN NOW APPENDS A PERFORMANCE         *
011456*                  HISTORY RECORD (FIBPERF) WITH FIBSTEP'S    *
011459*                  START AND END TIMES, THE PARAMETER CARDS   *
011462*                  READ AND THE TERMS WRITTEN, AND THE        *
011465*                  TERMS AND TIME SPENT ON EACH SEQUENCE      *
011468*                  TYPE (EACH ACCEPTED CARD IS TIMED FROM     *
011471*                  SET-UP TO FINALIZE), FOR THE WEEKLY        *
011474*                  FIBPTRD TREND REPORT.                      *
011475* 2026-10-14  RH   EVERY FIBAUDT RECORD NOW HAS A FIBUSGL     *
011476*                  USAGE RECORD APPENDED BESIDE IT            *
011477*                  (USAGELOG) CARRYING THE CARD'S USER ID     *
011478*                  AND PROFILE NAME, SO THE MONTHLY FIBCHGB   *
011479*                  CHARGEBACK CAN BILL EACH RUN TO ITS        *
011480*                  USER'S COST CENTRE.                        *
011481* 2026-10-15  RH   A RESUMED FIBSTEP NO LONGER APPENDS A      *
011482*                  SECOND FIBSUSP RECORD FOR A CARD THE       *
011483*                  FAILED ATTEMPT ALREADY SUSPENDED - 1160    *
011484*                  NOW MATCHES EACH REJECT AGAINST THE        *
011485*                  SUSPENSE RECORDS THE RUN ALREADY POSTED    *
011486*                  (FIBSUSW), AS 8150 DOES FOR FIBAUDT.       *
011488* 2026-10-15  RH   THE FIBUSGL USAGE RECORD IS NOW BUILT FROM *
011490*                  A COPY OF THE AUDIT RECORD TAKEN BEFORE    *
011492*                  THE WRITE (WS-AUDW-LAST-RUN), NOT FROM THE *
011494*                  AUDIT RECORD AREA AFTER FIBAUDT IS CLOSED. *
011499*-----------------------------------------------------------*
011500 ENVIRONMENT DIVISION.
011600 CONFIGURATION SECTION.
011700 SOURCE-COMPUTER.   IBM-370.
013112     COPY FIBRUNC.
013113     COPY FIBOPRC.
013114     COPY FIBUSER.
013154     COPY FIBSTPL.
013174     COPY FIBPERF.
013184     COPY FIBUSGL.
013200 WORKING-STORAGE SECTION.
013300     COPY FIBFLDS.
013400     COPY FIBEDIT.
013700     COPY FIBBIGW.
013800     COPY FIBPRFW.
013801     COPY FIBUSRW.
013831     COPY FIBSTPW.
013861     COPY FIBAUDW.
013871     COPY FIBSUSW.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE
015400*        RUN.                                                *
015500*-----------------------------------------------------------*
015600 0100-PROCESS-REQUEST.
015620     IF NOT WS-PARM-ABSENT
015640         ADD 1 TO WS-PERF-RECS-READ
015660     END-IF.
015700     PERFORM 1080-APPLY-PROFILE
015800         THRU 1080-EXIT.
015900     PERFORM 1100-EDIT-PARM-CARD
016700         END-IF
016800         GO TO 0100-NEXT-CARD
016900     END-IF.
016930     PERFORM 9850-START-PERF-INTERVAL
016960         THRU 9850-EXIT.
017000     PERFORM 1200-SET-UP-REQUEST
017100         THRU 1200-EXIT.
017200     PERFORM 2000-COMPUTE-TERM
017600            OR WS-OVERFLOW-DETECTED.
017700     PERFORM 8000-FINALIZE-REQUEST
017800         THRU 8000-EXIT.
017820     MOVE WS-SEQ-TYPE  TO WS-PERF-INT-TYPE.
017840     MOVE WS-RUN-COUNT TO WS-PERF-INT-TERMS.
017860     PERFORM 9860-POST-PERF-INTERVAL
017880         THRU 9860-EXIT.
017900 0100-NEXT-CARD.
018000     PERFORM 0200-READ-PARM-CARD
018100         THRU 0200-EXIT.
019400 0200-EXIT.
019500     EXIT.
019600 1000-INITIALIZE.
019607     MOVE "FIBSTEP " TO WS-STPL-THIS-STEP.
019614     MOVE 20         TO WS-STPL-CLEAN-MAX.
019621     PERFORM 9700-CHECK-STEP-LEDGER
019628         THRU 9700-EXIT.
019635     IF WS-STPL-STEP-DONE
019642         MOVE WS-STPL-DONE-RC TO WS-JOB-RC
019649         SET WS-PARM-EOF TO TRUE
019656         GO TO 1000-EXIT
019663     END-IF.
019670     IF WS-STPL-RESUMING
019677         PERFORM 8160-LOAD-RUN-AUDIT
019684             THRU 8160-EXIT
019686         PERFORM 8180-LOAD-RUN-SUSPENSE
019688             THRU 8180-EXIT
019691     END-IF.
019700     PERFORM 1450-CAPTURE-RUN-DATE
019800         THRU 1450-EXIT.
019801     PERFORM 1020-CHECK-RUN-CALENDAR
021860     END-IF.
021874     PERFORM 1024-CHECK-PRIOR-RUNS
021888         THRU 1024-EXIT.
021889     IF WS-DUP-RUN-FOUND
021890        AND WS-STPL-RESUMING
021891         DISPLAY "FIB0126W RESUMING AN UNFINISHED RUN - SECOND"
021892             " SUBMISSION THIS DATE PERMITTED"
021893         PERFORM 1028-WRITE-RUN-CONTROL
021894             THRU 1028-EXIT
021895         GO TO 1020-EXIT
021896     END-IF.
021902     IF WS-DUP-RUN-FOUND
021916         PERFORM 1026-CHECK-OVERRIDE
021930             THRU 1026-EXIT
041031     MOVE WS-ERR-USER-UNKNOWN-SW  TO SUSP-RSN-USER-UNKNOWN.
041032     MOVE WS-ERR-OVER-CEILING-SW  TO SUSP-RSN-OVER-CEILING.
041033     MOVE PARM-CARD               TO SUSP-CARD-IMAGE.
041038     IF WS-SUSW-COUNT > ZERO
041043         PERFORM 8170-MATCH-RUN-SUSPENSE
041048             THRU 8170-EXIT
041053         IF WS-SUSW-MATCHED
041058             ADD 1 TO WS-SUSW-SKIP-COUNT
041063             GO TO 1160-EXIT
041068         END-IF
041073     END-IF.
041078     WRITE SUSP-RECORD.
041083 1160-EXIT.
041088     EXIT.
041100 1200-SET-UP-REQUEST.
041200     MOVE PARM-TERM-COUNT  TO WS-REQUESTED-TERMS.
041300     MOVE PARM-RESTART-SW  TO WS-RESTART-SWITCH.
074400         THRU 8100-EXIT.
074500 8000-EXIT.
074600     EXIT.
074603*-----------------------------------------------------------*
074605* 8050 - USAGE ATTRIBUTION.  EVERY FIBAUDT RECORD APPENDED   *
074607*        GETS A FIBUSGL RECORD BESIDE IT NAMING THE CARD'S   *
074609*        USER AND PROFILE, SO THE MONTHLY CHARGEBACK CAN     *
074611*        BILL THE RUN.  THE RUN DETAILS COME FROM THE COPY   *
074613*        8100 TOOK OF THE AUDIT RECORD BEFORE WRITING IT     *
074615*        (WS-AUDW-LAST-RUN).  A LOG THAT CANNOT BE OPENED IS *
074617*        REPORTED (FIB0149W) BUT DOES NOT STOP THE RUN - THE *
074619*        CHARGEBACK BILLS AN UNATTRIBUTED RUN TO SUSPENSE.   *
074624*-----------------------------------------------------------*
074627 8050-WRITE-USAGE-RECORD.
074630     MOVE WS-AUDW-LAST-DATE     TO USGL-RUN-DATE.
074633     MOVE WS-AUDW-LAST-TIME     TO USGL-RUN-TIME.
074636     MOVE WS-AUDW-LAST-JOB-ID   TO USGL-JOB-ID.
074639     MOVE PARM-USER-ID          TO USGL-USER-ID.
074642     MOVE PARM-PROFILE-NAME     TO USGL-PROFILE-NAME.
074645     MOVE WS-AUDW-LAST-SEQ-TYPE TO USGL-SEQ-TYPE.
074648     MOVE WS-AUDW-LAST-STATUS   TO USGL-STATUS.
074651     OPEN EXTEND USGL-FILE.
074654     IF WS-USGL-FILE-STATUS = "35"
074657         OPEN OUTPUT USGL-FILE
074660     END-IF.
074663     IF WS-USGL-FILE-STATUS NOT = "00"
074666         DISPLAY "FIB0149W USAGE LOG NOT RECORDED FOR JOB "
074669             WS-AUDW-LAST-JOB-ID " - STATUS " WS-USGL-FILE-STATUS
074672         GO TO 8050-EXIT
074675     END-IF.
074678     WRITE USGL-RECORD.
074681     CLOSE USGL-FILE.
074684 8050-EXIT.
074687     EXIT.
074700 8100-WRITE-AUDIT-RECORD.
074800     MOVE WS-SYS-YYYY          TO AUDIT-YYYY.
074900     MOVE WS-SYS-MM            TO AUDIT-MM.
076700         MOVE PARM-SEQ-TYPE    TO AUDIT-SEQ-TYPE
076800     END-IF.
076900     MOVE PARM-RESTART-SW      TO AUDIT-RESTART-SW.
076910     IF WS-AUDW-COUNT > ZERO
076920         PERFORM 8150-MATCH-RUN-AUDIT
076930             THRU 8150-EXIT
076940         IF WS-AUDW-MATCHED
076950             ADD 1 TO WS-AUDW-SKIP-COUNT
076960             GO TO 8100-EXIT
076970         END-IF
076980     END-IF.
077000     OPEN EXTEND AUDIT-FILE.
077100     IF WS-AUDIT-FILE-STATUS = "35"
077200         OPEN OUTPUT AUDIT-FILE
077300     END-IF.
077310     MOVE AUDIT-RUN-DATE         TO WS-AUDW-LAST-DATE.
077320     MOVE AUDIT-RUN-TIME         TO WS-AUDW-LAST-TIME.
077330     MOVE AUDIT-JOB-ID           TO WS-AUDW-LAST-JOB-ID.
077340     MOVE AUDIT-SEQ-TYPE         TO WS-AUDW-LAST-SEQ-TYPE.
077350     MOVE AUDIT-STATUS           TO WS-AUDW-LAST-STATUS.
077400     WRITE AUDIT-RECORD.
077500     CLOSE AUDIT-FILE.
077530     PERFORM 8050-WRITE-USAGE-RECORD
077560         THRU 8050-EXIT.
077600 8100-EXIT.
077700     EXIT.
077701*-----------------------------------------------------------*
077702* 8150 - FIBAUDT RE-APPEND GUARD.  WHEN FIBSTEP IS RERUN ON  *
077703*        A RESUMED SUBMISSION, 8160 HOLDS THE AUDIT RECORDS  *
077704*        THE RUN ALREADY APPENDED - THIS BUSINESS DATE, AT   *
077705*        OR AFTER THE TIME THE RUN OPENED - AND 8150         *
077706*        MATCHES EACH NEW RECORD AGAINST THEM.  A MATCH      *
077707*        USES UP ITS ENTRY AND IS NOT APPENDED AGAIN; A      *
077708*        REQUEST THE FAILED ATTEMPT NEVER REACHED FINDS NO   *
077709*        MATCH AND IS APPENDED AS USUAL.  AN UNREADABLE      *
077710*        FIBAUDT LOADS NOTHING AND EVERY RECORD IS           *
077711*        APPENDED.                                           *
077712*-----------------------------------------------------------*
077713 8150-MATCH-RUN-AUDIT.
077714     MOVE "N" TO WS-AUDW-MATCH-SW.
077715     PERFORM 8155-TEST-RUN-AUDIT
077716         THRU 8155-EXIT
077717         VARYING WS-AUDW-IX FROM 1 BY 1
077718         UNTIL WS-AUDW-IX > WS-AUDW-COUNT
077719            OR WS-AUDW-MATCHED.
077720 8150-EXIT.
077721     EXIT.
077722 8155-TEST-RUN-AUDIT.
077723     IF WS-AUDW-USED (WS-AUDW-IX)
077724         GO TO 8155-EXIT
077725     END-IF.
077726     IF WS-AUDW-JOB-ID (WS-AUDW-IX)    = AUDIT-JOB-ID
077727        AND WS-AUDW-SEQ-TYPE (WS-AUDW-IX)  = AUDIT-SEQ-TYPE
077728        AND WS-AUDW-REQ-TERMS (WS-AUDW-IX) = AUDIT-REQUESTED-TERMS
077729        AND WS-AUDW-SEED-A (WS-AUDW-IX)    = AUDIT-SEED-A
077730        AND WS-AUDW-SEED-B (WS-AUDW-IX)    = AUDIT-SEED-B
077731        AND WS-AUDW-STATUS (WS-AUDW-IX)    = AUDIT-STATUS
077732         MOVE "Y" TO WS-AUDW-USED-SW (WS-AUDW-IX)
077733         SET WS-AUDW-MATCHED TO TRUE
077734     END-IF.
077735 8155-EXIT.
077736     EXIT.
077737 8160-LOAD-RUN-AUDIT.
077738     MOVE ZERO TO WS-AUDW-COUNT.
077739     MOVE "N"  TO WS-AUDW-EOF-SW.
077740     OPEN INPUT AUDIT-FILE.
077741     IF WS-AUDIT-FILE-STATUS NOT = "00"
077742         GO TO 8160-EXIT
077743     END-IF.
077744     PERFORM 8165-READ-RUN-AUDIT
077745         THRU 8165-EXIT
077746         UNTIL WS-AUDW-EOF.
077747     CLOSE AUDIT-FILE.
077748 8160-EXIT.
077749     EXIT.
077750 8165-READ-RUN-AUDIT.
077751     READ AUDIT-FILE
077752         AT END
077753             SET WS-AUDW-EOF TO TRUE
077754             GO TO 8165-EXIT
077755     END-READ.
077756     IF AUDIT-RUN-DATE NOT NUMERIC
077757        OR AUDIT-RUN-TIME NOT NUMERIC
077758         GO TO 8165-EXIT
077759     END-IF.
077760     IF AUDIT-RUN-DATE NOT = WS-STPL-BUS-DATE
077761        OR AUDIT-RUN-TIME < WS-STPL-RUN-START
077762         GO TO 8165-EXIT
077763     END-IF.
077764     IF WS-AUDW-COUNT NOT < WS-AUDW-MAX
077765         SET WS-AUDW-EOF TO TRUE
077766         GO TO 8165-EXIT
077767     END-IF.
077768     ADD 1 TO WS-AUDW-COUNT.
077769     MOVE AUDIT-JOB-ID
077770         TO WS-AUDW-JOB-ID (WS-AUDW-COUNT).
077771     MOVE AUDIT-SEQ-TYPE
077772         TO WS-AUDW-SEQ-TYPE (WS-AUDW-COUNT).
077773     MOVE AUDIT-REQUESTED-TERMS
077774         TO WS-AUDW-REQ-TERMS (WS-AUDW-COUNT).
077775     MOVE AUDIT-SEED-A
077776         TO WS-AUDW-SEED-A (WS-AUDW-COUNT).
077777     MOVE AUDIT-SEED-B
077778         TO WS-AUDW-SEED-B (WS-AUDW-COUNT).
077779     MOVE AUDIT-STATUS
077780         TO WS-AUDW-STATUS (WS-AUDW-COUNT).
077781     MOVE "N"
077782         TO WS-AUDW-USED-SW (WS-AUDW-COUNT).
077783 8165-EXIT.
077784     EXIT.
077789*-----------------------------------------------------------*
077794* 8170 - FIBSUSP RE-APPEND GUARD.  THE SAME TREATMENT 8150   *
077799*        GIVES FIBAUDT: 8180 HOLDS THE SUSPENSE RECORDS A    *
077804*        RESUMED RUN ALREADY APPENDED - THIS BUSINESS DATE,  *
077809*        AT OR AFTER THE TIME THE RUN OPENED - AND 8170      *
077814*        MATCHES EACH NEW REJECT AGAINST THEM ON JOB ID,     *
077819*        REASON FLAGS AND CARD IMAGE.  A MATCH USES UP ITS   *
077824*        ENTRY AND IS NOT APPENDED AGAIN.  THE STATUS IS NOT *
077829*        COMPARED - FIBSREP MAY ALREADY HAVE REPAIRED OR     *
077834*        CANCELLED THE FIRST RECORD.  AN UNREADABLE FIBSUSP  *
077839*        LOADS NOTHING AND EVERY REJECT IS APPENDED.         *
077844*-----------------------------------------------------------*
077849 8170-MATCH-RUN-SUSPENSE.
077854     MOVE "N" TO WS-SUSW-MATCH-SW.
077859     PERFORM 8175-TEST-RUN-SUSPENSE
077864         THRU 8175-EXIT
077869         VARYING WS-SUSW-IX FROM 1 BY 1
077874         UNTIL WS-SUSW-IX > WS-SUSW-COUNT
077879            OR WS-SUSW-MATCHED.
077884 8170-EXIT.
077889     EXIT.
077894 8175-TEST-RUN-SUSPENSE.
077899     IF WS-SUSW-USED (WS-SUSW-IX)
077904         GO TO 8175-EXIT
077909     END-IF.
077914     IF WS-SUSW-JOB-ID (WS-SUSW-IX)     = SUSP-JOB-ID
077919        AND WS-SUSW-REASONS (WS-SUSW-IX)    = SUSP-REASON-FLAGS
077924        AND WS-SUSW-CARD-IMAGE (WS-SUSW-IX) = SUSP-CARD-IMAGE
077929         MOVE "Y" TO WS-SUSW-USED-SW (WS-SUSW-IX)
077934         SET WS-SUSW-MATCHED TO TRUE
077939     END-IF.
077944 8175-EXIT.
077949     EXIT.
077954 8180-LOAD-RUN-SUSPENSE.
077959     MOVE ZERO TO WS-SUSW-COUNT.
077964     MOVE "N"  TO WS-SUSW-EOF-SW.
077969     OPEN INPUT SUSP-FILE.
077974     IF WS-SUSP-FILE-STATUS NOT = "00"
077979         GO TO 8180-EXIT
077984     END-IF.
077989     PERFORM 8185-READ-RUN-SUSPENSE
077994         THRU 8185-EXIT
077999         UNTIL WS-SUSW-EOF.
078004     CLOSE SUSP-FILE.
078009 8180-EXIT.
078014     EXIT.
078019 8185-READ-RUN-SUSPENSE.
078024     READ SUSP-FILE
078029         AT END
078034             SET WS-SUSW-EOF TO TRUE
078039             GO TO 8185-EXIT
078044     END-READ.
078049     IF SUSP-REJ-DATE NOT NUMERIC
078054        OR SUSP-REJ-TIME NOT NUMERIC
078059         GO TO 8185-EXIT
078064     END-IF.
078069     IF SUSP-REJ-DATE NOT = WS-STPL-BUS-DATE
078074        OR SUSP-REJ-TIME < WS-STPL-RUN-START
078079         GO TO 8185-EXIT
078084     END-IF.
078089     IF WS-SUSW-COUNT NOT < WS-SUSW-MAX
078094         SET WS-SUSW-EOF TO TRUE
078099         GO TO 8185-EXIT
078104     END-IF.
078109     ADD 1 TO WS-SUSW-COUNT.
078114     MOVE SUSP-JOB-ID
078119         TO WS-SUSW-JOB-ID (WS-SUSW-COUNT).
078124     MOVE SUSP-REASON-FLAGS
078129         TO WS-SUSW-REASONS (WS-SUSW-COUNT).
078134     MOVE SUSP-CARD-IMAGE
078139         TO WS-SUSW-CARD-IMAGE (WS-SUSW-COUNT).
078144     MOVE "N"
078149         TO WS-SUSW-USED-SW (WS-SUSW-COUNT).
078154 8185-EXIT.
078159     EXIT.
078164 9000-END-OF-JOB.
078169     IF WS-OUTPUTS-OPEN
078174         CLOSE SEQ-OUT-FILE
078179         CLOSE FIBRPT-FILE
078184         CLOSE CKPT-FILE
078189     END-IF.
078194     IF WS-CSV-OPEN
078199         CLOSE CSV-FILE
078204     END-IF.
078209     IF WS-REJ-OPEN
078214         CLOSE REJ-FILE
078219     END-IF.
078224     IF WS-SUSP-FILE-OPEN
078229         CLOSE SUSP-FILE
078234     END-IF.
078239     IF WS-AUDW-SKIP-COUNT > ZERO
078244         MOVE WS-AUDW-SKIP-COUNT TO WS-AUDW-MSG-COUNT
078249         DISPLAY "FIB0127W " WS-AUDW-MSG-COUNT
078254             " FIBAUDT RECORD(S) ALREADY POSTED BY THE RESUMED"
078259             " RUN - NOT APPENDED AGAIN"
078264     END-IF.
078269     IF WS-SUSW-SKIP-COUNT > ZERO
078274         MOVE WS-SUSW-SKIP-COUNT TO WS-SUSW-MSG-COUNT
078279         DISPLAY "FIB0180W " WS-SUSW-MSG-COUNT
078284             " FIBSUSP RECORD(S) ALREADY POSTED BY THE RESUMED"
078289             " RUN - NOT APPENDED AGAIN"
078294     END-IF.
078299     MOVE WS-JOB-RC TO RETURN-CODE.
078304     IF WS-STPL-STEP-NOT-DONE
078309         IF WS-RUN-BLOCKED
078314             MOVE ZERO TO WS-STPL-CLEAN-MAX
078319         END-IF
078324         MOVE WS-PERF-TERMS TO WS-PERF-RECS-WRITTEN
078329         MOVE WS-JOB-RC TO WS-STPL-POST-RC
078334         PERFORM 9800-POST-STEP-LEDGER
078339             THRU 9800-EXIT
078344     END-IF.
078349 9000-EXIT.
078354     EXIT.
078359     COPY FIBSTPP.

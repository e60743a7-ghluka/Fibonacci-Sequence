000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBRCRT.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBRCRT - QUARTERLY ENTITLEMENT RECERTIFICATION.  REVIEWS  *
000900*           EVERY USER ON THE ENTITLEMENT MASTER (FIBUSER)   *
001000*           FOR THE CYCLE ON THE RCRTIN CARD (CCYYQN,        *
001100*           DEFAULT THIS QUARTER) AND PRINTS A WORKSHEET PER *
001200*           USER FOR THE MANAGER TO SIGN: WHAT THE USER MAY  *
001300*           DO, THEIR LAST RUN (FIBAUDT, ATTRIBUTED THROUGH  *
001400*           THE USAGE LOG) AND LAST PROFILE MAINTENANCE      *
001500*           (PROFAUDT, AS MAKER OR CHECKER), AND WHAT THEY   *
001600*           USED IN THE LAST YEAR - THE LARGEST DIRECT CARD  *
001700*           AGAINST THEIR CEILING, THE PROFILES IN THEIR     *
001800*           RANGE THEY RAN OR MAINTAINED.  A USER IS FLAGGED *
001900*           DORMANT WITH NO ACTIVITY IN THE DORMANT DAYS,    *
002000*           AND OVER-ENTITLED WHEN THAT USE IS UNDER THE     *
002100*           UNDER-USE PERCENT OF THE CEILING OR OF THE       *
002200*           RANGE.  THE MANAGERS' RETURNED KEEP/REVOKE CARDS *
002300*           (RCRTDEC, FIBRCDC) ARE READ BACK EACH RUN.  A    *
002400*           REVOKED USER, AND ONCE THE DEADLINE HAS PASSED   *
002500*           ANY USER STILL UNDECIDED, IS SUSPENDED: THEIR    *
002600*           ACTIONS ARE BLANKED AND CEILING ZEROED ON THE    *
002700*           NEW MASTER (NEWUSER), WHICH FIBPMNT, FIBSTEP AND *
002800*           FIBREQI ALREADY REFUSE.  EACH SUSPENSION APPENDS *
002900*           ITS BEFORE AND AFTER IMAGES TO THE               *
003000*           RECERTIFICATION HISTORY (RCRTHST, FIBRCHS) AND   *
003100*           IS PRINTED ON THE REPORT.  A USER IS SUSPENDED   *
003200*           AT MOST ONCE A CYCLE, SO OPERATIONS CAN          *
003300*           REINSTATE ONE WITHOUT THE NEXT RUN UNDOING IT.   *
003400*           RCRTWKS - THE WORKSHEETS                         *
003500*           RCRTRPT - A LINE PER USER, THE SUSPENSIONS       *
003600*                     BEFORE AND AFTER, AND THE COUNTS       *
003700*           RC 4  = USERS FLAGGED, DECISIONS OUTSTANDING,    *
003800*                   USERS SUSPENDED, CARDS IGNORED OR A FILE *
003900*                   OR TABLE LIMIT (SEE THE REPORT)          *
004000*           RC 12 = CARD INVALID, FIBUSER MISSING, EMPTY OR  *
004100*                   TOO BIG, OR RCRTHST UNUSABLE - THE NEW   *
004200*                   MASTER IS NOT WRITTEN                    *
004300*-----------------------------------------------------------*
004400* MODIFICATION HISTORY                                       *
004500*-----------------------------------------------------------*
004600* DATE       INIT  DESCRIPTION                                *
004700* 2026-10-15  RH   ORIGINAL VERSION.                          *
004710* 2026-10-15  RH   A DECISION CARD WITH A DATE THAT IS NOT A  *
004720*                  VALID CCYYMMDD OR IS AFTER THE RUN DATE IS *
004730*                  IGNORED (FIB0173W), AS IS A KEEP DATED     *
004740*                  AFTER THE DEADLINE, SO THE USER IS         *
004750*                  SUSPENDED AS LATE.  THE FIB0174W/FIB0175W  *
004760*                  TEXTS NO LONGER LOSE THEIR LAST WORD, AND  *
004770*                  THE USAGE TABLE'S LOW-WATER MARK NO LONGER *
004780*                  RUNS PAST THE END OF A FULL TABLE.         *
004800*-----------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RCTC-FILE ASSIGN TO "RCRTIN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RCTC-FILE-STATUS.
005800     SELECT USER-FILE ASSIGN TO "FIBUSER"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-USER-FILE-STATUS.
006100     SELECT NEWU-FILE ASSIGN TO "NEWUSER"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT PROF-FILE ASSIGN TO "FIBPROF"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PROF-FILE-STATUS.
006600     SELECT AUDIT-FILE ASSIGN TO "FIBAUDT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006900     SELECT USGL-FILE ASSIGN TO "USAGELOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-USGL-FILE-STATUS.
007200     SELECT PAUD-FILE ASSIGN TO "PROFAUDT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PAUD-FILE-STATUS.
007500     SELECT RCDC-FILE ASSIGN TO "RCRTDEC"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RCDC-FILE-STATUS.
007800     SELECT RCHS-FILE ASSIGN TO "RCRTHST"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RCHS-FILE-STATUS.
008100     SELECT WKS-FILE ASSIGN TO "RCRTWKS"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT RCR-FILE ASSIGN TO "RCRTRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  RCTC-FILE
008800     RECORDING MODE IS F.
008900 01  RCTC-CARD.
009000     05  RCTC-CYCLE              PIC X(06).
009100     05  RCTC-CYCLE-PARTS REDEFINES RCTC-CYCLE.
009200         10  RCTC-CYCLE-YYYY     PIC 9(04).
009300         10  RCTC-CYCLE-Q        PIC X(01).
009400         10  RCTC-CYCLE-QTR      PIC 9(01).
009500     05  RCTC-DEADLINE           PIC 9(08).
009600     05  RCTC-DEADLINE-X REDEFINES RCTC-DEADLINE
009700                                 PIC X(08).
009800     05  RCTC-DORMANT-DAYS       PIC 9(03).
009900     05  RCTC-DORMANT-DAYS-X REDEFINES RCTC-DORMANT-DAYS
010000                                 PIC X(03).
010100     05  RCTC-UNDER-PCT          PIC 9(03).
010200     05  RCTC-UNDER-PCT-X REDEFINES RCTC-UNDER-PCT
010300                                 PIC X(03).
010400     05  FILLER                  PIC X(60).
010500     COPY FIBUSER.
010600 FD  NEWU-FILE
010700     RECORDING MODE IS F.
010800 01  NEWU-RECORD                 PIC X(40).
010900     COPY FIBPROF.
011000     COPY FIBAUDT.
011100     COPY FIBUSGL.
011200     COPY FIBPAUD.
011300     COPY FIBRCDC.
011400     COPY FIBRCHS.
011500 FD  WKS-FILE
011600     RECORDING MODE IS F.
011700 01  WKS-RECORD                  PIC X(132).
011800 FD  RCR-FILE
011900     RECORDING MODE IS F.
012000 01  RCR-RECORD                  PIC X(132).
012100 WORKING-STORAGE SECTION.
012200     COPY FIBPRFW.
012300 01  WS-RCTC-FILE-STATUS         PIC X(02)  VALUE "00".
012400 01  WS-USER-FILE-STATUS         PIC X(02)  VALUE "00".
012500 01  WS-PROF-FILE-STATUS         PIC X(02)  VALUE "00".
012600 01  WS-AUDIT-FILE-STATUS        PIC X(02)  VALUE "00".
012700 01  WS-USGL-FILE-STATUS         PIC X(02)  VALUE "00".
012800 01  WS-PAUD-FILE-STATUS         PIC X(02)  VALUE "00".
012900 01  WS-RCDC-FILE-STATUS         PIC X(02)  VALUE "00".
013000 01  WS-RCHS-FILE-STATUS         PIC X(02)  VALUE "00".
013100 01  WS-RCT-EOF-SW               PIC X(01)  VALUE "N".
013200     88  WS-RCT-EOF                          VALUE "Y".
013300 01  WS-RCT-ABORT-SW             PIC X(01)  VALUE "N".
013400     88  WS-RCT-ABORTED                      VALUE "Y".
013500 01  WS-RCT-LATE-SW              PIC X(01)  VALUE "N".
013600     88  WS-RCT-PAST-DEADLINE                VALUE "Y".
013700 01  WS-RCHS-OPEN-SW             PIC X(01)  VALUE "N".
013800     88  WS-RCHS-OPEN                        VALUE "Y".
013900 01  WS-RCT-RC                   PIC 9(02)  VALUE ZERO.
014000 01  WS-RCT-MSG-RC               PIC 9(02)  VALUE ZERO.
014100 01  WS-RCT-SYS-DATE             PIC 9(08)  VALUE ZERO.
014200 01  WS-RCT-SYS-PARTS REDEFINES WS-RCT-SYS-DATE.
014300     05  WS-RSD-YYYY             PIC 9(04).
014400     05  WS-RSD-MM               PIC 9(02).
014500     05  WS-RSD-DD               PIC 9(02).
014600 01  WS-RCT-SYS-TIME             PIC 9(08)  VALUE ZERO.
014700*-----------------------------------------------------------*
014800* THE REVIEW: CYCLE, DEADLINE, THRESHOLDS AND THE DATES THEY *
014900* GIVE.  ACTIVITY SINCE WS-RCT-USE-FROM (A YEAR) IS WHAT A   *
015000* USER IS JUDGED TO HAVE USED.                               *
015100*-----------------------------------------------------------*
015200 01  WS-RCT-CYCLE.
015300     05  WS-RCY-YYYY             PIC 9(04)  VALUE ZERO.
015400     05  WS-RCY-Q                PIC X(01)  VALUE "Q".
015500     05  WS-RCY-QTR              PIC 9(01)  VALUE ZERO.
015600 01  WS-RCT-DEADLINE             PIC 9(08)  VALUE ZERO.
015700 01  WS-RCT-DEADLINE-PARTS REDEFINES WS-RCT-DEADLINE.
015800     05  WS-RDL-YYYY             PIC 9(04).
015900     05  WS-RDL-MM               PIC 9(02).
016000     05  WS-RDL-DD               PIC 9(02).
016100 01  WS-RCT-DORMANT-DAYS         PIC 9(03)  VALUE 90.
016200 01  WS-RCT-UNDER-PCT            PIC 9(03)  VALUE 25.
016300 01  WS-RCT-USE-DAYS             PIC 9(03)  VALUE 365.
016400 01  WS-RCT-DORMANT-CUTOFF       PIC 9(08)  VALUE ZERO.
016500 01  WS-RCT-USE-FROM             PIC 9(08)  VALUE ZERO.
016600 01  WS-RCT-LAST-ACTIVE          PIC 9(08)  VALUE ZERO.
016700 01  WS-RCT-AUD-DATE             PIC 9(08)  VALUE ZERO.
016800 01  WS-RCT-AUD-TIME             PIC 9(06)  VALUE ZERO.
016900 01  WS-RCT-USED-PART            PIC 9(09)  COMP VALUE ZERO.
017000 01  WS-RCT-WHOLE-PART           PIC 9(09)  COMP VALUE ZERO.
017100 01  WS-RCT-PCT                  PIC 9(05)  VALUE ZERO.
017200*-----------------------------------------------------------*
017300* LAST DAY OF THE FIRST MONTH OF EACH QUARTER - THE DEFAULT  *
017400* DEADLINE.                                                  *
017500*-----------------------------------------------------------*
017600 01  WS-QTR-END-VALUES           PIC X(08)  VALUE "31303131".
017700 01  WS-QTR-END-TABLE REDEFINES WS-QTR-END-VALUES.
017800     05  WS-QTR-END-DD           PIC 9(02) OCCURS 4 TIMES.
017900 01  WS-RCT-CAL-DATE             PIC 9(08)  VALUE ZERO.
018000 01  WS-RCT-CAL-PARTS REDEFINES WS-RCT-CAL-DATE.
018100     05  WS-RCD-YYYY             PIC 9(04).
018200     05  WS-RCD-MM               PIC 9(02).
018300     05  WS-RCD-DD               PIC 9(02).
018400 01  WS-MONTH-DAY-VALUES         PIC X(24)
018500         VALUE "312831303130313130313031".
018600 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
018700     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
018800 01  WS-LEAP-WORK                PIC 9(04)  COMP VALUE ZERO.
018900 01  WS-LEAP-REM-4               PIC 9(04)  COMP VALUE ZERO.
019000 01  WS-LEAP-REM-100             PIC 9(04)  COMP VALUE ZERO.
019100 01  WS-LEAP-REM-400             PIC 9(04)  COMP VALUE ZERO.
019200*-----------------------------------------------------------*
019300* THE FIBUSER MASTER AS READ, AND WHAT THE REVIEW FOUND FOR  *
019400* EACH USER.  WS-USR-PROF-USED HOLDS A "Y" FOR EACH PROFILE  *
019500* (BY ITS PLACE IN WS-PROFILE-TABLE) THE USER RAN OR         *
019600* MAINTAINED IN THE LAST YEAR.  STATE: A UNDER REVIEW; S NO  *
019700* ACCESS (NO ACTIONS, NO CEILING) - ALREADY SUSPENDED; H     *
019800* SUSPENDED EARLIER THIS CYCLE (ON RCRTHST).  OUTCOME: R     *
019900* SUSPEND - REVOKED; N SUSPEND - NOT RECERTIFIED IN TIME.    *
020000*-----------------------------------------------------------*
020100 01  WS-USR-MAX                  PIC 9(03)  COMP VALUE 200.
020200 01  WS-USR-COUNT                PIC 9(03)  COMP VALUE ZERO.
020300 01  WS-USR-IX                   PIC 9(03)  COMP VALUE ZERO.
020400 01  WS-USR-HIT                  PIC 9(03)  COMP VALUE ZERO.
020500 01  WS-USR-KEY                  PIC X(08)  VALUE SPACES.
020600 01  WS-USR-TABLE.
020700     05  WS-USR-ENTRY            OCCURS 200 TIMES.
020800         10  WS-USR-REC          PIC X(40).
020900         10  WS-USR-FIELDS REDEFINES WS-USR-REC.
021000             15  WS-USR-ID       PIC X(08).
021100             15  WS-USR-ACTIONS  PIC X(03).
021200             15  WS-USR-PROF-LOW PIC X(08).
021300             15  WS-USR-PROF-HIGH
021400                                 PIC X(08).
021500             15  WS-USR-MAX-TERMS
021600                                 PIC 9(05).
021700             15  WS-USR-COST-CENTRE
021800                                 PIC X(08).
021900         10  WS-USR-CEILING      PIC 9(05).
022000         10  WS-USR-LAST-RUN     PIC 9(08).
022100         10  WS-USR-LAST-MAINT   PIC 9(08).
022200         10  WS-USR-RUNS         PIC 9(05)  COMP.
022300         10  WS-USR-MAINTS       PIC 9(05)  COMP.
022400         10  WS-USR-BIG-CARD     PIC 9(05).
022500         10  WS-USR-IN-RANGE     PIC 9(03)  COMP.
022600         10  WS-USR-USED         PIC 9(03)  COMP.
022700         10  WS-USR-STATE        PIC X(01).
022800             88  WS-USR-ACTIVE               VALUE "A".
022900             88  WS-USR-NO-ACCESS            VALUE "S".
023000             88  WS-USR-DONE                 VALUE "H".
023100         10  WS-USR-DECISION     PIC X(01).
023200             88  WS-USR-KEEP                 VALUE "K".
023300             88  WS-USR-REVOKE               VALUE "R".
023400             88  WS-USR-UNDECIDED            VALUE " ".
023500         10  WS-USR-MANAGER      PIC X(08).
023600         10  WS-USR-DEC-DATE     PIC X(08).
023700         10  WS-USR-OUTCOME      PIC X(01).
023800             88  WS-USR-UNCHANGED            VALUE " ".
023900             88  WS-USR-SUSPEND-REVOKED      VALUE "R".
024000             88  WS-USR-SUSPEND-LATE         VALUE "N".
024100         10  WS-USR-DORMANT-SW   PIC X(01).
024200             88  WS-USR-DORMANT              VALUE "Y".
024300         10  WS-USR-CEILING-SW   PIC X(01).
024400             88  WS-USR-CEILING-HIGH         VALUE "Y".
024500         10  WS-USR-RANGE-SW     PIC X(01).
024600             88  WS-USR-RANGE-WIDE           VALUE "Y".
024700         10  WS-USR-PROF-USED    PIC X(200).
024800 01  WS-PRF-KEY                  PIC X(08)  VALUE SPACES.
024900*-----------------------------------------------------------*
025000* THE LAST YEAR'S USAGE RECORDS, IN THE ORDER FIBSTEP WROTE  *
025100* THEM, FOR MATCHING EACH FIBAUDT RUN TO ITS USER.           *
025200* WS-USG-LOW IS THE FIRST ONE NOT YET MATCHED, SO THE SEARCH *
025300* FOLLOWS FIBAUDT DOWN THE TABLE.                            *
025400*-----------------------------------------------------------*
025500 01  WS-USG-MAX                  PIC 9(05)  COMP VALUE 9999.
025600 01  WS-USG-COUNT                PIC 9(05)  COMP VALUE ZERO.
025700 01  WS-USG-IX                   PIC 9(05)  COMP VALUE ZERO.
025800 01  WS-USG-HIT                  PIC 9(05)  COMP VALUE ZERO.
025900 01  WS-USG-LOW                  PIC 9(05)  COMP VALUE 1.
026000 01  WS-USG-FULL-SW              PIC X(01)  VALUE "N".
026100     88  WS-USG-TABLE-FULL                   VALUE "Y".
026130 01  WS-USG-LOW-SW               PIC X(01)  VALUE "N".
026160     88  WS-USG-LOW-FOUND                    VALUE "Y".
026200 01  WS-USG-TABLE.
026300     05  WS-USG-ENTRY            OCCURS 9999 TIMES.
026400         10  WS-USG-RUN-DATE     PIC 9(08).
026500         10  WS-USG-RUN-TIME     PIC 9(06).
026600         10  WS-USG-JOB-ID       PIC X(08).
026700         10  WS-USG-USR-HIT      PIC 9(03)  COMP.
026800         10  WS-USG-DIRECT-SW    PIC X(01).
026900             88  WS-USG-DIRECT               VALUE "Y".
027000         10  WS-USG-USED-SW      PIC X(01).
027100             88  WS-USG-USED                 VALUE "Y".
027200 01  WS-RCT-COUNTS.
027300     05  WS-RCT-ACTIVE           PIC 9(05)  COMP.
027400     05  WS-RCT-FLAGGED          PIC 9(05)  COMP.
027500     05  WS-RCT-KEPT             PIC 9(05)  COMP.
027600     05  WS-RCT-REVOKED          PIC 9(05)  COMP.
027700     05  WS-RCT-LATE             PIC 9(05)  COMP.
027800     05  WS-RCT-OUTSTANDING      PIC 9(05)  COMP.
027900     05  WS-RCT-NO-ACCESS        PIC 9(05)  COMP.
028000     05  WS-RCT-DONE             PIC 9(05)  COMP.
028100     05  WS-RCT-CARDS-READ       PIC 9(05)  COMP.
028200     05  WS-RCT-CARDS-OTHER      PIC 9(05)  COMP.
028300     05  WS-RCT-CARDS-IGNORED    PIC 9(05)  COMP.
028400     05  WS-RCT-CARDS-USED       PIC 9(05)  COMP.
028500 01  WS-RCT-SUSPENDED            PIC 9(05)  COMP VALUE ZERO.
028600 01  WS-RCT-MSG-COUNT            PIC ZZZZZZ9.
028700 01  WS-RCT-REASON               PIC X(40)  VALUE SPACES.
028800*-----------------------------------------------------------*
028900* THE WORKSHEET - A BLOCK PER USER UNDER REVIEW.             *
029000*-----------------------------------------------------------*
029100 01  WS-WKS-TITLE-LINE.
029200     05  FILLER                  PIC X(40)
029300             VALUE "ENTITLEMENT RECERTIFICATION WORKSHEETS -".
029400     05  FILLER                  PIC X(07) VALUE " CYCLE ".
029500     05  WS-WKT-CYCLE            PIC X(06).
029600     05  FILLER                  PIC X(12) VALUE " - RETURN BY".
029700     05  FILLER                  PIC X(01) VALUE SPACE.
029800     05  WS-WKT-DEADLINE         PIC X(08).
029900     05  FILLER                  PIC X(58) VALUE SPACES.
030000 01  WS-WKS-NOTE-LINE.
030100     05  FILLER                  PIC X(44)
030200             VALUE "REVIEW EACH USER'S ACCESS AGAINST WHAT THEY ".
030300     05  FILLER                  PIC X(44)
030400             VALUE "USED, THEN KEY THE RETURN CARD: K KEEPS THE ".
030500     05  FILLER                  PIC X(44)
030600             VALUE "ACCESS, R REVOKES IT. NO CARD BY THE DATE = ".
030700 01  WS-WKS-NOTE2-LINE.
030800     05  FILLER                  PIC X(44)
030900             VALUE "REVOKED.  A MANAGER MAY NOT RECERTIFY THEIR ".
031000     05  FILLER                  PIC X(44)
031100             VALUE "OWN ACCESS.                                 ".
031200     05  FILLER                  PIC X(44) VALUE SPACES.
031300 01  WS-WKS-HEAD-LINE.
031400     05  FILLER                  PIC X(06) VALUE "USER: ".
031500     05  WS-WKH-USER             PIC X(08).
031600     05  FILLER                  PIC X(16)
031700             VALUE "   COST CENTRE: ".
031800     05  WS-WKH-CENTRE           PIC X(08).
031900     05  FILLER                  PIC X(09) VALUE "   CYCLE ".
032000     05  WS-WKH-CYCLE            PIC X(06).
032100     05  FILLER                  PIC X(10) VALUE "   DUE BY ".
032200     05  WS-WKH-DEADLINE         PIC X(08).
032300     05  FILLER                  PIC X(61) VALUE SPACES.
032400 01  WS-WKS-ENT-LINE.
032500     05  FILLER                  PIC X(14) VALUE "ENTITLEMENT".
032600     05  FILLER                  PIC X(09) VALUE "ACTIONS: ".
032700     05  WS-WKE-ACTIONS          PIC X(03).
032800     05  FILLER                  PIC X(18)
032900             VALUE "   PROFILE RANGE: ".
033000     05  WS-WKE-LOW              PIC X(08).
033100     05  FILLER                  PIC X(04) VALUE " TO ".
033200     05  WS-WKE-HIGH             PIC X(08).
033300     05  FILLER                  PIC X(24)
033400             VALUE "   DIRECT-CARD CEILING: ".
033500     05  WS-WKE-CEILING          PIC ZZZZ9.
033600     05  FILLER                  PIC X(39) VALUE SPACES.
033700 01  WS-WKS-ACT-LINE.
033800     05  FILLER                  PIC X(14) VALUE "ACTIVITY".
033900     05  FILLER                  PIC X(10) VALUE "LAST RUN: ".
034000     05  WS-WKA-LAST-RUN         PIC X(08).
034100     05  FILLER                  PIC X(21)
034200             VALUE "   LAST MAINTENANCE: ".
034300     05  WS-WKA-LAST-MAINT       PIC X(08).
034400     05  FILLER                  PIC X(09) VALUE "   SINCE ".
034500     05  WS-WKA-USE-FROM         PIC X(08).
034600     05  FILLER                  PIC X(07) VALUE ": RUNS ".
034700     05  WS-WKA-RUNS             PIC ZZZZ9.
034800     05  FILLER                  PIC X(16)
034900             VALUE "  MAINTENANCE   ".
035000     05  WS-WKA-MAINTS           PIC ZZZZ9.
035100     05  FILLER                  PIC X(21) VALUE SPACES.
035200 01  WS-WKS-USE-LINE.
035300     05  FILLER                  PIC X(14) VALUE "USE".
035400     05  FILLER                  PIC X(21)
035500             VALUE "LARGEST DIRECT CARD: ".
035600     05  WS-WKU-BIG-CARD         PIC ZZZZ9.
035700     05  FILLER                  PIC X(09) VALUE " TERMS - ".
035800     05  WS-WKU-PCT              PIC ZZ9.
035900     05  FILLER                  PIC X(15)
036000             VALUE "% OF CEILING   ".
036100     05  FILLER                  PIC X(15)
036200             VALUE "PROFILES USED: ".
036300     05  WS-WKU-USED             PIC ZZ9.
036400     05  FILLER                  PIC X(04) VALUE " OF ".
036500     05  WS-WKU-IN-RANGE         PIC ZZ9.
036600     05  FILLER                  PIC X(09) VALUE " IN RANGE".
036700     05  FILLER                  PIC X(31) VALUE SPACES.
036800 01  WS-WKS-FLAG-LINE.
036900     05  FILLER                  PIC X(14) VALUE "REVIEW FLAGS".
037000     05  WS-WKF-DORMANT          PIC X(38).
037100     05  WS-WKF-CEILING          PIC X(38).
037200     05  WS-WKF-RANGE            PIC X(42).
037300 01  WS-WKS-DEC-LINE.
037400     05  FILLER                  PIC X(14) VALUE "DECISION".
037500     05  WS-WKD-DECISION         PIC X(20).
037600     05  FILLER                  PIC X(09) VALUE "MANAGER: ".
037700     05  WS-WKD-MANAGER          PIC X(08).
037800     05  FILLER                  PIC X(08) VALUE "  DATED ".
037900     05  WS-WKD-DATE             PIC X(08).
038000     05  FILLER                  PIC X(11) VALUE "  OUTCOME: ".
038100     05  WS-WKD-OUTCOME          PIC X(30).
038200     05  FILLER                  PIC X(24) VALUE SPACES.
038300 01  WS-WKS-CARD-LINE.
038400     05  FILLER                  PIC X(14) VALUE "RETURN CARD".
038500     05  WS-WKC-CYCLE            PIC X(06).
038600     05  WS-WKC-USER             PIC X(08).
038700     05  FILLER                  PIC X(35)
038800             VALUE " - COL 15 K OR R, 16-23 MANAGER ID,".
038900     05  FILLER                  PIC X(69)
039000             VALUE " 24-31 DATE CCYYMMDD, 32-71 COMMENT".
039100 01  WS-WKS-SIGN-LINE.
039200     05  FILLER                  PIC X(14) VALUE SPACES.
039300     05  FILLER                  PIC X(40)
039400             VALUE "REVIEWED BY ____________________________".
039500     05  FILLER                  PIC X(40)
039600             VALUE "  SIGNED ______________________________".
039700     05  FILLER                  PIC X(38)
039800             VALUE "  DATE ____________".
039900*-----------------------------------------------------------*
040000* THE REPORT.                                                *
040100*-----------------------------------------------------------*
040200 01  WS-RCR-TITLE-LINE.
040300     05  FILLER                  PIC X(46) VALUE SPACES.
040400     05  FILLER                  PIC X(40)
040500             VALUE "ENTITLEMENT RECERTIFICATION REPORT".
040600     05  FILLER                  PIC X(46) VALUE SPACES.
040700 01  WS-RCR-PARM-LINE.
040800     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
040900     05  WS-RPL-RUN-DATE         PIC X(08).
041000     05  FILLER                  PIC X(09) VALUE "  CYCLE: ".
041100     05  WS-RPL-CYCLE            PIC X(06).
041200     05  FILLER                  PIC X(12) VALUE "  DEADLINE: ".
041300     05  WS-RPL-DEADLINE         PIC X(08).
041400     05  FILLER                  PIC X(16)
041500             VALUE "  DORMANT AFTER ".
041600     05  WS-RPL-DORMANT-DAYS     PIC ZZ9.
041700     05  FILLER                  PIC X(05) VALUE " DAYS".
041800     05  FILLER                  PIC X(18)
041900             VALUE "  UNDER-USE BELOW ".
042000     05  WS-RPL-UNDER-PCT        PIC ZZ9.
042100     05  FILLER                  PIC X(01) VALUE "%".
042200     05  FILLER                  PIC X(12) VALUE "  USE SINCE ".
042300     05  WS-RPL-USE-FROM         PIC X(08).
042400     05  FILLER                  PIC X(13) VALUE SPACES.
042500 01  WS-RCR-KEY-LINE.
042600     05  FILLER                  PIC X(44)
042700             VALUE "FLAGS: D DORMANT  C CEILING FAR ABOVE USE  R".
042800     05  FILLER                  PIC X(44)
042900             VALUE " PROFILE RANGE FAR ABOVE USE".
043000     05  FILLER                  PIC X(44) VALUE SPACES.
043100 01  WS-RCR-COLUMN-LINE.
043200     05  FILLER                  PIC X(10) VALUE "USER".
043300     05  FILLER                  PIC X(10) VALUE "COST CTR".
043400     05  FILLER                  PIC X(05) VALUE "ACT".
043500     05  FILLER                  PIC X(07) VALUE "  CEIL".
043600     05  FILLER                  PIC X(10) VALUE "LAST RUN".
043700     05  FILLER                  PIC X(10) VALUE "LAST MNT".
043800     05  FILLER                  PIC X(05) VALUE "FLG".
043900     05  FILLER                  PIC X(08) VALUE "DECIDED".
044000     05  FILLER                  PIC X(10) VALUE "MANAGER".
044100     05  FILLER                  PIC X(57) VALUE "OUTCOME".
044200 01  WS-RCR-USER-LINE.
044300     05  WS-RUL-USER             PIC X(08).
044400     05  FILLER                  PIC X(02) VALUE SPACES.
044500     05  WS-RUL-CENTRE           PIC X(08).
044600     05  FILLER                  PIC X(02) VALUE SPACES.
044700     05  WS-RUL-ACTIONS          PIC X(03).
044800     05  FILLER                  PIC X(02) VALUE SPACES.
044900     05  WS-RUL-CEILING          PIC ZZZZ9.
045000     05  FILLER                  PIC X(02) VALUE SPACES.
045100     05  WS-RUL-LAST-RUN         PIC X(08).
045200     05  FILLER                  PIC X(02) VALUE SPACES.
045300     05  WS-RUL-LAST-MAINT       PIC X(08).
045400     05  FILLER                  PIC X(02) VALUE SPACES.
045500     05  WS-RUL-FLAGS            PIC X(03).
045600     05  FILLER                  PIC X(02) VALUE SPACES.
045700     05  WS-RUL-DECISION         PIC X(06).
045800     05  FILLER                  PIC X(02) VALUE SPACES.
045900     05  WS-RUL-MANAGER          PIC X(08).
046000     05  FILLER                  PIC X(02) VALUE SPACES.
046100     05  WS-RUL-OUTCOME          PIC X(30).
046200     05  FILLER                  PIC X(27) VALUE SPACES.
046300 01  WS-RCR-BA-COLUMN-LINE.
046400     05  FILLER                  PIC X(10) VALUE "USER".
046500     05  FILLER                  PIC X(08) VALUE "IMAGE".
046600     05  FILLER                  PIC X(07) VALUE "ACT".
046700     05  FILLER                  PIC X(10) VALUE "RANGE LOW".
046800     05  FILLER                  PIC X(10) VALUE "RANGE HI".
046900     05  FILLER                  PIC X(07) VALUE " CEIL".
047000     05  FILLER                  PIC X(10) VALUE "COST CTR".
047100     05  FILLER                  PIC X(30) VALUE "REASON".
047200     05  FILLER                  PIC X(40) VALUE "MANAGER".
047300 01  WS-RCR-BA-LINE.
047400     05  WS-RBA-USER             PIC X(08).
047500     05  FILLER                  PIC X(02) VALUE SPACES.
047600     05  WS-RBA-IMAGE            PIC X(06).
047700     05  FILLER                  PIC X(02) VALUE SPACES.
047800     05  WS-RBA-ACTIONS          PIC X(03).
047900     05  FILLER                  PIC X(04) VALUE SPACES.
048000     05  WS-RBA-LOW              PIC X(08).
048100     05  FILLER                  PIC X(02) VALUE SPACES.
048200     05  WS-RBA-HIGH             PIC X(08).
048300     05  FILLER                  PIC X(02) VALUE SPACES.
048400     05  WS-RBA-CEILING          PIC ZZZZ9.
048500     05  WS-RBA-CEILING-X REDEFINES WS-RBA-CEILING
048600                                 PIC X(05).
048700     05  FILLER                  PIC X(02) VALUE SPACES.
048800     05  WS-RBA-CENTRE           PIC X(08).
048900     05  FILLER                  PIC X(02) VALUE SPACES.
049000     05  WS-RBA-REASON           PIC X(28).
049100     05  FILLER                  PIC X(02) VALUE SPACES.
049200     05  WS-RBA-MANAGER          PIC X(08).
049300     05  FILLER                  PIC X(32) VALUE SPACES.
049400 01  WS-RCT-IMAGE.
049500     05  WS-RIM-ID               PIC X(08).
049600     05  WS-RIM-ACTIONS          PIC X(03).
049700     05  WS-RIM-PROF-LOW         PIC X(08).
049800     05  WS-RIM-PROF-HIGH        PIC X(08).
049900     05  WS-RIM-MAX-TERMS        PIC 9(05).
050000     05  WS-RIM-MAX-TERMS-X REDEFINES WS-RIM-MAX-TERMS
050100                                 PIC X(05).
050200     05  WS-RIM-COST-CENTRE      PIC X(08).
050300 01  WS-RCR-FOOTER-LINE.
050400     05  FILLER                  PIC X(07) VALUE "USERS: ".
050500     05  WS-RFT-USERS            PIC ZZZ9.
050600     05  FILLER                  PIC X(10) VALUE "  ACTIVE: ".
050700     05  WS-RFT-ACTIVE           PIC ZZZ9.
050800     05  FILLER                  PIC X(11) VALUE "  FLAGGED: ".
050900     05  WS-RFT-FLAGGED          PIC ZZZ9.
051000     05  FILLER                  PIC X(08) VALUE "  KEPT: ".
051100     05  WS-RFT-KEPT             PIC ZZZ9.
051200     05  FILLER                  PIC X(11) VALUE "  REVOKED: ".
051300     05  WS-RFT-REVOKED          PIC ZZZ9.
051400     05  FILLER                  PIC X(19)
051500             VALUE "  NOT RECERTIFIED: ".
051600     05  WS-RFT-LATE             PIC ZZZ9.
051700     05  FILLER                  PIC X(12) VALUE "  AWAITING: ".
051800     05  WS-RFT-OUTSTANDING      PIC ZZZ9.
051900     05  FILLER                  PIC X(13) VALUE "  NO ACCESS: ".
052000     05  WS-RFT-NO-ACCESS        PIC ZZZ9.
052100     05  FILLER                  PIC X(09) VALUE SPACES.
052200 01  WS-RCR-FOOTER2-LINE.
052300     05  FILLER                  PIC X(30)
052400             VALUE "SUSPENDED EARLIER THIS CYCLE: ".
052500     05  WS-RFT-DONE             PIC ZZZ9.
052600     05  FILLER                  PIC X(23)
052700             VALUE "  DECISION CARDS READ: ".
052800     05  WS-RFT-CARDS-READ       PIC ZZZZ9.
052900     05  FILLER                  PIC X(16)
053000             VALUE "  OTHER CYCLES: ".
053100     05  WS-RFT-CARDS-OTHER      PIC ZZZZ9.
053200     05  FILLER                  PIC X(11) VALUE "  IGNORED: ".
053300     05  WS-RFT-CARDS-IGNORED    PIC ZZZZ9.
053400     05  FILLER                  PIC X(08) VALUE "  USED: ".
053500     05  WS-RFT-CARDS-USED       PIC ZZZZ9.
053600     05  FILLER                  PIC X(20) VALUE SPACES.
053700 01  WS-RCR-MSG-LINE.
053800     05  WS-RCR-MSG-TEXT         PIC X(48).
053900     05  WS-RCR-MSG-NAME         PIC X(10).
054000     05  WS-RCR-MSG-TEXT2        PIC X(74).
054100 PROCEDURE DIVISION.
054200 0000-MAINLINE.
054300     PERFORM 1000-INITIALIZE
054400         THRU 1000-EXIT.
054500     IF NOT WS-RCT-ABORTED
054600         PERFORM 2000-LOAD-DECISIONS
054700             THRU 2000-EXIT
054800         PERFORM 3000-GATHER-ACTIVITY
054900             THRU 3000-EXIT
055000         PERFORM 4000-REVIEW-USERS
055100             THRU 4000-EXIT
055200         PERFORM 5000-WRITE-NEW-MASTER
055300             THRU 5000-EXIT
055400     END-IF.
055500     PERFORM 9000-END-OF-JOB
055600         THRU 9000-EXIT.
055700     GOBACK.
055800*-----------------------------------------------------------*
055900* 1000 - EDIT THE RCRTIN CARD (NO CARD, OR BLANK FIELDS,     *
056000*        TAKE THE DEFAULTS: THIS QUARTER, DUE THE LAST DAY   *
056100*        OF ITS FIRST MONTH, DORMANT AFTER 90 DAYS,          *
056200*        UNDER-USED BELOW 25 PERCENT), WORK OUT THE DATES    *
056300*        THEY GIVE AND LOAD THE MASTER, THE PROFILES AND     *
056400*        THIS CYCLE'S SUSPENSIONS SO FAR.                    *
056500*-----------------------------------------------------------*
056600 1000-INITIALIZE.
056700     ACCEPT WS-RCT-SYS-DATE FROM DATE YYYYMMDD.
056800     ACCEPT WS-RCT-SYS-TIME FROM TIME.
056900     INITIALIZE WS-RCT-COUNTS
057000                WS-USR-TABLE.
057100     MOVE WS-RSD-YYYY TO WS-RCY-YYYY.
057200     COMPUTE WS-RCY-QTR = (WS-RSD-MM + 2) / 3.
057300     OPEN OUTPUT RCR-FILE.
057400     MOVE WS-RCR-TITLE-LINE TO RCR-RECORD.
057500     WRITE RCR-RECORD.
057600     OPEN OUTPUT WKS-FILE.
057700     OPEN INPUT RCTC-FILE.
057800     IF WS-RCTC-FILE-STATUS = "00"
057900         READ RCTC-FILE
058000             AT END
058100                 MOVE SPACES TO RCTC-CARD
058200         END-READ
058300         CLOSE RCTC-FILE
058400         IF RCTC-CARD NOT = SPACES
058500             PERFORM 1050-EDIT-CARD
058600                 THRU 1050-EXIT
058700         END-IF
058800     END-IF.
058900     IF WS-RCT-ABORTED
059000         MOVE "FIB0170E RCRTIN CARD INVALID - NO RECERTIFICATION"
059100             TO RCR-RECORD
059200         WRITE RCR-RECORD
059300         DISPLAY RCR-RECORD
059400         MOVE 12 TO WS-RCT-RC
059500         GO TO 1000-EXIT
059600     END-IF.
059700     IF WS-RCT-DEADLINE = ZERO
059800         MOVE WS-RCY-YYYY TO WS-RDL-YYYY
059900         COMPUTE WS-RDL-MM = WS-RCY-QTR * 3 - 2
060000         MOVE WS-QTR-END-DD (WS-RCY-QTR) TO WS-RDL-DD
060100     END-IF.
060200     IF WS-RCT-SYS-DATE > WS-RCT-DEADLINE
060300         SET WS-RCT-PAST-DEADLINE TO TRUE
060400     END-IF.
060500     MOVE WS-RCT-SYS-DATE TO WS-RCT-CAL-DATE.
060600     PERFORM 9100-PREVIOUS-DAY
060700         THRU 9100-EXIT
060800         WS-RCT-DORMANT-DAYS TIMES.
060900     MOVE WS-RCT-CAL-DATE TO WS-RCT-DORMANT-CUTOFF.
061000     MOVE WS-RCT-SYS-DATE TO WS-RCT-CAL-DATE.
061100     PERFORM 9100-PREVIOUS-DAY
061200         THRU 9100-EXIT
061300         WS-RCT-USE-DAYS TIMES.
061400     MOVE WS-RCT-CAL-DATE TO WS-RCT-USE-FROM.
061500     MOVE WS-RCT-SYS-DATE     TO WS-RPL-RUN-DATE.
061600     MOVE WS-RCT-CYCLE        TO WS-RPL-CYCLE.
061700     MOVE WS-RCT-DEADLINE     TO WS-RPL-DEADLINE.
061800     MOVE WS-RCT-DORMANT-DAYS TO WS-RPL-DORMANT-DAYS.
061900     MOVE WS-RCT-UNDER-PCT    TO WS-RPL-UNDER-PCT.
062000     MOVE WS-RCT-USE-FROM     TO WS-RPL-USE-FROM.
062100     MOVE WS-RCR-PARM-LINE TO RCR-RECORD.
062200     WRITE RCR-RECORD.
062300     MOVE WS-RCR-KEY-LINE TO RCR-RECORD.
062400     WRITE RCR-RECORD.
062500     PERFORM 1200-LOAD-USERS
062600         THRU 1200-EXIT.
062700     IF WS-RCT-ABORTED
062800         GO TO 1000-EXIT
062900     END-IF.
063000     PERFORM 1300-LOAD-PROFILES
063100         THRU 1300-EXIT.
063200     PERFORM 1400-LOAD-HISTORY
063300         THRU 1400-EXIT.
063400 1000-EXIT.
063500     EXIT.
063600 1050-EDIT-CARD.
063700     IF RCTC-CYCLE NOT = SPACES
063800         IF RCTC-CYCLE-YYYY NOT NUMERIC
063900            OR RCTC-CYCLE-Q NOT = "Q"
064000            OR RCTC-CYCLE-QTR NOT NUMERIC
064100             SET WS-RCT-ABORTED TO TRUE
064200             GO TO 1050-EXIT
064300         END-IF
064400         IF RCTC-CYCLE-QTR < 1
064500            OR RCTC-CYCLE-QTR > 4
064600             SET WS-RCT-ABORTED TO TRUE
064700             GO TO 1050-EXIT
064800         END-IF
064900         MOVE RCTC-CYCLE TO WS-RCT-CYCLE
065000     END-IF.
065100     IF RCTC-DEADLINE-X NOT = SPACES
065200         IF RCTC-DEADLINE NOT NUMERIC
065300             SET WS-RCT-ABORTED TO TRUE
065400             GO TO 1050-EXIT
065500         END-IF
065600         MOVE RCTC-DEADLINE TO WS-RCT-DEADLINE
065700                               WS-RCT-CAL-DATE
065800         IF WS-RCD-MM < 1
065900            OR WS-RCD-MM > 12
066000             SET WS-RCT-ABORTED TO TRUE
066100             GO TO 1050-EXIT
066200         END-IF
066300         PERFORM 9110-SET-MONTH-LENGTHS
066400             THRU 9110-EXIT
066500         IF WS-RCD-DD < 1
066600            OR WS-RCD-DD > WS-MONTH-DAYS (WS-RCD-MM)
066700             SET WS-RCT-ABORTED TO TRUE
066800             GO TO 1050-EXIT
066900         END-IF
067000     END-IF.
067100     IF RCTC-DORMANT-DAYS-X NOT = SPACES
067200         IF RCTC-DORMANT-DAYS NOT NUMERIC
067300            OR RCTC-DORMANT-DAYS = ZERO
067400             SET WS-RCT-ABORTED TO TRUE
067500             GO TO 1050-EXIT
067600         END-IF
067700         MOVE RCTC-DORMANT-DAYS TO WS-RCT-DORMANT-DAYS
067800     END-IF.
067900     IF RCTC-UNDER-PCT-X NOT = SPACES
068000         IF RCTC-UNDER-PCT NOT NUMERIC
068100            OR RCTC-UNDER-PCT = ZERO
068200            OR RCTC-UNDER-PCT > 100
068300             SET WS-RCT-ABORTED TO TRUE
068400             GO TO 1050-EXIT
068500         END-IF
068600         MOVE RCTC-UNDER-PCT TO WS-RCT-UNDER-PCT
068700     END-IF.
068800 1050-EXIT.
068900     EXIT.
069000*-----------------------------------------------------------*
069100* 1200 - THE FIBUSER MASTER.  EVERY USER ON IT IS WRITTEN TO *
069200*        THE NEW MASTER, SO IT MUST BE READ WHOLE: A MISSING *
069300*        OR EMPTY MASTER, OR ONE BIGGER THAN THE TABLE,      *
069400*        STOPS THE RUN.  A USER WITH NO ACTIONS AND NO       *
069500*        CEILING HAS NO ACCESS TO RECERTIFY.                 *
069600*-----------------------------------------------------------*
069700 1200-LOAD-USERS.
069800     OPEN INPUT USER-FILE.
069900     IF WS-USER-FILE-STATUS NOT = "00"
070000         PERFORM 1250-NO-USERS
070100             THRU 1250-EXIT
070200         GO TO 1200-EXIT
070300     END-IF.
070400     MOVE "N" TO WS-RCT-EOF-SW.
070500     PERFORM 1210-READ-USER
070600         THRU 1210-EXIT
070700         UNTIL WS-RCT-EOF
070800            OR WS-RCT-ABORTED.
070900     CLOSE USER-FILE.
071000     IF WS-USR-COUNT = ZERO
071100        AND NOT WS-RCT-ABORTED
071200         PERFORM 1250-NO-USERS
071300             THRU 1250-EXIT
071400     END-IF.
071500 1200-EXIT.
071600     EXIT.
071700 1210-READ-USER.
071800     READ USER-FILE
071900         AT END
072000             SET WS-RCT-EOF TO TRUE
072100             GO TO 1210-EXIT
072200     END-READ.
072300     IF USER-RECORD = SPACES
072400         GO TO 1210-EXIT
072500     END-IF.
072600     IF WS-USR-COUNT NOT < WS-USR-MAX
072700         MOVE "FIB0172E FIBUSER TOO BIG - NO RECERTIFICATION"
072800             TO RCR-RECORD
072900         WRITE RCR-RECORD
073000         DISPLAY RCR-RECORD
073100         MOVE 12 TO WS-RCT-RC
073200         SET WS-RCT-ABORTED TO TRUE
073300         GO TO 1210-EXIT
073400     END-IF.
073500     ADD 1 TO WS-USR-COUNT.
073600     MOVE USER-RECORD TO WS-USR-REC (WS-USR-COUNT).
073700     IF USER-MAX-TERMS NUMERIC
073800         MOVE USER-MAX-TERMS TO WS-USR-CEILING (WS-USR-COUNT)
073900     END-IF.
074000     IF USER-ACTIONS = SPACES
074100        AND WS-USR-CEILING (WS-USR-COUNT) = ZERO
074200         SET WS-USR-NO-ACCESS (WS-USR-COUNT) TO TRUE
074300     ELSE
074400         SET WS-USR-ACTIVE (WS-USR-COUNT) TO TRUE
074500     END-IF.
074600 1210-EXIT.
074700     EXIT.
074800 1250-NO-USERS.
074900     MOVE "FIB0171E FIBUSER MISSING OR EMPTY - NO RECERTIFICATION"
075000         TO RCR-RECORD.
075100     WRITE RCR-RECORD.
075200     DISPLAY RCR-RECORD.
075300     MOVE 12 TO WS-RCT-RC.
075400     SET WS-RCT-ABORTED TO TRUE.
075500 1250-EXIT.
075600     EXIT.
075700 1290-FILE-WARNING.
075800     MOVE SPACES TO WS-RCR-MSG-LINE.
075900     MOVE "FIB0174W FILE NOT AVAILABLE - REVIEWED WITHOUT"
076000         TO WS-RCR-MSG-TEXT.
076100     MOVE WS-RCT-REASON (1:10) TO WS-RCR-MSG-NAME.
076200     MOVE "- THE ACTIVITY IT HOLDS IS NOT SHOWN"
076300         TO WS-RCR-MSG-TEXT2.
076400     MOVE 4 TO WS-RCT-MSG-RC.
076500     PERFORM 8900-WRITE-MESSAGE
076600         THRU 8900-EXIT.
076700 1290-EXIT.
076800     EXIT.
076900 1295-TABLE-WARNING.
077000     MOVE SPACES TO WS-RCR-MSG-LINE.
077100     MOVE "FIB0175W TABLE FULL - LATER RECORDS NOT HELD -"
077200         TO WS-RCR-MSG-TEXT.
077300     MOVE WS-RCT-REASON (1:10) TO WS-RCR-MSG-NAME.
077400     MOVE "- THE ACTIVITY THEY HOLD IS NOT SHOWN"
077500         TO WS-RCR-MSG-TEXT2.
077600     MOVE 4 TO WS-RCT-MSG-RC.
077700     PERFORM 8900-WRITE-MESSAGE
077800         THRU 8900-EXIT.
077900 1295-EXIT.
078000     EXIT.
078100*-----------------------------------------------------------*
078200* 1300 - THE PROFILE MASTER, FOR COUNTING THE PROFILES IN    *
078300*        EACH USER'S RANGE.                                  *
078400*-----------------------------------------------------------*
078500 1300-LOAD-PROFILES.
078600     OPEN INPUT PROF-FILE.
078700     IF WS-PROF-FILE-STATUS NOT = "00"
078800         MOVE "FIBPROF" TO WS-RCT-REASON
078900         PERFORM 1290-FILE-WARNING
079000             THRU 1290-EXIT
079100         GO TO 1300-EXIT
079200     END-IF.
079300     MOVE "N" TO WS-RCT-EOF-SW.
079400     PERFORM 1310-READ-PROFILE
079500         THRU 1310-EXIT
079600         UNTIL WS-RCT-EOF.
079700     CLOSE PROF-FILE.
079800 1300-EXIT.
079900     EXIT.
080000 1310-READ-PROFILE.
080100     READ PROF-FILE
080200         AT END
080300             SET WS-RCT-EOF TO TRUE
080400             GO TO 1310-EXIT
080500     END-READ.
080600     IF PROF-RECORD = SPACES
080700         GO TO 1310-EXIT
080800     END-IF.
080900     IF WS-PROF-COUNT NOT < WS-PROF-MAX
081000         MOVE "FIBPROF" TO WS-RCT-REASON
081100         PERFORM 1295-TABLE-WARNING
081200             THRU 1295-EXIT
081300         SET WS-RCT-EOF TO TRUE
081400         GO TO 1310-EXIT
081500     END-IF.
081600     ADD 1 TO WS-PROF-COUNT.
081700     MOVE PROF-RECORD TO WS-PROF-REC (WS-PROF-COUNT).
081800 1310-EXIT.
081900     EXIT.
082000*-----------------------------------------------------------*
082100* 1400 - USERS ALREADY SUSPENDED THIS CYCLE.  THEY ARE NOT   *
082200*        REVIEWED AGAIN UNTIL THE NEXT CYCLE, SO A USER      *
082300*        OPERATIONS HAVE REINSTATED STAYS REINSTATED.  NO    *
082400*        HISTORY YET IS NOT AN ERROR; ONE THAT CANNOT BE     *
082500*        READ IS - THE RUN COULD SUSPEND A USER TWICE.       *
082600*-----------------------------------------------------------*
082700 1400-LOAD-HISTORY.
082800     OPEN INPUT RCHS-FILE.
082900     IF WS-RCHS-FILE-STATUS = "35"
083000         GO TO 1400-EXIT
083100     END-IF.
083200     IF WS-RCHS-FILE-STATUS NOT = "00"
083300         PERFORM 1490-HISTORY-ERROR
083400             THRU 1490-EXIT
083500         GO TO 1400-EXIT
083600     END-IF.
083700     MOVE "N" TO WS-RCT-EOF-SW.
083800     PERFORM 1410-READ-HISTORY
083900         THRU 1410-EXIT
084000         UNTIL WS-RCT-EOF.
084100     CLOSE RCHS-FILE.
084200 1400-EXIT.
084300     EXIT.
084400 1410-READ-HISTORY.
084500     READ RCHS-FILE
084600         AT END
084700             SET WS-RCT-EOF TO TRUE
084800             GO TO 1410-EXIT
084900     END-READ.
085000     IF RCHS-CYCLE NOT = WS-RCT-CYCLE
085100         GO TO 1410-EXIT
085200     END-IF.
085300     MOVE RCHS-USER-ID TO WS-USR-KEY.
085400     PERFORM 8100-FIND-USER
085500         THRU 8100-EXIT.
085600     IF WS-USR-HIT > ZERO
085700         SET WS-USR-DONE (WS-USR-HIT) TO TRUE
085800     END-IF.
085900 1410-EXIT.
086000     EXIT.
086100 1490-HISTORY-ERROR.
086200     MOVE "FIB0179E RCRTHST NOT USABLE - NO RECERTIFICATION"
086300         TO RCR-RECORD.
086400     WRITE RCR-RECORD.
086500     DISPLAY RCR-RECORD.
086600     MOVE 12 TO WS-RCT-RC.
086700     SET WS-RCT-ABORTED TO TRUE.
086800 1490-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------*
087070* 2000 - THE MANAGERS' DECISIONS FOR THIS CYCLE.  BLANK      *
087140*        CARDS AND CARDS STARTING "*" ARE SKIPPED, CARDS FOR *
087210*        OTHER CYCLES COUNTED.  A LATER CARD FOR A USER      *
087280*        REPLACES AN EARLIER ONE.  A CARD MUST BE DATED WITH *
087350*        A REAL DATE NO LATER THAN TODAY, AND A KEEP DATED   *
087420*        AFTER THE DEADLINE IS IGNORED - THE USER WAS NOT    *
087490*        RECERTIFIED IN TIME.  WITHOUT THE FILE NOBODY IS    *
087560*        SUSPENDED FOR LATENESS - A LOST FILE MUST NOT LOOK  *
087630*        LIKE NO MANAGER ANSWERED.                           *
087700*-----------------------------------------------------------*
087800 2000-LOAD-DECISIONS.
087900     OPEN INPUT RCDC-FILE.
088000     IF WS-RCDC-FILE-STATUS NOT = "00"
088100         MOVE SPACES TO WS-RCR-MSG-LINE
088200         MOVE "FIB0174W FILE NOT AVAILABLE - REVIEWED WITHOUT"
088300             TO WS-RCR-MSG-TEXT
088400         MOVE "RCRTDEC" TO WS-RCR-MSG-NAME
088500         MOVE "- NO DECISIONS READ, NOBODY SUSPENDED AS LATE"
088600             TO WS-RCR-MSG-TEXT2
088700         MOVE 4 TO WS-RCT-MSG-RC
088800         PERFORM 8900-WRITE-MESSAGE
088900             THRU 8900-EXIT
089000         MOVE "N" TO WS-RCT-LATE-SW
089100         GO TO 2000-EXIT
089200     END-IF.
089300     MOVE "N" TO WS-RCT-EOF-SW.
089400     PERFORM 2100-READ-DECISION
089500         THRU 2100-EXIT
089600         UNTIL WS-RCT-EOF.
089700     CLOSE RCDC-FILE.
089800 2000-EXIT.
089900     EXIT.
090000 2100-READ-DECISION.
090100     READ RCDC-FILE
090200         AT END
090300             SET WS-RCT-EOF TO TRUE
090400             GO TO 2100-EXIT
090500     END-READ.
090600     IF RCDC-CARD = SPACES
090700        OR RCDC-CYCLE (1:1) = "*"
090800         GO TO 2100-EXIT
090900     END-IF.
091000     ADD 1 TO WS-RCT-CARDS-READ.
091100     IF RCDC-CYCLE NOT = WS-RCT-CYCLE
091200         ADD 1 TO WS-RCT-CARDS-OTHER
091300         GO TO 2100-EXIT
091400     END-IF.
091500     MOVE RCDC-USER-ID TO WS-USR-KEY.
091600     PERFORM 8100-FIND-USER
091700         THRU 8100-EXIT.
091800     IF WS-USR-HIT = ZERO
091900         MOVE "USER NOT ON FIBUSER" TO WS-RCT-REASON
092000         PERFORM 2190-IGNORE-CARD
092100             THRU 2190-EXIT
092200         GO TO 2100-EXIT
092300     END-IF.
092400     IF NOT RCDC-KEEP
092500        AND NOT RCDC-REVOKE
092600         MOVE "DECISION NOT K OR R" TO WS-RCT-REASON
092700         PERFORM 2190-IGNORE-CARD
092800             THRU 2190-EXIT
092900         GO TO 2100-EXIT
093000     END-IF.
093100     IF RCDC-MANAGER = SPACES
093200         MOVE "NO MANAGER ID" TO WS-RCT-REASON
093300         PERFORM 2190-IGNORE-CARD
093400             THRU 2190-EXIT
093500         GO TO 2100-EXIT
093600     END-IF.
093700     IF RCDC-MANAGER = RCDC-USER-ID
093800         MOVE "MANAGER MAY NOT RECERTIFY THEMSELVES"
093900             TO WS-RCT-REASON
094000         PERFORM 2190-IGNORE-CARD
094100             THRU 2190-EXIT
094200         GO TO 2100-EXIT
094300     END-IF.
094302     IF RCDC-DATE NOT NUMERIC
094304         MOVE "DECISION DATE NOT VALID" TO WS-RCT-REASON
094306         PERFORM 2190-IGNORE-CARD
094308             THRU 2190-EXIT
094310         GO TO 2100-EXIT
094312     END-IF.
094314     MOVE RCDC-DATE TO WS-RCT-CAL-DATE.
094316     IF WS-RCD-MM < 1
094318        OR WS-RCD-MM > 12
094320         MOVE "DECISION DATE NOT VALID" TO WS-RCT-REASON
094322         PERFORM 2190-IGNORE-CARD
094324             THRU 2190-EXIT
094326         GO TO 2100-EXIT
094328     END-IF.
094330     PERFORM 9110-SET-MONTH-LENGTHS
094332         THRU 9110-EXIT.
094334     IF WS-RCD-DD < 1
094336        OR WS-RCD-DD > WS-MONTH-DAYS (WS-RCD-MM)
094338         MOVE "DECISION DATE NOT VALID" TO WS-RCT-REASON
094340         PERFORM 2190-IGNORE-CARD
094342             THRU 2190-EXIT
094344         GO TO 2100-EXIT
094346     END-IF.
094348     IF WS-RCT-CAL-DATE > WS-RCT-SYS-DATE
094350         MOVE "DECISION DATED AFTER TODAY" TO WS-RCT-REASON
094352         PERFORM 2190-IGNORE-CARD
094354             THRU 2190-EXIT
094356         GO TO 2100-EXIT
094358     END-IF.
094360     IF RCDC-KEEP
094362        AND WS-RCT-CAL-DATE > WS-RCT-DEADLINE
094364         MOVE "KEEP DATED AFTER THE DEADLINE" TO WS-RCT-REASON
094366         PERFORM 2190-IGNORE-CARD
094368             THRU 2190-EXIT
094370         GO TO 2100-EXIT
094372     END-IF.
094400     ADD 1 TO WS-RCT-CARDS-USED.
094500     MOVE RCDC-DECISION TO WS-USR-DECISION (WS-USR-HIT).
094600     MOVE RCDC-MANAGER  TO WS-USR-MANAGER (WS-USR-HIT).
094700     MOVE RCDC-DATE     TO WS-USR-DEC-DATE (WS-USR-HIT).
094800 2100-EXIT.
094900     EXIT.
095000 2190-IGNORE-CARD.
095100     ADD 1 TO WS-RCT-CARDS-IGNORED.
095200     MOVE SPACES TO WS-RCR-MSG-LINE.
095300     MOVE "FIB0173W DECISION CARD IGNORED - USER"
095400         TO WS-RCR-MSG-TEXT.
095500     MOVE RCDC-USER-ID  TO WS-RCR-MSG-NAME.
095600     MOVE "- "          TO WS-RCR-MSG-TEXT2.
095700     MOVE WS-RCT-REASON TO WS-RCR-MSG-TEXT2 (3:).
095800     MOVE 4 TO WS-RCT-MSG-RC.
095900     PERFORM 8900-WRITE-MESSAGE
096000         THRU 8900-EXIT.
096100 2190-EXIT.
096200     EXIT.
096300*-----------------------------------------------------------*
096400* 3000 - WHAT EACH USER DID.  THE USAGE LOG SAYS WHO EACH    *
096500*        RUN WAS FOR: ITS LATEST RECORD FOR A USER IS THEIR  *
096600*        LAST RUN, AND THE LAST YEAR'S RECORDS ARE HELD SO   *
096700*        EACH FIBAUDT RUN OF THE YEAR CAN BE MATCHED TO ITS  *
096800*        USER (BY DATE, TIME AND JOB ID, AS THE CHARGEBACK   *
096900*        DOES).  PROFAUDT GIVES EACH USER'S LAST             *
097000*        MAINTENANCE, AS MAKER OR AS CHECKER.                *
097100*-----------------------------------------------------------*
097200 3000-GATHER-ACTIVITY.
097300     PERFORM 3100-LOAD-USAGE
097400         THRU 3100-EXIT.
097500     PERFORM 3200-READ-AUDIT
097600         THRU 3200-EXIT.
097700     PERFORM 3300-READ-MAINTENANCE
097800         THRU 3300-EXIT.
097900 3000-EXIT.
098000     EXIT.
098100 3100-LOAD-USAGE.
098200     OPEN INPUT USGL-FILE.
098300     IF WS-USGL-FILE-STATUS NOT = "00"
098400         MOVE "USAGELOG" TO WS-RCT-REASON
098500         PERFORM 1290-FILE-WARNING
098600             THRU 1290-EXIT
098700         GO TO 3100-EXIT
098800     END-IF.
098900     MOVE "N" TO WS-RCT-EOF-SW.
099000     PERFORM 3110-READ-USAGE
099100         THRU 3110-EXIT
099200         UNTIL WS-RCT-EOF.
099300     CLOSE USGL-FILE.
099400 3100-EXIT.
099500     EXIT.
099600 3110-READ-USAGE.
099700     READ USGL-FILE
099800         AT END
099900             SET WS-RCT-EOF TO TRUE
100000             GO TO 3110-EXIT
100100     END-READ.
100200     IF USGL-RUN-DATE NOT NUMERIC
100300        OR USGL-RUN-TIME NOT NUMERIC
100400        OR USGL-USER-ID = SPACES
100500         GO TO 3110-EXIT
100600     END-IF.
100700     MOVE USGL-USER-ID TO WS-USR-KEY.
100800     PERFORM 8100-FIND-USER
100900         THRU 8100-EXIT.
101000     IF WS-USR-HIT = ZERO
101100         GO TO 3110-EXIT
101200     END-IF.
101300     IF USGL-RUN-DATE > WS-USR-LAST-RUN (WS-USR-HIT)
101400         MOVE USGL-RUN-DATE TO WS-USR-LAST-RUN (WS-USR-HIT)
101500     END-IF.
101600     IF USGL-RUN-DATE < WS-RCT-USE-FROM
101700         GO TO 3110-EXIT
101800     END-IF.
101900     MOVE USGL-PROFILE-NAME TO WS-PRF-KEY.
102000     PERFORM 8200-MARK-PROFILE
102100         THRU 8200-EXIT.
102200     IF WS-USG-TABLE-FULL
102300         GO TO 3110-EXIT
102400     END-IF.
102500     IF WS-USG-COUNT NOT < WS-USG-MAX
102600         MOVE "USAGELOG" TO WS-RCT-REASON
102700         PERFORM 1295-TABLE-WARNING
102800             THRU 1295-EXIT
102900         SET WS-USG-TABLE-FULL TO TRUE
103000         GO TO 3110-EXIT
103100     END-IF.
103200     ADD 1 TO WS-USG-COUNT.
103300     MOVE USGL-RUN-DATE TO WS-USG-RUN-DATE (WS-USG-COUNT).
103400     MOVE USGL-RUN-TIME TO WS-USG-RUN-TIME (WS-USG-COUNT).
103500     MOVE USGL-JOB-ID   TO WS-USG-JOB-ID (WS-USG-COUNT).
103600     MOVE WS-USR-HIT    TO WS-USG-USR-HIT (WS-USG-COUNT).
103700     MOVE "N"           TO WS-USG-USED-SW (WS-USG-COUNT).
103800     IF USGL-PROFILE-NAME = SPACES
103900         SET WS-USG-DIRECT (WS-USG-COUNT) TO TRUE
104000     ELSE
104100         MOVE "N" TO WS-USG-DIRECT-SW (WS-USG-COUNT)
104200     END-IF.
104300 3110-EXIT.
104400     EXIT.
104500*-----------------------------------------------------------*
104600* 3200 - THE LAST YEAR'S FIBAUDT RUNS.  EACH ONE MATCHED TO  *
104700*        A USER COUNTS AS ONE OF THEIR RUNS; A DIRECT CARD   *
104800*        THAT PRODUCED TERMS (C OR O) IS SET AGAINST THEIR   *
104900*        CEILING.                                            *
105000*-----------------------------------------------------------*
105100 3200-READ-AUDIT.
105200     OPEN INPUT AUDIT-FILE.
105300     IF WS-AUDIT-FILE-STATUS NOT = "00"
105400         MOVE "FIBAUDT" TO WS-RCT-REASON
105500         PERFORM 1290-FILE-WARNING
105600             THRU 1290-EXIT
105700         GO TO 3200-EXIT
105800     END-IF.
105900     MOVE "N" TO WS-RCT-EOF-SW.
106000     PERFORM 3210-READ-RUN
106100         THRU 3210-EXIT
106200         UNTIL WS-RCT-EOF.
106300     CLOSE AUDIT-FILE.
106400 3200-EXIT.
106500     EXIT.
106600 3210-READ-RUN.
106700     READ AUDIT-FILE
106800         AT END
106900             SET WS-RCT-EOF TO TRUE
107000             GO TO 3210-EXIT
107100     END-READ.
107200     IF AUDIT-RUN-DATE NOT NUMERIC
107300        OR AUDIT-RUN-TIME NOT NUMERIC
107400         GO TO 3210-EXIT
107500     END-IF.
107600     MOVE AUDIT-RUN-DATE TO WS-RCT-AUD-DATE.
107700     MOVE AUDIT-RUN-TIME TO WS-RCT-AUD-TIME.
107800     IF WS-RCT-AUD-DATE < WS-RCT-USE-FROM
107900         GO TO 3210-EXIT
108000     END-IF.
108100     MOVE ZERO TO WS-USG-HIT.
108200     PERFORM 3220-MATCH-USAGE
108300         THRU 3220-EXIT
108400         VARYING WS-USG-IX FROM WS-USG-LOW BY 1
108500         UNTIL WS-USG-IX > WS-USG-COUNT
108600            OR WS-USG-HIT > ZERO.
108700     IF WS-USG-HIT = ZERO
108800         GO TO 3210-EXIT
108900     END-IF.
109000     SET WS-USG-USED (WS-USG-HIT) TO TRUE.
109080     MOVE "N" TO WS-USG-LOW-SW.
109160     PERFORM 3230-ADVANCE-LOW
109240         THRU 3230-EXIT
109320         UNTIL WS-USG-LOW > WS-USG-COUNT
109400            OR WS-USG-LOW-FOUND.
109500     MOVE WS-USG-USR-HIT (WS-USG-HIT) TO WS-USR-HIT.
109600     ADD 1 TO WS-USR-RUNS (WS-USR-HIT).
109700     IF NOT WS-USG-DIRECT (WS-USG-HIT)
109800         GO TO 3210-EXIT
109900     END-IF.
110000     IF AUDIT-STATUS NOT = "C"
110100        AND AUDIT-STATUS NOT = "O"
110200         GO TO 3210-EXIT
110300     END-IF.
110400     IF AUDIT-REQUESTED-TERMS NUMERIC
110500        AND AUDIT-REQUESTED-TERMS > WS-USR-BIG-CARD (WS-USR-HIT)
110600         MOVE AUDIT-REQUESTED-TERMS
110700             TO WS-USR-BIG-CARD (WS-USR-HIT)
110800     END-IF.
110900 3210-EXIT.
111000     EXIT.
111100 3220-MATCH-USAGE.
111200     IF NOT WS-USG-USED (WS-USG-IX)
111300        AND WS-USG-RUN-DATE (WS-USG-IX) = WS-RCT-AUD-DATE
111400        AND WS-USG-RUN-TIME (WS-USG-IX) = WS-RCT-AUD-TIME
111500        AND WS-USG-JOB-ID (WS-USG-IX)   = AUDIT-JOB-ID
111600         MOVE WS-USG-IX TO WS-USG-HIT
111700     END-IF.
111800 3220-EXIT.
111900     EXIT.
112000 3230-ADVANCE-LOW.
112030     IF NOT WS-USG-USED (WS-USG-LOW)
112060         SET WS-USG-LOW-FOUND TO TRUE
112090         GO TO 3230-EXIT
112120     END-IF.
112150     ADD 1 TO WS-USG-LOW.
112200 3230-EXIT.
112300     EXIT.
112400*-----------------------------------------------------------*
112500* 3300 - PROFILE MAINTENANCE.  A RECORD WITH NO CHECKER'S    *
112600*        DECISION IS THE MAKER'S OWN CHANGE (OR, BEFORE      *
112700*        CHANGES WERE CHECKED, THE CHANGE ITSELF); THE       *
112800*        CHECKER NAMED ON ANY RECORD ACTED ON IT.            *
112900*-----------------------------------------------------------*
113000 3300-READ-MAINTENANCE.
113100     OPEN INPUT PAUD-FILE.
113200     IF WS-PAUD-FILE-STATUS NOT = "00"
113300         MOVE "PROFAUDT" TO WS-RCT-REASON
113400         PERFORM 1290-FILE-WARNING
113500             THRU 1290-EXIT
113600         GO TO 3300-EXIT
113700     END-IF.
113800     MOVE "N" TO WS-RCT-EOF-SW.
113900     PERFORM 3310-READ-CHANGE
114000         THRU 3310-EXIT
114100         UNTIL WS-RCT-EOF.
114200     CLOSE PAUD-FILE.
114300 3300-EXIT.
114400     EXIT.
114500 3310-READ-CHANGE.
114600     READ PAUD-FILE
114700         AT END
114800             SET WS-RCT-EOF TO TRUE
114900             GO TO 3310-EXIT
115000     END-READ.
115100     IF PAUD-DATE NOT NUMERIC
115200         GO TO 3310-EXIT
115300     END-IF.
115400     IF PAUD-DECISION = SPACE
115500        AND PAUD-USER NOT = SPACES
115600         MOVE PAUD-USER TO WS-USR-KEY
115700         PERFORM 3320-POST-MAINTENANCE
115800             THRU 3320-EXIT
115900     END-IF.
116000     IF PAUD-CHECKER NOT = SPACES
116100         MOVE PAUD-CHECKER TO WS-USR-KEY
116200         PERFORM 3320-POST-MAINTENANCE
116300             THRU 3320-EXIT
116400     END-IF.
116500 3310-EXIT.
116600     EXIT.
116700 3320-POST-MAINTENANCE.
116800     PERFORM 8100-FIND-USER
116900         THRU 8100-EXIT.
117000     IF WS-USR-HIT = ZERO
117100         GO TO 3320-EXIT
117200     END-IF.
117300     IF PAUD-DATE > WS-USR-LAST-MAINT (WS-USR-HIT)
117400         MOVE PAUD-DATE TO WS-USR-LAST-MAINT (WS-USR-HIT)
117500     END-IF.
117600     IF PAUD-DATE < WS-RCT-USE-FROM
117700         GO TO 3320-EXIT
117800     END-IF.
117900     ADD 1 TO WS-USR-MAINTS (WS-USR-HIT).
118000     MOVE PAUD-NAME TO WS-PRF-KEY.
118100     PERFORM 8200-MARK-PROFILE
118200         THRU 8200-EXIT.
118300 3320-EXIT.
118400     EXIT.
118500*-----------------------------------------------------------*
118600* 4000 - THE REVIEW.  A LINE PER USER ON THE REPORT, AND A   *
118700*        WORKSHEET FOR EVERY USER WHO STILL HAS ACCESS.  A   *
118800*        REVOKED USER IS SUSPENDED; ONCE THE DEADLINE HAS    *
118900*        PASSED, SO IS ANY USER WITHOUT A DECISION.          *
119000*-----------------------------------------------------------*
119100 4000-REVIEW-USERS.
119200     MOVE WS-RCT-CYCLE    TO WS-WKT-CYCLE.
119300     MOVE WS-RCT-DEADLINE TO WS-WKT-DEADLINE.
119400     MOVE WS-WKS-TITLE-LINE TO WKS-RECORD.
119500     WRITE WKS-RECORD.
119600     MOVE WS-WKS-NOTE-LINE TO WKS-RECORD.
119700     WRITE WKS-RECORD.
119800     MOVE WS-WKS-NOTE2-LINE TO WKS-RECORD.
119900     WRITE WKS-RECORD.
120000     MOVE SPACES TO RCR-RECORD.
120100     WRITE RCR-RECORD.
120200     MOVE WS-RCR-COLUMN-LINE TO RCR-RECORD.
120300     WRITE RCR-RECORD.
120400     PERFORM 4100-REVIEW-USER
120500         THRU 4100-EXIT
120600         VARYING WS-USR-IX FROM 1 BY 1
120700         UNTIL WS-USR-IX > WS-USR-COUNT.
120800     IF WS-RCT-FLAGGED > ZERO
120900         MOVE WS-RCT-FLAGGED TO WS-RCT-MSG-COUNT
121000         MOVE SPACES TO WS-RCR-MSG-LINE
121100         MOVE "FIB0176W USERS FLAGGED FOR THE MANAGERS:"
121200             TO WS-RCR-MSG-TEXT
121300         MOVE WS-RCT-MSG-COUNT TO WS-RCR-MSG-NAME
121400         MOVE 4 TO WS-RCT-MSG-RC
121500         PERFORM 8900-WRITE-MESSAGE
121600             THRU 8900-EXIT
121700     END-IF.
121800     IF WS-RCT-OUTSTANDING > ZERO
121900         MOVE WS-RCT-OUTSTANDING TO WS-RCT-MSG-COUNT
122000         MOVE SPACES TO WS-RCR-MSG-LINE
122100         MOVE "FIB0178W DECISIONS NOT YET RETURNED:"
122200             TO WS-RCR-MSG-TEXT
122300         MOVE WS-RCT-MSG-COUNT TO WS-RCR-MSG-NAME
122400         MOVE "- DUE BY"       TO WS-RCR-MSG-TEXT2
122500         MOVE WS-RCT-DEADLINE  TO WS-RCR-MSG-TEXT2 (10:8)
122600         MOVE 4 TO WS-RCT-MSG-RC
122700         PERFORM 8900-WRITE-MESSAGE
122800             THRU 8900-EXIT
122900     END-IF.
123000 4000-EXIT.
123100     EXIT.
123200 4100-REVIEW-USER.
123300     MOVE WS-USR-ID (WS-USR-IX)          TO WS-RUL-USER.
123400     MOVE WS-USR-COST-CENTRE (WS-USR-IX) TO WS-RUL-CENTRE.
123500     MOVE WS-USR-ACTIONS (WS-USR-IX)     TO WS-RUL-ACTIONS.
123600     MOVE WS-USR-CEILING (WS-USR-IX)     TO WS-RUL-CEILING.
123700     MOVE WS-USR-MANAGER (WS-USR-IX)     TO WS-RUL-MANAGER.
123800     MOVE SPACES                         TO WS-RUL-FLAGS.
123900     IF WS-USR-LAST-RUN (WS-USR-IX) = ZERO
124000         MOVE "NONE" TO WS-RUL-LAST-RUN
124100     ELSE
124200         MOVE WS-USR-LAST-RUN (WS-USR-IX) TO WS-RUL-LAST-RUN
124300     END-IF.
124400     IF WS-USR-LAST-MAINT (WS-USR-IX) = ZERO
124500         MOVE "NONE" TO WS-RUL-LAST-MAINT
124600     ELSE
124700         MOVE WS-USR-LAST-MAINT (WS-USR-IX) TO WS-RUL-LAST-MAINT
124800     END-IF.
124900     EVALUATE TRUE
125000         WHEN WS-USR-KEEP (WS-USR-IX)
125100             MOVE "KEEP"   TO WS-RUL-DECISION
125200         WHEN WS-USR-REVOKE (WS-USR-IX)
125300             MOVE "REVOKE" TO WS-RUL-DECISION
125400         WHEN OTHER
125500             MOVE SPACES   TO WS-RUL-DECISION
125600     END-EVALUATE.
125700     IF WS-USR-NO-ACCESS (WS-USR-IX)
125800         ADD 1 TO WS-RCT-NO-ACCESS
125900         MOVE "NO ACCESS - NOT REVIEWED" TO WS-RUL-OUTCOME
126000         PERFORM 4150-WRITE-USER-LINE
126100             THRU 4150-EXIT
126200         GO TO 4100-EXIT
126300     END-IF.
126400     IF WS-USR-DONE (WS-USR-IX)
126500         ADD 1 TO WS-RCT-DONE
126600         MOVE "SUSPENDED EARLIER THIS CYCLE" TO WS-RUL-OUTCOME
126700         PERFORM 4150-WRITE-USER-LINE
126800             THRU 4150-EXIT
126900         GO TO 4100-EXIT
127000     END-IF.
127100     ADD 1 TO WS-RCT-ACTIVE.
127200     PERFORM 4200-SET-FLAGS
127300         THRU 4200-EXIT.
127400     EVALUATE TRUE
127500         WHEN WS-USR-REVOKE (WS-USR-IX)
127600             SET WS-USR-SUSPEND-REVOKED (WS-USR-IX) TO TRUE
127700             ADD 1 TO WS-RCT-REVOKED
127800             MOVE "REVOKED - SUSPENDED" TO WS-RUL-OUTCOME
127900         WHEN WS-USR-KEEP (WS-USR-IX)
128000             ADD 1 TO WS-RCT-KEPT
128100             MOVE "RECERTIFIED - ACCESS KEPT" TO WS-RUL-OUTCOME
128200         WHEN WS-RCT-PAST-DEADLINE
128300             SET WS-USR-SUSPEND-LATE (WS-USR-IX) TO TRUE
128400             ADD 1 TO WS-RCT-LATE
128500             MOVE "NOT RECERTIFIED - SUSPENDED" TO WS-RUL-OUTCOME
128600         WHEN OTHER
128700             ADD 1 TO WS-RCT-OUTSTANDING
128800             MOVE "AWAITING DECISION" TO WS-RUL-OUTCOME
128900     END-EVALUATE.
129000     PERFORM 4300-WRITE-WORKSHEET
129100         THRU 4300-EXIT.
129200     PERFORM 4150-WRITE-USER-LINE
129300         THRU 4150-EXIT.
129400 4100-EXIT.
129500     EXIT.
129600 4150-WRITE-USER-LINE.
129700     MOVE WS-RCR-USER-LINE TO RCR-RECORD.
129800     WRITE RCR-RECORD.
129900 4150-EXIT.
130000     EXIT.
130100*-----------------------------------------------------------*
130200* 4200 - THE FLAGS.  DORMANT: NEITHER A RUN NOR MAINTENANCE  *
130300*        SINCE THE DORMANT CUTOFF.  CEILING: THE LARGEST     *
130400*        DIRECT CARD OF THE YEAR UNDER THE UNDER-USE PERCENT *
130500*        OF THE CEILING.  RANGE: FOR A USER WHO MAY MAINTAIN *
130600*        PROFILES, THE PROFILES IN THEIR RANGE THEY RAN OR   *
130700*        MAINTAINED UNDER THAT PERCENT OF THOSE IN IT.       *
130800*-----------------------------------------------------------*
130900 4200-SET-FLAGS.
131000     MOVE WS-USR-LAST-RUN (WS-USR-IX) TO WS-RCT-LAST-ACTIVE.
131100     IF WS-USR-LAST-MAINT (WS-USR-IX) > WS-RCT-LAST-ACTIVE
131200         MOVE WS-USR-LAST-MAINT (WS-USR-IX) TO WS-RCT-LAST-ACTIVE
131300     END-IF.
131400     IF WS-RCT-LAST-ACTIVE < WS-RCT-DORMANT-CUTOFF
131500         SET WS-USR-DORMANT (WS-USR-IX) TO TRUE
131600         MOVE "D" TO WS-RUL-FLAGS (1:1)
131700     END-IF.
131800     IF WS-USR-CEILING (WS-USR-IX) > ZERO
131900         COMPUTE WS-RCT-USED-PART =
132000             WS-USR-BIG-CARD (WS-USR-IX) * 100
132100         COMPUTE WS-RCT-WHOLE-PART =
132200             WS-USR-CEILING (WS-USR-IX) * WS-RCT-UNDER-PCT
132300         IF WS-RCT-USED-PART < WS-RCT-WHOLE-PART
132400             SET WS-USR-CEILING-HIGH (WS-USR-IX) TO TRUE
132500             MOVE "C" TO WS-RUL-FLAGS (2:1)
132600         END-IF
132700     END-IF.
132800     IF WS-USR-ACTIONS (WS-USR-IX) NOT = SPACES
132900         PERFORM 4210-COUNT-PROFILE
133000             THRU 4210-EXIT
133100             VARYING WS-PROF-IX FROM 1 BY 1
133200             UNTIL WS-PROF-IX > WS-PROF-COUNT
133300     END-IF.
133400     IF WS-USR-IN-RANGE (WS-USR-IX) > ZERO
133500         COMPUTE WS-RCT-USED-PART =
133600             WS-USR-USED (WS-USR-IX) * 100
133700         COMPUTE WS-RCT-WHOLE-PART =
133800             WS-USR-IN-RANGE (WS-USR-IX) * WS-RCT-UNDER-PCT
133900         IF WS-RCT-USED-PART < WS-RCT-WHOLE-PART
134000             SET WS-USR-RANGE-WIDE (WS-USR-IX) TO TRUE
134100             MOVE "R" TO WS-RUL-FLAGS (3:1)
134200         END-IF
134300     END-IF.
134400     IF WS-RUL-FLAGS NOT = SPACES
134500         ADD 1 TO WS-RCT-FLAGGED
134600     END-IF.
134700 4200-EXIT.
134800     EXIT.
134900 4210-COUNT-PROFILE.
135000     IF WS-PROF-REC (WS-PROF-IX) (1:8)
135100        < WS-USR-PROF-LOW (WS-USR-IX)
135200         GO TO 4210-EXIT
135300     END-IF.
135400     IF WS-USR-PROF-HIGH (WS-USR-IX) NOT = SPACES
135500        AND WS-PROF-REC (WS-PROF-IX) (1:8)
135600            > WS-USR-PROF-HIGH (WS-USR-IX)
135700         GO TO 4210-EXIT
135800     END-IF.
135900     ADD 1 TO WS-USR-IN-RANGE (WS-USR-IX).
136000     IF WS-USR-PROF-USED (WS-USR-IX) (WS-PROF-IX:1) = "Y"
136100         ADD 1 TO WS-USR-USED (WS-USR-IX)
136200     END-IF.
136300 4210-EXIT.
136400     EXIT.
136500*-----------------------------------------------------------*
136600* 4300 - THE USER'S WORKSHEET.                               *
136700*-----------------------------------------------------------*
136800 4300-WRITE-WORKSHEET.
136900     MOVE SPACES TO WKS-RECORD.
137000     WRITE WKS-RECORD.
137100     MOVE ALL "-" TO WKS-RECORD.
137200     WRITE WKS-RECORD.
137300     MOVE WS-USR-ID (WS-USR-IX)          TO WS-WKH-USER.
137400     MOVE WS-USR-COST-CENTRE (WS-USR-IX) TO WS-WKH-CENTRE.
137500     MOVE WS-RCT-CYCLE                   TO WS-WKH-CYCLE.
137600     MOVE WS-RCT-DEADLINE                TO WS-WKH-DEADLINE.
137700     MOVE WS-WKS-HEAD-LINE TO WKS-RECORD.
137800     WRITE WKS-RECORD.
137900     MOVE WS-USR-ACTIONS (WS-USR-IX)     TO WS-WKE-ACTIONS.
138000     IF WS-USR-PROF-LOW (WS-USR-IX) = SPACES
138100         MOVE "(FIRST)" TO WS-WKE-LOW
138200     ELSE
138300         MOVE WS-USR-PROF-LOW (WS-USR-IX) TO WS-WKE-LOW
138400     END-IF.
138500     IF WS-USR-PROF-HIGH (WS-USR-IX) = SPACES
138600         MOVE "(OPEN)" TO WS-WKE-HIGH
138700     ELSE
138800         MOVE WS-USR-PROF-HIGH (WS-USR-IX) TO WS-WKE-HIGH
138900     END-IF.
139000     MOVE WS-USR-CEILING (WS-USR-IX)     TO WS-WKE-CEILING.
139100     MOVE WS-WKS-ENT-LINE TO WKS-RECORD.
139200     WRITE WKS-RECORD.
139300     MOVE WS-RUL-LAST-RUN                TO WS-WKA-LAST-RUN.
139400     MOVE WS-RUL-LAST-MAINT              TO WS-WKA-LAST-MAINT.
139500     MOVE WS-RCT-USE-FROM                TO WS-WKA-USE-FROM.
139600     MOVE WS-USR-RUNS (WS-USR-IX)        TO WS-WKA-RUNS.
139700     MOVE WS-USR-MAINTS (WS-USR-IX)      TO WS-WKA-MAINTS.
139800     MOVE WS-WKS-ACT-LINE TO WKS-RECORD.
139900     WRITE WKS-RECORD.
140000     MOVE ZERO TO WS-RCT-PCT.
140100     IF WS-USR-CEILING (WS-USR-IX) > ZERO
140200         COMPUTE WS-RCT-PCT =
140300             WS-USR-BIG-CARD (WS-USR-IX) * 100
140400             / WS-USR-CEILING (WS-USR-IX)
140500     END-IF.
140600     IF WS-RCT-PCT > 999
140700         MOVE 999 TO WS-RCT-PCT
140800     END-IF.
140900     MOVE WS-USR-BIG-CARD (WS-USR-IX)    TO WS-WKU-BIG-CARD.
141000     MOVE WS-RCT-PCT                     TO WS-WKU-PCT.
141100     MOVE WS-USR-USED (WS-USR-IX)        TO WS-WKU-USED.
141200     MOVE WS-USR-IN-RANGE (WS-USR-IX)    TO WS-WKU-IN-RANGE.
141300     MOVE WS-WKS-USE-LINE TO WKS-RECORD.
141400     WRITE WKS-RECORD.
141500     MOVE SPACES TO WS-WKF-DORMANT
141600                    WS-WKF-CEILING
141700                    WS-WKF-RANGE.
141800     IF WS-RUL-FLAGS = SPACES
141900         MOVE "NONE" TO WS-WKF-DORMANT
142000     END-IF.
142100     IF WS-USR-DORMANT (WS-USR-IX)
142200         MOVE "DORMANT - NOTHING SINCE THE CUTOFF"
142300             TO WS-WKF-DORMANT
142400     END-IF.
142500     IF WS-USR-CEILING-HIGH (WS-USR-IX)
142600         MOVE "CEILING FAR ABOVE THE LARGEST CARD"
142700             TO WS-WKF-CEILING
142800     END-IF.
142900     IF WS-USR-RANGE-WIDE (WS-USR-IX)
143000         MOVE "RANGE FAR WIDER THAN THE PROFILES USED"
143100             TO WS-WKF-RANGE
143200     END-IF.
143300     MOVE WS-WKS-FLAG-LINE TO WKS-RECORD.
143400     WRITE WKS-RECORD.
143500     EVALUATE TRUE
143600         WHEN WS-USR-KEEP (WS-USR-IX)
143700             MOVE "KEEP"             TO WS-WKD-DECISION
143800         WHEN WS-USR-REVOKE (WS-USR-IX)
143900             MOVE "REVOKE"           TO WS-WKD-DECISION
144000         WHEN OTHER
144100             MOVE "NOT YET RETURNED" TO WS-WKD-DECISION
144200     END-EVALUATE.
144300     MOVE WS-USR-MANAGER (WS-USR-IX)     TO WS-WKD-MANAGER.
144400     MOVE WS-USR-DEC-DATE (WS-USR-IX)    TO WS-WKD-DATE.
144500     MOVE WS-RUL-OUTCOME                 TO WS-WKD-OUTCOME.
144600     MOVE WS-WKS-DEC-LINE TO WKS-RECORD.
144700     WRITE WKS-RECORD.
144800     MOVE WS-RCT-CYCLE                   TO WS-WKC-CYCLE.
144900     MOVE WS-USR-ID (WS-USR-IX)          TO WS-WKC-USER.
145000     MOVE WS-WKS-CARD-LINE TO WKS-RECORD.
145100     WRITE WKS-RECORD.
145200     MOVE SPACES TO WKS-RECORD.
145300     WRITE WKS-RECORD.
145400     MOVE WS-WKS-SIGN-LINE TO WKS-RECORD.
145500     WRITE WKS-RECORD.
145600 4300-EXIT.
145700     EXIT.
145800*-----------------------------------------------------------*
145900* 5000 - THE NEW MASTER: EVERY USER, THE SUSPENDED ONES WITH *
146000*        NO ACTIONS AND A ZERO CEILING.  EACH SUSPENSION'S   *
146100*        BEFORE AND AFTER IMAGES GO TO RCRTHST AND THE       *
146200*        REPORT.  IF RCRTHST CANNOT BE OPENED NO MASTER IS   *
146300*        WRITTEN - A SUSPENSION MUST NOT GO UNRECORDED.      *
146400*-----------------------------------------------------------*
146500 5000-WRITE-NEW-MASTER.
146600     COMPUTE WS-RCT-SUSPENDED = WS-RCT-REVOKED + WS-RCT-LATE.
146700     IF WS-RCT-SUSPENDED > ZERO
146800         OPEN EXTEND RCHS-FILE
146900         IF WS-RCHS-FILE-STATUS = "35"
147000             OPEN OUTPUT RCHS-FILE
147100         END-IF
147200         IF WS-RCHS-FILE-STATUS NOT = "00"
147300             PERFORM 1490-HISTORY-ERROR
147400                 THRU 1490-EXIT
147500             GO TO 5000-EXIT
147600         END-IF
147700         SET WS-RCHS-OPEN TO TRUE
147800     END-IF.
147900     MOVE SPACES TO RCR-RECORD.
148000     WRITE RCR-RECORD.
148100     IF WS-RCT-SUSPENDED = ZERO
148200         MOVE "NO USERS SUSPENDED" TO RCR-RECORD
148300         WRITE RCR-RECORD
148400     ELSE
148500         MOVE "SUSPENSIONS - BEFORE AND AFTER" TO RCR-RECORD
148600         WRITE RCR-RECORD
148700         MOVE WS-RCR-BA-COLUMN-LINE TO RCR-RECORD
148800         WRITE RCR-RECORD
148900     END-IF.
149000     OPEN OUTPUT NEWU-FILE.
149100     PERFORM 5100-WRITE-USER
149200         THRU 5100-EXIT
149300         VARYING WS-USR-IX FROM 1 BY 1
149400         UNTIL WS-USR-IX > WS-USR-COUNT.
149500     CLOSE NEWU-FILE.
149600     IF WS-RCHS-OPEN
149700         CLOSE RCHS-FILE
149800     END-IF.
149900     IF WS-RCT-SUSPENDED > ZERO
150000         MOVE WS-RCT-SUSPENDED TO WS-RCT-MSG-COUNT
150100         MOVE SPACES TO WS-RCR-MSG-LINE
150200         MOVE "FIB0177W USERS SUSPENDED ON THE NEW MASTER:"
150300             TO WS-RCR-MSG-TEXT
150400         MOVE WS-RCT-MSG-COUNT TO WS-RCR-MSG-NAME
150500         MOVE 4 TO WS-RCT-MSG-RC
150600         PERFORM 8900-WRITE-MESSAGE
150700             THRU 8900-EXIT
150800     END-IF.
150900 5000-EXIT.
151000     EXIT.
151100 5100-WRITE-USER.
151200     IF WS-USR-UNCHANGED (WS-USR-IX)
151300         MOVE WS-USR-REC (WS-USR-IX) TO NEWU-RECORD
151400         WRITE NEWU-RECORD
151500         GO TO 5100-EXIT
151600     END-IF.
151700     MOVE SPACES                      TO RCHS-RECORD.
151800     MOVE WS-RCT-CYCLE                TO RCHS-CYCLE.
151900     MOVE WS-RCT-SYS-DATE             TO RCHS-DATE.
152000     MOVE WS-RCT-SYS-TIME (1:6)       TO RCHS-TIME.
152100     MOVE WS-USR-ID (WS-USR-IX)       TO RCHS-USER-ID.
152200     MOVE WS-USR-OUTCOME (WS-USR-IX)  TO RCHS-REASON.
152300     MOVE WS-USR-MANAGER (WS-USR-IX)  TO RCHS-MANAGER.
152400     MOVE WS-USR-REC (WS-USR-IX)      TO RCHS-BEFORE-IMAGE
152500                                         WS-RCT-IMAGE.
152600     MOVE "BEFORE"                    TO WS-RBA-IMAGE.
152700     IF WS-USR-SUSPEND-REVOKED (WS-USR-IX)
152800         MOVE "REVOKED BY MANAGER" TO WS-RBA-REASON
152900     ELSE
153000         MOVE "NOT RECERTIFIED BY DEADLINE" TO WS-RBA-REASON
153100     END-IF.
153200     MOVE WS-USR-MANAGER (WS-USR-IX)  TO WS-RBA-MANAGER.
153300     PERFORM 5200-WRITE-IMAGE-LINE
153400         THRU 5200-EXIT.
153500     MOVE SPACES TO WS-USR-ACTIONS (WS-USR-IX).
153600     MOVE ZERO   TO WS-USR-MAX-TERMS (WS-USR-IX).
153700     MOVE WS-USR-REC (WS-USR-IX)      TO RCHS-AFTER-IMAGE
153800                                         NEWU-RECORD
153900                                         WS-RCT-IMAGE.
154000     WRITE NEWU-RECORD.
154100     WRITE RCHS-RECORD.
154200     MOVE "AFTER"                     TO WS-RBA-IMAGE.
154300     MOVE SPACES                      TO WS-RBA-REASON
154400                                         WS-RBA-MANAGER.
154500     PERFORM 5200-WRITE-IMAGE-LINE
154600         THRU 5200-EXIT.
154700 5100-EXIT.
154800     EXIT.
154900 5200-WRITE-IMAGE-LINE.
155000     MOVE WS-RIM-ID          TO WS-RBA-USER.
155100     MOVE WS-RIM-ACTIONS     TO WS-RBA-ACTIONS.
155200     MOVE WS-RIM-PROF-LOW    TO WS-RBA-LOW.
155300     MOVE WS-RIM-PROF-HIGH   TO WS-RBA-HIGH.
155400     IF WS-RIM-MAX-TERMS NUMERIC
155500         MOVE WS-RIM-MAX-TERMS   TO WS-RBA-CEILING
155600     ELSE
155700         MOVE WS-RIM-MAX-TERMS-X TO WS-RBA-CEILING-X
155800     END-IF.
155900     MOVE WS-RIM-COST-CENTRE TO WS-RBA-CENTRE.
156000     MOVE WS-RCR-BA-LINE TO RCR-RECORD.
156100     WRITE RCR-RECORD.
156200 5200-EXIT.
156300     EXIT.
156400*-----------------------------------------------------------*
156500* 8100 - FIND WS-USR-KEY ON THE USER TABLE (WS-USR-HIT ZERO  *
156600*        IF IT IS NOT THERE).                                *
156700*-----------------------------------------------------------*
156800 8100-FIND-USER.
156900     MOVE ZERO TO WS-USR-HIT.
157000     IF WS-USR-KEY = SPACES
157100         GO TO 8100-EXIT
157200     END-IF.
157300     PERFORM 8110-MATCH-USER
157400         THRU 8110-EXIT
157500         VARYING WS-USR-IX FROM 1 BY 1
157600         UNTIL WS-USR-IX > WS-USR-COUNT
157700            OR WS-USR-HIT > ZERO.
157800 8100-EXIT.
157900     EXIT.
158000 8110-MATCH-USER.
158100     IF WS-USR-ID (WS-USR-IX) = WS-USR-KEY
158200         MOVE WS-USR-IX TO WS-USR-HIT
158300     END-IF.
158400 8110-EXIT.
158500     EXIT.
158600*-----------------------------------------------------------*
158700* 8200 - MARK PROFILE WS-PRF-KEY AS USED BY USER WS-USR-HIT. *
158800*-----------------------------------------------------------*
158900 8200-MARK-PROFILE.
159000     IF WS-PRF-KEY = SPACES
159100         GO TO 8200-EXIT
159200     END-IF.
159300     PERFORM 8210-MARK-MATCH
159400         THRU 8210-EXIT
159500         VARYING WS-PROF-IX FROM 1 BY 1
159600         UNTIL WS-PROF-IX > WS-PROF-COUNT.
159700 8200-EXIT.
159800     EXIT.
159900 8210-MARK-MATCH.
160000     IF WS-PROF-REC (WS-PROF-IX) (1:8) = WS-PRF-KEY
160100         MOVE "Y" TO WS-USR-PROF-USED (WS-USR-HIT) (WS-PROF-IX:1)
160200     END-IF.
160300 8210-EXIT.
160400     EXIT.
160500 8900-WRITE-MESSAGE.
160600     MOVE WS-RCR-MSG-LINE TO RCR-RECORD.
160700     WRITE RCR-RECORD.
160800     DISPLAY WS-RCR-MSG-LINE.
160900     IF WS-RCT-RC < WS-RCT-MSG-RC
161000         MOVE WS-RCT-MSG-RC TO WS-RCT-RC
161100     END-IF.
161200 8900-EXIT.
161300     EXIT.
161400 9000-END-OF-JOB.
161500     MOVE SPACES TO RCR-RECORD.
161600     WRITE RCR-RECORD.
161700     MOVE WS-USR-COUNT         TO WS-RFT-USERS.
161800     MOVE WS-RCT-ACTIVE        TO WS-RFT-ACTIVE.
161900     MOVE WS-RCT-FLAGGED       TO WS-RFT-FLAGGED.
162000     MOVE WS-RCT-KEPT          TO WS-RFT-KEPT.
162100     MOVE WS-RCT-REVOKED       TO WS-RFT-REVOKED.
162200     MOVE WS-RCT-LATE          TO WS-RFT-LATE.
162300     MOVE WS-RCT-OUTSTANDING   TO WS-RFT-OUTSTANDING.
162400     MOVE WS-RCT-NO-ACCESS     TO WS-RFT-NO-ACCESS.
162500     MOVE WS-RCR-FOOTER-LINE TO RCR-RECORD.
162600     WRITE RCR-RECORD.
162700     MOVE WS-RCT-DONE          TO WS-RFT-DONE.
162800     MOVE WS-RCT-CARDS-READ    TO WS-RFT-CARDS-READ.
162900     MOVE WS-RCT-CARDS-OTHER   TO WS-RFT-CARDS-OTHER.
163000     MOVE WS-RCT-CARDS-IGNORED TO WS-RFT-CARDS-IGNORED.
163100     MOVE WS-RCT-CARDS-USED    TO WS-RFT-CARDS-USED.
163200     MOVE WS-RCR-FOOTER2-LINE TO RCR-RECORD.
163300     WRITE RCR-RECORD.
163400     CLOSE WKS-FILE.
163500     CLOSE RCR-FILE.
163600     MOVE WS-RCT-RC TO RETURN-CODE.
163700 9000-EXIT.
163800     EXIT.
163900*-----------------------------------------------------------*
164000* 9100 - STEP WS-RCT-CAL-DATE BACK ONE CALENDAR DAY.         *
164100*-----------------------------------------------------------*
164200 9100-PREVIOUS-DAY.
164300     IF WS-RCD-DD > 1
164400         SUBTRACT 1 FROM WS-RCD-DD
164500         GO TO 9100-EXIT
164600     END-IF.
164700     IF WS-RCD-MM = 1
164800         MOVE 12 TO WS-RCD-MM
164900         SUBTRACT 1 FROM WS-RCD-YYYY
165000     ELSE
165100         SUBTRACT 1 FROM WS-RCD-MM
165200     END-IF.
165300     PERFORM 9110-SET-MONTH-LENGTHS
165400         THRU 9110-EXIT.
165500     MOVE WS-MONTH-DAYS (WS-RCD-MM) TO WS-RCD-DD.
165600 9100-EXIT.
165700     EXIT.
165800 9110-SET-MONTH-LENGTHS.
165900     MOVE 28 TO WS-MONTH-DAYS (2).
166000     DIVIDE WS-RCD-YYYY BY 4   GIVING WS-LEAP-WORK
166100         REMAINDER WS-LEAP-REM-4.
166200     DIVIDE WS-RCD-YYYY BY 100 GIVING WS-LEAP-WORK
166300         REMAINDER WS-LEAP-REM-100.
166400     DIVIDE WS-RCD-YYYY BY 400 GIVING WS-LEAP-WORK
166500         REMAINDER WS-LEAP-REM-400.
166600     IF WS-LEAP-REM-4 = ZERO
166700        AND (WS-LEAP-REM-100 NOT = ZERO
166800             OR WS-LEAP-REM-400 = ZERO)
166900         MOVE 29 TO WS-MONTH-DAYS (2)
167000     END-IF.
167100 9110-EXIT.
167200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBPTRD.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBPTRD - FIBRUN STEP PERFORMANCE TREND, WEEKLY.  READS    *
000900*           THE PERFORMANCE HISTORY EVERY FIBRUN STEP        *
001000*           APPENDS (PERFHST, FIBPERF.CPY) AND REPORTS ON    *
001100*           THE SEVEN BUSINESS DATES ENDING ON THE WEEK-END  *
001200*           DATE:                                            *
001300*             - ELAPSED TIME OF EACH STEP ON EACH DAY, ITS   *
001400*               AVERAGE FOR THE WEEK AND ITS ROLLING AVERAGE *
001500*               BEFORE THE WEEK, WITH THE CHANGE;            *
001600*             - THE TEN SLOWEST RUNS (BUSINESS DATE AND JOB  *
001700*               ID) OF THE WEEK WITH THEIR SLOWEST STEP;     *
001800*             - FIBSTEP'S TIME PER TERM BY SEQUENCE TYPE,    *
001900*               THIS WEEK AGAINST EVERYTHING BEFORE IT;      *
002000*             - EVERY STEP RUN IN THE WEEK THAT TOOK LONGER  *
002100*               THAN ITS ROLLING AVERAGE (THE LAST N RUNS OF *
002200*               THAT STEP BEFORE IT) BY MORE THAN THE        *
002300*               THRESHOLD - FIB0145W, ALSO ON THE JOB LOG.   *
002400*           PTRDIN CARD (ANY FIELD BLANK = DEFAULT):         *
002500*           COLS 1-3  THRESHOLD PERCENT, DEFAULT 25          *
002600*           COLS 4-5  ROLLING WINDOW, 3-20 RUNS, DEFAULT 10  *
002700*           COLS 6-13 WEEK-END DATE CCYYMMDD, DEFAULT TODAY  *
002800*           A STEP IS NOT JUDGED AGAINST FEWER THAN THREE    *
002900*           EARLIER RUNS.                                    *
003000*           RC 4  = A STEP OVER ITS ROLLING AVERAGE, NO      *
003100*                   HISTORY FOR THE WEEK, OR A TABLE FULL    *
003200*           RC 12 = PTRDIN CARD INVALID - NO REPORT          *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                       *
003500*-----------------------------------------------------------*
003600* DATE       INIT  DESCRIPTION                                *
003700* 2026-10-13  RH   ORIGINAL VERSION.                          *
003710* 2026-10-15  RH   A WEEK WITH NO PERFORMANCE HISTORY NOW     *
003720*                  STOPS AFTER FIB0146W - THE SLOWEST-STEP,   *
003730*                  TYPE AND WARNING SECTIONS ARE SKIPPED.     *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PTRC-FILE ASSIGN TO "PTRDIN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PTRC-FILE-STATUS.
004800     SELECT PERF-FILE ASSIGN TO "PERFHST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PERF-FILE-STATUS.
005100     SELECT PTR-FILE ASSIGN TO "PTRDRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PTRC-FILE
005600     RECORDING MODE IS F.
005700 01  PTRC-CARD.
005800     05  PTRC-THRESHOLD          PIC 9(03).
005900     05  PTRC-THRESHOLD-X REDEFINES PTRC-THRESHOLD
006000                                 PIC X(03).
006100     05  PTRC-WINDOW             PIC 9(02).
006200     05  PTRC-WINDOW-X REDEFINES PTRC-WINDOW
006300                                 PIC X(02).
006400     05  PTRC-WEEK-END           PIC 9(08).
006500     05  PTRC-WEEK-END-X REDEFINES PTRC-WEEK-END
006600                                 PIC X(08).
006700     05  FILLER                  PIC X(67).
006800     COPY FIBPERF.
006900 FD  PTR-FILE
007000     RECORDING MODE IS F.
007100 01  PTR-RECORD                 PIC X(132).
007200 WORKING-STORAGE SECTION.
007300 01  WS-PTRC-FILE-STATUS         PIC X(02)  VALUE "00".
007400 01  WS-PERF-FILE-STATUS         PIC X(02)  VALUE "00".
007500 01  WS-PERF-EOF-SW              PIC X(01)  VALUE "N".
007600     88  WS-PERF-EOF                         VALUE "Y".
007700 01  WS-PTR-ABORT-SW             PIC X(01)  VALUE "N".
007800     88  WS-PTR-ABORTED                      VALUE "Y".
007900 01  WS-PTR-HIT-SW               PIC X(01)  VALUE "N".
008000     88  WS-PTR-HIT                          VALUE "Y".
008100 01  WS-STP-FULL-SW              PIC X(01)  VALUE "N".
008200     88  WS-STP-TABLE-FULL                   VALUE "Y".
008300 01  WS-RUN-FULL-SW              PIC X(01)  VALUE "N".
008400     88  WS-RUN-TABLE-FULL                   VALUE "Y".
008500 01  WS-PTR-RC                   PIC 9(02)  VALUE ZERO.
008600 01  WS-PTR-THRESHOLD            PIC 9(03)  VALUE 25.
008700 01  WS-PTR-WINDOW               PIC 9(02)  VALUE 10.
008800 01  WS-PTR-MIN-RUNS             PIC 9(02)  VALUE 3.
008900 01  WS-PTR-SYS-DATE             PIC 9(08)  VALUE ZERO.
009000 01  WS-PTR-RPT-DATE REDEFINES WS-PTR-SYS-DATE.
009100     05  WS-PTS-YYYY             PIC 9(04).
009200     05  WS-PTS-MM               PIC 9(02).
009300     05  WS-PTS-DD               PIC 9(02).
009400 01  WS-PTR-WEEK-END             PIC 9(08)  VALUE ZERO.
009500 01  WS-PTR-WEEK-END-X REDEFINES WS-PTR-WEEK-END
009600                                 PIC X(08).
009700 01  WS-PTR-WEEK-START           PIC 9(08)  VALUE ZERO.
009800*-----------------------------------------------------------*
009900* THE SEVEN BUSINESS DATES OF THE WEEK, OLDEST FIRST, BUILT  *
010000* BACKWARDS A DAY AT A TIME FROM THE WEEK-END DATE.          *
010100*-----------------------------------------------------------*
010200 01  WS-PTR-CAL-DATE             PIC 9(08)  VALUE ZERO.
010300 01  WS-PTR-CAL-PARTS REDEFINES WS-PTR-CAL-DATE.
010400     05  WS-PTC-YYYY             PIC 9(04).
010500     05  WS-PTC-MM               PIC 9(02).
010600     05  WS-PTC-DD               PIC 9(02).
010700 01  WS-MONTH-DAY-VALUES         PIC X(24)
010800         VALUE "312831303130313130313031".
010900 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
011000     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
011100 01  WS-LEAP-WORK                PIC 9(04)  COMP VALUE ZERO.
011200 01  WS-LEAP-REM-4               PIC 9(04)  COMP VALUE ZERO.
011300 01  WS-LEAP-REM-100             PIC 9(04)  COMP VALUE ZERO.
011400 01  WS-LEAP-REM-400             PIC 9(04)  COMP VALUE ZERO.
011500 01  WS-DAY-IX                   PIC 9(02)  COMP VALUE ZERO.
011600 01  WS-DAY-HIT                  PIC 9(02)  COMP VALUE ZERO.
011700 01  WS-DAY-TABLE.
011800     05  WS-DAY-DATE             PIC 9(08) OCCURS 7 TIMES.
011900*-----------------------------------------------------------*
012000* ONE ENTRY PER STEP NAME, IN THE ORDER THE STEPS FIRST      *
012100* APPEAR ON THE HISTORY (RUN ORDER).  WS-STP-RING HOLDS THE  *
012200* ELAPSED TIMES OF THE STEP'S LAST WS-PTR-WINDOW RUNS, WITH  *
012300* THEIR SUM IN WS-STP-RING-SUM; WS-STP-PRE-SUM/COUNT ARE THE *
012400* RING AS IT STOOD BEFORE THE STEP'S FIRST RUN IN THE WEEK.  *
012500* ALL TIMES ARE HUNDREDTHS OF A SECOND.                      *
012600*-----------------------------------------------------------*
012700 01  WS-STP-MAX                  PIC 9(02)  COMP VALUE 40.
012800 01  WS-STP-COUNT                PIC 9(02)  COMP VALUE ZERO.
012900 01  WS-STP-IX                   PIC 9(02)  COMP VALUE ZERO.
013000 01  WS-STP-HIT                  PIC 9(02)  COMP VALUE ZERO.
013100 01  WS-RING-IX                  PIC 9(02)  COMP VALUE ZERO.
013200 01  WS-STP-TABLE.
013300     05  WS-STP-ENTRY            OCCURS 40 TIMES.
013400         10  WS-STP-NAME         PIC X(08).
013500         10  WS-STP-RING-COUNT   PIC 9(02)  COMP.
013600         10  WS-STP-RING-NEXT    PIC 9(02)  COMP.
013700         10  WS-STP-RING-SUM     PIC 9(09)  COMP.
013800         10  WS-STP-RING         PIC 9(07)  COMP OCCURS 20 TIMES.
013900         10  WS-STP-PRE-SW       PIC X(01).
014000             88  WS-STP-PRE-TAKEN            VALUE "Y".
014100         10  WS-STP-PRE-COUNT    PIC 9(02)  COMP.
014200         10  WS-STP-PRE-SUM      PIC 9(09)  COMP.
014300         10  WS-STP-DAY-RUNS     PIC 9(03)  COMP OCCURS 7 TIMES.
014400         10  WS-STP-DAY-HSEC     PIC 9(09)  COMP OCCURS 7 TIMES.
014500         10  WS-STP-WEEK-RUNS    PIC 9(03)  COMP.
014600         10  WS-STP-WEEK-HSEC    PIC 9(09)  COMP.
014700*-----------------------------------------------------------*
014800* ONE ENTRY PER RUN OF THE WEEK - A BUSINESS DATE AND JOB ID *
014900* (A RESUMED SUBMISSION IS ITS OWN RUN) - WITH ITS TOTAL     *
015000* STEP TIME AND ITS SLOWEST STEP.                            *
015100*-----------------------------------------------------------*
015200 01  WS-RUN-MAX                  PIC 9(03)  COMP VALUE 100.
015300 01  WS-RUN-COUNT                PIC 9(03)  COMP VALUE ZERO.
015400 01  WS-RUN-IX                   PIC 9(03)  COMP VALUE ZERO.
015500 01  WS-RUN-HIT                  PIC 9(03)  COMP VALUE ZERO.
015600 01  WS-RUN-RANK                 PIC 9(03)  COMP VALUE ZERO.
015700 01  WS-RUN-TOP-MAX              PIC 9(03)  COMP VALUE 10.
015800 01  WS-RUN-TABLE.
015900     05  WS-RUN-ENTRY            OCCURS 100 TIMES.
016000         10  WS-RUN-BUS-DATE     PIC 9(08).
016100         10  WS-RUN-JOB-ID       PIC X(08).
016200         10  WS-RUN-STEPS        PIC 9(03)  COMP.
016300         10  WS-RUN-HSEC         PIC 9(09)  COMP.
016400         10  WS-RUN-WORST-RC     PIC 9(04).
016500         10  WS-RUN-TOP-STEP     PIC X(08).
016600         10  WS-RUN-TOP-HSEC     PIC 9(09)  COMP.
016700         10  WS-RUN-LISTED-SW    PIC X(01).
016800             88  WS-RUN-LISTED               VALUE "Y".
016900*-----------------------------------------------------------*
017000* TERMS AND TIME BY SEQUENCE TYPE, IN PERF-TYPE-ENTRY ORDER  *
017100* (1 = FIBONACCI, 2 = LUCAS, 3 = TRIBONACCI), FOR THE WEEK   *
017200* AND FOR ALL HISTORY BEFORE IT.                             *
017300*-----------------------------------------------------------*
017400 01  WS-TYP-IX                   PIC 9(01)  COMP VALUE ZERO.
017500 01  WS-TYP-NAME-VALUES.
017600     05  FILLER                  PIC X(10)  VALUE "FIBONACCI ".
017700     05  FILLER                  PIC X(10)  VALUE "LUCAS     ".
017800     05  FILLER                  PIC X(10)  VALUE "TRIBONACCI".
017900 01  WS-TYP-NAME-TABLE REDEFINES WS-TYP-NAME-VALUES.
018000     05  WS-TYP-NAME             PIC X(10) OCCURS 3 TIMES.
018100 01  WS-TYP-TABLE.
018200     05  WS-TYP-ENTRY            OCCURS 3 TIMES.
018300         10  WS-TYP-WEEK-TERMS   PIC 9(09)  COMP.
018400         10  WS-TYP-WEEK-HSEC    PIC 9(09)  COMP.
018500         10  WS-TYP-PRE-TERMS    PIC 9(09)  COMP.
018600         10  WS-TYP-PRE-HSEC     PIC 9(09)  COMP.
018700*-----------------------------------------------------------*
018800* WARNING LINES ARE KEPT FOR THE LAST SECTION OF THE REPORT. *
018900*-----------------------------------------------------------*
019000 01  WS-WRN-MAX                  PIC 9(02)  COMP VALUE 50.
019100 01  WS-WRN-COUNT                PIC 9(05)  COMP VALUE ZERO.
019200 01  WS-WRN-IX                   PIC 9(02)  COMP VALUE ZERO.
019300 01  WS-WRN-TABLE.
019400     05  WS-WRN-LINE             PIC X(132) OCCURS 50 TIMES.
019500 01  WS-PTR-READ                 PIC 9(07)  COMP VALUE ZERO.
019600 01  WS-PTR-BYPASSED             PIC 9(07)  COMP VALUE ZERO.
019700 01  WS-PTR-WEEK-RECS            PIC 9(07)  COMP VALUE ZERO.
019800 01  WS-PTR-LHS                  PIC 9(15)  COMP VALUE ZERO.
019900 01  WS-PTR-RHS                  PIC 9(15)  COMP VALUE ZERO.
020000 01  WS-PTR-PCT                  PIC S9(07) COMP VALUE ZERO.
020100 01  WS-PTR-SECS                 PIC 9(07)V99 VALUE ZERO.
020200 01  WS-PTR-MS-TERM              PIC 9(07)V999 VALUE ZERO.
020300 01  WS-PTR-PRE-MS-TERM          PIC 9(07)V999 VALUE ZERO.
020400 01  WS-PTR-TITLE-LINE.
020500     05  FILLER                  PIC X(51) VALUE SPACES.
020600     05  FILLER                  PIC X(30)
020700             VALUE "FIBRUN STEP PERFORMANCE TREND".
020800     05  FILLER                  PIC X(51) VALUE SPACES.
020900 01  WS-PTR-DATE-LINE.
021000     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
021100     05  WS-PTR-RPT-MM           PIC 99.
021200     05  FILLER                  PIC X(01) VALUE "/".
021300     05  WS-PTR-RPT-DD           PIC 99.
021400     05  FILLER                  PIC X(01) VALUE "/".
021500     05  WS-PTR-RPT-YYYY         PIC 9(04).
021600     05  FILLER                  PIC X(08) VALUE "  WEEK: ".
021700     05  WS-PTR-RPT-START        PIC 9(08).
021800     05  FILLER                  PIC X(04) VALUE " TO ".
021900     05  WS-PTR-RPT-END          PIC X(08).
022000     05  FILLER                  PIC X(13) VALUE "  THRESHOLD: ".
022100     05  WS-PTR-RPT-THRESHOLD    PIC ZZ9.
022200     05  FILLER                  PIC X(19)
022300             VALUE "%  ROLLING WINDOW: ".
022400     05  WS-PTR-RPT-WINDOW       PIC Z9.
022500     05  FILLER                  PIC X(05) VALUE " RUNS".
022600     05  FILLER                  PIC X(42) VALUE SPACES.
022700*-----------------------------------------------------------*
022800* SECTION 1 - ELAPSED SECONDS BY STEP AND DAY.               *
022900*-----------------------------------------------------------*
023000 01  WS-PSH-COLUMN-LINE.
023100     05  FILLER                  PIC X(08) VALUE "STEP".
023200     05  WS-PSH-DAY              OCCURS 7 TIMES.
023300         10  FILLER              PIC X(06).
023400         10  WS-PSH-MM           PIC 99.
023500         10  WS-PSH-SLASH        PIC X(01).
023600         10  WS-PSH-DD           PIC 99.
023700     05  FILLER                  PIC X(11) VALUE "   WEEK AVG".
023800     05  FILLER                  PIC X(11) VALUE "  PRIOR AVG".
023900     05  FILLER                  PIC X(05) VALUE " RUNS".
024000     05  FILLER                  PIC X(09) VALUE "   CHANGE".
024100     05  FILLER                  PIC X(11) VALUE SPACES.
024200 01  WS-PSD-DETAIL-LINE.
024300     05  WS-PSD-STEP             PIC X(08).
024400     05  WS-PSD-DAY-AREA         OCCURS 7 TIMES.
024500         10  FILLER              PIC X(02).
024600         10  WS-PSD-DAY          PIC ZZZZZ9.99.
024700         10  WS-PSD-DAY-X REDEFINES WS-PSD-DAY
024800                                 PIC X(09).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  WS-PSD-WEEK-AVG         PIC ZZZZZ9.99.
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  WS-PSD-PRE-AVG          PIC ZZZZZ9.99.
025300     05  WS-PSD-PRE-AVG-X REDEFINES WS-PSD-PRE-AVG
025400                                 PIC X(09).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  WS-PSD-RUNS             PIC ZZ9.
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  WS-PSD-CHANGE           PIC +++++9.
025900     05  WS-PSD-CHANGE-X REDEFINES WS-PSD-CHANGE
026000                                 PIC X(06).
026100     05  WS-PSD-PCT-SIGN         PIC X(01).
026200     05  FILLER                  PIC X(11) VALUE SPACES.
026300*-----------------------------------------------------------*
026400* SECTION 2 - SLOWEST RUNS OF THE WEEK.                      *
026500*-----------------------------------------------------------*
026600 01  WS-PRH-COLUMN-LINE.
026700     05  FILLER                  PIC X(06) VALUE "RANK".
026800     05  FILLER                  PIC X(10) VALUE "BUS DATE".
026900     05  FILLER                  PIC X(10) VALUE "JOB ID".
027000     05  FILLER                  PIC X(07) VALUE "  STEPS".
027100     05  FILLER                  PIC X(11) VALUE "    ELAPSED".
027200     05  FILLER                  PIC X(07) VALUE "  WORST".
027300     05  FILLER                  PIC X(16) VALUE "  SLOWEST STEP".
027400     05  FILLER                  PIC X(09) VALUE "  ELAPSED".
027500     05  FILLER                  PIC X(56) VALUE SPACES.
027600 01  WS-PRD-DETAIL-LINE.
027700     05  WS-PRD-RANK             PIC Z9.
027800     05  FILLER                  PIC X(04) VALUE SPACES.
027900     05  WS-PRD-BUS-DATE         PIC 9(08).
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  WS-PRD-JOB-ID           PIC X(08).
028200     05  FILLER                  PIC X(06) VALUE SPACES.
028300     05  WS-PRD-STEPS            PIC ZZ9.
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  WS-PRD-HSEC             PIC ZZZZZ9.99.
028600     05  FILLER                  PIC X(03) VALUE SPACES.
028700     05  WS-PRD-WORST-RC         PIC ZZZ9.
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  WS-PRD-TOP-STEP         PIC X(08).
029000     05  FILLER                  PIC X(06) VALUE SPACES.
029100     05  WS-PRD-TOP-HSEC         PIC ZZZZZ9.99.
029200     05  FILLER                  PIC X(56) VALUE SPACES.
029300*-----------------------------------------------------------*
029400* SECTION 3 - TIME PER TERM BY SEQUENCE TYPE.                *
029500*-----------------------------------------------------------*
029600 01  WS-PTH-COLUMN-LINE.
029700     05  FILLER                  PIC X(10) VALUE "TYPE".
029800     05  FILLER                  PIC X(12) VALUE "  WEEK TERMS".
029900     05  FILLER                  PIC X(11) VALUE "   WEEK SEC".
030000     05  FILLER                  PIC X(13) VALUE "   MS/TERM".
030100     05  FILLER                  PIC X(12) VALUE " PRIOR TERMS".
030200     05  FILLER                  PIC X(13) VALUE "   PRIOR MS/T".
030300     05  FILLER                  PIC X(09) VALUE "   CHANGE".
030400     05  FILLER                  PIC X(52) VALUE SPACES.
030500 01  WS-PTD-DETAIL-LINE.
030600     05  WS-PTD-TYPE             PIC X(10).
030700     05  FILLER                  PIC X(03) VALUE SPACES.
030800     05  WS-PTD-WEEK-TERMS       PIC ZZZZZZZZ9.
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  WS-PTD-WEEK-SECS        PIC ZZZZZ9.99.
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  WS-PTD-WEEK-MS          PIC ZZZZZZ9.999.
031300     05  WS-PTD-WEEK-MS-X REDEFINES WS-PTD-WEEK-MS
031400                                 PIC X(11).
031500     05  FILLER                  PIC X(03) VALUE SPACES.
031600     05  WS-PTD-PRE-TERMS        PIC ZZZZZZZZ9.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  WS-PTD-PRE-MS           PIC ZZZZZZ9.999.
031900     05  WS-PTD-PRE-MS-X REDEFINES WS-PTD-PRE-MS
032000                                 PIC X(11).
032100     05  FILLER                  PIC X(03) VALUE SPACES.
032200     05  WS-PTD-CHANGE           PIC +++++9.
032300     05  WS-PTD-CHANGE-X REDEFINES WS-PTD-CHANGE
032400                                 PIC X(06).
032500     05  WS-PTD-PCT-SIGN         PIC X(01).
032600     05  FILLER                  PIC X(51) VALUE SPACES.
032700*-----------------------------------------------------------*
032800* SECTION 4 - STEP RUNS OVER THEIR ROLLING AVERAGE.          *
032900*-----------------------------------------------------------*
033000 01  WS-PWH-HEADING-LINE.
033100     05  FILLER                  PIC X(37)
033200             VALUE "STEP RUNS OVER THEIR ROLLING AVERAGE ".
033300     05  FILLER                  PIC X(13) VALUE "BY MORE THAN ".
033400     05  WS-PWH-THRESHOLD        PIC ZZ9.
033500     05  FILLER                  PIC X(01) VALUE "%".
033600     05  FILLER                  PIC X(78) VALUE SPACES.
033700 01  WS-PWL-WARN-LINE.
033800     05  FILLER                  PIC X(09) VALUE "FIB0145W ".
033900     05  WS-PWL-STEP             PIC X(08).
034000     05  FILLER                  PIC X(01) VALUE SPACE.
034100     05  WS-PWL-BUS-DATE         PIC 9(08).
034200     05  FILLER                  PIC X(01) VALUE SPACE.
034300     05  WS-PWL-JOB-ID           PIC X(08).
034400     05  FILLER                  PIC X(09) VALUE " ELAPSED ".
034500     05  WS-PWL-SECS             PIC ZZZZZ9.99.
034600     05  FILLER                  PIC X(18)
034700             VALUE " SEC, ROLLING AVG ".
034800     05  WS-PWL-AVG              PIC ZZZZZ9.99.
034900     05  FILLER                  PIC X(06) VALUE " SEC (".
035000     05  WS-PWL-RUNS             PIC Z9.
035100     05  FILLER                  PIC X(09) VALUE " RUNS) - ".
035200     05  WS-PWL-PCT              PIC ZZZZ9.
035300     05  FILLER                  PIC X(06) VALUE "% OVER".
035400     05  FILLER                  PIC X(24) VALUE SPACES.
035500 01  WS-PTR-FOOTER-LINE.
035600     05  FILLER                  PIC X(14) VALUE "RECORDS READ: ".
035700     05  WS-FTR-READ             PIC ZZZZZZ9.
035800     05  FILLER                  PIC X(11) VALUE "  IN WEEK: ".
035900     05  WS-FTR-WEEK             PIC ZZZZZZ9.
036000     05  FILLER                  PIC X(12) VALUE "  BYPASSED: ".
036100     05  WS-FTR-BYPASSED         PIC ZZZZZZ9.
036200     05  FILLER                  PIC X(12) VALUE "  WARNINGS: ".
036300     05  WS-FTR-WARNINGS         PIC ZZZZZZ9.
036400     05  FILLER                  PIC X(55) VALUE SPACES.
036500 01  WS-PTR-MSG-LINE.
036600     05  WS-PTR-MSG-TEXT         PIC X(40).
036700     05  WS-PTR-MSG-NAME         PIC X(08).
036800     05  WS-PTR-MSG-TEXT2        PIC X(84).
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE
037200         THRU 1000-EXIT.
037300     IF NOT WS-PTR-ABORTED
037400         PERFORM 2000-READ-HISTORY
037500             THRU 2000-EXIT
037600     END-IF.
037700     IF NOT WS-PTR-ABORTED
037800         PERFORM 3000-REPORT-STEPS
037900             THRU 3000-EXIT
037950     END-IF.
038000     IF NOT WS-PTR-ABORTED
038100         PERFORM 4000-REPORT-SLOWEST
038200             THRU 4000-EXIT
038300         PERFORM 5000-REPORT-TYPES
038400             THRU 5000-EXIT
038450         PERFORM 6000-REPORT-WARNINGS
038500             THRU 6000-EXIT
038600     END-IF.
038700     PERFORM 9000-END-OF-JOB
038800         THRU 9000-EXIT.
038900     GOBACK.
039000*-----------------------------------------------------------*
039100* 1000 - EDIT THE PTRDIN CARD AND BUILD THE SEVEN DATES OF   *
039200*        THE WEEK.  NO CARD, OR A BLANK FIELD, TAKES THE     *
039300*        DEFAULT.                                            *
039400*-----------------------------------------------------------*
039500 1000-INITIALIZE.
039600     ACCEPT WS-PTR-SYS-DATE FROM DATE YYYYMMDD.
039700     MOVE WS-PTS-MM        TO WS-PTR-RPT-MM.
039800     MOVE WS-PTS-DD        TO WS-PTR-RPT-DD.
039900     MOVE WS-PTS-YYYY      TO WS-PTR-RPT-YYYY.
040000     MOVE WS-PTR-SYS-DATE  TO WS-PTR-WEEK-END.
040100     INITIALIZE WS-STP-TABLE
040200                WS-RUN-TABLE
040300                WS-TYP-TABLE.
040400     OPEN OUTPUT PTR-FILE.
040500     MOVE WS-PTR-TITLE-LINE TO PTR-RECORD.
040600     WRITE PTR-RECORD.
040700     OPEN INPUT PTRC-FILE.
040800     IF WS-PTRC-FILE-STATUS = "00"
040900         READ PTRC-FILE
041000             AT END
041100                 MOVE SPACES TO PTRC-CARD
041200         END-READ
041300         CLOSE PTRC-FILE
041400         PERFORM 1050-EDIT-CARD
041500             THRU 1050-EXIT
041600     END-IF.
041700     IF WS-PTR-ABORTED
041800         MOVE "FIB0147E PTRDIN CARD INVALID - NO REPORT"
041900             TO PTR-RECORD
042000         MOVE " PRODUCED" TO PTR-RECORD (41:9)
042100         WRITE PTR-RECORD
042200         MOVE 12 TO WS-PTR-RC
042300         GO TO 1000-EXIT
042400     END-IF.
042500     MOVE WS-PTR-WEEK-END TO WS-DAY-DATE (7)
042600                             WS-PTR-CAL-DATE.
042700     MOVE SPACES    TO WS-PSH-DAY (7).
042800     MOVE WS-PTC-MM TO WS-PSH-MM (7).
042900     MOVE "/"       TO WS-PSH-SLASH (7).
043000     MOVE WS-PTC-DD TO WS-PSH-DD (7).
043100     PERFORM 1100-BUILD-WEEK-DAY
043200         THRU 1100-EXIT
043300         VARYING WS-DAY-IX FROM 6 BY -1
043400         UNTIL WS-DAY-IX < 1.
043500     MOVE WS-DAY-DATE (1)  TO WS-PTR-WEEK-START.
043600     MOVE WS-PTR-WEEK-START TO WS-PTR-RPT-START.
043700     MOVE WS-PTR-WEEK-END-X TO WS-PTR-RPT-END.
043800     MOVE WS-PTR-THRESHOLD TO WS-PTR-RPT-THRESHOLD.
043900     MOVE WS-PTR-WINDOW    TO WS-PTR-RPT-WINDOW.
044000     MOVE WS-PTR-DATE-LINE TO PTR-RECORD.
044100     WRITE PTR-RECORD.
044200 1000-EXIT.
044300     EXIT.
044400 1050-EDIT-CARD.
044500     IF PTRC-THRESHOLD-X NOT = SPACES
044600         IF PTRC-THRESHOLD NOT NUMERIC
044700            OR PTRC-THRESHOLD = ZERO
044800             SET WS-PTR-ABORTED TO TRUE
044900             GO TO 1050-EXIT
045000         END-IF
045100         MOVE PTRC-THRESHOLD TO WS-PTR-THRESHOLD
045200     END-IF.
045300     IF PTRC-WINDOW-X NOT = SPACES
045400         IF PTRC-WINDOW NOT NUMERIC
045500            OR PTRC-WINDOW < WS-PTR-MIN-RUNS
045600            OR PTRC-WINDOW > 20
045700             SET WS-PTR-ABORTED TO TRUE
045800             GO TO 1050-EXIT
045900         END-IF
046000         MOVE PTRC-WINDOW TO WS-PTR-WINDOW
046100     END-IF.
046200     IF PTRC-WEEK-END-X NOT = SPACES
046300         IF PTRC-WEEK-END NOT NUMERIC
046400             SET WS-PTR-ABORTED TO TRUE
046500             GO TO 1050-EXIT
046600         END-IF
046700         MOVE PTRC-WEEK-END TO WS-PTR-CAL-DATE
046800         IF WS-PTC-MM < 1
046900            OR WS-PTC-MM > 12
047000             SET WS-PTR-ABORTED TO TRUE
047100             GO TO 1050-EXIT
047200         END-IF
047300         PERFORM 1160-SET-MONTH-LENGTHS
047400             THRU 1160-EXIT
047500         IF WS-PTC-DD < 1
047600            OR WS-PTC-DD > WS-MONTH-DAYS (WS-PTC-MM)
047700             SET WS-PTR-ABORTED TO TRUE
047800             GO TO 1050-EXIT
047900         END-IF
048000         MOVE PTRC-WEEK-END TO WS-PTR-WEEK-END
048100     END-IF.
048200 1050-EXIT.
048300     EXIT.
048400 1100-BUILD-WEEK-DAY.
048500     MOVE WS-DAY-DATE (WS-DAY-IX + 1) TO WS-PTR-CAL-DATE.
048600     PERFORM 1150-PREVIOUS-DAY
048700         THRU 1150-EXIT.
048800     MOVE WS-PTR-CAL-DATE TO WS-DAY-DATE (WS-DAY-IX).
048900     MOVE SPACES    TO WS-PSH-DAY (WS-DAY-IX).
049000     MOVE WS-PTC-MM TO WS-PSH-MM (WS-DAY-IX).
049100     MOVE "/"       TO WS-PSH-SLASH (WS-DAY-IX).
049200     MOVE WS-PTC-DD TO WS-PSH-DD (WS-DAY-IX).
049300 1100-EXIT.
049400     EXIT.
049500 1150-PREVIOUS-DAY.
049600     IF WS-PTC-DD > 1
049700         SUBTRACT 1 FROM WS-PTC-DD
049800         GO TO 1150-EXIT
049900     END-IF.
050000     IF WS-PTC-MM = 1
050100         MOVE 12 TO WS-PTC-MM
050200         SUBTRACT 1 FROM WS-PTC-YYYY
050300     ELSE
050400         SUBTRACT 1 FROM WS-PTC-MM
050500     END-IF.
050600     PERFORM 1160-SET-MONTH-LENGTHS
050700         THRU 1160-EXIT.
050800     MOVE WS-MONTH-DAYS (WS-PTC-MM) TO WS-PTC-DD.
050900 1150-EXIT.
051000     EXIT.
051100 1160-SET-MONTH-LENGTHS.
051200     MOVE 28 TO WS-MONTH-DAYS (2).
051300     DIVIDE WS-PTC-YYYY BY 4   GIVING WS-LEAP-WORK
051400         REMAINDER WS-LEAP-REM-4.
051500     DIVIDE WS-PTC-YYYY BY 100 GIVING WS-LEAP-WORK
051600         REMAINDER WS-LEAP-REM-100.
051700     DIVIDE WS-PTC-YYYY BY 400 GIVING WS-LEAP-WORK
051800         REMAINDER WS-LEAP-REM-400.
051900     IF WS-LEAP-REM-4 = ZERO
052000        AND (WS-LEAP-REM-100 NOT = ZERO
052100             OR WS-LEAP-REM-400 = ZERO)
052200         MOVE 29 TO WS-MONTH-DAYS (2)
052300     END-IF.
052400 1160-EXIT.
052500     EXIT.
052600*-----------------------------------------------------------*
052700* 2000 - ONE PASS OF THE HISTORY, WHICH IS IN THE ORDER THE  *
052800*        STEPS RAN.  A RECORD BEFORE THE WEEK ONLY FEEDS ITS *
052900*        STEP'S ROLLING WINDOW AND THE PRIOR TYPE FIGURES; A *
053000*        RECORD IN THE WEEK IS FIRST JUDGED AGAINST THE      *
053100*        WINDOW AS IT STANDS, THEN JOINS IT.  RECORDS AFTER  *
053200*        THE WEEK ARE IGNORED.                               *
053300*-----------------------------------------------------------*
053400 2000-READ-HISTORY.
053500     OPEN INPUT PERF-FILE.
053600     IF WS-PERF-FILE-STATUS NOT = "00"
053700         MOVE SPACES TO PTR-RECORD
053800         WRITE PTR-RECORD
053900         MOVE "FIB0146W PERFORMANCE HISTORY NOT AVAILABLE"
054000             TO PTR-RECORD
054100         MOVE " - STATUS " TO PTR-RECORD (43:10)
054200         MOVE WS-PERF-FILE-STATUS TO PTR-RECORD (53:2)
054300         WRITE PTR-RECORD
054400         MOVE 4 TO WS-PTR-RC
054500         GO TO 2000-EXIT
054600     END-IF.
054700     PERFORM 2100-READ-PERF
054800         THRU 2100-EXIT
054900         UNTIL WS-PERF-EOF.
055000     CLOSE PERF-FILE.
055100 2000-EXIT.
055200     EXIT.
055300 2100-READ-PERF.
055400     READ PERF-FILE
055500         AT END
055600             SET WS-PERF-EOF TO TRUE
055700             GO TO 2100-EXIT
055800     END-READ.
055900     ADD 1 TO WS-PTR-READ.
056000     IF PERF-BUS-DATE NOT NUMERIC
056100        OR PERF-ELAPSED NOT NUMERIC
056200        OR PERF-RC NOT NUMERIC
056300        OR PERF-STEP-NAME = SPACES
056400         ADD 1 TO WS-PTR-BYPASSED
056500         GO TO 2100-EXIT
056600     END-IF.
056700     IF PERF-BUS-DATE > WS-PTR-WEEK-END
056800         GO TO 2100-EXIT
056900     END-IF.
057000     PERFORM 2200-FIND-STEP
057100         THRU 2200-EXIT.
057200     IF NOT WS-PTR-HIT
057300         GO TO 2100-EXIT
057400     END-IF.
057500     IF PERF-BUS-DATE < WS-PTR-WEEK-START
057600         PERFORM 2300-ADD-TYPE-FIGURES
057700             THRU 2300-EXIT
057800             VARYING WS-TYP-IX FROM 1 BY 1
057900             UNTIL WS-TYP-IX > 3
058000     ELSE
058100         PERFORM 2400-ADD-WEEK-RUN
058200             THRU 2400-EXIT
058300     END-IF.
058400     PERFORM 2500-PUSH-RING
058500         THRU 2500-EXIT.
058600 2100-EXIT.
058700     EXIT.
058800 2200-FIND-STEP.
058900     MOVE "N" TO WS-PTR-HIT-SW.
059000     PERFORM 2250-MATCH-STEP
059100         THRU 2250-EXIT
059200         VARYING WS-STP-IX FROM 1 BY 1
059300         UNTIL WS-STP-IX > WS-STP-COUNT
059400            OR WS-PTR-HIT.
059500     IF WS-PTR-HIT
059600         GO TO 2200-EXIT
059700     END-IF.
059800     IF WS-STP-COUNT NOT < WS-STP-MAX
059900         IF NOT WS-STP-TABLE-FULL
060000             MOVE SPACES TO WS-PTR-MSG-LINE
060100             MOVE "FIB0148W STEP TABLE FULL - STEP"
060200                 TO WS-PTR-MSG-TEXT
060300             MOVE PERF-STEP-NAME TO WS-PTR-MSG-NAME
060400             MOVE " AND LATER NEW STEPS NOT REPORTED"
060500                 TO WS-PTR-MSG-TEXT2
060600             MOVE WS-PTR-MSG-LINE TO PTR-RECORD
060700             WRITE PTR-RECORD
060800             SET WS-STP-TABLE-FULL TO TRUE
060900             IF WS-PTR-RC < 4
061000                 MOVE 4 TO WS-PTR-RC
061100             END-IF
061200         END-IF
061300         GO TO 2200-EXIT
061400     END-IF.
061500     ADD 1 TO WS-STP-COUNT.
061600     MOVE WS-STP-COUNT   TO WS-STP-HIT.
061700     MOVE PERF-STEP-NAME TO WS-STP-NAME (WS-STP-HIT).
061800     MOVE 1              TO WS-STP-RING-NEXT (WS-STP-HIT).
061900     MOVE "N"            TO WS-STP-PRE-SW (WS-STP-HIT).
062000     SET WS-PTR-HIT TO TRUE.
062100 2200-EXIT.
062200     EXIT.
062300 2250-MATCH-STEP.
062400     IF WS-STP-NAME (WS-STP-IX) = PERF-STEP-NAME
062500         SET WS-PTR-HIT TO TRUE
062600         MOVE WS-STP-IX TO WS-STP-HIT
062700     END-IF.
062800 2250-EXIT.
062900     EXIT.
063000 2300-ADD-TYPE-FIGURES.
063100     IF PERF-TYPE-TERMS (WS-TYP-IX) NOT NUMERIC
063200        OR PERF-TYPE-ELAPSED (WS-TYP-IX) NOT NUMERIC
063300         GO TO 2300-EXIT
063400     END-IF.
063500     IF PERF-BUS-DATE < WS-PTR-WEEK-START
063600         ADD PERF-TYPE-TERMS (WS-TYP-IX)
063700             TO WS-TYP-PRE-TERMS (WS-TYP-IX)
063800         ADD PERF-TYPE-ELAPSED (WS-TYP-IX)
063900             TO WS-TYP-PRE-HSEC (WS-TYP-IX)
064000     ELSE
064100         ADD PERF-TYPE-TERMS (WS-TYP-IX)
064200             TO WS-TYP-WEEK-TERMS (WS-TYP-IX)
064300         ADD PERF-TYPE-ELAPSED (WS-TYP-IX)
064400             TO WS-TYP-WEEK-HSEC (WS-TYP-IX)
064500     END-IF.
064600 2300-EXIT.
064700     EXIT.
064800 2400-ADD-WEEK-RUN.
064900     ADD 1 TO WS-PTR-WEEK-RECS.
065000     IF NOT WS-STP-PRE-TAKEN (WS-STP-HIT)
065100         MOVE WS-STP-RING-COUNT (WS-STP-HIT)
065200             TO WS-STP-PRE-COUNT (WS-STP-HIT)
065300         MOVE WS-STP-RING-SUM (WS-STP-HIT)
065400             TO WS-STP-PRE-SUM (WS-STP-HIT)
065500         SET WS-STP-PRE-TAKEN (WS-STP-HIT) TO TRUE
065600     END-IF.
065700     IF WS-STP-RING-COUNT (WS-STP-HIT) NOT < WS-PTR-MIN-RUNS
065800        AND WS-STP-RING-SUM (WS-STP-HIT) > ZERO
065900         PERFORM 2450-CHECK-THRESHOLD
066000             THRU 2450-EXIT
066100     END-IF.
066200     MOVE ZERO TO WS-DAY-HIT.
066300     PERFORM 2420-MATCH-DAY
066400         THRU 2420-EXIT
066500         VARYING WS-DAY-IX FROM 1 BY 1
066600         UNTIL WS-DAY-IX > 7
066700            OR WS-DAY-HIT > ZERO.
066800     IF WS-DAY-HIT > ZERO
066900         ADD 1 TO WS-STP-DAY-RUNS (WS-STP-HIT, WS-DAY-HIT)
067000         ADD PERF-ELAPSED
067100             TO WS-STP-DAY-HSEC (WS-STP-HIT, WS-DAY-HIT)
067200     END-IF.
067300     ADD 1 TO WS-STP-WEEK-RUNS (WS-STP-HIT).
067400     ADD PERF-ELAPSED TO WS-STP-WEEK-HSEC (WS-STP-HIT).
067500     PERFORM 2300-ADD-TYPE-FIGURES
067600         THRU 2300-EXIT
067700         VARYING WS-TYP-IX FROM 1 BY 1
067800         UNTIL WS-TYP-IX > 3.
067900     PERFORM 2600-ADD-RUN-TOTAL
068000         THRU 2600-EXIT.
068100 2400-EXIT.
068200     EXIT.
068300 2420-MATCH-DAY.
068400     IF WS-DAY-DATE (WS-DAY-IX) = PERF-BUS-DATE
068500         MOVE WS-DAY-IX TO WS-DAY-HIT
068600     END-IF.
068700 2420-EXIT.
068800     EXIT.
068900*-----------------------------------------------------------*
069000* 2450 - OVER THE THRESHOLD WHEN ELAPSED IS MORE THAN THE    *
069100*        AVERAGE (SUM / COUNT) TIMES (100 + PCT) / 100.  BOTH*
069200*        SIDES ARE MULTIPLIED OUT SO NO DIVISION IS NEEDED.  *
069300*-----------------------------------------------------------*
069400 2450-CHECK-THRESHOLD.
069500     COMPUTE WS-PTR-LHS = PERF-ELAPSED * 100
069600                        * WS-STP-RING-COUNT (WS-STP-HIT).
069700     COMPUTE WS-PTR-RHS = WS-STP-RING-SUM (WS-STP-HIT)
069800                        * (100 + WS-PTR-THRESHOLD).
069900     IF WS-PTR-LHS NOT > WS-PTR-RHS
070000         GO TO 2450-EXIT
070100     END-IF.
070200     ADD 1 TO WS-WRN-COUNT.
070300     IF WS-PTR-RC < 4
070400         MOVE 4 TO WS-PTR-RC
070500     END-IF.
070600     MOVE PERF-STEP-NAME TO WS-PWL-STEP.
070700     MOVE PERF-BUS-DATE  TO WS-PWL-BUS-DATE.
070800     MOVE PERF-JOB-ID    TO WS-PWL-JOB-ID.
070900     COMPUTE WS-PTR-SECS = PERF-ELAPSED / 100.
071000     MOVE WS-PTR-SECS    TO WS-PWL-SECS.
071100     COMPUTE WS-PTR-SECS ROUNDED =
071200         WS-STP-RING-SUM (WS-STP-HIT)
071300         / (WS-STP-RING-COUNT (WS-STP-HIT) * 100).
071400     MOVE WS-PTR-SECS    TO WS-PWL-AVG.
071500     MOVE WS-STP-RING-COUNT (WS-STP-HIT) TO WS-PWL-RUNS.
071600     COMPUTE WS-PTR-PCT =
071700         ((PERF-ELAPSED * WS-STP-RING-COUNT (WS-STP-HIT))
071800          - WS-STP-RING-SUM (WS-STP-HIT)) * 100
071900         / WS-STP-RING-SUM (WS-STP-HIT).
072000     MOVE WS-PTR-PCT     TO WS-PWL-PCT.
072100     DISPLAY WS-PWL-WARN-LINE.
072200     IF WS-WRN-COUNT NOT > WS-WRN-MAX
072300         MOVE WS-WRN-COUNT     TO WS-WRN-IX
072400         MOVE WS-PWL-WARN-LINE TO WS-WRN-LINE (WS-WRN-IX)
072500     END-IF.
072600 2450-EXIT.
072700     EXIT.
072800*-----------------------------------------------------------*
072900* 2500 - THE RUN JOINS ITS STEP'S WINDOW, PUSHING OUT THE    *
073000*        OLDEST RUN ONCE THE WINDOW IS FULL.                 *
073100*-----------------------------------------------------------*
073200 2500-PUSH-RING.
073300     MOVE WS-STP-RING-NEXT (WS-STP-HIT) TO WS-RING-IX.
073400     IF WS-STP-RING-COUNT (WS-STP-HIT) < WS-PTR-WINDOW
073500         ADD 1 TO WS-STP-RING-COUNT (WS-STP-HIT)
073600     ELSE
073700         SUBTRACT WS-STP-RING (WS-STP-HIT, WS-RING-IX)
073800             FROM WS-STP-RING-SUM (WS-STP-HIT)
073900     END-IF.
074000     MOVE PERF-ELAPSED TO WS-STP-RING (WS-STP-HIT, WS-RING-IX).
074100     ADD PERF-ELAPSED  TO WS-STP-RING-SUM (WS-STP-HIT).
074200     ADD 1 TO WS-RING-IX.
074300     IF WS-RING-IX > WS-PTR-WINDOW
074400         MOVE 1 TO WS-RING-IX
074500     END-IF.
074600     MOVE WS-RING-IX TO WS-STP-RING-NEXT (WS-STP-HIT).
074700 2500-EXIT.
074800     EXIT.
074900 2600-ADD-RUN-TOTAL.
075000     MOVE "N" TO WS-PTR-HIT-SW.
075100     PERFORM 2650-MATCH-RUN
075200         THRU 2650-EXIT
075300         VARYING WS-RUN-IX FROM 1 BY 1
075400         UNTIL WS-RUN-IX > WS-RUN-COUNT
075500            OR WS-PTR-HIT.
075600     IF NOT WS-PTR-HIT
075700         IF WS-RUN-COUNT NOT < WS-RUN-MAX
075800             IF NOT WS-RUN-TABLE-FULL
075900                 MOVE SPACES TO WS-PTR-MSG-LINE
076000                 MOVE "FIB0148W RUN TABLE FULL - RUN"
076100                     TO WS-PTR-MSG-TEXT
076200                 MOVE PERF-JOB-ID TO WS-PTR-MSG-NAME
076300                 MOVE " AND LATER RUNS NOT RANKED"
076400                     TO WS-PTR-MSG-TEXT2
076500                 MOVE WS-PTR-MSG-LINE TO PTR-RECORD
076600                 WRITE PTR-RECORD
076700                 SET WS-RUN-TABLE-FULL TO TRUE
076800                 IF WS-PTR-RC < 4
076900                     MOVE 4 TO WS-PTR-RC
077000                 END-IF
077100             END-IF
077200             GO TO 2600-EXIT
077300         END-IF
077400         ADD 1 TO WS-RUN-COUNT
077500         MOVE WS-RUN-COUNT  TO WS-RUN-HIT
077600         MOVE PERF-BUS-DATE TO WS-RUN-BUS-DATE (WS-RUN-HIT)
077700         MOVE PERF-JOB-ID   TO WS-RUN-JOB-ID (WS-RUN-HIT)
077800         MOVE "N"           TO WS-RUN-LISTED-SW (WS-RUN-HIT)
077900     END-IF.
078000     ADD 1 TO WS-RUN-STEPS (WS-RUN-HIT).
078100     ADD PERF-ELAPSED TO WS-RUN-HSEC (WS-RUN-HIT).
078200     IF PERF-RC > WS-RUN-WORST-RC (WS-RUN-HIT)
078300         MOVE PERF-RC TO WS-RUN-WORST-RC (WS-RUN-HIT)
078400     END-IF.
078500     IF PERF-ELAPSED > WS-RUN-TOP-HSEC (WS-RUN-HIT)
078600        OR WS-RUN-TOP-STEP (WS-RUN-HIT) = SPACES
078700         MOVE PERF-STEP-NAME TO WS-RUN-TOP-STEP (WS-RUN-HIT)
078800         MOVE PERF-ELAPSED   TO WS-RUN-TOP-HSEC (WS-RUN-HIT)
078900     END-IF.
079000 2600-EXIT.
079100     EXIT.
079200 2650-MATCH-RUN.
079300     IF WS-RUN-BUS-DATE (WS-RUN-IX) = PERF-BUS-DATE
079400        AND WS-RUN-JOB-ID (WS-RUN-IX) = PERF-JOB-ID
079500         SET WS-PTR-HIT TO TRUE
079600         MOVE WS-RUN-IX TO WS-RUN-HIT
079700     END-IF.
079800 2650-EXIT.
079900     EXIT.
080000*-----------------------------------------------------------*
080100* 3000 - ELAPSED SECONDS BY STEP AND DAY.  A DAY IS THE      *
080200*        TOTAL FOR THE BUSINESS DATE (EVERY SUBMISSION); "-" *
080300*        = THE STEP DID NOT RUN.  CHANGE IS THE WEEK AVERAGE *
080400*        AGAINST THE ROLLING AVERAGE BEFORE THE WEEK.        *
080500*-----------------------------------------------------------*
080600 3000-REPORT-STEPS.
080700     MOVE SPACES TO PTR-RECORD.
080800     WRITE PTR-RECORD.
080900     IF WS-PTR-WEEK-RECS = ZERO
081000         MOVE "FIB0146W NO PERFORMANCE HISTORY FOR THE WEEK"
081100             TO PTR-RECORD
081200         WRITE PTR-RECORD
081300         MOVE 4 TO WS-PTR-RC
081400         SET WS-PTR-ABORTED TO TRUE
081500         GO TO 3000-EXIT
081600     END-IF.
081700     MOVE "ELAPSED SECONDS BY STEP AND DAY" TO PTR-RECORD.
081800     WRITE PTR-RECORD.
081900     MOVE WS-PSH-COLUMN-LINE TO PTR-RECORD.
082000     WRITE PTR-RECORD.
082100     PERFORM 3100-WRITE-STEP-LINE
082200         THRU 3100-EXIT
082300         VARYING WS-STP-IX FROM 1 BY 1
082400         UNTIL WS-STP-IX > WS-STP-COUNT.
082500 3000-EXIT.
082600     EXIT.
082700 3100-WRITE-STEP-LINE.
082800     IF WS-STP-WEEK-RUNS (WS-STP-IX) = ZERO
082900         GO TO 3100-EXIT
083000     END-IF.
083100     MOVE SPACES TO WS-PSD-DETAIL-LINE.
083200     MOVE WS-STP-NAME (WS-STP-IX) TO WS-PSD-STEP.
083300     PERFORM 3150-MOVE-DAY
083400         THRU 3150-EXIT
083500         VARYING WS-DAY-IX FROM 1 BY 1
083600         UNTIL WS-DAY-IX > 7.
083700     COMPUTE WS-PTR-SECS ROUNDED =
083800         WS-STP-WEEK-HSEC (WS-STP-IX)
083900         / (WS-STP-WEEK-RUNS (WS-STP-IX) * 100).
084000     MOVE WS-PTR-SECS TO WS-PSD-WEEK-AVG.
084100     MOVE WS-STP-WEEK-RUNS (WS-STP-IX) TO WS-PSD-RUNS.
084200     IF WS-STP-PRE-COUNT (WS-STP-IX) = ZERO
084300        OR WS-STP-PRE-SUM (WS-STP-IX) = ZERO
084400         MOVE "        -" TO WS-PSD-PRE-AVG-X
084500         MOVE "   NEW"    TO WS-PSD-CHANGE-X
084600     ELSE
084700         COMPUTE WS-PTR-SECS ROUNDED =
084800             WS-STP-PRE-SUM (WS-STP-IX)
084900             / (WS-STP-PRE-COUNT (WS-STP-IX) * 100)
085000         MOVE WS-PTR-SECS TO WS-PSD-PRE-AVG
085100         COMPUTE WS-PTR-PCT ROUNDED =
085200             ((WS-STP-WEEK-HSEC (WS-STP-IX)
085300               * WS-STP-PRE-COUNT (WS-STP-IX))
085400              - (WS-STP-PRE-SUM (WS-STP-IX)
085500               * WS-STP-WEEK-RUNS (WS-STP-IX))) * 100
085600             / (WS-STP-PRE-SUM (WS-STP-IX)
085700               * WS-STP-WEEK-RUNS (WS-STP-IX))
085800         MOVE WS-PTR-PCT TO WS-PSD-CHANGE
085900         MOVE "%"        TO WS-PSD-PCT-SIGN
086000     END-IF.
086100     MOVE WS-PSD-DETAIL-LINE TO PTR-RECORD.
086200     WRITE PTR-RECORD.
086300 3100-EXIT.
086400     EXIT.
086500 3150-MOVE-DAY.
086600     IF WS-STP-DAY-RUNS (WS-STP-IX, WS-DAY-IX) = ZERO
086700         MOVE "        -" TO WS-PSD-DAY-X (WS-DAY-IX)
086800         GO TO 3150-EXIT
086900     END-IF.
087000     COMPUTE WS-PTR-SECS =
087100         WS-STP-DAY-HSEC (WS-STP-IX, WS-DAY-IX) / 100.
087200     MOVE WS-PTR-SECS TO WS-PSD-DAY (WS-DAY-IX).
087300 3150-EXIT.
087400     EXIT.
087500*-----------------------------------------------------------*
087600* 4000 - THE SLOWEST RUNS OF THE WEEK BY TOTAL STEP TIME,    *
087700*        PICKED ONE AT A TIME FROM THE RUN TABLE.            *
087800*-----------------------------------------------------------*
087900 4000-REPORT-SLOWEST.
088000     MOVE SPACES TO PTR-RECORD.
088100     WRITE PTR-RECORD.
088200     MOVE "SLOWEST RUNS OF THE WEEK (TOTAL STEP SECONDS)"
088300         TO PTR-RECORD.
088400     WRITE PTR-RECORD.
088500     MOVE WS-PRH-COLUMN-LINE TO PTR-RECORD.
088600     WRITE PTR-RECORD.
088700     PERFORM 4100-LIST-SLOWEST
088800         THRU 4100-EXIT
088900         VARYING WS-RUN-RANK FROM 1 BY 1
089000         UNTIL WS-RUN-RANK > WS-RUN-TOP-MAX
089100            OR WS-RUN-RANK > WS-RUN-COUNT.
089200 4000-EXIT.
089300     EXIT.
089400 4100-LIST-SLOWEST.
089500     MOVE ZERO TO WS-RUN-HIT.
089600     PERFORM 4150-FIND-SLOWEST
089700         THRU 4150-EXIT
089800         VARYING WS-RUN-IX FROM 1 BY 1
089900         UNTIL WS-RUN-IX > WS-RUN-COUNT.
090000     SET WS-RUN-LISTED (WS-RUN-HIT) TO TRUE.
090100     MOVE SPACES TO WS-PRD-DETAIL-LINE.
090200     MOVE WS-RUN-RANK                  TO WS-PRD-RANK.
090300     MOVE WS-RUN-BUS-DATE (WS-RUN-HIT) TO WS-PRD-BUS-DATE.
090400     MOVE WS-RUN-JOB-ID (WS-RUN-HIT)   TO WS-PRD-JOB-ID.
090500     MOVE WS-RUN-STEPS (WS-RUN-HIT)    TO WS-PRD-STEPS.
090600     COMPUTE WS-PTR-SECS = WS-RUN-HSEC (WS-RUN-HIT) / 100.
090700     MOVE WS-PTR-SECS                  TO WS-PRD-HSEC.
090800     MOVE WS-RUN-WORST-RC (WS-RUN-HIT) TO WS-PRD-WORST-RC.
090900     MOVE WS-RUN-TOP-STEP (WS-RUN-HIT) TO WS-PRD-TOP-STEP.
091000     COMPUTE WS-PTR-SECS = WS-RUN-TOP-HSEC (WS-RUN-HIT) / 100.
091100     MOVE WS-PTR-SECS                  TO WS-PRD-TOP-HSEC.
091200     MOVE WS-PRD-DETAIL-LINE TO PTR-RECORD.
091300     WRITE PTR-RECORD.
091400 4100-EXIT.
091500     EXIT.
091600 4150-FIND-SLOWEST.
091700     IF WS-RUN-LISTED (WS-RUN-IX)
091800         GO TO 4150-EXIT
091900     END-IF.
092000     IF WS-RUN-HIT = ZERO
092100         MOVE WS-RUN-IX TO WS-RUN-HIT
092200         GO TO 4150-EXIT
092300     END-IF.
092400     IF WS-RUN-HSEC (WS-RUN-IX) > WS-RUN-HSEC (WS-RUN-HIT)
092500         MOVE WS-RUN-IX TO WS-RUN-HIT
092600     END-IF.
092700 4150-EXIT.
092800     EXIT.
092900*-----------------------------------------------------------*
093000* 5000 - FIBSTEP'S TIME PER TERM (MILLISECONDS) BY SEQUENCE  *
093100*        TYPE, THIS WEEK AGAINST ALL EARLIER HISTORY.        *
093200*-----------------------------------------------------------*
093300 5000-REPORT-TYPES.
093400     MOVE SPACES TO PTR-RECORD.
093500     WRITE PTR-RECORD.
093600     MOVE "TIME PER TERM BY SEQUENCE TYPE" TO PTR-RECORD.
093700     WRITE PTR-RECORD.
093800     MOVE WS-PTH-COLUMN-LINE TO PTR-RECORD.
093900     WRITE PTR-RECORD.
094000     PERFORM 5100-WRITE-TYPE-LINE
094100         THRU 5100-EXIT
094200         VARYING WS-TYP-IX FROM 1 BY 1
094300         UNTIL WS-TYP-IX > 3.
094400 5000-EXIT.
094500     EXIT.
094600 5100-WRITE-TYPE-LINE.
094700     MOVE SPACES TO WS-PTD-DETAIL-LINE.
094800     MOVE WS-TYP-NAME (WS-TYP-IX)       TO WS-PTD-TYPE.
094900     MOVE WS-TYP-WEEK-TERMS (WS-TYP-IX) TO WS-PTD-WEEK-TERMS.
095000     COMPUTE WS-PTR-SECS = WS-TYP-WEEK-HSEC (WS-TYP-IX) / 100.
095100     MOVE WS-PTR-SECS                   TO WS-PTD-WEEK-SECS.
095200     MOVE WS-TYP-PRE-TERMS (WS-TYP-IX)  TO WS-PTD-PRE-TERMS.
095300     MOVE ZERO TO WS-PTR-MS-TERM
095400                  WS-PTR-PRE-MS-TERM.
095500     IF WS-TYP-WEEK-TERMS (WS-TYP-IX) = ZERO
095600         MOVE "          -" TO WS-PTD-WEEK-MS-X
095700     ELSE
095800         COMPUTE WS-PTR-MS-TERM ROUNDED =
095900             WS-TYP-WEEK-HSEC (WS-TYP-IX) * 10
096000             / WS-TYP-WEEK-TERMS (WS-TYP-IX)
096100         MOVE WS-PTR-MS-TERM TO WS-PTD-WEEK-MS
096200     END-IF.
096300     IF WS-TYP-PRE-TERMS (WS-TYP-IX) = ZERO
096400         MOVE "          -" TO WS-PTD-PRE-MS-X
096500     ELSE
096600         COMPUTE WS-PTR-PRE-MS-TERM ROUNDED =
096700             WS-TYP-PRE-HSEC (WS-TYP-IX) * 10
096800             / WS-TYP-PRE-TERMS (WS-TYP-IX)
096900         MOVE WS-PTR-PRE-MS-TERM TO WS-PTD-PRE-MS
097000     END-IF.
097100     IF WS-TYP-WEEK-TERMS (WS-TYP-IX) = ZERO
097200        OR WS-PTR-PRE-MS-TERM = ZERO
097300         MOVE "     -" TO WS-PTD-CHANGE-X
097400     ELSE
097500         COMPUTE WS-PTR-PCT ROUNDED =
097600             (WS-PTR-MS-TERM - WS-PTR-PRE-MS-TERM) * 100
097700             / WS-PTR-PRE-MS-TERM
097800         MOVE WS-PTR-PCT TO WS-PTD-CHANGE
097900         MOVE "%"        TO WS-PTD-PCT-SIGN
098000     END-IF.
098100     MOVE WS-PTD-DETAIL-LINE TO PTR-RECORD.
098200     WRITE PTR-RECORD.
098300 5100-EXIT.
098400     EXIT.
098500*-----------------------------------------------------------*
098600* 6000 - THE FIB0145W WARNINGS RAISED WHILE READING, IN THE  *
098700*        ORDER THE STEPS RAN.                                *
098800*-----------------------------------------------------------*
098900 6000-REPORT-WARNINGS.
099000     MOVE SPACES TO PTR-RECORD.
099100     WRITE PTR-RECORD.
099200     MOVE WS-PTR-THRESHOLD TO WS-PWH-THRESHOLD.
099300     MOVE WS-PWH-HEADING-LINE TO PTR-RECORD.
099400     WRITE PTR-RECORD.
099500     IF WS-WRN-COUNT = ZERO
099600         MOVE "NONE" TO PTR-RECORD
099700         WRITE PTR-RECORD
099800         GO TO 6000-EXIT
099900     END-IF.
100000     PERFORM 6100-WRITE-WARNING
100100         THRU 6100-EXIT
100200         VARYING WS-WRN-IX FROM 1 BY 1
100300         UNTIL WS-WRN-IX > WS-WRN-COUNT
100400            OR WS-WRN-IX > WS-WRN-MAX.
100500     IF WS-WRN-COUNT > WS-WRN-MAX
100600         MOVE "FIB0148W WARNING TABLE FULL - THE REST ARE"
100700             TO PTR-RECORD
100800         MOVE " ON THE JOB LOG ONLY" TO PTR-RECORD (43:20)
100900         WRITE PTR-RECORD
101000     END-IF.
101100 6000-EXIT.
101200     EXIT.
101300 6100-WRITE-WARNING.
101400     MOVE WS-WRN-LINE (WS-WRN-IX) TO PTR-RECORD.
101500     WRITE PTR-RECORD.
101600 6100-EXIT.
101700     EXIT.
101800 9000-END-OF-JOB.
101900     MOVE SPACES TO PTR-RECORD.
102000     WRITE PTR-RECORD.
102100     MOVE WS-PTR-READ      TO WS-FTR-READ.
102200     MOVE WS-PTR-WEEK-RECS TO WS-FTR-WEEK.
102300     MOVE WS-PTR-BYPASSED  TO WS-FTR-BYPASSED.
102400     MOVE WS-WRN-COUNT     TO WS-FTR-WARNINGS.
102500     MOVE WS-PTR-FOOTER-LINE TO PTR-RECORD.
102600     WRITE PTR-RECORD.
102700     CLOSE PTR-FILE.
102800     MOVE WS-PTR-RC TO RETURN-CODE.
102900 9000-EXIT.
103000     EXIT.

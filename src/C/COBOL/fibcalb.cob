000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBCALB.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBCALB - ANNUAL BUILD OF THE PROCESSING CALENDAR          *
000900*           (FIB.RUN.CALENDAR) READ BY FIBRCHK AND BY        *
001000*           FIBONACCI'S 1020-CHECK-RUN-CALENDAR.  DRIVEN BY  *
001100*           CALPARM CARDS:                                   *
001200*             Y YEAR CARD - YEAR(2-5), WEEKEND RULE(6-12)    *
001300*               ONE BYTE PER WEEKDAY MONDAY THRU SUNDAY, Y = *
001400*               WEEKEND (NOT A BUSINESS DAY).  BLANK RULE =  *
001500*               NNNNNYY (SATURDAY AND SUNDAY).               *
001600*             H HOLIDAY CARD   - DATE(2-9) DESC(11-40).      *
001700*               EXCHANGE HOLIDAY, NO RUN.                    *
001800*             B BUSINESS CARD  - A WEEKEND DATE THE DESK     *
001900*               TRADES AND RUNS (DATE, DESCRIPTION AS H).    *
002000*             N NO-RUN CARD    - A BUSINESS DAY WITH NO      *
002100*               SEQUENCE RUN SCHEDULED (DATE, DESCRIPTION).  *
002200*           EVERY DATE OF THE YEAR IS GENERATED FROM THE     *
002300*           WEEKEND RULE AND THE EXCEPTION CARDS AND MERGED  *
002400*           INTO THE NEW CALENDAR IN DATE ORDER - THE OTHER  *
002500*           YEARS ON THE OLD CALENDAR CARRY ACROSS AS THEY   *
002600*           ARE.                                             *
002700*           A YEAR THAT ALREADY HAS RUN-CONTROL HISTORY ON   *
002800*           FIBRUNC IS NEVER OVERLAID - THE CALENDAR THOSE   *
002900*           RUNS WERE CHECKED AGAINST STANDS.  CALRPT PRINTS *
003000*           A MONTH-BY-MONTH GRID WITH BUSINESS-DAY COUNTS   *
003100*           AND THE EXCEPTIONS FOR DESK AND OPERATIONS       *
003200*           SIGN-OFF.  RC 4 = A YEAR ALREADY ON THE CALENDAR *
003300*           WAS REPLACED, RC 8 = EXCEPTION CARD(S) REJECTED, *
003400*           RC 12 = NO VALID YEAR CARD OR THE YEAR HAS RUN   *
003500*           HISTORY - NOTHING BUILT.                         *
003600*-----------------------------------------------------------*
003700* MODIFICATION HISTORY                                       *
003800*-----------------------------------------------------------*
003900* DATE       INIT  DESCRIPTION                                *
004000* 2026-10-02  RH   ORIGINAL VERSION - YEAR GENERATION FROM A  *
004100*                  WEEKEND RULE AND H/B/N EXCEPTION CARDS,    *
004200*                  OLD/NEW CALENDAR MERGE, RUN-HISTORY GUARD, *
004300*                  MONTHLY GRID LISTING, RC 4/8/12.           *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CALP-FILE ASSIGN TO "CALPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CALP-FILE-STATUS.
005400     SELECT OLDC-FILE ASSIGN TO "OLDCAL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-OLDC-FILE-STATUS.
005700     SELECT CAL-FILE ASSIGN TO "NEWCAL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CAL-FILE-STATUS.
006000     SELECT RUNC-FILE ASSIGN TO "FIBRUNC"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNC-FILE-STATUS.
006300     SELECT CALR-FILE ASSIGN TO "CALRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CALP-FILE
006800     RECORDING MODE IS F.
006900 01  CLB-CARD.
007000     05  CLB-CARD-TYPE           PIC X(01).
007100         88  CLB-YEAR-CARD                   VALUE "Y".
007200         88  CLB-HOLIDAY-CARD                VALUE "H".
007300         88  CLB-BUSINESS-CARD               VALUE "B".
007400         88  CLB-NORUN-CARD                  VALUE "N".
007500     05  CLB-YEAR                PIC 9(04).
007600     05  CLB-WEEKEND-RULE        PIC X(07).
007700     05  FILLER                  PIC X(68).
007800 01  CLB-EXC-VIEW REDEFINES CLB-CARD.
007900     05  FILLER                  PIC X(01).
008000     05  CLB-EXC-DATE            PIC 9(08).
008100     05  FILLER                  PIC X(01).
008200     05  CLB-EXC-DESC            PIC X(30).
008300     05  FILLER                  PIC X(40).
008400 FD  OLDC-FILE
008500     RECORDING MODE IS F.
008600 01  OLDC-RECORD.
008700     05  OLDC-YYYY               PIC X(04).
008800     05  FILLER                  PIC X(06).
008900     COPY FIBCAL.
009000     COPY FIBRUNC.
009100 FD  CALR-FILE
009200     RECORDING MODE IS F.
009300 01  CALR-RECORD                PIC X(132).
009400 WORKING-STORAGE SECTION.
009500 01  WS-CALP-FILE-STATUS         PIC X(02)  VALUE "00".
009600 01  WS-OLDC-FILE-STATUS         PIC X(02)  VALUE "00".
009700 01  WS-CAL-FILE-STATUS          PIC X(02)  VALUE "00".
009800 01  WS-RUNC-FILE-STATUS         PIC X(02)  VALUE "00".
009900 01  WS-CALP-EOF-SW              PIC X(01)  VALUE "N".
010000     88  WS-CALP-EOF                         VALUE "Y".
010100 01  WS-OLDC-EOF-SW              PIC X(01)  VALUE "N".
010200     88  WS-OLDC-EOF                         VALUE "Y".
010300 01  WS-RUNC-EOF-SW              PIC X(01)  VALUE "N".
010400     88  WS-RUNC-EOF                         VALUE "Y".
010500 01  WS-CLB-ABORT-SW             PIC X(01)  VALUE "N".
010600     88  WS-CLB-ABORTED                      VALUE "Y".
010700 01  WS-YEAR-CARD-SW             PIC X(01)  VALUE "N".
010800     88  WS-YEAR-CARD-SEEN                   VALUE "Y".
010900 01  WS-YEAR-BUILT-SW            PIC X(01)  VALUE "N".
011000     88  WS-YEAR-BUILT                       VALUE "Y".
011100 01  WS-CLB-RC                   PIC 9(02)  VALUE ZERO.
011200*-----------------------------------------------------------*
011300* YEAR BEING BUILT AND ITS WEEKEND RULE - ONE BYTE PER       *
011400* WEEKDAY, MONDAY FIRST, Y = WEEKEND.                        *
011500*-----------------------------------------------------------*
011600 01  WS-CLB-YEAR                 PIC 9(04)  VALUE ZERO.
011700 01  WS-CLB-YEAR-X REDEFINES WS-CLB-YEAR
011800                                 PIC X(04).
011900 01  WS-WEEKEND-RULE             PIC X(07)  VALUE "NNNNNYY".
012000 01  WS-WEEKEND-FLAGS REDEFINES WS-WEEKEND-RULE.
012100     05  WS-WEEKEND-DAY          PIC X(01) OCCURS 7 TIMES.
012200 01  WS-RULE-IX                  PIC 9(01)  COMP VALUE ZERO.
012300 01  WS-RULE-BAD-SW              PIC X(01)  VALUE "N".
012400     88  WS-RULE-BAD                         VALUE "Y".
012500 01  WS-RULE-WEEKDAYS            PIC 9(01)  COMP VALUE ZERO.
012600*-----------------------------------------------------------*
012700* EXCEPTION CARDS HELD FOR THE YEAR.  EXC-STATE IS V WHEN    *
012800* THE CARD PASSED ITS EDITS, X WHEN IT WAS REJECTED.         *
012900*-----------------------------------------------------------*
013000 01  WS-EXC-MAX                  PIC 9(03)  COMP VALUE 100.
013100 01  WS-EXC-COUNT                PIC 9(03)  COMP VALUE ZERO.
013200 01  WS-EXC-IX                   PIC 9(03)  COMP VALUE ZERO.
013300 01  WS-EXC-JX                   PIC 9(03)  COMP VALUE ZERO.
013400 01  WS-EXC-HIT                  PIC 9(03)  COMP VALUE ZERO.
013500 01  WS-EXC-FOUND-SW             PIC X(01)  VALUE "N".
013600     88  WS-EXC-FOUND                        VALUE "Y".
013700 01  WS-EXC-TABLE.
013800     05  WS-EXC-ENTRY            OCCURS 100 TIMES.
013900         10  WS-EXC-TYPE         PIC X(01).
014000         10  WS-EXC-DATE         PIC 9(08).
014100         10  WS-EXC-DATE-PARTS REDEFINES WS-EXC-DATE.
014200             15  WS-EXC-YYYY     PIC 9(04).
014300             15  WS-EXC-MM       PIC 9(02).
014400             15  WS-EXC-DD       PIC 9(02).
014500         10  WS-EXC-DESC         PIC X(30).
014600         10  WS-EXC-CARD         PIC X(40).
014700         10  WS-EXC-STATE        PIC X(01).
014800             88  WS-EXC-VALID                VALUE "V".
014900             88  WS-EXC-REJECTED             VALUE "X".
015000*-----------------------------------------------------------*
015100* MONTH LENGTHS AND NAMES.  FEBRUARY IS SET TO 29 FOR A      *
015200* LEAP YEAR BEFORE GENERATION STARTS.                        *
015300*-----------------------------------------------------------*
015400 01  WS-MONTH-DAY-VALUES         PIC X(24)
015500         VALUE "312831303130313130313031".
015600 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
015700     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
015800 01  WS-MONTH-NAME-VALUES.
015900     05  FILLER                  PIC X(09)  VALUE "JANUARY  ".
016000     05  FILLER                  PIC X(09)  VALUE "FEBRUARY ".
016100     05  FILLER                  PIC X(09)  VALUE "MARCH    ".
016200     05  FILLER                  PIC X(09)  VALUE "APRIL    ".
016300     05  FILLER                  PIC X(09)  VALUE "MAY      ".
016400     05  FILLER                  PIC X(09)  VALUE "JUNE     ".
016500     05  FILLER                  PIC X(09)  VALUE "JULY     ".
016600     05  FILLER                  PIC X(09)  VALUE "AUGUST   ".
016700     05  FILLER                  PIC X(09)  VALUE "SEPTEMBER".
016800     05  FILLER                  PIC X(09)  VALUE "OCTOBER  ".
016900     05  FILLER                  PIC X(09)  VALUE "NOVEMBER ".
017000     05  FILLER                  PIC X(09)  VALUE "DECEMBER ".
017100 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
017200     05  WS-MONTH-NAME           PIC X(09) OCCURS 12 TIMES.
017300 01  WS-EDIT-MM                 PIC 9(02)  VALUE ZERO.
017400 01  WS-LEAP-WORK                PIC 9(04)  COMP VALUE ZERO.
017500 01  WS-LEAP-REM-4               PIC 9(04)  COMP VALUE ZERO.
017600 01  WS-LEAP-REM-100             PIC 9(04)  COMP VALUE ZERO.
017700 01  WS-LEAP-REM-400             PIC 9(04)  COMP VALUE ZERO.
017800*-----------------------------------------------------------*
017900* GENERATION STATE.  WS-GEN-DOW IS 1 = MONDAY THRU 7 =       *
018000* SUNDAY, SO IT INDEXES THE WEEKEND RULE DIRECTLY.           *
018100*-----------------------------------------------------------*
018200 01  WS-GEN-DATE                 PIC 9(08)  VALUE ZERO.
018300 01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
018400     05  WS-GEN-YYYY             PIC 9(04).
018500     05  WS-GEN-MM               PIC 9(02).
018600     05  WS-GEN-DD               PIC 9(02).
018700 01  WS-GEN-DOW                  PIC 9(01)  COMP VALUE ZERO.
018800 01  WS-GEN-FLAG                 PIC X(01)  VALUE SPACE.
018900*-----------------------------------------------------------*
019000* SERIAL DAY NUMBERS - THE WEEKDAY OF 1 JANUARY IS ITS DAY   *
019100* DISTANCE FROM A KNOWN MONDAY (1 JANUARY 2024), MODULO 7.   *
019200*-----------------------------------------------------------*
019300 01  WS-CLB-DATE-IN              PIC 9(08)  VALUE ZERO.
019400 01  WS-CLB-DATE-PARTS REDEFINES WS-CLB-DATE-IN.
019500     05  WS-CDP-YYYY             PIC 9(04).
019600     05  WS-CDP-MM               PIC 9(02).
019700     05  WS-CDP-DD               PIC 9(02).
019800 01  WS-SER-YEAR                 PIC S9(07) COMP VALUE ZERO.
019900 01  WS-SER-MONTH                PIC S9(03) COMP VALUE ZERO.
020000 01  WS-SER-Q4                   PIC S9(07) COMP VALUE ZERO.
020100 01  WS-SER-Q100                 PIC S9(07) COMP VALUE ZERO.
020200 01  WS-SER-Q400                 PIC S9(07) COMP VALUE ZERO.
020300 01  WS-SER-QMON                 PIC S9(07) COMP VALUE ZERO.
020400 01  WS-CLB-SERIAL               PIC S9(09) COMP VALUE ZERO.
020500 01  WS-MONDAY-SERIAL            PIC S9(09) COMP VALUE ZERO.
020600 01  WS-DOW-WORK                 PIC S9(09) COMP VALUE ZERO.
020700 01  WS-DOW-QUOT                 PIC S9(09) COMP VALUE ZERO.
020800 01  WS-DOW-REM                  PIC S9(09) COMP VALUE ZERO.
020900*-----------------------------------------------------------*
021000* COUNTS - PER MONTH AND FOR THE YEAR.                       *
021100*-----------------------------------------------------------*
021200 01  WS-MON-DAYS                 PIC 9(03)  COMP VALUE ZERO.
021300 01  WS-MON-BUSINESS             PIC 9(03)  COMP VALUE ZERO.
021400 01  WS-MON-RUN                  PIC 9(03)  COMP VALUE ZERO.
021500 01  WS-MON-WEEKEND              PIC 9(03)  COMP VALUE ZERO.
021600 01  WS-MON-HOLIDAY              PIC 9(03)  COMP VALUE ZERO.
021700 01  WS-YR-DAYS                  PIC 9(03)  COMP VALUE ZERO.
021800 01  WS-YR-BUSINESS              PIC 9(03)  COMP VALUE ZERO.
021900 01  WS-YR-RUN                   PIC 9(03)  COMP VALUE ZERO.
022000 01  WS-YR-WEEKEND               PIC 9(03)  COMP VALUE ZERO.
022100 01  WS-YR-HOLIDAY               PIC 9(03)  COMP VALUE ZERO.
022200 01  WS-OLDC-CARRIED             PIC 9(05)  COMP VALUE ZERO.
022300 01  WS-OLDC-REPLACED            PIC 9(05)  COMP VALUE ZERO.
022400 01  WS-RUNC-HISTORY             PIC 9(05)  COMP VALUE ZERO.
022500 01  WS-CARD-REJECTS             PIC 9(03)  COMP VALUE ZERO.
022600 01  WS-CLB-SYS-DATE             PIC 9(08)  VALUE ZERO.
022700 01  WS-CLB-RPT-DATE REDEFINES WS-CLB-SYS-DATE.
022800     05  WS-CLD-YYYY             PIC 9(04).
022900     05  WS-CLD-MM               PIC 9(02).
023000     05  WS-CLD-DD               PIC 9(02).
023100 01  WS-CLB-TITLE-LINE.
023200     05  FILLER                  PIC X(43) VALUE SPACES.
023300     05  FILLER                  PIC X(36) VALUE
023400         "PROCESSING CALENDAR BUILD LISTING   ".
023500     05  FILLER                  PIC X(53) VALUE SPACES.
023600 01  WS-CLB-DATE-LINE.
023700     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
023800     05  WS-CLB-RPT-MM           PIC 99.
023900     05  FILLER                  PIC X(01) VALUE "/".
024000     05  WS-CLB-RPT-DD           PIC 99.
024100     05  FILLER                  PIC X(01) VALUE "/".
024200     05  WS-CLB-RPT-YYYY         PIC 9(04).
024300     05  FILLER                  PIC X(110) VALUE SPACES.
024400 01  WS-CLB-YEAR-LINE.
024500     05  FILLER                  PIC X(16)
024600             VALUE "CALENDAR YEAR - ".
024700     05  WS-CYL-YEAR             PIC 9(04).
024800     05  FILLER                  PIC X(18)
024900             VALUE "   WEEKEND RULE - ".
025000     05  WS-CYL-RULE             PIC X(07).
025100     05  FILLER                  PIC X(24)
025200             VALUE "  (MON-SUN, Y = WEEKEND)".
025300     05  FILLER                  PIC X(63) VALUE SPACES.
025400 01  WS-CLB-LEGEND-LINE.
025500     05  FILLER                  PIC X(40) VALUE
025600         "KEY: W WEEKEND  H HOLIDAY  B WEEKEND WOR".
025700     05  FILLER                  PIC X(40) VALUE
025800         "KED  N BUSINESS DAY, NO RUN SCHEDULED   ".
025900     05  FILLER                  PIC X(52) VALUE SPACES.
026000 01  WS-MONTH-HEAD-LINE.
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  WS-MHL-NAME             PIC X(09).
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-MHL-YEAR             PIC 9(04).
026500     05  FILLER                  PIC X(116) VALUE SPACES.
026600 01  WS-WEEKDAY-HEAD-LINE.
026700     05  FILLER                  PIC X(10) VALUE SPACES.
026800     05  FILLER                  PIC X(32) VALUE
026900         "  MON     TUE     WED     THU   ".
027000     05  FILLER                  PIC X(24) VALUE
027100         "  FRI     SAT     SUN   ".
027200     05  FILLER                  PIC X(66) VALUE SPACES.
027300 01  WS-GRID-LINE.
027400     05  FILLER                  PIC X(10).
027500     05  WS-GRD-CELL             OCCURS 7 TIMES.
027600         10  FILLER              PIC X(02).
027700         10  WS-GRD-DD           PIC Z9.
027800         10  FILLER              PIC X(01).
027900         10  WS-GRD-FLAG         PIC X(01).
028000         10  FILLER              PIC X(02).
028100     05  FILLER                  PIC X(66).
028200 01  WS-GRID-USED-SW             PIC X(01)  VALUE "N".
028300     88  WS-GRID-USED                        VALUE "Y".
028400 01  WS-MONTH-COUNT-LINE.
028500     05  FILLER                  PIC X(10) VALUE SPACES.
028600     05  FILLER                  PIC X(06) VALUE "DAYS: ".
028700     05  WS-MCL-DAYS             PIC ZZ9.
028800     05  FILLER                  PIC X(18)
028900             VALUE "  BUSINESS DAYS: ".
029000     05  WS-MCL-BUSINESS         PIC ZZ9.
029100     05  FILLER                  PIC X(13)
029200             VALUE "  RUN DAYS: ".
029300     05  WS-MCL-RUN              PIC ZZ9.
029400     05  FILLER                  PIC X(17)
029500             VALUE "  WEEKEND DAYS: ".
029600     05  WS-MCL-WEEKEND          PIC ZZ9.
029700     05  FILLER                  PIC X(13)
029800             VALUE "  HOLIDAYS: ".
029900     05  WS-MCL-HOLIDAY          PIC ZZ9.
030000     05  FILLER                  PIC X(40) VALUE SPACES.
030100 01  WS-EXC-DETAIL-LINE.
030200     05  FILLER                  PIC X(10) VALUE SPACES.
030300     05  WS-EDL-MM               PIC 99.
030400     05  FILLER                  PIC X(01) VALUE "/".
030500     05  WS-EDL-DD               PIC 99.
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  WS-EDL-TYPE             PIC X(01).
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  WS-EDL-DESC             PIC X(30).
031000     05  FILLER                  PIC X(82) VALUE SPACES.
031100 01  WS-YEAR-TOTAL-LINE.
031200     05  FILLER                  PIC X(10) VALUE "YEAR  -   ".
031300     05  FILLER                  PIC X(06) VALUE "DAYS: ".
031400     05  WS-YTL-DAYS             PIC ZZ9.
031500     05  FILLER                  PIC X(18)
031600             VALUE "  BUSINESS DAYS: ".
031700     05  WS-YTL-BUSINESS         PIC ZZ9.
031800     05  FILLER                  PIC X(13)
031900             VALUE "  RUN DAYS: ".
032000     05  WS-YTL-RUN              PIC ZZ9.
032100     05  FILLER                  PIC X(17)
032200             VALUE "  WEEKEND DAYS: ".
032300     05  WS-YTL-WEEKEND          PIC ZZ9.
032400     05  FILLER                  PIC X(13)
032500             VALUE "  HOLIDAYS: ".
032600     05  WS-YTL-HOLIDAY          PIC ZZ9.
032700     05  FILLER                  PIC X(40) VALUE SPACES.
032800 01  WS-MERGE-LINE.
032900     05  FILLER                  PIC X(30)
033000             VALUE "OTHER YEARS CARRIED FORWARD: ".
033100     05  WS-MGL-CARRIED          PIC ZZZZ9.
033200     05  FILLER                  PIC X(26)
033300             VALUE "  PRIOR RECORDS REPLACED: ".
033400     05  WS-MGL-REPLACED         PIC ZZZZ9.
033500     05  FILLER                  PIC X(66) VALUE SPACES.
033600 01  WS-SIGNOFF-LINE-1.
033700     05  FILLER                  PIC X(40) VALUE
033800         "DESK SIGN-OFF:        __________________".
033900     05  FILLER                  PIC X(30) VALUE
034000         "    DATE: __________          ".
034100     05  FILLER                  PIC X(62) VALUE SPACES.
034200 01  WS-SIGNOFF-LINE-2.
034300     05  FILLER                  PIC X(40) VALUE
034400         "OPERATIONS SIGN-OFF:  __________________".
034500     05  FILLER                  PIC X(30) VALUE
034600         "    DATE: __________          ".
034700     05  FILLER                  PIC X(62) VALUE SPACES.
034800 01  WS-CARD-REJECT-LINE.
034900     05  WS-CRL-TEXT             PIC X(50).
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WS-CRL-CARD             PIC X(80).
035200 PROCEDURE DIVISION.
035300 0000-MAINLINE.
035400     PERFORM 1000-INITIALIZE
035500         THRU 1000-EXIT.
035600     IF NOT WS-CLB-ABORTED
035700         PERFORM 2000-CHECK-RUN-HISTORY
035800             THRU 2000-EXIT
035900     END-IF.
036000     IF NOT WS-CLB-ABORTED
036100         PERFORM 3000-BUILD-CALENDAR
036200             THRU 3000-EXIT
036300     END-IF.
036400     PERFORM 9000-END-OF-JOB
036500         THRU 9000-EXIT.
036600     GOBACK.
036700 1000-INITIALIZE.
036800     ACCEPT WS-CLB-SYS-DATE FROM DATE YYYYMMDD.
036900     MOVE WS-CLD-MM   TO WS-CLB-RPT-MM.
037000     MOVE WS-CLD-DD   TO WS-CLB-RPT-DD.
037100     MOVE WS-CLD-YYYY TO WS-CLB-RPT-YYYY.
037200     OPEN OUTPUT CALR-FILE.
037300     MOVE WS-CLB-TITLE-LINE TO CALR-RECORD.
037400     WRITE CALR-RECORD.
037500     MOVE WS-CLB-DATE-LINE  TO CALR-RECORD.
037600     WRITE CALR-RECORD.
037700     PERFORM 1100-LOAD-CARDS
037800         THRU 1100-EXIT.
037900     IF WS-CLB-ABORTED
038000         GO TO 1000-EXIT
038100     END-IF.
038200     PERFORM 1500-EDIT-EXCEPTION
038300         THRU 1500-EXIT
038400         VARYING WS-EXC-IX FROM 1 BY 1
038500         UNTIL WS-EXC-IX > WS-EXC-COUNT.
038600 1000-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------*
038900* 1100 - CARD LOAD.  EXACTLY ONE Y CARD IS REQUIRED; H, B    *
039000*        AND N CARDS ARE HELD FOR EDITING ONCE THE YEAR IS   *
039100*        KNOWN.  ANY OTHER CARD TYPE IS REJECTED.            *
039200*-----------------------------------------------------------*
039300 1100-LOAD-CARDS.
039400     OPEN INPUT CALP-FILE.
039500     IF WS-CALP-FILE-STATUS = "35"
039600         MOVE "FIB0106E NO CALENDAR CARDS - CALENDAR NOT BUILT"
039700             TO CALR-RECORD
039800         WRITE CALR-RECORD
039900         MOVE 12 TO WS-CLB-RC
040000         SET WS-CLB-ABORTED TO TRUE
040100         GO TO 1100-EXIT
040200     END-IF.
040300     PERFORM 1150-READ-CARD
040400         THRU 1150-EXIT
040500         UNTIL WS-CALP-EOF
040600            OR WS-CLB-ABORTED.
040700     CLOSE CALP-FILE.
040800     IF WS-CLB-ABORTED
040900         GO TO 1100-EXIT
041000     END-IF.
041100     IF NOT WS-YEAR-CARD-SEEN
041200         MOVE "FIB0106E NO YEAR CARD - CALENDAR NOT BUILT"
041300             TO CALR-RECORD
041400         WRITE CALR-RECORD
041500         MOVE 12 TO WS-CLB-RC
041600         SET WS-CLB-ABORTED TO TRUE
041700         GO TO 1100-EXIT
041800     END-IF.
041900     MOVE WS-CLB-YEAR     TO WS-CYL-YEAR.
042000     MOVE WS-WEEKEND-RULE TO WS-CYL-RULE.
042100     MOVE WS-CLB-YEAR-LINE TO CALR-RECORD.
042200     WRITE CALR-RECORD.
042300 1100-EXIT.
042400     EXIT.
042500 1150-READ-CARD.
042600     READ CALP-FILE
042700         AT END
042800             SET WS-CALP-EOF TO TRUE
042900             GO TO 1150-EXIT
043000     END-READ.
043100     IF CLB-YEAR-CARD
043200         PERFORM 1200-APPLY-YEAR-CARD
043300             THRU 1200-EXIT
043400         GO TO 1150-EXIT
043500     END-IF.
043600     IF CLB-HOLIDAY-CARD
043700        OR CLB-BUSINESS-CARD
043800        OR CLB-NORUN-CARD
043900         PERFORM 1300-HOLD-EXCEPTION-CARD
044000             THRU 1300-EXIT
044100         GO TO 1150-EXIT
044200     END-IF.
044300     MOVE "FIB0108E CARD TYPE NOT Y, H, B OR N - IGNORED"
044400         TO WS-CRL-TEXT.
044500     PERFORM 1900-REJECT-CARD
044600         THRU 1900-EXIT.
044700 1150-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 1200 - YEAR CARD.  THE WEEKEND RULE MUST BE ALL Y/N AND    *
045100*        LEAVE AT LEAST ONE WEEKDAY AS A BUSINESS DAY.  A    *
045200*        BAD OR SECOND YEAR CARD STOPS THE BUILD - A         *
045300*        CALENDAR BUILT FOR THE WRONG YEAR OR RULE IS WORSE  *
045400*        THAN NONE.                                          *
045500*-----------------------------------------------------------*
045600 1200-APPLY-YEAR-CARD.
045700     IF WS-YEAR-CARD-SEEN
045800         MOVE "FIB0106E MORE THAN ONE YEAR CARD - NOT BUILT"
045900             TO WS-CRL-TEXT
046000         PERFORM 1950-ABORT-ON-CARD
046100             THRU 1950-EXIT
046200         GO TO 1200-EXIT
046300     END-IF.
046400     IF CLB-YEAR NOT NUMERIC
046500        OR CLB-YEAR < 1901
046600         MOVE "FIB0106E YEAR CARD YEAR INVALID - NOT BUILT"
046700             TO WS-CRL-TEXT
046800         PERFORM 1950-ABORT-ON-CARD
046900             THRU 1950-EXIT
047000         GO TO 1200-EXIT
047100     END-IF.
047200     IF CLB-WEEKEND-RULE NOT = SPACES
047300         MOVE CLB-WEEKEND-RULE TO WS-WEEKEND-RULE
047400     END-IF.
047500     MOVE "N"  TO WS-RULE-BAD-SW.
047600     MOVE ZERO TO WS-RULE-WEEKDAYS.
047700     PERFORM 1250-CHECK-RULE-DAY
047800         THRU 1250-EXIT
047900         VARYING WS-RULE-IX FROM 1 BY 1
048000         UNTIL WS-RULE-IX > 7.
048100     IF WS-RULE-BAD
048200        OR WS-RULE-WEEKDAYS = ZERO
048300         MOVE "FIB0106E WEEKEND RULE INVALID - NOT BUILT"
048400             TO WS-CRL-TEXT
048500         PERFORM 1950-ABORT-ON-CARD
048600             THRU 1950-EXIT
048700         GO TO 1200-EXIT
048800     END-IF.
048900     MOVE CLB-YEAR TO WS-CLB-YEAR.
049000     SET WS-YEAR-CARD-SEEN TO TRUE.
049100 1200-EXIT.
049200     EXIT.
049300 1250-CHECK-RULE-DAY.
049400     EVALUATE WS-WEEKEND-DAY (WS-RULE-IX)
049500         WHEN "N"
049600             ADD 1 TO WS-RULE-WEEKDAYS
049700         WHEN "Y"
049800             CONTINUE
049900         WHEN OTHER
050000             SET WS-RULE-BAD TO TRUE
050100     END-EVALUATE.
050200 1250-EXIT.
050300     EXIT.
050400 1300-HOLD-EXCEPTION-CARD.
050500     IF WS-EXC-COUNT >= WS-EXC-MAX
050600         MOVE "FIB0108E EXCEPTION TABLE FULL - CARD IGNORED"
050700             TO WS-CRL-TEXT
050800         PERFORM 1900-REJECT-CARD
050900             THRU 1900-EXIT
051000         GO TO 1300-EXIT
051100     END-IF.
051200     ADD 1 TO WS-EXC-COUNT.
051300     MOVE CLB-CARD-TYPE TO WS-EXC-TYPE (WS-EXC-COUNT).
051400     IF CLB-EXC-DATE NUMERIC
051500         MOVE CLB-EXC-DATE TO WS-EXC-DATE (WS-EXC-COUNT)
051600     ELSE
051700         MOVE ZERO         TO WS-EXC-DATE (WS-EXC-COUNT)
051800     END-IF.
051900     MOVE CLB-EXC-DESC  TO WS-EXC-DESC (WS-EXC-COUNT).
052000     MOVE CLB-CARD      TO WS-EXC-CARD (WS-EXC-COUNT).
052100     MOVE "V"           TO WS-EXC-STATE (WS-EXC-COUNT).
052200 1300-EXIT.
052300     EXIT.
052400*-----------------------------------------------------------*
052500* 1500 - EXCEPTION EDITS.  THE DATE MUST BE A REAL DATE IN   *
052600*        THE YEAR BEING BUILT AND NOT ALREADY CLAIMED BY AN  *
052700*        EARLIER CARD.  A REJECTED CARD IS LEFT OUT OF THE   *
052800*        BUILD AND ENDS THE STEP RC 8 SO THE LISTING IS NOT  *
052900*        INSTALLED UNREVIEWED.                               *
053000*-----------------------------------------------------------*
053100 1500-EDIT-EXCEPTION.
053200     IF WS-EXC-YYYY (WS-EXC-IX) NOT = WS-CLB-YEAR
053300        OR WS-EXC-MM (WS-EXC-IX) < 1
053400        OR WS-EXC-MM (WS-EXC-IX) > 12
053500        OR WS-EXC-DD (WS-EXC-IX) < 1
053600         MOVE "FIB0108E DATE INVALID OR NOT IN YEAR - IGNORED"
053700             TO WS-CRL-TEXT
053800         PERFORM 1550-REJECT-EXCEPTION
053900             THRU 1550-EXIT
054000         GO TO 1500-EXIT
054100     END-IF.
054200     PERFORM 1600-SET-MONTH-LENGTHS
054300         THRU 1600-EXIT.
054400     MOVE WS-EXC-MM (WS-EXC-IX) TO WS-EDIT-MM.
054500     IF WS-EXC-DD (WS-EXC-IX) > WS-MONTH-DAYS (WS-EDIT-MM)
054600         MOVE "FIB0108E DATE INVALID OR NOT IN YEAR - IGNORED"
054700             TO WS-CRL-TEXT
054800         PERFORM 1550-REJECT-EXCEPTION
054900             THRU 1550-EXIT
055000         GO TO 1500-EXIT
055100     END-IF.
055200     MOVE "N" TO WS-EXC-FOUND-SW.
055300     PERFORM 1520-CHECK-DUPLICATE
055400         THRU 1520-EXIT
055500         VARYING WS-EXC-JX FROM 1 BY 1
055600         UNTIL WS-EXC-JX >= WS-EXC-IX
055700            OR WS-EXC-FOUND.
055800     IF WS-EXC-FOUND
055900         MOVE "FIB0108E DATE ALREADY ON AN EARLIER CARD - IGNORED"
056000             TO WS-CRL-TEXT
056100         PERFORM 1550-REJECT-EXCEPTION
056200             THRU 1550-EXIT
056300     END-IF.
056400 1500-EXIT.
056500     EXIT.
056600 1520-CHECK-DUPLICATE.
056700     IF WS-EXC-VALID (WS-EXC-JX)
056800        AND WS-EXC-DATE (WS-EXC-JX) = WS-EXC-DATE (WS-EXC-IX)
056900         SET WS-EXC-FOUND TO TRUE
057000     END-IF.
057100 1520-EXIT.
057200     EXIT.
057300 1550-REJECT-EXCEPTION.
057400     SET WS-EXC-REJECTED (WS-EXC-IX) TO TRUE.
057500     MOVE WS-EXC-CARD (WS-EXC-IX) TO WS-CRL-CARD.
057600     PERFORM 1920-PRINT-REJECT
057700         THRU 1920-EXIT.
057800 1550-EXIT.
057900     EXIT.
058000 1600-SET-MONTH-LENGTHS.
058100     MOVE 28 TO WS-MONTH-DAYS (2).
058200     DIVIDE WS-CLB-YEAR BY 4   GIVING WS-LEAP-WORK
058300         REMAINDER WS-LEAP-REM-4.
058400     DIVIDE WS-CLB-YEAR BY 100 GIVING WS-LEAP-WORK
058500         REMAINDER WS-LEAP-REM-100.
058600     DIVIDE WS-CLB-YEAR BY 400 GIVING WS-LEAP-WORK
058700         REMAINDER WS-LEAP-REM-400.
058800     IF WS-LEAP-REM-4 = ZERO
058900        AND (WS-LEAP-REM-100 NOT = ZERO
059000             OR WS-LEAP-REM-400 = ZERO)
059100         MOVE 29 TO WS-MONTH-DAYS (2)
059200     END-IF.
059300 1600-EXIT.
059400     EXIT.
059500 1900-REJECT-CARD.
059600     MOVE CLB-CARD TO WS-CRL-CARD.
059700     PERFORM 1920-PRINT-REJECT
059800         THRU 1920-EXIT.
059900 1900-EXIT.
060000     EXIT.
060100 1920-PRINT-REJECT.
060200     ADD 1 TO WS-CARD-REJECTS.
060300     MOVE WS-CARD-REJECT-LINE TO CALR-RECORD.
060400     WRITE CALR-RECORD.
060500     IF WS-CLB-RC < 8
060600         MOVE 8 TO WS-CLB-RC
060700     END-IF.
060800 1920-EXIT.
060900     EXIT.
061000 1950-ABORT-ON-CARD.
061100     MOVE CLB-CARD TO WS-CRL-CARD.
061200     MOVE WS-CARD-REJECT-LINE TO CALR-RECORD.
061300     WRITE CALR-RECORD.
061400     MOVE 12 TO WS-CLB-RC.
061500     SET WS-CLB-ABORTED TO TRUE.
061600 1950-EXIT.
061700     EXIT.
061800*-----------------------------------------------------------*
061900* 2000 - RUN-HISTORY GUARD.  ANY FIBRUNC RECORD DATED IN THE *
062000*        YEAR MEANS FIBRCHK AND FIBONACCI HAVE ALREADY       *
062100*        TRUSTED THAT YEAR'S CALENDAR - IT IS NOT OVERLAID.  *
062200*        NO RUN-CONTROL DATASET MEANS NO HISTORY.            *
062300*-----------------------------------------------------------*
062400 2000-CHECK-RUN-HISTORY.
062500     OPEN INPUT RUNC-FILE.
062600     IF WS-RUNC-FILE-STATUS NOT = "00"
062700         GO TO 2000-EXIT
062800     END-IF.
062900     PERFORM 2100-READ-RUN-CONTROL
063000         THRU 2100-EXIT
063100         UNTIL WS-RUNC-EOF.
063200     CLOSE RUNC-FILE.
063300     IF WS-RUNC-HISTORY > ZERO
063400         MOVE "FIB0107E YEAR HAS RUN HISTORY - NOT OVERLAID"
063500             TO CALR-RECORD
063600         WRITE CALR-RECORD
063700         MOVE 12 TO WS-CLB-RC
063800         SET WS-CLB-ABORTED TO TRUE
063900     END-IF.
064000 2000-EXIT.
064100     EXIT.
064200 2100-READ-RUN-CONTROL.
064300     READ RUNC-FILE
064400         AT END
064500             SET WS-RUNC-EOF TO TRUE
064600             GO TO 2100-EXIT
064700     END-READ.
064800     IF RUNC-RUN-DATE NUMERIC
064900        AND RUNC-RUN-DATE (1:4) = WS-CLB-YEAR-X
065000         ADD 1 TO WS-RUNC-HISTORY
065100     END-IF.
065200 2100-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------*
065500* 3000 - BUILD.  THE OLD CALENDAR IS COPIED ACROSS IN DATE   *
065600*        ORDER; ITS RECORDS FOR THE YEAR BEING BUILT ARE     *
065700*        DROPPED AND THE GENERATED YEAR IS WRITTEN AT THE    *
065800*        FIRST LATER RECORD (OR AT END OF FILE).             *
065900*-----------------------------------------------------------*
066000 3000-BUILD-CALENDAR.
066100     MOVE WS-CLB-LEGEND-LINE TO CALR-RECORD.
066200     WRITE CALR-RECORD.
066300     PERFORM 1600-SET-MONTH-LENGTHS
066400         THRU 1600-EXIT.
066500     OPEN OUTPUT CAL-FILE.
066600     OPEN INPUT OLDC-FILE.
066700     IF WS-OLDC-FILE-STATUS NOT = "00"
066800         MOVE "NO PRIOR CALENDAR - STARTING AN EMPTY ONE"
066900             TO CALR-RECORD
067000         WRITE CALR-RECORD
067100         SET WS-OLDC-EOF TO TRUE
067200     ELSE
067300         PERFORM 3100-COPY-OLD-RECORD
067400             THRU 3100-EXIT
067500             UNTIL WS-OLDC-EOF
067600         CLOSE OLDC-FILE
067700     END-IF.
067800     IF NOT WS-YEAR-BUILT
067900         PERFORM 3200-GENERATE-YEAR
068000             THRU 3200-EXIT
068100     END-IF.
068200     CLOSE CAL-FILE.
068300     PERFORM 8000-PRINT-TOTALS
068400         THRU 8000-EXIT.
068500 3000-EXIT.
068600     EXIT.
068700 3100-COPY-OLD-RECORD.
068800     READ OLDC-FILE
068900         AT END
069000             SET WS-OLDC-EOF TO TRUE
069100             GO TO 3100-EXIT
069200     END-READ.
069300     IF OLDC-YYYY = WS-CLB-YEAR-X
069400         ADD 1 TO WS-OLDC-REPLACED
069500         GO TO 3100-EXIT
069600     END-IF.
069700     IF OLDC-YYYY > WS-CLB-YEAR-X
069800        AND NOT WS-YEAR-BUILT
069900         PERFORM 3200-GENERATE-YEAR
070000             THRU 3200-EXIT
070100     END-IF.
070200     MOVE OLDC-RECORD TO CAL-RECORD.
070300     WRITE CAL-RECORD.
070400     ADD 1 TO WS-OLDC-CARRIED.
070500 3100-EXIT.
070600     EXIT.
070700 3200-GENERATE-YEAR.
070800     SET WS-YEAR-BUILT TO TRUE.
070900     MOVE 20240101 TO WS-CLB-DATE-IN.
071000     PERFORM 7500-DATE-TO-SERIAL
071100         THRU 7500-EXIT.
071200     MOVE WS-CLB-SERIAL TO WS-MONDAY-SERIAL.
071300     MOVE WS-CLB-YEAR TO WS-CDP-YYYY.
071400     MOVE 01          TO WS-CDP-MM.
071500     MOVE 01          TO WS-CDP-DD.
071600     PERFORM 7500-DATE-TO-SERIAL
071700         THRU 7500-EXIT.
071800     COMPUTE WS-DOW-WORK =
071900         WS-CLB-SERIAL - WS-MONDAY-SERIAL + 7000000.
072000     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
072100         REMAINDER WS-DOW-REM.
072200     COMPUTE WS-GEN-DOW = WS-DOW-REM + 1.
072300     MOVE WS-CLB-YEAR TO WS-GEN-YYYY.
072400     PERFORM 3300-GENERATE-MONTH
072500         THRU 3300-EXIT
072600         VARYING WS-GEN-MM FROM 1 BY 1
072700         UNTIL WS-GEN-MM > 12.
072800 3200-EXIT.
072900     EXIT.
073000*-----------------------------------------------------------*
073100* 3300 - ONE MONTH: GENERATE AND WRITE EVERY DATE, PRINT THE *
073200*        WEEK GRID AS IT FILLS, THEN THE MONTH'S COUNTS AND  *
073300*        ITS EXCEPTION CARDS.                                *
073400*-----------------------------------------------------------*
073500 3300-GENERATE-MONTH.
073600     MOVE ZERO TO WS-MON-DAYS.
073700     MOVE ZERO TO WS-MON-BUSINESS.
073800     MOVE ZERO TO WS-MON-RUN.
073900     MOVE ZERO TO WS-MON-WEEKEND.
074000     MOVE ZERO TO WS-MON-HOLIDAY.
074100     MOVE SPACES TO CALR-RECORD.
074200     WRITE CALR-RECORD.
074300     MOVE WS-MONTH-NAME (WS-GEN-MM) TO WS-MHL-NAME.
074400     MOVE WS-CLB-YEAR               TO WS-MHL-YEAR.
074500     MOVE WS-MONTH-HEAD-LINE   TO CALR-RECORD.
074600     WRITE CALR-RECORD.
074700     MOVE WS-WEEKDAY-HEAD-LINE TO CALR-RECORD.
074800     WRITE CALR-RECORD.
074900     MOVE SPACES TO WS-GRID-LINE.
075000     MOVE "N"    TO WS-GRID-USED-SW.
075100     PERFORM 3400-GENERATE-DAY
075200         THRU 3400-EXIT
075300         VARYING WS-GEN-DD FROM 1 BY 1
075400         UNTIL WS-GEN-DD > WS-MONTH-DAYS (WS-GEN-MM).
075500     IF WS-GRID-USED
075600         MOVE WS-GRID-LINE TO CALR-RECORD
075700         WRITE CALR-RECORD
075800     END-IF.
075900     MOVE WS-MON-DAYS     TO WS-MCL-DAYS.
076000     MOVE WS-MON-BUSINESS TO WS-MCL-BUSINESS.
076100     MOVE WS-MON-RUN      TO WS-MCL-RUN.
076200     MOVE WS-MON-WEEKEND  TO WS-MCL-WEEKEND.
076300     MOVE WS-MON-HOLIDAY  TO WS-MCL-HOLIDAY.
076400     MOVE WS-MONTH-COUNT-LINE TO CALR-RECORD.
076500     WRITE CALR-RECORD.
076600     PERFORM 3600-PRINT-EXCEPTION
076700         THRU 3600-EXIT
076800         VARYING WS-EXC-IX FROM 1 BY 1
076900         UNTIL WS-EXC-IX > WS-EXC-COUNT.
077000     ADD WS-MON-DAYS     TO WS-YR-DAYS.
077100     ADD WS-MON-BUSINESS TO WS-YR-BUSINESS.
077200     ADD WS-MON-RUN      TO WS-YR-RUN.
077300     ADD WS-MON-WEEKEND  TO WS-YR-WEEKEND.
077400     ADD WS-MON-HOLIDAY  TO WS-YR-HOLIDAY.
077500 3300-EXIT.
077600     EXIT.
077700*-----------------------------------------------------------*
077800* 3400 - ONE DATE.  THE WEEKEND RULE GIVES THE DEFAULT; A    *
077900*        VALID EXCEPTION CARD FOR THE DATE OVERRIDES IT:     *
078000*          WEEKDAY           B / Y      WEEKEND     H / N    *
078100*          H CARD            H / N      B CARD      B / Y    *
078200*          N CARD            B / N                           *
078300*-----------------------------------------------------------*
078400 3400-GENERATE-DAY.
078500     ADD 1 TO WS-MON-DAYS.
078600     MOVE WS-GEN-DATE TO CAL-DATE.
078700     IF WS-WEEKEND-DAY (WS-GEN-DOW) = "Y"
078800         MOVE "H" TO CAL-DAY-TYPE
078900         MOVE "N" TO CAL-RUN-SW
079000         MOVE "W" TO WS-GEN-FLAG
079100     ELSE
079200         MOVE "B" TO CAL-DAY-TYPE
079300         MOVE "Y" TO CAL-RUN-SW
079400         MOVE SPACE TO WS-GEN-FLAG
079500     END-IF.
079600     MOVE "N"  TO WS-EXC-FOUND-SW.
079700     MOVE ZERO TO WS-EXC-HIT.
079800     PERFORM 3450-FIND-EXCEPTION
079900         THRU 3450-EXIT
080000         VARYING WS-EXC-IX FROM 1 BY 1
080100         UNTIL WS-EXC-IX > WS-EXC-COUNT
080200            OR WS-EXC-FOUND.
080300     IF WS-EXC-FOUND
080400         EVALUATE WS-EXC-TYPE (WS-EXC-HIT)
080500             WHEN "H"
080600                 MOVE "H" TO CAL-DAY-TYPE
080700                 MOVE "N" TO CAL-RUN-SW
080800                 MOVE "H" TO WS-GEN-FLAG
080900             WHEN "B"
081000                 MOVE "B" TO CAL-DAY-TYPE
081100                 MOVE "Y" TO CAL-RUN-SW
081200                 MOVE "B" TO WS-GEN-FLAG
081300             WHEN "N"
081400                 MOVE "B" TO CAL-DAY-TYPE
081500                 MOVE "N" TO CAL-RUN-SW
081600                 MOVE "N" TO WS-GEN-FLAG
081700         END-EVALUATE
081800     END-IF.
081900     WRITE CAL-RECORD.
082000     EVALUATE TRUE
082100         WHEN WS-GEN-FLAG = "W"
082200             ADD 1 TO WS-MON-WEEKEND
082300         WHEN CAL-HOLIDAY
082400             ADD 1 TO WS-MON-HOLIDAY
082500         WHEN OTHER
082600             ADD 1 TO WS-MON-BUSINESS
082700     END-EVALUATE.
082800     IF CAL-RUN-SCHEDULED
082900         ADD 1 TO WS-MON-RUN
083000     END-IF.
083100     MOVE WS-GEN-DD   TO WS-GRD-DD (WS-GEN-DOW).
083200     MOVE WS-GEN-FLAG TO WS-GRD-FLAG (WS-GEN-DOW).
083300     SET WS-GRID-USED TO TRUE.
083400     IF WS-GEN-DOW = 7
083500         MOVE WS-GRID-LINE TO CALR-RECORD
083600         WRITE CALR-RECORD
083700         MOVE SPACES TO WS-GRID-LINE
083800         MOVE "N"    TO WS-GRID-USED-SW
083900         MOVE 1      TO WS-GEN-DOW
084000     ELSE
084100         ADD 1 TO WS-GEN-DOW
084200     END-IF.
084300 3400-EXIT.
084400     EXIT.
084500 3450-FIND-EXCEPTION.
084600     IF WS-EXC-VALID (WS-EXC-IX)
084700        AND WS-EXC-DATE (WS-EXC-IX) = WS-GEN-DATE
084800         SET WS-EXC-FOUND TO TRUE
084900         MOVE WS-EXC-IX TO WS-EXC-HIT
085000     END-IF.
085100 3450-EXIT.
085200     EXIT.
085300 3600-PRINT-EXCEPTION.
085400     IF NOT WS-EXC-VALID (WS-EXC-IX)
085500        OR WS-EXC-MM (WS-EXC-IX) NOT = WS-GEN-MM
085600         GO TO 3600-EXIT
085700     END-IF.
085800     MOVE WS-EXC-MM (WS-EXC-IX)   TO WS-EDL-MM.
085900     MOVE WS-EXC-DD (WS-EXC-IX)   TO WS-EDL-DD.
086000     MOVE WS-EXC-TYPE (WS-EXC-IX) TO WS-EDL-TYPE.
086100     MOVE WS-EXC-DESC (WS-EXC-IX) TO WS-EDL-DESC.
086200     MOVE WS-EXC-DETAIL-LINE TO CALR-RECORD.
086300     WRITE CALR-RECORD.
086400 3600-EXIT.
086500     EXIT.
086600*-----------------------------------------------------------*
086700* 7500 - YYYYMMDD TO A SERIAL DAY NUMBER, AS FIBHKP, WITH    *
086800*        EACH DIVISION TAKEN TO A WHOLE QUOTIENT SO DAY      *
086900*        DIFFERENCES ARE EXACT FOR THE WEEKDAY ARITHMETIC.   *
087000*-----------------------------------------------------------*
087100 7500-DATE-TO-SERIAL.
087200     MOVE WS-CDP-YYYY TO WS-SER-YEAR.
087300     MOVE WS-CDP-MM   TO WS-SER-MONTH.
087400     IF WS-SER-MONTH < 3
087500         ADD 12 TO WS-SER-MONTH
087600         SUBTRACT 1 FROM WS-SER-YEAR
087700     END-IF.
087800     DIVIDE WS-SER-YEAR BY 4   GIVING WS-SER-Q4.
087900     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-Q100.
088000     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-Q400.
088100     COMPUTE WS-SER-QMON = 153 * (WS-SER-MONTH + 1).
088200     DIVIDE WS-SER-QMON BY 5   GIVING WS-SER-QMON.
088300     COMPUTE WS-CLB-SERIAL =
088400         (365 * WS-SER-YEAR)
088500         + WS-SER-Q4
088600         - WS-SER-Q100
088700         + WS-SER-Q400
088800         + WS-SER-QMON
088900         + WS-CDP-DD.
089000 7500-EXIT.
089100     EXIT.
089200 8000-PRINT-TOTALS.
089300     MOVE SPACES TO CALR-RECORD.
089400     WRITE CALR-RECORD.
089500     MOVE WS-YR-DAYS     TO WS-YTL-DAYS.
089600     MOVE WS-YR-BUSINESS TO WS-YTL-BUSINESS.
089700     MOVE WS-YR-RUN      TO WS-YTL-RUN.
089800     MOVE WS-YR-WEEKEND  TO WS-YTL-WEEKEND.
089900     MOVE WS-YR-HOLIDAY  TO WS-YTL-HOLIDAY.
090000     MOVE WS-YEAR-TOTAL-LINE TO CALR-RECORD.
090100     WRITE CALR-RECORD.
090200     MOVE WS-OLDC-CARRIED  TO WS-MGL-CARRIED.
090300     MOVE WS-OLDC-REPLACED TO WS-MGL-REPLACED.
090400     MOVE WS-MERGE-LINE TO CALR-RECORD.
090500     WRITE CALR-RECORD.
090600     IF WS-OLDC-REPLACED > ZERO
090700         MOVE "FIB0109W YEAR ALREADY ON CALENDAR - REPLACED"
090800             TO CALR-RECORD
090900         WRITE CALR-RECORD
091000         IF WS-CLB-RC < 4
091100             MOVE 4 TO WS-CLB-RC
091200         END-IF
091300     END-IF.
091400     MOVE SPACES TO CALR-RECORD.
091500     WRITE CALR-RECORD.
091600     MOVE WS-SIGNOFF-LINE-1 TO CALR-RECORD.
091700     WRITE CALR-RECORD.
091800     MOVE SPACES TO CALR-RECORD.
091900     WRITE CALR-RECORD.
092000     MOVE WS-SIGNOFF-LINE-2 TO CALR-RECORD.
092100     WRITE CALR-RECORD.
092200 8000-EXIT.
092300     EXIT.
092400 9000-END-OF-JOB.
092500     MOVE SPACES TO CALR-RECORD.
092600     WRITE CALR-RECORD.
092700     MOVE "END OF CALENDAR BUILD LISTING" TO CALR-RECORD.
092800     WRITE CALR-RECORD.
092900     CLOSE CALR-FILE.
093000     MOVE WS-CLB-RC TO RETURN-CODE.
093100 9000-EXIT.
093200     EXIT.

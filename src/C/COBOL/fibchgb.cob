000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     FIBCHGB.
000300 AUTHOR.         R HADLOW.
000400 INSTALLATION.   RETRACEMENT DESK - QUANT SUPPORT.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* FIBCHGB - MONTHLY SEQUENCE SERVICE CHARGEBACK.  BILLS      *
000900*           EVERY RUN FIBSTEP COMPLETED (OR HALTED ON        *
001000*           OVERFLOW) IN THE PERIOD (CHGIN CARD CCYYMM,      *
001100*           DEFAULT LAST MONTH) AT THE RATES ON THE RATE     *
001200*           TABLE (CHGRATE, FIBRATE): PER RUN, PER TERM      *
001300*           PRODUCED, PER LUCAS AND PER TRIBONACCI RUN, AND  *
001400*           PER RUN SHIPPED IN THE PRICING FEED (A SENTLOG   *
001500*           FEED FOR THE RUN DATE NOT IN DISPUTE).  EACH     *
001600*           FIBAUDT RUN IS MATCHED TO ITS FIBUSGL USAGE      *
001700*           RECORD AND BILLED TO THE COST CENTRE, ON THE     *
001800*           FIBUSER MASTER, OF THE USER ON THE CARD.  A RUN  *
001900*           WITH NO USAGE RECORD, NO CARD USER, A USER NOT   *
002000*           ON THE MASTER OR A USER WITH NO COST CENTRE IS   *
002100*           BILLED TO THE SUSPENSE COST CENTRE, SHOWING WHY. *
002300*           CHGRPT  - ONE STATEMENT PER COST CENTRE, A LINE  *
002400*                     PER USER, AND THE JOURNAL CONTROLS     *
002500*           CHGGL   - GL JOURNAL (FIBGLJ): A DEBIT PER COST  *
002600*                     CENTRE, ONE CREDIT FOR THE RECOVERY,   *
002700*                     TRAILER WITH THE CONTROL TOTALS        *
002800*           RC 4  = RUNS BILLED TO SUSPENSE, NO BILLABLE     *
002900*                   RUNS, OR A FILE OR TABLE LIMIT (SEE THE  *
003000*                   REPORT)                                  *
003100*           RC 12 = CARD, RATE TABLE OR FIBAUDT UNUSABLE, OR *
003200*                   TOO MANY CHARGE LINES - NO JOURNAL       *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                       *
003500*-----------------------------------------------------------*
003600* DATE       INIT  DESCRIPTION                                *
003700* 2026-10-14  RH   ORIGINAL VERSION.                          *
003710* 2026-10-15  RH   A RUN WHOSE CARD HAD NO USER, OR A USER    *
003720*                  NOT ON FIBUSER, IS NO LONGER BILLED TO THE *
003730*                  OWNER OF THE PROFILE RANGE - IT GOES TO    *
003740*                  SUSPENSE (REASON B OR U) FOR THE DESK TO   *
003750*                  CHASE.  THE USAGE TABLE'S LOW-WATER MARK   *
003760*                  NO LONGER RUNS PAST THE END OF A FULL      *
003770*                  TABLE, AND A RUN DAY OUTSIDE 1-31 IS NOT   *
003780*                  LOOKED UP IN THE FEED TABLE.               *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CHGC-FILE ASSIGN TO "CHGIN"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CHGC-FILE-STATUS.
004800     SELECT RATE-FILE ASSIGN TO "CHGRATE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RATE-FILE-STATUS.
005100     SELECT AUDIT-FILE ASSIGN TO "FIBAUDT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005400     SELECT USGL-FILE ASSIGN TO "USAGELOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-USGL-FILE-STATUS.
005700     SELECT USER-FILE ASSIGN TO "FIBUSER"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-USER-FILE-STATUS.
006000     SELECT SLOG-FILE ASSIGN TO "SENTLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SLOG-FILE-STATUS.
006300     SELECT GLJ-FILE ASSIGN TO "CHGGL"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT CHR-FILE ASSIGN TO "CHGRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CHGC-FILE
007000     RECORDING MODE IS F.
007100 01  CHGC-CARD.
007200     05  CHGC-PERIOD             PIC 9(06).
007300     05  CHGC-PERIOD-X REDEFINES CHGC-PERIOD
007400                                 PIC X(06).
007500     05  FILLER                  PIC X(74).
007600     COPY FIBRATE.
007700     COPY FIBAUDT.
007800     COPY FIBUSGL.
007900     COPY FIBUSER.
008000     COPY FIBSLOG.
008100     COPY FIBGLJ.
008200 FD  CHR-FILE
008300     RECORDING MODE IS F.
008400 01  CHR-RECORD                  PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 01  WS-CHGC-FILE-STATUS         PIC X(02)  VALUE "00".
008700 01  WS-RATE-FILE-STATUS         PIC X(02)  VALUE "00".
008800 01  WS-AUDIT-FILE-STATUS        PIC X(02)  VALUE "00".
008900 01  WS-USGL-FILE-STATUS         PIC X(02)  VALUE "00".
009000 01  WS-USER-FILE-STATUS         PIC X(02)  VALUE "00".
009100 01  WS-SLOG-FILE-STATUS         PIC X(02)  VALUE "00".
009200 01  WS-CHG-EOF-SW               PIC X(01)  VALUE "N".
009300     88  WS-CHG-EOF                          VALUE "Y".
009400 01  WS-CHG-ABORT-SW             PIC X(01)  VALUE "N".
009500     88  WS-CHG-ABORTED                      VALUE "Y".
009600 01  WS-CHG-HIT-SW               PIC X(01)  VALUE "N".
009700     88  WS-CHG-HIT                          VALUE "Y".
009800 01  WS-GLJ-OPEN-SW              PIC X(01)  VALUE "N".
009900     88  WS-GLJ-OPEN                         VALUE "Y".
010000 01  WS-CHG-RC                   PIC 9(02)  VALUE ZERO.
010100 01  WS-CHG-SYS-DATE             PIC 9(08)  VALUE ZERO.
010200 01  WS-CHG-SYS-PARTS REDEFINES WS-CHG-SYS-DATE.
010300     05  WS-CSD-YYYY             PIC 9(04).
010400     05  WS-CSD-MM               PIC 9(02).
010500     05  WS-CSD-DD               PIC 9(02).
010600 01  WS-CHG-SYS-TIME             PIC 9(08)  VALUE ZERO.
010700 01  WS-CHG-PERIOD               PIC 9(06)  VALUE ZERO.
010800 01  WS-CHG-PERIOD-PARTS REDEFINES WS-CHG-PERIOD.
010900     05  WS-CHP-YYYY             PIC 9(04).
011000     05  WS-CHP-MM               PIC 9(02).
011100 01  WS-CHG-WORK-DATE            PIC 9(08)  VALUE ZERO.
011200 01  WS-CHG-WORK-PARTS REDEFINES WS-CHG-WORK-DATE.
011300     05  WS-CWD-PERIOD           PIC 9(06).
011400     05  WS-CWD-DD               PIC 9(02).
011500 01  WS-CHG-AUD-DATE             PIC 9(08)  VALUE ZERO.
011600 01  WS-CHG-AUD-TIME             PIC 9(06)  VALUE ZERO.
011700*-----------------------------------------------------------*
011800* THE RATE TABLE IN CODE ORDER: 1 RUN, 2 TERM, 3 LUCS,       *
011900* 4 TRIB, 5 FEED (RATES), 6 DRAC, 7 CRAC, 8 SUSP (POSTING).  *
012000*-----------------------------------------------------------*
012100 01  WS-RTB-CODE-VALUES          PIC X(32)
012200         VALUE "RUN TERMLUCSTRIBFEEDDRACCRACSUSP".
012300 01  WS-RTB-CODE-TABLE REDEFINES WS-RTB-CODE-VALUES.
012400     05  WS-RTB-CODE-NAME        PIC X(04) OCCURS 8 TIMES.
012500 01  WS-RTB-IX                   PIC 9(02)  COMP VALUE ZERO.
012600 01  WS-RTB-HIT                  PIC 9(02)  COMP VALUE ZERO.
012700 01  WS-RTB-TABLE.
012800     05  WS-RTB-ENTRY            OCCURS 8 TIMES.
012900         10  WS-RTB-SEEN-SW      PIC X(01).
013000             88  WS-RTB-SEEN                 VALUE "Y".
013100         10  WS-RTB-AMOUNT       PIC 9(05)V9(04).
013200         10  WS-RTB-ACCOUNT      PIC X(10).
013300         10  WS-RTB-COST-CENTRE  PIC X(08).
013400         10  WS-RTB-DESC         PIC X(30).
013500 01  WS-RTB-REASON               PIC X(30)  VALUE SPACES.
013600*-----------------------------------------------------------*
013700* THE FIBUSER MASTER - USER, COST CENTRE, PROFILE RANGE.     *
013800*-----------------------------------------------------------*
013900 01  WS-USR-MAX                  PIC 9(03)  COMP VALUE 200.
014000 01  WS-USR-COUNT                PIC 9(03)  COMP VALUE ZERO.
014100 01  WS-USR-IX                   PIC 9(03)  COMP VALUE ZERO.
014200 01  WS-USR-HIT                  PIC 9(03)  COMP VALUE ZERO.
014300 01  WS-USR-TABLE.
014400     05  WS-USR-ENTRY            OCCURS 200 TIMES.
014500         10  WS-USR-ID           PIC X(08).
014600         10  WS-USR-COST-CENTRE  PIC X(08).
014900*-----------------------------------------------------------*
015000* DAYS OF THE PERIOD A PRICING FEED SHIPPED (NOT DISPUTED).  *
015100*-----------------------------------------------------------*
015200 01  WS-FEED-TABLE.
015300     05  WS-FEED-DAY-SW          PIC X(01) OCCURS 31 TIMES.
015400         88  WS-FEED-SHIPPED                 VALUE "Y".
015500*-----------------------------------------------------------*
015600* THE PERIOD'S USAGE RECORDS, IN THE ORDER FIBSTEP WROTE     *
015700* THEM.  WS-USG-LOW IS THE FIRST ONE NOT YET MATCHED, SO THE *
015800* SEARCH FOLLOWS FIBAUDT DOWN THE TABLE.                     *
015900*-----------------------------------------------------------*
016000 01  WS-USG-MAX                  PIC 9(05)  COMP VALUE 5000.
016100 01  WS-USG-COUNT                PIC 9(05)  COMP VALUE ZERO.
016200 01  WS-USG-IX                   PIC 9(05)  COMP VALUE ZERO.
016300 01  WS-USG-HIT                  PIC 9(05)  COMP VALUE ZERO.
016400 01  WS-USG-LOW                  PIC 9(05)  COMP VALUE 1.
016500 01  WS-USG-FULL-SW              PIC X(01)  VALUE "N".
016600     88  WS-USG-TABLE-FULL                   VALUE "Y".
016630 01  WS-USG-LOW-SW               PIC X(01)  VALUE "N".
016660     88  WS-USG-LOW-FOUND                    VALUE "Y".
016700 01  WS-USG-TABLE.
016800     05  WS-USG-ENTRY            OCCURS 5000 TIMES.
016900         10  WS-USG-RUN-DATE     PIC 9(08).
017000         10  WS-USG-RUN-TIME     PIC 9(06).
017100         10  WS-USG-JOB-ID       PIC X(08).
017200         10  WS-USG-USER-ID      PIC X(08).
017300         10  WS-USG-PROFILE-NAME PIC X(08).
017400         10  WS-USG-USED-SW      PIC X(01).
017500             88  WS-USG-USED                 VALUE "Y".
017600*-----------------------------------------------------------*
017700* ONE CHARGE LINE PER COST CENTRE, USER AND SUSPENSE REASON. *
017800* WS-LIN-USER IS THE JOB ID WHERE NO USER IS KNOWN.  REASON: *
017900* SPACE BILLED NORMALLY; N NO USAGE RECORD; B NO USER ON THE *
018000* CARD; U USER NOT ON FIBUSER; C USER HAS NO COST CENTRE.    *
018100*-----------------------------------------------------------*
018200 01  WS-LIN-MAX                  PIC 9(04)  COMP VALUE 1000.
018300 01  WS-LIN-COUNT                PIC 9(04)  COMP VALUE ZERO.
018400 01  WS-LIN-IX                   PIC 9(04)  COMP VALUE ZERO.
018500 01  WS-LIN-HIT                  PIC 9(04)  COMP VALUE ZERO.
018600 01  WS-LIN-RANK                 PIC 9(04)  COMP VALUE ZERO.
018700 01  WS-LIN-TABLE.
018800     05  WS-LIN-ENTRY            OCCURS 1000 TIMES.
018900         10  WS-LIN-KEY.
019000             15  WS-LIN-COST-CENTRE
019100                                 PIC X(08).
019200             15  WS-LIN-USER     PIC X(08).
019300             15  WS-LIN-REASON   PIC X(01).
019400         10  WS-LIN-RUNS         PIC 9(07)  COMP.
019500         10  WS-LIN-TERMS        PIC 9(09)  COMP.
019600         10  WS-LIN-LUCAS        PIC 9(07)  COMP.
019700         10  WS-LIN-TRIB         PIC 9(07)  COMP.
019800         10  WS-LIN-FEED         PIC 9(07)  COMP.
019900         10  WS-LIN-LISTED-SW    PIC X(01).
020000             88  WS-LIN-LISTED               VALUE "Y".
020100 01  WS-CHG-KEY.
020200     05  WS-CHG-COST-CENTRE      PIC X(08).
020300     05  WS-CHG-USER             PIC X(08).
020400     05  WS-CHG-REASON           PIC X(01).
020500         88  WS-CHG-ATTRIBUTED               VALUE SPACE.
020600         88  WS-CHG-NO-USAGE                 VALUE "N".
020700         88  WS-CHG-NO-USER                  VALUE "B".
020800         88  WS-CHG-USER-UNKNOWN             VALUE "U".
020900         88  WS-CHG-NO-CENTRE                VALUE "C".
021000 01  WS-CHG-CUR-CENTRE           PIC X(08)  VALUE SPACES.
021100*-----------------------------------------------------------*
021200* CHARGES - A LINE, A COST CENTRE, THE WHOLE PERIOD.         *
021300*-----------------------------------------------------------*
021400 01  WS-AMT-LINE.
021500     05  WS-AMT-RUN              PIC 9(09)V99.
021600     05  WS-AMT-TERM             PIC 9(09)V99.
021700     05  WS-AMT-LUCAS            PIC 9(09)V99.
021800     05  WS-AMT-TRIB             PIC 9(09)V99.
021900     05  WS-AMT-FEED             PIC 9(09)V99.
022000     05  WS-AMT-TOTAL            PIC 9(11)V99.
022100 01  WS-CTR-TOTALS.
022200     05  WS-CTR-RUNS             PIC 9(07)  COMP.
022300     05  WS-CTR-TERMS            PIC 9(09)  COMP.
022400     05  WS-CTR-LUCAS            PIC 9(07)  COMP.
022500     05  WS-CTR-TRIB             PIC 9(07)  COMP.
022600     05  WS-CTR-FEED             PIC 9(07)  COMP.
022700     05  WS-CTR-AMT-RUN          PIC 9(11)V99.
022800     05  WS-CTR-AMT-TERM         PIC 9(11)V99.
022900     05  WS-CTR-AMT-LUCAS        PIC 9(11)V99.
023000     05  WS-CTR-AMT-TRIB         PIC 9(11)V99.
023100     05  WS-CTR-AMT-FEED         PIC 9(11)V99.
023200     05  WS-CTR-AMT-TOTAL        PIC 9(11)V99.
023300 01  WS-GRD-TOTALS.
023400     05  WS-GRD-RUNS             PIC 9(07)  COMP.
023500     05  WS-GRD-TERMS            PIC 9(09)  COMP.
023600     05  WS-GRD-LUCAS            PIC 9(07)  COMP.
023700     05  WS-GRD-TRIB             PIC 9(07)  COMP.
023800     05  WS-GRD-FEED             PIC 9(07)  COMP.
023900     05  WS-GRD-AMT-RUN          PIC 9(11)V99.
024000     05  WS-GRD-AMT-TERM         PIC 9(11)V99.
024100     05  WS-GRD-AMT-LUCAS        PIC 9(11)V99.
024200     05  WS-GRD-AMT-TRIB         PIC 9(11)V99.
024300     05  WS-GRD-AMT-FEED         PIC 9(11)V99.
024400     05  WS-GRD-AMT-TOTAL        PIC 9(11)V99.
024500 01  WS-GLJ-LINE-NO              PIC 9(05)  VALUE ZERO.
024600 01  WS-GLJ-DEBIT-COUNT          PIC 9(07)  VALUE ZERO.
024700 01  WS-GLJ-CREDIT-COUNT         PIC 9(07)  VALUE ZERO.
024800 01  WS-GLJ-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
024900 01  WS-GLJ-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.
025000 01  WS-GLJ-JOURNAL-ID.
025100     05  FILLER                  PIC X(06)  VALUE "FIBCHG".
025200     05  WS-GLJ-JOURNAL-PERIOD   PIC 9(06)  VALUE ZERO.
025300 01  WS-CHG-READ                 PIC 9(07)  COMP VALUE ZERO.
025400 01  WS-CHG-IN-PERIOD            PIC 9(07)  COMP VALUE ZERO.
025500 01  WS-CHG-BILLED               PIC 9(07)  COMP VALUE ZERO.
025600 01  WS-CHG-NOT-BILLED           PIC 9(07)  COMP VALUE ZERO.
025700 01  WS-CHG-SUSPENSE             PIC 9(07)  COMP VALUE ZERO.
025800 01  WS-CHG-BYPASSED             PIC 9(07)  COMP VALUE ZERO.
025900 01  WS-CHG-MSG-COUNT            PIC ZZZZZZ9.
026000*-----------------------------------------------------------*
026100* SUSPENSE REASON TEXT, IN WS-CHG-REASON ORDER N B U C.      *
026200*-----------------------------------------------------------*
026300 01  WS-RSN-CODE-VALUES          PIC X(04)  VALUE "NBUC".
026400 01  WS-RSN-CODE-TABLE REDEFINES WS-RSN-CODE-VALUES.
026500     05  WS-RSN-CODE             PIC X(01) OCCURS 4 TIMES.
026600 01  WS-RSN-TEXT-VALUES.
026700     05  FILLER                  PIC X(14)  VALUE "NO USAGE LOG".
026800     05  FILLER                  PIC X(14)  VALUE "NO CARD USER".
026900     05  FILLER                  PIC X(14)  VALUE "NOT ON MASTER".
027000     05  FILLER                  PIC X(14)
027100             VALUE "NO COST CENTRE".
027200 01  WS-RSN-TEXT-TABLE REDEFINES WS-RSN-TEXT-VALUES.
027300     05  WS-RSN-TEXT             PIC X(14) OCCURS 4 TIMES.
027400 01  WS-RSN-IX                   PIC 9(01)  COMP VALUE ZERO.
027500 01  WS-CHR-TITLE-LINE.
027600     05  FILLER                  PIC X(46) VALUE SPACES.
027700     05  FILLER                  PIC X(40)
027800             VALUE "SEQUENCE SERVICE CHARGEBACK STATEMENT".
027900     05  FILLER                  PIC X(46) VALUE SPACES.
028000 01  WS-CHR-DATE-LINE.
028100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
028200     05  WS-CHR-RPT-MM           PIC 99.
028300     05  FILLER                  PIC X(01) VALUE "/".
028400     05  WS-CHR-RPT-DD           PIC 99.
028500     05  FILLER                  PIC X(01) VALUE "/".
028600     05  WS-CHR-RPT-YYYY         PIC 9(04).
028700     05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
028800     05  WS-CHR-RPT-PER-MM       PIC 99.
028900     05  FILLER                  PIC X(01) VALUE "/".
029000     05  WS-CHR-RPT-PER-YYYY     PIC 9(04).
029100     05  FILLER                  PIC X(95) VALUE SPACES.
029200 01  WS-CHR-RATE-LINE.
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  WS-CRL-CODE             PIC X(04).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  WS-CRL-AMOUNT           PIC ZZZZ9.9999.
029700     05  WS-CRL-AMOUNT-X REDEFINES WS-CRL-AMOUNT
029800                                 PIC X(10).
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  WS-CRL-ACCOUNT          PIC X(10).
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  WS-CRL-COST-CENTRE      PIC X(08).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  WS-CRL-DESC             PIC X(30).
030500     05  FILLER                  PIC X(60) VALUE SPACES.
030600 01  WS-CHR-CENTRE-LINE.
030700     05  FILLER                  PIC X(13) VALUE "COST CENTRE: ".
030800     05  WS-CCL-COST-CENTRE      PIC X(08).
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000     05  WS-CCL-NOTE             PIC X(109).
031100 01  WS-CHH-COLUMN-LINE.
031200     05  FILLER                  PIC X(10) VALUE "USER/JOB".
031300     05  FILLER                  PIC X(08) VALUE "    RUNS".
031400     05  FILLER                  PIC X(10) VALUE "     TERMS".
031500     05  FILLER                  PIC X(07) VALUE "  LUCAS".
031600     05  FILLER                  PIC X(07) VALUE "   TRIB".
031700     05  FILLER                  PIC X(07) VALUE "   FEED".
031800     05  FILLER                  PIC X(12) VALUE "     RUN CHG".
031900     05  FILLER                  PIC X(11) VALUE "   TERM CHG".
032000     05  FILLER                  PIC X(11) VALUE "  LUCAS CHG".
032100     05  FILLER                  PIC X(11) VALUE "   TRIB CHG".
032200     05  FILLER                  PIC X(11) VALUE "   FEED CHG".
032300     05  FILLER                  PIC X(12) VALUE "       TOTAL".
032400     05  FILLER                  PIC X(01) VALUE SPACE.
032500     05  FILLER                  PIC X(14) VALUE "NOTE".
032600 01  WS-CHD-DETAIL-LINE.
032700     05  WS-CHD-USER             PIC X(08).
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  WS-CHD-RUNS             PIC ZZZZZZZ9.
033000     05  WS-CHD-TERMS            PIC ZZZZZZZZZ9.
033100     05  WS-CHD-LUCAS            PIC ZZZZZZ9.
033200     05  WS-CHD-TRIB             PIC ZZZZZZ9.
033300     05  WS-CHD-FEED             PIC ZZZZZZ9.
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  WS-CHD-AMT-RUN          PIC ZZZZZZ9.99.
033600     05  FILLER                  PIC X(01) VALUE SPACE.
033700     05  WS-CHD-AMT-TERM         PIC ZZZZZZ9.99.
033800     05  FILLER                  PIC X(01) VALUE SPACE.
033900     05  WS-CHD-AMT-LUCAS        PIC ZZZZZZ9.99.
034000     05  FILLER                  PIC X(01) VALUE SPACE.
034100     05  WS-CHD-AMT-TRIB         PIC ZZZZZZ9.99.
034200     05  FILLER                  PIC X(01) VALUE SPACE.
034300     05  WS-CHD-AMT-FEED         PIC ZZZZZZ9.99.
034400     05  FILLER                  PIC X(01) VALUE SPACE.
034500     05  WS-CHD-AMT-TOTAL        PIC ZZZZZZZ9.99.
034600     05  FILLER                  PIC X(01) VALUE SPACE.
034700     05  WS-CHD-NOTE             PIC X(14).
034800 01  WS-CHR-GL-LINE.
034900     05  FILLER                  PIC X(12) VALUE "GL JOURNAL: ".
035000     05  WS-CGL-JOURNAL-ID       PIC X(12).
035100     05  FILLER                  PIC X(10) VALUE "  DEBITS: ".
035200     05  WS-CGL-DEBIT-COUNT      PIC ZZZ9.
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  WS-CGL-DEBIT-TOTAL      PIC ZZZZZZZZZZZZ9.99.
035500     05  FILLER                  PIC X(11) VALUE "  CREDITS: ".
035600     05  WS-CGL-CREDIT-COUNT     PIC ZZZ9.
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  WS-CGL-CREDIT-TOTAL     PIC ZZZZZZZZZZZZ9.99.
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  WS-CGL-STATUS           PIC X(16).
036100     05  FILLER                  PIC X(25) VALUE SPACES.
036200 01  WS-CHR-FOOTER-LINE.
036300     05  FILLER                  PIC X(14) VALUE "FIBAUDT READ: ".
036400     05  WS-CFT-READ             PIC ZZZZZZ9.
036500     05  FILLER                  PIC X(13) VALUE "  IN PERIOD: ".
036600     05  WS-CFT-IN-PERIOD        PIC ZZZZZZ9.
036700     05  FILLER                  PIC X(10) VALUE "  BILLED: ".
036800     05  WS-CFT-BILLED           PIC ZZZZZZ9.
036900     05  FILLER                  PIC X(22)
037000             VALUE "  REJECTED/NOT BILLED:".
037100     05  WS-CFT-NOT-BILLED       PIC ZZZZZZ9.
037200     05  FILLER                  PIC X(14) VALUE "  TO SUSPENSE:".
037300     05  WS-CFT-SUSPENSE         PIC ZZZZZZ9.
037400     05  FILLER                  PIC X(12) VALUE "  BYPASSED: ".
037500     05  WS-CFT-BYPASSED         PIC ZZZZZZ9.
037600     05  FILLER                  PIC X(05) VALUE SPACES.
037700 01  WS-CHR-MSG-LINE.
037800     05  WS-CHR-MSG-TEXT         PIC X(44).
037900     05  WS-CHR-MSG-NAME         PIC X(10).
038000     05  WS-CHR-MSG-TEXT2        PIC X(78).
038100 PROCEDURE DIVISION.
038200 0000-MAINLINE.
038300     PERFORM 1000-INITIALIZE
038400         THRU 1000-EXIT.
038500     IF NOT WS-CHG-ABORTED
038600         PERFORM 2000-READ-AUDIT
038700             THRU 2000-EXIT
038800     END-IF.
038900     IF NOT WS-CHG-ABORTED
039000         PERFORM 3000-PRODUCE-STATEMENTS
039100             THRU 3000-EXIT
039200         PERFORM 4000-FINISH-JOURNAL
039300             THRU 4000-EXIT
039400     END-IF.
039500     PERFORM 9000-END-OF-JOB
039600         THRU 9000-EXIT.
039700     GOBACK.
039800*-----------------------------------------------------------*
039900* 1000 - EDIT THE CHGIN CARD (NO CARD, OR A BLANK PERIOD =   *
040000*        THE MONTH BEFORE TODAY'S), LOAD THE RATE TABLE AND  *
040100*        THE FILES RUNS ARE ATTRIBUTED FROM.                 *
040200*-----------------------------------------------------------*
040300 1000-INITIALIZE.
040400     ACCEPT WS-CHG-SYS-DATE FROM DATE YYYYMMDD.
040500     ACCEPT WS-CHG-SYS-TIME FROM TIME.
040600     MOVE WS-CSD-MM   TO WS-CHR-RPT-MM.
040700     MOVE WS-CSD-DD   TO WS-CHR-RPT-DD.
040800     MOVE WS-CSD-YYYY TO WS-CHR-RPT-YYYY.
040900     MOVE WS-CSD-YYYY TO WS-CHP-YYYY.
041000     IF WS-CSD-MM = 1
041100         SUBTRACT 1 FROM WS-CHP-YYYY
041200         MOVE 12 TO WS-CHP-MM
041300     ELSE
041400         COMPUTE WS-CHP-MM = WS-CSD-MM - 1
041500     END-IF.
041600     INITIALIZE WS-RTB-TABLE
041700                WS-LIN-TABLE
041800                WS-CTR-TOTALS
041900                WS-GRD-TOTALS.
042000     MOVE ALL "N" TO WS-FEED-TABLE.
042100     OPEN OUTPUT CHR-FILE.
042200     MOVE WS-CHR-TITLE-LINE TO CHR-RECORD.
042300     WRITE CHR-RECORD.
042400     OPEN INPUT CHGC-FILE.
042500     IF WS-CHGC-FILE-STATUS = "00"
042600         READ CHGC-FILE
042700             AT END
042800                 MOVE SPACES TO CHGC-CARD
042900         END-READ
043000         CLOSE CHGC-FILE
043100         IF CHGC-PERIOD-X NOT = SPACES
043200             PERFORM 1050-EDIT-CARD
043300                 THRU 1050-EXIT
043400         END-IF
043500     END-IF.
043600     IF WS-CHG-ABORTED
043700         MOVE "FIB0151E CHGIN CARD INVALID - NO CHARGEBACK"
043800             TO CHR-RECORD
043900         WRITE CHR-RECORD
044000         DISPLAY "FIB0151E CHGIN CARD INVALID - NO CHARGEBACK"
044100         MOVE 12 TO WS-CHG-RC
044200         GO TO 1000-EXIT
044300     END-IF.
044400     MOVE WS-CHP-MM        TO WS-CHR-RPT-PER-MM.
044500     MOVE WS-CHP-YYYY      TO WS-CHR-RPT-PER-YYYY.
044600     MOVE WS-CHG-PERIOD    TO WS-GLJ-JOURNAL-PERIOD.
044700     MOVE WS-CHR-DATE-LINE TO CHR-RECORD.
044800     WRITE CHR-RECORD.
044900     PERFORM 1100-LOAD-RATES
045000         THRU 1100-EXIT.
045100     IF WS-CHG-ABORTED
045200         GO TO 1000-EXIT
045300     END-IF.
045400     PERFORM 1200-LOAD-USERS
045500         THRU 1200-EXIT.
045600     PERFORM 1300-LOAD-FEEDS
045700         THRU 1300-EXIT.
045800     PERFORM 1400-LOAD-USAGE
045900         THRU 1400-EXIT.
046000 1000-EXIT.
046100     EXIT.
046200 1050-EDIT-CARD.
046300     IF CHGC-PERIOD NOT NUMERIC
046400         SET WS-CHG-ABORTED TO TRUE
046500         GO TO 1050-EXIT
046600     END-IF.
046700     IF CHGC-PERIOD-X (5:2) < "01"
046800        OR CHGC-PERIOD-X (5:2) > "12"
046900         SET WS-CHG-ABORTED TO TRUE
047000         GO TO 1050-EXIT
047100     END-IF.
047200     MOVE CHGC-PERIOD TO WS-CHG-PERIOD.
047300 1050-EXIT.
047400     EXIT.
047500*-----------------------------------------------------------*
047600* 1100 - THE RATE TABLE.  BLANK CARDS AND CARDS STARTING "*" *
047700*        ARE SKIPPED.  AN UNKNOWN OR REPEATED CODE, A RATE   *
047800*        NOT NUMERIC, A MISSING CODE, OR A POSTING CARD      *
047900*        WITHOUT ITS ACCOUNT OR COST CENTRE STOPS THE RUN -  *
048000*        NOTHING IS BILLED AT A GUESSED RATE.                *
048100*-----------------------------------------------------------*
048200 1100-LOAD-RATES.
048300     OPEN INPUT RATE-FILE.
048400     IF WS-RATE-FILE-STATUS NOT = "00"
048500         MOVE SPACES TO RATE-CODE
048600         MOVE "- CHGRATE NOT AVAILABLE" TO WS-RTB-REASON
048700         PERFORM 1190-RATE-ERROR
048800             THRU 1190-EXIT
048900         GO TO 1100-EXIT
049000     END-IF.
049100     MOVE "N" TO WS-CHG-EOF-SW.
049200     PERFORM 1110-READ-RATE
049300         THRU 1110-EXIT
049400         UNTIL WS-CHG-EOF
049500            OR WS-CHG-ABORTED.
049600     CLOSE RATE-FILE.
049700     IF WS-CHG-ABORTED
049800         GO TO 1100-EXIT
049900     END-IF.
050000     PERFORM 1150-CHECK-RATE
050100         THRU 1150-EXIT
050200         VARYING WS-RTB-IX FROM 1 BY 1
050300         UNTIL WS-RTB-IX > 8
050400            OR WS-CHG-ABORTED.
050500     IF WS-CHG-ABORTED
050600         GO TO 1100-EXIT
050700     END-IF.
050800     MOVE SPACES TO CHR-RECORD.
050900     WRITE CHR-RECORD.
051000     MOVE "RATES AND POSTING" TO CHR-RECORD.
051100     WRITE CHR-RECORD.
051200     PERFORM 1160-LIST-RATE
051300         THRU 1160-EXIT
051400         VARYING WS-RTB-IX FROM 1 BY 1
051500         UNTIL WS-RTB-IX > 8.
051600 1100-EXIT.
051700     EXIT.
051800 1110-READ-RATE.
051900     READ RATE-FILE
052000         AT END
052100             SET WS-CHG-EOF TO TRUE
052200             GO TO 1110-EXIT
052300     END-READ.
052400     IF RATE-CARD = SPACES
052500        OR RATE-CODE (1:1) = "*"
052600         GO TO 1110-EXIT
052700     END-IF.
052800     MOVE ZERO TO WS-RTB-HIT.
052900     PERFORM 1120-MATCH-CODE
053000         THRU 1120-EXIT
053100         VARYING WS-RTB-IX FROM 1 BY 1
053200         UNTIL WS-RTB-IX > 8
053300            OR WS-RTB-HIT > ZERO.
053400     IF WS-RTB-HIT = ZERO
053500         MOVE "UNKNOWN RATE CODE" TO WS-RTB-REASON
053600         PERFORM 1190-RATE-ERROR
053700             THRU 1190-EXIT
053800         GO TO 1110-EXIT
053900     END-IF.
054000     IF WS-RTB-SEEN (WS-RTB-HIT)
054100         MOVE "CODE REPEATED" TO WS-RTB-REASON
054200         PERFORM 1190-RATE-ERROR
054300             THRU 1190-EXIT
054400         GO TO 1110-EXIT
054500     END-IF.
054600     IF WS-RTB-HIT < 6
054700         IF RATE-AMOUNT NOT NUMERIC
054800             MOVE "RATE NOT NUMERIC" TO WS-RTB-REASON
054900             PERFORM 1190-RATE-ERROR
055000                 THRU 1190-EXIT
055100             GO TO 1110-EXIT
055200         END-IF
055300         MOVE RATE-AMOUNT TO WS-RTB-AMOUNT (WS-RTB-HIT)
055400     END-IF.
055500     SET WS-RTB-SEEN (WS-RTB-HIT) TO TRUE.
055600     MOVE RATE-ACCOUNT     TO WS-RTB-ACCOUNT (WS-RTB-HIT).
055700     MOVE RATE-COST-CENTRE TO WS-RTB-COST-CENTRE (WS-RTB-HIT).
055800     MOVE RATE-DESC        TO WS-RTB-DESC (WS-RTB-HIT).
055900 1110-EXIT.
056000     EXIT.
056100 1120-MATCH-CODE.
056200     IF WS-RTB-CODE-NAME (WS-RTB-IX) = RATE-CODE
056300         MOVE WS-RTB-IX TO WS-RTB-HIT
056400     END-IF.
056500 1120-EXIT.
056600     EXIT.
056700 1150-CHECK-RATE.
056800     MOVE WS-RTB-CODE-NAME (WS-RTB-IX) TO RATE-CODE.
056900     IF NOT WS-RTB-SEEN (WS-RTB-IX)
057000         MOVE "CODE MISSING" TO WS-RTB-REASON
057100         PERFORM 1190-RATE-ERROR
057200             THRU 1190-EXIT
057300         GO TO 1150-EXIT
057400     END-IF.
057500     IF (WS-RTB-IX = 6 OR WS-RTB-IX = 7)
057600        AND WS-RTB-ACCOUNT (WS-RTB-IX) = SPACES
057700         MOVE "GL ACCOUNT MISSING" TO WS-RTB-REASON
057800         PERFORM 1190-RATE-ERROR
057900             THRU 1190-EXIT
058000         GO TO 1150-EXIT
058100     END-IF.
058200     IF (WS-RTB-IX = 7 OR WS-RTB-IX = 8)
058300        AND WS-RTB-COST-CENTRE (WS-RTB-IX) = SPACES
058400         MOVE "COST CENTRE MISSING" TO WS-RTB-REASON
058500         PERFORM 1190-RATE-ERROR
058600             THRU 1190-EXIT
058700     END-IF.
058800 1150-EXIT.
058900     EXIT.
059000 1160-LIST-RATE.
059100     MOVE WS-RTB-CODE-NAME (WS-RTB-IX)   TO WS-CRL-CODE.
059200     IF WS-RTB-IX < 6
059300         MOVE WS-RTB-AMOUNT (WS-RTB-IX)  TO WS-CRL-AMOUNT
059400     ELSE
059500         MOVE SPACES                     TO WS-CRL-AMOUNT-X
059600     END-IF.
059700     MOVE WS-RTB-ACCOUNT (WS-RTB-IX)     TO WS-CRL-ACCOUNT.
059800     MOVE WS-RTB-COST-CENTRE (WS-RTB-IX) TO WS-CRL-COST-CENTRE.
059900     MOVE WS-RTB-DESC (WS-RTB-IX)        TO WS-CRL-DESC.
060000     MOVE WS-CHR-RATE-LINE TO CHR-RECORD.
060100     WRITE CHR-RECORD.
060200 1160-EXIT.
060300     EXIT.
060400 1190-RATE-ERROR.
060500     MOVE SPACES TO WS-CHR-MSG-LINE.
060600     MOVE "FIB0150E CHARGE RATE TABLE INVALID - CODE"
060700         TO WS-CHR-MSG-TEXT.
060800     MOVE RATE-CODE     TO WS-CHR-MSG-NAME.
060900     MOVE WS-RTB-REASON TO WS-CHR-MSG-TEXT2.
061000     MOVE WS-CHR-MSG-LINE TO CHR-RECORD.
061100     WRITE CHR-RECORD.
061200     DISPLAY WS-CHR-MSG-LINE.
061300     MOVE 12 TO WS-CHG-RC.
061400     SET WS-CHG-ABORTED TO TRUE.
061500 1190-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------*
061800* 1200 - THE FIBUSER MASTER.  WITHOUT IT NO RUN CAN BE       *
061900*        ATTRIBUTED AND EVERYTHING GOES TO SUSPENSE.         *
062000*-----------------------------------------------------------*
062100 1200-LOAD-USERS.
062200     OPEN INPUT USER-FILE.
062300     IF WS-USER-FILE-STATUS NOT = "00"
062400         MOVE "FIBUSER" TO WS-CHR-MSG-NAME
062500         PERFORM 1290-FILE-WARNING
062600             THRU 1290-EXIT
062700         GO TO 1200-EXIT
062800     END-IF.
062900     MOVE "N" TO WS-CHG-EOF-SW.
063000     PERFORM 1210-READ-USER
063100         THRU 1210-EXIT
063200         UNTIL WS-CHG-EOF.
063300     CLOSE USER-FILE.
063400 1200-EXIT.
063500     EXIT.
063600 1210-READ-USER.
063700     READ USER-FILE
063800         AT END
063900             SET WS-CHG-EOF TO TRUE
064000             GO TO 1210-EXIT
064100     END-READ.
064200     IF WS-USR-COUNT NOT < WS-USR-MAX
064300         MOVE "FIBUSER" TO WS-CHR-MSG-NAME
064400         PERFORM 1295-TABLE-WARNING
064500             THRU 1295-EXIT
064600         SET WS-CHG-EOF TO TRUE
064700         GO TO 1210-EXIT
064800     END-IF.
064900     ADD 1 TO WS-USR-COUNT.
065000     MOVE USER-ID          TO WS-USR-ID (WS-USR-COUNT).
065100     MOVE USER-COST-CENTRE TO WS-USR-COST-CENTRE (WS-USR-COUNT).
065400 1210-EXIT.
065500     EXIT.
065600 1290-FILE-WARNING.
065700     MOVE "FIB0157W FILE NOT AVAILABLE - RUNS ATTRIBUTED"
065800         TO WS-CHR-MSG-TEXT.
065900     MOVE " WITHOUT IT, SEE SUSPENSE" TO WS-CHR-MSG-TEXT2.
066000     MOVE WS-CHR-MSG-LINE TO CHR-RECORD.
066100     WRITE CHR-RECORD.
066200     DISPLAY WS-CHR-MSG-LINE.
066300     IF WS-CHG-RC < 4
066400         MOVE 4 TO WS-CHG-RC
066500     END-IF.
066600 1290-EXIT.
066700     EXIT.
066800 1295-TABLE-WARNING.
066900     MOVE "FIB0153W TABLE FULL - LATER RECORDS NOT HELD -"
067000         TO WS-CHR-MSG-TEXT.
067100     MOVE " RUNS THEY COVER GO TO SUSPENSE" TO WS-CHR-MSG-TEXT2.
067200     MOVE WS-CHR-MSG-LINE TO CHR-RECORD.
067300     WRITE CHR-RECORD.
067400     DISPLAY WS-CHR-MSG-LINE.
067500     IF WS-CHG-RC < 4
067600         MOVE 4 TO WS-CHG-RC
067700     END-IF.
067800 1295-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------*
068100* 1300 - DAYS OF THE PERIOD A PRICING FEED WAS SHIPPED.  A   *
068200*        FEED THE PRICING GROUP DISPUTED (STATUS E) IS NOT   *
068300*        CHARGED FOR.                                        *
068400*-----------------------------------------------------------*
068500 1300-LOAD-FEEDS.
068600     OPEN INPUT SLOG-FILE.
068700     IF WS-SLOG-FILE-STATUS NOT = "00"
068800         MOVE "SENTLOG" TO WS-CHR-MSG-NAME
068900         PERFORM 1290-FILE-WARNING
069000             THRU 1290-EXIT
069100         GO TO 1300-EXIT
069200     END-IF.
069300     MOVE "N" TO WS-CHG-EOF-SW.
069400     PERFORM 1310-READ-FEED
069500         THRU 1310-EXIT
069600         UNTIL WS-CHG-EOF.
069700     CLOSE SLOG-FILE.
069800 1300-EXIT.
069900     EXIT.
070000 1310-READ-FEED.
070100     READ SLOG-FILE
070200         AT END
070300             SET WS-CHG-EOF TO TRUE
070400             GO TO 1310-EXIT
070500     END-READ.
070600     IF SLOG-RUN-DATE NOT NUMERIC
070700        OR SLOG-DISPUTED
070800         GO TO 1310-EXIT
070900     END-IF.
071000     MOVE SLOG-RUN-DATE TO WS-CHG-WORK-DATE.
071100     IF WS-CWD-PERIOD = WS-CHG-PERIOD
071200        AND WS-CWD-DD > ZERO
071300        AND WS-CWD-DD < 32
071400         SET WS-FEED-SHIPPED (WS-CWD-DD) TO TRUE
071500     END-IF.
071600 1310-EXIT.
071700     EXIT.
071800*-----------------------------------------------------------*
071900* 1400 - THE PERIOD'S USAGE RECORDS.                         *
072000*-----------------------------------------------------------*
072100 1400-LOAD-USAGE.
072200     OPEN INPUT USGL-FILE.
072300     IF WS-USGL-FILE-STATUS NOT = "00"
072400         MOVE "USAGELOG" TO WS-CHR-MSG-NAME
072500         PERFORM 1290-FILE-WARNING
072600             THRU 1290-EXIT
072700         GO TO 1400-EXIT
072800     END-IF.
072900     MOVE "N" TO WS-CHG-EOF-SW.
073000     PERFORM 1410-READ-USAGE
073100         THRU 1410-EXIT
073200         UNTIL WS-CHG-EOF.
073300     CLOSE USGL-FILE.
073400 1400-EXIT.
073500     EXIT.
073600 1410-READ-USAGE.
073700     READ USGL-FILE
073800         AT END
073900             SET WS-CHG-EOF TO TRUE
074000             GO TO 1410-EXIT
074100     END-READ.
074200     IF USGL-RUN-DATE NOT NUMERIC
074300        OR USGL-RUN-TIME NOT NUMERIC
074400         GO TO 1410-EXIT
074500     END-IF.
074600     MOVE USGL-RUN-DATE TO WS-CHG-WORK-DATE.
074700     IF WS-CWD-PERIOD NOT = WS-CHG-PERIOD
074800         GO TO 1410-EXIT
074900     END-IF.
075000     IF WS-USG-COUNT NOT < WS-USG-MAX
075100         MOVE "USAGELOG" TO WS-CHR-MSG-NAME
075200         PERFORM 1295-TABLE-WARNING
075300             THRU 1295-EXIT
075400         SET WS-USG-TABLE-FULL TO TRUE
075500         SET WS-CHG-EOF TO TRUE
075600         GO TO 1410-EXIT
075700     END-IF.
075800     ADD 1 TO WS-USG-COUNT.
075900     MOVE USGL-RUN-DATE     TO WS-USG-RUN-DATE (WS-USG-COUNT).
076000     MOVE USGL-RUN-TIME     TO WS-USG-RUN-TIME (WS-USG-COUNT).
076100     MOVE USGL-JOB-ID       TO WS-USG-JOB-ID (WS-USG-COUNT).
076200     MOVE USGL-USER-ID      TO WS-USG-USER-ID (WS-USG-COUNT).
076300     MOVE USGL-PROFILE-NAME
076400         TO WS-USG-PROFILE-NAME (WS-USG-COUNT).
076500     MOVE "N"               TO WS-USG-USED-SW (WS-USG-COUNT).
076600 1410-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------*
076900* 2000 - EVERY FIBAUDT RUN OF THE PERIOD.  COMPLETED (C) AND *
077000*        OVERFLOW-HALTED (O) RUNS PRODUCED TERMS AND ARE     *
077100*        BILLED; REJECTED RUNS (R, V) ARE COUNTED ONLY.      *
077200*-----------------------------------------------------------*
077300 2000-READ-AUDIT.
077400     OPEN INPUT AUDIT-FILE.
077500     IF WS-AUDIT-FILE-STATUS NOT = "00"
077600         MOVE "FIB0156E FIBAUDT NOT AVAILABLE - NO CHARGEBACK"
077700             TO CHR-RECORD
077800         WRITE CHR-RECORD
077900         DISPLAY "FIB0156E FIBAUDT NOT AVAILABLE - NO CHARGEBACK"
078000         MOVE 12 TO WS-CHG-RC
078100         SET WS-CHG-ABORTED TO TRUE
078200         GO TO 2000-EXIT
078300     END-IF.
078400     MOVE "N" TO WS-CHG-EOF-SW.
078500     PERFORM 2100-READ-RUN
078600         THRU 2100-EXIT
078700         UNTIL WS-CHG-EOF
078800            OR WS-CHG-ABORTED.
078900     CLOSE AUDIT-FILE.
079000 2000-EXIT.
079100     EXIT.
079200 2100-READ-RUN.
079300     READ AUDIT-FILE
079400         AT END
079500             SET WS-CHG-EOF TO TRUE
079600             GO TO 2100-EXIT
079700     END-READ.
079800     ADD 1 TO WS-CHG-READ.
079900     IF AUDIT-RUN-DATE NOT NUMERIC
080000        OR AUDIT-RUN-TIME NOT NUMERIC
080100        OR AUDIT-TERMS-PRODUCED NOT NUMERIC
080200         ADD 1 TO WS-CHG-BYPASSED
080300         GO TO 2100-EXIT
080400     END-IF.
080500     MOVE AUDIT-RUN-DATE TO WS-CHG-AUD-DATE
080600                            WS-CHG-WORK-DATE.
080700     MOVE AUDIT-RUN-TIME TO WS-CHG-AUD-TIME.
080800     IF WS-CWD-PERIOD NOT = WS-CHG-PERIOD
080900         GO TO 2100-EXIT
081000     END-IF.
081100     ADD 1 TO WS-CHG-IN-PERIOD.
081200     IF AUDIT-STATUS NOT = "C"
081300        AND AUDIT-STATUS NOT = "O"
081400         ADD 1 TO WS-CHG-NOT-BILLED
081500         GO TO 2100-EXIT
081600     END-IF.
081700     ADD 1 TO WS-CHG-BILLED.
081800     PERFORM 2200-ATTRIBUTE-RUN
081900         THRU 2200-EXIT.
082000     IF NOT WS-CHG-ATTRIBUTED
082100         ADD 1 TO WS-CHG-SUSPENSE
082200         MOVE WS-RTB-COST-CENTRE (8) TO WS-CHG-COST-CENTRE
082300     END-IF.
082400     PERFORM 2300-POST-RUN
082500         THRU 2300-EXIT.
082600 2100-EXIT.
082700     EXIT.
082800*-----------------------------------------------------------*
082900* 2200 - WHO THE RUN IS BILLED TO.  THE USAGE RECORD'S USER, *
083000*        WHICH MUST BE ON FIBUSER WITH A COST CENTRE SET.    *
083100*        OTHERWISE THE RUN STAYS WITH ITS SUSPENSE REASON.   *
083300*-----------------------------------------------------------*
083400 2200-ATTRIBUTE-RUN.
083500     MOVE SPACES TO WS-CHG-KEY.
083600     MOVE ZERO   TO WS-USG-HIT.
083700     PERFORM 2210-MATCH-USAGE
083800         THRU 2210-EXIT
083900         VARYING WS-USG-IX FROM WS-USG-LOW BY 1
084000         UNTIL WS-USG-IX > WS-USG-COUNT
084100            OR WS-USG-HIT > ZERO.
084200     IF WS-USG-HIT = ZERO
084300         SET WS-CHG-NO-USAGE TO TRUE
084400         MOVE AUDIT-JOB-ID TO WS-CHG-USER
084500         GO TO 2200-EXIT
084600     END-IF.
084700     SET WS-USG-USED (WS-USG-HIT) TO TRUE.
084780     MOVE "N" TO WS-USG-LOW-SW.
084860     PERFORM 2220-ADVANCE-LOW
084940         THRU 2220-EXIT
085020         UNTIL WS-USG-LOW > WS-USG-COUNT
085100            OR WS-USG-LOW-FOUND.
085200     IF WS-USG-USER-ID (WS-USG-HIT) = SPACES
085300         SET WS-CHG-NO-USER TO TRUE
085400         MOVE AUDIT-JOB-ID TO WS-CHG-USER
085500     ELSE
085600         MOVE WS-USG-USER-ID (WS-USG-HIT) TO WS-CHG-USER
085700         MOVE ZERO TO WS-USR-HIT
085800         PERFORM 2230-MATCH-USER
085900             THRU 2230-EXIT
086000             VARYING WS-USR-IX FROM 1 BY 1
086100             UNTIL WS-USR-IX > WS-USR-COUNT
086200                OR WS-USR-HIT > ZERO
086300         IF WS-USR-HIT > ZERO
086400             PERFORM 2250-SET-CENTRE
086500                 THRU 2250-EXIT
086600             GO TO 2200-EXIT
086700         END-IF
086800         SET WS-CHG-USER-UNKNOWN TO TRUE
086900     END-IF.
088500 2200-EXIT.
088600     EXIT.
088700 2210-MATCH-USAGE.
088800     IF NOT WS-USG-USED (WS-USG-IX)
088900        AND WS-USG-RUN-DATE (WS-USG-IX) = WS-CHG-AUD-DATE
089000        AND WS-USG-RUN-TIME (WS-USG-IX) = WS-CHG-AUD-TIME
089100        AND WS-USG-JOB-ID (WS-USG-IX)   = AUDIT-JOB-ID
089200         MOVE WS-USG-IX TO WS-USG-HIT
089300     END-IF.
089400 2210-EXIT.
089500     EXIT.
089600 2220-ADVANCE-LOW.
089630     IF NOT WS-USG-USED (WS-USG-LOW)
089660         SET WS-USG-LOW-FOUND TO TRUE
089690         GO TO 2220-EXIT
089720     END-IF.
089750     ADD 1 TO WS-USG-LOW.
089800 2220-EXIT.
089900     EXIT.
090000 2230-MATCH-USER.
090100     IF WS-USR-ID (WS-USR-IX) = WS-CHG-USER
090200         MOVE WS-USR-IX TO WS-USR-HIT
090300     END-IF.
090400 2230-EXIT.
090500     EXIT.
091600 2250-SET-CENTRE.
091700     IF WS-USR-COST-CENTRE (WS-USR-HIT) = SPACES
091800         SET WS-CHG-NO-CENTRE TO TRUE
091900     ELSE
092000         MOVE WS-USR-COST-CENTRE (WS-USR-HIT)
092100             TO WS-CHG-COST-CENTRE
092200     END-IF.
092300 2250-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------*
092600* 2300 - ADD THE RUN TO ITS CHARGE LINE.  A FULL TABLE STOPS *
092700*        THE RUN - A STATEMENT OR JOURNAL MISSING CHARGES    *
092800*        MUST NOT REACH FINANCE.                             *
092900*-----------------------------------------------------------*
093000 2300-POST-RUN.
093100     MOVE ZERO TO WS-LIN-HIT.
093200     PERFORM 2310-MATCH-LINE
093300         THRU 2310-EXIT
093400         VARYING WS-LIN-IX FROM 1 BY 1
093500         UNTIL WS-LIN-IX > WS-LIN-COUNT
093600            OR WS-LIN-HIT > ZERO.
093700     IF WS-LIN-HIT = ZERO
093800         IF WS-LIN-COUNT NOT < WS-LIN-MAX
093900             MOVE "FIB0158E CHARGE LINE TABLE FULL - NO JOURNAL"
094000                 TO CHR-RECORD
094100             WRITE CHR-RECORD
094200             DISPLAY CHR-RECORD
094300             MOVE 12 TO WS-CHG-RC
094400             SET WS-CHG-ABORTED TO TRUE
094500             GO TO 2300-EXIT
094600         END-IF
094700         ADD 1 TO WS-LIN-COUNT
094800         MOVE WS-LIN-COUNT TO WS-LIN-HIT
094900         MOVE WS-CHG-KEY   TO WS-LIN-KEY (WS-LIN-HIT)
095000         MOVE "N"          TO WS-LIN-LISTED-SW (WS-LIN-HIT)
095100     END-IF.
095200     ADD 1 TO WS-LIN-RUNS (WS-LIN-HIT).
095300     ADD AUDIT-TERMS-PRODUCED TO WS-LIN-TERMS (WS-LIN-HIT).
095400     IF AUDIT-SEQ-TYPE = "L"
095500         ADD 1 TO WS-LIN-LUCAS (WS-LIN-HIT)
095600     END-IF.
095700     IF AUDIT-SEQ-TYPE = "T"
095800         ADD 1 TO WS-LIN-TRIB (WS-LIN-HIT)
095900     END-IF.
095950     IF WS-CWD-DD > ZERO
096000        AND WS-CWD-DD < 32
096050        AND WS-FEED-SHIPPED (WS-CWD-DD)
096100         ADD 1 TO WS-LIN-FEED (WS-LIN-HIT)
096200     END-IF.
096300 2300-EXIT.
096400     EXIT.
096500 2310-MATCH-LINE.
096600     IF WS-LIN-KEY (WS-LIN-IX) = WS-CHG-KEY
096700         MOVE WS-LIN-IX TO WS-LIN-HIT
096800     END-IF.
096900 2310-EXIT.
097000     EXIT.
097100*-----------------------------------------------------------*
097200* 3000 - THE STATEMENTS, COST CENTRE BY COST CENTRE AND USER *
097300*        BY USER IN ASCENDING ORDER, PICKED ONE LINE AT A    *
097400*        TIME FROM THE TABLE.  EACH COST CENTRE'S TOTAL IS   *
097500*        DEBITED TO IT ON THE JOURNAL.                       *
097600*-----------------------------------------------------------*
097700 3000-PRODUCE-STATEMENTS.
097800     OPEN OUTPUT GLJ-FILE.
097900     SET WS-GLJ-OPEN TO TRUE.
098000     MOVE SPACES            TO GLJ-RECORD.
098100     SET GLJ-HEADER         TO TRUE.
098200     MOVE WS-GLJ-JOURNAL-ID TO GLJ-JOURNAL-ID.
098300     MOVE WS-CHG-PERIOD     TO GLJ-PERIOD.
098400     MOVE WS-CHG-SYS-DATE   TO GLJ-CREATE-DATE.
098500     MOVE WS-CHG-SYS-TIME (1:6) TO GLJ-CREATE-TIME.
098600     MOVE "FIBCHGB"         TO GLJ-SOURCE.
098700     WRITE GLJ-RECORD.
098800     IF WS-LIN-COUNT = ZERO
098900         MOVE SPACES TO CHR-RECORD
099000         WRITE CHR-RECORD
099100         MOVE "FIB0155W NO BILLABLE RUNS FOR THE PERIOD"
099200             TO CHR-RECORD
099300         WRITE CHR-RECORD
099400         DISPLAY "FIB0155W NO BILLABLE RUNS FOR THE PERIOD"
099500         IF WS-CHG-RC < 4
099600             MOVE 4 TO WS-CHG-RC
099700         END-IF
099800         GO TO 3000-EXIT
099900     END-IF.
100000     PERFORM 3100-LIST-NEXT-LINE
100100         THRU 3100-EXIT
100200         VARYING WS-LIN-RANK FROM 1 BY 1
100300         UNTIL WS-LIN-RANK > WS-LIN-COUNT.
100400     PERFORM 3300-CLOSE-CENTRE
100500         THRU 3300-EXIT.
100600 3000-EXIT.
100700     EXIT.
100800 3100-LIST-NEXT-LINE.
100900     MOVE ZERO TO WS-LIN-HIT.
101000     PERFORM 3150-FIND-LOWEST
101100         THRU 3150-EXIT
101200         VARYING WS-LIN-IX FROM 1 BY 1
101300         UNTIL WS-LIN-IX > WS-LIN-COUNT.
101400     SET WS-LIN-LISTED (WS-LIN-HIT) TO TRUE.
101500     IF WS-LIN-COST-CENTRE (WS-LIN-HIT) NOT = WS-CHG-CUR-CENTRE
101600         IF WS-CHG-CUR-CENTRE NOT = SPACES
101700             PERFORM 3300-CLOSE-CENTRE
101800                 THRU 3300-EXIT
101900         END-IF
102000         PERFORM 3200-OPEN-CENTRE
102100             THRU 3200-EXIT
102200     END-IF.
102300     PERFORM 3400-WRITE-CHARGE-LINE
102400         THRU 3400-EXIT.
102500 3100-EXIT.
102600     EXIT.
102700 3150-FIND-LOWEST.
102800     IF WS-LIN-LISTED (WS-LIN-IX)
102900         GO TO 3150-EXIT
103000     END-IF.
103100     IF WS-LIN-HIT = ZERO
103200         MOVE WS-LIN-IX TO WS-LIN-HIT
103300         GO TO 3150-EXIT
103400     END-IF.
103500     IF WS-LIN-KEY (WS-LIN-IX) < WS-LIN-KEY (WS-LIN-HIT)
103600         MOVE WS-LIN-IX TO WS-LIN-HIT
103700     END-IF.
103800 3150-EXIT.
103900     EXIT.
104000 3200-OPEN-CENTRE.
104100     MOVE WS-LIN-COST-CENTRE (WS-LIN-HIT) TO WS-CHG-CUR-CENTRE.
104200     INITIALIZE WS-CTR-TOTALS.
104300     MOVE SPACES TO CHR-RECORD.
104400     WRITE CHR-RECORD.
104500     MOVE ALL "-" TO CHR-RECORD.
104600     WRITE CHR-RECORD.
104700     MOVE WS-CHG-CUR-CENTRE TO WS-CCL-COST-CENTRE.
104800     MOVE SPACES            TO WS-CCL-NOTE.
104900     IF WS-CHG-CUR-CENTRE = WS-RTB-COST-CENTRE (8)
105000         MOVE "SUSPENSE - RUNS NO USER OR COST CENTRE WAS FOUND"
105100             TO WS-CCL-NOTE
105200         MOVE " FOR; USER/JOB SHOWS THE JOB ID WHERE NO USER IS"
105300             TO WS-CCL-NOTE (49:)
105400         MOVE " KNOWN" TO WS-CCL-NOTE (97:)
105500     END-IF.
105600     MOVE WS-CHR-CENTRE-LINE TO CHR-RECORD.
105700     WRITE CHR-RECORD.
105800     MOVE WS-CHH-COLUMN-LINE TO CHR-RECORD.
105900     WRITE CHR-RECORD.
106000 3200-EXIT.
106100     EXIT.
106200*-----------------------------------------------------------*
106300* 3300 - COST CENTRE TOTAL, AND ITS DEBIT ON THE JOURNAL.    *
106400*-----------------------------------------------------------*
106500 3300-CLOSE-CENTRE.
106600     MOVE SPACES                TO WS-CHD-DETAIL-LINE.
106700     MOVE "TOTAL"               TO WS-CHD-USER.
106800     MOVE WS-CTR-RUNS           TO WS-CHD-RUNS.
106900     MOVE WS-CTR-TERMS          TO WS-CHD-TERMS.
107000     MOVE WS-CTR-LUCAS          TO WS-CHD-LUCAS.
107100     MOVE WS-CTR-TRIB           TO WS-CHD-TRIB.
107200     MOVE WS-CTR-FEED           TO WS-CHD-FEED.
107300     MOVE WS-CTR-AMT-RUN        TO WS-CHD-AMT-RUN.
107400     MOVE WS-CTR-AMT-TERM       TO WS-CHD-AMT-TERM.
107500     MOVE WS-CTR-AMT-LUCAS      TO WS-CHD-AMT-LUCAS.
107600     MOVE WS-CTR-AMT-TRIB       TO WS-CHD-AMT-TRIB.
107700     MOVE WS-CTR-AMT-FEED       TO WS-CHD-AMT-FEED.
107800     MOVE WS-CTR-AMT-TOTAL      TO WS-CHD-AMT-TOTAL.
107900     MOVE WS-CHD-DETAIL-LINE TO CHR-RECORD.
108000     WRITE CHR-RECORD.
108100     ADD WS-CTR-RUNS      TO WS-GRD-RUNS.
108200     ADD WS-CTR-TERMS     TO WS-GRD-TERMS.
108300     ADD WS-CTR-LUCAS     TO WS-GRD-LUCAS.
108400     ADD WS-CTR-TRIB      TO WS-GRD-TRIB.
108500     ADD WS-CTR-FEED      TO WS-GRD-FEED.
108600     ADD WS-CTR-AMT-RUN   TO WS-GRD-AMT-RUN.
108700     ADD WS-CTR-AMT-TERM  TO WS-GRD-AMT-TERM.
108800     ADD WS-CTR-AMT-LUCAS TO WS-GRD-AMT-LUCAS.
108900     ADD WS-CTR-AMT-TRIB  TO WS-GRD-AMT-TRIB.
109000     ADD WS-CTR-AMT-FEED  TO WS-GRD-AMT-FEED.
109100     ADD WS-CTR-AMT-TOTAL TO WS-GRD-AMT-TOTAL.
109200     IF WS-CTR-AMT-TOTAL = ZERO
109300         GO TO 3300-EXIT
109400     END-IF.
109500     MOVE SPACES                 TO GLJ-RECORD.
109600     SET GLJ-DETAIL              TO TRUE.
109700     ADD 1                       TO WS-GLJ-LINE-NO.
109800     MOVE WS-GLJ-LINE-NO         TO GLJ-LINE-NO.
109900     SET GLJ-DEBIT               TO TRUE.
110000     MOVE WS-RTB-ACCOUNT (6)     TO GLJ-ACCOUNT.
110100     MOVE WS-CHG-CUR-CENTRE      TO GLJ-COST-CENTRE.
110200     MOVE WS-CTR-AMT-TOTAL       TO GLJ-AMOUNT.
110300     MOVE WS-RTB-DESC (6)        TO GLJ-DESC.
110400     WRITE GLJ-RECORD.
110500     ADD 1                       TO WS-GLJ-DEBIT-COUNT.
110600     ADD WS-CTR-AMT-TOTAL        TO WS-GLJ-DEBIT-TOTAL.
110700 3300-EXIT.
110800     EXIT.
110900*-----------------------------------------------------------*
111000* 3400 - ONE USER'S CHARGES.  EACH CHARGE IS ITS COUNT TIMES *
111100*        ITS RATE, ROUNDED TO THE CENT.                      *
111200*-----------------------------------------------------------*
111300 3400-WRITE-CHARGE-LINE.
111400     COMPUTE WS-AMT-RUN ROUNDED =
111500         WS-LIN-RUNS (WS-LIN-HIT) * WS-RTB-AMOUNT (1).
111600     COMPUTE WS-AMT-TERM ROUNDED =
111700         WS-LIN-TERMS (WS-LIN-HIT) * WS-RTB-AMOUNT (2).
111800     COMPUTE WS-AMT-LUCAS ROUNDED =
111900         WS-LIN-LUCAS (WS-LIN-HIT) * WS-RTB-AMOUNT (3).
112000     COMPUTE WS-AMT-TRIB ROUNDED =
112100         WS-LIN-TRIB (WS-LIN-HIT) * WS-RTB-AMOUNT (4).
112200     COMPUTE WS-AMT-FEED ROUNDED =
112300         WS-LIN-FEED (WS-LIN-HIT) * WS-RTB-AMOUNT (5).
112400     COMPUTE WS-AMT-TOTAL = WS-AMT-RUN + WS-AMT-TERM
112500                          + WS-AMT-LUCAS + WS-AMT-TRIB
112600                          + WS-AMT-FEED.
112700     MOVE SPACES                     TO WS-CHD-DETAIL-LINE.
112800     MOVE WS-LIN-USER (WS-LIN-HIT)   TO WS-CHD-USER.
112900     MOVE WS-LIN-RUNS (WS-LIN-HIT)   TO WS-CHD-RUNS.
113000     MOVE WS-LIN-TERMS (WS-LIN-HIT)  TO WS-CHD-TERMS.
113100     MOVE WS-LIN-LUCAS (WS-LIN-HIT)  TO WS-CHD-LUCAS.
113200     MOVE WS-LIN-TRIB (WS-LIN-HIT)   TO WS-CHD-TRIB.
113300     MOVE WS-LIN-FEED (WS-LIN-HIT)   TO WS-CHD-FEED.
113400     MOVE WS-AMT-RUN                 TO WS-CHD-AMT-RUN.
113500     MOVE WS-AMT-TERM                TO WS-CHD-AMT-TERM.
113600     MOVE WS-AMT-LUCAS               TO WS-CHD-AMT-LUCAS.
113700     MOVE WS-AMT-TRIB                TO WS-CHD-AMT-TRIB.
113800     MOVE WS-AMT-FEED                TO WS-CHD-AMT-FEED.
113900     MOVE WS-AMT-TOTAL               TO WS-CHD-AMT-TOTAL.
114000     PERFORM 3450-MOVE-REASON
114100         THRU 3450-EXIT
114200         VARYING WS-RSN-IX FROM 1 BY 1
114300         UNTIL WS-RSN-IX > 4.
114400     MOVE WS-CHD-DETAIL-LINE TO CHR-RECORD.
114500     WRITE CHR-RECORD.
114600     ADD WS-LIN-RUNS (WS-LIN-HIT)  TO WS-CTR-RUNS.
114700     ADD WS-LIN-TERMS (WS-LIN-HIT) TO WS-CTR-TERMS.
114800     ADD WS-LIN-LUCAS (WS-LIN-HIT) TO WS-CTR-LUCAS.
114900     ADD WS-LIN-TRIB (WS-LIN-HIT)  TO WS-CTR-TRIB.
115000     ADD WS-LIN-FEED (WS-LIN-HIT)  TO WS-CTR-FEED.
115100     ADD WS-AMT-RUN                TO WS-CTR-AMT-RUN.
115200     ADD WS-AMT-TERM               TO WS-CTR-AMT-TERM.
115300     ADD WS-AMT-LUCAS              TO WS-CTR-AMT-LUCAS.
115400     ADD WS-AMT-TRIB               TO WS-CTR-AMT-TRIB.
115500     ADD WS-AMT-FEED               TO WS-CTR-AMT-FEED.
115600     ADD WS-AMT-TOTAL              TO WS-CTR-AMT-TOTAL.
115700 3400-EXIT.
115800     EXIT.
115900 3450-MOVE-REASON.
116000     IF WS-RSN-CODE (WS-RSN-IX) = WS-LIN-REASON (WS-LIN-HIT)
116100         MOVE WS-RSN-TEXT (WS-RSN-IX) TO WS-CHD-NOTE
116200     END-IF.
116300 3450-EXIT.
116400     EXIT.
116500*-----------------------------------------------------------*
116600* 4000 - PERIOD TOTAL, THE RECOVERY CREDIT FOR THE WHOLE     *
116700*        CHARGE, AND THE JOURNAL TRAILER.  THE DEBITS ARE    *
116800*        PROVED AGAINST THE CREDIT BEFORE THE TRAILER IS     *
116900*        WRITTEN; A JOURNAL OUT OF BALANCE ENDS RC 12.       *
117000*-----------------------------------------------------------*
117100 4000-FINISH-JOURNAL.
117200     IF WS-LIN-COUNT > ZERO
117300         MOVE SPACES TO CHR-RECORD
117400         WRITE CHR-RECORD
117500         MOVE ALL "-" TO CHR-RECORD
117600         WRITE CHR-RECORD
117700         MOVE SPACES                TO WS-CHD-DETAIL-LINE
117800         MOVE "PERIOD"              TO WS-CHD-USER
117900         MOVE WS-GRD-RUNS           TO WS-CHD-RUNS
118000         MOVE WS-GRD-TERMS          TO WS-CHD-TERMS
118100         MOVE WS-GRD-LUCAS          TO WS-CHD-LUCAS
118200         MOVE WS-GRD-TRIB           TO WS-CHD-TRIB
118300         MOVE WS-GRD-FEED           TO WS-CHD-FEED
118400         MOVE WS-GRD-AMT-RUN        TO WS-CHD-AMT-RUN
118500         MOVE WS-GRD-AMT-TERM       TO WS-CHD-AMT-TERM
118600         MOVE WS-GRD-AMT-LUCAS      TO WS-CHD-AMT-LUCAS
118700         MOVE WS-GRD-AMT-TRIB       TO WS-CHD-AMT-TRIB
118800         MOVE WS-GRD-AMT-FEED       TO WS-CHD-AMT-FEED
118900         MOVE WS-GRD-AMT-TOTAL      TO WS-CHD-AMT-TOTAL
119000         MOVE WS-CHD-DETAIL-LINE TO CHR-RECORD
119100         WRITE CHR-RECORD
119200     END-IF.
119300     IF WS-GRD-AMT-TOTAL > ZERO
119400         MOVE SPACES                 TO GLJ-RECORD
119500         SET GLJ-DETAIL              TO TRUE
119600         ADD 1                       TO WS-GLJ-LINE-NO
119700         MOVE WS-GLJ-LINE-NO         TO GLJ-LINE-NO
119800         SET GLJ-CREDIT              TO TRUE
119900         MOVE WS-RTB-ACCOUNT (7)     TO GLJ-ACCOUNT
120000         MOVE WS-RTB-COST-CENTRE (7) TO GLJ-COST-CENTRE
120100         MOVE WS-GRD-AMT-TOTAL       TO GLJ-AMOUNT
120200         MOVE WS-RTB-DESC (7)        TO GLJ-DESC
120300         WRITE GLJ-RECORD
120400         ADD 1                       TO WS-GLJ-CREDIT-COUNT
120500         ADD WS-GRD-AMT-TOTAL        TO WS-GLJ-CREDIT-TOTAL
120600     END-IF.
120700     MOVE WS-GLJ-JOURNAL-ID   TO WS-CGL-JOURNAL-ID.
120800     MOVE WS-GLJ-DEBIT-COUNT  TO WS-CGL-DEBIT-COUNT.
120900     MOVE WS-GLJ-DEBIT-TOTAL  TO WS-CGL-DEBIT-TOTAL.
121000     MOVE WS-GLJ-CREDIT-COUNT TO WS-CGL-CREDIT-COUNT.
121100     MOVE WS-GLJ-CREDIT-TOTAL TO WS-CGL-CREDIT-TOTAL.
121200     IF WS-GLJ-DEBIT-TOTAL = WS-GLJ-CREDIT-TOTAL
121300         MOVE "BALANCED"         TO WS-CGL-STATUS
121400     ELSE
121500         MOVE "OUT OF BALANCE"   TO WS-CGL-STATUS
121600     END-IF.
121700     MOVE SPACES TO CHR-RECORD.
121800     WRITE CHR-RECORD.
121900     MOVE WS-CHR-GL-LINE TO CHR-RECORD.
122000     WRITE CHR-RECORD.
122100     IF WS-GLJ-DEBIT-TOTAL NOT = WS-GLJ-CREDIT-TOTAL
122200         MOVE "FIB0154E GL JOURNAL OUT OF BALANCE - NO TRAILER"
122300             TO CHR-RECORD
122400         WRITE CHR-RECORD
122500         DISPLAY "FIB0154E GL JOURNAL OUT OF BALANCE - NO TRAILER"
122600         MOVE 12 TO WS-CHG-RC
122700         GO TO 4000-EXIT
122800     END-IF.
122900     MOVE SPACES              TO GLJ-RECORD.
123000     SET GLJ-TRAILER          TO TRUE.
123100     MOVE WS-GLJ-LINE-NO      TO GLJ-LINE-COUNT.
123200     MOVE WS-GLJ-DEBIT-COUNT  TO GLJ-DEBIT-COUNT.
123300     MOVE WS-GLJ-CREDIT-COUNT TO GLJ-CREDIT-COUNT.
123400     MOVE WS-GLJ-DEBIT-TOTAL  TO GLJ-DEBIT-TOTAL.
123500     MOVE WS-GLJ-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
123600     WRITE GLJ-RECORD.
123700     IF WS-CHG-SUSPENSE > ZERO
123800         MOVE WS-CHG-SUSPENSE TO WS-CHG-MSG-COUNT
123900         MOVE SPACES TO WS-CHR-MSG-LINE
124000         MOVE "FIB0152W RUNS BILLED TO SUSPENSE COST CENTRE:"
124100             TO WS-CHR-MSG-TEXT
124200         MOVE WS-CHG-MSG-COUNT TO WS-CHR-MSG-NAME
124300         MOVE WS-CHR-MSG-LINE TO CHR-RECORD
124400         WRITE CHR-RECORD
124500         DISPLAY WS-CHR-MSG-LINE
124600         IF WS-CHG-RC < 4
124700             MOVE 4 TO WS-CHG-RC
124800         END-IF
124900     END-IF.
125000 4000-EXIT.
125100     EXIT.
125200 9000-END-OF-JOB.
125300     IF WS-GLJ-OPEN
125400         CLOSE GLJ-FILE
125500     END-IF.
125600     MOVE SPACES TO CHR-RECORD.
125700     WRITE CHR-RECORD.
125800     MOVE WS-CHG-READ        TO WS-CFT-READ.
125900     MOVE WS-CHG-IN-PERIOD   TO WS-CFT-IN-PERIOD.
126000     MOVE WS-CHG-BILLED      TO WS-CFT-BILLED.
126100     MOVE WS-CHG-NOT-BILLED  TO WS-CFT-NOT-BILLED.
126200     MOVE WS-CHG-SUSPENSE    TO WS-CFT-SUSPENSE.
126300     MOVE WS-CHG-BYPASSED    TO WS-CFT-BYPASSED.
126400     MOVE WS-CHR-FOOTER-LINE TO CHR-RECORD.
126500     WRITE CHR-RECORD.
126600     CLOSE CHR-FILE.
126700     MOVE WS-CHG-RC TO RETURN-CODE.
126800 9000-EXIT.
126900     EXIT.

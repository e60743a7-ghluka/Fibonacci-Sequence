000100*-----------------------------------------------------------*
000200* FIBPERF   - FIBRUN STEP PERFORMANCE HISTORY RECORD         *
000300*             (FIB.PERF.HISTORY, DD PERFHST).  EVERY FIBRUN  *
000400*             STEP APPENDS ONE RECORD WHEN IT POSTS ITS END  *
000500*             TO THE STEP LEDGER: THE BUSINESS DATE, JOB ID  *
000600*             AND STEP NAME AS ON THE LEDGER (FIBSTPL),      *
000700*             WHEN THE STEP STARTED AND ENDED, ITS ELAPSED   *
000800*             TIME IN HUNDREDTHS OF A SECOND, ITS RETURN     *
000900*             CODE, THE RECORDS IT READ AND WROTE AND THE    *
001000*             SEQUENCE TERMS IT HANDLED.  PERF-TYPE-ENTRY    *
001100*             SPLITS THE TERMS AND THE TIME SPENT ON THEM    *
001200*             BY SEQUENCE TYPE (1 = FIBONACCI, 2 = LUCAS, 3  *
001300*             = TRIBONACCI) FOR THE STEP THAT COMPUTES       *
001400*             THEM.  A UTILITY STEP POSTED BY FIBSTPC        *
001500*             CARRIES ITS TIMES ONLY.  THE FIBPTRD JOB       *
001600*             REPORTS THE TREND WEEKLY.  WORKING FIELDS ARE  *
001700*             IN FIBSTPW, THE PARAGRAPHS IN FIBSTPP.         *
001800*-----------------------------------------------------------*
001900 FD  PERF-FILE
002000     RECORDING MODE IS F.
002100 01  PERF-RECORD.
002200     05  PERF-BUS-DATE           PIC 9(08).
002300     05  PERF-JOB-ID.
002400         10  PERF-JOB-NAME       PIC X(06).
002500         10  PERF-SUBMISSION     PIC 9(02).
002600     05  PERF-STEP-NAME          PIC X(08).
002700     05  PERF-START-DATE         PIC 9(08).
002800     05  PERF-START-TIME         PIC 9(08).
002900     05  PERF-END-DATE           PIC 9(08).
003000     05  PERF-END-TIME           PIC 9(08).
003100     05  PERF-ELAPSED            PIC 9(07).
003200     05  PERF-RC                 PIC 9(04).
003300     05  PERF-RECS-READ          PIC 9(09).
003400     05  PERF-RECS-WRITTEN       PIC 9(09).
003500     05  PERF-TERMS              PIC 9(09).
003600     05  PERF-TYPE-ENTRY         OCCURS 3 TIMES.
003700         10  PERF-TYPE-TERMS     PIC 9(07).
003800         10  PERF-TYPE-ELAPSED   PIC 9(07).

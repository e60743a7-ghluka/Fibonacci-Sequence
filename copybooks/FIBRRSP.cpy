000100*-----------------------------------------------------------*
000200* FIBRRSP   - SEQUENCE REQUEST RESPONSE RECORD WRITTEN BY    *
000300*             THE RESPONSE PROGRAM (FIBREQR) FOR THE DESK    *
000400*             ORDER SYSTEM.  ONE HEADER (FEED ID, INTAKE     *
000500*             DATE ANSWERED, CREATION STAMP), ONE DETAIL     *
000600*             PER REQUEST TAKEN IN THAT DAY AND ONE TRAILER  *
000700*             CARRYING THE DETAIL COUNT AND A COUNT PER      *
000800*             OUTCOME.  RSP-OUTCOME: C COMPLETED, O          *
000900*             OVERFLOW-HALTED (TERMS PRODUCED SHORT OF       *
001000*             TERMS REQUESTED), R REJECTED AT INTAKE, S      *
001100*             PARKED IN FIBSUSP (RSP-SUSP-STATUS O OPEN, R   *
001200*             REPAIRED AND RESUBMITTED, C CANCELLED), N NOT  *
001300*             RUN YET.  R AND S DETAILS CARRY THE REJECT     *
001400*             REASONS AS MESSAGE IDS (FIB0003E ETC) IN       *
001500*             RSP-REASON-CODE.                               *
001600*-----------------------------------------------------------*
001700 FD  RSP-FILE
001800     RECORDING MODE IS F.
001900 01  RSP-RECORD.
002000     05  RSP-REC-TYPE            PIC X(01).
002100         88  RSP-HEADER                      VALUE "H".
002200         88  RSP-DETAIL                      VALUE "D".
002300         88  RSP-TRAILER                     VALUE "T".
002400     05  RSP-BODY                PIC X(149).
002500     05  RSP-HEADER-BODY REDEFINES RSP-BODY.
002600         10  RSP-FEED-ID         PIC X(08).
002700         10  RSP-INTAKE-DATE     PIC 9(08).
002800         10  RSP-CREATE-DATE     PIC 9(08).
002900         10  RSP-CREATE-TIME     PIC 9(06).
003000         10  FILLER              PIC X(119).
003100     05  RSP-DETAIL-BODY REDEFINES RSP-BODY.
003200         10  RSP-REQ-ID          PIC X(08).
003300         10  RSP-OUTCOME         PIC X(01).
003400             88  RSP-COMPLETED               VALUE "C".
003500             88  RSP-OVERFLOW-HALTED         VALUE "O".
003600             88  RSP-REJECTED                VALUE "R".
003700             88  RSP-SUSPENDED               VALUE "S".
003800             88  RSP-NOT-RUN                 VALUE "N".
003900         10  RSP-SUSP-STATUS     PIC X(01).
004000         10  RSP-JOB-ID          PIC X(08).
004100         10  RSP-TERMS-REQUESTED PIC 9(05).
004200         10  RSP-TERMS-PRODUCED  PIC 9(05).
004300         10  RSP-OUTCOME-DATE    PIC 9(08).
004400         10  RSP-OUTCOME-TIME    PIC 9(06).
004500         10  RSP-REASON-COUNT    PIC 9(02).
004600         10  RSP-REASON-CODE     PIC X(08) OCCURS 12 TIMES.
004700         10  FILLER              PIC X(09).
004800     05  RSP-TRAILER-BODY REDEFINES RSP-BODY.
004900         10  RSP-REC-COUNT       PIC 9(09).
005000         10  RSP-COMPLETED-COUNT PIC 9(07).
005100         10  RSP-OVERFLOW-COUNT  PIC 9(07).
005200         10  RSP-REJECTED-COUNT  PIC 9(07).
005300         10  RSP-SUSPENDED-COUNT PIC 9(07).
005400         10  RSP-NOT-RUN-COUNT   PIC 9(07).
005500         10  FILLER              PIC X(105).

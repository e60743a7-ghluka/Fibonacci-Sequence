000100*-----------------------------------------------------------*
000200* FIBREQ    - INBOUND SEQUENCE REQUEST RECORD FROM THE DESK  *
000300*             ORDER SYSTEM, READ BY THE REQUEST INTAKE       *
000400*             PROGRAM (FIBREQI).  ONE HEADER (SOURCE         *
000500*             SYSTEM, FILE DATE), ONE DETAIL PER REQUEST     *
000600*             AND ONE TRAILER CARRYING THE DETAIL COUNT, SO  *
000700*             A TRUNCATED FILE IS CAUGHT BEFORE ANY REQUEST  *
000800*             IS QUEUED.  A DETAIL NAMES EITHER A RUN        *
000900*             PROFILE, WHICH SUPPLIES EVERY OTHER FIELD AS   *
001000*             IT DOES ON A PARM CARD, OR THE TYPE, TERM      *
001100*             COUNT AND SEEDS DIRECTLY.  REQ-USER-ID IS THE  *
001200*             REQUESTER AND BECOMES PARM-USER-ID.  REQ-ID    *
001300*             IS THE ORDER SYSTEM'S OWN KEY - IT COMES BACK  *
001400*             ON THE RESPONSE FILE (FIBRRSP) WITH THE        *
001500*             REQUEST'S OUTCOME.                             *
001600*-----------------------------------------------------------*
001700 FD  REQ-FILE
001800     RECORDING MODE IS F.
001900 01  REQ-RECORD.
002000     05  REQ-REC-TYPE            PIC X(01).
002100         88  REQ-HEADER                      VALUE "H".
002200         88  REQ-DETAIL                      VALUE "D".
002300         88  REQ-TRAILER                     VALUE "T".
002400     05  REQ-BODY                PIC X(79).
002500     05  REQ-HEADER-BODY REDEFINES REQ-BODY.
002600         10  REQ-SOURCE-SYSTEM   PIC X(08).
002700         10  REQ-FILE-DATE       PIC 9(08).
002800         10  FILLER              PIC X(63).
002900     05  REQ-DETAIL-BODY REDEFINES REQ-BODY.
003000         10  REQ-ID              PIC X(08).
003100         10  REQ-USER-ID         PIC X(08).
003200         10  REQ-PROFILE-NAME    PIC X(08).
003300         10  REQ-SEQ-TYPE        PIC X(01).
003400         10  REQ-TERM-COUNT      PIC 9(05).
003500         10  REQ-SEED-A          PIC 9(15).
003600         10  REQ-SEED-B          PIC 9(15).
003700         10  REQ-SEED-C          PIC 9(15).
003800         10  FILLER              PIC X(04).
003900     05  REQ-TRAILER-BODY REDEFINES REQ-BODY.
004000         10  REQ-REC-COUNT       PIC 9(09).
004100         10  FILLER              PIC X(70).

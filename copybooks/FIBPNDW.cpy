000100*-----------------------------------------------------------*
000200* FIBPNDW   - WORKING-STORAGE LAYOUT OF A PENDING PROFILE    *
000300*             CHANGE (FIBPEND).  SHARED BY FIBPMNT AND THE   *
000400*             FAPR APPROVAL SCREEN (FIBAPRO) SO THE TWO      *
000500*             CANNOT DISAGREE ON THE LAYOUT.  WS-PN-CARD IS  *
000600*             THE MAKER'S TRANSACTION CARD AS FIBPMNT        *
000700*             EDITED IT - THE SAME LAYOUT AS TXN-CARD.       *
000800*             STATUS P IS AWAITING A CHECKER, A APPROVED     *
000900*             AND D DECLINED (BOTH SETTLED BY THE NEXT       *
001000*             FIBPMNT RUN); H MARKS THE CONTROL RECORD (ID   *
001100*             ZERO), WHOSE WS-PN-LAST-ID IS THE LAST         *
001200*             PENDING ID ISSUED.                             *
001300*-----------------------------------------------------------*
001400 01  WS-PEND-WORK.
001500     05  WS-PN-ID                PIC 9(08).
001600     05  WS-PN-STATUS            PIC X(01).
001700         88  WS-PN-CONTROL                   VALUE "H".
001800         88  WS-PN-PENDING                   VALUE "P".
001900         88  WS-PN-APPROVED                  VALUE "A".
002000         88  WS-PN-DECLINED                  VALUE "D".
002100     05  WS-PN-SUB-DATE          PIC 9(08).
002200     05  WS-PN-SUB-TIME          PIC 9(06).
002300     05  WS-PN-CARD              PIC X(80).
002400     05  WS-PN-CARD-FIELDS REDEFINES WS-PN-CARD.
002500         10  WS-PN-ACTION        PIC X(01).
002600         10  WS-PN-MAKER         PIC X(08).
002700         10  WS-PN-NAME          PIC X(08).
002800         10  WS-PN-TERM-COUNT    PIC 9(05).
002900         10  WS-PN-SEED-A        PIC 9(15).
003000         10  WS-PN-SEED-B        PIC 9(15).
003100         10  WS-PN-SEED-C        PIC 9(15).
003200         10  WS-PN-RESTART-SW    PIC X(01).
003300         10  WS-PN-CSV-SW        PIC X(01).
003400         10  WS-PN-JOB-ID        PIC X(08).
003500         10  WS-PN-SEQ-TYPE      PIC X(01).
003600         10  FILLER              PIC X(02).
003700     05  WS-PN-CONTROL-FIELDS REDEFINES WS-PN-CARD.
003800         10  WS-PN-LAST-ID       PIC 9(08).
003900         10  FILLER              PIC X(72).
004000     05  WS-PN-CHECKER           PIC X(08).
004100     05  WS-PN-DEC-DATE          PIC 9(08).
004200     05  WS-PN-DEC-TIME          PIC 9(06).
004300     05  WS-PN-DEC-VIA           PIC X(01).
004400         88  WS-PN-BY-CARD                   VALUE "C".
004500         88  WS-PN-ONLINE                    VALUE "O".
004600     05  FILLER                  PIC X(24).

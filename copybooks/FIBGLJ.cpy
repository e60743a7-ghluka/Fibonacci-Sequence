000100*-----------------------------------------------------------*
000200* FIBGLJ    - CHARGEBACK GENERAL-LEDGER JOURNAL RECORD       *
000300*             (FIB.CHARGE.GLJRNL, DD CHGGL) WRITTEN BY THE   *
000400*             MONTHLY CHARGEBACK (FIBCHGB) FOR THE FINANCE   *
000500*             LEDGER INTERFACE.  ONE HEADER (JOURNAL ID      *
000600*             FIBCHG PLUS THE PERIOD, PERIOD, CREATION       *
000700*             STAMP, SOURCE PROGRAM), ONE DETAIL PER         *
000800*             POSTING LINE AND ONE TRAILER CARRYING THE      *
000900*             LINE COUNTS AND THE DEBIT AND CREDIT CONTROL   *
001000*             TOTALS, WHICH ARE ALWAYS EQUAL.  GLJ-DR-CR: D  *
001100*             DEBIT (ONE PER COST CENTRE BILLED, SUSPENSE    *
001200*             INCLUDED), C CREDIT (THE RECOVERY FOR THE      *
001300*             WHOLE CHARGE).                                 *
001400*-----------------------------------------------------------*
001500 FD  GLJ-FILE
001600     RECORDING MODE IS F.
001700 01  GLJ-RECORD.
001800     05  GLJ-REC-TYPE            PIC X(01).
001900         88  GLJ-HEADER                      VALUE "H".
002000         88  GLJ-DETAIL                      VALUE "D".
002100         88  GLJ-TRAILER                     VALUE "T".
002200     05  GLJ-BODY                PIC X(99).
002300     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
002400         10  GLJ-JOURNAL-ID      PIC X(12).
002500         10  GLJ-PERIOD          PIC 9(06).
002600         10  GLJ-CREATE-DATE     PIC 9(08).
002700         10  GLJ-CREATE-TIME     PIC 9(06).
002800         10  GLJ-SOURCE          PIC X(08).
002900         10  FILLER              PIC X(59).
003000     05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
003100         10  GLJ-LINE-NO         PIC 9(05).
003200         10  GLJ-DR-CR           PIC X(01).
003300             88  GLJ-DEBIT                   VALUE "D".
003400             88  GLJ-CREDIT                  VALUE "C".
003500         10  GLJ-ACCOUNT         PIC X(10).
003600         10  GLJ-COST-CENTRE     PIC X(08).
003700         10  GLJ-AMOUNT          PIC 9(11)V99.
003800         10  GLJ-DESC            PIC X(30).
003900         10  FILLER              PIC X(32).
004000     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
004100         10  GLJ-LINE-COUNT      PIC 9(07).
004200         10  GLJ-DEBIT-COUNT     PIC 9(07).
004300         10  GLJ-CREDIT-COUNT    PIC 9(07).
004400         10  GLJ-DEBIT-TOTAL     PIC 9(13)V99.
004500         10  GLJ-CREDIT-TOTAL    PIC 9(13)V99.
004600         10  FILLER              PIC X(48).

000100*-----------------------------------------------------------*
000200* FIBRATE   - CHARGEBACK RATE TABLE CARD (FIB.CHARGE.RATES,  *
000300*             DD CHGRATE) READ BY THE MONTHLY CHARGEBACK     *
000400*             (FIBCHGB).  ONE CARD PER RATE-CODE.  RATES,    *
000500*             IN CURRENCY UNITS TO FOUR PLACES: RUN PER      *
000600*             BILLABLE RUN (COMPLETED OR OVERFLOW-HALTED),   *
000700*             TERM PER TERM PRODUCED, LUCS PER LUCAS RUN     *
000800*             AND TRIB PER TRIBONACCI RUN (ON TOP OF RUN),   *
000900*             FEED PER RUN SHIPPED IN THE PRICING FEED.  GL  *
001000*             POSTING CARDS: DRAC THE EXPENSE ACCOUNT        *
001100*             DEBITED ON EACH USER COST CENTRE, CRAC THE     *
001200*             RECOVERY ACCOUNT AND COST CENTRE CREDITED,     *
001300*             SUSP THE SUSPENSE COST CENTRE FOR RUNS NO      *
001400*             USER OR COST CENTRE CAN BE FOUND FOR.  EVERY   *
001500*             CODE MUST BE PRESENT EXACTLY ONCE.  RATE-DESC  *
001600*             IS PRINTED ON THE STATEMENT AND CARRIED ON     *
001700*             THE GL LINES.                                  *
001800*-----------------------------------------------------------*
001900 FD  RATE-FILE
002000     RECORDING MODE IS F.
002100 01  RATE-CARD.
002200     05  RATE-CODE               PIC X(04).
002300         88  RATE-PER-RUN                    VALUE "RUN ".
002400         88  RATE-PER-TERM                   VALUE "TERM".
002500         88  RATE-PER-LUCAS                  VALUE "LUCS".
002600         88  RATE-PER-TRIB                   VALUE "TRIB".
002700         88  RATE-PER-FEED                   VALUE "FEED".
002800         88  RATE-DEBIT-ACCOUNT              VALUE "DRAC".
002900         88  RATE-CREDIT-ACCOUNT             VALUE "CRAC".
003000         88  RATE-SUSPENSE-CENTRE            VALUE "SUSP".
003100     05  RATE-AMOUNT             PIC 9(05)V9(04).
003200     05  RATE-AMOUNT-X REDEFINES RATE-AMOUNT
003300                                 PIC X(09).
003400     05  RATE-ACCOUNT            PIC X(10).
003500     05  RATE-COST-CENTRE        PIC X(08).
003600     05  RATE-DESC               PIC X(30).
003700     05  FILLER                  PIC X(19).

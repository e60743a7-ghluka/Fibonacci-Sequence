000100*-----------------------------------------------------------*
000200* FIBRCDC   - ENTITLEMENT RECERTIFICATION DECISION CARD      *
000300*             (FIB.RECERT.DECISIONS, DD RCRTDEC) READ BY THE *
000400*             QUARTERLY RECERTIFICATION (FIBRCRT).  ONE CARD *
000500*             PER USER REVIEWED, KEYED FROM THE MANAGER'S    *
000600*             RETURNED WORKSHEET: K KEEPS THE USER'S         *
000700*             ENTITLEMENT AS IT STANDS, R REVOKES IT (THE    *
000800*             USER IS SUSPENDED ON FIB.USER.ENTITLE).  ONLY  *
000900*             CARDS FOR THE CYCLE BEING RUN ARE USED, SO THE *
001000*             FILE CAN HOLD EARLIER QUARTERS; A LATER CARD   *
001100*             FOR THE SAME USER REPLACES AN EARLIER ONE.     *
001200*             THE MANAGER MAY NOT BE THE USER.  BLANK CARDS  *
001300*             AND CARDS STARTING "*" ARE SKIPPED.            *
001400*-----------------------------------------------------------*
001500 FD  RCDC-FILE
001600     RECORDING MODE IS F.
001700 01  RCDC-CARD.
001800     05  RCDC-CYCLE              PIC X(06).
001900     05  RCDC-USER-ID            PIC X(08).
002000     05  RCDC-DECISION           PIC X(01).
002100         88  RCDC-KEEP                       VALUE "K".
002200         88  RCDC-REVOKE                     VALUE "R".
002300     05  RCDC-MANAGER            PIC X(08).
002400     05  RCDC-DATE               PIC X(08).
002500     05  RCDC-COMMENT            PIC X(40).
002600     05  FILLER                  PIC X(09).

000100*-----------------------------------------------------------*
000200* FIBRCHS   - ENTITLEMENT RECERTIFICATION HISTORY RECORD     *
000300*             (FIB.RECERT.HISTORY, DD RCRTHST).  FIBRCRT     *
000400*             APPENDS ONE RECORD FOR EVERY USER IT SUSPENDS  *
000500*             ON FIB.USER.ENTITLE, CARRYING THE CYCLE, WHEN, *
000600*             WHY (R REVOKED BY THE MANAGER, N NOT           *
000700*             RECERTIFIED BY THE DEADLINE), THE MANAGER WHO  *
000800*             REVOKED, AND THE USER-RECORD IMAGES BEFORE AND *
000900*             AFTER THE SUSPENSION - THE AUDIT TRAIL OF THE  *
001000*             REVIEW, AND WHAT OPERATIONS RESTORE FROM IF A  *
001100*             USER IS REINSTATED.  FIBRCRT ALSO READS IT     *
001200*             BACK SO A USER IS SUSPENDED AT MOST ONCE PER   *
001300*             CYCLE.                                         *
001400*-----------------------------------------------------------*
001500 FD  RCHS-FILE
001600     RECORDING MODE IS F.
001700 01  RCHS-RECORD.
001800     05  RCHS-CYCLE              PIC X(06).
001900     05  RCHS-DATE               PIC 9(08).
002000     05  RCHS-TIME               PIC 9(06).
002100     05  RCHS-USER-ID            PIC X(08).
002200     05  RCHS-REASON             PIC X(01).
002300         88  RCHS-REVOKED                    VALUE "R".
002400         88  RCHS-NOT-RECERTIFIED            VALUE "N".
002500     05  RCHS-MANAGER            PIC X(08).
002600     05  RCHS-BEFORE-IMAGE       PIC X(40).
002700     05  RCHS-AFTER-IMAGE        PIC X(40).

000400*             FIBPMNT PROCESSES - APPLIED OR REJECTED - SO   *
000500*             COMPLIANCE CAN SEE WHO CHANGED WHICH PROFILE   *
000600*             AND WHEN.                                      *
000610*             A PROFILE CHANGE IS NOW MADE BY ONE USER AND   *
000620*             CHECKED BY ANOTHER: PAUD-USER IS ALWAYS THE    *
000630*             MAKER, PAUD-CHECKER THE SECOND USER (THE CARD  *
000640*             USER ON AN APPROVE/DECLINE CARD), PAUD-PEND-ID *
000650*             THE PENDING CHANGE (FIBPEND) AND PAUD-DECISION *
000660*             THE CHECKER'S DECISION - A APPROVED, D         *
000670*             DECLINED, E EXPIRED UNDECIDED, BLANK NOT YET.  *
000700*-----------------------------------------------------------*
000800 FD  PAUD-FILE
000900     RECORDING MODE IS F.
001400     05  PAUD-ACTION             PIC X(01).
001500     05  PAUD-NAME               PIC X(08).
001600     05  PAUD-RESULT             PIC X(08).
001700     05  PAUD-CHECKER            PIC X(08).
001800     05  PAUD-DECISION           PIC X(01).
001900         88  PAUD-APPROVED                   VALUE "A".
002000         88  PAUD-DECLINED                   VALUE "D".
002100         88  PAUD-EXPIRED                    VALUE "E".
002200     05  PAUD-PEND-ID            PIC 9(08).

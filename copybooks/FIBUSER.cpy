001000*             OPERATIONS OUTSIDE THE APPLICATION.  AN        *
001100*             ABSENT OR EMPTY MASTER TURNS ENFORCEMENT OFF   *
001200*             SO A SHOP WITHOUT ONE RUNS AS BEFORE.          *
001210*             USER-COST-CENTRE IS WHERE THE MONTHLY          *
001220*             CHARGEBACK (FIBCHGB) BILLS THE USER'S RUNS -   *
001230*             BLANK SENDS THEM TO THE SUSPENSE COST CENTRE.  *
001240*             A USER WITH BLANK ACTIONS AND A ZERO CEILING   *
001250*             IS SUSPENDED - THE QUARTERLY RECERTIFICATION   *
001260*             (FIBRCRT) SUSPENDS THIS WAY AND KEEPS THE      *
001270*             BEFORE IMAGE ON FIB.RECERT.HISTORY.            *
001300*-----------------------------------------------------------*
001400 FD  USER-FILE
001500     RECORDING MODE IS F.
001900     05  USER-PROF-LOW           PIC X(08).
002000     05  USER-PROF-HIGH          PIC X(08).
002100     05  USER-MAX-TERMS          PIC 9(05).
002200     05  USER-COST-CENTRE        PIC X(08).

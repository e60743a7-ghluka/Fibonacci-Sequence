000100*-----------------------------------------------------------*
000200* FIBSTPL   - FIBRUN STEP-COMPLETION LEDGER RECORD.  EVERY   *
000300*             STEP OF THE FIBRUN JOB APPENDS A RECORD WHEN   *
000400*             IT STARTS (STATUS S) AND AGAIN WHEN IT ENDS    *
000500*             (Y = ENDED CLEAN, N = ENDED NOT CLEAN),        *
000600*             CARRYING THE BUSINESS DATE, THE JOB ID (JOB    *
000700*             NAME PLUS THE SUBMISSION NUMBER WITHIN THE     *
000800*             DATE), THE STEP NAME, ITS RETURN CODE AND THE  *
000900*             POSTING TIME.  THE FIBSTPC STEP OPENS EVERY    *
001000*             SUBMISSION WITH A STPSTART RECORD WHOSE RC     *
001100*             SAYS WHETHER IT IS THE FIRST RUN OF THE DATE   *
001200*             (0), A RESUME OF A RUN THAT DID NOT FINISH     *
001300*             (1) OR A RERUN OF ONE THAT DID (2).  ON A      *
001400*             RESUME A STEP WHOSE LATEST RECORD IN THE RUN   *
001500*             IS Y IS NOT RUN AGAIN.  WORKING FIELDS ARE IN  *
001600*             FIBSTPW, THE SHARED PARAGRAPHS IN FIBSTPP.     *
001700*-----------------------------------------------------------*
001800 FD  STPL-FILE
001900     RECORDING MODE IS F.
002000 01  STPL-RECORD.
002100     05  STPL-BUS-DATE           PIC 9(08).
002200     05  STPL-JOB-ID.
002300         10  STPL-JOB-NAME       PIC X(06).
002400         10  STPL-SUBMISSION     PIC 9(02).
002500     05  STPL-STEP-NAME          PIC X(08).
002600     05  STPL-RC                 PIC 9(04).
002700     05  STPL-POST-DATE          PIC 9(08).
002800     05  STPL-POST-TIME.
002900         10  STPL-POST-HH        PIC 9(02).
003000         10  STPL-POST-MIN       PIC 9(02).
003100         10  STPL-POST-SS        PIC 9(02).
003200         10  STPL-POST-HSEC      PIC 9(02).
003300     05  STPL-STATUS             PIC X(01).
003400         88  STPL-STARTED                    VALUE "S".
003500         88  STPL-ENDED-CLEAN                VALUE "Y".
003600         88  STPL-ENDED-NOT-CLEAN            VALUE "N".

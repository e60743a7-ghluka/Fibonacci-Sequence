000100*-----------------------------------------------------------*
000200* FIBUSGL   - RUN USAGE ATTRIBUTION RECORD (FIB.USAGE.LOG,   *
000300*             DD USAGELOG).  FIBSTEP APPENDS ONE RECORD      *
000400*             BESIDE EVERY FIBAUDT RECORD IT WRITES,         *
000500*             CARRYING THE SAME RUN DATE, TIME, JOB ID,      *
000600*             TYPE AND STATUS PLUS WHO THE RUN WAS FOR: THE  *
000700*             USER ID ON THE PARAMETER CARD (COLS 70-77)     *
000800*             AND, FOR A PROFILE CARD, THE PROFILE NAME.     *
000900*             THE MONTHLY CHARGEBACK (FIBCHGB) MATCHES EACH  *
001000*             FIBAUDT RECORD TO ITS USAGE RECORD TO FIND     *
001100*             THE USER TO BILL.  A RUN WITH NO USAGE RECORD  *
001200*             IS BILLED TO THE SUSPENSE COST CENTRE.         *
001300*-----------------------------------------------------------*
001400 FD  USGL-FILE
001500     RECORDING MODE IS F.
001600 01  USGL-RECORD.
001700     05  USGL-RUN-DATE           PIC 9(08).
001800     05  USGL-RUN-TIME           PIC 9(06).
001900     05  USGL-JOB-ID             PIC X(08).
002000     05  USGL-USER-ID            PIC X(08).
002100     05  USGL-PROFILE-NAME       PIC X(08).
002200     05  USGL-SEQ-TYPE           PIC X(01).
002300     05  USGL-STATUS             PIC X(01).

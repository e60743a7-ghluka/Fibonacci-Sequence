000100*-----------------------------------------------------------*
000200* FIBRQLG   - SEQUENCE REQUEST LOG RECORD SHARED BY THE      *
000300*             REQUEST INTAKE (FIBREQI) AND RESPONSE          *
000400*             (FIBREQR) PROGRAMS.  ONE RECORD IS APPENDED    *
000500*             PER INBOUND REQUEST: STATUS Q WHEN ITS PARM    *
000600*             CARD WAS QUEUED ONTO FIB.PARMIN UNDER          *
000700*             RQL-JOB-ID (THE REQUEST ID FOR A DIRECT        *
000800*             REQUEST, THE PROFILE'S JOB ID FOR A PROFILE    *
000900*             REQUEST), STATUS R WHEN IT FAILED THE INTAKE   *
001000*             EDIT.  THE REASON FLAGS ARE THE FIBSUSP        *
001100*             REJECT REASONS IN THE SAME ORDER, PLUS A       *
001200*             BLANK OR ALREADY-RECEIVED REQUEST ID.  THE     *
001300*             RESPONSE PROGRAM MATCHES EACH QUEUED REQUEST   *
001400*             TO ITS FIBAUDT AND FIBSUSP RECORDS BY JOB ID,  *
001500*             ON OR AFTER THE INTAKE STAMP.                  *
001600*-----------------------------------------------------------*
001700 FD  RQL-FILE
001800     RECORDING MODE IS F.
001900 01  RQL-RECORD.
002000     05  RQL-REQ-ID              PIC X(08).
002100     05  RQL-USER-ID             PIC X(08).
002200     05  RQL-STAMP.
002300         10  RQL-INTAKE-DATE     PIC 9(08).
002400         10  RQL-INTAKE-TIME     PIC 9(06).
002500     05  RQL-STATUS              PIC X(01).
002600         88  RQL-QUEUED                      VALUE "Q".
002700         88  RQL-REJECTED                    VALUE "R".
002800     05  RQL-JOB-ID              PIC X(08).
002900     05  RQL-PROFILE-NAME        PIC X(08).
003000     05  RQL-SEQ-TYPE            PIC X(01).
003100     05  RQL-TERM-COUNT          PIC 9(05).
003200     05  RQL-REASON-FLAGS.
003300         10  RQL-RSN-TERM-NONNUM PIC X(01).
003400         10  RQL-RSN-TERM-ZERO   PIC X(01).
003500         10  RQL-RSN-TERM-TOOLARGE
003600                                 PIC X(01).
003700         10  RQL-RSN-SEEDA-NONNUM
003800                                 PIC X(01).
003900         10  RQL-RSN-SEEDB-NONNUM
004000                                 PIC X(01).
004100         10  RQL-RSN-TYPE-INVALID
004200                                 PIC X(01).
004300         10  RQL-RSN-SEEDC-NONNUM
004400                                 PIC X(01).
004500         10  RQL-RSN-PROF-NOTFND PIC X(01).
004600         10  RQL-RSN-PROF-UNAVAIL
004700                                 PIC X(01).
004800         10  RQL-RSN-USER-UNKNOWN
004900                                 PIC X(01).
005000         10  RQL-RSN-OVER-CEILING
005100                                 PIC X(01).
005200         10  RQL-RSN-REQ-ID-INVALID
005300                                 PIC X(01).

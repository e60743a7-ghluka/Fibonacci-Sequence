000100*-----------------------------------------------------------*
000200* FIBAUDW   - WORKING-STORAGE FOR THE FIBAUDT RE-APPEND      *
000300*             GUARD.  WHEN FIBSTEP IS RERUN ON A RESUMED     *
000400*             FIBRUN SUBMISSION, THE AUDIT RECORDS THE       *
000500*             FAILED ATTEMPT ALREADY APPENDED FOR THE RUN    *
000600*             (SAME DATE, AT OR AFTER THE TIME THE RUN       *
000700*             OPENED) ARE HELD HERE.  A REQUEST WHOSE        *
000800*             RECORD MATCHES AN UNUSED ENTRY ON JOB ID,      *
000900*             TYPE, TERM COUNT, SEEDS AND STATUS IS NOT      *
001000*             APPENDED AGAIN, SO COMPLIANCE SEES EACH        *
001100*             REQUEST ONCE.  A RUN WITH MORE RECORDS THAN    *
001200*             THE TABLE HOLDS GUARDS THE FIRST WS-AUDW-MAX   *
001300*             ONLY.                                          *
001400*-----------------------------------------------------------*
001500 01  WS-AUDW-MAX                 PIC 9(03)  COMP VALUE 200.
001600 01  WS-AUDW-COUNT               PIC 9(03)  COMP VALUE ZERO.
001700 01  WS-AUDW-IX                  PIC 9(03)  COMP VALUE ZERO.
001800 01  WS-AUDW-SKIP-COUNT          PIC 9(05)  COMP VALUE ZERO.
001900 01  WS-AUDW-MSG-COUNT           PIC ZZZZ9.
002000 01  WS-AUDW-EOF-SW              PIC X(01)  VALUE "N".
002100     88  WS-AUDW-EOF                         VALUE "Y".
002200 01  WS-AUDW-MATCH-SW            PIC X(01)  VALUE "N".
002300     88  WS-AUDW-MATCHED                     VALUE "Y".
002400 01  WS-AUDW-TABLE.
002500     05  WS-AUDW-ENTRY           OCCURS 200 TIMES.
002600         10  WS-AUDW-JOB-ID      PIC X(08).
002700         10  WS-AUDW-SEQ-TYPE    PIC X(01).
002800         10  WS-AUDW-REQ-TERMS   PIC 9(05).
002900         10  WS-AUDW-SEED-A      PIC 9(15).
003000         10  WS-AUDW-SEED-B      PIC 9(15).
003100         10  WS-AUDW-STATUS      PIC X(01).
003200         10  WS-AUDW-USED-SW     PIC X(01).
003300             88  WS-AUDW-USED                VALUE "Y".
003400*-----------------------------------------------------------*
003500* COPY OF THE FIBAUDT RECORD JUST APPENDED, TAKEN BEFORE THE *
003600* WRITE.  THE FIBUSGL USAGE RECORD IS BUILT FROM HERE ONCE   *
003700* THE AUDIT FILE HAS BEEN CLOSED.                            *
003800*-----------------------------------------------------------*
003900 01  WS-AUDW-LAST-RUN.
004000     05  WS-AUDW-LAST-DATE       PIC 9(08).
004100     05  WS-AUDW-LAST-TIME       PIC 9(06).
004200     05  WS-AUDW-LAST-JOB-ID     PIC X(08).
004300     05  WS-AUDW-LAST-SEQ-TYPE   PIC X(01).
004400     05  WS-AUDW-LAST-STATUS     PIC X(01).

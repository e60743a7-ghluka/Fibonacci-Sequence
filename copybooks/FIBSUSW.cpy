000100*-----------------------------------------------------------*
000200* FIBSUSW   - WORKING-STORAGE FOR THE FIBSUSP RE-APPEND      *
000300*             GUARD.  WHEN FIBSTEP IS RERUN ON A RESUMED     *
000400*             FIBRUN SUBMISSION, THE SUSPENSE RECORDS THE    *
000500*             FAILED ATTEMPT ALREADY APPENDED FOR THE RUN    *
000600*             (SAME DATE, AT OR AFTER THE TIME THE RUN       *
000700*             OPENED) ARE HELD HERE.  A REJECTED CARD WHOSE  *
000800*             RECORD MATCHES AN UNUSED ENTRY ON JOB ID,      *
000900*             REASON FLAGS AND CARD IMAGE IS NOT APPENDED    *
001000*             AGAIN, SO FIBSREP SEES EACH REJECT ONCE.  A    *
001100*             RUN WITH MORE REJECTS THAN THE TABLE HOLDS     *
001200*             GUARDS THE FIRST WS-SUSW-MAX ONLY.             *
001300*-----------------------------------------------------------*
001400 01  WS-SUSW-MAX                 PIC 9(03)  COMP VALUE 200.
001500 01  WS-SUSW-COUNT               PIC 9(03)  COMP VALUE ZERO.
001600 01  WS-SUSW-IX                  PIC 9(03)  COMP VALUE ZERO.
001700 01  WS-SUSW-SKIP-COUNT          PIC 9(05)  COMP VALUE ZERO.
001800 01  WS-SUSW-MSG-COUNT           PIC ZZZZ9.
001900 01  WS-SUSW-EOF-SW              PIC X(01)  VALUE "N".
002000     88  WS-SUSW-EOF                         VALUE "Y".
002100 01  WS-SUSW-MATCH-SW            PIC X(01)  VALUE "N".
002200     88  WS-SUSW-MATCHED                     VALUE "Y".
002300 01  WS-SUSW-TABLE.
002400     05  WS-SUSW-ENTRY           OCCURS 200 TIMES.
002500         10  WS-SUSW-JOB-ID      PIC X(08).
002600         10  WS-SUSW-REASONS     PIC X(11).
002700         10  WS-SUSW-CARD-IMAGE  PIC X(80).
002800         10  WS-SUSW-USED-SW     PIC X(01).
002900             88  WS-SUSW-USED                VALUE "Y".

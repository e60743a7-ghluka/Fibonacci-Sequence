000100*-----------------------------------------------------------*
000200* FIBRSNW   - WORKING-STORAGE FOR TURNING A STRING OF        *
000300*             REJECT REASON FLAGS (THE FIBSUSP REASON        *
000400*             ORDER, PLUS THE INTAKE REQUEST-ID FLAG - SEE   *
000500*             FIBRQLG.CPY) INTO THE LIST OF MESSAGE IDS THE  *
000600*             SEQUENCE PROGRAM REPORTS FOR THEM ON FIBREJ.   *
000700*             SHARED BY THE REQUEST INTAKE AND RESPONSE      *
000800*             PROGRAMS WITH 9500-LIST-REASON-CODES IN        *
000900*             FIBRSNP SO THE REQUESTER SEES THE SAME CODES   *
001000*             THE DESK DOES.                                 *
001100*-----------------------------------------------------------*
001200 01  WS-RSN-FLAGS                PIC X(12)  VALUE ALL "N".
001300 01  WS-RSN-MSG-VALUES.
001400     05  FILLER                  PIC X(08)  VALUE "FIB0003E".
001500     05  FILLER                  PIC X(08)  VALUE "FIB0004E".
001600     05  FILLER                  PIC X(08)  VALUE "FIB0005E".
001700     05  FILLER                  PIC X(08)  VALUE "FIB0006E".
001800     05  FILLER                  PIC X(08)  VALUE "FIB0007E".
001900     05  FILLER                  PIC X(08)  VALUE "FIB0031E".
002000     05  FILLER                  PIC X(08)  VALUE "FIB0032E".
002100     05  FILLER                  PIC X(08)  VALUE "FIB0046E".
002200     05  FILLER                  PIC X(08)  VALUE "FIB0047E".
002300     05  FILLER                  PIC X(08)  VALUE "FIB0098E".
002400     05  FILLER                  PIC X(08)  VALUE "FIB0099E".
002500     05  FILLER                  PIC X(08)  VALUE "FIB0135E".
002600 01  WS-RSN-MSG-TABLE REDEFINES WS-RSN-MSG-VALUES.
002700     05  WS-RSN-MSG-ID           PIC X(08)  OCCURS 12 TIMES.
002800 01  WS-RSN-COUNT                PIC 9(02)  COMP VALUE ZERO.
002900 01  WS-RSN-IX                   PIC 9(02)  COMP VALUE ZERO.
003000 01  WS-RSN-CODE-LIST.
003100     05  WS-RSN-CODE             PIC X(08)  OCCURS 12 TIMES.

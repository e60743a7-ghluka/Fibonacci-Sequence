005323 01  WS-USER-FILE-STATUS         PIC X(02)  VALUE "00".
005324 01  WS-USER-EOF-SW              PIC X(01)  VALUE "N".
005325     88  WS-USER-EOF                         VALUE "Y".
005326 01  WS-USGL-FILE-STATUS         PIC X(02)  VALUE "00".
005400 01  WS-MSG-TERM-NO              PIC ZZZZ9.
005401 01  WS-SUSP-FILE-STATUS         PIC X(02)  VALUE "00".
005402 01  WS-SUSP-OPEN-SW             PIC X(01)  VALUE "N".

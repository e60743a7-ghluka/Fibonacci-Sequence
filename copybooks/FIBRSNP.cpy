000100*-----------------------------------------------------------*
000200* FIBRSNP   - PROCEDURE COPYBOOK FOR FIBRSNW.                *
000300*             9500-LIST-REASON-CODES SETS WS-RSN-CODE (1)    *
000400*             THRU (WS-RSN-COUNT) TO THE MESSAGE ID OF       *
000500*             EVERY Y FLAG IN WS-RSN-FLAGS, IN FLAG ORDER.   *
000600*             COPY AT THE END OF THE PROCEDURE DIVISION.     *
000700*-----------------------------------------------------------*
000800 9500-LIST-REASON-CODES.
000900     MOVE ZERO   TO WS-RSN-COUNT.
001000     MOVE SPACES TO WS-RSN-CODE-LIST.
001100     PERFORM 9510-TEST-REASON-FLAG
001200         THRU 9510-EXIT
001300         VARYING WS-RSN-IX FROM 1 BY 1
001400         UNTIL WS-RSN-IX > 12.
001500 9500-EXIT.
001600     EXIT.
001700 9510-TEST-REASON-FLAG.
001800     IF WS-RSN-FLAGS (WS-RSN-IX:1) = "Y"
001900         ADD 1 TO WS-RSN-COUNT
002000         MOVE WS-RSN-MSG-ID (WS-RSN-IX)
002100             TO WS-RSN-CODE (WS-RSN-COUNT)
002200     END-IF.
002300 9510-EXIT.
002400     EXIT.

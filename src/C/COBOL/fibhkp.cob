004150*                  RUN, SO CHAINS DELETED FROM THE LIVE       *
004160*                  MASTER WOULD EXIST ONLY IN THE RUN UNLOAD  *
004170*                  THAT THE NEXT SUBMISSION SCRATCHES.        *
004173* 2026-10-09  RH   EVERY TERM-MASTER DELETE IS JOURNALED      *
004176*                  (FIBTJRN, DD TMSJRNL) WITH THE DELETED     *
004179*                  TMST-RECORD IMAGE, ITS JOB ID AND A        *
004182*                  TIMESTAMP FOR FIBTRCV FORWARD RECOVERY.    *
004185*                  THE SWEEP IS SKIPPED WHEN THE JOURNAL      *
004188*                  CANNOT BE OPENED (FIB0128E) AND STOPS      *
004191*                  WHEN A JOURNAL WRITE FAILS (FIB0129E),     *
004194*                  BOTH RC 12.                                *
004195* 2026-10-15  RH   THE JOURNAL ENTRY IS NOW WRITTEN BEFORE    *
004196*                  THE TERM IS ARCHIVED AND DELETED, SO A     *
004197*                  FAILED JOURNAL WRITE LEAVES THE TERM ON    *
004198*                  THE MASTER.                                *
004199*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT HKPR-FILE ASSIGN TO "HKPRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007420     SELECT TJRN-FILE ASSIGN TO "TMSJRNL"
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-TJRN-FILE-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  HKPP-FILE
011100 FD  HKPR-FILE
011200     RECORDING MODE IS F.
011300 01  HKPR-RECORD                PIC X(132).
011350     COPY FIBTJRN.
011400 WORKING-STORAGE SECTION.
011500 01  WS-HKPP-FILE-STATUS         PIC X(02)  VALUE "00".
011600 01  WS-AUDIT-FILE-STATUS        PIC X(02)  VALUE "00".
026500     05  FILLER                  PIC X(08) VALUE "  SEEDS ".
026600     05  WS-CHL-SEEDS            PIC X(45).
026700     05  FILLER                  PIC X(49) VALUE SPACES.
026750     COPY FIBTJRW.
026800 PROCEDURE DIVISION.
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE
073000         MOVE 12 TO WS-HKP-RC
073100         GO TO 4500-EXIT
073200     END-IF.
073207     MOVE "FIBHKP"  TO WS-TJRN-PROGRAM.
073214     MOVE "FIBHKP"  TO WS-TJRN-RUN-ID.
073221     PERFORM 9600-OPEN-TERM-JOURNAL
073228         THRU 9600-EXIT.
073235     IF WS-TJRN-FAILED
073242         CLOSE TMST-FILE
073249         MOVE "FIB0128E TERM JOURNAL NOT AVAILABLE - SWEEP"
073252             TO HKPR-RECORD
073256         MOVE " SKIPPED" TO HKPR-RECORD (44:8)
073263         WRITE HKPR-RECORD
073270         MOVE 12 TO WS-HKP-RC
073277         GO TO 4500-EXIT
073284     END-IF.
073300     OPEN OUTPUT ARCT-FILE.
073400     MOVE LOW-VALUES TO TMST-KEY.
073500     START TMST-FILE KEY NOT < TMST-KEY
074100         UNTIL WS-TMS-EOF.
074200     CLOSE ARCT-FILE.
074300     CLOSE TMST-FILE.
074330     PERFORM 9620-CLOSE-TERM-JOURNAL
074360         THRU 9620-EXIT.
074400 4500-EXIT.
074500     EXIT.
074600 4600-UNLOAD-ONE-TERM.
075500         ADD 1 TO WS-TMS-KEPT
075600         GO TO 4600-EXIT
075700     END-IF.
075740     MOVE TMST-RECORD TO WS-TJRN-BEFORE-IMAGE.
075780     MOVE TMST-JOB-ID TO WS-TJRN-JOB-ID.
075820     PERFORM 4700-JOURNAL-DELETE
075860         THRU 4700-EXIT.
075900     IF WS-TJRN-FAILED
075940         GO TO 4600-EXIT
075980     END-IF.
076020     MOVE TMST-RECORD TO ARCT-RECORD.
076060     WRITE ARCT-RECORD.
076100     MOVE TMST-KEY TO WS-SAVED-KEY.
076140     DELETE TMST-FILE.
076180     ADD 1 TO WS-TMS-ARCH.
076300     MOVE WS-SAVED-KEY TO TMST-KEY.
076400     START TMST-FILE KEY > TMST-KEY
076500         INVALID KEY
076700     END-START.
076800 4600-EXIT.
076900     EXIT.
076905*-----------------------------------------------------------*
076909* 4700 - JOURNAL ONE TERM BEFORE IT IS DELETED.  THE JOURNAL *
076913*        IS THE ONLY WAY BACK FOR A CHAIN DELETED HERE ONCE  *
076917*        THE RUN UNLOAD IS GONE, SO A FAILED WRITE STOPS THE *
076921*        SWEEP WITH THE TERM STILL ON THE MASTER.            *
076925*-----------------------------------------------------------*
076930 4700-JOURNAL-DELETE.
076935     MOVE "D"    TO WS-TJRN-ACTION.
076940     MOVE SPACES TO WS-TJRN-AFTER-IMAGE.
076945     PERFORM 9610-WRITE-TERM-JOURNAL
076950         THRU 9610-EXIT.
076955     IF WS-TJRN-FAILED
076960         MOVE "FIB0129E TERM JOURNAL WRITE FAILED - SWEEP"
076963             TO HKPR-RECORD
076966         MOVE " STOPPED" TO HKPR-RECORD (43:8)
076970         WRITE HKPR-RECORD
076975         MOVE 12 TO WS-HKP-RC
076980         SET WS-TMS-EOF TO TRUE
076985     END-IF.
076990 4700-EXIT.
076995     EXIT.
077000 4650-CHECK-STALE-LIST.
077100     MOVE "N" TO WS-STALE-FOUND-SW.
077200     PERFORM 4660-CHECK-ONE-STALE
081300     MOVE WS-HKP-RC TO RETURN-CODE.
081400 9000-EXIT.
081500     EXIT.
081600     COPY FIBTJRP.

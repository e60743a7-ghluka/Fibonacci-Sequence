000100*-----------------------------------------------------------*
000200* FIBTJRN   - TERM MASTER CHANGE JOURNAL RECORD.  FIBLOAD    *
000300*             AND FIBHKP APPEND ONE RECORD FOR EVERY ADD,    *
000400*             REWRITE AND DELETE THEY MAKE TO                *
000500*             FIB.TERM.MASTER, CARRYING THE POSTING DATE     *
000600*             AND TIME, THE PROGRAM, THE RUN THAT MADE THE   *
000700*             CHANGE (THE FIBRUN JOB ID, OR FIBHKP), THE     *
000800*             JOB ID OF THE TERMS CHANGED AND THE            *
000900*             TMST-RECORD IMAGES BEFORE AND AFTER THE        *
001000*             CHANGE.  THE BEFORE IMAGE OF AN ADD AND THE    *
001100*             AFTER IMAGE OF A DELETE ARE SPACES.  FIBTRCV   *
001200*             REAPPLIES THE JOURNAL FORWARD FROM A BACKUP    *
001300*             OF THE MASTER.  WORKING FIELDS ARE IN          *
001400*             FIBTJRW, THE SHARED PARAGRAPHS IN FIBTJRP.     *
001500*-----------------------------------------------------------*
001600 FD  TJRN-FILE
001700     RECORDING MODE IS F.
001800 01  TJRN-RECORD.
001900     05  TJRN-STAMP.
002000         10  TJRN-POST-DATE      PIC 9(08).
002100         10  TJRN-POST-TIME      PIC 9(08).
002200     05  TJRN-PROGRAM            PIC X(08).
002300     05  TJRN-RUN-ID             PIC X(08).
002400     05  TJRN-JOB-ID             PIC X(08).
002500     05  TJRN-ACTION             PIC X(01).
002600         88  TJRN-ADD                        VALUE "A".
002700         88  TJRN-REWRITE                    VALUE "R".
002800         88  TJRN-DELETE                     VALUE "D".
002900     05  TJRN-BEFORE-IMAGE       PIC X(115).
003000     05  TJRN-AFTER-IMAGE        PIC X(115).

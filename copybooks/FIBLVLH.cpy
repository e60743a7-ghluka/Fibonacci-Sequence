000100*-----------------------------------------------------------*
000200* FIBLVLH   - RETRACEMENT LEVEL HISTORY RECORD.  FIBRETR     *
000300*             APPENDS ONE RECORD PER INSTRUMENT PER SESSION  *
000400*             IT PRICES - THE SESSION HIGH (0.0%), THE FIVE  *
000500*             RETRACEMENT LEVEL PRICES (23.6, 38.2, 50.0,    *
000600*             61.8 AND 78.6 PER CENT) AND THE SESSION LOW    *
000700*             (100.0%) - KEYED BY SYMBOL AND SESSION DATE.   *
000800*             FIBRBRK READS THE NEXT SESSION'S PRICEHST DROP *
000900*             AGAINST THE LATEST EARLIER SESSION ON FILE.    *
001000*             A SESSION FILED TWICE (A RERUN) IS HARMLESS -  *
001100*             THE LAST RECORD FOR A SYMBOL AND DATE WINS.    *
001200*-----------------------------------------------------------*
001300 FD  LVLH-FILE
001400     RECORDING MODE IS F.
001500 01  LVLH-RECORD.
001600     05  LVLH-KEY.
001700         10  LVLH-SYMBOL         PIC X(08).
001800         10  LVLH-SESSION-DATE   PIC 9(08).
001900     05  LVLH-HIGH               PIC 9(07)V9(02).
002000     05  LVLH-LOW                PIC 9(07)V9(02).
002100     05  LVLH-LEVEL-PRICE        PIC 9(07)V9(02) OCCURS 5 TIMES.
002200     05  LVLH-RUN-DATE           PIC 9(08).

000100*-----------------------------------------------------------*
000200* FIBPEND   - PENDING PROFILE CHANGE FILE                    *
000300*             (FIB.PROFILE.PENDING, VSAM KSDS KEYED BY       *
000400*             PEND-ID).  FIBPMNT QUEUES EVERY                *
000500*             ADD/CHANGE/DELETE CARD HERE INSTEAD OF         *
000600*             APPLYING IT; A SECOND ENTITLED USER APPROVES   *
000700*             OR DECLINES IT BY CARD OR ON THE FAPR SCREEN   *
000800*             (FIBAPRO), AND ONLY AN APPROVED CHANGE         *
000900*             REACHES FIBPROF.  ONE 150-BYTE RECORD PER      *
001000*             CHANGE PLUS A CONTROL RECORD (PEND-ID ZERO)    *
001100*             CARRYING THE LAST ID ISSUED.  FIELD LAYOUT IS  *
001200*             WS-PEND-WORK IN FIBPNDW.CPY.                   *
001300*-----------------------------------------------------------*
001400 FD  PEND-FILE
001500     RECORDING MODE IS F.
001600 01  PEND-RECORD.
001700     05  PEND-ID                 PIC 9(08).
001800     05  FILLER                  PIC X(142).

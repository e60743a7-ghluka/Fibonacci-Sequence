000100*-----------------------------------------------------------*
000200* FIBAPRM   - SYMBOLIC MAP FOR THE FAPR PROFILE CHANGE       *
000300*             APPROVAL SCREEN (MAPSET FIBAPRS, MAP FIBAPR -  *
000400*             SEE SRC/C/BMS/FIBAPRS.BMS).  HAND-CODED TO THE *
000500*             SAME FIELD ORDER AS THE PHYSICAL MAP, LIKE     *
000600*             FIBINQM: EACH NAMED FIELD IS LENGTH HALFWORD,  *
000700*             ATTRIBUTE BYTE, DATA.  A CHANGE TO THE BMS     *
000800*             SOURCE IS A CHANGE HERE.                       *
000900*-----------------------------------------------------------*
001000 01  FIBAPR-MAP.
001100     05  FILLER                  PIC X(12).
001200     05  APRM-PENDID-L           PIC S9(04) COMP.
001300     05  APRM-PENDID-A           PIC X(01).
001400     05  APRM-PENDID-D           PIC X(08).
001500     05  APRM-PENDID-N REDEFINES APRM-PENDID-D
001600                                 PIC 9(08).
001700     05  APRM-DECIDE-L           PIC S9(04) COMP.
001800     05  APRM-DECIDE-A           PIC X(01).
001900     05  APRM-DECIDE-D           PIC X(01).
002000     05  APRM-STAT-L             PIC S9(04) COMP.
002100     05  APRM-STAT-A             PIC X(01).
002200     05  APRM-STAT-D             PIC X(20).
002300     05  APRM-PROF-L             PIC S9(04) COMP.
002400     05  APRM-PROF-A             PIC X(01).
002500     05  APRM-PROF-D             PIC X(08).
002600     05  APRM-ACTN-L             PIC S9(04) COMP.
002700     05  APRM-ACTN-A             PIC X(01).
002800     05  APRM-ACTN-D             PIC X(01).
002900     05  APRM-MAKER-L            PIC S9(04) COMP.
003000     05  APRM-MAKER-A            PIC X(01).
003100     05  APRM-MAKER-D            PIC X(08).
003200     05  APRM-SUBDT-L            PIC S9(04) COMP.
003300     05  APRM-SUBDT-A            PIC X(01).
003400     05  APRM-SUBDT-D            PIC X(08).
003500     05  APRM-TERMS-L            PIC S9(04) COMP.
003600     05  APRM-TERMS-A            PIC X(01).
003700     05  APRM-TERMS-D            PIC X(05).
003800     05  APRM-TYPE-L             PIC S9(04) COMP.
003900     05  APRM-TYPE-A             PIC X(01).
004000     05  APRM-TYPE-D             PIC X(01).
004100     05  APRM-SEEDA-L            PIC S9(04) COMP.
004200     05  APRM-SEEDA-A            PIC X(01).
004300     05  APRM-SEEDA-D            PIC X(15).
004400     05  APRM-SEEDB-L            PIC S9(04) COMP.
004500     05  APRM-SEEDB-A            PIC X(01).
004600     05  APRM-SEEDB-D            PIC X(15).
004700     05  APRM-SEEDC-L            PIC S9(04) COMP.
004800     05  APRM-SEEDC-A            PIC X(01).
004900     05  APRM-SEEDC-D            PIC X(15).
005000     05  APRM-JOBID-L            PIC S9(04) COMP.
005100     05  APRM-JOBID-A            PIC X(01).
005200     05  APRM-JOBID-D            PIC X(08).
005300     05  APRM-RSTRT-L            PIC S9(04) COMP.
005400     05  APRM-RSTRT-A            PIC X(01).
005500     05  APRM-RSTRT-D            PIC X(01).
005600     05  APRM-CSV-L              PIC S9(04) COMP.
005700     05  APRM-CSV-A              PIC X(01).
005800     05  APRM-CSV-D              PIC X(01).
005900     05  APRM-CHKR-L             PIC S9(04) COMP.
006000     05  APRM-CHKR-A             PIC X(01).
006100     05  APRM-CHKR-D             PIC X(08).
006200     05  APRM-MSG-L              PIC S9(04) COMP.
006300     05  APRM-MSG-A              PIC X(01).
006400     05  APRM-MSG-D              PIC X(70).

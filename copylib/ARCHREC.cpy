000100*----------------------------------------------------------------
000200* ARCHREC - RETENTION ARCHIVE RECORD LAYOUT.
000300*
000400* ONE RECORD PER MASTER, HISTORY, OR AUDIT RECORD THE MONTHLY
000500* RETENTION RUN (RETPURGE) TAKES OUT OF THE LIVE FILES.  THE
000600* SAME LAYOUT SERVES THE CUMULATIVE TERMINATED-EMPLOYEE ARCHIVE
000700* AND THE YEARLY HISTORY/AUDIT ARCHIVE, SO EITHER CAN BE READ
000800* BACK BY ONE PROGRAM.  THE ORIGINAL RECORD IS CARRIED WHOLE IN
000900* ARCH-IMAGE, IN ITS OWN COPYBOOK'S LAYOUT (EMPREC, EMPHREC, OR
001000* THE AUDIT TRAIL'S), SO IT CAN BE RESTORED BYTE FOR BYTE.
001100* ARCH-RECORD-DATE IS THE TERMINATION DATE FOR AN EMPLOYEE, THE
001200* RUN DATE FOR A HISTORY RECORD, AND THE RUN-ID FOR AN AUDIT
001300* RECORD.
001400*
001500* MODIFICATION HISTORY
001600* 10/15/2026  DJM  ORIGINAL.
001700*----------------------------------------------------------------
001800 01  ARCH-RECORD.
001900     05  ARCH-REC-TYPE       PIC X(01).
002000         88  ARCH-EMPLOYEE-REC        VALUE 'E'.
002100         88  ARCH-HISTORY-REC         VALUE 'H'.
002200         88  ARCH-AUDIT-REC           VALUE 'A'.
002300     05  ARCH-REASON         PIC X(01).
002400         88  ARCH-TERMINATED          VALUE 'T'.
002500         88  ARCH-AGED                VALUE 'G'.
002600     05  ARCH-ARCHIVE-DATE   PIC 9(08).
002700     05  ARCH-EMP-NO         PIC 9(05).
002800     05  ARCH-RECORD-DATE    PIC 9(08).
002900     05  ARCH-IMAGE          PIC X(72).
003000     05  ARCH-EMP-IMAGE REDEFINES ARCH-IMAGE.
003100         10  ARCH-EMP-DATA   PIC X(60).
003200         10  FILLER          PIC X(12).
003300     05  ARCH-HIST-IMAGE REDEFINES ARCH-IMAGE.
003400         10  ARCH-HIST-DATA  PIC X(48).
003500         10  FILLER          PIC X(24).
003600     05  ARCH-AUDIT-IMAGE REDEFINES ARCH-IMAGE.
003700         10  ARCH-AUDIT-DATA PIC X(71).
003800         10  FILLER          PIC X(01).
003900     05  FILLER              PIC X(05).

000100*----------------------------------------------------------------
000200* EMPHREC - EMPLOYEE STATUS-CHANGE HISTORY RECORD LAYOUT.
000300*
000400* ONE RECORD PER APPLIED MAINTENANCE ACTION ON THE CUMULATIVE
000500* EMPHIST FILE.  WRITTEN BY EMPMAINT AND READ BY TURNOVER, SO
000600* THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
000700* BEFORE-STATUS IS BLANK ON AN ADD; AFTER-STATUS IS BLANK ON A
000800* DELETE.
000900*
001000* MODIFICATION HISTORY
001100* 10/15/2026  DJM  EXTRACTED FROM EMPMAINT AND TURNOVER, WHICH
001200*                  HAD BEEN CARRYING THIS LAYOUT INLINE, AND
001300*                  GROWN BY THE EMPLOYEE NUMBER THAT IS NOW THE
001400*                  MASTER'S PRIME KEY.  THE NAME STAYS ON THE
001500*                  RECORD AS IT STOOD WHEN THE ACTION APPLIED.
001600*                  EXISTING HISTORY IS RENUMBERED ONCE BY
001700*                  EMPNUMCV.
001800*----------------------------------------------------------------
001900 01  HIST-RECORD.
002000     05  HIST-ACTION-CODE    PIC X(01).
002100         88  HIST-ACTION-ADD          VALUE 'A'.
002200         88  HIST-ACTION-CHANGE       VALUE 'C'.
002300         88  HIST-ACTION-DELETE       VALUE 'D'.
002400     05  HIST-EMP-NO         PIC 9(05).
002500     05  HIST-EMP-NAME       PIC X(20).
002600     05  HIST-EMP-DEPT       PIC X(04).
002700     05  HIST-BEFORE-STATUS  PIC X(01).
002800     05  HIST-AFTER-STATUS   PIC X(01).
002900     05  HIST-HIRE-DATE      PIC 9(08).
003000     05  HIST-RUN-DATE       PIC 9(08).
003100     05  HIST-RUN-MONTH REDEFINES HIST-RUN-DATE.
003200         10  HIST-RUN-YYYYMM PIC 9(06).
003300         10  FILLER          PIC 9(02).

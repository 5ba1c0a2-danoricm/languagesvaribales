000100*----------------------------------------------------------------
000200* ENOCREC - EMPLOYEE-NUMBER CONTROL RECORD LAYOUT.
000300*
000400* THE ONE RECORD ON THE EMPNOCTL FILE, CARRYING THE NEXT
000500* EMPLOYEE NUMBER TO HAND OUT.  SEEDED BY THE EMPNUMCV
000600* CONVERSION AND ADVANCED BY EMPMAINT AS ADDS ARE APPLIED, SO
000700* A NUMBER IS NEVER HANDED OUT TWICE - NOT EVEN AFTER THE
000800* EMPLOYEE IT WAS GIVEN TO IS DELETED.  ALSO CARRIES THE LAST
000810* RUN'S DATE AND SEQUENCE NUMBER WITHIN THAT DATE, WHICH TOGETHER
000820* IDENTIFY AN EMPMAINT RUN ON THE MAINTENANCE JOURNAL.
000900*
001000* MODIFICATION HISTORY
001100* 10/15/2026  DJM  ORIGINAL.
001110* 10/15/2026  DJM  ADDED THE LAST RUN SEQUENCE OUT OF THE FILLER.
001120*                  BLANK ON A RECORD SEEDED BEFORE IT EXISTED,
001130*                  WHICH EMPMAINT TAKES AS ZERO.
001200*----------------------------------------------------------------
001300 01  ENOC-RECORD.
001400     05  ENOC-NEXT-NO        PIC 9(05).
001500     05  ENOC-LAST-RUN-DATE  PIC 9(08).
001510     05  ENOC-LAST-RUN-SEQ   PIC 9(03).
001600     05  FILLER              PIC X(04).

001400*                  CONVERTED BY EMPCONV, WHICH DEFAULTS THE
001500*                  NEW FIELDS (DEPT 0000, HIRE DATE 19000101
001600*                  FOR UNKNOWN, STATUS ACTIVE, TITLE BLANK).
001610* 10/15/2026  DJM  RE-KEYED ON A SYSTEM-ASSIGNED EMPLOYEE NUMBER
001620*                  (EMP-NO, NOW THE PRIME KEY AT THE FRONT OF
001630*                  THE RECORD) SO TWO PEOPLE WITH THE SAME NAME
001640*                  CAN BOTH BE ON FILE AND A NAME CHANGE IS AN
001650*                  ORDINARY CHANGE.  NUMBERS ARE HANDED OUT BY
001660*                  EMPMAINT FROM THE EMPNOCTL CONTROL RECORD;
001670*                  EXISTING MASTERS ARE NUMBERED ONCE BY EMPNUMCV.
001700*----------------------------------------------------------------
001800 01  EMP-RECORD.
001810     05  EMP-NO              PIC 9(05).
001900     05  EMP-NAME            PIC X(20).
002000     05  EMP-AGE             PIC 9(02).
002100     05  EMP-DEPT            PIC X(04).

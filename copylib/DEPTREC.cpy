000100*----------------------------------------------------------------
000200* DEPTREC - DEPARTMENT-MASTER RECORD LAYOUT.
000300*
000400* SHARED BY ANY PROGRAM THAT OPENS THE DEPARTMENT-MASTER FILE SO
000500* THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.  ONE RECORD
000600* PER DEPARTMENT CODE, KEPT IN ASCENDING DEPT-CODE ORDER BY THE
000700* DEPTMAINT STEP.  A CLOSED DEPARTMENT STAYS ON FILE SO HISTORY
000800* AND THE REPORTS CAN STILL NAME IT, BUT NOTHING NEW MAY POST TO
000900* IT.  THE MANAGER IS CARRIED AS AN EMPLOYEE NUMBER; ZERO MEANS
001000* THE POSITION IS VACANT.
001100*
001200* MODIFICATION HISTORY
001300* 10/15/2026  DJM  ORIGINAL.
001400*----------------------------------------------------------------
001500 01  DEPT-RECORD.
001600     05  DEPT-CODE           PIC X(04).
001700     05  DEPT-NAME           PIC X(20).
001800     05  DEPT-MGR-EMP-NO     PIC 9(05).
001900     05  DEPT-LOCATION       PIC X(15).
002000     05  DEPT-ACTIVE-FLAG    PIC X(01).
002100         88  DEPT-ACTIVE              VALUE 'A'.
002200         88  DEPT-CLOSED              VALUE 'I'.
002300     05  FILLER              PIC X(05).

000100*----------------------------------------------------------------
000200* EMPJREC - EMPLOYEE MAINTENANCE JOURNAL RECORD LAYOUT.
000300*
000400* EMPMAINT APPENDS TWO RECORDS TO THE CUMULATIVE MAINTENANCE
000500* JOURNAL FOR EVERY ADD, CHANGE, AND DELETE IT APPLIES - THE
000600* MASTER RECORD'S BEFORE-IMAGE AND ITS AFTER-IMAGE - TAGGED WITH
000700* THE RUN ID (RUN DATE AND THE RUN'S SEQUENCE WITHIN THAT DATE)
000800* AND THE ITEM'S NUMBER WITHIN THE RUN.  AN ADD HAS NO BEFORE-
000900* IMAGE AND A DELETE NO AFTER-IMAGE; THE IMAGE-PRESENT FLAG SAYS
001000* SO AND THE IMAGE IS BLANK.
001100*
001200* EMPBKOUT READS THE JOURNAL TO BACK A RUN OUT, AND APPENDS ITS
001300* OWN PAIR PER ITEM IT REVERSES UNDER THE ACTION CODE 'X' AND
001400* THE REVERSED RUN'S ID AND ITEM NUMBER, WITH THE IMAGES SWAPPED
001500* (THE BEFORE-IMAGE IS WHAT THE BACKOUT FOUND, THE AFTER-IMAGE IS
001600* WHAT IT PUT BACK), SO A LATER BACKOUT CAN TELL A RUN HAS
001700* ALREADY BEEN REVERSED.
001800*
001900* MODIFICATION HISTORY
002000* 10/15/2026  DJM  ORIGINAL.
002100*----------------------------------------------------------------
002200 01  EMPJ-RECORD.
002300     05  EMPJ-RUN-ID.
002400         10  EMPJ-RUN-DATE   PIC 9(08).
002500         10  EMPJ-RUN-SEQ    PIC 9(03).
002600     05  EMPJ-ITEM-NO        PIC 9(05).
002700     05  EMPJ-ACTION-CODE    PIC X(01).
002800         88  EMPJ-ACTION-ADD          VALUE 'A'.
002900         88  EMPJ-ACTION-CHANGE       VALUE 'C'.
003000         88  EMPJ-ACTION-DELETE       VALUE 'D'.
003100         88  EMPJ-ACTION-BACKOUT      VALUE 'X'.
003200     05  EMPJ-IMAGE-TYPE     PIC X(01).
003300         88  EMPJ-BEFORE-IMAGE        VALUE 'B'.
003400         88  EMPJ-AFTER-IMAGE         VALUE 'A'.
003500     05  EMPJ-EMP-NO         PIC 9(05).
003600     05  EMPJ-IMAGE-SWITCH   PIC X(01).
003700         88  EMPJ-IMAGE-PRESENT       VALUE 'Y'.
003800         88  EMPJ-IMAGE-ABSENT        VALUE 'N'.
003900     05  EMPJ-EMP-IMAGE      PIC X(60).
004000     05  FILLER              PIC X(16).

000100*----------------------------------------------------------------
000200* BUDGREC - CATEGORY BUDGET MASTER RECORD LAYOUT.
000300*
000400* ONE RECORD PER BUDGET MONTH AND CATEGORY, CARRYING FINANCE'S
000500* SALES BUDGET FOR THAT CATEGORY FOR THE MONTH.  THE FILE IS KEPT
000600* IN ASCENDING BUDG-KEY ORDER (MONTH, THEN CATEGORY) BY THE BUDGET
000700* MAINTENANCE STEP (BUDMAINT) AND READ BY THE BUDGET-VERSUS-ACTUAL
000800* REPORT (BUDGRPT) AGAINST THE MONTH-TO-DATE GENERATION.  THE
000900* AMOUNT IS AT THE SAME WIDTH AS A CATEGORY TOTAL ON THE EXTRACT.
001000*
001100* MODIFICATION HISTORY
001200* 10/15/2026  DJM  ORIGINAL.
001300*----------------------------------------------------------------
001400 01  BUDG-RECORD.
001500     05  BUDG-KEY.
001600         10  BUDG-MONTH      PIC 9(06).
001700         10  BUDG-MONTH-PARTS REDEFINES BUDG-MONTH.
001800             15  BUDG-YYYY   PIC 9(04).
001900             15  BUDG-MM     PIC 9(02).
002000         10  BUDG-CATEGORY   PIC X(10).
002100     05  BUDG-AMOUNT         PIC 9(07)V9(02).
002200     05  BUDG-MAINT-DATE     PIC 9(08).
002300     05  FILLER              PIC X(07).

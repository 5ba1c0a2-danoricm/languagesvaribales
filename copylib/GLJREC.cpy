000100*----------------------------------------------------------------
000200* GLJREC - GENERAL LEDGER JOURNAL RECORD LAYOUT.
000300*
000400* THE NIGHTLY DOUBLE-ENTRY JOURNAL GLJRNL BUILDS FROM THE FINANCE
000500* EXTRACT FOR THE LEDGER INTERFACE.  ONE 'D' LINE PER ACCOUNT
000600* POSTING - EACH CATEGORY'S SALES CREDITED TO ITS REVENUE
000700* ACCOUNT, RETURNS DEBITED TO ITS CONTRA-REVENUE ACCOUNT, AND
000800* ADJUSTMENTS CREDITED TO ITS ADJUSTMENT ACCOUNT, WITH ONE
000900* OFFSETTING CLEARING-ACCOUNT LINE PER TRANSACTION TYPE - THEN
001000* ONE 'T' TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND
001100* CREDIT TOTALS, WHICH ARE ALWAYS EQUAL ON A WRITTEN JOURNAL.
001200* AMOUNTS ARE CARRIED POSITIVE; THE SIDE IS IN GLJ-DR-CR.
001300*
001400* MODIFICATION HISTORY
001500* 10/15/2026  DJM  ORIGINAL.
001600*----------------------------------------------------------------
001700 01  GLJ-RECORD.
001800     05  GLJ-REC-TYPE        PIC X(01).
001900         88  GLJ-DETAIL-REC           VALUE 'D'.
002000         88  GLJ-TRAILER-REC          VALUE 'T'.
002100     05  GLJ-BUS-DATE        PIC 9(08).
002200     05  GLJ-DETAIL.
002300         10  GLJ-LINE-NO     PIC 9(05).
002400         10  GLJ-ACCOUNT     PIC X(10).
002500         10  GLJ-DR-CR       PIC X(01).
002600             88  GLJ-DEBIT            VALUE 'D'.
002700             88  GLJ-CREDIT           VALUE 'C'.
002800         10  GLJ-AMOUNT      PIC 9(11)V9(02).
002900         10  GLJ-ENTRY-TYPE  PIC X(01).
003000             88  GLJ-SALE-ENTRY       VALUE 'S'.
003100             88  GLJ-RETURN-ENTRY     VALUE 'R'.
003200             88  GLJ-ADJUST-ENTRY     VALUE 'A'.
003300         10  GLJ-SOURCE-KEY  PIC X(10).
003400         10  FILLER          PIC X(11).
003500     05  GLJ-TRAILER REDEFINES GLJ-DETAIL.
003600         10  GLJ-LINE-COUNT  PIC 9(05).
003700         10  GLJ-DEBIT-TOTAL PIC 9(11)V9(02).
003800         10  GLJ-CREDIT-TOTAL PIC 9(11)V9(02).
003900         10  FILLER          PIC X(20).

000100*----------------------------------------------------------------
000200* GLMREC - GENERAL LEDGER ACCOUNT MAPPING RECORD LAYOUT.
000300*
000400* MAINTAINED BY ACCOUNTING AND READ BY GLJRNL TO DECIDE WHICH
000500* LEDGER ACCOUNTS EACH CATEGORY'S POSTED SALES, RETURNS, AND
000600* ADJUSTMENTS HIT.  A 'C' RECORD MAPS ONE CATEGORY AND OVERRIDES
000700* THE 'G' RECORD FOR ITS MERCHANDISE GROUP (GROUP CODE IN THE
000800* FIRST THREE BYTES OF THE KEY; AN ALL-SPACES KEY MAPS THE
000900* UNGROUPED CATEGORIES).  EXACTLY ONE 'O' RECORD NAMES THE
001000* OFFSETTING CLEARING ACCOUNT THE OTHER SIDE OF EVERY ENTRY
001100* POSTS TO.
001200*
001300* MODIFICATION HISTORY
001400* 10/15/2026  DJM  ORIGINAL.
001500*----------------------------------------------------------------
001600 01  GLM-RECORD.
001700     05  GLM-KEY.
001800         10  GLM-KEY-TYPE    PIC X(01).
001900             88  GLM-GROUP-KEY        VALUE 'G'.
002000             88  GLM-CATEGORY-KEY     VALUE 'C'.
002100             88  GLM-OFFSET-KEY       VALUE 'O'.
002200         10  GLM-KEY-VALUE   PIC X(10).
002300     05  GLM-ACCOUNTS.
002400         10  GLM-REVENUE-ACCT PIC X(10).
002500         10  GLM-CONTRA-ACCT PIC X(10).
002600         10  GLM-ADJUST-ACCT PIC X(10).
002700     05  GLM-OFFSET-VIEW REDEFINES GLM-ACCOUNTS.
002800         10  GLM-OFFSET-ACCT PIC X(10).
002900         10  FILLER          PIC X(20).
003000     05  FILLER              PIC X(09).

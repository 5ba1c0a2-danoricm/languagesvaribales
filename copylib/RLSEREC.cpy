000100*----------------------------------------------------------------
000200* RLSEREC - PRICE SUSPENSE RELEASE RECORD LAYOUT.
000300*
000400* ONE RECORD PER SUSPENDED ITEM MERCHANDISING HAS REVIEWED,
000500* QUOTING THE SUSPENSE ID FROM THE RUN-CONTROL REPORT AND THE
000600* DECISION: P TO POST THE ITEM AT ITS SUSPENDED PRICE ON THE
000700* NEXT NIGHTLY RUN, R TO REJECT IT TO THE EXCEPTION FILE.  AN
000800* ITEM WITH NO RELEASE STAYS IN SUSPENSE.
000900*
001000* MODIFICATION HISTORY
001100* 10/15/2026  DJM  ORIGINAL.
001200*----------------------------------------------------------------
001300 01  RLSE-RECORD.
001400     05  RLSE-SUSP-ID.
001500         10  RLSE-ID-DATE    PIC 9(08).
001600         10  RLSE-ID-SEQ     PIC 9(05).
001700     05  RLSE-ACTION         PIC X(01).
001800         88  RLSE-POST                VALUE 'P'.
001900         88  RLSE-REJECT              VALUE 'R'.
002000     05  RLSE-AUTH-ID        PIC X(08).
002100     05  FILLER              PIC X(18).

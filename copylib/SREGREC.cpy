000100*----------------------------------------------------------------
000200* SREGREC - POSTED-SEGMENT REGISTRY RECORD LAYOUT.
000300*
000400* ONE RECORD FOR EVERY TRANSACTION-FILE SEGMENT (HEADER, DETAILS,
000500* TRAILER) DATAVAR HAS EVER POSTED, APPENDED AT THE END OF EACH
000600* IN-BALANCE RUN TO THE CUMULATIVE SEGREG FILE AND LOADED AT THE
000700* START OF THE NEXT.  THE KEY IS THE HEADER'S BUSINESS DATE AND
000800* SOURCE PLUS THE TRAILER'S COUNT, QTY HASH, AND AMOUNT, SO A
000900* RESENT OR RE-RUN SEGMENT MATCHES EXACTLY AND IS REFUSED AS A
001000* DUPLICATE.  A DUPLICATE POSTED UNDER AN AUTHORISED REPOST
001100* OVERRIDE IS REGISTERED AGAIN WITH TYPE R AND THE AUTHORISER.
001200*
001300* MODIFICATION HISTORY
001400* 10/15/2026  DJM  ORIGINAL.
001500*----------------------------------------------------------------
001600 01  SREG-RECORD.
001700     05  SREG-KEY.
001800         10  SREG-BUS-DATE   PIC 9(08).
001900         10  SREG-SOURCE     PIC X(08).
002000         10  SREG-TRL-COUNT  PIC 9(07).
002100         10  SREG-QTY-HASH   PIC 9(09).
002200         10  SREG-AMT-TOTAL  PIC 9(11)V9(02).
002300     05  SREG-POSTED-DATE    PIC 9(08).
002400     05  SREG-POST-TYPE      PIC X(01).
002500         88  SREG-ORIGINAL-POST       VALUE 'O'.
002600         88  SREG-REPOST              VALUE 'R'.
002700     05  SREG-AUTH-ID        PIC X(08).
002800     05  FILLER              PIC X(02).

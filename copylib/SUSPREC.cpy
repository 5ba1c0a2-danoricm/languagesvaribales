000100*----------------------------------------------------------------
000200* SUSPREC - PRICE SUSPENSE RECORD LAYOUT.
000300*
000400* ONE RECORD PER SALE OR RETURN DETAIL HELD OUT OF THE NIGHT'S
000500* POSTING BECAUSE ITS UNIT PRICE FELL OUTSIDE THE CATEGORY
000600* MASTER'S MINIMUM/MAXIMUM EXPECTED PRICE.  DATAVAR READS LAST
000700* NIGHT'S GENERATION, APPLIES MERCHANDISING'S RELEASES (POST OR
000800* REJECT), AND WRITES EVERY ITEM STILL UNRELEASED TO TONIGHT'S
000900* GENERATION WITH ITS AGE BUMPED, FOLLOWED BY TONIGHT'S NEWLY
001000* SUSPENDED ITEMS (AGE ZERO).  THE SUSPENSE ID (DATE SUSPENDED
001100* PLUS A SEQUENCE WITHIN THAT DATE) IS WHAT A RELEASE QUOTES.
001200*
001300* MODIFICATION HISTORY
001400* 10/15/2026  DJM  ORIGINAL.
001500*----------------------------------------------------------------
001600 01  SUSP-RECORD.
001700     05  SUSP-ID.
001800         10  SUSP-ID-DATE    PIC 9(08).
001900         10  SUSP-ID-SEQ     PIC 9(05).
002000     05  SUSP-BUS-DATE       PIC 9(08).
002100     05  SUSP-SOURCE         PIC X(08).
002200     05  SUSP-TRANS-TYPE     PIC X(01).
002300     05  SUSP-CATEGORY       PIC X(10).
002400     05  SUSP-QTY            PIC 9(03).
002500     05  SUSP-PRICE          PIC 9(04)V9(02).
002600     05  SUSP-DEPT           PIC X(04).
002700     05  SUSP-EMP-NO         PIC 9(05).
002800     05  SUSP-REASON-CODE    PIC X(04).
002900         88  SUSP-BELOW-MINIMUM       VALUE 'PLOW'.
003000         88  SUSP-ABOVE-MAXIMUM       VALUE 'PHIG'.
003100     05  SUSP-MIN-PRICE      PIC 9(04)V9(02).
003200     05  SUSP-MAX-PRICE      PIC 9(04)V9(02).
003300     05  SUSP-AGE-COUNT      PIC 9(03).
003400     05  FILLER              PIC X(03).

000300*
000400* SHARED BY ANY PROGRAM THAT WRITES OR READS THE FIXED-WIDTH
000500* FINANCE EXTRACT SO THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE
000600* PLACE.  EIGHT ROW SHAPES AT THE SAME 51-BYTE LENGTH: ONE
000700* EMPLOYEE DETAIL ROW PER EMPLOYEE-MASTER RECORD, ONE
000800* CATEGORY-TOTAL ROW PER CATEGORY, ONE DEPARTMENT-BY-CATEGORY
000810* SPLIT ROW PER SELLING DEPARTMENT AND CATEGORY, ONE
000820* MERCHANDISE-GROUP SUBTOTAL ROW PER GROUP, ONE SUMMARY ROW
000830* EACH FOR SALES, RETURNS, AND ADJUSTMENTS, AND ONE RUN-BALANCE
000840* ROW CARRYING THE NIGHT'S INPUT/POSTED CONTROL TOTALS FOR THE
000850* RECONCILIATION STEP, AND ONE CATEGORY-BY-TRANSACTION-TYPE
000860* SPLIT ROW PER CATEGORY FOR THE GENERAL LEDGER JOURNAL, AND ONE
000870* PRICE-SUSPENSE ROW CARRYING THE NIGHT'S RELEASED AND NEWLY
000880* SUSPENDED ITEMS.
001000*
001100* MODIFICATION HISTORY
001200* 08/22/2026  DJM  EXTRACTED FROM DATAVAR, WHICH HAD BEEN
001980*                  MASTER'S GROUP CODE.  THE GROUP TOTAL IS TWO
001990*                  DIGITS WIDER THAN A CATEGORY TOTAL SINCE IT
001991*                  SUMS MANY CATEGORIES.
001993* 10/15/2026  DJM  THE 'E' ROW NOW CARRIES THE EMPLOYEE NUMBER,
001995*                  THE MASTER'S NEW PRIME KEY, OUT OF ITS FILLER.
002005* 10/15/2026  DJM  ADDED THE 'T' CATEGORY-BY-TRANSACTION-TYPE ROW
002015*                  CARRYING EACH CATEGORY'S POSTED SALE, RETURN,
002025*                  AND ADJUSTMENT AMOUNTS AND ITS PRICE-BASIS
002035*                  POSTED AMOUNT, SO THE GENERAL LEDGER JOURNAL
002045*                  CAN HIT SEPARATE ACCOUNTS BY TYPE AND TIE BACK
002055*                  TO THE 'B' ROW.  THE 'B' ROW NOW ALSO CARRIES
002065*                  THE RUN'S THROUGH BUSINESS DATE OUT OF ITS
002075*                  FILLER.
002076* 10/15/2026  DJM  ADDED THE 'U' PRICE-SUSPENSE ROW CARRYING THE
002077*                  COUNT AND PRICE-BASIS AMOUNT OF SUSPENDED ITEMS
002078*                  RELEASED TONIGHT (POSTED OR REJECTED) AND OF
002079*                  DETAILS NEWLY DIVERTED TO SUSPENSE, SO THE
002080*                  RECONCILIATION STEP CAN PROVE THE SUSPENSE
002081*                  BALANCE.
002085*----------------------------------------------------------------
002100 01  EXTR-RECORD.
002200     05  EXTR-RECORD-TYPE    PIC X(01).
002300         88  EXTR-EMPLOYEE-REC        VALUE 'E'.
002500         88  EXTR-SALES-SUM-REC       VALUE 'S'.
002600         88  EXTR-RETURNS-SUM-REC     VALUE 'R'.
002700         88  EXTR-ADJUST-SUM-REC      VALUE 'A'.
002710         88  EXTR-CATTYPE-REC         VALUE 'T'.
002720         88  EXTR-SUSPENSE-REC        VALUE 'U'.
002800     05  EXTR-EMP-DETAIL.
002900         10  EXTR-EMP-NAME   PIC X(20).
003000         10  EXTR-EMP-AGE    PIC 9(02).
003010         10  EXTR-EMP-NO     PIC 9(05).
003100         10  FILLER          PIC X(23).
003200     05  EXTR-CAT-DETAIL REDEFINES EXTR-EMP-DETAIL.
003300         10  EXTR-CAT-KEY    PIC X(10).
003400         10  EXTR-CAT-DESC   PIC X(30).
003672         10  EXTR-BAL-POSTED-AMT   PIC 9(11)V9(02).
003673         10  EXTR-BAL-INPUT-COUNT  PIC 9(07).
003674         10  EXTR-BAL-INPUT-AMT    PIC 9(11)V9(02).
003679         10  EXTR-BAL-BUS-DATE     PIC 9(08).
003684         10  FILLER                PIC X(02).
003686     05  EXTR-TYPE-DETAIL REDEFINES EXTR-EMP-DETAIL.
003688         10  EXTR-TYPE-CAT-KEY     PIC X(10).
003690         10  EXTR-TYPE-SALE-AMT    PIC 9(08)V9(02).
003692         10  EXTR-TYPE-RETURN-AMT  PIC 9(08)V9(02).
003694         10  EXTR-TYPE-ADJUST-AMT  PIC 9(08)V9(02).
003696         10  EXTR-TYPE-PRICE-AMT   PIC 9(08)V9(02).
003706     05  EXTR-SUSP-DETAIL REDEFINES EXTR-EMP-DETAIL.
003716         10  EXTR-SUSP-RLSE-COUNT  PIC 9(07).
003726         10  EXTR-SUSP-RLSE-AMT    PIC 9(11)V9(02).
003736         10  EXTR-SUSP-DIVT-COUNT  PIC 9(07).
003746         10  EXTR-SUSP-DIVT-AMT    PIC 9(11)V9(02).
003756         10  FILLER                PIC X(10).
003766     05  EXTR-SUM-DETAIL REDEFINES EXTR-EMP-DETAIL.
003800         10  EXTR-SUM-COUNT  PIC 9(07).
003900         10  EXTR-SUM-AMOUNT PIC S9(11)V9(02)
004000                             SIGN LEADING SEPARATE.

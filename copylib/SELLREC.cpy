000100*----------------------------------------------------------------
000200* SELLREC - SALESPERSON ATTRIBUTION RECORD LAYOUT.
000300*
000400* ONE RECORD PER BUSINESS DATE, SELLING EMPLOYEE, SELLING
000500* DEPARTMENT, AND CATEGORY ON THE NIGHTLY SELLFILE GENERATION,
000600* CARRYING THE POSTED SALES AND RETURNS THAT EMPLOYEE MADE.
000700* WRITTEN BY DATAVAR AT END OF RUN (ONLY WHEN THE RUN IS IN
000800* BALANCE) AND READ BY COMMRPT FOR THE COMMISSION REGISTER AND
000900* THE MONTH-END PAYROLL FEED.  AMOUNTS ARE EXTENDED (QTY TIMES
001000* UNIT PRICE) AND BOTH CARRIED POSITIVE; THE NET IS SALES LESS
001100* RETURNS.  ADJUSTMENTS ARE NOT ATTRIBUTED.
001200*
001300* MODIFICATION HISTORY
001400* 10/15/2026  DJM  ORIGINAL.
001500*----------------------------------------------------------------
001600 01  SELL-RECORD.
001700     05  SELL-KEY.
001800         10  SELL-BUS-DATE   PIC 9(08).
001900         10  SELL-BUS-MONTH REDEFINES SELL-BUS-DATE.
002000             15  SELL-BUS-YYYYMM PIC 9(06).
002100             15  FILLER          PIC 9(02).
002200         10  SELL-EMP-NO     PIC 9(05).
002300         10  SELL-DEPT       PIC X(04).
002400         10  SELL-CATEGORY   PIC X(10).
002500     05  SELL-SALE-COUNT     PIC 9(05).
002600     05  SELL-SALE-AMT       PIC 9(07)V9(02).
002700     05  SELL-RETURN-COUNT   PIC 9(05).
002800     05  SELL-RETURN-AMT     PIC 9(07)V9(02).
002900     05  FILLER              PIC X(05).

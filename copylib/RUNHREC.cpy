000100*----------------------------------------------------------------
000200* RUNHREC - JOB-STREAM RUN-HISTORY RECORD LAYOUT.
000300*
000400* EVERY BATCH PROGRAM APPENDS ONE RECORD TO THE CUMULATIVE RUNHIST
000500* FILE AS IT ENDS - THE JOB AND STEP IT RAN AS (OFF THE STEP'S
000600* RUNHID CARD, SEE RHIDREC), THE PROGRAM, THE BUSINESS DATE IT
000700* PROCESSED, ITS START AND END DATE AND TIME (HHMMSSHH), THE
000800* RETURN CODE IT ENDED WITH, AND ITS KEY INPUT, OUTPUT, AND
000900* REJECT COUNTS.  WHAT EACH PROGRAM COUNTS AS INPUT, OUTPUT, AND
001000* REJECT IS DESCRIBED IN ITS 9810-WRITE-RUN-HISTORY-RTN.  A
001100* PROGRAM WITH NO BUSINESS DATE OF ITS OWN RECORDS ITS RUN DATE.
001200* THE WEEKLY OPERATIONS REPORT (OPSWKRPT) READS THE WHOLE FILE.
001300*
001400* MODIFICATION HISTORY
001500* 10/15/2026  DJM  ORIGINAL.
001600*----------------------------------------------------------------
001700 01  RUNH-RECORD.
001800     05  RUNH-JOB-NAME       PIC X(08).
001900     05  RUNH-STEP-NAME      PIC X(08).
002000     05  RUNH-PROGRAM        PIC X(10).
002100     05  RUNH-BUS-DATE       PIC 9(08).
002200     05  RUNH-START-DATE     PIC 9(08).
002300     05  RUNH-START-TIME     PIC 9(08).
002400     05  RUNH-END-DATE       PIC 9(08).
002500     05  RUNH-END-TIME       PIC 9(08).
002600     05  RUNH-RETURN-CODE    PIC 9(04).
002700     05  RUNH-IN-COUNT       PIC 9(09).
002800     05  RUNH-OUT-COUNT      PIC 9(09).
002900     05  RUNH-REJECT-COUNT   PIC 9(09).
003000     05  FILLER              PIC X(03).

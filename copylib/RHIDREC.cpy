000100*----------------------------------------------------------------
000200* RHIDREC - RUN-HISTORY STEP IDENTIFICATION CARD LAYOUT.
000300*
000400* ONE 80-BYTE CARD, IN-STREAM ON EACH STEP'S RUNHID DD, NAMING
000500* THE JOB (COLS 01-08) AND STEP (COLS 10-17) THE PROGRAM IS
000600* RUNNING AS, FOR ITS RUN-HISTORY RECORD (SEE RUNHREC).
000700*
000800* MODIFICATION HISTORY
000900* 10/15/2026  DJM  ORIGINAL.
001000*----------------------------------------------------------------
001100 01  RHID-RECORD.
001200     05  RHID-JOB-NAME       PIC X(08).
001300     05  FILLER              PIC X(01).
001400     05  RHID-STEP-NAME      PIC X(08).
001500     05  FILLER              PIC X(63).

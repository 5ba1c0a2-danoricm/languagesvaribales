001957*                  THE AMOUNT WORK FIELDS AND PRINT COLUMNS
001958*                  WIDENED TWO DIGITS TO CARRY GROUP-SIZED
001959*                  TOTALS.
001969* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001979*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001989*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003700     SELECT REPORT-FILE ASSIGN TO "VARRPT"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RPT-STATUS.
003910     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS WS-RUNH-STATUS.
003940     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003950         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS WS-RHID-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
007800 FD  REPORT-FILE
007900     LABEL RECORDS ARE OMITTED.
008000 01  PRINT-LINE              PIC X(80).
008005*----------------------------------------------------------------
008010* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
008015* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
008020* NAMING THE JOB AND STEP.
008025*----------------------------------------------------------------
008030 FD  RUN-HISTORY-FILE
008035     LABEL RECORDS ARE STANDARD.
008040     COPY RUNHREC.
008045 FD  RUN-ID-FILE
008050     LABEL RECORDS ARE STANDARD.
008055     COPY RHIDREC.
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------
019200     05  TL-LABEL             PIC X(26).
019300     05  FILLER               PIC X(03) VALUE '= '.
019400     05  TL-COUNT             PIC ZZZZ9.
019410*----------------------------------------------------------------
019420* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
019430* THING, FOR THE RECORD APPENDED AT THE END.
019440*----------------------------------------------------------------
019450 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
019460 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
019470 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
019480 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
019500
019600 PROCEDURE DIVISION.
019700*----------------------------------------------------------------
019900* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
020000*----------------------------------------------------------------
020100 0000-MAIN-LOGIC.
020110     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
020200     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
020300     IF CURR-FILE-OPEN AND RPT-FILE-OPEN
020310         AND WS-RUN-RC < 8
020500         PERFORM 3000-REPORT-GONE-RTN THRU 3000-EXIT
020600     END-IF.
020700     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
020710     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
020800     STOP RUN.
020900
021000*----------------------------------------------------------------
056520     MOVE WS-RUN-RC TO RETURN-CODE.
056600 9000-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000*                 9800-START-RUN-HISTORY-RTN
057100* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
057200* RECORD.
057300*----------------------------------------------------------------
057400 9800-START-RUN-HISTORY-RTN.
057500     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
057600     ACCEPT WS-RUNH-START-TIME FROM TIME.
057700 9800-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------
058100*                 9810-WRITE-RUN-HISTORY-RTN
058200* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
058300* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
058400* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
058500* INPUT AND OUTPUT ARE TONIGHT'S CATEGORIES COMPARED; NOTHING IS
058600* REJECTED.
058700* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
058800* CHANGE THE STEP'S RETURN CODE.
058900*----------------------------------------------------------------
059000 9810-WRITE-RUN-HISTORY-RTN.
059100     OPEN EXTEND RUN-HISTORY-FILE.
059200     IF WS-RUNH-STATUS NOT = '00'
059300         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
059400                 WS-RUNH-STATUS
059500         GO TO 9810-EXIT
059600     END-IF.
059700     MOVE SPACES TO RUNH-RECORD.
059800     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
059900     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
060000     OPEN INPUT RUN-ID-FILE.
060100     IF WS-RHID-STATUS = '00'
060200         READ RUN-ID-FILE
060300             AT END
060400                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
060500                         "NOT KNOWN"
060600             NOT AT END
060700                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
060800                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
060900         END-READ
061000         CLOSE RUN-ID-FILE
061100     ELSE
061200         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
061300                 WS-RHID-STATUS
061400     END-IF.
061500     MOVE 'CATVARY' TO RUNH-PROGRAM.
061600     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
061700     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
061800     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
061900     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
062000     ACCEPT RUNH-END-TIME FROM TIME.
062100     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
062200     MOVE WS-CURR-CAT-COUNT TO RUNH-IN-COUNT.
062300     MOVE WS-CURR-CAT-COUNT TO RUNH-OUT-COUNT.
062400     MOVE ZERO TO RUNH-REJECT-COUNT.
062500     WRITE RUNH-RECORD.
062600     IF WS-RUNH-STATUS NOT = '00'
062700         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
062800                 WS-RUNH-STATUS
062900     END-IF.
063000     CLOSE RUN-HISTORY-FILE.
063100 9810-EXIT.
063200     EXIT.

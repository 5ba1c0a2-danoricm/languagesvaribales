001600*                  0000, HIRE DATE 19000101 MEANING UNKNOWN,
001700*                  STATUS ACTIVE, TITLE BLANK - FOR HR TO
001800*                  BACKFILL THROUGH THE MAINTENANCE STEP.
001810* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001820*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001830*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
001840* 10/15/2026  DJM  RETIRED - SUPERSEDED BY EMPNUMCV, WHICH
001850*                  LOADS THE EMPLOYEE-NUMBER-KEYED CLUSTER.  THIS
001860*                  PROGRAM HAS NO EMPLOYEE NUMBERS TO GIVE THE
001870*                  RECORDS IT BUILT, SO THE CONVERSION AND ITS
001880*                  FILES ARE TAKEN OUT - A RUN ONLY REPORTS THE
001890*                  RETIREMENT, ENDS AT 8, AND LOGS ITS RUN.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003310     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-RUNH-STATUS.
003340     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003350         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS WS-RHID-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
005005*----------------------------------------------------------------
005010* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
005015* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
005020* NAMING THE JOB AND STEP.
005025*----------------------------------------------------------------
005030 FD  RUN-HISTORY-FILE
005035     LABEL RECORDS ARE STANDARD.
005040     COPY RUNHREC.
005045 FD  RUN-ID-FILE
005050     LABEL RECORDS ARE STANDARD.
005055     COPY RHIDREC.
005100
005200 WORKING-STORAGE SECTION.
007510*----------------------------------------------------------------
007520* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
007530* THING, FOR THE RECORD APPENDED AT THE END.
007540*----------------------------------------------------------------
007550 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
007560 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
007570 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
007580 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
007600
007700 PROCEDURE DIVISION.
007800*----------------------------------------------------------------
008000* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
008100*----------------------------------------------------------------
008200 0000-MAIN-LOGIC.
008210     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
008300     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
008710     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
008800     STOP RUN.
008900
009000*----------------------------------------------------------------
009100*                      1000-INITIALIZE-RTN
009200* RETIRED - THE CLUSTER IS NOW KEYED ON EMPLOYEE NUMBER AND IS
009210* LOADED BY EMPNUMCV.  REPORTS THE RETIREMENT AND ENDS THE RUN 8
009220* WITH NOTHING OPENED.
009300*----------------------------------------------------------------
009400 1000-INITIALIZE-RTN.
009410     DISPLAY "EMPCONV IS RETIRED - THE MASTER IS KEYED ON "
009420             "EMPLOYEE NUMBER, USE EMPNUMCV - NOTHING LOADED".
009430     MOVE 8 TO RETURN-CODE.
010800 1000-EXIT.
010900     EXIT.
018000
018100*----------------------------------------------------------------
018200*                 9800-START-RUN-HISTORY-RTN
018300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
018400* RECORD.
018500*----------------------------------------------------------------
018600 9800-START-RUN-HISTORY-RTN.
018700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
018800     ACCEPT WS-RUNH-START-TIME FROM TIME.
018900 9800-EXIT.
019000     EXIT.
019100
019200*----------------------------------------------------------------
019300*                 9810-WRITE-RUN-HISTORY-RTN
019400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
019500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
019600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS,
019700* WHICH ARE ALL ZERO NOW THAT NOTHING IS READ OR LOADED.
019900* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
020000* CHANGE THE STEP'S RETURN CODE.
020100*----------------------------------------------------------------
020200 9810-WRITE-RUN-HISTORY-RTN.
020300     OPEN EXTEND RUN-HISTORY-FILE.
020400     IF WS-RUNH-STATUS NOT = '00'
020500         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
020600                 WS-RUNH-STATUS
020700         GO TO 9810-EXIT
020800     END-IF.
020900     MOVE SPACES TO RUNH-RECORD.
021000     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
021100     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
021200     OPEN INPUT RUN-ID-FILE.
021300     IF WS-RHID-STATUS = '00'
021400         READ RUN-ID-FILE
021500             AT END
021600                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
021700                         "NOT KNOWN"
021800             NOT AT END
021900                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
022000                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
022100         END-READ
022200         CLOSE RUN-ID-FILE
022300     ELSE
022400         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
022500                 WS-RHID-STATUS
022600     END-IF.
022700     MOVE 'EMPCONV' TO RUNH-PROGRAM.
022800     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
022900     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
023000     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
023100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
023200     ACCEPT RUNH-END-TIME FROM TIME.
023300     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
023400     MOVE ZERO TO RUNH-IN-COUNT.
023500     MOVE ZERO TO RUNH-OUT-COUNT.
023600     MOVE ZERO TO RUNH-REJECT-COUNT.
023700     WRITE RUNH-RECORD.
023800     IF WS-RUNH-STATUS NOT = '00'
023900         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
024000                 WS-RUNH-STATUS
024100     END-IF.
024200     CLOSE RUN-HISTORY-FILE.
024300 9810-EXIT.
024400     EXIT.

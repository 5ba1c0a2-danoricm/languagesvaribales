002410* 09/02/2026  DJM  INPUT LAYOUTS GREW THE TRANSACTION QTY AND
002420*                  PRICE FIELDS THE SHARED EXCEPTION LAYOUT NOW
002430*                  CARRIES FOR THE RECONCILIATION STEP.
002440* 10/15/2026  DJM  INPUT LAYOUTS GREW THE EMPLOYEE NUMBER THE
002450*                  EMPLOYEE MASTER IS NOW KEYED ON.
002460* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002470*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002480*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004600     SELECT REPORT-FILE ASSIGN TO "REJRPT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004810     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-RUNH-STATUS.
004840     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004850         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS WS-RHID-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
006200     05  EXCI-REASON-TEXT    PIC X(40).
006210     05  EXCI-TRANS-QTY      PIC 9(03).
006220     05  EXCI-TRANS-PRICE    PIC 9(04)V9(02).
006230     05  EXCI-EMP-NO         PIC 9(05).
006300*----------------------------------------------------------------
006400* MAINTREJ-IN - ONE OR MORE MAINTENANCE REJECT GENERATIONS, IN
006500* THE SAME EXCEPTION-FILE LAYOUT EMPMAINT WRITES.
007300     05  MREJ-REASON-TEXT    PIC X(40).
007310     05  MREJ-TRANS-QTY      PIC 9(03).
007320     05  MREJ-TRANS-PRICE    PIC 9(04)V9(02).
007330     05  MREJ-EMP-NO         PIC 9(05).
007400*----------------------------------------------------------------
007500* CARRY-IN - THE RECYCLE STEP'S CARRY-FORWARD FILE, WITH THE
007600* AGING COUNT OF RUNS EACH ITEM HAS BEEN SITTING.
008400     05  CRYI-REASON-TEXT    PIC X(40).
008410     05  CRYI-TRANS-QTY      PIC 9(03).
008420     05  CRYI-TRANS-PRICE    PIC 9(04)V9(02).
008430     05  CRYI-EMP-NO         PIC 9(05).
008500     05  CRYI-AGE-COUNT      PIC 9(03).
008600*----------------------------------------------------------------
008700* PARM-FILE - ONE RECORD CARRYING THE DETAIL-SECTION AGE
009900 FD  REPORT-FILE
010000     LABEL RECORDS ARE OMITTED.
010100 01  PRINT-LINE              PIC X(80).
010105*----------------------------------------------------------------
010110* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
010115* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
010120* NAMING THE JOB AND STEP.
010125*----------------------------------------------------------------
010130 FD  RUN-HISTORY-FILE
010135     LABEL RECORDS ARE STANDARD.
010140     COPY RUNHREC.
010145 FD  RUN-ID-FILE
010150     LABEL RECORDS ARE STANDARD.
010155     COPY RHIDREC.
010200
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------------
022800     05  TL-LABEL             PIC X(26).
022900     05  FILLER               PIC X(03) VALUE '= '.
023000     05  TL-COUNT             PIC ZZZZ9.
023010*----------------------------------------------------------------
023020* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
023030* THING, FOR THE RECORD APPENDED AT THE END.
023040*----------------------------------------------------------------
023050 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
023060 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
023070 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
023080 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
023100
023200 PROCEDURE DIVISION.
023300*----------------------------------------------------------------
023500* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
023600*----------------------------------------------------------------
023700 0000-MAIN-LOGIC.
023710     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
023800     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
023900     IF EXCI-FILE-OPEN
024000         PERFORM 2000-PROCESS-EXCEPTIONS-RTN THRU 2000-EXIT
024600         PERFORM 4000-PROCESS-CARRIED-RTN THRU 4000-EXIT
024700     END-IF.
024800     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
024810     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
024900     STOP RUN.
025000
025100*----------------------------------------------------------------
066700     MOVE ZERO TO WS-LINES-ON-PAGE.
066800 9400-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200*                 9800-START-RUN-HISTORY-RTN
067300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
067400* RECORD.
067500*----------------------------------------------------------------
067600 9800-START-RUN-HISTORY-RTN.
067700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
067800     ACCEPT WS-RUNH-START-TIME FROM TIME.
067900 9800-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300*                 9810-WRITE-RUN-HISTORY-RTN
068400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
068500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
068600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
068700* INPUT IS OPEN ITEMS AGED AND OUTPUT THE ITEMS PAST THE
068800* THRESHOLD; NOTHING IS REJECTED.
068900* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
069000* CHANGE THE STEP'S RETURN CODE.
069100*----------------------------------------------------------------
069200 9810-WRITE-RUN-HISTORY-RTN.
069300     OPEN EXTEND RUN-HISTORY-FILE.
069400     IF WS-RUNH-STATUS NOT = '00'
069500         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
069600                 WS-RUNH-STATUS
069700         GO TO 9810-EXIT
069800     END-IF.
069900     MOVE SPACES TO RUNH-RECORD.
070000     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
070100     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
070200     OPEN INPUT RUN-ID-FILE.
070300     IF WS-RHID-STATUS = '00'
070400         READ RUN-ID-FILE
070500             AT END
070600                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
070700                         "NOT KNOWN"
070800             NOT AT END
070900                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
071000                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
071100         END-READ
071200         CLOSE RUN-ID-FILE
071300     ELSE
071400         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
071500                 WS-RHID-STATUS
071600     END-IF.
071700     MOVE 'REJAGE' TO RUNH-PROGRAM.
071800     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
071900     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
072000     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
072100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
072200     ACCEPT RUNH-END-TIME FROM TIME.
072300     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
072400     MOVE WS-TOTAL-COUNT TO RUNH-IN-COUNT.
072500     MOVE WS-OLD-COUNT TO RUNH-OUT-COUNT.
072600     MOVE ZERO TO RUNH-REJECT-COUNT.
072700     WRITE RUNH-RECORD.
072800     IF WS-RUNH-STATUS NOT = '00'
072900         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
073000                 WS-RUNH-STATUS
073100     END-IF.
073200     CLOSE RUN-HISTORY-FILE.
073300 9810-EXIT.
073400     EXIT.

002000*                  NAME WITH THEIR REASON CODES - SO ONE
002100*                  SUBMITTED JOB ANSWERS AN HR OR AUDITOR
002200*                  QUESTION THAT USED TO TAKE THREE.
002210* 10/15/2026  DJM  MASTER NOW KEYED ON EMPLOYEE NUMBER.  AN 'E'
002220*                  REQUEST CARRIES THE NUMBER INSTEAD OF THE
002230*                  NAME, THE PROFILE SHOWS IT, AND REJECTS ARE
002240*                  MATCHED ON THE NUMBER THE EXCEPTION LAYOUT
002250*                  NOW CARRIES, SO A RENAME DOES NOT LOSE THEM.
002260* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002270*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002280*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002800     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS EMP-NO
003200         ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
003300         FILE STATUS IS WS-EMP-STATUS.
003400     SELECT REQUEST-FILE ASSIGN TO "INQFILE"
004600     SELECT REPORT-FILE ASSIGN TO "INQRPT"
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
005700     LABEL RECORDS ARE STANDARD.
005800     COPY EMPREC.
005900*----------------------------------------------------------------
006000* REQUEST-FILE - ONE RECORD PER INQUIRY.  TYPE 'E' NUMBERS ONE
006100* EMPLOYEE; TYPE 'D' ASKS FOR EVERY EMPLOYEE IN A DEPARTMENT.
006200*----------------------------------------------------------------
006300 FD  REQUEST-FILE
006600     05  REQ-TYPE            PIC X(01).
006700         88  REQ-EMPLOYEE             VALUE 'E'.
006800         88  REQ-DEPARTMENT           VALUE 'D'.
006900     05  REQ-EMP-NO          PIC 9(05).
006910     05  FILLER              PIC X(15).
007000     05  REQ-DEPT            PIC X(04).
007100*----------------------------------------------------------------
007200* AUDIT-LOG - ONE OR MORE GENERATIONS OF THE TRAIL DATAVAR
008200     05  AUDIT-NEW-VALUE     PIC X(20).
008300*----------------------------------------------------------------
008400* EXCEPTION-IN - EXCEPTION AND MAINTENANCE-REJECT GENERATIONS,
008500* CONCATENATED ON THE DD (BOTH CARRY THE SHARED 80-BYTE
008600* EXCEPTION LAYOUT).
008700*----------------------------------------------------------------
008800 FD  EXCEPTION-IN
009400     05  EXCI-REASON-TEXT    PIC X(40).
009500     05  EXCI-TRANS-QTY      PIC 9(03).
009600     05  EXCI-TRANS-PRICE    PIC 9(04)V9(02).
009610     05  EXCI-EMP-NO         PIC 9(05).
009700*----------------------------------------------------------------
009800* REPORT-FILE - PRINT LINES FOR THE PROFILE PAGES.
009900*----------------------------------------------------------------
010000 FD  REPORT-FILE
010100     LABEL RECORDS ARE OMITTED.
010200 01  PRINT-LINE              PIC X(80).
010205*----------------------------------------------------------------
010210* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
010215* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
010220* NAMING THE JOB AND STEP.
010225*----------------------------------------------------------------
010230 FD  RUN-HISTORY-FILE
010235     LABEL RECORDS ARE STANDARD.
010240     COPY RUNHREC.
010245 FD  RUN-ID-FILE
010250     LABEL RECORDS ARE STANDARD.
010255     COPY RHIDREC.
010300
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------------
015600 77  WS-EXC-SKIPPED       PIC 9(05) COMP VALUE ZERO.
015700 01  EXC-TABLE.
015800     05  EXC-ENTRY OCCURS 2000 TIMES.
015900         10  EXC-T-EMP-NO    PIC 9(05).
016000         10  EXC-T-REASON    PIC X(04).
016100         10  EXC-T-TEXT      PIC X(40).
016200*----------------------------------------------------------------
022700     05  XL-REASON            PIC X(04).
022800     05  FILLER               PIC X(02) VALUE SPACES.
022900     05  XL-TEXT              PIC X(40).
022910*----------------------------------------------------------------
022920* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
022930* THING, FOR THE RECORD APPENDED AT THE END.
022940*----------------------------------------------------------------
022950 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
022960 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
022970 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
022980 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
023000
023100 PROCEDURE DIVISION.
023200*----------------------------------------------------------------
023400* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
023500*----------------------------------------------------------------
023600 0000-MAIN-LOGIC.
023610     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
023700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
023800     IF EMP-FILE-OPEN AND REQ-FILE-OPEN AND RPT-FILE-OPEN
023900         PERFORM 2000-PROCESS-REQUESTS-RTN THRU 2000-EXIT
024000     END-IF.
024100     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
024110     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
024200     STOP RUN.
024300
024400*----------------------------------------------------------------
038400 1220-STORE-EXCEPTION-RTN.
038500     IF WS-EXC-COUNT < WS-EXC-MAX
038600         ADD 1 TO WS-EXC-COUNT
038700         MOVE EXCI-EMP-NO TO EXC-T-EMP-NO (WS-EXC-COUNT)
038800         MOVE EXCI-REASON-CODE TO EXC-T-REASON (WS-EXC-COUNT)
038900         MOVE EXCI-REASON-TEXT TO EXC-T-TEXT (WS-EXC-COUNT)
039000     ELSE
044500
044600*----------------------------------------------------------------
044700*              2210-INQUIRE-EMPLOYEE-RTN
044800* FETCHES ONE EMPLOYEE BY THE NUMBER KEY AND PRINTS THE
044900* PROFILE.  A MISSING NUMBER IS REPORTED ON THE LISTING, NOT
044910* DROPPED.
045000*----------------------------------------------------------------
045100 2210-INQUIRE-EMPLOYEE-RTN.
045200     SET REQ-FOUND TO TRUE.
045250     IF REQ-EMP-NO NOT NUMERIC
045260         SET REQ-NOT-FOUND TO TRUE
045270     ELSE
045280         MOVE REQ-EMP-NO TO EMP-NO
045300         READ EMPLOYEE-MASTER
045400             INVALID KEY
045500                 SET REQ-NOT-FOUND TO TRUE
045600         END-READ
046300     END-IF.
046310     IF REQ-NOT-FOUND
046320         ADD 1 TO WS-NOTFOUND-COUNT
046330         MOVE SPACES TO SEC-TITLE
046340         STRING 'NOT ON MASTER: ' DELIMITED BY SIZE
046350                REQ-EMP-NO DELIMITED BY SIZE
046360                INTO SEC-TITLE
046370         WRITE PRINT-LINE FROM WS-SECTION-LINE
046380     ELSE
052000     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
052100     MOVE WS-PAGE-NO TO H1-PAGE-NO.
052200     WRITE PRINT-LINE FROM WS-HEADER-1.
052210     MOVE 'EMPLOYEE NO' TO FL-LABEL.
052220     MOVE EMP-NO TO FL-VALUE.
052230     PERFORM 3900-PUT-FIELD-LINE-RTN THRU 3900-EXIT.
052300     MOVE 'EMPLOYEE NAME' TO FL-LABEL.
052400     MOVE EMP-NAME TO FL-VALUE.
052500     PERFORM 3900-PUT-FIELD-LINE-RTN THRU 3900-EXIT.
060900
061000*----------------------------------------------------------------
061100*              3200-PRINT-REJECT-HISTORY-RTN
061200* PRINTS EVERY LOADED REJECT CARRYING THE CURRENT EMPLOYEE'S
061300* NUMBER WITH ITS REASON CODE.
061400*----------------------------------------------------------------
061500 3200-PRINT-REJECT-HISTORY-RTN.
061600     MOVE ZERO TO WS-EXC-HIT-COUNT.
063300
063400*----------------------------------------------------------------
063500*              3210-CHECK-REJECT-RTN
063600* PRINTS ONE REJECT ENTRY IF IT NUMBERS THE CURRENT EMPLOYEE.
063700*----------------------------------------------------------------
063800 3210-CHECK-REJECT-RTN.
063900     IF EXC-T-EMP-NO (WS-EXC-IDX) NOT = EMP-NO
064000         GO TO 3210-EXIT
064100     END-IF.
064200     ADD 1 TO WS-EXC-HIT-COUNT.
067700     END-IF.
067800 9000-EXIT.
067900     EXIT.
068000
068100*----------------------------------------------------------------
068200*                 9800-START-RUN-HISTORY-RTN
068300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
068400* RECORD.
068500*----------------------------------------------------------------
068600 9800-START-RUN-HISTORY-RTN.
068700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
068800     ACCEPT WS-RUNH-START-TIME FROM TIME.
068900 9800-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------
069300*                 9810-WRITE-RUN-HISTORY-RTN
069400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
069500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
069600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
069700* INPUT IS REQUESTS READ, OUTPUT PROFILES PRINTED, AND REJECTS
069800* THE REQUESTS NOT FOUND.
069900* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
070000* CHANGE THE STEP'S RETURN CODE.
070100*----------------------------------------------------------------
070200 9810-WRITE-RUN-HISTORY-RTN.
070300     OPEN EXTEND RUN-HISTORY-FILE.
070400     IF WS-RUNH-STATUS NOT = '00'
070500         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
070600                 WS-RUNH-STATUS
070700         GO TO 9810-EXIT
070800     END-IF.
070900     MOVE SPACES TO RUNH-RECORD.
071000     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
071100     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
071200     OPEN INPUT RUN-ID-FILE.
071300     IF WS-RHID-STATUS = '00'
071400         READ RUN-ID-FILE
071500             AT END
071600                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
071700                         "NOT KNOWN"
071800             NOT AT END
071900                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
072000                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
072100         END-READ
072200         CLOSE RUN-ID-FILE
072300     ELSE
072400         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
072500                 WS-RHID-STATUS
072600     END-IF.
072700     MOVE 'EMPINQ' TO RUNH-PROGRAM.
072800     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
072900     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
073000     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
073100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
073200     ACCEPT RUNH-END-TIME FROM TIME.
073300     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
073400     MOVE WS-REQ-COUNT TO RUNH-IN-COUNT.
073500     MOVE WS-PROFILE-COUNT TO RUNH-OUT-COUNT.
073600     MOVE WS-NOTFOUND-COUNT TO RUNH-REJECT-COUNT.
073700     WRITE RUNH-RECORD.
073800     IF WS-RUNH-STATUS NOT = '00'
073900         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
074000                 WS-RUNH-STATUS
074100     END-IF.
074200     CLOSE RUN-HISTORY-FILE.
074300 9810-EXIT.
074400     EXIT.

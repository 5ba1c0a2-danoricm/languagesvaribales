001860*                  EACH BRACKET SUBTOTAL NOW SHOWS MIN, MAX,
001870*                  AND AVERAGE AGE, AND THE GRAND TOTAL BLOCK
001880*                  THE OVERALL AVERAGE.
001890* 10/15/2026  DJM  MASTER NOW KEYED ON EMPLOYEE NUMBER.
001892* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001894*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001896*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS EMP-NO
002800         ALTERNATE RECORD KEY IS EMP-AGE WITH DUPLICATES
002900         FILE STATUS IS WS-EMP-STATUS.
002910     SELECT BRACKET-FILE ASSIGN TO "BRKTFILE"
003000     SELECT REPORT-FILE ASSIGN TO "AGERPT"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RPT-STATUS.
003210     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-RUNH-STATUS.
003240     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-RHID-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004500 FD  REPORT-FILE
004600     LABEL RECORDS ARE OMITTED.
004700 01  PRINT-LINE              PIC X(80).
004705*----------------------------------------------------------------
004710* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
004715* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
004720* NAMING THE JOB AND STEP.
004725*----------------------------------------------------------------
004730 FD  RUN-HISTORY-FILE
004735     LABEL RECORDS ARE STANDARD.
004740     COPY RUNHREC.
004745 FD  RUN-ID-FILE
004750     LABEL RECORDS ARE STANDARD.
004755     COPY RHIDREC.
004800
004900 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
011610     05  FILLER               PIC X(14) VALUE ' AVERAGE AGE ='.
011620     05  FILLER               PIC X(01) VALUE SPACES.
011630     05  GT-AVG-AGE           PIC ZZ9.
011635*----------------------------------------------------------------
011640* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
011645* THING, FOR THE RECORD APPENDED AT THE END.
011650*----------------------------------------------------------------
011655 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
011660 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
011665 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
011670 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
011700
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------------
012100* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
012200*----------------------------------------------------------------
012300 0000-MAIN-LOGIC.
012310     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
012400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
012500     IF EMP-FILE-OPEN AND RPT-FILE-OPEN
012600         PERFORM 2000-PRODUCE-REPORT-RTN THRU 2000-EXIT
012700     END-IF.
012800     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
012810     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
012900     STOP RUN.
013000
013100*----------------------------------------------------------------
029200     END-IF.
029300 9000-EXIT.
029400     EXIT.
029500
029600*----------------------------------------------------------------
029700*                 9800-START-RUN-HISTORY-RTN
029800* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
029900* RECORD.
030000*----------------------------------------------------------------
030100 9800-START-RUN-HISTORY-RTN.
030200     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
030300     ACCEPT WS-RUNH-START-TIME FROM TIME.
030400 9800-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------------
030800*                 9810-WRITE-RUN-HISTORY-RTN
030900* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
031000* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
031100* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
031200* INPUT IS EMPLOYEES READ AND OUTPUT EMPLOYEES LISTED; NOTHING IS
031300* REJECTED.
031400* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
031500* CHANGE THE STEP'S RETURN CODE.
031600*----------------------------------------------------------------
031700 9810-WRITE-RUN-HISTORY-RTN.
031800     OPEN EXTEND RUN-HISTORY-FILE.
031900     IF WS-RUNH-STATUS NOT = '00'
032000         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
032100                 WS-RUNH-STATUS
032200         GO TO 9810-EXIT
032300     END-IF.
032400     MOVE SPACES TO RUNH-RECORD.
032500     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
032600     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
032700     OPEN INPUT RUN-ID-FILE.
032800     IF WS-RHID-STATUS = '00'
032900         READ RUN-ID-FILE
033000             AT END
033100                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
033200                         "NOT KNOWN"
033300             NOT AT END
033400                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
033500                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
033600         END-READ
033700         CLOSE RUN-ID-FILE
033800     ELSE
033900         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
034000                 WS-RHID-STATUS
034100     END-IF.
034200     MOVE 'AGERPT' TO RUNH-PROGRAM.
034300     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
034400     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
034500     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
034600     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
034700     ACCEPT RUNH-END-TIME FROM TIME.
034800     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
034900     MOVE WS-GRAND-COUNT TO RUNH-IN-COUNT.
035000     MOVE WS-GRAND-COUNT TO RUNH-OUT-COUNT.
035100     MOVE ZERO TO RUNH-REJECT-COUNT.
035200     WRITE RUNH-RECORD.
035300     IF WS-RUNH-STATUS NOT = '00'
035400         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
035500                 WS-RUNH-STATUS
035600     END-IF.
035700     CLOSE RUN-HISTORY-FILE.
035800 9810-EXIT.
035900     EXIT.

002000*                  A SWEEP OF EMPLOYEE-MASTER, AND EACH
002100*                  DEPARTMENT GETS A TURNOVER PERCENTAGE WITH
002200*                  A COMPANY TOTAL AT THE END.
002210* 10/15/2026  DJM  MASTER NOW KEYED ON EMPLOYEE NUMBER; THE
002220*                  HISTORY LAYOUT COMES FROM THE SHARED EMPHREC
002230*                  COPYBOOK AND CARRIES THE NUMBER.
002240* 10/15/2026  DJM  EACH DEPARTMENT LINE NOW CARRIES THE NAME FROM
002250*                  THE DEPARTMENT MASTER (DEPTMAST).  THE REPORT
002260*                  STILL PRINTS, CODES ONLY, IF THE MASTER CANNOT
002270*                  BE READ.
002275* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002280*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002285*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002800     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS EMP-NO
003200         FILE STATUS IS WS-EMP-STATUS.
003300     SELECT HISTORY-IN ASSIGN TO "EMPHIST"
003400         ORGANIZATION IS SEQUENTIAL
004100     SELECT REPORT-FILE ASSIGN TO "TRNRPT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-STATUS.
004310     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
004320         ORGANIZATION IS SEQUENTIAL
004330         ACCESS MODE IS SEQUENTIAL
004340         FILE STATUS IS WS-DPTM-STATUS.
004345     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004350         ORGANIZATION IS SEQUENTIAL
004355         FILE STATUS IS WS-RUNH-STATUS.
004360     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004365         ORGANIZATION IS SEQUENTIAL
004370         FILE STATUS IS WS-RHID-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005700*----------------------------------------------------------------
005800 FD  HISTORY-IN
005900     LABEL RECORDS ARE STANDARD.
006000     COPY EMPHREC.
007400*----------------------------------------------------------------
007500* PARM-FILE - ONE RECORD NAMING THE REPORT MONTH (YYYYMM).  A
007600* MISSING OR EMPTY PARM FILE REPORTS THE RUN DATE'S MONTH.
008500 FD  REPORT-FILE
008600     LABEL RECORDS ARE OMITTED.
008700 01  PRINT-LINE              PIC X(80).
008710*----------------------------------------------------------------
008720* DEPARTMENT-MASTER - NAMES FOR THE DEPARTMENT LINES.
008730*----------------------------------------------------------------
008740 FD  DEPARTMENT-MASTER
008750     LABEL RECORDS ARE STANDARD.
008760     COPY DEPTREC.
008762*----------------------------------------------------------------
008764* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
008766* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
008768* NAMING THE JOB AND STEP.
008770*----------------------------------------------------------------
008772 FD  RUN-HISTORY-FILE
008774     LABEL RECORDS ARE STANDARD.
008776     COPY RUNHREC.
008778 FD  RUN-ID-FILE
008780     LABEL RECORDS ARE STANDARD.
008782     COPY RHIDREC.
008800
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------
013200         10  DT-TERMS     PIC 9(05) COMP.
013300         10  DT-LEAVES    PIC 9(05) COMP.
013400         10  DT-HEADCOUNT PIC 9(05) COMP.
013405*----------------------------------------------------------------
013410* DEPARTMENT NAME TABLE, LOADED FROM DEPARTMENT-MASTER AT
013415* INITIALIZATION AND SCANNED AS EACH DEPARTMENT LINE PRINTS.
013420*----------------------------------------------------------------
013425 01  WS-DPTM-STATUS       PIC X(02) VALUE '00'.
013430 01  WS-DPTM-EOF-SWITCH   PIC X(01) VALUE 'N'.
013435     88  DPTM-EOF-YES                  VALUE 'Y'.
013440     88  DPTM-EOF-NO                   VALUE 'N'.
013445 01  WS-DPTREF-COUNT      PIC 9(03) COMP VALUE ZERO.
013450 01  WS-DPTREF-MAX        PIC 9(03) COMP VALUE 500.
013455 01  WS-DPTREF-IDX        PIC 9(03) COMP VALUE ZERO.
013460 01  WS-DPTREF-SWITCH     PIC X(01) VALUE 'N'.
013465     88  DPTREF-FOUND                  VALUE 'Y'.
013470     88  DPTREF-NOT-FOUND              VALUE 'N'.
013475 01  DPT-REF.
013480     05  DPT-REF-CODE         PIC X(04) OCCURS 500 TIMES.
013485     05  DPT-REF-NAME         PIC X(20) OCCURS 500 TIMES.
013500*----------------------------------------------------------------
013600* COMPANY TOTALS AND WORK FIELDS.
013700*----------------------------------------------------------------
017300 01  WS-HEADER-2.
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  FILLER               PIC X(06) VALUE 'DEPT'.
017510     05  FILLER               PIC X(22) VALUE 'DEPARTMENT NAME'.
017600     05  FILLER               PIC X(07) VALUE '  HIRES'.
017700     05  FILLER               PIC X(07) VALUE '  TERMS'.
017800     05  FILLER               PIC X(07) VALUE ' LEAVES'.
018200 01  WS-DETAIL-LINE.
018300     05  FILLER               PIC X(02) VALUE SPACES.
018400     05  DL-DEPT              PIC X(04).
018410     05  FILLER               PIC X(02) VALUE SPACES.
018420     05  DL-DEPT-NAME         PIC X(20).
018500     05  FILLER               PIC X(02) VALUE SPACES.
018600     05  DL-HIRES             PIC ZZZZ9.
018700     05  FILLER               PIC X(02) VALUE SPACES.
019500     05  FILLER               PIC X(03) VALUE SPACES.
019600     05  DL-PCT               PIC -(4)9.9.
019700     05  FILLER               PIC X(02) VALUE ' %'.
019710*----------------------------------------------------------------
019720* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
019730* THING, FOR THE RECORD APPENDED AT THE END.
019740*----------------------------------------------------------------
019750 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
019760 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
019770 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
019780 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
019800
019900 PROCEDURE DIVISION.
020000*----------------------------------------------------------------
020200* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
020300*----------------------------------------------------------------
020400 0000-MAIN-LOGIC.
020410     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
020500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
020600     IF HIST-FILE-OPEN
020700         PERFORM 2000-PROCESS-HISTORY-RTN THRU 2000-EXIT
021000         PERFORM 3000-PROCESS-MASTER-RTN THRU 3000-EXIT
021100     END-IF.
021200     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
021210     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
021300     STOP RUN.
021400
021500*----------------------------------------------------------------
024700                 WS-RPT-STATUS
024800     END-IF.
024900     PERFORM 1100-LOAD-PARM-RTN THRU 1100-EXIT.
024910     PERFORM 1200-LOAD-DEPARTMENT-MASTER-RTN THRU 1200-EXIT.
025000     DISPLAY "Report month: " WS-REPORT-MONTH.
025100 1000-EXIT.
025200     EXIT.
027500     CLOSE PARM-FILE.
027600 1100-EXIT.
027700     EXIT.
027701*----------------------------------------------------------------
027702*              1200-LOAD-DEPARTMENT-MASTER-RTN
027703* LOADS THE DEPARTMENT NAMES.  THE REPORT IS STILL WORTH HAVING
027704* WITHOUT THEM, SO A FAILED OPEN OR AN OVERFLOW ONLY WARNS AND
027705* THE AFFECTED LINES PRINT WITHOUT A NAME.
027706*----------------------------------------------------------------
027707 1200-LOAD-DEPARTMENT-MASTER-RTN.
027708     OPEN INPUT DEPARTMENT-MASTER.
027709     IF WS-DPTM-STATUS NOT = '00'
027710         DISPLAY "DEPARTMENT-MASTER OPEN FAILED, STATUS "
027711                 WS-DPTM-STATUS " - NAMES NOT PRINTED"
027712         GO TO 1200-EXIT
027713     END-IF.
027714     PERFORM 1210-READ-DEPARTMENT-MASTER-RTN THRU 1210-EXIT.
027715     PERFORM 1220-STORE-DEPARTMENT-RTN THRU 1220-EXIT
027716         UNTIL DPTM-EOF-YES.
027717     CLOSE DEPARTMENT-MASTER.
027718 1200-EXIT.
027719     EXIT.
027720
027721*----------------------------------------------------------------
027722*              1210-READ-DEPARTMENT-MASTER-RTN
027723* READS THE NEXT DEPARTMENT-MASTER RECORD, SETTING THE EOF
027724* SWITCH WHEN THE FILE IS EXHAUSTED.
027725*----------------------------------------------------------------
027726 1210-READ-DEPARTMENT-MASTER-RTN.
027727     READ DEPARTMENT-MASTER
027728         AT END
027729             SET DPTM-EOF-YES TO TRUE
027730     END-READ.
027731 1210-EXIT.
027732     EXIT.
027733
027734*----------------------------------------------------------------
027735*              1220-STORE-DEPARTMENT-RTN
027736* STORES ONE DEPARTMENT INTO THE NAME TABLE AND READS THE NEXT.
027737* PAST THE TABLE LIMIT THE REST OF THE MASTER IS SKIPPED WITH A
027738* WARNING.
027739*----------------------------------------------------------------
027740 1220-STORE-DEPARTMENT-RTN.
027741     IF WS-DPTREF-COUNT >= WS-DPTREF-MAX
027742         DISPLAY "DEPARTMENT NAME TABLE FULL AT " DEPT-CODE
027743                 " - REMAINING NAMES NOT PRINTED"
027744         SET DPTM-EOF-YES TO TRUE
027745         GO TO 1220-EXIT
027746     END-IF.
027747     ADD 1 TO WS-DPTREF-COUNT.
027748     MOVE DEPT-CODE TO DPT-REF-CODE (WS-DPTREF-COUNT).
027749     MOVE DEPT-NAME TO DPT-REF-NAME (WS-DPTREF-COUNT).
027750     PERFORM 1210-READ-DEPARTMENT-MASTER-RTN THRU 1210-EXIT.
027751 1220-EXIT.
027752     EXIT.
027800
027900*----------------------------------------------------------------
028000*              2000-PROCESS-HISTORY-RTN
042700     END-IF.
042800 4100-EXIT.
042900     EXIT.
042902*----------------------------------------------------------------
042904*              4200-FIND-DEPT-NAME-RTN
042906* LOOKS UP THE STAGED DEPARTMENT IN THE NAME TABLE AND MOVES ITS
042908* NAME TO THE DETAIL LINE.  A DEPARTMENT NOT ON THE MASTER IS
042910* FLAGGED SO IT STANDS OUT ON THE REPORT.
042912*----------------------------------------------------------------
042914 4200-FIND-DEPT-NAME-RTN.
042916     MOVE SPACES TO DL-DEPT-NAME.
042918     IF WS-DPTREF-COUNT = ZERO
042920         GO TO 4200-EXIT
042922     END-IF.
042924     SET DPTREF-NOT-FOUND TO TRUE.
042926     PERFORM 4210-SCAN-DPTREF-RTN THRU 4210-EXIT
042928         VARYING WS-DPTREF-IDX FROM 1 BY 1
042930         UNTIL WS-DPTREF-IDX > WS-DPTREF-COUNT
042932            OR DPTREF-FOUND.
042934     IF DPTREF-FOUND
042936         SUBTRACT 1 FROM WS-DPTREF-IDX
042938         MOVE DPT-REF-NAME (WS-DPTREF-IDX) TO DL-DEPT-NAME
042940     ELSE
042942         MOVE 'NOT ON DEPT MASTER' TO DL-DEPT-NAME
042944     END-IF.
042946 4200-EXIT.
042948     EXIT.
042950
042952*----------------------------------------------------------------
042954*              4210-SCAN-DPTREF-RTN
042956* TESTS ONE NAME-TABLE ENTRY AGAINST THE STAGED DEPARTMENT.
042958*----------------------------------------------------------------
042960 4210-SCAN-DPTREF-RTN.
042962     IF DPT-REF-CODE (WS-DPTREF-IDX) = WS-CUR-DEPT
042964         SET DPTREF-FOUND TO TRUE
042966     END-IF.
042968 4210-EXIT.
042970     EXIT.
043000
043100*----------------------------------------------------------------
043200*              9000-TERMINATE-RTN
046500         PERFORM 9200-PRINT-HEADERS-RTN THRU 9200-EXIT
046600     END-IF.
046700     MOVE DT-DEPT (WS-DEPT-IDX) TO DL-DEPT.
046710     MOVE DT-DEPT (WS-DEPT-IDX) TO WS-CUR-DEPT.
046720     PERFORM 4200-FIND-DEPT-NAME-RTN THRU 4200-EXIT.
046800     MOVE DT-HIRES (WS-DEPT-IDX) TO DL-HIRES.
046900     MOVE DT-TERMS (WS-DEPT-IDX) TO DL-TERMS.
047000     MOVE DT-LEAVES (WS-DEPT-IDX) TO DL-LEAVES.
050700         PERFORM 9200-PRINT-HEADERS-RTN THRU 9200-EXIT
050800     END-IF.
050900     MOVE 'ALL ' TO DL-DEPT.
050910     MOVE 'COMPANY TOTAL' TO DL-DEPT-NAME.
051000     MOVE WS-TOT-HIRES TO DL-HIRES.
051100     MOVE WS-TOT-TERMS TO DL-TERMS.
051200     MOVE WS-TOT-LEAVES TO DL-LEAVES.
054600     END-IF.
054700 9400-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100*                 9800-START-RUN-HISTORY-RTN
055200* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
055300* RECORD.
055400*----------------------------------------------------------------
055500 9800-START-RUN-HISTORY-RTN.
055600     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
055700     ACCEPT WS-RUNH-START-TIME FROM TIME.
055800 9800-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200*                 9810-WRITE-RUN-HISTORY-RTN
056300* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
056400* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
056500* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
056600* INPUT IS HISTORY RECORDS READ AND OUTPUT THE MONTH'S EVENTS;
056700* NOTHING IS REJECTED.
056800* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
056900* CHANGE THE STEP'S RETURN CODE.
057000*----------------------------------------------------------------
057100 9810-WRITE-RUN-HISTORY-RTN.
057200     OPEN EXTEND RUN-HISTORY-FILE.
057300     IF WS-RUNH-STATUS NOT = '00'
057400         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
057500                 WS-RUNH-STATUS
057600         GO TO 9810-EXIT
057700     END-IF.
057800     MOVE SPACES TO RUNH-RECORD.
057900     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
058000     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
058100     OPEN INPUT RUN-ID-FILE.
058200     IF WS-RHID-STATUS = '00'
058300         READ RUN-ID-FILE
058400             AT END
058500                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
058600                         "NOT KNOWN"
058700             NOT AT END
058800                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
058900                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
059000         END-READ
059100         CLOSE RUN-ID-FILE
059200     ELSE
059300         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
059400                 WS-RHID-STATUS
059500     END-IF.
059600     MOVE 'TURNOVER' TO RUNH-PROGRAM.
059700     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
059800     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
059900     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
060000     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
060100     ACCEPT RUNH-END-TIME FROM TIME.
060200     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
060300     MOVE WS-HIST-READ-COUNT TO RUNH-IN-COUNT.
060400     MOVE WS-HIST-MONTH-COUNT TO RUNH-OUT-COUNT.
060500     MOVE ZERO TO RUNH-REJECT-COUNT.
060600     WRITE RUNH-RECORD.
060700     IF WS-RUNH-STATUS NOT = '00'
060800         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
060900                 WS-RUNH-STATUS
061000     END-IF.
061100     CLOSE RUN-HISTORY-FILE.
061200 9810-EXIT.
061300     EXIT.

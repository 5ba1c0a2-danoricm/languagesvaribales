000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DepartmentMaintenance.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - BATCH ADD/CHANGE/CLOSE MAINTENANCE
001100*                  AGAINST THE NEW DEPARTMENT REFERENCE MASTER, IN
001200*                  THE SAME PATTERN AS THE CATEGORY MAINTENANCE
001300*                  STEP - THE OLD GENERATION IS LOADED INTO A
001400*                  TABLE, THE DAY'S TRANSACTIONS ARE APPLIED
001500*                  AGAINST IT, AND A NEW GENERATION IS WRITTEN IN
001600*                  ASCENDING CODE ORDER, WITH A REJECT FILE IN THE
001700*                  EXCEPTION-FILE LAYOUT AND AN APPLIED/REJECTED
001800*                  CONTROL REPORT.  THE MASTER CARRIES EACH
001900*                  DEPARTMENT'S NAME, MANAGER, LOCATION, AND
002000*                  ACTIVE FLAG (SEE THE DEPTREC COPYBOOK) SO THE
002100*                  EMPLOYEE AND TRANSACTION EDITS CAN REFUSE AN
002200*                  UNKNOWN OR CLOSED DEPARTMENT AND THE REPORTS
002300*                  CAN PRINT ITS NAME.
002310* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002320*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002330*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPARTMENT-IN ASSIGN TO "DEPTMIN"
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-DPTI-STATUS.
003300     SELECT MAINT-FILE ASSIGN TO "DEPTTRAN"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-MNT-STATUS.
003700     SELECT DEPARTMENT-OUT ASSIGN TO "DEPTMOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-DPTO-STATUS.
004100     SELECT REJECT-FILE ASSIGN TO "DEPTREJ"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-REJ-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO "DEPTMRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.
004710     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-RUNH-STATUS.
004740     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS WS-RHID-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* DEPARTMENT-IN - THE CURRENT DEPARTMENT-MASTER GENERATION, IN
005300* THE SHARED DEPTREC LAYOUT.
005400*----------------------------------------------------------------
005500 FD  DEPARTMENT-IN
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DEPTREC.
005800*----------------------------------------------------------------
005900* MAINT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION.  THE
006000* ACTION CODE SAYS WHAT TO DO AND THE REST OF THE RECORD
006100* CARRIES THE DEPARTMENT FIELDS IN THE DEPTREC ORDER.
006200*----------------------------------------------------------------
006300 FD  MAINT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  MAINT-RECORD.
006600     05  DTRN-ACTION-CODE    PIC X(01).
006700         88  DTRN-ACTION-ADD          VALUE 'A'.
006800         88  DTRN-ACTION-CHANGE       VALUE 'C'.
006900         88  DTRN-ACTION-CLOSE        VALUE 'I'.
007000     05  DTRN-CODE           PIC X(04).
007100     05  DTRN-NAME           PIC X(20).
007200     05  DTRN-MGR-EMP-NO     PIC 9(05).
007300     05  DTRN-LOCATION       PIC X(15).
007400     05  DTRN-ACTIVE-FLAG    PIC X(01).
007500*----------------------------------------------------------------
007600* DEPARTMENT-OUT - THE NEW DEPARTMENT-MASTER GENERATION, WRITTEN
007700* FROM THE TABLE IN ASCENDING CODE ORDER.
007800*----------------------------------------------------------------
007900 FD  DEPARTMENT-OUT
008000     LABEL RECORDS ARE STANDARD.
008100 01  DPTO-RECORD.
008200     05  DPTO-CODE           PIC X(04).
008300     05  DPTO-NAME           PIC X(20).
008400     05  DPTO-MGR-EMP-NO     PIC 9(05).
008500     05  DPTO-LOCATION       PIC X(15).
008600     05  DPTO-ACTIVE-FLAG    PIC X(01).
008700     05  FILLER              PIC X(05).
008800*----------------------------------------------------------------
008900* REJECT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION THAT
009000* COULD NOT BE APPLIED, IN THE SAME LAYOUT AS DATAVAR'S
009100* EXCEPTION-FILE SO THE SAME DOWNSTREAM HANDLING WORKS.
009200*----------------------------------------------------------------
009300 FD  REJECT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  REJECT-RECORD.
009600     05  REJ-NAME            PIC X(20).
009700     05  REJ-AGE             PIC 9(02).
009800     05  REJ-REASON-CODE     PIC X(04).
009900     05  REJ-REASON-TEXT     PIC X(40).
010000     05  REJ-TRANS-QTY       PIC 9(03).
010100     05  REJ-TRANS-PRICE     PIC 9(04)V9(02).
010200     05  REJ-EMP-NO          PIC 9(05).
010300*----------------------------------------------------------------
010400* REPORT-FILE - PRINT LINES FOR THE APPLIED/REJECTED CONTROL
010500* REPORT.
010600*----------------------------------------------------------------
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE OMITTED.
010900 01  PRINT-LINE              PIC X(80).
010905*----------------------------------------------------------------
010910* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
010915* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
010920* NAMING THE JOB AND STEP.
010925*----------------------------------------------------------------
010930 FD  RUN-HISTORY-FILE
010935     LABEL RECORDS ARE STANDARD.
010940     COPY RUNHREC.
010945 FD  RUN-ID-FILE
010950     LABEL RECORDS ARE STANDARD.
010955     COPY RHIDREC.
011000
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------
011300* I/O CONTROLS.
011400*----------------------------------------------------------------
011500 01  WS-DPTI-STATUS       PIC X(02) VALUE '00'.
011600 01  WS-MNT-STATUS        PIC X(02) VALUE '00'.
011700 01  WS-DPTO-STATUS       PIC X(02) VALUE '00'.
011800 01  WS-REJ-STATUS        PIC X(02) VALUE '00'.
011900 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
012000 01  WS-DPTI-EOF-SWITCH   PIC X(01) VALUE 'N'.
012100     88  DPTI-EOF-YES                  VALUE 'Y'.
012200     88  DPTI-EOF-NO                   VALUE 'N'.
012300 01  WS-MNT-EOF-SWITCH    PIC X(01) VALUE 'N'.
012400     88  MNT-EOF-YES                   VALUE 'Y'.
012500     88  MNT-EOF-NO                    VALUE 'N'.
012600 01  WS-DPTI-OPEN-SWITCH  PIC X(01) VALUE 'N'.
012700     88  DPTI-FILE-OPEN                VALUE 'Y'.
012800     88  DPTI-FILE-NOT-OPEN            VALUE 'N'.
012900 01  WS-MNT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013000     88  MNT-FILE-OPEN                 VALUE 'Y'.
013100     88  MNT-FILE-NOT-OPEN             VALUE 'N'.
013200 01  WS-DPTO-OPEN-SWITCH  PIC X(01) VALUE 'N'.
013300     88  DPTO-FILE-OPEN                VALUE 'Y'.
013400     88  DPTO-FILE-NOT-OPEN            VALUE 'N'.
013500 01  WS-REJ-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013600     88  REJ-FILE-OPEN                 VALUE 'Y'.
013700     88  REJ-FILE-NOT-OPEN             VALUE 'N'.
013800 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
013900     88  RPT-FILE-OPEN                 VALUE 'Y'.
014000     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
014100*----------------------------------------------------------------
014200* DEPARTMENT TABLE - THE WHOLE MASTER, HELD IN ASCENDING CODE
014300* ORDER SO THE NEW GENERATION COMES OUT SORTED AND DUPLICATES
014400* CANNOT HIDE.  A TABLE OVERFLOW IS A HARD STOP, NOT A DROP.
014500*----------------------------------------------------------------
014600 01  WS-DPT-COUNT         PIC 9(03) COMP VALUE ZERO.
014700 01  WS-DPT-MAX           PIC 9(03) COMP VALUE 500.
014800 01  WS-DPT-IDX           PIC 9(03) COMP VALUE ZERO.
014900 01  WS-FND-IDX           PIC 9(03) COMP VALUE ZERO.
015000 01  WS-SLOT-IDX          PIC 9(03) COMP VALUE ZERO.
015100 01  WS-SHIFT-IDX         PIC 9(03) COMP VALUE ZERO.
015200 01  WS-FIND-SWITCH       PIC X(01) VALUE 'N'.
015300     88  DPT-FOUND                     VALUE 'Y'.
015400     88  DPT-NOT-FOUND                 VALUE 'N'.
015500 01  DPT-TABLE.
015600     05  DT-CODE          PIC X(04) OCCURS 500 TIMES.
015700     05  DT-NAME          PIC X(20) OCCURS 500 TIMES.
015800     05  DT-MGR           PIC 9(05) OCCURS 500 TIMES.
015900     05  DT-LOCATION      PIC X(15) OCCURS 500 TIMES.
016000     05  DT-FLAG          PIC X(01) OCCURS 500 TIMES.
016100*----------------------------------------------------------------
016200* MAINTENANCE EDIT / REJECT CONTROLS.
016300*----------------------------------------------------------------
016400 01  WS-APPLY-SWITCH      PIC X(01) VALUE 'Y'.
016500     88  TRANS-APPLIED                 VALUE 'Y'.
016600     88  TRANS-REJECTED                VALUE 'N'.
016700 01  WS-REASON-CODE       PIC X(04) VALUE SPACES.
016800 01  WS-REASON-TEXT       PIC X(40) VALUE SPACES.
016900*----------------------------------------------------------------
017000* RUN COUNTERS AND GRADED RETURN CODE - 0 CLEAN, 4 REJECTS
017100* WRITTEN OR INBOUND DUPLICATES DROPPED, 8 A REQUIRED FILE
017200* FAILED TO OPEN OR THE TABLE OVERFLOWED.
017300*----------------------------------------------------------------
017400 77  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
017500 77  WS-MASTER-IN-COUNT   PIC 9(05) COMP VALUE ZERO.
017600 77  WS-MASTER-OUT-COUNT  PIC 9(05) COMP VALUE ZERO.
017700 77  WS-DUP-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
017800 77  WS-ADD-COUNT         PIC 9(05) COMP VALUE ZERO.
017900 77  WS-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
018000 77  WS-CLOSE-COUNT       PIC 9(05) COMP VALUE ZERO.
018100 77  WS-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
018200 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
018300*----------------------------------------------------------------
018400* RUN-DATE AND PAGE CONTROL.
018500*----------------------------------------------------------------
018600 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
018700 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
018800     05  WS-RUN-YYYY          PIC 9(04).
018900     05  WS-RUN-MM            PIC 9(02).
019000     05  WS-RUN-DD            PIC 9(02).
019100 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
019200 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
019300 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
019400 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
019500*----------------------------------------------------------------
019600* REPORT LINE LAYOUTS.
019700*----------------------------------------------------------------
019800 01  WS-HEADER-1.
019900     05  FILLER               PIC X(10) VALUE SPACES.
020000     05  FILLER               PIC X(30)
020100                        VALUE 'DEPARTMENT MASTER MAINTENANCE'.
020200     05  FILLER               PIC X(10) VALUE SPACES.
020300     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
020400     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
020500     05  FILLER               PIC X(06) VALUE ' PAGE '.
020600     05  H1-PAGE-NO           PIC ZZ9.
020700 01  WS-HEADER-2.
020800     05  FILLER               PIC X(05) VALUE SPACES.
020900     05  FILLER               PIC X(04) VALUE 'ACT '.
021000     05  FILLER               PIC X(06) VALUE 'DEPT'.
021100     05  FILLER               PIC X(22) VALUE 'DEPARTMENT NAME'.
021200     05  FILLER               PIC X(11) VALUE 'DISPOSITION'.
021300 01  WS-DETAIL-LINE.
021400     05  FILLER               PIC X(05) VALUE SPACES.
021500     05  DL-ACTION            PIC X(01).
021600     05  FILLER               PIC X(03) VALUE SPACES.
021700     05  DL-DEPT-CODE         PIC X(04).
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  DL-DEPT-NAME         PIC X(20).
022000     05  FILLER               PIC X(02) VALUE SPACES.
022100     05  DL-DISPOSITION       PIC X(08).
022200     05  FILLER               PIC X(01) VALUE SPACES.
022300     05  DL-REASON            PIC X(34).
022400 01  WS-TOTAL-LINE.
022500     05  FILLER               PIC X(10) VALUE SPACES.
022600     05  TL-LABEL             PIC X(22).
022700     05  FILLER               PIC X(03) VALUE '= '.
022800     05  TL-COUNT             PIC ZZZZ9.
022810*----------------------------------------------------------------
022820* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
022830* THING, FOR THE RECORD APPENDED AT THE END.
022840*----------------------------------------------------------------
022850 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
022860 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
022870 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
022880 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
022900
023000 PROCEDURE DIVISION.
023100*----------------------------------------------------------------
023200*                      0000-MAIN-LOGIC
023300* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
023400*----------------------------------------------------------------
023500 0000-MAIN-LOGIC.
023510     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
023600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
023700     IF DPTI-FILE-OPEN AND MNT-FILE-OPEN AND DPTO-FILE-OPEN
023800         PERFORM 1100-LOAD-MASTER-RTN THRU 1100-EXIT
023900         IF WS-RUN-RC < 8
024000             PERFORM 2000-PROCESS-MAINT-RTN THRU 2000-EXIT
024100         END-IF
024200     END-IF.
024300     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
024310     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
024400     STOP RUN.
024500
024600*----------------------------------------------------------------
024700*                      1000-INITIALIZE-RTN
024800* OPENS THE FILES AND GETS THE RUN DATE FOR THE REPORT HEADER.
024900* THE MASTER, THE TRANSACTION FILE, AND THE NEW GENERATION ARE
025000* ALL REQUIRED - A FAILED OPEN GRADES THE RUN TO 8 SO THE OLD
025100* MASTER IS NEVER SILENTLY REPLACED BY AN EMPTY ONE.
025200*----------------------------------------------------------------
025300 1000-INITIALIZE-RTN.
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025500     STRING WS-RUN-MM    DELIMITED BY SIZE
025600            '/'          DELIMITED BY SIZE
025700            WS-RUN-DD    DELIMITED BY SIZE
025800            '/'          DELIMITED BY SIZE
025900            WS-RUN-YYYY  DELIMITED BY SIZE
026000            INTO WS-RUN-DATE-ED.
026100     OPEN INPUT DEPARTMENT-IN.
026200     IF WS-DPTI-STATUS = '00'
026300         SET DPTI-FILE-OPEN TO TRUE
026400     ELSE
026500         DISPLAY "DEPARTMENT-IN OPEN FAILED, STATUS "
026600                 WS-DPTI-STATUS
026700         MOVE 8 TO WS-RUN-RC
026800     END-IF.
026900     OPEN INPUT MAINT-FILE.
027000     IF WS-MNT-STATUS = '00'
027100         SET MNT-FILE-OPEN TO TRUE
027200     ELSE
027300         DISPLAY "MAINT-FILE OPEN FAILED, STATUS "
027400                 WS-MNT-STATUS
027500         MOVE 8 TO WS-RUN-RC
027600     END-IF.
027700     OPEN OUTPUT DEPARTMENT-OUT.
027800     IF WS-DPTO-STATUS = '00'
027900         SET DPTO-FILE-OPEN TO TRUE
028000     ELSE
028100         DISPLAY "DEPARTMENT-OUT OPEN FAILED, STATUS "
028200                 WS-DPTO-STATUS
028300         MOVE 8 TO WS-RUN-RC
028400     END-IF.
028500     OPEN OUTPUT REJECT-FILE.
028600     IF WS-REJ-STATUS = '00'
028700         SET REJ-FILE-OPEN TO TRUE
028800     ELSE
028900         DISPLAY "REJECT-FILE OPEN FAILED, STATUS "
029000                 WS-REJ-STATUS
029100     END-IF.
029200     OPEN OUTPUT REPORT-FILE.
029300     IF WS-RPT-STATUS = '00'
029400         SET RPT-FILE-OPEN TO TRUE
029500     ELSE
029600         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
029700                 WS-RPT-STATUS
029800     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300*                 1100-LOAD-MASTER-RTN
030400* LOADS THE CURRENT MASTER INTO THE TABLE IN ASCENDING CODE
030500* ORDER.  A DUPLICATE CODE ALREADY ON THE INBOUND MASTER IS
030600* REPORTED AND DROPPED; AN OVERFLOW OF THE TABLE, OR AN EMPTY
030700* INBOUND MASTER (A BAD GENERATION FROM AN EARLIER FAILED
030800* NIGHT), IS A HARD STOP SO THE CHAIN IS NEVER REBUILT FROM
030900* NOTHING.
031000*----------------------------------------------------------------
031100 1100-LOAD-MASTER-RTN.
031200     PERFORM 1110-READ-MASTER-RTN THRU 1110-EXIT.
031300     PERFORM 1120-STORE-MASTER-RTN THRU 1120-EXIT
031400         UNTIL DPTI-EOF-YES OR WS-RUN-RC = 8.
031500     IF WS-MASTER-IN-COUNT = ZERO AND WS-RUN-RC < 8
031600         DISPLAY "INBOUND DEPARTMENT MASTER IS EMPTY - RUN "
031700                 "STOPPED"
031800         MOVE 8 TO WS-RUN-RC
031900     END-IF.
032000     DISPLAY "Departments loaded: " WS-DPT-COUNT.
032100 1100-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500*                 1110-READ-MASTER-RTN
032600* READS THE NEXT MASTER RECORD, SETTING THE EOF SWITCH WHEN THE
032700* FILE IS EXHAUSTED.
032800*----------------------------------------------------------------
032900 1110-READ-MASTER-RTN.
033000     READ DEPARTMENT-IN
033100         AT END
033200             SET DPTI-EOF-YES TO TRUE
033300         NOT AT END
033400             ADD 1 TO WS-MASTER-IN-COUNT
033500     END-READ.
033600 1110-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------------
034000*                 1120-STORE-MASTER-RTN
034100* INSERTS ONE MASTER RECORD INTO THE TABLE IN CODE ORDER AND
034200* ADVANCES TO THE NEXT RECORD.
034300*----------------------------------------------------------------
034400 1120-STORE-MASTER-RTN.
034500     PERFORM 3000-FIND-DEPARTMENT-RTN THRU 3000-EXIT.
034600     IF DPT-FOUND
034700         DISPLAY "DUPLICATE CODE ON INBOUND MASTER, DROPPING "
034800                 DEPT-CODE
034900         ADD 1 TO WS-DUP-MASTER-COUNT
035000         GO TO 1120-NEXT
035100     END-IF.
035200     IF WS-DPT-COUNT >= WS-DPT-MAX
035300         DISPLAY "DEPARTMENT TABLE OVERFLOWED AT " DEPT-CODE
035400                 " - RUN STOPPED"
035500         MOVE 8 TO WS-RUN-RC
035600         GO TO 1120-EXIT
035700     END-IF.
035800     PERFORM 3100-OPEN-SLOT-RTN THRU 3100-EXIT.
035900     MOVE DEPT-CODE TO DT-CODE (WS-SLOT-IDX).
036000     MOVE DEPT-NAME TO DT-NAME (WS-SLOT-IDX).
036100     MOVE DEPT-MGR-EMP-NO TO DT-MGR (WS-SLOT-IDX).
036200     MOVE DEPT-LOCATION TO DT-LOCATION (WS-SLOT-IDX).
036300     MOVE DEPT-ACTIVE-FLAG TO DT-FLAG (WS-SLOT-IDX).
036400 1120-NEXT.
036500     PERFORM 1110-READ-MASTER-RTN THRU 1110-EXIT.
036600 1120-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000*                 2000-PROCESS-MAINT-RTN
037100* READS THE MAINTENANCE FILE AND APPLIES EACH TRANSACTION TO
037200* THE TABLE IN TURN.
037300*----------------------------------------------------------------
037400 2000-PROCESS-MAINT-RTN.
037500     PERFORM 2100-READ-MAINT-RTN THRU 2100-EXIT.
037600     PERFORM 2200-APPLY-MAINT-RTN THRU 2200-EXIT
037700         UNTIL MNT-EOF-YES OR WS-RUN-RC = 8.
037800 2000-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------------
038200*                 2100-READ-MAINT-RTN
038300* READS THE NEXT MAINTENANCE TRANSACTION, SETTING THE EOF
038400* SWITCH WHEN THE FILE IS EXHAUSTED.
038500*----------------------------------------------------------------
038600 2100-READ-MAINT-RTN.
038700     READ MAINT-FILE
038800         AT END
038900             SET MNT-EOF-YES TO TRUE
039000         NOT AT END
039100             ADD 1 TO WS-READ-COUNT
039200     END-READ.
039300 2100-EXIT.
039400     EXIT.
039500
039600*----------------------------------------------------------------
039700*                 2200-APPLY-MAINT-RTN
039800* EDITS THE CURRENT TRANSACTION, DISPATCHES ON THE ACTION CODE,
039900* PRINTS THE CONTROL-REPORT DETAIL LINE, AND ADVANCES TO THE
040000* NEXT TRANSACTION.
040100*----------------------------------------------------------------
040200 2200-APPLY-MAINT-RTN.
040300     SET TRANS-APPLIED TO TRUE.
040400     MOVE SPACES TO WS-REASON-CODE.
040500     MOVE SPACES TO WS-REASON-TEXT.
040600     PERFORM 2300-VALIDATE-MAINT-RTN THRU 2300-EXIT.
040700     IF TRANS-APPLIED
040800         IF DTRN-ACTION-ADD
040900             PERFORM 2210-ADD-DEPARTMENT-RTN THRU 2210-EXIT
041000         ELSE
041100             IF DTRN-ACTION-CHANGE
041200                 PERFORM 2220-CHANGE-DEPARTMENT-RTN THRU 2220-EXIT
041300             ELSE
041400                 PERFORM 2230-CLOSE-DEPARTMENT-RTN THRU 2230-EXIT
041500             END-IF
041600         END-IF
041700     END-IF.
041800     IF TRANS-REJECTED
041900         PERFORM 2330-WRITE-REJECT-RTN THRU 2330-EXIT
042000     END-IF.
042100     PERFORM 2400-PRINT-DETAIL-RTN THRU 2400-EXIT.
042200     PERFORM 2100-READ-MAINT-RTN THRU 2100-EXIT.
042300 2200-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------
042700*                 2210-ADD-DEPARTMENT-RTN
042800* INSERTS A NEW DEPARTMENT INTO THE TABLE IN CODE ORDER.  A
042900* DUPLICATE CODE IS A REJECT, NOT AN OVERLAY OF THE RECORD
043000* ALREADY ON FILE; A TABLE OVERFLOW IS A HARD STOP.
043100*----------------------------------------------------------------
043200 2210-ADD-DEPARTMENT-RTN.
043300     MOVE DTRN-CODE TO DEPT-CODE.
043400     PERFORM 3000-FIND-DEPARTMENT-RTN THRU 3000-EXIT.
043500     IF DPT-FOUND
043600         SET TRANS-REJECTED TO TRUE
043700         MOVE 'DUPA' TO WS-REASON-CODE
043800         MOVE 'ADD OF DEPARTMENT ALREADY ON FILE' TO
043900             WS-REASON-TEXT
044000         GO TO 2210-EXIT
044100     END-IF.
044200     IF WS-DPT-COUNT >= WS-DPT-MAX
044300         DISPLAY "DEPARTMENT TABLE OVERFLOWED AT " DTRN-CODE
044400                 " - RUN STOPPED"
044500         MOVE 8 TO WS-RUN-RC
044600         SET TRANS-REJECTED TO TRUE
044700         MOVE 'DFUL' TO WS-REASON-CODE
044800         MOVE 'DEPARTMENT TABLE FULL - RUN STOPPED' TO
044900             WS-REASON-TEXT
045000         GO TO 2210-EXIT
045100     END-IF.
045200     PERFORM 3100-OPEN-SLOT-RTN THRU 3100-EXIT.
045300     MOVE DTRN-CODE TO DT-CODE (WS-SLOT-IDX).
045400     MOVE DTRN-NAME TO DT-NAME (WS-SLOT-IDX).
045500     MOVE DTRN-MGR-EMP-NO TO DT-MGR (WS-SLOT-IDX).
045600     MOVE DTRN-LOCATION TO DT-LOCATION (WS-SLOT-IDX).
045700     MOVE DTRN-ACTIVE-FLAG TO DT-FLAG (WS-SLOT-IDX).
045800     ADD 1 TO WS-ADD-COUNT.
045900 2210-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300*                 2220-CHANGE-DEPARTMENT-RTN
046400* REPLACES THE NAMED DEPARTMENT'S NAME, MANAGER, LOCATION, AND
046500* FLAG.  A FLAG OF 'A' ON A CLOSED DEPARTMENT REOPENS IT.  A
046600* MISSING CODE IS A REJECT.
046700*----------------------------------------------------------------
046800 2220-CHANGE-DEPARTMENT-RTN.
046900     MOVE DTRN-CODE TO DEPT-CODE.
047000     PERFORM 3000-FIND-DEPARTMENT-RTN THRU 3000-EXIT.
047100     IF DPT-NOT-FOUND
047200         SET TRANS-REJECTED TO TRUE
047300         MOVE 'NOTF' TO WS-REASON-CODE
047400         MOVE 'CHANGE OF DEPARTMENT NOT ON FILE' TO
047500             WS-REASON-TEXT
047600         GO TO 2220-EXIT
047700     END-IF.
047800     MOVE DTRN-NAME TO DT-NAME (WS-FND-IDX).
047900     MOVE DTRN-MGR-EMP-NO TO DT-MGR (WS-FND-IDX).
048000     MOVE DTRN-LOCATION TO DT-LOCATION (WS-FND-IDX).
048100     MOVE DTRN-ACTIVE-FLAG TO DT-FLAG (WS-FND-IDX).
048200     ADD 1 TO WS-CHANGE-COUNT.
048300 2220-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700*                 2230-CLOSE-DEPARTMENT-RTN
048800* FLAGS THE NAMED DEPARTMENT CLOSED.  THE RECORD STAYS ON FILE
048900* SO HISTORY AND THE REPORTS CAN STILL NAME IT; A MISSING CODE
049000* IS A REJECT.
049100*----------------------------------------------------------------
049200 2230-CLOSE-DEPARTMENT-RTN.
049300     MOVE DTRN-CODE TO DEPT-CODE.
049400     PERFORM 3000-FIND-DEPARTMENT-RTN THRU 3000-EXIT.
049500     IF DPT-NOT-FOUND
049600         SET TRANS-REJECTED TO TRUE
049700         MOVE 'NOTF' TO WS-REASON-CODE
049800         MOVE 'CLOSE OF DEPARTMENT NOT ON FILE' TO
049900             WS-REASON-TEXT
050000         GO TO 2230-EXIT
050100     END-IF.
050200     MOVE 'I' TO DT-FLAG (WS-FND-IDX).
050300     ADD 1 TO WS-CLOSE-COUNT.
050400 2230-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------------
050800*                 2300-VALIDATE-MAINT-RTN
050900* EDITS THE CURRENT TRANSACTION BEFORE IT TOUCHES THE TABLE -
051000* A KNOWN ACTION CODE, A NUMERIC DEPARTMENT CODE (THE SAME RULE
051100* THE EMPLOYEE AND TRANSACTION EDITS HAVE ALWAYS APPLIED), AND
051200* (FOR ADDS AND CHANGES) A NON-BLANK NAME AND LOCATION, A
051300* NUMERIC MANAGER NUMBER, AND A VALID FLAG.  THE MANAGER IS NOT
051400* PROVED AGAINST THE EMPLOYEE MASTER - A NEW DEPARTMENT'S
051500* MANAGER MAY BE HIRED BY THE SAME NIGHT'S EMPLOYEE STEP.
051600*----------------------------------------------------------------
051700 2300-VALIDATE-MAINT-RTN.
051800     IF NOT DTRN-ACTION-ADD
051900         AND NOT DTRN-ACTION-CHANGE
052000         AND NOT DTRN-ACTION-CLOSE
052100         SET TRANS-REJECTED TO TRUE
052200         MOVE 'MACT' TO WS-REASON-CODE
052300         MOVE 'MAINTENANCE ACTION CODE UNKNOWN' TO WS-REASON-TEXT
052400         GO TO 2300-EXIT
052500     END-IF.
052600     IF DTRN-CODE NOT NUMERIC
052700         SET TRANS-REJECTED TO TRUE
052800         MOVE 'DKEY' TO WS-REASON-CODE
052900         MOVE 'DEPARTMENT CODE BLANK OR NOT NUMERIC' TO
053000             WS-REASON-TEXT
053100         GO TO 2300-EXIT
053200     END-IF.
053300     IF DTRN-ACTION-CLOSE
053400         GO TO 2300-EXIT
053500     END-IF.
053600     IF DTRN-NAME = SPACES
053700         SET TRANS-REJECTED TO TRUE
053800         MOVE 'DNAM' TO WS-REASON-CODE
053900         MOVE 'DEPARTMENT NAME IS BLANK' TO WS-REASON-TEXT
054000         GO TO 2300-EXIT
054100     END-IF.
054200     IF DTRN-MGR-EMP-NO NOT NUMERIC
054300         SET TRANS-REJECTED TO TRUE
054400         MOVE 'DMGR' TO WS-REASON-CODE
054500         MOVE 'MANAGER EMPLOYEE NUMBER NOT NUMERIC' TO
054600             WS-REASON-TEXT
054700         GO TO 2300-EXIT
054800     END-IF.
054900     IF DTRN-LOCATION = SPACES
055000         SET TRANS-REJECTED TO TRUE
055100         MOVE 'DLOC' TO WS-REASON-CODE
055200         MOVE 'DEPARTMENT LOCATION IS BLANK' TO WS-REASON-TEXT
055300         GO TO 2300-EXIT
055400     END-IF.
055500     IF DTRN-ACTIVE-FLAG NOT = 'A' AND DTRN-ACTIVE-FLAG NOT = 'I'
055600         SET TRANS-REJECTED TO TRUE
055700         MOVE 'DFLG' TO WS-REASON-CODE
055800         MOVE 'DEPARTMENT ACTIVE FLAG UNKNOWN' TO WS-REASON-TEXT
055900     END-IF.
056000 2300-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------
056400*                 2330-WRITE-REJECT-RTN
056500* WRITES THE CURRENT TRANSACTION AND REASON TO REJECT-FILE IN
056600* THE EXCEPTION-FILE LAYOUT.  THE DEPARTMENT CODE AND NAME RIDE
056700* IN THE NAME FIELD; THE MANAGER NUMBER, WHEN NUMERIC, RIDES IN
056800* THE EMPLOYEE NUMBER.
056900*----------------------------------------------------------------
057000 2330-WRITE-REJECT-RTN.
057100     IF REJ-FILE-OPEN
057200         MOVE SPACES TO REJ-NAME
057300         STRING DTRN-CODE DELIMITED BY SIZE
057400                ' '       DELIMITED BY SIZE
057500                DTRN-NAME DELIMITED BY SIZE
057600                INTO REJ-NAME
057700         MOVE ZERO TO REJ-AGE
057800         MOVE WS-REASON-CODE TO REJ-REASON-CODE
057900         MOVE WS-REASON-TEXT TO REJ-REASON-TEXT
058000         MOVE ZERO TO REJ-TRANS-QTY
058100         MOVE ZERO TO REJ-TRANS-PRICE
058200         MOVE ZERO TO REJ-EMP-NO
058300         IF DTRN-MGR-EMP-NO NUMERIC
058400             MOVE DTRN-MGR-EMP-NO TO REJ-EMP-NO
058500         END-IF
058600         WRITE REJECT-RECORD
058700     END-IF.
058800     ADD 1 TO WS-REJECT-COUNT.
058900 2330-EXIT.
059000     EXIT.
059100
059200*----------------------------------------------------------------
059300*                 2400-PRINT-DETAIL-RTN
059400* PRINTS ONE CONTROL-REPORT DETAIL LINE, HEADING A NEW PAGE
059500* FIRST WHEN THE CURRENT PAGE IS FULL.
059600*----------------------------------------------------------------
059700 2400-PRINT-DETAIL-RTN.
059800     IF RPT-FILE-NOT-OPEN
059900         GO TO 2400-EXIT
060000     END-IF.
060100     IF WS-PAGE-NO = ZERO
060200         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
060300         PERFORM 2410-PRINT-HEADERS-RTN THRU 2410-EXIT
060400     END-IF.
060500     MOVE DTRN-ACTION-CODE TO DL-ACTION.
060600     MOVE DTRN-CODE TO DL-DEPT-CODE.
060700     MOVE DTRN-NAME TO DL-DEPT-NAME.
060800     IF TRANS-APPLIED
060900         MOVE 'APPLIED ' TO DL-DISPOSITION
061000         MOVE SPACES TO DL-REASON
061100     ELSE
061200         MOVE 'REJECTED' TO DL-DISPOSITION
061300         MOVE WS-REASON-TEXT TO DL-REASON
061400     END-IF.
061500     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
061600     ADD 1 TO WS-LINES-ON-PAGE.
061700 2400-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------------
062100*                 2410-PRINT-HEADERS-RTN
062200* STARTS A NEW PAGE - PAGE HEADER, RUN DATE, AND COLUMN TITLES.
062300*----------------------------------------------------------------
062400 2410-PRINT-HEADERS-RTN.
062500     ADD 1 TO WS-PAGE-NO.
062600     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
062700     MOVE WS-PAGE-NO TO H1-PAGE-NO.
062800     WRITE PRINT-LINE FROM WS-HEADER-1.
062900     WRITE PRINT-LINE FROM WS-HEADER-2.
063000     MOVE ZERO TO WS-LINES-ON-PAGE.
063100 2410-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063500*                 3000-FIND-DEPARTMENT-RTN
063600* SCANS THE TABLE FOR THE CODE STAGED IN DEPT-CODE.  ON A
063700* MATCH, WS-FND-IDX IS LEFT ON THE MATCHED ENTRY; EITHER WAY
063800* WS-SLOT-IDX IS LEFT ON THE SLOT WHERE THE CODE BELONGS IN
063900* ASCENDING ORDER, FOR THE INSERT ROUTINES.
064000*----------------------------------------------------------------
064100 3000-FIND-DEPARTMENT-RTN.
064200     SET DPT-NOT-FOUND TO TRUE.
064300     MOVE 1 TO WS-SLOT-IDX.
064400     PERFORM 3010-SCAN-DEPARTMENT-RTN THRU 3010-EXIT
064500         VARYING WS-DPT-IDX FROM 1 BY 1
064600         UNTIL WS-DPT-IDX > WS-DPT-COUNT
064700            OR DPT-FOUND
064800            OR DT-CODE (WS-DPT-IDX) > DEPT-CODE.
064900 3000-EXIT.
065000     EXIT.
065100
065200*----------------------------------------------------------------
065300*                 3010-SCAN-DEPARTMENT-RTN
065400* TESTS ONE TABLE ENTRY AGAINST THE STAGED CODE AND ADVANCES
065500* THE INSERTION SLOT PAST EVERY LOWER CODE.
065600*----------------------------------------------------------------
065700 3010-SCAN-DEPARTMENT-RTN.
065800     IF DT-CODE (WS-DPT-IDX) = DEPT-CODE
065900         SET DPT-FOUND TO TRUE
066000         MOVE WS-DPT-IDX TO WS-FND-IDX
066100     ELSE
066200         IF DT-CODE (WS-DPT-IDX) < DEPT-CODE
066300             COMPUTE WS-SLOT-IDX = WS-DPT-IDX + 1
066400         END-IF
066500     END-IF.
066600 3010-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------------
067000*                 3100-OPEN-SLOT-RTN
067100* OPENS THE INSERTION SLOT LEFT BY 3000-FIND-DEPARTMENT-RTN,
067200* SHIFTING EVERY HIGHER ENTRY UP ONE.  THE CALLER HAS ALREADY
067300* PROVED THE TABLE HAS ROOM.
067400*----------------------------------------------------------------
067500 3100-OPEN-SLOT-RTN.
067600     PERFORM 3110-SHIFT-ENTRY-RTN THRU 3110-EXIT
067700         VARYING WS-SHIFT-IDX FROM WS-DPT-COUNT BY -1
067800         UNTIL WS-SHIFT-IDX < WS-SLOT-IDX.
067900     ADD 1 TO WS-DPT-COUNT.
068000 3100-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------------
068400*                 3110-SHIFT-ENTRY-RTN
068500* MOVES ONE TABLE ENTRY UP ONE SLOT.
068600*----------------------------------------------------------------
068700 3110-SHIFT-ENTRY-RTN.
068800     COMPUTE WS-DPT-IDX = WS-SHIFT-IDX + 1.
068900     MOVE DT-CODE (WS-SHIFT-IDX) TO DT-CODE (WS-DPT-IDX).
069000     MOVE DT-NAME (WS-SHIFT-IDX) TO DT-NAME (WS-DPT-IDX).
069100     MOVE DT-MGR (WS-SHIFT-IDX) TO DT-MGR (WS-DPT-IDX).
069200     MOVE DT-LOCATION (WS-SHIFT-IDX) TO DT-LOCATION (WS-DPT-IDX).
069300     MOVE DT-FLAG (WS-SHIFT-IDX) TO DT-FLAG (WS-DPT-IDX).
069400 3110-EXIT.
069500     EXIT.
069600
069700*----------------------------------------------------------------
069800*                 9000-TERMINATE-RTN
069900* WRITES THE NEW MASTER GENERATION (UNLESS THE RUN GRADED TO
070000* 8), PRINTS THE CONTROL TOTALS, AND CLOSES WHATEVER ACTUALLY
070100* OPENED.
070200*----------------------------------------------------------------
070300 9000-TERMINATE-RTN.
070400     IF DPTO-FILE-OPEN AND WS-RUN-RC < 8
070500         PERFORM 9100-WRITE-MASTER-RTN THRU 9100-EXIT
070600             VARYING WS-DPT-IDX FROM 1 BY 1
070700             UNTIL WS-DPT-IDX > WS-DPT-COUNT
070800     END-IF.
070900     IF RPT-FILE-OPEN
071000         MOVE 'TRANSACTIONS READ     ' TO TL-LABEL
071100         MOVE WS-READ-COUNT TO TL-COUNT
071200         WRITE PRINT-LINE FROM WS-TOTAL-LINE
071300         MOVE 'ADDS APPLIED          ' TO TL-LABEL
071400         MOVE WS-ADD-COUNT TO TL-COUNT
071500         WRITE PRINT-LINE FROM WS-TOTAL-LINE
071600         MOVE 'CHANGES APPLIED       ' TO TL-LABEL
071700         MOVE WS-CHANGE-COUNT TO TL-COUNT
071800         WRITE PRINT-LINE FROM WS-TOTAL-LINE
071900         MOVE 'CLOSES APPLIED        ' TO TL-LABEL
072000         MOVE WS-CLOSE-COUNT TO TL-COUNT
072100         WRITE PRINT-LINE FROM WS-TOTAL-LINE
072200         MOVE 'TRANSACTIONS REJECTED ' TO TL-LABEL
072300         MOVE WS-REJECT-COUNT TO TL-COUNT
072400         WRITE PRINT-LINE FROM WS-TOTAL-LINE
072500         MOVE 'INBOUND DUPS DROPPED  ' TO TL-LABEL
072600         MOVE WS-DUP-MASTER-COUNT TO TL-COUNT
072700         WRITE PRINT-LINE FROM WS-TOTAL-LINE
072800         MOVE 'MASTER RECORDS IN     ' TO TL-LABEL
072900         MOVE WS-MASTER-IN-COUNT TO TL-COUNT
073000         WRITE PRINT-LINE FROM WS-TOTAL-LINE
073100         MOVE 'MASTER RECORDS OUT    ' TO TL-LABEL
073200         MOVE WS-MASTER-OUT-COUNT TO TL-COUNT
073300         WRITE PRINT-LINE FROM WS-TOTAL-LINE
073400     END-IF.
073500     DISPLAY "Maintenance read: " WS-READ-COUNT.
073600     DISPLAY "Maintenance rejected: " WS-REJECT-COUNT.
073700     DISPLAY "Master records out: " WS-MASTER-OUT-COUNT.
073800     IF WS-REJECT-COUNT > ZERO AND WS-RUN-RC < 4
073900         MOVE 4 TO WS-RUN-RC
074000     END-IF.
074100     IF WS-DUP-MASTER-COUNT > ZERO AND WS-RUN-RC < 4
074200         MOVE 4 TO WS-RUN-RC
074300     END-IF.
074400     IF DPTI-FILE-OPEN
074500         CLOSE DEPARTMENT-IN
074600     END-IF.
074700     IF MNT-FILE-OPEN
074800         CLOSE MAINT-FILE
074900     END-IF.
075000     IF DPTO-FILE-OPEN
075100         CLOSE DEPARTMENT-OUT
075200     END-IF.
075300     IF REJ-FILE-OPEN
075400         CLOSE REJECT-FILE
075500     END-IF.
075600     IF RPT-FILE-OPEN
075700         CLOSE REPORT-FILE
075800     END-IF.
075900     DISPLAY "Run return code: " WS-RUN-RC.
076000     MOVE WS-RUN-RC TO RETURN-CODE.
076100 9000-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------
076500*                 9100-WRITE-MASTER-RTN
076600* WRITES ONE TABLE ENTRY TO THE NEW MASTER GENERATION.
076700*----------------------------------------------------------------
076800 9100-WRITE-MASTER-RTN.
076900     MOVE SPACES TO DPTO-RECORD.
077000     MOVE DT-CODE (WS-DPT-IDX) TO DPTO-CODE.
077100     MOVE DT-NAME (WS-DPT-IDX) TO DPTO-NAME.
077200     MOVE DT-MGR (WS-DPT-IDX) TO DPTO-MGR-EMP-NO.
077300     MOVE DT-LOCATION (WS-DPT-IDX) TO DPTO-LOCATION.
077400     MOVE DT-FLAG (WS-DPT-IDX) TO DPTO-ACTIVE-FLAG.
077500     WRITE DPTO-RECORD.
077600     ADD 1 TO WS-MASTER-OUT-COUNT.
077700 9100-EXIT.
077800     EXIT.
077900
078000*----------------------------------------------------------------
078100*                 9800-START-RUN-HISTORY-RTN
078200* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
078300* RECORD.
078400*----------------------------------------------------------------
078500 9800-START-RUN-HISTORY-RTN.
078600     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
078700     ACCEPT WS-RUNH-START-TIME FROM TIME.
078800 9800-EXIT.
078900     EXIT.
079000
079100*----------------------------------------------------------------
079200*                 9810-WRITE-RUN-HISTORY-RTN
079300* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
079400* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
079500* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
079600* INPUT IS MAINTENANCE TRANSACTIONS READ, OUTPUT DEPARTMENT MASTER
079700* RECORDS WRITTEN, AND REJECTS THE TRANSACTIONS REJECTED.
079800* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
079900* CHANGE THE STEP'S RETURN CODE.
080000*----------------------------------------------------------------
080100 9810-WRITE-RUN-HISTORY-RTN.
080200     OPEN EXTEND RUN-HISTORY-FILE.
080300     IF WS-RUNH-STATUS NOT = '00'
080400         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
080500                 WS-RUNH-STATUS
080600         GO TO 9810-EXIT
080700     END-IF.
080800     MOVE SPACES TO RUNH-RECORD.
080900     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
081000     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
081100     OPEN INPUT RUN-ID-FILE.
081200     IF WS-RHID-STATUS = '00'
081300         READ RUN-ID-FILE
081400             AT END
081500                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
081600                         "NOT KNOWN"
081700             NOT AT END
081800                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
081900                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
082000         END-READ
082100         CLOSE RUN-ID-FILE
082200     ELSE
082300         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
082400                 WS-RHID-STATUS
082500     END-IF.
082600     MOVE 'DEPTMAINT' TO RUNH-PROGRAM.
082700     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
082800     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
082900     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
083000     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
083100     ACCEPT RUNH-END-TIME FROM TIME.
083200     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
083300     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
083400     MOVE WS-MASTER-OUT-COUNT TO RUNH-OUT-COUNT.
083500     MOVE WS-REJECT-COUNT TO RUNH-REJECT-COUNT.
083600     WRITE RUNH-RECORD.
083700     IF WS-RUNH-STATUS NOT = '00'
083800         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
083900                 WS-RUNH-STATUS
084000     END-IF.
084100     CLOSE RUN-HISTORY-FILE.
084200 9810-EXIT.
084300     EXIT.

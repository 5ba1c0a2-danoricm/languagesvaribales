001400*                  SUMMARY.  ONE DETAIL LINE PER EMPLOYEE WITH
001500*                  TITLE, HIRE DATE, AND STATUS, A COUNT PER
001600*                  DEPARTMENT, AND A GRAND TOTAL.
001610* 10/15/2026  DJM  MASTER NOW KEYED ON EMPLOYEE NUMBER; EACH
001620*                  DETAIL LINE LEADS WITH THE NUMBER.
001630* 10/15/2026  DJM  EACH DEPARTMENT HEADER NOW CARRIES THE NAME
001640*                  FROM THE DEPARTMENT MASTER (DEPTMAST), MARKED
001650*                  CLOSED WHERE THE DEPARTMENT IS CLOSED.  THE
001660*                  ROSTER STILL PRINTS, CODES ONLY, IF THE MASTER
001670*                  CANNOT BE READ.
001675* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001680*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001685*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
001700*----------------------------------------------------------------
001800
001900 ENVIRONMENT DIVISION.
002200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002300         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS EMP-NO
002600         ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
002700         FILE STATUS IS WS-EMP-STATUS.
002800     SELECT REPORT-FILE ASSIGN TO "DEPTRPT"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-RPT-STATUS.
003010     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
003020         ORGANIZATION IS SEQUENTIAL
003030         FILE STATUS IS WS-DEPT-STATUS.
003040     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003050         ORGANIZATION IS SEQUENTIAL
003060         FILE STATUS IS WS-RUNH-STATUS.
003070     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003080         ORGANIZATION IS SEQUENTIAL
003090         FILE STATUS IS WS-RHID-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
004300 FD  REPORT-FILE
004400     LABEL RECORDS ARE OMITTED.
004500 01  PRINT-LINE              PIC X(80).
004510*----------------------------------------------------------------
004520* DEPARTMENT-MASTER - NAMES FOR THE DEPARTMENT HEADERS.
004530*----------------------------------------------------------------
004540 FD  DEPARTMENT-MASTER
004550     LABEL RECORDS ARE STANDARD.
004560     COPY DEPTREC.
004562*----------------------------------------------------------------
004564* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
004566* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
004568* NAMING THE JOB AND STEP.
004570*----------------------------------------------------------------
004572 FD  RUN-HISTORY-FILE
004574     LABEL RECORDS ARE STANDARD.
004576     COPY RUNHREC.
004578 FD  RUN-ID-FILE
004580     LABEL RECORDS ARE STANDARD.
004582     COPY RHIDREC.
004600
004700 WORKING-STORAGE SECTION.
004800*----------------------------------------------------------------
005900 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
006000     88  RPT-FILE-OPEN                 VALUE 'Y'.
006100     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
006105*----------------------------------------------------------------
006110* DEPARTMENT NAME TABLE, LOADED FROM DEPARTMENT-MASTER AT
006115* INITIALIZATION AND SCANNED AT EACH DEPARTMENT BREAK.
006120*----------------------------------------------------------------
006125 01  WS-DEPT-STATUS       PIC X(02) VALUE '00'.
006130 01  WS-DEPT-EOF-SWITCH   PIC X(01) VALUE 'N'.
006135     88  DEPT-EOF-YES                  VALUE 'Y'.
006140     88  DEPT-EOF-NO                   VALUE 'N'.
006145 01  WS-DPTREF-COUNT      PIC 9(03) COMP VALUE ZERO.
006150 01  WS-DPTREF-MAX        PIC 9(03) COMP VALUE 500.
006155 01  WS-DPTREF-IDX        PIC 9(03) COMP VALUE ZERO.
006160 01  WS-DPTREF-SWITCH     PIC X(01) VALUE 'N'.
006165     88  DPTREF-FOUND                  VALUE 'Y'.
006170     88  DPTREF-NOT-FOUND              VALUE 'N'.
006175 01  DPT-REF.
006180     05  DPT-REF-CODE         PIC X(04) OCCURS 500 TIMES.
006185     05  DPT-REF-NAME         PIC X(20) OCCURS 500 TIMES.
006190     05  DPT-REF-FLAG         PIC X(01) OCCURS 500 TIMES.
006200*----------------------------------------------------------------
006300* RUN-DATE AND PAGE CONTROL.
006400*----------------------------------------------------------------
010400     05  H1-PAGE-NO           PIC ZZ9.
010500 01  WS-HEADER-2.
010600     05  FILLER               PIC X(02) VALUE SPACES.
010610     05  FILLER               PIC X(07) VALUE 'EMP NO '.
010700     05  FILLER               PIC X(21) VALUE 'EMPLOYEE NAME'.
010800     05  FILLER               PIC X(21) VALUE 'JOB TITLE'.
010900     05  FILLER               PIC X(11) VALUE 'HIRE DATE'.
011200     05  FILLER               PIC X(02) VALUE SPACES.
011300     05  FILLER               PIC X(11) VALUE 'DEPARTMENT '.
011400     05  DH-DEPT              PIC X(04).
011410     05  FILLER               PIC X(02) VALUE SPACES.
011420     05  DH-DEPT-NAME         PIC X(20).
011430     05  FILLER               PIC X(02) VALUE SPACES.
011440     05  DH-DEPT-CLOSED       PIC X(06).
011500 01  WS-DETAIL-LINE.
011600     05  FILLER               PIC X(02) VALUE SPACES.
011610     05  DL-EMP-NO            PIC 9(05).
011620     05  FILLER               PIC X(02) VALUE SPACES.
011700     05  DL-EMP-NAME          PIC X(20).
011800     05  FILLER               PIC X(01) VALUE SPACES.
011900     05  DL-JOB-TITLE         PIC X(20).
013400                              'GRAND TOTAL EMPLOYEES '.
013500     05  FILLER               PIC X(03) VALUE '= '.
013600     05  GT-COUNT             PIC ZZZZ9.
013610*----------------------------------------------------------------
013620* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
013630* THING, FOR THE RECORD APPENDED AT THE END.
013640*----------------------------------------------------------------
013650 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
013660 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
013670 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
013680 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
013700
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------
014100* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
014200*----------------------------------------------------------------
014300 0000-MAIN-LOGIC.
014310     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
014400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
014500     IF EMP-FILE-OPEN AND RPT-FILE-OPEN
014600         PERFORM 2000-PRODUCE-REPORT-RTN THRU 2000-EXIT
014700     END-IF.
014800     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
014810     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
014900     STOP RUN.
015000
015100*----------------------------------------------------------------
017600         GO TO 1000-EXIT
017700     END-IF.
017800     SET RPT-FILE-OPEN TO TRUE.
017810     PERFORM 1100-LOAD-DEPARTMENT-MASTER-RTN THRU 1100-EXIT.
017900     MOVE LOW-VALUES TO EMP-DEPT.
018000     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-DEPT
018100         INVALID KEY
018300     END-START.
018400 1000-EXIT.
018500     EXIT.
018501*----------------------------------------------------------------
018502*              1100-LOAD-DEPARTMENT-MASTER-RTN
018503* LOADS THE DEPARTMENT NAMES.  THE ROSTER IS STILL WORTH HAVING
018504* WITHOUT THEM, SO A FAILED OPEN OR AN OVERFLOW ONLY WARNS AND
018505* THE HEADERS FALL BACK TO THE CODE.
018506*----------------------------------------------------------------
018507 1100-LOAD-DEPARTMENT-MASTER-RTN.
018508     OPEN INPUT DEPARTMENT-MASTER.
018509     IF WS-DEPT-STATUS NOT = '00'
018510         DISPLAY "DEPARTMENT-MASTER OPEN FAILED, STATUS "
018511                 WS-DEPT-STATUS " - NAMES NOT PRINTED"
018512         GO TO 1100-EXIT
018513     END-IF.
018514     PERFORM 1110-READ-DEPARTMENT-MASTER-RTN THRU 1110-EXIT.
018515     PERFORM 1120-STORE-DEPARTMENT-RTN THRU 1120-EXIT
018516         UNTIL DEPT-EOF-YES.
018517     CLOSE DEPARTMENT-MASTER.
018518 1100-EXIT.
018519     EXIT.
018520
018521*----------------------------------------------------------------
018522*              1110-READ-DEPARTMENT-MASTER-RTN
018523* READS THE NEXT DEPARTMENT-MASTER RECORD, SETTING THE EOF
018524* SWITCH WHEN THE FILE IS EXHAUSTED.
018525*----------------------------------------------------------------
018526 1110-READ-DEPARTMENT-MASTER-RTN.
018527     READ DEPARTMENT-MASTER
018528         AT END
018529             SET DEPT-EOF-YES TO TRUE
018530     END-READ.
018531 1110-EXIT.
018532     EXIT.
018533
018534*----------------------------------------------------------------
018535*              1120-STORE-DEPARTMENT-RTN
018536* STORES ONE DEPARTMENT INTO THE NAME TABLE AND READS THE NEXT.
018537* PAST THE TABLE LIMIT THE REST OF THE MASTER IS SKIPPED WITH A
018538* WARNING.
018539*----------------------------------------------------------------
018540 1120-STORE-DEPARTMENT-RTN.
018541     IF WS-DPTREF-COUNT >= WS-DPTREF-MAX
018542         DISPLAY "DEPARTMENT TABLE FULL AT " DEPT-CODE
018543                 " - REMAINING NAMES NOT PRINTED"
018544         SET DEPT-EOF-YES TO TRUE
018545         GO TO 1120-EXIT
018546     END-IF.
018547     ADD 1 TO WS-DPTREF-COUNT.
018548     MOVE DEPT-CODE TO DPT-REF-CODE (WS-DPTREF-COUNT).
018549     MOVE DEPT-NAME TO DPT-REF-NAME (WS-DPTREF-COUNT).
018550     MOVE DEPT-ACTIVE-FLAG TO DPT-REF-FLAG (WS-DPTREF-COUNT).
018551     PERFORM 1110-READ-DEPARTMENT-MASTER-RTN THRU 1110-EXIT.
018552 1120-EXIT.
018553     EXIT.
018600
018700*----------------------------------------------------------------
018800*                 2000-PRODUCE-REPORT-RTN
026100         PERFORM 2410-PRINT-HEADERS-RTN THRU 2410-EXIT
026200     END-IF.
026300     MOVE WS-CURR-DEPT TO DH-DEPT.
026310     MOVE SPACES TO DH-DEPT-NAME DH-DEPT-CLOSED.
026320     IF WS-DPTREF-COUNT > ZERO
026330         PERFORM 2320-FIND-DEPT-NAME-RTN THRU 2320-EXIT
026340     END-IF.
026400     WRITE PRINT-LINE FROM WS-DEPT-HEADER-LINE.
026500     ADD 1 TO WS-LINES-ON-PAGE.
026600 2310-EXIT.
026700     EXIT.
026702*----------------------------------------------------------------
026704*                 2320-FIND-DEPT-NAME-RTN
026706* LOOKS UP THE CURRENT DEPARTMENT IN THE NAME TABLE AND FILLS
026708* IN THE HEADER'S NAME AND CLOSED MARKER.
026710*----------------------------------------------------------------
026712 2320-FIND-DEPT-NAME-RTN.
026714     SET DPTREF-NOT-FOUND TO TRUE.
026716     PERFORM 2330-SCAN-DPTREF-RTN THRU 2330-EXIT
026718         VARYING WS-DPTREF-IDX FROM 1 BY 1
026720         UNTIL WS-DPTREF-IDX > WS-DPTREF-COUNT
026722            OR DPTREF-FOUND.
026724     IF DPTREF-NOT-FOUND
026726         MOVE 'NOT ON DEPT MASTER' TO DH-DEPT-NAME
026728         GO TO 2320-EXIT
026730     END-IF.
026732     SUBTRACT 1 FROM WS-DPTREF-IDX.
026734     MOVE DPT-REF-NAME (WS-DPTREF-IDX) TO DH-DEPT-NAME.
026736     IF DPT-REF-FLAG (WS-DPTREF-IDX) NOT = 'A'
026738         MOVE 'CLOSED' TO DH-DEPT-CLOSED
026740     END-IF.
026742 2320-EXIT.
026744     EXIT.
026746
026748*----------------------------------------------------------------
026750*                 2330-SCAN-DPTREF-RTN
026752* TESTS ONE NAME-TABLE ENTRY AGAINST THE CURRENT DEPARTMENT.
026754*----------------------------------------------------------------
026756 2330-SCAN-DPTREF-RTN.
026758     IF DPT-REF-CODE (WS-DPTREF-IDX) = WS-CURR-DEPT
026760         SET DPTREF-FOUND TO TRUE
026762     END-IF.
026764 2330-EXIT.
026766     EXIT.
026800
026900*----------------------------------------------------------------
027000*                 2400-PRINT-DETAIL-RTN
027600         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
027700         PERFORM 2410-PRINT-HEADERS-RTN THRU 2410-EXIT
027800     END-IF.
027810     MOVE EMP-NO TO DL-EMP-NO.
027900     MOVE EMP-NAME TO DL-EMP-NAME.
028000     MOVE EMP-JOB-TITLE TO DL-JOB-TITLE.
028100     IF EMP-HIRE-DATE NUMERIC
032800     END-IF.
032900 9000-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------
033300*                 9800-START-RUN-HISTORY-RTN
033400* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
033500* RECORD.
033600*----------------------------------------------------------------
033700 9800-START-RUN-HISTORY-RTN.
033800     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
033900     ACCEPT WS-RUNH-START-TIME FROM TIME.
034000 9800-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------------
034400*                 9810-WRITE-RUN-HISTORY-RTN
034500* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
034600* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
034700* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
034800* INPUT IS EMPLOYEES READ AND OUTPUT EMPLOYEES LISTED; NOTHING IS
034900* REJECTED.
035000* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
035100* CHANGE THE STEP'S RETURN CODE.
035200*----------------------------------------------------------------
035300 9810-WRITE-RUN-HISTORY-RTN.
035400     OPEN EXTEND RUN-HISTORY-FILE.
035500     IF WS-RUNH-STATUS NOT = '00'
035600         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
035700                 WS-RUNH-STATUS
035800         GO TO 9810-EXIT
035900     END-IF.
036000     MOVE SPACES TO RUNH-RECORD.
036100     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
036200     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
036300     OPEN INPUT RUN-ID-FILE.
036400     IF WS-RHID-STATUS = '00'
036500         READ RUN-ID-FILE
036600             AT END
036700                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
036800                         "NOT KNOWN"
036900             NOT AT END
037000                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
037100                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
037200         END-READ
037300         CLOSE RUN-ID-FILE
037400     ELSE
037500         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
037600                 WS-RHID-STATUS
037700     END-IF.
037800     MOVE 'DEPTRPT' TO RUNH-PROGRAM.
037900     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
038000     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
038100     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
038200     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
038300     ACCEPT RUNH-END-TIME FROM TIME.
038400     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
038500     MOVE WS-GRAND-COUNT TO RUNH-IN-COUNT.
038600     MOVE WS-GRAND-COUNT TO RUNH-OUT-COUNT.
038700     MOVE ZERO TO RUNH-REJECT-COUNT.
038800     WRITE RUNH-RECORD.
038900     IF WS-RUNH-STATUS NOT = '00'
039000         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
039100                 WS-RUNH-STATUS
039200     END-IF.
039300     CLOSE RUN-HISTORY-FILE.
039400 9810-EXIT.
039500     EXIT.

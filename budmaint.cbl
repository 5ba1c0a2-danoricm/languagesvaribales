000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BudgetMaintenance.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - BATCH ADD/CHANGE/DELETE MAINTENANCE
001100*                  AGAINST THE NEW CATEGORY BUDGET MASTER, IN THE
001200*                  SAME PATTERN AS THE CATEGORY AND DEPARTMENT
001300*                  MAINTENANCE STEPS - THE OLD GENERATION IS
001400*                  LOADED INTO A TABLE, THE TRANSACTIONS ARE
001500*                  APPLIED AGAINST IT, AND A NEW GENERATION IS
001600*                  WRITTEN IN ASCENDING MONTH/CATEGORY ORDER, WITH
001700*                  A REJECT FILE IN THE EXCEPTION-FILE LAYOUT AND
001800*                  AN APPLIED/REJECTED CONTROL REPORT.  A BUDGET
001900*                  CAN ONLY BE ADDED OR CHANGED FOR A CATEGORY ON
002000*                  THE CATEGORY MASTER.  REPLACES THE SPREADSHEET
002100*                  FINANCE HAS BEEN KEEPING THE BUDGETS IN.
002110* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002120*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002130*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BUDGET-IN ASSIGN TO "BUDGMIN"
002800         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-BDGI-STATUS.
003100     SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS WS-CATM-STATUS.
003500     SELECT MAINT-FILE ASSIGN TO "BUDGTRAN"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-MNT-STATUS.
003900     SELECT BUDGET-OUT ASSIGN TO "BUDGMOUT"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-BDGO-STATUS.
004300     SELECT REJECT-FILE ASSIGN TO "BUDGREJ"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-REJ-STATUS.
004700     SELECT REPORT-FILE ASSIGN TO "BUDGMRPT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPT-STATUS.
004910     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-RUNH-STATUS.
004940     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004950         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS WS-RHID-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------------
005400* BUDGET-IN - THE CURRENT BUDGET-MASTER GENERATION, IN THE SHARED
005500* BUDGREC LAYOUT.
005600*----------------------------------------------------------------
005700 FD  BUDGET-IN
005800     LABEL RECORDS ARE STANDARD.
005900     COPY BUDGREC.
006000*----------------------------------------------------------------
006100* CATEGORY-MASTER - THE CURRENT CATEGORY-MASTER GENERATION, READ
006200* ONLY TO PROVE THE CATEGORY ON AN ADD OR CHANGE.
006300*----------------------------------------------------------------
006400 FD  CATEGORY-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CATMREC.
006700*----------------------------------------------------------------
006800* MAINT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION.  THE
006900* ACTION CODE SAYS WHAT TO DO AND THE REST OF THE RECORD CARRIES
007000* THE BUDGET FIELDS IN THE BUDGREC ORDER.
007100*----------------------------------------------------------------
007200 FD  MAINT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  MAINT-RECORD.
007500     05  BTRN-ACTION-CODE    PIC X(01).
007600         88  BTRN-ACTION-ADD          VALUE 'A'.
007700         88  BTRN-ACTION-CHANGE       VALUE 'C'.
007800         88  BTRN-ACTION-DELETE       VALUE 'D'.
007900     05  BTRN-KEY.
008000         10  BTRN-MONTH      PIC 9(06).
008100         10  BTRN-MONTH-PARTS REDEFINES BTRN-MONTH.
008200             15  BTRN-YYYY   PIC 9(04).
008300             15  BTRN-MM     PIC 9(02).
008400         10  BTRN-CATEGORY   PIC X(10).
008500     05  BTRN-AMOUNT         PIC 9(07)V9(02).
008600*----------------------------------------------------------------
008700* BUDGET-OUT - THE NEW BUDGET-MASTER GENERATION, WRITTEN FROM THE
008800* TABLE IN ASCENDING MONTH/CATEGORY ORDER.
008900*----------------------------------------------------------------
009000 FD  BUDGET-OUT
009100     LABEL RECORDS ARE STANDARD.
009200 01  BDGO-RECORD.
009300     05  BDGO-KEY            PIC X(16).
009400     05  BDGO-AMOUNT         PIC 9(07)V9(02).
009500     05  BDGO-MAINT-DATE     PIC 9(08).
009600     05  FILLER              PIC X(07).
009700*----------------------------------------------------------------
009800* REJECT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION THAT
009900* COULD NOT BE APPLIED, IN THE SAME LAYOUT AS DATAVAR'S
010000* EXCEPTION-FILE SO THE SAME DOWNSTREAM HANDLING WORKS.
010100*----------------------------------------------------------------
010200 FD  REJECT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  REJECT-RECORD.
010500     05  REJ-NAME            PIC X(20).
010600     05  REJ-AGE             PIC 9(02).
010700     05  REJ-REASON-CODE     PIC X(04).
010800     05  REJ-REASON-TEXT     PIC X(40).
010900     05  REJ-TRANS-QTY       PIC 9(03).
011000     05  REJ-TRANS-PRICE     PIC 9(04)V9(02).
011100     05  REJ-EMP-NO          PIC 9(05).
011200*----------------------------------------------------------------
011300* REPORT-FILE - PRINT LINES FOR THE APPLIED/REJECTED CONTROL
011400* REPORT.
011500*----------------------------------------------------------------
011600 FD  REPORT-FILE
011700     LABEL RECORDS ARE OMITTED.
011800 01  PRINT-LINE              PIC X(80).
011805*----------------------------------------------------------------
011810* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
011815* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
011820* NAMING THE JOB AND STEP.
011825*----------------------------------------------------------------
011830 FD  RUN-HISTORY-FILE
011835     LABEL RECORDS ARE STANDARD.
011840     COPY RUNHREC.
011845 FD  RUN-ID-FILE
011850     LABEL RECORDS ARE STANDARD.
011855     COPY RHIDREC.
011900
012000 WORKING-STORAGE SECTION.
012100*----------------------------------------------------------------
012200* I/O CONTROLS.
012300*----------------------------------------------------------------
012400 01  WS-BDGI-STATUS       PIC X(02) VALUE '00'.
012500 01  WS-CATM-STATUS       PIC X(02) VALUE '00'.
012600 01  WS-MNT-STATUS        PIC X(02) VALUE '00'.
012700 01  WS-BDGO-STATUS       PIC X(02) VALUE '00'.
012800 01  WS-REJ-STATUS        PIC X(02) VALUE '00'.
012900 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
013000 01  WS-BDGI-EOF-SWITCH   PIC X(01) VALUE 'N'.
013100     88  BDGI-EOF-YES                  VALUE 'Y'.
013200     88  BDGI-EOF-NO                   VALUE 'N'.
013300 01  WS-CATM-EOF-SWITCH   PIC X(01) VALUE 'N'.
013400     88  CATM-EOF-YES                  VALUE 'Y'.
013500     88  CATM-EOF-NO                   VALUE 'N'.
013600 01  WS-MNT-EOF-SWITCH    PIC X(01) VALUE 'N'.
013700     88  MNT-EOF-YES                   VALUE 'Y'.
013800     88  MNT-EOF-NO                    VALUE 'N'.
013900 01  WS-BDGI-OPEN-SWITCH  PIC X(01) VALUE 'N'.
014000     88  BDGI-FILE-OPEN                VALUE 'Y'.
014100     88  BDGI-FILE-NOT-OPEN            VALUE 'N'.
014200 01  WS-CATM-OPEN-SWITCH  PIC X(01) VALUE 'N'.
014300     88  CATM-FILE-OPEN                VALUE 'Y'.
014400     88  CATM-FILE-NOT-OPEN            VALUE 'N'.
014500 01  WS-MNT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014600     88  MNT-FILE-OPEN                 VALUE 'Y'.
014700     88  MNT-FILE-NOT-OPEN             VALUE 'N'.
014800 01  WS-BDGO-OPEN-SWITCH  PIC X(01) VALUE 'N'.
014900     88  BDGO-FILE-OPEN                VALUE 'Y'.
015000     88  BDGO-FILE-NOT-OPEN            VALUE 'N'.
015100 01  WS-REJ-OPEN-SWITCH   PIC X(01) VALUE 'N'.
015200     88  REJ-FILE-OPEN                 VALUE 'Y'.
015300     88  REJ-FILE-NOT-OPEN             VALUE 'N'.
015400 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
015500     88  RPT-FILE-OPEN                 VALUE 'Y'.
015600     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
015700*----------------------------------------------------------------
015800* BUDGET TABLE - THE WHOLE MASTER, HELD IN ASCENDING MONTH/
015900* CATEGORY ORDER SO THE NEW GENERATION COMES OUT SORTED AND
016000* DUPLICATES CANNOT HIDE.  ROOM FOR TWELVE MONTHS OF A FULL
016100* 500-CATEGORY CATALOG.  A TABLE OVERFLOW IS A HARD STOP.
016200*----------------------------------------------------------------
016300 01  WS-BDG-COUNT         PIC 9(05) COMP VALUE ZERO.
016400 01  WS-BDG-MAX           PIC 9(05) COMP VALUE 6000.
016500 01  WS-BDG-IDX           PIC 9(05) COMP VALUE ZERO.
016600 01  WS-FND-IDX           PIC 9(05) COMP VALUE ZERO.
016700 01  WS-SLOT-IDX          PIC 9(05) COMP VALUE ZERO.
016800 01  WS-SHIFT-IDX         PIC 9(05) COMP VALUE ZERO.
016900 01  WS-FIND-SWITCH       PIC X(01) VALUE 'N'.
017000     88  BDG-FOUND                     VALUE 'Y'.
017100     88  BDG-NOT-FOUND                 VALUE 'N'.
017200 01  WS-FIND-KEY          PIC X(16) VALUE SPACES.
017300 01  BDG-TABLE.
017400     05  BT-KEY           PIC X(16) OCCURS 6000 TIMES.
017500     05  BT-AMOUNT        PIC 9(7)V9(2) COMP-3 OCCURS 6000 TIMES.
017600     05  BT-MAINT-DATE    PIC 9(08) OCCURS 6000 TIMES.
017700*----------------------------------------------------------------
017800* CATEGORY KEYS FROM THE CATEGORY MASTER, FOR THE EDIT.
017900*----------------------------------------------------------------
018000 01  WS-CAT-COUNT         PIC 9(03) COMP VALUE ZERO.
018100 01  WS-CAT-MAX           PIC 9(03) COMP VALUE 500.
018200 01  WS-CAT-IDX           PIC 9(03) COMP VALUE ZERO.
018300 01  WS-CAT-SWITCH        PIC X(01) VALUE 'N'.
018400     88  CAT-FOUND                     VALUE 'Y'.
018500     88  CAT-NOT-FOUND                 VALUE 'N'.
018600 01  CAT-TABLE.
018700     05  CT-KEY           PIC X(10) OCCURS 500 TIMES.
018800*----------------------------------------------------------------
018900* MAINTENANCE EDIT / REJECT CONTROLS.
019000*----------------------------------------------------------------
019100 01  WS-APPLY-SWITCH      PIC X(01) VALUE 'Y'.
019200     88  TRANS-APPLIED                 VALUE 'Y'.
019300     88  TRANS-REJECTED                VALUE 'N'.
019400 01  WS-REASON-CODE       PIC X(04) VALUE SPACES.
019500 01  WS-REASON-TEXT       PIC X(40) VALUE SPACES.
019600*----------------------------------------------------------------
019700* RUN COUNTERS AND GRADED RETURN CODE - 0 CLEAN, 4 REJECTS
019800* WRITTEN OR INBOUND DUPLICATES DROPPED, 8 A REQUIRED FILE
019900* FAILED TO OPEN OR THE TABLE OVERFLOWED.
020000*----------------------------------------------------------------
020100 77  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
020200 77  WS-MASTER-IN-COUNT   PIC 9(05) COMP VALUE ZERO.
020300 77  WS-MASTER-OUT-COUNT  PIC 9(05) COMP VALUE ZERO.
020400 77  WS-DUP-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
020500 77  WS-ADD-COUNT         PIC 9(05) COMP VALUE ZERO.
020600 77  WS-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
020700 77  WS-DELETE-COUNT      PIC 9(05) COMP VALUE ZERO.
020800 77  WS-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
020900 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
021000 01  WS-FIRST-RUN-SWITCH  PIC X(01) VALUE 'N'.
021100     88  FIRST-RUN                     VALUE 'Y'.
021200     88  NOT-FIRST-RUN                 VALUE 'N'.
021300*----------------------------------------------------------------
021400* RUN-DATE AND PAGE CONTROL.
021500*----------------------------------------------------------------
021600 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
021700 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
021800     05  WS-RUN-YYYY          PIC 9(04).
021900     05  WS-RUN-MM            PIC 9(02).
022000     05  WS-RUN-DD            PIC 9(02).
022100 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
022200 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
022300 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
022400 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
022500*----------------------------------------------------------------
022600* REPORT LINE LAYOUTS.
022700*----------------------------------------------------------------
022800 01  WS-HEADER-1.
022900     05  FILLER               PIC X(10) VALUE SPACES.
023000     05  FILLER               PIC X(30)
023100                        VALUE 'CATEGORY BUDGET MAINTENANCE'.
023200     05  FILLER               PIC X(10) VALUE SPACES.
023300     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
023400     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
023500     05  FILLER               PIC X(06) VALUE ' PAGE '.
023600     05  H1-PAGE-NO           PIC ZZ9.
023700 01  WS-HEADER-2.
023800     05  FILLER               PIC X(05) VALUE SPACES.
023900     05  FILLER               PIC X(04) VALUE 'ACT '.
024000     05  FILLER               PIC X(08) VALUE 'MONTH'.
024100     05  FILLER               PIC X(12) VALUE 'CATEGORY'.
024200     05  FILLER               PIC X(12) VALUE '    BUDGET'.
024300     05  FILLER               PIC X(11) VALUE 'DISPOSITION'.
024400 01  WS-DETAIL-LINE.
024500     05  FILLER               PIC X(05) VALUE SPACES.
024600     05  DL-ACTION            PIC X(01).
024700     05  FILLER               PIC X(03) VALUE SPACES.
024800     05  DL-MONTH             PIC X(06).
024900     05  FILLER               PIC X(02) VALUE SPACES.
025000     05  DL-CATEGORY          PIC X(10).
025100     05  FILLER               PIC X(02) VALUE SPACES.
025200     05  DL-AMOUNT            PIC ZZZZZZ9.99.
025300     05  FILLER               PIC X(02) VALUE SPACES.
025400     05  DL-DISPOSITION       PIC X(08).
025500     05  FILLER               PIC X(01) VALUE SPACES.
025600     05  DL-REASON            PIC X(30).
025700 01  WS-TOTAL-LINE.
025800     05  FILLER               PIC X(10) VALUE SPACES.
025900     05  TL-LABEL             PIC X(22).
026000     05  FILLER               PIC X(03) VALUE '= '.
026100     05  TL-COUNT             PIC ZZZZ9.
026110*----------------------------------------------------------------
026120* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
026130* THING, FOR THE RECORD APPENDED AT THE END.
026140*----------------------------------------------------------------
026150 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
026160 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
026170 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
026180 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
026200
026300 LINKAGE SECTION.
026400*----------------------------------------------------------------
026500* PARM= OPERAND.  PARM='FIRST' ACCEPTS AN EMPTY INBOUND MASTER,
026600* FOR THE ONE RUN THAT BUILDS THE FIRST GENERATION.
026700*----------------------------------------------------------------
026800 01  LK-RUN-PARM.
026900     05  LK-PARM-LEN         PIC S9(4) COMP.
027000     05  LK-PARM-TEXT        PIC X(20).
027100
027200 PROCEDURE DIVISION USING LK-RUN-PARM.
027300*----------------------------------------------------------------
027400*                      0000-MAIN-LOGIC
027500* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
027600*----------------------------------------------------------------
027700 0000-MAIN-LOGIC.
027710     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
027800     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
027900     IF BDGI-FILE-OPEN AND CATM-FILE-OPEN AND MNT-FILE-OPEN
028000         AND BDGO-FILE-OPEN
028100         PERFORM 1100-LOAD-MASTER-RTN THRU 1100-EXIT
028200         IF WS-RUN-RC < 8
028300             PERFORM 1200-LOAD-CATEGORIES-RTN THRU 1200-EXIT
028400         END-IF
028500         IF WS-RUN-RC < 8
028600             PERFORM 2000-PROCESS-MAINT-RTN THRU 2000-EXIT
028700         END-IF
028800     END-IF.
028900     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
028910     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
029000     STOP RUN.
029100
029200*----------------------------------------------------------------
029300*                      1000-INITIALIZE-RTN
029400* OPENS THE FILES AND GETS THE RUN DATE FOR THE REPORT HEADER.
029500* THE MASTER, THE CATEGORY MASTER, THE TRANSACTION FILE, AND THE
029600* NEW GENERATION ARE ALL REQUIRED - A FAILED OPEN GRADES THE RUN
029700* TO 8 SO THE OLD MASTER IS NEVER SILENTLY REPLACED BY AN EMPTY
029800* ONE.
029900*----------------------------------------------------------------
030000 1000-INITIALIZE-RTN.
030100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030200     STRING WS-RUN-MM    DELIMITED BY SIZE
030300            '/'          DELIMITED BY SIZE
030400            WS-RUN-DD    DELIMITED BY SIZE
030500            '/'          DELIMITED BY SIZE
030600            WS-RUN-YYYY  DELIMITED BY SIZE
030700            INTO WS-RUN-DATE-ED.
030800     IF LK-PARM-LEN >= 5
030900         AND LK-PARM-TEXT (1:5) = 'FIRST'
031000         SET FIRST-RUN TO TRUE
031100         DISPLAY "FIRST RUN - AN EMPTY INBOUND MASTER IS ACCEPTED"
031200     END-IF.
031300     OPEN INPUT BUDGET-IN.
031400     IF WS-BDGI-STATUS = '00'
031500         SET BDGI-FILE-OPEN TO TRUE
031600     ELSE
031700         DISPLAY "BUDGET-IN OPEN FAILED, STATUS "
031800                 WS-BDGI-STATUS
031900         MOVE 8 TO WS-RUN-RC
032000     END-IF.
032100     OPEN INPUT CATEGORY-MASTER.
032200     IF WS-CATM-STATUS = '00'
032300         SET CATM-FILE-OPEN TO TRUE
032400     ELSE
032500         DISPLAY "CATEGORY-MASTER OPEN FAILED, STATUS "
032600                 WS-CATM-STATUS
032700         MOVE 8 TO WS-RUN-RC
032800     END-IF.
032900     OPEN INPUT MAINT-FILE.
033000     IF WS-MNT-STATUS = '00'
033100         SET MNT-FILE-OPEN TO TRUE
033200     ELSE
033300         DISPLAY "MAINT-FILE OPEN FAILED, STATUS "
033400                 WS-MNT-STATUS
033500         MOVE 8 TO WS-RUN-RC
033600     END-IF.
033700     OPEN OUTPUT BUDGET-OUT.
033800     IF WS-BDGO-STATUS = '00'
033900         SET BDGO-FILE-OPEN TO TRUE
034000     ELSE
034100         DISPLAY "BUDGET-OUT OPEN FAILED, STATUS "
034200                 WS-BDGO-STATUS
034300         MOVE 8 TO WS-RUN-RC
034400     END-IF.
034500     OPEN OUTPUT REJECT-FILE.
034600     IF WS-REJ-STATUS = '00'
034700         SET REJ-FILE-OPEN TO TRUE
034800     ELSE
034900         DISPLAY "REJECT-FILE OPEN FAILED, STATUS "
035000                 WS-REJ-STATUS
035100     END-IF.
035200     OPEN OUTPUT REPORT-FILE.
035300     IF WS-RPT-STATUS = '00'
035400         SET RPT-FILE-OPEN TO TRUE
035500     ELSE
035600         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
035700                 WS-RPT-STATUS
035800     END-IF.
035900 1000-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------------
036300*                 1100-LOAD-MASTER-RTN
036400* LOADS THE CURRENT MASTER INTO THE TABLE IN ASCENDING KEY
036500* ORDER.  A DUPLICATE KEY ALREADY ON THE INBOUND MASTER IS
036600* REPORTED AND DROPPED; AN OVERFLOW OF THE TABLE, OR AN EMPTY
036700* INBOUND MASTER (A BAD GENERATION FROM AN EARLIER FAILED RUN)
036800* OUTSIDE THE FIRST RUN, IS A HARD STOP SO THE BUDGETS ARE NEVER
036900* REBUILT FROM NOTHING.
037000*----------------------------------------------------------------
037100 1100-LOAD-MASTER-RTN.
037200     PERFORM 1110-READ-MASTER-RTN THRU 1110-EXIT.
037300     PERFORM 1120-STORE-MASTER-RTN THRU 1120-EXIT
037400         UNTIL BDGI-EOF-YES OR WS-RUN-RC = 8.
037500     IF WS-MASTER-IN-COUNT = ZERO AND WS-RUN-RC < 8
037600         AND NOT-FIRST-RUN
037700         DISPLAY "INBOUND BUDGET MASTER IS EMPTY - RUN STOPPED"
037800         MOVE 8 TO WS-RUN-RC
037900     END-IF.
038000     DISPLAY "Budgets loaded: " WS-BDG-COUNT.
038100 1100-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------
038500*                 1110-READ-MASTER-RTN
038600* READS THE NEXT MASTER RECORD, SETTING THE EOF SWITCH WHEN THE
038700* FILE IS EXHAUSTED.
038800*----------------------------------------------------------------
038900 1110-READ-MASTER-RTN.
039000     READ BUDGET-IN
039100         AT END
039200             SET BDGI-EOF-YES TO TRUE
039300         NOT AT END
039400             ADD 1 TO WS-MASTER-IN-COUNT
039500     END-READ.
039600 1110-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------
040000*                 1120-STORE-MASTER-RTN
040100* INSERTS ONE MASTER RECORD INTO THE TABLE IN KEY ORDER AND
040200* ADVANCES TO THE NEXT RECORD.
040300*----------------------------------------------------------------
040400 1120-STORE-MASTER-RTN.
040500     MOVE BUDG-KEY TO WS-FIND-KEY.
040600     PERFORM 3000-FIND-BUDGET-RTN THRU 3000-EXIT.
040700     IF BDG-FOUND
040800         DISPLAY "DUPLICATE KEY ON INBOUND MASTER, DROPPING "
040900                 BUDG-KEY
041000         ADD 1 TO WS-DUP-MASTER-COUNT
041100         GO TO 1120-NEXT
041200     END-IF.
041300     IF WS-BDG-COUNT >= WS-BDG-MAX
041400         DISPLAY "BUDGET TABLE OVERFLOWED AT " BUDG-KEY
041500                 " - RUN STOPPED"
041600         MOVE 8 TO WS-RUN-RC
041700         GO TO 1120-EXIT
041800     END-IF.
041900     PERFORM 3100-OPEN-SLOT-RTN THRU 3100-EXIT.
042000     MOVE BUDG-KEY TO BT-KEY (WS-SLOT-IDX).
042100     MOVE BUDG-AMOUNT TO BT-AMOUNT (WS-SLOT-IDX).
042200     MOVE BUDG-MAINT-DATE TO BT-MAINT-DATE (WS-SLOT-IDX).
042300 1120-NEXT.
042400     PERFORM 1110-READ-MASTER-RTN THRU 1110-EXIT.
042500 1120-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------
042900*                 1200-LOAD-CATEGORIES-RTN
043000* LOADS THE CATEGORY KEYS FROM THE CATEGORY MASTER FOR THE EDIT.
043100* AN OVERFLOW IS A HARD STOP - A SHORT LIST WOULD REJECT GOOD
043200* BUDGETS.
043300*----------------------------------------------------------------
043400 1200-LOAD-CATEGORIES-RTN.
043500     PERFORM 1210-READ-CATEGORY-RTN THRU 1210-EXIT.
043600     PERFORM 1220-STORE-CATEGORY-RTN THRU 1220-EXIT
043700         UNTIL CATM-EOF-YES OR WS-RUN-RC = 8.
043800     DISPLAY "Categories loaded: " WS-CAT-COUNT.
043900 1200-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300*                 1210-READ-CATEGORY-RTN
044400* READS THE NEXT CATEGORY-MASTER RECORD, SETTING THE EOF SWITCH
044500* WHEN THE FILE IS EXHAUSTED.
044600*----------------------------------------------------------------
044700 1210-READ-CATEGORY-RTN.
044800     READ CATEGORY-MASTER
044900         AT END
045000             SET CATM-EOF-YES TO TRUE
045100     END-READ.
045200 1210-EXIT.
045300     EXIT.
045400
045500*----------------------------------------------------------------
045600*                 1220-STORE-CATEGORY-RTN
045700* STORES ONE CATEGORY KEY AND ADVANCES.
045800*----------------------------------------------------------------
045900 1220-STORE-CATEGORY-RTN.
046000     IF WS-CAT-COUNT >= WS-CAT-MAX
046100         DISPLAY "CATEGORY TABLE OVERFLOWED AT " CATM-KEY
046200                 " - RUN STOPPED"
046300         MOVE 8 TO WS-RUN-RC
046400         GO TO 1220-EXIT
046500     END-IF.
046600     ADD 1 TO WS-CAT-COUNT.
046700     MOVE CATM-KEY TO CT-KEY (WS-CAT-COUNT).
046800     PERFORM 1210-READ-CATEGORY-RTN THRU 1210-EXIT.
046900 1220-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300*                 2000-PROCESS-MAINT-RTN
047400* READS THE MAINTENANCE FILE AND APPLIES EACH TRANSACTION TO
047500* THE TABLE IN TURN.
047600*----------------------------------------------------------------
047700 2000-PROCESS-MAINT-RTN.
047800     PERFORM 2100-READ-MAINT-RTN THRU 2100-EXIT.
047900     PERFORM 2200-APPLY-MAINT-RTN THRU 2200-EXIT
048000         UNTIL MNT-EOF-YES OR WS-RUN-RC = 8.
048100 2000-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------
048500*                 2100-READ-MAINT-RTN
048600* READS THE NEXT MAINTENANCE TRANSACTION, SETTING THE EOF
048700* SWITCH WHEN THE FILE IS EXHAUSTED.
048800*----------------------------------------------------------------
048900 2100-READ-MAINT-RTN.
049000     READ MAINT-FILE
049100         AT END
049200             SET MNT-EOF-YES TO TRUE
049300         NOT AT END
049400             ADD 1 TO WS-READ-COUNT
049500     END-READ.
049600 2100-EXIT.
049700     EXIT.
049800
049900*----------------------------------------------------------------
050000*                 2200-APPLY-MAINT-RTN
050100* EDITS THE CURRENT TRANSACTION, DISPATCHES ON THE ACTION CODE,
050200* PRINTS THE CONTROL-REPORT DETAIL LINE, AND ADVANCES TO THE
050300* NEXT TRANSACTION.
050400*----------------------------------------------------------------
050500 2200-APPLY-MAINT-RTN.
050600     SET TRANS-APPLIED TO TRUE.
050700     MOVE SPACES TO WS-REASON-CODE.
050800     MOVE SPACES TO WS-REASON-TEXT.
050900     PERFORM 2300-VALIDATE-MAINT-RTN THRU 2300-EXIT.
051000     IF TRANS-APPLIED
051100         IF BTRN-ACTION-ADD
051200             PERFORM 2210-ADD-BUDGET-RTN THRU 2210-EXIT
051300         ELSE
051400             IF BTRN-ACTION-CHANGE
051500                 PERFORM 2220-CHANGE-BUDGET-RTN THRU 2220-EXIT
051600             ELSE
051700                 PERFORM 2230-DELETE-BUDGET-RTN THRU 2230-EXIT
051800             END-IF
051900         END-IF
052000     END-IF.
052100     IF TRANS-REJECTED
052200         PERFORM 2330-WRITE-REJECT-RTN THRU 2330-EXIT
052300     END-IF.
052400     PERFORM 2400-PRINT-DETAIL-RTN THRU 2400-EXIT.
052500     PERFORM 2100-READ-MAINT-RTN THRU 2100-EXIT.
052600 2200-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------
053000*                 2210-ADD-BUDGET-RTN
053100* INSERTS A NEW MONTH/CATEGORY BUDGET INTO THE TABLE IN KEY
053200* ORDER.  A DUPLICATE KEY IS A REJECT, NOT AN OVERLAY OF THE
053300* BUDGET ALREADY ON FILE; A TABLE OVERFLOW IS A HARD STOP.
053400*----------------------------------------------------------------
053500 2210-ADD-BUDGET-RTN.
053600     MOVE BTRN-KEY TO WS-FIND-KEY.
053700     PERFORM 3000-FIND-BUDGET-RTN THRU 3000-EXIT.
053800     IF BDG-FOUND
053900         SET TRANS-REJECTED TO TRUE
054000         MOVE 'DUPA' TO WS-REASON-CODE
054100         MOVE 'ADD OF BUDGET ALREADY ON FILE' TO WS-REASON-TEXT
054200         GO TO 2210-EXIT
054300     END-IF.
054400     IF WS-BDG-COUNT >= WS-BDG-MAX
054500         DISPLAY "BUDGET TABLE OVERFLOWED AT " BTRN-KEY
054600                 " - RUN STOPPED"
054700         MOVE 8 TO WS-RUN-RC
054800         SET TRANS-REJECTED TO TRUE
054900         MOVE 'BFUL' TO WS-REASON-CODE
055000         MOVE 'BUDGET TABLE FULL - RUN STOPPED' TO WS-REASON-TEXT
055100         GO TO 2210-EXIT
055200     END-IF.
055300     PERFORM 3100-OPEN-SLOT-RTN THRU 3100-EXIT.
055400     MOVE BTRN-KEY TO BT-KEY (WS-SLOT-IDX).
055500     MOVE BTRN-AMOUNT TO BT-AMOUNT (WS-SLOT-IDX).
055600     MOVE WS-RUN-DATE TO BT-MAINT-DATE (WS-SLOT-IDX).
055700     ADD 1 TO WS-ADD-COUNT.
055800 2210-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200*                 2220-CHANGE-BUDGET-RTN
056300* REPLACES THE AMOUNT ON AN EXISTING MONTH/CATEGORY BUDGET.  A
056400* MISSING KEY IS A REJECT.
056500*----------------------------------------------------------------
056600 2220-CHANGE-BUDGET-RTN.
056700     MOVE BTRN-KEY TO WS-FIND-KEY.
056800     PERFORM 3000-FIND-BUDGET-RTN THRU 3000-EXIT.
056900     IF BDG-NOT-FOUND
057000         SET TRANS-REJECTED TO TRUE
057100         MOVE 'NOTF' TO WS-REASON-CODE
057200         MOVE 'CHANGE OF BUDGET NOT ON FILE' TO WS-REASON-TEXT
057300         GO TO 2220-EXIT
057400     END-IF.
057500     MOVE BTRN-AMOUNT TO BT-AMOUNT (WS-FND-IDX).
057600     MOVE WS-RUN-DATE TO BT-MAINT-DATE (WS-FND-IDX).
057700     ADD 1 TO WS-CHANGE-COUNT.
057800 2220-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------
058200*                 2230-DELETE-BUDGET-RTN
058300* REMOVES A MONTH/CATEGORY BUDGET, CLOSING THE GAP IN THE TABLE.
058400* A MISSING KEY IS A REJECT.
058500*----------------------------------------------------------------
058600 2230-DELETE-BUDGET-RTN.
058700     MOVE BTRN-KEY TO WS-FIND-KEY.
058800     PERFORM 3000-FIND-BUDGET-RTN THRU 3000-EXIT.
058900     IF BDG-NOT-FOUND
059000         SET TRANS-REJECTED TO TRUE
059100         MOVE 'NOTF' TO WS-REASON-CODE
059200         MOVE 'DELETE OF BUDGET NOT ON FILE' TO WS-REASON-TEXT
059300         GO TO 2230-EXIT
059400     END-IF.
059500     PERFORM 3200-CLOSE-SLOT-RTN THRU 3200-EXIT.
059600     ADD 1 TO WS-DELETE-COUNT.
059700 2230-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100*                 2300-VALIDATE-MAINT-RTN
060200* EDITS THE CURRENT TRANSACTION BEFORE IT TOUCHES THE TABLE - A
060300* KNOWN ACTION CODE, A NUMERIC YYYYMM MONTH WITH A MONTH OF 01
060400* TO 12, A NON-BLANK CATEGORY, AND (FOR ADDS AND CHANGES) A
060500* CATEGORY ON THE CATEGORY MASTER AND A NUMERIC AMOUNT.  A
060600* DELETE NEED NOT NAME A CATEGORY STILL ON THE MASTER, SO A
060700* RETIRED CATEGORY'S BUDGETS CAN BE CLEARED.
060800*----------------------------------------------------------------
060900 2300-VALIDATE-MAINT-RTN.
061000     IF NOT BTRN-ACTION-ADD
061100         AND NOT BTRN-ACTION-CHANGE
061200         AND NOT BTRN-ACTION-DELETE
061300         SET TRANS-REJECTED TO TRUE
061400         MOVE 'MACT' TO WS-REASON-CODE
061500         MOVE 'MAINTENANCE ACTION CODE UNKNOWN' TO WS-REASON-TEXT
061600         GO TO 2300-EXIT
061700     END-IF.
061800     IF BTRN-MONTH NOT NUMERIC
061900         OR BTRN-MM < 1 OR BTRN-MM > 12
062000         SET TRANS-REJECTED TO TRUE
062100         MOVE 'BMON' TO WS-REASON-CODE
062200         MOVE 'BUDGET MONTH NOT A VALID YYYYMM' TO WS-REASON-TEXT
062300         GO TO 2300-EXIT
062400     END-IF.
062500     IF BTRN-CATEGORY = SPACES
062600         SET TRANS-REJECTED TO TRUE
062700         MOVE 'BCAT' TO WS-REASON-CODE
062800         MOVE 'BUDGET CATEGORY IS BLANK' TO WS-REASON-TEXT
062900         GO TO 2300-EXIT
063000     END-IF.
063100     IF BTRN-ACTION-DELETE
063200         GO TO 2300-EXIT
063300     END-IF.
063400     SET CAT-NOT-FOUND TO TRUE.
063500     PERFORM 2310-SCAN-CATEGORY-RTN THRU 2310-EXIT
063600         VARYING WS-CAT-IDX FROM 1 BY 1
063700         UNTIL WS-CAT-IDX > WS-CAT-COUNT
063800            OR CAT-FOUND.
063900     IF CAT-NOT-FOUND
064000         SET TRANS-REJECTED TO TRUE
064100         MOVE 'BCNF' TO WS-REASON-CODE
064200         MOVE 'BUDGET CATEGORY NOT ON CATEGORY MASTER' TO
064300             WS-REASON-TEXT
064400         GO TO 2300-EXIT
064500     END-IF.
064600     IF BTRN-AMOUNT NOT NUMERIC
064700         SET TRANS-REJECTED TO TRUE
064800         MOVE 'BAMT' TO WS-REASON-CODE
064900         MOVE 'BUDGET AMOUNT NOT NUMERIC' TO WS-REASON-TEXT
065000     END-IF.
065100 2300-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500*                 2310-SCAN-CATEGORY-RTN
065600* TESTS ONE CATEGORY KEY AGAINST THE TRANSACTION'S CATEGORY.
065700*----------------------------------------------------------------
065800 2310-SCAN-CATEGORY-RTN.
065900     IF CT-KEY (WS-CAT-IDX) = BTRN-CATEGORY
066000         SET CAT-FOUND TO TRUE
066100     END-IF.
066200 2310-EXIT.
066300     EXIT.
066400
066500*----------------------------------------------------------------
066600*                 2330-WRITE-REJECT-RTN
066700* WRITES THE CURRENT TRANSACTION AND REASON TO REJECT-FILE IN
066800* THE EXCEPTION-FILE LAYOUT.  THE MONTH AND CATEGORY RIDE IN THE
066900* NAME FIELD.
067000*----------------------------------------------------------------
067100 2330-WRITE-REJECT-RTN.
067200     IF REJ-FILE-OPEN
067300         MOVE SPACES TO REJ-NAME
067400         STRING BTRN-MONTH    DELIMITED BY SIZE
067500                ' '           DELIMITED BY SIZE
067600                BTRN-CATEGORY DELIMITED BY SIZE
067700                INTO REJ-NAME
067800         MOVE ZERO TO REJ-AGE
067900         MOVE WS-REASON-CODE TO REJ-REASON-CODE
068000         MOVE WS-REASON-TEXT TO REJ-REASON-TEXT
068100         MOVE ZERO TO REJ-TRANS-QTY
068200         MOVE ZERO TO REJ-TRANS-PRICE
068300         MOVE ZERO TO REJ-EMP-NO
068400         WRITE REJECT-RECORD
068500     END-IF.
068600     ADD 1 TO WS-REJECT-COUNT.
068700 2330-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------
069100*                 2400-PRINT-DETAIL-RTN
069200* PRINTS ONE CONTROL-REPORT DETAIL LINE, HEADING A NEW PAGE
069300* FIRST WHEN THE CURRENT PAGE IS FULL.
069400*----------------------------------------------------------------
069500 2400-PRINT-DETAIL-RTN.
069600     IF RPT-FILE-NOT-OPEN
069700         GO TO 2400-EXIT
069800     END-IF.
069900     IF WS-PAGE-NO = ZERO
070000         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
070100         PERFORM 2410-PRINT-HEADERS-RTN THRU 2410-EXIT
070200     END-IF.
070300     MOVE BTRN-ACTION-CODE TO DL-ACTION.
070400     MOVE BTRN-MONTH TO DL-MONTH.
070500     MOVE BTRN-CATEGORY TO DL-CATEGORY.
070600     IF BTRN-AMOUNT NUMERIC
070700         MOVE BTRN-AMOUNT TO DL-AMOUNT
070800     ELSE
070900         MOVE ZERO TO DL-AMOUNT
071000     END-IF.
071100     IF TRANS-APPLIED
071200         MOVE 'APPLIED ' TO DL-DISPOSITION
071300         MOVE SPACES TO DL-REASON
071400     ELSE
071500         MOVE 'REJECTED' TO DL-DISPOSITION
071600         MOVE WS-REASON-TEXT TO DL-REASON
071700     END-IF.
071800     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
071900     ADD 1 TO WS-LINES-ON-PAGE.
072000 2400-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------------
072400*                 2410-PRINT-HEADERS-RTN
072500* STARTS A NEW PAGE - PAGE HEADER, RUN DATE, AND COLUMN TITLES.
072600*----------------------------------------------------------------
072700 2410-PRINT-HEADERS-RTN.
072800     ADD 1 TO WS-PAGE-NO.
072900     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
073000     MOVE WS-PAGE-NO TO H1-PAGE-NO.
073100     WRITE PRINT-LINE FROM WS-HEADER-1.
073200     WRITE PRINT-LINE FROM WS-HEADER-2.
073300     MOVE ZERO TO WS-LINES-ON-PAGE.
073400 2410-EXIT.
073500     EXIT.
073600
073700*----------------------------------------------------------------
073800*                 3000-FIND-BUDGET-RTN
073900* SCANS THE TABLE FOR THE KEY STAGED IN WS-FIND-KEY.  ON A
074000* MATCH, WS-FND-IDX IS LEFT ON THE MATCHED ENTRY; EITHER WAY
074100* WS-SLOT-IDX IS LEFT ON THE SLOT WHERE THE KEY BELONGS IN
074200* ASCENDING ORDER, FOR THE INSERT ROUTINES.
074300*----------------------------------------------------------------
074400 3000-FIND-BUDGET-RTN.
074500     SET BDG-NOT-FOUND TO TRUE.
074600     MOVE 1 TO WS-SLOT-IDX.
074700     PERFORM 3010-SCAN-BUDGET-RTN THRU 3010-EXIT
074800         VARYING WS-BDG-IDX FROM 1 BY 1
074900         UNTIL WS-BDG-IDX > WS-BDG-COUNT
075000            OR BDG-FOUND
075100            OR BT-KEY (WS-BDG-IDX) > WS-FIND-KEY.
075200 3000-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------
075600*                 3010-SCAN-BUDGET-RTN
075700* TESTS ONE TABLE ENTRY AGAINST THE STAGED KEY AND ADVANCES THE
075800* INSERTION SLOT PAST EVERY LOWER KEY.
075900*----------------------------------------------------------------
076000 3010-SCAN-BUDGET-RTN.
076100     IF BT-KEY (WS-BDG-IDX) = WS-FIND-KEY
076200         SET BDG-FOUND TO TRUE
076300         MOVE WS-BDG-IDX TO WS-FND-IDX
076400     ELSE
076500         IF BT-KEY (WS-BDG-IDX) < WS-FIND-KEY
076600             COMPUTE WS-SLOT-IDX = WS-BDG-IDX + 1
076700         END-IF
076800     END-IF.
076900 3010-EXIT.
077000     EXIT.
077100
077200*----------------------------------------------------------------
077300*                 3100-OPEN-SLOT-RTN
077400* OPENS THE INSERTION SLOT LEFT BY 3000-FIND-BUDGET-RTN,
077500* SHIFTING EVERY HIGHER ENTRY UP ONE.  THE CALLER HAS ALREADY
077600* PROVED THE TABLE HAS ROOM.
077700*----------------------------------------------------------------
077800 3100-OPEN-SLOT-RTN.
077900     PERFORM 3110-SHIFT-ENTRY-UP-RTN THRU 3110-EXIT
078000         VARYING WS-SHIFT-IDX FROM WS-BDG-COUNT BY -1
078100         UNTIL WS-SHIFT-IDX < WS-SLOT-IDX.
078200     ADD 1 TO WS-BDG-COUNT.
078300 3100-EXIT.
078400     EXIT.
078500
078600*----------------------------------------------------------------
078700*                 3110-SHIFT-ENTRY-UP-RTN
078800* MOVES ONE TABLE ENTRY UP ONE SLOT.
078900*----------------------------------------------------------------
079000 3110-SHIFT-ENTRY-UP-RTN.
079100     COMPUTE WS-BDG-IDX = WS-SHIFT-IDX + 1.
079200     MOVE BT-KEY (WS-SHIFT-IDX) TO BT-KEY (WS-BDG-IDX).
079300     MOVE BT-AMOUNT (WS-SHIFT-IDX) TO BT-AMOUNT (WS-BDG-IDX).
079400     MOVE BT-MAINT-DATE (WS-SHIFT-IDX)
079500         TO BT-MAINT-DATE (WS-BDG-IDX).
079600 3110-EXIT.
079700     EXIT.
079800
079900*----------------------------------------------------------------
080000*                 3200-CLOSE-SLOT-RTN
080100* REMOVES THE ENTRY LEFT IN WS-FND-IDX BY 3000-FIND-BUDGET-RTN,
080200* SHIFTING EVERY HIGHER ENTRY DOWN ONE.
080300*----------------------------------------------------------------
080400 3200-CLOSE-SLOT-RTN.
080500     PERFORM 3210-SHIFT-ENTRY-DOWN-RTN THRU 3210-EXIT
080600         VARYING WS-SHIFT-IDX FROM WS-FND-IDX BY 1
080700         UNTIL WS-SHIFT-IDX >= WS-BDG-COUNT.
080800     SUBTRACT 1 FROM WS-BDG-COUNT.
080900 3200-EXIT.
081000     EXIT.
081100
081200*----------------------------------------------------------------
081300*                 3210-SHIFT-ENTRY-DOWN-RTN
081400* MOVES ONE TABLE ENTRY DOWN ONE SLOT.
081500*----------------------------------------------------------------
081600 3210-SHIFT-ENTRY-DOWN-RTN.
081700     COMPUTE WS-BDG-IDX = WS-SHIFT-IDX + 1.
081800     MOVE BT-KEY (WS-BDG-IDX) TO BT-KEY (WS-SHIFT-IDX).
081900     MOVE BT-AMOUNT (WS-BDG-IDX) TO BT-AMOUNT (WS-SHIFT-IDX).
082000     MOVE BT-MAINT-DATE (WS-BDG-IDX)
082100         TO BT-MAINT-DATE (WS-SHIFT-IDX).
082200 3210-EXIT.
082300     EXIT.
082400
082500*----------------------------------------------------------------
082600*                 9000-TERMINATE-RTN
082700* WRITES THE NEW MASTER GENERATION (UNLESS THE RUN GRADED TO
082800* 8), PRINTS THE CONTROL TOTALS, AND CLOSES WHATEVER ACTUALLY
082900* OPENED.
083000*----------------------------------------------------------------
083100 9000-TERMINATE-RTN.
083200     IF BDGO-FILE-OPEN AND WS-RUN-RC < 8
083300         PERFORM 9100-WRITE-MASTER-RTN THRU 9100-EXIT
083400             VARYING WS-BDG-IDX FROM 1 BY 1
083500             UNTIL WS-BDG-IDX > WS-BDG-COUNT
083600     END-IF.
083700     IF RPT-FILE-OPEN
083800         MOVE 'TRANSACTIONS READ     ' TO TL-LABEL
083900         MOVE WS-READ-COUNT TO TL-COUNT
084000         WRITE PRINT-LINE FROM WS-TOTAL-LINE
084100         MOVE 'ADDS APPLIED          ' TO TL-LABEL
084200         MOVE WS-ADD-COUNT TO TL-COUNT
084300         WRITE PRINT-LINE FROM WS-TOTAL-LINE
084400         MOVE 'CHANGES APPLIED       ' TO TL-LABEL
084500         MOVE WS-CHANGE-COUNT TO TL-COUNT
084600         WRITE PRINT-LINE FROM WS-TOTAL-LINE
084700         MOVE 'DELETES APPLIED       ' TO TL-LABEL
084800         MOVE WS-DELETE-COUNT TO TL-COUNT
084900         WRITE PRINT-LINE FROM WS-TOTAL-LINE
085000         MOVE 'TRANSACTIONS REJECTED ' TO TL-LABEL
085100         MOVE WS-REJECT-COUNT TO TL-COUNT
085200         WRITE PRINT-LINE FROM WS-TOTAL-LINE
085300         MOVE 'INBOUND DUPS DROPPED  ' TO TL-LABEL
085400         MOVE WS-DUP-MASTER-COUNT TO TL-COUNT
085500         WRITE PRINT-LINE FROM WS-TOTAL-LINE
085600         MOVE 'MASTER RECORDS IN     ' TO TL-LABEL
085700         MOVE WS-MASTER-IN-COUNT TO TL-COUNT
085800         WRITE PRINT-LINE FROM WS-TOTAL-LINE
085900         MOVE 'MASTER RECORDS OUT    ' TO TL-LABEL
086000         MOVE WS-MASTER-OUT-COUNT TO TL-COUNT
086100         WRITE PRINT-LINE FROM WS-TOTAL-LINE
086200     END-IF.
086300     DISPLAY "Maintenance read: " WS-READ-COUNT.
086400     DISPLAY "Maintenance rejected: " WS-REJECT-COUNT.
086500     DISPLAY "Master records out: " WS-MASTER-OUT-COUNT.
086600     IF WS-REJECT-COUNT > ZERO AND WS-RUN-RC < 4
086700         MOVE 4 TO WS-RUN-RC
086800     END-IF.
086900     IF WS-DUP-MASTER-COUNT > ZERO AND WS-RUN-RC < 4
087000         MOVE 4 TO WS-RUN-RC
087100     END-IF.
087200     IF BDGI-FILE-OPEN
087300         CLOSE BUDGET-IN
087400     END-IF.
087500     IF CATM-FILE-OPEN
087600         CLOSE CATEGORY-MASTER
087700     END-IF.
087800     IF MNT-FILE-OPEN
087900         CLOSE MAINT-FILE
088000     END-IF.
088100     IF BDGO-FILE-OPEN
088200         CLOSE BUDGET-OUT
088300     END-IF.
088400     IF REJ-FILE-OPEN
088500         CLOSE REJECT-FILE
088600     END-IF.
088700     IF RPT-FILE-OPEN
088800         CLOSE REPORT-FILE
088900     END-IF.
089000     DISPLAY "Run return code: " WS-RUN-RC.
089100     MOVE WS-RUN-RC TO RETURN-CODE.
089200 9000-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------------
089600*                 9100-WRITE-MASTER-RTN
089700* WRITES ONE TABLE ENTRY TO THE NEW MASTER GENERATION.
089800*----------------------------------------------------------------
089900 9100-WRITE-MASTER-RTN.
090000     MOVE SPACES TO BDGO-RECORD.
090100     MOVE BT-KEY (WS-BDG-IDX) TO BDGO-KEY.
090200     MOVE BT-AMOUNT (WS-BDG-IDX) TO BDGO-AMOUNT.
090300     MOVE BT-MAINT-DATE (WS-BDG-IDX) TO BDGO-MAINT-DATE.
090400     WRITE BDGO-RECORD.
090500     ADD 1 TO WS-MASTER-OUT-COUNT.
090600 9100-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------
091000*                 9800-START-RUN-HISTORY-RTN
091100* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
091200* RECORD.
091300*----------------------------------------------------------------
091400 9800-START-RUN-HISTORY-RTN.
091500     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
091600     ACCEPT WS-RUNH-START-TIME FROM TIME.
091700 9800-EXIT.
091800     EXIT.
091900
092000*----------------------------------------------------------------
092100*                 9810-WRITE-RUN-HISTORY-RTN
092200* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
092300* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
092400* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
092500* INPUT IS MAINTENANCE TRANSACTIONS READ, OUTPUT BUDGET RECORDS
092600* WRITTEN, AND REJECTS THE TRANSACTIONS REJECTED.
092700* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
092800* CHANGE THE STEP'S RETURN CODE.
092900*----------------------------------------------------------------
093000 9810-WRITE-RUN-HISTORY-RTN.
093100     OPEN EXTEND RUN-HISTORY-FILE.
093200     IF WS-RUNH-STATUS NOT = '00'
093300         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
093400                 WS-RUNH-STATUS
093500         GO TO 9810-EXIT
093600     END-IF.
093700     MOVE SPACES TO RUNH-RECORD.
093800     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
093900     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
094000     OPEN INPUT RUN-ID-FILE.
094100     IF WS-RHID-STATUS = '00'
094200         READ RUN-ID-FILE
094300             AT END
094400                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
094500                         "NOT KNOWN"
094600             NOT AT END
094700                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
094800                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
094900         END-READ
095000         CLOSE RUN-ID-FILE
095100     ELSE
095200         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
095300                 WS-RHID-STATUS
095400     END-IF.
095500     MOVE 'BUDMAINT' TO RUNH-PROGRAM.
095600     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
095700     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
095800     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
095900     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
096000     ACCEPT RUNH-END-TIME FROM TIME.
096100     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
096200     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
096300     MOVE WS-MASTER-OUT-COUNT TO RUNH-OUT-COUNT.
096400     MOVE WS-REJECT-COUNT TO RUNH-REJECT-COUNT.
096500     WRITE RUNH-RECORD.
096600     IF WS-RUNH-STATUS NOT = '00'
096700         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
096800                 WS-RUNH-STATUS
096900     END-IF.
097000     CLOSE RUN-HISTORY-FILE.
097100 9810-EXIT.
097200     EXIT.

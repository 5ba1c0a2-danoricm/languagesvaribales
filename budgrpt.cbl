000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BudgetVarianceReport.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - MONTH-TO-DATE BUDGET-VERSUS-ACTUAL
001100*                  REPORT.  READS THE MTD GENERATION'S 'C' AND 'G'
001200*                  ROWS AND THE MONTH'S BUDGETS FROM THE CATEGORY
001300*                  BUDGET MASTER, AND PRINTS ACTUAL, BUDGET,
001400*                  VARIANCE AMOUNT AND PERCENT, AND A PROJECTED
001500*                  MONTH-END FIGURE PACED ON THE BUSINESS DAYS
001600*                  ELAPSED AND REMAINING IN THE MONTH FROM THE
001700*                  BUSCAL CALENDAR.  LISTED BY MERCHANDISE GROUP
001800*                  (FROM THE CATEGORY MASTER) WITH GROUP AND
001900*                  GRAND TOTALS; A CATEGORY PROJECTED TO MISS ITS
002000*                  BUDGET BY MORE THAN THE BVARPARM PERCENTAGE IS
002100*                  FLAGGED.
002110* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002120*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002130*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MTD-IN ASSIGN TO "MTDIN"
002800         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-MTD-STATUS.
003100     SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS WS-BDG-STATUS.
003500     SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-CATM-STATUS.
003900     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-BCAL-STATUS.
004300     SELECT PARM-FILE ASSIGN TO "BVARPARM"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-PARM-STATUS.
004700     SELECT REPORT-FILE ASSIGN TO "BVARRPT"
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
005400* MTD-IN - THE MONTH-TO-DATE GENERATION, IN THE LAYOUT MTDCONS
005500* WRITES.  ONLY THE 'M' MARKER, 'C' CATEGORY, AND 'G' GROUP ROWS
005600* ARE USED.
005700*----------------------------------------------------------------
005800 FD  MTD-IN
005900     LABEL RECORDS ARE STANDARD.
006000 01  MTD-RECORD.
006100     05  MTD-RECORD-TYPE     PIC X(01).
006200         88  MTD-CATEGORY-REC         VALUE 'C'.
006300         88  MTD-GROUP-REC            VALUE 'G'.
006400         88  MTD-MARKER-REC           VALUE 'M'.
006500     05  MTD-CAT-DETAIL.
006600         10  MTD-CAT-KEY     PIC X(10).
006700         10  MTD-CAT-DESC    PIC X(30).
006800         10  MTD-CAT-TOTAL   PIC S9(07)V9(02)
006900                             SIGN LEADING SEPARATE.
007000     05  MTD-GRP-DETAIL REDEFINES MTD-CAT-DETAIL.
007100         10  MTD-GRP-CODE    PIC X(03).
007200         10  MTD-GRP-TOTAL   PIC S9(09)V9(02)
007300                             SIGN LEADING SEPARATE.
007400         10  FILLER          PIC X(35).
007500     05  MTD-MRK-DETAIL REDEFINES MTD-CAT-DETAIL.
007600         10  MTD-MRK-DATE    PIC 9(08).
007700         10  FILLER          PIC X(42).
007800*----------------------------------------------------------------
007900* BUDGET-MASTER - THE CURRENT CATEGORY BUDGET GENERATION.  ONLY
008000* THE REPORT MONTH'S RECORDS ARE USED.
008100*----------------------------------------------------------------
008200 FD  BUDGET-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400     COPY BUDGREC.
008500*----------------------------------------------------------------
008600* CATEGORY-MASTER - SUPPLIES EACH CATEGORY'S MERCHANDISE GROUP
008700* AND DESCRIPTION.
008800*----------------------------------------------------------------
008900 FD  CATEGORY-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY CATMREC.
009200*----------------------------------------------------------------
009300* BUSINESS-CALENDAR - ONE RECORD PER CALENDAR DATE, IN DATE
009400* ORDER, WITH THE DAY TYPE AND MONTH-END MARKER - THE SAME FILE
009500* THE NIGHTLY PASS PROVES HEADER DATES AGAINST.
009600*----------------------------------------------------------------
009700 FD  BUSINESS-CALENDAR
009800     LABEL RECORDS ARE STANDARD.
009900 01  BCAL-RECORD.
010000     05  BCAL-DATE           PIC 9(08).
010100     05  BCAL-DAY-TYPE       PIC X(01).
010200         88  BCAL-BUSINESS-DAY        VALUE 'B'.
010300         88  BCAL-HOLIDAY             VALUE 'H'.
010400         88  BCAL-WEEKEND             VALUE 'W'.
010500     05  BCAL-MONTH-END-FLAG PIC X(01).
010600         88  BCAL-MONTH-END           VALUE 'Y'.
010700*----------------------------------------------------------------
010800* PARM-FILE - ONE RECORD OF REPORT CONTROLS.  A ZERO OR MISSING
010900* VALUE LEAVES THE SHIPPED DEFAULT IN PLACE.
011000*----------------------------------------------------------------
011100 FD  PARM-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  PARM-RECORD.
011400     05  PARM-MISS-PCT       PIC 9(03).
011500*----------------------------------------------------------------
011600* REPORT-FILE - PRINT LINES FOR THE BUDGET-VERSUS-ACTUAL REPORT.
011700*----------------------------------------------------------------
011800 FD  REPORT-FILE
011900     LABEL RECORDS ARE OMITTED.
012000 01  PRINT-LINE              PIC X(80).
012005*----------------------------------------------------------------
012010* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
012015* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
012020* NAMING THE JOB AND STEP.
012025*----------------------------------------------------------------
012030 FD  RUN-HISTORY-FILE
012035     LABEL RECORDS ARE STANDARD.
012040     COPY RUNHREC.
012045 FD  RUN-ID-FILE
012050     LABEL RECORDS ARE STANDARD.
012055     COPY RHIDREC.
012100
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------------
012400* I/O CONTROLS.
012500*----------------------------------------------------------------
012600 01  WS-MTD-STATUS        PIC X(02) VALUE '00'.
012700 01  WS-BDG-STATUS        PIC X(02) VALUE '00'.
012800 01  WS-CATM-STATUS       PIC X(02) VALUE '00'.
012900 01  WS-BCAL-STATUS       PIC X(02) VALUE '00'.
013000 01  WS-PARM-STATUS       PIC X(02) VALUE '00'.
013100 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
013200 01  WS-MTD-EOF-SWITCH    PIC X(01) VALUE 'N'.
013300     88  MTD-EOF-YES                   VALUE 'Y'.
013400     88  MTD-EOF-NO                    VALUE 'N'.
013500 01  WS-BDG-EOF-SWITCH    PIC X(01) VALUE 'N'.
013600     88  BDG-EOF-YES                   VALUE 'Y'.
013700     88  BDG-EOF-NO                    VALUE 'N'.
013800 01  WS-CATM-EOF-SWITCH   PIC X(01) VALUE 'N'.
013900     88  CATM-EOF-YES                  VALUE 'Y'.
014000     88  CATM-EOF-NO                   VALUE 'N'.
014100 01  WS-BCAL-EOF-SWITCH   PIC X(01) VALUE 'N'.
014200     88  BCAL-EOF-YES                  VALUE 'Y'.
014300     88  BCAL-EOF-NO                   VALUE 'N'.
014400 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014500     88  RPT-FILE-OPEN                 VALUE 'Y'.
014600     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
014700*----------------------------------------------------------------
014800* REPORT CONTROLS, LOADED FROM BVARPARM AT START-UP.  THE
014900* DEFAULT FLAGS A CATEGORY PROJECTED TO FINISH MORE THAN FIVE
015000* PERCENT UNDER ITS BUDGET.
015100*----------------------------------------------------------------
015200 01  WS-MISS-PCT          PIC 9(03) VALUE 5.
015300*----------------------------------------------------------------
015400* CATEGORY MASTER TABLE - KEY, DESCRIPTION, AND GROUP.
015500*----------------------------------------------------------------
015600 01  WS-CM-COUNT          PIC 9(03) COMP VALUE ZERO.
015700 01  WS-CM-MAX            PIC 9(03) COMP VALUE 500.
015800 01  WS-CM-IDX            PIC 9(03) COMP VALUE ZERO.
015900 01  WS-CM-SWITCH         PIC X(01) VALUE 'N'.
016000     88  CM-FOUND                      VALUE 'Y'.
016100     88  CM-NOT-FOUND                  VALUE 'N'.
016200 01  CM-TABLE.
016300     05  CM-ENTRY OCCURS 500 TIMES.
016400         10  CM-KEY       PIC X(10).
016500         10  CM-DESC      PIC X(30).
016600         10  CM-GROUP     PIC X(03).
016700*----------------------------------------------------------------
016800* BUSINESS-CALENDAR TABLE.  THE CALENDAR IS A SUPPORT FILE - IF
016900* IT CANNOT BE LOADED, OR DOES NOT COVER THE WHOLE REPORT MONTH,
017000* THE REPORT PRINTS WITHOUT PROJECTIONS AND THE STEP ENDS RC=4.
017100*----------------------------------------------------------------
017200 01  WS-BCAL-LOAD-SW      PIC X(01) VALUE 'N'.
017300     88  BCAL-LOADED                   VALUE 'Y'.
017400     88  BCAL-NOT-LOADED               VALUE 'N'.
017500 01  WS-BCAL-COUNT        PIC 9(03) COMP VALUE ZERO.
017600 01  WS-BCAL-MAX          PIC 9(03) COMP VALUE 400.
017700 01  WS-BCAL-IDX          PIC 9(03) COMP VALUE ZERO.
017800 01  BCAL-TABLE.
017900     05  BCAL-T-DATE      PIC 9(08) OCCURS 400 TIMES VALUE ZERO.
018000     05  BCAL-T-TYPE      PIC X(01) OCCURS 400 TIMES VALUE SPACES.
018100     05  BCAL-T-MEND      PIC X(01) OCCURS 400 TIMES VALUE SPACES.
018200*----------------------------------------------------------------
018300* REPORT MONTH AND PACE CONTROLS.  THE AS-OF DATE IS THE PARM=
018400* DATE=YYYYMMDD OVERRIDE WHEN GIVEN, ELSE THE LATEST BUSINESS
018500* DAY ON THE CALENDAR BEFORE THE DATE ON THE MTD GENERATION'S
018600* 'M' MARKER ROW (THE DAY MTDCONS RAN), ELSE THE MARKER DATE
018700* ITSELF.  THE REPORT MONTH IS THE AS-OF DATE'S MONTH.
018800*----------------------------------------------------------------
018900 01  WS-MARKER-DATE       PIC 9(08) VALUE ZERO.
019000 01  WS-DATE-OVERRIDE     PIC 9(08) VALUE ZERO.
019100 01  WS-PARM-DATE-X       PIC X(08) VALUE SPACES.
019200 01  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
019300                          PIC 9(08).
019400 01  WS-ASOF-DATE         PIC 9(08) VALUE ZERO.
019500 01  WS-ASOF-GROUP REDEFINES WS-ASOF-DATE.
019600     05  WS-ASOF-YYYYMM       PIC 9(06).
019700     05  WS-ASOF-DD           PIC 9(02).
019800 01  WS-REPORT-MONTH      PIC 9(06) VALUE ZERO.
019900 01  WS-CAL-MONTH         PIC 9(06) VALUE ZERO.
020000 01  WS-DAYS-ELAPSED      PIC 9(03) COMP VALUE ZERO.
020100 01  WS-DAYS-REMAINING    PIC 9(03) COMP VALUE ZERO.
020200 01  WS-DAYS-IN-MONTH     PIC 9(03) COMP VALUE ZERO.
020300 01  WS-MONTH-END-SWITCH  PIC X(01) VALUE 'N'.
020400     88  MONTH-END-SEEN                VALUE 'Y'.
020500     88  MONTH-END-NOT-SEEN            VALUE 'N'.
020600 01  WS-PROJ-SWITCH       PIC X(01) VALUE 'N'.
020700     88  PROJ-AVAILABLE                VALUE 'Y'.
020800     88  PROJ-NOT-AVAILABLE            VALUE 'N'.
020900*----------------------------------------------------------------
021000* CATEGORY BUDGET-VERSUS-ACTUAL TABLE - ONE ROW PER CATEGORY ON
021100* THE MTD GENERATION OR BUDGETED FOR THE MONTH.  A BUDGETED
021200* CATEGORY WITH NO SALES YET CARRIES A ZERO ACTUAL.
021300*----------------------------------------------------------------
021400 01  WS-BV-COUNT          PIC 9(03) COMP VALUE ZERO.
021500 01  WS-BV-MAX            PIC 9(03) COMP VALUE 500.
021600 01  WS-BV-IDX            PIC 9(03) COMP VALUE ZERO.
021700 01  WS-BV-KEY            PIC X(10) VALUE SPACES.
021800 01  WS-BV-SWITCH         PIC X(01) VALUE 'N'.
021900     88  BV-FOUND                      VALUE 'Y'.
022000     88  BV-NOT-FOUND                  VALUE 'N'.
022100 01  BV-TABLE.
022200     05  BV-ENTRY OCCURS 500 TIMES.
022300         10  BV-KEY       PIC X(10).
022400         10  BV-GROUP     PIC X(03).
022500         10  BV-ACTUAL    PIC S9(7)V9(2) COMP-3.
022600         10  BV-BUDGET    PIC S9(7)V9(2) COMP-3.
022700         10  BV-HAS-BUDGET PIC X(01).
022800         10  BV-PROJECTED PIC S9(9)V9(2) COMP-3.
022900*----------------------------------------------------------------
023000* MERCHANDISE-GROUP TABLE.  THE ACTUAL COMES FROM THE MTD 'G'
023100* ROW; THE SUM OF THE GROUP'S CATEGORY ROWS IS KEPT ALONGSIDE SO
023200* A DISAGREEMENT (A CATEGORY RE-GROUPED DURING THE MONTH) CAN BE
023300* REPORTED.
023400*----------------------------------------------------------------
023500 01  WS-GV-COUNT          PIC 9(03) COMP VALUE ZERO.
023600 01  WS-GV-MAX            PIC 9(03) COMP VALUE 50.
023700 01  WS-GV-IDX            PIC 9(03) COMP VALUE ZERO.
023800 01  WS-GV-NEXT           PIC 9(03) COMP VALUE ZERO.
023900 01  WS-GV-SWITCH         PIC X(01) VALUE 'N'.
024000     88  GV-FOUND                      VALUE 'Y'.
024100     88  GV-NOT-FOUND                  VALUE 'N'.
024200 01  WS-GV-CODE           PIC X(03) VALUE SPACES.
024300 01  GV-TABLE.
024400     05  GV-ENTRY OCCURS 50 TIMES.
024500         10  GV-CODE      PIC X(03).
024600         10  GV-HAS-ROW   PIC X(01).
024700         10  GV-ACTUAL    PIC S9(9)V9(2) COMP-3.
024800         10  GV-CAT-ACTUAL PIC S9(9)V9(2) COMP-3.
024900         10  GV-BUDGET    PIC S9(9)V9(2) COMP-3.
025000         10  GV-PROJECTED PIC S9(9)V9(2) COMP-3.
025100         10  GV-PRINTED   PIC X(01).
025200*----------------------------------------------------------------
025300* LINE AND GRAND-TOTAL WORK FIELDS.
025400*----------------------------------------------------------------
025500 01  WS-LN-LABEL          PIC X(10) VALUE SPACES.
025600 01  WS-LN-ACTUAL         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
025700 01  WS-LN-BUDGET         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
025800 01  WS-LN-PROJECTED      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
025900 01  WS-LN-HAS-BUDGET     PIC X(01) VALUE 'N'.
026000 01  WS-LN-FLAG           PIC X(04) VALUE SPACES.
026100 01  WS-VARIANCE          PIC S9(9)V9(2) COMP-3 VALUE ZERO.
026200 01  WS-VAR-PCT           PIC S9(4)V9(1) COMP-3 VALUE ZERO.
026300 01  WS-SHORTFALL         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
026400 01  WS-TOT-ACTUAL        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
026500 01  WS-TOT-BUDGET        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
026600 01  WS-TOT-PROJECTED     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
026700*----------------------------------------------------------------
026800* RUN COUNTERS.
026900*----------------------------------------------------------------
027000 77  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
027100 77  WS-BUDGET-COUNT      PIC 9(05) COMP VALUE ZERO.
027200 77  WS-MISS-COUNT        PIC 9(05) COMP VALUE ZERO.
027300 77  WS-NO-BUDGET-COUNT   PIC 9(05) COMP VALUE ZERO.
027400 77  WS-NO-MASTER-COUNT   PIC 9(05) COMP VALUE ZERO.
027500 77  WS-GROUP-DIFF-COUNT  PIC 9(05) COMP VALUE ZERO.
027600 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
027700*----------------------------------------------------------------
027800* RUN-DATE AND PAGE CONTROL.
027900*----------------------------------------------------------------
028000 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
028100 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
028200     05  WS-RUN-YYYY          PIC 9(04).
028300     05  WS-RUN-MM            PIC 9(02).
028400     05  WS-RUN-DD            PIC 9(02).
028500 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
028600 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
028700 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
028800 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
028900*----------------------------------------------------------------
029000* REPORT LINE LAYOUTS.
029100*----------------------------------------------------------------
029200 01  WS-HEADER-1.
029300     05  FILLER               PIC X(10) VALUE SPACES.
029400     05  FILLER               PIC X(30)
029500                        VALUE 'BUDGET VERSUS ACTUAL - MTD'.
029600     05  FILLER               PIC X(10) VALUE SPACES.
029700     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
029800     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
029900     05  FILLER               PIC X(06) VALUE ' PAGE '.
030000     05  H1-PAGE-NO           PIC ZZ9.
030100 01  WS-HEADER-2.
030200     05  FILLER               PIC X(01) VALUE SPACES.
030300     05  FILLER               PIC X(06) VALUE 'MONTH '.
030400     05  H2-MONTH             PIC 9(06).
030500     05  FILLER               PIC X(08) VALUE '  AS OF '.
030600     05  H2-ASOF              PIC 9(08).
030700     05  FILLER               PIC X(11) VALUE '  BUS DAYS '.
030800     05  H2-ELAPSED           PIC ZZ9.
030900     05  FILLER               PIC X(04) VALUE ' OF '.
031000     05  H2-IN-MONTH          PIC ZZ9.
031100     05  FILLER               PIC X(12) VALUE '  MISS OVER '.
031200     05  H2-MISS-PCT          PIC ZZ9.
031300     05  FILLER               PIC X(01) VALUE '%'.
031400 01  WS-HEADER-3.
031500     05  FILLER               PIC X(01) VALUE SPACES.
031600     05  FILLER               PIC X(11) VALUE 'CATEGORY'.
031700     05  FILLER               PIC X(14) VALUE '       ACTUAL'.
031800     05  FILLER               PIC X(14) VALUE '       BUDGET'.
031900     05  FILLER               PIC X(14) VALUE '     VARIANCE'.
032000     05  FILLER               PIC X(08) VALUE '   VAR%'.
032100     05  FILLER               PIC X(14) VALUE '    PROJECTED'.
032200     05  FILLER               PIC X(04) VALUE 'FLAG'.
032300 01  WS-GROUP-HEAD-LINE.
032400     05  FILLER               PIC X(01) VALUE SPACES.
032500     05  FILLER               PIC X(17) VALUE 'MERCHANDISE GROUP'.
032600     05  FILLER               PIC X(01) VALUE SPACES.
032700     05  GH-CODE              PIC X(09).
032800 01  WS-DETAIL-LINE.
032900     05  FILLER               PIC X(01) VALUE SPACES.
033000     05  DL-LABEL             PIC X(10).
033100     05  FILLER               PIC X(01) VALUE SPACES.
033200     05  DL-ACTUAL            PIC -(9)9.99.
033300     05  FILLER               PIC X(01) VALUE SPACES.
033400     05  DL-BUDGET            PIC -(9)9.99.
033500     05  FILLER               PIC X(01) VALUE SPACES.
033600     05  DL-VARIANCE          PIC -(9)9.99.
033700     05  FILLER               PIC X(01) VALUE SPACES.
033800     05  DL-VAR-PCT           PIC -(4)9.9.
033900     05  DL-VAR-PCT-X REDEFINES DL-VAR-PCT
034000                              PIC X(07).
034100     05  FILLER               PIC X(01) VALUE SPACES.
034200     05  DL-PROJECTED         PIC -(9)9.99.
034300     05  DL-PROJECTED-X REDEFINES DL-PROJECTED
034400                              PIC X(13).
034500     05  FILLER               PIC X(01) VALUE SPACES.
034600     05  DL-FLAG              PIC X(04).
034700 01  WS-NOTE-LINE.
034800     05  FILLER               PIC X(12) VALUE SPACES.
034900     05  NL-TEXT              PIC X(60) VALUE SPACES.
035000 01  WS-TOTAL-LINE.
035100     05  FILLER               PIC X(02) VALUE SPACES.
035200     05  TL-LABEL             PIC X(26).
035300     05  FILLER               PIC X(03) VALUE '= '.
035400     05  TL-COUNT             PIC ZZZZZZ9.
035410*----------------------------------------------------------------
035420* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
035430* THING, FOR THE RECORD APPENDED AT THE END.
035440*----------------------------------------------------------------
035450 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
035460 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
035470 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
035480 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
035500
035600 LINKAGE SECTION.
035700*----------------------------------------------------------------
035800* PARM= OPERAND - AN OPTIONAL DATE=YYYYMMDD AS-OF OVERRIDE, THE
035900* SAME FORM THE NIGHTLY PASS TAKES.
036000*----------------------------------------------------------------
036100 01  LK-RUN-PARM.
036200     05  LK-PARM-LEN         PIC S9(4) COMP.
036300     05  LK-PARM-TEXT        PIC X(20).
036400
036500 PROCEDURE DIVISION USING LK-RUN-PARM.
036600*----------------------------------------------------------------
036700*                      0000-MAIN-LOGIC
036800* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
036900*----------------------------------------------------------------
037000 0000-MAIN-LOGIC.
037010     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
037100     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
037200     IF WS-RUN-RC < 8
037300         PERFORM 2000-LOAD-MTD-RTN THRU 2000-EXIT
037400     END-IF.
037500     IF WS-RUN-RC < 8
037600         PERFORM 2500-SET-REPORT-MONTH-RTN THRU 2500-EXIT
037700         PERFORM 2700-LOAD-BUDGETS-RTN THRU 2700-EXIT
037800     END-IF.
037900     IF WS-RUN-RC < 8
038000         PERFORM 3000-COMPUTE-RTN THRU 3000-EXIT
038100         PERFORM 4000-PRINT-REPORT-RTN THRU 4000-EXIT
038200     END-IF.
038300     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
038310     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
038400     STOP RUN.
038500
038600*----------------------------------------------------------------
038700*                      1000-INITIALIZE-RTN
038800* GETS THE RUN DATE, PARSES THE PARM, OPENS THE REPORT, AND
038900* LOADS THE CONTROLS, THE CATEGORY MASTER, AND THE CALENDAR.
039000*----------------------------------------------------------------
039100 1000-INITIALIZE-RTN.
039200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039300     STRING WS-RUN-MM    DELIMITED BY SIZE
039400            '/'          DELIMITED BY SIZE
039500            WS-RUN-DD    DELIMITED BY SIZE
039600            '/'          DELIMITED BY SIZE
039700            WS-RUN-YYYY  DELIMITED BY SIZE
039800            INTO WS-RUN-DATE-ED.
039900     IF LK-PARM-LEN >= 13
040000         AND LK-PARM-TEXT (1:5) = 'DATE='
040100         MOVE LK-PARM-TEXT (6:8) TO WS-PARM-DATE-X
040200         IF WS-PARM-DATE-9 NUMERIC
040300             MOVE WS-PARM-DATE-9 TO WS-DATE-OVERRIDE
040400         ELSE
040500             DISPLAY "PARM DATE OVERRIDE NOT NUMERIC - IGNORED"
040600         END-IF
040700     END-IF.
040800     OPEN OUTPUT REPORT-FILE.
040900     IF WS-RPT-STATUS = '00'
041000         SET RPT-FILE-OPEN TO TRUE
041100     ELSE
041200         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
041300                 WS-RPT-STATUS
041400         MOVE 8 TO WS-RUN-RC
041500         GO TO 1000-EXIT
041600     END-IF.
041700     PERFORM 1100-LOAD-PARM-RTN THRU 1100-EXIT.
041800     PERFORM 1200-LOAD-CATEGORY-MASTER-RTN THRU 1200-EXIT.
041900     PERFORM 1300-LOAD-CALENDAR-RTN THRU 1300-EXIT.
042000 1000-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------
042400*              1100-LOAD-PARM-RTN
042500* LOADS THE REPORT CONTROLS.  A MISSING OR EMPTY PARM FILE
042600* LEAVES THE SHIPPED DEFAULT IN PLACE.
042700*----------------------------------------------------------------
042800 1100-LOAD-PARM-RTN.
042900     OPEN INPUT PARM-FILE.
043000     IF WS-PARM-STATUS NOT = '00'
043100         DISPLAY "PARM-FILE OPEN FAILED, STATUS " WS-PARM-STATUS
043200                 " - USING DEFAULT CONTROLS"
043300         GO TO 1100-EXIT
043400     END-IF.
043500     READ PARM-FILE
043600         AT END
043700             DISPLAY "PARM-FILE EMPTY - USING DEFAULT CONTROLS"
043800         NOT AT END
043900             IF PARM-MISS-PCT NUMERIC
044000                 AND PARM-MISS-PCT > ZERO
044100                 MOVE PARM-MISS-PCT TO WS-MISS-PCT
044200             END-IF
044300     END-READ.
044400     CLOSE PARM-FILE.
044500     DISPLAY "Budget controls: MISS PCT " WS-MISS-PCT.
044600 1100-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------------
045000*              1200-LOAD-CATEGORY-MASTER-RTN
045100* LOADS THE CATEGORY MASTER FOR THE GROUP AND DESCRIPTION OF
045200* EACH CATEGORY.  IT IS REQUIRED - WITHOUT IT THE REPORT CANNOT
045300* BE LISTED BY GROUP - SO A FAILED OPEN OR AN OVERFLOW GRADES
045400* THE RUN TO 8.
045500*----------------------------------------------------------------
045600 1200-LOAD-CATEGORY-MASTER-RTN.
045700     OPEN INPUT CATEGORY-MASTER.
045800     IF WS-CATM-STATUS NOT = '00'
045900         DISPLAY "CATEGORY-MASTER OPEN FAILED, STATUS "
046000                 WS-CATM-STATUS
046100         MOVE 8 TO WS-RUN-RC
046200         GO TO 1200-EXIT
046300     END-IF.
046400     PERFORM 1210-READ-CATEGORY-MASTER-RTN THRU 1210-EXIT.
046500     PERFORM 1220-STORE-CATEGORY-MASTER-RTN THRU 1220-EXIT
046600         UNTIL CATM-EOF-YES OR WS-RUN-RC = 8.
046700     CLOSE CATEGORY-MASTER.
046800     DISPLAY "Categories loaded: " WS-CM-COUNT.
046900 1200-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300*              1210-READ-CATEGORY-MASTER-RTN
047400* READS THE NEXT CATEGORY-MASTER RECORD, SETTING THE EOF SWITCH
047500* WHEN THE FILE IS EXHAUSTED.
047600*----------------------------------------------------------------
047700 1210-READ-CATEGORY-MASTER-RTN.
047800     READ CATEGORY-MASTER
047900         AT END
048000             SET CATM-EOF-YES TO TRUE
048100     END-READ.
048200 1210-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------
048600*              1220-STORE-CATEGORY-MASTER-RTN
048700* STORES ONE CATEGORY AND ADVANCES.
048800*----------------------------------------------------------------
048900 1220-STORE-CATEGORY-MASTER-RTN.
049000     IF WS-CM-COUNT >= WS-CM-MAX
049100         DISPLAY "CATEGORY TABLE OVERFLOWED AT " CATM-KEY
049200                 " - RUN STOPPED"
049300         MOVE 8 TO WS-RUN-RC
049400         GO TO 1220-EXIT
049500     END-IF.
049600     ADD 1 TO WS-CM-COUNT.
049700     MOVE CATM-KEY TO CM-KEY (WS-CM-COUNT).
049800     MOVE CATM-DESC TO CM-DESC (WS-CM-COUNT).
049900     MOVE CATM-GROUP-CODE TO CM-GROUP (WS-CM-COUNT).
050000     PERFORM 1210-READ-CATEGORY-MASTER-RTN THRU 1210-EXIT.
050100 1220-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500*              1300-LOAD-CALENDAR-RTN
050600* LOADS THE BUSINESS-CALENDAR FILE INTO THE BCAL TABLE.  THE
050700* CALENDAR IS A SUPPORT FILE, NOT A GATE - IF IT CANNOT BE
050800* OPENED OR OVERFLOWS THE TABLE, THE REPORT PRINTS WITHOUT
050900* PROJECTIONS.
051000*----------------------------------------------------------------
051100 1300-LOAD-CALENDAR-RTN.
051200     OPEN INPUT BUSINESS-CALENDAR.
051300     IF WS-BCAL-STATUS NOT = '00'
051400         DISPLAY "BUSINESS-CALENDAR OPEN FAILED, STATUS "
051500                 WS-BCAL-STATUS " - NO PROJECTIONS"
051600         GO TO 1300-EXIT
051700     END-IF.
051800     PERFORM 1310-READ-CALENDAR-RTN THRU 1310-EXIT.
051900     PERFORM 1320-STORE-CALENDAR-RTN THRU 1320-EXIT
052000         UNTIL BCAL-EOF-YES.
052100     CLOSE BUSINESS-CALENDAR.
052200     IF BCAL-LOADED
052300         DISPLAY "Calendar dates loaded: " WS-BCAL-COUNT
052400     END-IF.
052500 1300-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------
052900*              1310-READ-CALENDAR-RTN
053000* READS THE NEXT CALENDAR RECORD, SETTING THE EOF SWITCH WHEN
053100* THE FILE IS EXHAUSTED.
053200*----------------------------------------------------------------
053300 1310-READ-CALENDAR-RTN.
053400     READ BUSINESS-CALENDAR
053500         AT END
053600             SET BCAL-EOF-YES TO TRUE
053700     END-READ.
053800 1310-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------
054200*              1320-STORE-CALENDAR-RTN
054300* STORES ONE CALENDAR RECORD INTO THE BCAL TABLE AND ADVANCES.
054400* AN OVERFLOW ABANDONS THE CALENDAR RATHER THAN PACING THE
054500* MONTH FROM A PARTIAL ONE.
054600*----------------------------------------------------------------
054700 1320-STORE-CALENDAR-RTN.
054800     IF WS-BCAL-COUNT >= WS-BCAL-MAX
054900         DISPLAY "CALENDAR TABLE OVERFLOWED AT " BCAL-DATE
055000                 " - NO PROJECTIONS"
055100         SET BCAL-NOT-LOADED TO TRUE
055200         SET BCAL-EOF-YES TO TRUE
055300         GO TO 1320-EXIT
055400     END-IF.
055500     ADD 1 TO WS-BCAL-COUNT.
055600     MOVE BCAL-DATE TO BCAL-T-DATE (WS-BCAL-COUNT).
055700     MOVE BCAL-DAY-TYPE TO BCAL-T-TYPE (WS-BCAL-COUNT).
055800     MOVE BCAL-MONTH-END-FLAG TO BCAL-T-MEND (WS-BCAL-COUNT).
055900     SET BCAL-LOADED TO TRUE.
056000     PERFORM 1310-READ-CALENDAR-RTN THRU 1310-EXIT.
056100 1320-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------
056500*              2000-LOAD-MTD-RTN
056600* READS THE MTD GENERATION - THE 'M' MARKER DATE, ONE TABLE ROW
056700* PER 'C' CATEGORY ROW, AND ONE GROUP ROW PER 'G' ROW.  THE MTD
056800* GENERATION IS REQUIRED.
056900*----------------------------------------------------------------
057000 2000-LOAD-MTD-RTN.
057100     OPEN INPUT MTD-IN.
057200     IF WS-MTD-STATUS NOT = '00'
057300         DISPLAY "MTD-IN OPEN FAILED, STATUS " WS-MTD-STATUS
057400         MOVE 8 TO WS-RUN-RC
057500         GO TO 2000-EXIT
057600     END-IF.
057700     PERFORM 2100-READ-MTD-RTN THRU 2100-EXIT.
057800     PERFORM 2200-APPLY-MTD-ROW-RTN THRU 2200-EXIT
057900         UNTIL MTD-EOF-YES OR WS-RUN-RC = 8.
058000     CLOSE MTD-IN.
058100     DISPLAY "MTD rows read: " WS-READ-COUNT.
058200 2000-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------------
058600*              2100-READ-MTD-RTN
058700* READS THE NEXT MTD ROW, SETTING THE EOF SWITCH WHEN THE FILE
058800* IS EXHAUSTED.
058900*----------------------------------------------------------------
059000 2100-READ-MTD-RTN.
059100     READ MTD-IN
059200         AT END
059300             SET MTD-EOF-YES TO TRUE
059400         NOT AT END
059500             ADD 1 TO WS-READ-COUNT
059600     END-READ.
059700 2100-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100*              2200-APPLY-MTD-ROW-RTN
060200* FILES ONE MTD ROW AND ADVANCES.  A SECOND 'M' MARKER MEANS
060300* MORE THAN ONE GENERATION WAS CONCATENATED - THE REPORT COVERS
060400* ONE MONTH, SO THE RUN STOPS.
060500*----------------------------------------------------------------
060600 2200-APPLY-MTD-ROW-RTN.
060700     IF MTD-MARKER-REC
060800         IF WS-MARKER-DATE NOT = ZERO
060900             DISPLAY "MORE THAN ONE MTD GENERATION ON MTDIN - "
061000                     "RUN STOPPED"
061100             MOVE 8 TO WS-RUN-RC
061200             GO TO 2200-EXIT
061300         END-IF
061400         MOVE MTD-MRK-DATE TO WS-MARKER-DATE
061500     END-IF.
061600     IF MTD-CATEGORY-REC
061700         PERFORM 2210-FILE-CATEGORY-ROW-RTN THRU 2210-EXIT
061800     END-IF.
061900     IF MTD-GROUP-REC
062000         MOVE MTD-GRP-CODE TO WS-GV-CODE
062100         PERFORM 3300-FIND-GROUP-RTN THRU 3300-EXIT
062200         IF WS-RUN-RC < 8
062300             MOVE 'Y' TO GV-HAS-ROW (WS-GV-IDX)
062400             ADD MTD-GRP-TOTAL TO GV-ACTUAL (WS-GV-IDX)
062500         END-IF
062600     END-IF.
062700     PERFORM 2100-READ-MTD-RTN THRU 2100-EXIT.
062800 2200-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200*              2210-FILE-CATEGORY-ROW-RTN
063300* ADDS (OR FINDS) THE CATEGORY IN THE BUDGET-VERSUS-ACTUAL TABLE
063400* AND POSTS ITS MONTH-TO-DATE TOTAL AS THE ACTUAL.
063500*----------------------------------------------------------------
063600 2210-FILE-CATEGORY-ROW-RTN.
063700     MOVE MTD-CAT-KEY TO WS-BV-KEY.
063800     PERFORM 3200-FIND-CATEGORY-RTN THRU 3200-EXIT.
063900     IF WS-RUN-RC < 8
064000         ADD MTD-CAT-TOTAL TO BV-ACTUAL (WS-BV-IDX)
064100     END-IF.
064200 2210-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600*              2500-SET-REPORT-MONTH-RTN
064700* SETS THE AS-OF DATE AND REPORT MONTH, THEN COUNTS THE MONTH'S
064800* BUSINESS DAYS ELAPSED (THROUGH THE AS-OF DATE) AND REMAINING.
064900* PROJECTIONS ARE ONLY AVAILABLE WHEN THE CALENDAR COVERS THE
065000* WHOLE MONTH (ITS MONTH-END DAY IS ON FILE) AND AT LEAST ONE
065100* BUSINESS DAY HAS ELAPSED.
065200*----------------------------------------------------------------
065300 2500-SET-REPORT-MONTH-RTN.
065400     IF WS-MARKER-DATE = ZERO
065500         DISPLAY "NO 'M' MARKER ON THE MTD GENERATION - USING "
065600                 "RUN DATE"
065700         MOVE WS-RUN-DATE TO WS-MARKER-DATE
065800     END-IF.
065900     IF WS-DATE-OVERRIDE > ZERO
066000         MOVE WS-DATE-OVERRIDE TO WS-ASOF-DATE
066100         DISPLAY "AS-OF DATE OVERRIDE IN EFFECT - " WS-ASOF-DATE
066200     ELSE
066300         MOVE ZERO TO WS-ASOF-DATE
066400         IF BCAL-LOADED
066500             PERFORM 2510-SCAN-PRIOR-BUSDAY-RTN THRU 2510-EXIT
066600                 VARYING WS-BCAL-IDX FROM 1 BY 1
066700                 UNTIL WS-BCAL-IDX > WS-BCAL-COUNT
066800         END-IF
066900         IF WS-ASOF-DATE = ZERO
067000             MOVE WS-MARKER-DATE TO WS-ASOF-DATE
067100         END-IF
067200     END-IF.
067300     MOVE WS-ASOF-YYYYMM TO WS-REPORT-MONTH.
067400     DISPLAY "Report month " WS-REPORT-MONTH " as of "
067500             WS-ASOF-DATE.
067600     SET PROJ-NOT-AVAILABLE TO TRUE.
067700     IF BCAL-NOT-LOADED
067800         GO TO 2500-EXIT
067900     END-IF.
068000     PERFORM 2520-COUNT-BUSDAY-RTN THRU 2520-EXIT
068100         VARYING WS-BCAL-IDX FROM 1 BY 1
068200         UNTIL WS-BCAL-IDX > WS-BCAL-COUNT.
068300     COMPUTE WS-DAYS-IN-MONTH =
068400         WS-DAYS-ELAPSED + WS-DAYS-REMAINING.
068500     IF MONTH-END-NOT-SEEN
068600         DISPLAY "CALENDAR DOES NOT REACH MONTH-END FOR "
068700                 WS-REPORT-MONTH " - NO PROJECTIONS"
068800         GO TO 2500-EXIT
068900     END-IF.
069000     IF WS-DAYS-ELAPSED = ZERO
069100         DISPLAY "NO BUSINESS DAYS ELAPSED IN " WS-REPORT-MONTH
069200                 " - NO PROJECTIONS"
069300         GO TO 2500-EXIT
069400     END-IF.
069500     SET PROJ-AVAILABLE TO TRUE.
069600     DISPLAY "Business days elapsed " WS-DAYS-ELAPSED
069700             " of " WS-DAYS-IN-MONTH.
069800 2500-EXIT.
069900     EXIT.
070000
070100*----------------------------------------------------------------
070200*              2510-SCAN-PRIOR-BUSDAY-RTN
070300* TESTS ONE CALENDAR ENTRY, KEEPING THE LATEST BUSINESS DAY
070400* BEFORE THE MARKER DATE SEEN SO FAR.
070500*----------------------------------------------------------------
070600 2510-SCAN-PRIOR-BUSDAY-RTN.
070700     IF BCAL-T-TYPE (WS-BCAL-IDX) = 'B'
070800         AND BCAL-T-DATE (WS-BCAL-IDX) < WS-MARKER-DATE
070900         AND BCAL-T-DATE (WS-BCAL-IDX) > WS-ASOF-DATE
071000         MOVE BCAL-T-DATE (WS-BCAL-IDX) TO WS-ASOF-DATE
071100     END-IF.
071200 2510-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600*              2520-COUNT-BUSDAY-RTN
071700* COUNTS ONE CALENDAR ENTRY IN THE REPORT MONTH AS A BUSINESS
071800* DAY ELAPSED OR REMAINING, AND NOTES THE MONTH-END DAY.
071900*----------------------------------------------------------------
072000 2520-COUNT-BUSDAY-RTN.
072100     MOVE BCAL-T-DATE (WS-BCAL-IDX) (1:6) TO WS-CAL-MONTH.
072200     IF WS-CAL-MONTH NOT = WS-REPORT-MONTH
072300         GO TO 2520-EXIT
072400     END-IF.
072500     IF BCAL-T-MEND (WS-BCAL-IDX) = 'Y'
072600         SET MONTH-END-SEEN TO TRUE
072700     END-IF.
072800     IF BCAL-T-TYPE (WS-BCAL-IDX) NOT = 'B'
072900         GO TO 2520-EXIT
073000     END-IF.
073100     IF BCAL-T-DATE (WS-BCAL-IDX) > WS-ASOF-DATE
073200         ADD 1 TO WS-DAYS-REMAINING
073300     ELSE
073400         ADD 1 TO WS-DAYS-ELAPSED
073500     END-IF.
073600 2520-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------------
074000*              2700-LOAD-BUDGETS-RTN
074100* READS THE BUDGET MASTER AND POSTS EACH OF THE REPORT MONTH'S
074200* BUDGETS TO ITS CATEGORY, ADDING A ZERO-ACTUAL ROW FOR A
074300* BUDGETED CATEGORY WITH NO SALES YET.  THE BUDGET MASTER IS
074400* REQUIRED.
074500*----------------------------------------------------------------
074600 2700-LOAD-BUDGETS-RTN.
074700     OPEN INPUT BUDGET-MASTER.
074800     IF WS-BDG-STATUS NOT = '00'
074900         DISPLAY "BUDGET-MASTER OPEN FAILED, STATUS "
075000                 WS-BDG-STATUS
075100         MOVE 8 TO WS-RUN-RC
075200         GO TO 2700-EXIT
075300     END-IF.
075400     PERFORM 2710-READ-BUDGET-RTN THRU 2710-EXIT.
075500     PERFORM 2720-APPLY-BUDGET-RTN THRU 2720-EXIT
075600         UNTIL BDG-EOF-YES OR WS-RUN-RC = 8.
075700     CLOSE BUDGET-MASTER.
075800     DISPLAY "Budgets for the month: " WS-BUDGET-COUNT.
075900 2700-EXIT.
076000     EXIT.
076100
076200*----------------------------------------------------------------
076300*              2710-READ-BUDGET-RTN
076400* READS THE NEXT BUDGET RECORD, SETTING THE EOF SWITCH WHEN THE
076500* FILE IS EXHAUSTED.
076600*----------------------------------------------------------------
076700 2710-READ-BUDGET-RTN.
076800     READ BUDGET-MASTER
076900         AT END
077000             SET BDG-EOF-YES TO TRUE
077100     END-READ.
077200 2710-EXIT.
077300     EXIT.
077400
077500*----------------------------------------------------------------
077600*              2720-APPLY-BUDGET-RTN
077700* POSTS ONE BUDGET RECORD IF IT IS FOR THE REPORT MONTH, THEN
077800* ADVANCES.
077900*----------------------------------------------------------------
078000 2720-APPLY-BUDGET-RTN.
078100     IF BUDG-MONTH = WS-REPORT-MONTH
078200         MOVE BUDG-CATEGORY TO WS-BV-KEY
078300         PERFORM 3200-FIND-CATEGORY-RTN THRU 3200-EXIT
078400         IF WS-RUN-RC < 8
078500             MOVE BUDG-AMOUNT TO BV-BUDGET (WS-BV-IDX)
078600             MOVE 'Y' TO BV-HAS-BUDGET (WS-BV-IDX)
078700             ADD 1 TO WS-BUDGET-COUNT
078800         END-IF
078900     END-IF.
079000     PERFORM 2710-READ-BUDGET-RTN THRU 2710-EXIT.
079100 2720-EXIT.
079200     EXIT.
079300
079400*----------------------------------------------------------------
079500*              3000-COMPUTE-RTN
079600* GIVES EACH CATEGORY ITS GROUP AND PROJECTION AND ROLLS IT INTO
079700* ITS GROUP AND THE GRAND TOTALS.
079800*----------------------------------------------------------------
079900 3000-COMPUTE-RTN.
080000     PERFORM 3100-COMPUTE-CATEGORY-RTN THRU 3100-EXIT
080100         VARYING WS-BV-IDX FROM 1 BY 1
080200         UNTIL WS-BV-IDX > WS-BV-COUNT
080300            OR WS-RUN-RC = 8.
080400 3000-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------------
080800*              3100-COMPUTE-CATEGORY-RTN
080900* LOOKS THE CATEGORY UP ON THE CATEGORY MASTER FOR ITS GROUP (A
081000* CATEGORY NO LONGER ON THE MASTER FALLS UNDER A BLANK GROUP),
081100* PROJECTS ITS MONTH-END AT THE PACE SO FAR, AND ADDS IT INTO
081200* THE GROUP AND GRAND TOTALS.
081300*----------------------------------------------------------------
081400 3100-COMPUTE-CATEGORY-RTN.
081500     SET CM-NOT-FOUND TO TRUE.
081600     PERFORM 3110-SCAN-CATEGORY-MASTER-RTN THRU 3110-EXIT
081700         VARYING WS-CM-IDX FROM 1 BY 1
081800         UNTIL WS-CM-IDX > WS-CM-COUNT
081900            OR CM-FOUND.
082000     IF CM-FOUND
082100         SUBTRACT 1 FROM WS-CM-IDX
082200         MOVE CM-GROUP (WS-CM-IDX) TO BV-GROUP (WS-BV-IDX)
082300     ELSE
082400         MOVE SPACES TO BV-GROUP (WS-BV-IDX)
082500         ADD 1 TO WS-NO-MASTER-COUNT
082600     END-IF.
082700     IF PROJ-AVAILABLE
082800         COMPUTE BV-PROJECTED (WS-BV-IDX) ROUNDED =
082900             BV-ACTUAL (WS-BV-IDX) * WS-DAYS-IN-MONTH
083000                 / WS-DAYS-ELAPSED
083100     ELSE
083200         MOVE BV-ACTUAL (WS-BV-IDX) TO BV-PROJECTED (WS-BV-IDX)
083300     END-IF.
083400     MOVE BV-GROUP (WS-BV-IDX) TO WS-GV-CODE.
083500     PERFORM 3300-FIND-GROUP-RTN THRU 3300-EXIT.
083600     IF WS-RUN-RC = 8
083700         GO TO 3100-EXIT
083800     END-IF.
083900     ADD BV-ACTUAL (WS-BV-IDX) TO GV-CAT-ACTUAL (WS-GV-IDX).
084000     ADD BV-BUDGET (WS-BV-IDX) TO GV-BUDGET (WS-GV-IDX).
084100     ADD BV-PROJECTED (WS-BV-IDX) TO GV-PROJECTED (WS-GV-IDX).
084200     ADD BV-BUDGET (WS-BV-IDX) TO WS-TOT-BUDGET.
084300     ADD BV-PROJECTED (WS-BV-IDX) TO WS-TOT-PROJECTED.
084400 3100-EXIT.
084500     EXIT.
084600
084700*----------------------------------------------------------------
084800*              3110-SCAN-CATEGORY-MASTER-RTN
084900* TESTS ONE CATEGORY-MASTER ENTRY AGAINST THE CURRENT CATEGORY.
085000*----------------------------------------------------------------
085100 3110-SCAN-CATEGORY-MASTER-RTN.
085200     IF CM-KEY (WS-CM-IDX) = BV-KEY (WS-BV-IDX)
085300         SET CM-FOUND TO TRUE
085400     END-IF.
085500 3110-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------------
085900*              3200-FIND-CATEGORY-RTN
086000* FINDS THE CATEGORY STAGED IN WS-BV-KEY IN THE BUDGET-VERSUS-
086100* ACTUAL TABLE, ADDING IT WITH ZERO ACTUAL AND NO BUDGET THE
086200* FIRST TIME IT IS SEEN.  WS-BV-IDX IS LEFT ON THE ENTRY.  AN
086300* OVERFLOW IS A HARD STOP.
086400*----------------------------------------------------------------
086500 3200-FIND-CATEGORY-RTN.
086600     SET BV-NOT-FOUND TO TRUE.
086700     PERFORM 3210-SCAN-CATEGORY-RTN THRU 3210-EXIT
086800         VARYING WS-BV-IDX FROM 1 BY 1
086900         UNTIL WS-BV-IDX > WS-BV-COUNT
087000            OR BV-FOUND.
087100     IF BV-FOUND
087200         SUBTRACT 1 FROM WS-BV-IDX
087300         GO TO 3200-EXIT
087400     END-IF.
087500     IF WS-BV-COUNT >= WS-BV-MAX
087600         DISPLAY "CATEGORY TABLE OVERFLOWED AT " WS-BV-KEY
087700                 " - RUN STOPPED"
087800         MOVE 8 TO WS-RUN-RC
087900         GO TO 3200-EXIT
088000     END-IF.
088100     ADD 1 TO WS-BV-COUNT.
088200     MOVE WS-BV-COUNT TO WS-BV-IDX.
088300     MOVE WS-BV-KEY TO BV-KEY (WS-BV-IDX).
088400     MOVE SPACES TO BV-GROUP (WS-BV-IDX).
088500     MOVE ZERO TO BV-ACTUAL (WS-BV-IDX).
088600     MOVE ZERO TO BV-BUDGET (WS-BV-IDX).
088700     MOVE 'N' TO BV-HAS-BUDGET (WS-BV-IDX).
088800     MOVE ZERO TO BV-PROJECTED (WS-BV-IDX).
088900 3200-EXIT.
089000     EXIT.
089100
089200*----------------------------------------------------------------
089300*              3210-SCAN-CATEGORY-RTN
089400* TESTS ONE TABLE ENTRY AGAINST THE STAGED CATEGORY KEY.
089500*----------------------------------------------------------------
089600 3210-SCAN-CATEGORY-RTN.
089700     IF BV-KEY (WS-BV-IDX) = WS-BV-KEY
089800         SET BV-FOUND TO TRUE
089900     END-IF.
090000 3210-EXIT.
090100     EXIT.
090200
090300*----------------------------------------------------------------
090400*              3300-FIND-GROUP-RTN
090500* FINDS THE GROUP STAGED IN WS-GV-CODE IN THE GROUP TABLE,
090600* ADDING IT WITH ZERO TOTALS THE FIRST TIME IT IS SEEN.
090700* WS-GV-IDX IS LEFT ON THE ENTRY.  AN OVERFLOW IS A HARD STOP.
090800*----------------------------------------------------------------
090900 3300-FIND-GROUP-RTN.
091000     SET GV-NOT-FOUND TO TRUE.
091100     PERFORM 3310-SCAN-GROUP-RTN THRU 3310-EXIT
091200         VARYING WS-GV-IDX FROM 1 BY 1
091300         UNTIL WS-GV-IDX > WS-GV-COUNT
091400            OR GV-FOUND.
091500     IF GV-FOUND
091600         SUBTRACT 1 FROM WS-GV-IDX
091700         GO TO 3300-EXIT
091800     END-IF.
091900     IF WS-GV-COUNT >= WS-GV-MAX
092000         DISPLAY "GROUP TABLE OVERFLOWED AT " WS-GV-CODE
092100                 " - RUN STOPPED"
092200         MOVE 8 TO WS-RUN-RC
092300         GO TO 3300-EXIT
092400     END-IF.
092500     ADD 1 TO WS-GV-COUNT.
092600     MOVE WS-GV-COUNT TO WS-GV-IDX.
092700     MOVE WS-GV-CODE TO GV-CODE (WS-GV-IDX).
092800     MOVE 'N' TO GV-HAS-ROW (WS-GV-IDX).
092900     MOVE ZERO TO GV-ACTUAL (WS-GV-IDX).
093000     MOVE ZERO TO GV-CAT-ACTUAL (WS-GV-IDX).
093100     MOVE ZERO TO GV-BUDGET (WS-GV-IDX).
093200     MOVE ZERO TO GV-PROJECTED (WS-GV-IDX).
093300     MOVE 'N' TO GV-PRINTED (WS-GV-IDX).
093400 3300-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------------
093800*              3310-SCAN-GROUP-RTN
093900* TESTS ONE GROUP ENTRY AGAINST THE STAGED GROUP CODE.
094000*----------------------------------------------------------------
094100 3310-SCAN-GROUP-RTN.
094200     IF GV-CODE (WS-GV-IDX) = WS-GV-CODE
094300         SET GV-FOUND TO TRUE
094400     END-IF.
094500 3310-EXIT.
094600     EXIT.
094700
094800*----------------------------------------------------------------
094900*              4000-PRINT-REPORT-RTN
095000* PRINTS THE GROUPS IN ASCENDING GROUP-CODE ORDER, EACH WITH
095100* ITS CATEGORIES AND A SUBTOTAL, THEN THE GRAND TOTAL.
095200*----------------------------------------------------------------
095300 4000-PRINT-REPORT-RTN.
095400     PERFORM 4100-PRINT-NEXT-GROUP-RTN THRU 4100-EXIT
095500         WS-GV-COUNT TIMES.
095600     MOVE 'TOTAL' TO WS-LN-LABEL.
095700     MOVE WS-TOT-ACTUAL TO WS-LN-ACTUAL.
095800     MOVE WS-TOT-BUDGET TO WS-LN-BUDGET.
095900     MOVE WS-TOT-PROJECTED TO WS-LN-PROJECTED.
096000     MOVE 'Y' TO WS-LN-HAS-BUDGET.
096100     MOVE SPACES TO WS-LN-FLAG.
096200     PERFORM 4400-PRINT-LINE-RTN THRU 4400-EXIT.
096300 4000-EXIT.
096400     EXIT.
096500
096600*----------------------------------------------------------------
096700*              4100-PRINT-NEXT-GROUP-RTN
096800* PICKS THE LOWEST GROUP CODE NOT YET PRINTED AND PRINTS THAT
096900* GROUP - A HEADING, ITS CATEGORIES, AND ITS SUBTOTAL.  THE
097000* SUBTOTAL'S ACTUAL IS THE MTD 'G' ROW; WHEN THAT DISAGREES WITH
097100* THE SUM OF THE GROUP'S CATEGORY ROWS A NOTE LINE SAYS SO.
097200*----------------------------------------------------------------
097300 4100-PRINT-NEXT-GROUP-RTN.
097400     MOVE ZERO TO WS-GV-NEXT.
097500     PERFORM 4110-SCAN-LOWEST-GROUP-RTN THRU 4110-EXIT
097600         VARYING WS-GV-IDX FROM 1 BY 1
097700         UNTIL WS-GV-IDX > WS-GV-COUNT.
097800     IF WS-GV-NEXT = ZERO
097900         GO TO 4100-EXIT
098000     END-IF.
098100     MOVE WS-GV-NEXT TO WS-GV-IDX.
098200     MOVE 'Y' TO GV-PRINTED (WS-GV-IDX).
098300     IF WS-PAGE-NO = ZERO
098400         OR WS-LINES-ON-PAGE >= WS-MAX-LINES - 2
098500         PERFORM 4500-PRINT-HEADERS-RTN THRU 4500-EXIT
098600     END-IF.
098700     IF GV-CODE (WS-GV-IDX) = SPACES
098800         MOVE 'UNGROUPED' TO GH-CODE
098900     ELSE
099000         MOVE GV-CODE (WS-GV-IDX) TO GH-CODE
099100     END-IF.
099200     WRITE PRINT-LINE FROM WS-GROUP-HEAD-LINE.
099300     ADD 1 TO WS-LINES-ON-PAGE.
099400     PERFORM 4200-PRINT-CATEGORY-RTN THRU 4200-EXIT
099500         VARYING WS-BV-IDX FROM 1 BY 1
099600         UNTIL WS-BV-IDX > WS-BV-COUNT.
099700     IF GV-HAS-ROW (WS-GV-IDX) NOT = 'Y'
099800         MOVE GV-CAT-ACTUAL (WS-GV-IDX) TO GV-ACTUAL (WS-GV-IDX)
099900     END-IF.
100000     MOVE SPACES TO WS-LN-LABEL.
100100     STRING 'GROUP ' DELIMITED BY SIZE
100200            GV-CODE (WS-GV-IDX) DELIMITED BY SIZE
100300            INTO WS-LN-LABEL.
100400     MOVE GV-ACTUAL (WS-GV-IDX) TO WS-LN-ACTUAL.
100500     MOVE GV-BUDGET (WS-GV-IDX) TO WS-LN-BUDGET.
100600     MOVE GV-PROJECTED (WS-GV-IDX) TO WS-LN-PROJECTED.
100700     MOVE 'Y' TO WS-LN-HAS-BUDGET.
100800     MOVE SPACES TO WS-LN-FLAG.
100900     PERFORM 4400-PRINT-LINE-RTN THRU 4400-EXIT.
101000     ADD GV-ACTUAL (WS-GV-IDX) TO WS-TOT-ACTUAL.
101100     IF GV-ACTUAL (WS-GV-IDX) NOT = GV-CAT-ACTUAL (WS-GV-IDX)
101200         ADD 1 TO WS-GROUP-DIFF-COUNT
101300         DISPLAY "GROUP " GV-CODE (WS-GV-IDX)
101400                 " 'G' ROW DISAGREES WITH ITS CATEGORY ROWS"
101500         MOVE 'GROUP ROW DISAGREES WITH SUM OF CATEGORIES ABOVE'
101600             TO NL-TEXT
101700         WRITE PRINT-LINE FROM WS-NOTE-LINE
101800         ADD 1 TO WS-LINES-ON-PAGE
101900     END-IF.
102000 4100-EXIT.
102100     EXIT.
102200
102300*----------------------------------------------------------------
102400*              4110-SCAN-LOWEST-GROUP-RTN
102500* KEEPS THE LOWEST UNPRINTED GROUP CODE SEEN SO FAR.
102600*----------------------------------------------------------------
102700 4110-SCAN-LOWEST-GROUP-RTN.
102800     IF GV-PRINTED (WS-GV-IDX) = 'Y'
102900         GO TO 4110-EXIT
103000     END-IF.
103100     IF WS-GV-NEXT = ZERO
103200         MOVE WS-GV-IDX TO WS-GV-NEXT
103300     ELSE
103400         IF GV-CODE (WS-GV-IDX) < GV-CODE (WS-GV-NEXT)
103500             MOVE WS-GV-IDX TO WS-GV-NEXT
103600         END-IF
103700     END-IF.
103800 4110-EXIT.
103900     EXIT.
104000
104100*----------------------------------------------------------------
104200*              4200-PRINT-CATEGORY-RTN
104300* PRINTS ONE CATEGORY LINE IF IT BELONGS TO THE GROUP BEING
104400* PRINTED, FLAGGING IT WHEN ITS PROJECTION FALLS SHORT OF BUDGET
104500* BY MORE THAN THE MISS PERCENTAGE.
104600*----------------------------------------------------------------
104700 4200-PRINT-CATEGORY-RTN.
104800     IF BV-GROUP (WS-BV-IDX) NOT = GV-CODE (WS-GV-IDX)
104900         GO TO 4200-EXIT
105000     END-IF.
105100     MOVE BV-KEY (WS-BV-IDX) TO WS-LN-LABEL.
105200     MOVE BV-ACTUAL (WS-BV-IDX) TO WS-LN-ACTUAL.
105300     MOVE BV-BUDGET (WS-BV-IDX) TO WS-LN-BUDGET.
105400     MOVE BV-PROJECTED (WS-BV-IDX) TO WS-LN-PROJECTED.
105500     MOVE BV-HAS-BUDGET (WS-BV-IDX) TO WS-LN-HAS-BUDGET.
105600     MOVE SPACES TO WS-LN-FLAG.
105700     IF BV-HAS-BUDGET (WS-BV-IDX) NOT = 'Y'
105800         ADD 1 TO WS-NO-BUDGET-COUNT
105900     END-IF.
106000     IF PROJ-AVAILABLE
106100         AND BV-HAS-BUDGET (WS-BV-IDX) = 'Y'
106200         AND BV-BUDGET (WS-BV-IDX) > ZERO
106300         COMPUTE WS-SHORTFALL =
106400             BV-BUDGET (WS-BV-IDX) - BV-PROJECTED (WS-BV-IDX)
106500         IF WS-SHORTFALL * 100 >
106600                 BV-BUDGET (WS-BV-IDX) * WS-MISS-PCT
106700             MOVE 'MISS' TO WS-LN-FLAG
106800             ADD 1 TO WS-MISS-COUNT
106900         END-IF
107000     END-IF.
107100     PERFORM 4400-PRINT-LINE-RTN THRU 4400-EXIT.
107200 4200-EXIT.
107300     EXIT.
107400
107500*----------------------------------------------------------------
107600*              4400-PRINT-LINE-RTN
107700* PRINTS ONE DETAIL, SUBTOTAL, OR TOTAL LINE FROM THE WS-LN-
107800* FIELDS - VARIANCE IS ACTUAL LESS BUDGET, AND ITS PERCENT IS OF
107900* BUDGET (BLANK WHEN THERE IS NO BUDGET TO MEASURE AGAINST).
108000*----------------------------------------------------------------
108100 4400-PRINT-LINE-RTN.
108200     IF WS-PAGE-NO = ZERO
108300         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
108400         PERFORM 4500-PRINT-HEADERS-RTN THRU 4500-EXIT
108500     END-IF.
108600     MOVE WS-LN-LABEL TO DL-LABEL.
108700     MOVE WS-LN-ACTUAL TO DL-ACTUAL.
108800     MOVE WS-LN-BUDGET TO DL-BUDGET.
108900     COMPUTE WS-VARIANCE = WS-LN-ACTUAL - WS-LN-BUDGET.
109000     MOVE WS-VARIANCE TO DL-VARIANCE.
109100     IF WS-LN-HAS-BUDGET NOT = 'Y'
109200         MOVE ' NO BUD' TO DL-VAR-PCT-X
109300     ELSE
109400         IF WS-LN-BUDGET = ZERO
109500             MOVE SPACES TO DL-VAR-PCT-X
109600         ELSE
109700             COMPUTE WS-VAR-PCT ROUNDED =
109800                 WS-VARIANCE * 100 / WS-LN-BUDGET
109900                 ON SIZE ERROR
110000                     MOVE 9999.9 TO WS-VAR-PCT
110100                     IF WS-VARIANCE < ZERO
110200                         MOVE -9999.9 TO WS-VAR-PCT
110300                     END-IF
110400             END-COMPUTE
110500             MOVE WS-VAR-PCT TO DL-VAR-PCT
110600         END-IF
110700     END-IF.
110800     IF PROJ-AVAILABLE
110900         MOVE WS-LN-PROJECTED TO DL-PROJECTED
111000     ELSE
111100         MOVE '          N/A' TO DL-PROJECTED-X
111200     END-IF.
111300     MOVE WS-LN-FLAG TO DL-FLAG.
111400     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
111500     ADD 1 TO WS-LINES-ON-PAGE.
111600 4400-EXIT.
111700     EXIT.
111800
111900*----------------------------------------------------------------
112000*              4500-PRINT-HEADERS-RTN
112100* STARTS A NEW PAGE - PAGE HEADER, REPORT MONTH AND PACE LINE,
112200* AND COLUMN TITLES.
112300*----------------------------------------------------------------
112400 4500-PRINT-HEADERS-RTN.
112500     ADD 1 TO WS-PAGE-NO.
112600     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
112700     MOVE WS-PAGE-NO TO H1-PAGE-NO.
112800     MOVE WS-REPORT-MONTH TO H2-MONTH.
112900     MOVE WS-ASOF-DATE TO H2-ASOF.
113000     MOVE WS-DAYS-ELAPSED TO H2-ELAPSED.
113100     MOVE WS-DAYS-IN-MONTH TO H2-IN-MONTH.
113200     MOVE WS-MISS-PCT TO H2-MISS-PCT.
113300     WRITE PRINT-LINE FROM WS-HEADER-1.
113400     WRITE PRINT-LINE FROM WS-HEADER-2.
113500     WRITE PRINT-LINE FROM WS-HEADER-3.
113600     MOVE ZERO TO WS-LINES-ON-PAGE.
113700 4500-EXIT.
113800     EXIT.
113900
114000*----------------------------------------------------------------
114100*              9000-TERMINATE-RTN
114200* PRINTS THE RUN COUNTS, GRADES THE RETURN CODE, AND CLOSES THE
114300* REPORT.  RC=4 WHEN THE REPORT PRINTED WITHOUT PROJECTIONS OR
114400* A GROUP ROW DISAGREED WITH ITS CATEGORIES; RC=8 WHEN A
114500* REQUIRED FILE FAILED OR A TABLE OVERFLOWED.  CATEGORIES
114600* FLAGGED TO MISS ARE THE REPORT'S BUSINESS, NOT A RUN FAILURE.
114700*----------------------------------------------------------------
114800 9000-TERMINATE-RTN.
114900     IF WS-RUN-RC < 8
115000         IF PROJ-NOT-AVAILABLE OR WS-GROUP-DIFF-COUNT > ZERO
115100             MOVE 4 TO WS-RUN-RC
115200         END-IF
115300     END-IF.
115400     IF RPT-FILE-OPEN AND WS-RUN-RC < 8
115500         MOVE 'CATEGORIES REPORTED       ' TO TL-LABEL
115600         MOVE WS-BV-COUNT TO TL-COUNT
115700         WRITE PRINT-LINE FROM WS-TOTAL-LINE
115800         MOVE 'BUDGETS FOR THE MONTH     ' TO TL-LABEL
115900         MOVE WS-BUDGET-COUNT TO TL-COUNT
116000         WRITE PRINT-LINE FROM WS-TOTAL-LINE
116100         MOVE 'PROJECTED TO MISS BUDGET  ' TO TL-LABEL
116200         MOVE WS-MISS-COUNT TO TL-COUNT
116300         WRITE PRINT-LINE FROM WS-TOTAL-LINE
116400         MOVE 'SALES WITH NO BUDGET      ' TO TL-LABEL
116500         MOVE WS-NO-BUDGET-COUNT TO TL-COUNT
116600         WRITE PRINT-LINE FROM WS-TOTAL-LINE
116700         MOVE 'NOT ON CATEGORY MASTER    ' TO TL-LABEL
116800         MOVE WS-NO-MASTER-COUNT TO TL-COUNT
116900         WRITE PRINT-LINE FROM WS-TOTAL-LINE
117000         MOVE 'GROUP ROWS DISAGREEING    ' TO TL-LABEL
117100         MOVE WS-GROUP-DIFF-COUNT TO TL-COUNT
117200         WRITE PRINT-LINE FROM WS-TOTAL-LINE
117300         IF PROJ-NOT-AVAILABLE
117400             MOVE 'NO PROJECTIONS - CALENDAR DID NOT COVER THE'
117500                 TO NL-TEXT
117600             WRITE PRINT-LINE FROM WS-NOTE-LINE
117700             MOVE 'REPORT MONTH (SEE THE JOB LOG)' TO NL-TEXT
117800             WRITE PRINT-LINE FROM WS-NOTE-LINE
117900         END-IF
118000     END-IF.
118100     DISPLAY "Categories reported: " WS-BV-COUNT.
118200     DISPLAY "Projected to miss: " WS-MISS-COUNT.
118300     IF RPT-FILE-OPEN
118400         CLOSE REPORT-FILE
118500     END-IF.
118600     DISPLAY "Run return code: " WS-RUN-RC.
118700     MOVE WS-RUN-RC TO RETURN-CODE.
118800 9000-EXIT.
118900     EXIT.
119000
119100*----------------------------------------------------------------
119200*                 9800-START-RUN-HISTORY-RTN
119300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
119400* RECORD.
119500*----------------------------------------------------------------
119600 9800-START-RUN-HISTORY-RTN.
119700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
119800     ACCEPT WS-RUNH-START-TIME FROM TIME.
119900 9800-EXIT.
120000     EXIT.
120100
120200*----------------------------------------------------------------
120300*                 9810-WRITE-RUN-HISTORY-RTN
120400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
120500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
120600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
120700* THE BUSINESS DATE IS THE AS-OF DATE.  INPUT IS MTD ROWS READ,
120800* OUTPUT THE CATEGORIES REPORTED, AND REJECTS THE CATEGORIES NOT
120900* ON THE CATEGORY MASTER.
121000* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
121100* CHANGE THE STEP'S RETURN CODE.
121200*----------------------------------------------------------------
121300 9810-WRITE-RUN-HISTORY-RTN.
121400     OPEN EXTEND RUN-HISTORY-FILE.
121500     IF WS-RUNH-STATUS NOT = '00'
121600         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
121700                 WS-RUNH-STATUS
121800         GO TO 9810-EXIT
121900     END-IF.
122000     MOVE SPACES TO RUNH-RECORD.
122100     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
122200     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
122300     OPEN INPUT RUN-ID-FILE.
122400     IF WS-RHID-STATUS = '00'
122500         READ RUN-ID-FILE
122600             AT END
122700                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
122800                         "NOT KNOWN"
122900             NOT AT END
123000                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
123100                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
123200         END-READ
123300         CLOSE RUN-ID-FILE
123400     ELSE
123500         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
123600                 WS-RHID-STATUS
123700     END-IF.
123800     MOVE 'BUDGRPT' TO RUNH-PROGRAM.
123900     IF WS-ASOF-DATE > ZERO
124000         MOVE WS-ASOF-DATE TO RUNH-BUS-DATE
124100     ELSE
124200         MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE
124300     END-IF.
124400     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
124500     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
124600     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
124700     ACCEPT RUNH-END-TIME FROM TIME.
124800     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
124900     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
125000     MOVE WS-BV-COUNT TO RUNH-OUT-COUNT.
125100     MOVE WS-NO-MASTER-COUNT TO RUNH-REJECT-COUNT.
125200     WRITE RUNH-RECORD.
125300     IF WS-RUNH-STATUS NOT = '00'
125400         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
125500                 WS-RUNH-STATUS
125600     END-IF.
125700     CLOSE RUN-HISTORY-FILE.
125800 9810-EXIT.
125900     EXIT.

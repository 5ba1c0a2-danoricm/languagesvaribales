000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OpsWeeklyReport.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - WEEKLY OPERATIONS PERFORMANCE
001100*                  REPORT OFF THE CUMULATIVE RUN-HISTORY FILE
001200*                  EVERY BATCH STEP APPENDS TO.  FOR THE WEEK
001300*                  ENDING YESTERDAY (OR THE PARM='DATE=YYYYMMDD'
001400*                  OVERRIDE) IT PRINTS EACH STEP'S AVERAGE
001500*                  ELAPSED TIME FOR THE WEEK AGAINST EACH OF THE
001600*                  FOUR WEEKS BEFORE IT, EACH STEP'S RETURN CODE
001700*                  BY DAY, EVERY RUN THAT ENDED NON-ZERO, AND
001800*                  EVERY RUN WHOSE REJECT RATE SPIKED AGAINST
001900*                  THE STEP'S TRAILING FOUR-WEEK RATE.  THE
002000*                  THRESHOLDS COME FROM THE OPSPARM FILE.
002100*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-RUNH-STATUS.
002900     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-RHID-STATUS.
003200     SELECT PARM-FILE ASSIGN TO "OPSPARM"
003300         ORGANIZATION IS SEQUENTIAL
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT REPORT-FILE ASSIGN TO "OPSRPT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RPT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200*----------------------------------------------------------------
004300* RUN-HISTORY-FILE - THE CUMULATIVE JOB-STREAM RUN HISTORY.  READ
004400* WHOLE, THREE TIMES, FOR THE REPORT; THIS RUN'S OWN RECORD IS
004500* APPENDED AT THE END LIKE EVERY OTHER STEP'S.  RUN-ID-FILE - THE
004600* STEP'S RUNHID CARD NAMING THE JOB AND STEP.
004700*----------------------------------------------------------------
004800 FD  RUN-HISTORY-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY RUNHREC.
005100 FD  RUN-ID-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY RHIDREC.
005400*----------------------------------------------------------------
005500* PARM-FILE - ONE RECORD OF REPORT THRESHOLDS.  A ZERO OR
005600* MISSING VALUE LEAVES THE SHIPPED DEFAULT IN PLACE.
005700*----------------------------------------------------------------
005800 FD  PARM-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  PARM-RECORD.
006100     05  PARM-SLOW-PCT       PIC 9(03).
006200     05  PARM-SPIKE-PCT      PIC 9(03).
006300     05  PARM-MIN-REJECTS    PIC 9(05).
006400*----------------------------------------------------------------
006500* REPORT-FILE - PRINT LINES FOR THE WEEKLY OPERATIONS REPORT.
006600*----------------------------------------------------------------
006700 FD  REPORT-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  PRINT-LINE              PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* I/O CONTROLS.
007400*----------------------------------------------------------------
007500 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
007600 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
007700 01  WS-PARM-STATUS       PIC X(02) VALUE '00'.
007800 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
007900 01  WS-RUNH-EOF-SWITCH   PIC X(01) VALUE 'N'.
008000     88  RUNH-EOF-YES                  VALUE 'Y'.
008100     88  RUNH-EOF-NO                   VALUE 'N'.
008200 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
008300     88  RPT-FILE-OPEN                 VALUE 'Y'.
008400     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
008500*----------------------------------------------------------------
008600* REPORT THRESHOLDS, LOADED FROM OPSPARM AT START-UP.  A STEP IS
008700* FLAGGED SLOW WHEN ITS AVERAGE FOR THE WEEK IS AT LEAST 150
008800* PERCENT OF ITS TRAILING AVERAGE; A RUN'S REJECT RATE SPIKES
008900* WHEN IT IS AT LEAST 200 PERCENT OF THE STEP'S TRAILING RATE
009000* AND THE RUN REJECTED AT LEAST 10 ITEMS.
009100*----------------------------------------------------------------
009200 01  WS-SLOW-PCT          PIC 9(03) VALUE 150.
009300 01  WS-SPIKE-PCT         PIC 9(03) VALUE 200.
009400 01  WS-MIN-REJECTS       PIC 9(05) VALUE 10.
009500*----------------------------------------------------------------
009600* REPORT WEEK.  THE WEEK ENDS ON THE PARM DATE=YYYYMMDD OVERRIDE
009700* WHEN GIVEN, ELSE THE DAY BEFORE THE RUN.  A RUN IS PLACED BY
009800* ITS START DATE - WEEK 1 IS THE REPORT WEEK AND WEEKS 2-5 THE
009900* FOUR TRAILING WEEKS BEFORE IT.  DAY 1-7 IS ITS DAY WITHIN THE
010000* REPORT WEEK.
010100*----------------------------------------------------------------
010200 01  WS-PARM-DATE-X       PIC X(08) VALUE SPACES.
010300 01  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
010400                          PIC 9(08).
010500 01  WS-WEEK-END-DATE     PIC 9(08) VALUE ZERO.
010600 01  WS-WEEK-END-DAYS     PIC 9(07) COMP VALUE ZERO.
010700 01  WS-WEEK-IDX          PIC 9(01) COMP VALUE ZERO.
010800 01  WS-DAY-IDX           PIC 9(01) COMP VALUE ZERO.
010900 01  WS-DAY-DATE-TABLE.
011000     05  WS-DAY-DATE      PIC 9(08) OCCURS 7 TIMES VALUE ZERO.
011100*----------------------------------------------------------------
011200* DATE ARITHMETIC.  8700 VALIDATES WS-DT-DATE, 8800 TURNS IT INTO
011300* A DAY NUMBER, AND 8850 STEPS IT BACK ONE DAY.
011400*----------------------------------------------------------------
011500 01  WS-DT-DATE           PIC 9(08) VALUE ZERO.
011600 01  WS-DT-DATE-GROUP REDEFINES WS-DT-DATE.
011700     05  WS-DT-YYYY           PIC 9(04).
011800     05  WS-DT-MM             PIC 9(02).
011900     05  WS-DT-DD             PIC 9(02).
012000 01  WS-DT-DAYS           PIC 9(07) COMP VALUE ZERO.
012100 01  WS-DT-PRIOR-YEAR     PIC 9(04) COMP VALUE ZERO.
012200 01  WS-DT-QUOTIENT       PIC 9(04) COMP VALUE ZERO.
012300 01  WS-DT-REM-4          PIC 9(04) COMP VALUE ZERO.
012400 01  WS-DT-REM-100        PIC 9(04) COMP VALUE ZERO.
012500 01  WS-DT-REM-400        PIC 9(04) COMP VALUE ZERO.
012600 01  WS-DT-MONTH-DAYS     PIC 9(02) VALUE ZERO.
012700 01  WS-DT-LEAP-SWITCH    PIC X(01) VALUE 'N'.
012800     88  DT-LEAP-YEAR                  VALUE 'Y'.
012900     88  DT-NOT-LEAP-YEAR              VALUE 'N'.
013000 01  WS-DT-VALID-SWITCH   PIC X(01) VALUE 'N'.
013100     88  DT-VALID                      VALUE 'Y'.
013200     88  DT-NOT-VALID                  VALUE 'N'.
013300 01  WS-MONTH-LENGTHS.
013400     05  FILLER               PIC X(24)
013500                VALUE '312831303130313130313031'.
013600 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
013700     05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
013800 01  WS-DAYS-BEFORE.
013900     05  FILLER               PIC X(36)
014000                VALUE '000031059090120151181212243273304334'.
014100 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE.
014200     05  WS-DAYS-BEFORE-MONTH PIC 9(03) OCCURS 12 TIMES.
014300*----------------------------------------------------------------
014400* THE CURRENT RUN-HISTORY RECORD, AS 2100 DERIVES IT - WHERE IT
014500* FALLS IN THE WINDOW, ITS ELAPSED SECONDS, AND ITS REJECT RATE.
014600*----------------------------------------------------------------
014700 01  WS-PASS-NO           PIC 9(01) VALUE ZERO.
014800 01  WS-REC-SWITCH        PIC X(01) VALUE 'N'.
014900     88  REC-IN-WINDOW                 VALUE 'Y'.
015000     88  REC-NOT-IN-WINDOW             VALUE 'N'.
015100 01  WS-REC-START-DAYS    PIC 9(07) COMP VALUE ZERO.
015200 01  WS-REC-END-DAYS      PIC 9(07) COMP VALUE ZERO.
015300 01  WS-REC-WEEK          PIC 9(01) COMP VALUE ZERO.
015400 01  WS-REC-DAY           PIC 9(01) COMP VALUE ZERO.
015500 01  WS-REC-DAYS-BACK     PIC 9(07) COMP VALUE ZERO.
015600 01  WS-REC-ELAPSED       PIC S9(09) COMP VALUE ZERO.
015700 01  WS-REC-RATE          PIC 9(03)V9(02) VALUE ZERO.
015800 01  WS-TIME-WORK         PIC 9(08) VALUE ZERO.
015900 01  WS-TIME-GROUP REDEFINES WS-TIME-WORK.
016000     05  WS-TIME-HH           PIC 9(02).
016100     05  WS-TIME-MM           PIC 9(02).
016200     05  WS-TIME-SS           PIC 9(02).
016300     05  WS-TIME-HS           PIC 9(02).
016400 01  WS-START-SECS        PIC 9(05) COMP VALUE ZERO.
016500 01  WS-END-SECS          PIC 9(05) COMP VALUE ZERO.
016600*----------------------------------------------------------------
016700* STEP TABLE - ONE ENTRY PER JOB, STEP, AND PROGRAM SEEN IN THE
016800* FIVE-WEEK WINDOW.  RUNS AND ELAPSED SECONDS ARE KEPT BY WEEK;
016900* THE HIGHEST RETURN CODE BY DAY OF THE REPORT WEEK; AND INPUT
017000* AND REJECT COUNTS FOR THE REPORT WEEK AND THE TRAILING WEEKS.
017100*----------------------------------------------------------------
017200 01  WS-ST-COUNT          PIC 9(03) COMP VALUE ZERO.
017300 01  WS-ST-MAX            PIC 9(03) COMP VALUE 200.
017400 01  WS-ST-IDX            PIC 9(03) COMP VALUE ZERO.
017500 01  WS-ST-FULL-COUNT     PIC 9(07) COMP VALUE ZERO.
017600 01  WS-ST-SWITCH         PIC X(01) VALUE 'N'.
017700     88  ST-FOUND                      VALUE 'Y'.
017800     88  ST-NOT-FOUND                  VALUE 'N'.
017900 01  ST-TABLE.
018000     05  ST-ENTRY OCCURS 200 TIMES.
018100         10  ST-JOB           PIC X(08).
018200         10  ST-STEP          PIC X(08).
018300         10  ST-PROGRAM       PIC X(10).
018400         10  ST-WEEK OCCURS 5 TIMES.
018500             15  ST-RUNS      PIC 9(05) COMP.
018600             15  ST-ELAPSED   PIC 9(09) COMP.
018700         10  ST-DAY OCCURS 7 TIMES.
018800             15  ST-DAY-RAN   PIC X(01).
018900             15  ST-DAY-RC    PIC 9(04).
019000         10  ST-NONZERO       PIC 9(05) COMP.
019100         10  ST-TRAIL-IN      PIC 9(11) COMP.
019200         10  ST-TRAIL-REJ     PIC 9(11) COMP.
019300         10  ST-TRAIL-RATE    PIC 9(03)V9(02).
019400         10  ST-HAS-TRAIL     PIC X(01).
019500*----------------------------------------------------------------
019600* TREND AND FORMATTING WORK FIELDS.
019700*----------------------------------------------------------------
019800 01  WS-TRAIL-RUNS        PIC 9(05) COMP VALUE ZERO.
019900 01  WS-TRAIL-ELAPSED     PIC 9(09) COMP VALUE ZERO.
020000 01  WS-TRAIL-AVG         PIC 9(07) COMP VALUE ZERO.
020100 01  WS-WEEK-AVG          PIC 9(07) COMP VALUE ZERO.
020200 01  WS-SLOW-LIMIT        PIC 9(09) COMP VALUE ZERO.
020300 01  WS-FMT-SECS          PIC 9(07) VALUE ZERO.
020400 01  WS-FMT-REM           PIC 9(07) VALUE ZERO.
020500 01  WS-FMT-HMS.
020600     05  WS-FMT-HH            PIC 9(02).
020700     05  FILLER               PIC X(01) VALUE ':'.
020800     05  WS-FMT-MI            PIC 9(02).
020900     05  FILLER               PIC X(01) VALUE ':'.
021000     05  WS-FMT-SS            PIC 9(02).
021100 01  WS-FMT-DATE          PIC 9(08) VALUE ZERO.
021200 01  WS-FMT-DATE-GROUP REDEFINES WS-FMT-DATE.
021300     05  WS-FMT-YYYY          PIC 9(04).
021400     05  WS-FMT-MM            PIC 9(02).
021500     05  WS-FMT-DD            PIC 9(02).
021600 01  WS-FMT-DATE-ED       PIC X(10) VALUE SPACES.
021700 01  WS-SPIKE-LIMIT       PIC 9(07)V9(02) VALUE ZERO.
021800*----------------------------------------------------------------
021900* RUN COUNTERS.
022000*----------------------------------------------------------------
022100 77  WS-READ-COUNT        PIC 9(09) VALUE ZERO.
022200 77  WS-WINDOW-COUNT      PIC 9(09) VALUE ZERO.
022300 77  WS-WEEK-RUN-COUNT    PIC 9(07) VALUE ZERO.
022400 77  WS-BAD-COUNT         PIC 9(07) VALUE ZERO.
022500 77  WS-SLOW-COUNT        PIC 9(05) COMP VALUE ZERO.
022600 77  WS-NONZERO-COUNT     PIC 9(07) VALUE ZERO.
022700 77  WS-SPIKE-COUNT       PIC 9(07) VALUE ZERO.
022800 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
022900*----------------------------------------------------------------
023000* RUN-DATE AND PAGE CONTROL.
023100*----------------------------------------------------------------
023200 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
023300 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
023400     05  WS-RUN-YYYY          PIC 9(04).
023500     05  WS-RUN-MM            PIC 9(02).
023600     05  WS-RUN-DD            PIC 9(02).
023700 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
023800 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
023900 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
024000 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
024100*----------------------------------------------------------------
024200* REPORT LINE LAYOUTS.  EACH SECTION STARTS A NEW PAGE AND SETS
024300* THE SECTION TITLE AND COLUMN HEADINGS THE PAGE HEADER REPEATS.
024400*----------------------------------------------------------------
024500 01  WS-OUT-LINE          PIC X(80) VALUE SPACES.
024600 01  WS-SECTION-TITLE     PIC X(80) VALUE SPACES.
024700 01  WS-COLUMN-HEAD       PIC X(80) VALUE SPACES.
024800 01  WS-HEADER-1.
024900     05  FILLER               PIC X(05) VALUE SPACES.
025000     05  FILLER               PIC X(40)
025100                VALUE 'WEEKLY OPERATIONS PERFORMANCE REPORT'.
025200     05  FILLER               PIC X(05) VALUE SPACES.
025300     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
025400     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
025500     05  FILLER               PIC X(06) VALUE ' PAGE '.
025600     05  H1-PAGE-NO           PIC ZZ9.
025700 01  WS-HEADER-2.
025800     05  FILLER               PIC X(01) VALUE SPACES.
025900     05  FILLER               PIC X(12) VALUE 'WEEK ENDING '.
026000     05  H2-WEEK-END          PIC X(10) VALUE SPACES.
026100     05  FILLER               PIC X(10) VALUE '  SLOW AT '.
026200     05  H2-SLOW-PCT          PIC ZZ9.
026300     05  FILLER               PIC X(12) VALUE '%  SPIKE AT '.
026400     05  H2-SPIKE-PCT         PIC ZZ9.
026500     05  FILLER               PIC X(15) VALUE '%  MIN REJECTS '.
026600     05  H2-MIN-REJECTS       PIC ZZZZ9.
026700 01  WS-TREND-HEAD.
026800     05  FILLER               PIC X(01) VALUE SPACES.
026900     05  FILLER               PIC X(09) VALUE 'JOB'.
027000     05  FILLER               PIC X(09) VALUE 'STEP'.
027100     05  FILLER               PIC X(10) VALUE 'PROGRAM'.
027200     05  FILLER               PIC X(09) VALUE '     WK-4'.
027300     05  FILLER               PIC X(09) VALUE '     WK-3'.
027400     05  FILLER               PIC X(09) VALUE '     WK-2'.
027500     05  FILLER               PIC X(09) VALUE '     WK-1'.
027600     05  FILLER               PIC X(09) VALUE '  THIS WK'.
027700     05  FILLER               PIC X(05) VALUE ' FLAG'.
027800 01  WS-TREND-LINE.
027900     05  FILLER               PIC X(01) VALUE SPACES.
028000     05  TR-JOB               PIC X(08).
028100     05  FILLER               PIC X(01) VALUE SPACES.
028200     05  TR-STEP              PIC X(08).
028300     05  FILLER               PIC X(01) VALUE SPACES.
028400     05  TR-PROGRAM           PIC X(10).
028500     05  TR-WEEK-COL OCCURS 5 TIMES.
028600         10  FILLER           PIC X(01).
028700         10  TR-AVG           PIC X(08).
028800     05  FILLER               PIC X(01) VALUE SPACES.
028900     05  TR-FLAG              PIC X(04).
029000 01  WS-RC-HEAD.
029100     05  FILLER               PIC X(01) VALUE SPACES.
029200     05  FILLER               PIC X(09) VALUE 'JOB'.
029300     05  FILLER               PIC X(09) VALUE 'STEP'.
029400     05  FILLER               PIC X(10) VALUE 'PROGRAM'.
029500     05  RH-DAY-COL OCCURS 7 TIMES.
029600         10  FILLER           PIC X(01).
029700         10  RH-DAY-MM        PIC 9(02).
029800         10  RH-DAY-SLASH     PIC X(01).
029900         10  RH-DAY-DD        PIC 9(02).
030000     05  FILLER               PIC X(05) VALUE ' RUNS'.
030100     05  FILLER               PIC X(04) VALUE ' N-Z'.
030200 01  WS-RC-LINE.
030300     05  FILLER               PIC X(01) VALUE SPACES.
030400     05  RL-JOB               PIC X(08).
030500     05  FILLER               PIC X(01) VALUE SPACES.
030600     05  RL-STEP              PIC X(08).
030700     05  FILLER               PIC X(01) VALUE SPACES.
030800     05  RL-PROGRAM           PIC X(10).
030900     05  RL-DAY-COL OCCURS 7 TIMES.
031000         10  FILLER           PIC X(02).
031100         10  RL-DAY-RC        PIC ZZZ9.
031200         10  RL-DAY-RC-X REDEFINES RL-DAY-RC
031300                              PIC X(04).
031400     05  FILLER               PIC X(01) VALUE SPACES.
031500     05  RL-RUNS              PIC ZZZ9.
031600     05  FILLER               PIC X(01) VALUE SPACES.
031700     05  RL-NONZERO           PIC ZZ9.
031800 01  WS-NONZERO-HEAD.
031900     05  FILLER               PIC X(01) VALUE SPACES.
032000     05  FILLER               PIC X(11) VALUE 'START DATE'.
032100     05  FILLER               PIC X(09) VALUE 'TIME'.
032200     05  FILLER               PIC X(09) VALUE 'JOB'.
032300     05  FILLER               PIC X(09) VALUE 'STEP'.
032400     05  FILLER               PIC X(11) VALUE 'PROGRAM'.
032500     05  FILLER               PIC X(05) VALUE '  RC'.
032600     05  FILLER               PIC X(08) VALUE ' ELAPSED'.
032700 01  WS-NONZERO-LINE.
032800     05  FILLER               PIC X(01) VALUE SPACES.
032900     05  NZ-DATE              PIC X(10).
033000     05  FILLER               PIC X(01) VALUE SPACES.
033100     05  NZ-TIME              PIC X(08).
033200     05  FILLER               PIC X(01) VALUE SPACES.
033300     05  NZ-JOB               PIC X(08).
033400     05  FILLER               PIC X(01) VALUE SPACES.
033500     05  NZ-STEP              PIC X(08).
033600     05  FILLER               PIC X(01) VALUE SPACES.
033700     05  NZ-PROGRAM           PIC X(10).
033800     05  FILLER               PIC X(01) VALUE SPACES.
033900     05  NZ-RC                PIC ZZZ9.
034000     05  FILLER               PIC X(01) VALUE SPACES.
034100     05  NZ-ELAPSED           PIC X(08).
034200 01  WS-SPIKE-HEAD.
034300     05  FILLER               PIC X(01) VALUE SPACES.
034400     05  FILLER               PIC X(11) VALUE 'START DATE'.
034500     05  FILLER               PIC X(09) VALUE 'JOB'.
034600     05  FILLER               PIC X(09) VALUE 'STEP'.
034700     05  FILLER               PIC X(11) VALUE 'PROGRAM'.
034800     05  FILLER               PIC X(10) VALUE '     INPUT'.
034900     05  FILLER               PIC X(10) VALUE '   REJECTS'.
035000     05  FILLER               PIC X(07) VALUE '  RATE%'.
035100     05  FILLER               PIC X(07) VALUE ' TRAIL%'.
035200 01  WS-SPIKE-LINE.
035300     05  FILLER               PIC X(01) VALUE SPACES.
035400     05  SP-DATE              PIC X(10).
035500     05  FILLER               PIC X(01) VALUE SPACES.
035600     05  SP-JOB               PIC X(08).
035700     05  FILLER               PIC X(01) VALUE SPACES.
035800     05  SP-STEP              PIC X(08).
035900     05  FILLER               PIC X(01) VALUE SPACES.
036000     05  SP-PROGRAM           PIC X(10).
036100     05  FILLER               PIC X(01) VALUE SPACES.
036200     05  SP-IN                PIC ZZZZZZZZ9.
036300     05  FILLER               PIC X(01) VALUE SPACES.
036400     05  SP-REJECTS           PIC ZZZZZZZZ9.
036500     05  FILLER               PIC X(01) VALUE SPACES.
036600     05  SP-RATE              PIC ZZ9.99.
036700     05  FILLER               PIC X(01) VALUE SPACES.
036800     05  SP-TRAIL-RATE        PIC ZZ9.99.
036900 01  WS-SECTION-LINE.
037000     05  FILLER               PIC X(01) VALUE SPACES.
037100     05  SL-TEXT              PIC X(60) VALUE SPACES.
037200 01  WS-TOTAL-LINE.
037300     05  FILLER               PIC X(02) VALUE SPACES.
037400     05  TL-LABEL             PIC X(26).
037500     05  FILLER               PIC X(03) VALUE '= '.
037600     05  TL-COUNT             PIC ZZZZZZZZ9.
037700*----------------------------------------------------------------
037800* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
037900* THING, FOR THE RECORD APPENDED AT THE END.
038000*----------------------------------------------------------------
038100 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
038200 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
038300
038400 LINKAGE SECTION.
038500*----------------------------------------------------------------
038600* PARM= OPERAND - AN OPTIONAL DATE=YYYYMMDD WEEK-ENDING DATE.
038700*----------------------------------------------------------------
038800 01  LK-RUN-PARM.
038900     05  LK-PARM-LEN         PIC S9(4) COMP.
039000     05  LK-PARM-TEXT        PIC X(20).
039100
039200 PROCEDURE DIVISION USING LK-RUN-PARM.
039300*----------------------------------------------------------------
039400*                      0000-MAIN-LOGIC
039500* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
039600*----------------------------------------------------------------
039700 0000-MAIN-LOGIC.
039800     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
039900     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
040000     IF WS-RUN-RC < 8
040100         MOVE 1 TO WS-PASS-NO
040200         PERFORM 2000-HISTORY-PASS-RTN THRU 2000-EXIT
040300     END-IF.
040400     IF WS-RUN-RC < 8
040500         PERFORM 3000-PRINT-TREND-RTN THRU 3000-EXIT
040600         PERFORM 4000-PRINT-RC-HISTORY-RTN THRU 4000-EXIT
040700         PERFORM 5000-PRINT-NONZERO-RTN THRU 5000-EXIT
040800         PERFORM 6000-PRINT-SPIKES-RTN THRU 6000-EXIT
040900     END-IF.
041000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
041100     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
041200     STOP RUN.
041300
041400*----------------------------------------------------------------
041500*                      1000-INITIALIZE-RTN
041600* GETS THE RUN DATE, PARSES THE PARM, OPENS THE REPORT, LOADS
041700* THE THRESHOLDS, AND SETS THE REPORT WEEK.
041800*----------------------------------------------------------------
041900 1000-INITIALIZE-RTN.
042000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042100     STRING WS-RUN-MM    DELIMITED BY SIZE
042200            '/'          DELIMITED BY SIZE
042300            WS-RUN-DD    DELIMITED BY SIZE
042400            '/'          DELIMITED BY SIZE
042500            WS-RUN-YYYY  DELIMITED BY SIZE
042600            INTO WS-RUN-DATE-ED.
042700     IF LK-PARM-LEN >= 13
042800         AND LK-PARM-TEXT (1:5) = 'DATE='
042900         MOVE LK-PARM-TEXT (6:8) TO WS-PARM-DATE-X
043000         IF WS-PARM-DATE-9 NUMERIC
043100             MOVE WS-PARM-DATE-9 TO WS-DT-DATE
043200             PERFORM 8700-CHECK-DATE-RTN THRU 8700-EXIT
043300             IF DT-VALID
043400                 MOVE WS-PARM-DATE-9 TO WS-WEEK-END-DATE
043500             ELSE
043600                 DISPLAY "PARM WEEK-ENDING DATE NOT A DATE - "
043700                         "IGNORED"
043800             END-IF
043900         ELSE
044000             DISPLAY "PARM WEEK-ENDING DATE NOT NUMERIC - IGNORED"
044100         END-IF
044200     END-IF.
044300     OPEN OUTPUT REPORT-FILE.
044400     IF WS-RPT-STATUS = '00'
044500         SET RPT-FILE-OPEN TO TRUE
044600     ELSE
044700         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
044800                 WS-RPT-STATUS
044900         MOVE 8 TO WS-RUN-RC
045000         GO TO 1000-EXIT
045100     END-IF.
045200     PERFORM 1100-LOAD-PARM-RTN THRU 1100-EXIT.
045300     PERFORM 1200-SET-WEEK-RTN THRU 1200-EXIT.
045400 1000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800*                 1100-LOAD-PARM-RTN
045900* LOADS THE SLOW AND SPIKE PERCENTAGES AND THE MINIMUM REJECT
046000* COUNT FROM OPSPARM.  A MISSING OR EMPTY FILE, OR A ZERO OR
046100* NON-NUMERIC VALUE, LEAVES THE DEFAULT.
046200*----------------------------------------------------------------
046300 1100-LOAD-PARM-RTN.
046400     OPEN INPUT PARM-FILE.
046500     IF WS-PARM-STATUS NOT = '00'
046600         DISPLAY "PARM-FILE OPEN FAILED, STATUS " WS-PARM-STATUS
046700                 " - USING DEFAULT CONTROLS"
046800         GO TO 1100-EXIT
046900     END-IF.
047000     READ PARM-FILE
047100         AT END
047200             DISPLAY "PARM-FILE EMPTY - USING DEFAULT CONTROLS"
047300         NOT AT END
047400             IF PARM-SLOW-PCT NUMERIC
047500                 AND PARM-SLOW-PCT > ZERO
047600                 MOVE PARM-SLOW-PCT TO WS-SLOW-PCT
047700             END-IF
047800             IF PARM-SPIKE-PCT NUMERIC
047900                 AND PARM-SPIKE-PCT > ZERO
048000                 MOVE PARM-SPIKE-PCT TO WS-SPIKE-PCT
048100             END-IF
048200             IF PARM-MIN-REJECTS NUMERIC
048300                 AND PARM-MIN-REJECTS > ZERO
048400                 MOVE PARM-MIN-REJECTS TO WS-MIN-REJECTS
048500             END-IF
048600     END-READ.
048700     CLOSE PARM-FILE.
048800     DISPLAY "Operations controls: SLOW PCT " WS-SLOW-PCT
048900             " SPIKE PCT " WS-SPIKE-PCT
049000             " MIN REJECTS " WS-MIN-REJECTS.
049100 1100-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------
049500*                 1200-SET-WEEK-RTN
049600* SETS THE WEEK-ENDING DATE (THE DAY BEFORE THE RUN UNLESS THE
049700* PARM GAVE ONE), ITS DAY NUMBER, AND THE SEVEN DATES OF THE
049800* REPORT WEEK FOR THE RETURN-CODE COLUMNS.
049900*----------------------------------------------------------------
050000 1200-SET-WEEK-RTN.
050100     IF WS-WEEK-END-DATE = ZERO
050200         MOVE WS-RUN-DATE TO WS-DT-DATE
050300         PERFORM 8850-PREV-DAY-RTN THRU 8850-EXIT
050400         MOVE WS-DT-DATE TO WS-WEEK-END-DATE
050500     END-IF.
050600     MOVE WS-WEEK-END-DATE TO WS-DT-DATE.
050700     PERFORM 8800-DAY-NUMBER-RTN THRU 8800-EXIT.
050800     MOVE WS-DT-DAYS TO WS-WEEK-END-DAYS.
050900     MOVE WS-WEEK-END-DATE TO WS-DT-DATE.
051000     PERFORM 1210-SET-DAY-RTN THRU 1210-EXIT
051100         VARYING WS-DAY-IDX FROM 7 BY -1
051200         UNTIL WS-DAY-IDX < 1.
051300     MOVE WS-WEEK-END-DATE TO WS-FMT-DATE.
051400     PERFORM 8600-FORMAT-DATE-RTN THRU 8600-EXIT.
051500     MOVE WS-FMT-DATE-ED TO H2-WEEK-END.
051600     MOVE WS-SLOW-PCT TO H2-SLOW-PCT.
051700     MOVE WS-SPIKE-PCT TO H2-SPIKE-PCT.
051800     MOVE WS-MIN-REJECTS TO H2-MIN-REJECTS.
051900     DISPLAY "Week ending: " WS-WEEK-END-DATE.
052000 1200-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400*                 1210-SET-DAY-RTN
052500* RECORDS ONE DAY OF THE REPORT WEEK, LATEST FIRST, AND ITS
052600* MM/DD COLUMN HEADING, THEN STEPS BACK A DAY.
052700*----------------------------------------------------------------
052800 1210-SET-DAY-RTN.
052900     MOVE WS-DT-DATE TO WS-DAY-DATE (WS-DAY-IDX).
053000     MOVE SPACES TO RH-DAY-COL (WS-DAY-IDX).
053100     MOVE WS-DT-MM TO RH-DAY-MM (WS-DAY-IDX).
053200     MOVE '/' TO RH-DAY-SLASH (WS-DAY-IDX).
053300     MOVE WS-DT-DD TO RH-DAY-DD (WS-DAY-IDX).
053400     PERFORM 8850-PREV-DAY-RTN THRU 8850-EXIT.
053500 1210-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------
053900*                 2000-HISTORY-PASS-RTN
054000* ONE PASS OVER THE WHOLE RUN-HISTORY FILE.  PASS 1 BUILDS THE
054100* STEP TABLE, PASS 2 LISTS THE REPORT WEEK'S NON-ZERO RUNS, AND
054200* PASS 3 ITS REJECT-RATE SPIKES.  A FILE THAT CANNOT BE OPENED
054300* ON THE FIRST PASS ENDS THE RUN RC=8.
054400*----------------------------------------------------------------
054500 2000-HISTORY-PASS-RTN.
054600     OPEN INPUT RUN-HISTORY-FILE.
054700     IF WS-RUNH-STATUS NOT = '00'
054800         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
054900                 WS-RUNH-STATUS
055000         MOVE 8 TO WS-RUN-RC
055100         GO TO 2000-EXIT
055200     END-IF.
055300     SET RUNH-EOF-NO TO TRUE.
055400     PERFORM 2100-READ-HISTORY-RTN THRU 2100-EXIT.
055500     PERFORM 2050-PROCESS-RECORD-RTN THRU 2050-EXIT
055600         UNTIL RUNH-EOF-YES.
055700     CLOSE RUN-HISTORY-FILE.
055800 2000-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200*                 2050-PROCESS-RECORD-RTN
056300* HANDS A RECORD IN THE WINDOW TO THE CURRENT PASS'S ROUTINE AND
056400* READS THE NEXT.
056500*----------------------------------------------------------------
056600 2050-PROCESS-RECORD-RTN.
056700     IF REC-IN-WINDOW
056800         EVALUATE WS-PASS-NO
056900             WHEN 1
057000                 PERFORM 2200-ACCUMULATE-RTN THRU 2200-EXIT
057100             WHEN 2
057200                 PERFORM 5100-NONZERO-RUN-RTN THRU 5100-EXIT
057300             WHEN 3
057400                 PERFORM 6100-SPIKE-RUN-RTN THRU 6100-EXIT
057500         END-EVALUATE
057600     END-IF.
057700     PERFORM 2100-READ-HISTORY-RTN THRU 2100-EXIT.
057800 2050-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------
058200*                 2100-READ-HISTORY-RTN
058300* READS THE NEXT RUN-HISTORY RECORD AND PLACES IT - THE WEEK AND
058400* DAY IT STARTED IN AND ITS ELAPSED SECONDS.  A RECORD WITH A
058500* NON-NUMERIC FIELD, AN IMPOSSIBLE DATE, OR AN END BEFORE ITS
058600* START IS COUNTED ON THE FIRST PASS AND LEFT OUT.
058700*----------------------------------------------------------------
058800 2100-READ-HISTORY-RTN.
058900     SET REC-NOT-IN-WINDOW TO TRUE.
059000     READ RUN-HISTORY-FILE
059100         AT END
059200             SET RUNH-EOF-YES TO TRUE
059300     END-READ.
059400     IF RUNH-EOF-YES
059500         GO TO 2100-EXIT
059600     END-IF.
059700     IF WS-PASS-NO = 1
059800         ADD 1 TO WS-READ-COUNT
059900     END-IF.
060000     IF RUNH-START-DATE NOT NUMERIC
060100         OR RUNH-START-TIME NOT NUMERIC
060200         OR RUNH-END-DATE NOT NUMERIC
060300         OR RUNH-END-TIME NOT NUMERIC
060400         OR RUNH-RETURN-CODE NOT NUMERIC
060500         OR RUNH-IN-COUNT NOT NUMERIC
060600         OR RUNH-REJECT-COUNT NOT NUMERIC
060700         GO TO 2100-BAD
060800     END-IF.
060900     MOVE RUNH-START-DATE TO WS-DT-DATE.
061000     PERFORM 8700-CHECK-DATE-RTN THRU 8700-EXIT.
061100     IF DT-NOT-VALID
061200         GO TO 2100-BAD
061300     END-IF.
061400     PERFORM 8800-DAY-NUMBER-RTN THRU 8800-EXIT.
061500     MOVE WS-DT-DAYS TO WS-REC-START-DAYS.
061600     IF WS-REC-START-DAYS > WS-WEEK-END-DAYS
061700         GO TO 2100-EXIT
061800     END-IF.
061900     COMPUTE WS-REC-DAYS-BACK =
062000         WS-WEEK-END-DAYS - WS-REC-START-DAYS.
062100     IF WS-REC-DAYS-BACK > 34
062200         GO TO 2100-EXIT
062300     END-IF.
062400     MOVE RUNH-END-DATE TO WS-DT-DATE.
062500     PERFORM 8700-CHECK-DATE-RTN THRU 8700-EXIT.
062600     IF DT-NOT-VALID
062700         GO TO 2100-BAD
062800     END-IF.
062900     PERFORM 8800-DAY-NUMBER-RTN THRU 8800-EXIT.
063000     MOVE WS-DT-DAYS TO WS-REC-END-DAYS.
063100     MOVE RUNH-START-TIME TO WS-TIME-WORK.
063200     COMPUTE WS-START-SECS =
063300         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
063400     MOVE RUNH-END-TIME TO WS-TIME-WORK.
063500     COMPUTE WS-END-SECS =
063600         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
063700     COMPUTE WS-REC-ELAPSED =
063800         (WS-REC-END-DAYS - WS-REC-START-DAYS) * 86400
063900         + WS-END-SECS - WS-START-SECS.
064000     IF WS-REC-ELAPSED < ZERO
064100         GO TO 2100-BAD
064200     END-IF.
064300     DIVIDE WS-REC-DAYS-BACK BY 7 GIVING WS-REC-WEEK.
064400     ADD 1 TO WS-REC-WEEK.
064500     IF WS-REC-WEEK = 1
064600         COMPUTE WS-REC-DAY = 7 - WS-REC-DAYS-BACK
064700     ELSE
064800         MOVE ZERO TO WS-REC-DAY
064900     END-IF.
065000     SET REC-IN-WINDOW TO TRUE.
065100     GO TO 2100-EXIT.
065200 2100-BAD.
065300     IF WS-PASS-NO = 1
065400         ADD 1 TO WS-BAD-COUNT
065500         DISPLAY "UNREADABLE RUN-HISTORY RECORD " WS-READ-COUNT
065600                 " - " RUNH-JOB-NAME " " RUNH-STEP-NAME
065700     END-IF.
065800 2100-EXIT.
065900     EXIT.
066000
066100*----------------------------------------------------------------
066200*                 2200-ACCUMULATE-RTN
066300* ADDS ONE RUN TO ITS STEP'S ENTRY - RUNS AND ELAPSED FOR ITS
066400* WEEK, AND FOR THE REPORT WEEK THE DAY'S HIGHEST RETURN CODE
066500* AND THE NON-ZERO COUNT, OR FOR A TRAILING WEEK THE INPUT AND
066600* REJECT COUNTS BEHIND THE TRAILING REJECT RATE.
066700*----------------------------------------------------------------
066800 2200-ACCUMULATE-RTN.
066900     ADD 1 TO WS-WINDOW-COUNT.
067000     PERFORM 2210-FIND-STEP-RTN THRU 2210-EXIT.
067100     IF ST-NOT-FOUND
067200         GO TO 2200-EXIT
067300     END-IF.
067400     ADD 1 TO ST-RUNS (WS-ST-IDX WS-REC-WEEK).
067500     ADD WS-REC-ELAPSED TO ST-ELAPSED (WS-ST-IDX WS-REC-WEEK).
067600     IF WS-REC-WEEK = 1
067700         ADD 1 TO WS-WEEK-RUN-COUNT
067800         IF ST-DAY-RAN (WS-ST-IDX WS-REC-DAY) NOT = 'Y'
067900             OR RUNH-RETURN-CODE >
068000                ST-DAY-RC (WS-ST-IDX WS-REC-DAY)
068100             MOVE RUNH-RETURN-CODE
068200                 TO ST-DAY-RC (WS-ST-IDX WS-REC-DAY)
068300         END-IF
068400         MOVE 'Y' TO ST-DAY-RAN (WS-ST-IDX WS-REC-DAY)
068500         IF RUNH-RETURN-CODE > ZERO
068600             ADD 1 TO ST-NONZERO (WS-ST-IDX)
068700         END-IF
068800     ELSE
068900         ADD RUNH-IN-COUNT TO ST-TRAIL-IN (WS-ST-IDX)
069000         ADD RUNH-REJECT-COUNT TO ST-TRAIL-REJ (WS-ST-IDX)
069100         MOVE 'Y' TO ST-HAS-TRAIL (WS-ST-IDX)
069200     END-IF.
069300 2200-EXIT.
069400     EXIT.
069500
069600*----------------------------------------------------------------
069700*                 2210-FIND-STEP-RTN
069800* FINDS THE RECORD'S JOB, STEP, AND PROGRAM IN THE STEP TABLE,
069900* ADDING IT ON THE FIRST PASS WHEN IT IS NEW.  A FULL TABLE IS
070000* COUNTED AND THE RUN LEFT OFF THE REPORT.
070100*----------------------------------------------------------------
070200 2210-FIND-STEP-RTN.
070300     SET ST-NOT-FOUND TO TRUE.
070400     PERFORM 2220-SCAN-STEP-RTN THRU 2220-EXIT
070500         VARYING WS-ST-IDX FROM 1 BY 1
070600         UNTIL WS-ST-IDX > WS-ST-COUNT
070700            OR ST-FOUND.
070800     IF ST-FOUND
070900         SUBTRACT 1 FROM WS-ST-IDX
071000         GO TO 2210-EXIT
071100     END-IF.
071200     IF WS-PASS-NO NOT = 1
071300         GO TO 2210-EXIT
071400     END-IF.
071500     IF WS-ST-COUNT >= WS-ST-MAX
071600         ADD 1 TO WS-ST-FULL-COUNT
071700         GO TO 2210-EXIT
071800     END-IF.
071900     ADD 1 TO WS-ST-COUNT.
072000     MOVE WS-ST-COUNT TO WS-ST-IDX.
072100     MOVE RUNH-JOB-NAME TO ST-JOB (WS-ST-IDX).
072200     MOVE RUNH-STEP-NAME TO ST-STEP (WS-ST-IDX).
072300     MOVE RUNH-PROGRAM TO ST-PROGRAM (WS-ST-IDX).
072400     PERFORM 2230-CLEAR-WEEK-RTN THRU 2230-EXIT
072500         VARYING WS-WEEK-IDX FROM 1 BY 1
072600         UNTIL WS-WEEK-IDX > 5.
072700     PERFORM 2240-CLEAR-DAY-RTN THRU 2240-EXIT
072800         VARYING WS-DAY-IDX FROM 1 BY 1
072900         UNTIL WS-DAY-IDX > 7.
073000     MOVE ZERO TO ST-NONZERO (WS-ST-IDX).
073100     MOVE ZERO TO ST-TRAIL-IN (WS-ST-IDX).
073200     MOVE ZERO TO ST-TRAIL-REJ (WS-ST-IDX).
073300     MOVE ZERO TO ST-TRAIL-RATE (WS-ST-IDX).
073400     MOVE 'N' TO ST-HAS-TRAIL (WS-ST-IDX).
073500     SET ST-FOUND TO TRUE.
073600 2210-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------------
074000*                 2220-SCAN-STEP-RTN
074100* TESTS ONE STEP-TABLE ENTRY AGAINST THE RECORD'S JOB, STEP,
074200* AND PROGRAM.
074300*----------------------------------------------------------------
074400 2220-SCAN-STEP-RTN.
074500     IF ST-JOB (WS-ST-IDX) = RUNH-JOB-NAME
074600         AND ST-STEP (WS-ST-IDX) = RUNH-STEP-NAME
074700         AND ST-PROGRAM (WS-ST-IDX) = RUNH-PROGRAM
074800         SET ST-FOUND TO TRUE
074900     END-IF.
075000 2220-EXIT.
075100     EXIT.
075200
075300*----------------------------------------------------------------
075400*                 2230-CLEAR-WEEK-RTN
075500* ZEROES ONE WEEK'S RUNS AND ELAPSED ON A NEW STEP ENTRY.
075600*----------------------------------------------------------------
075700 2230-CLEAR-WEEK-RTN.
075800     MOVE ZERO TO ST-RUNS (WS-ST-IDX WS-WEEK-IDX).
075900     MOVE ZERO TO ST-ELAPSED (WS-ST-IDX WS-WEEK-IDX).
076000 2230-EXIT.
076100     EXIT.
076200
076300*----------------------------------------------------------------
076400*                 2240-CLEAR-DAY-RTN
076500* CLEARS ONE DAY'S RETURN CODE ON A NEW STEP ENTRY.
076600*----------------------------------------------------------------
076700 2240-CLEAR-DAY-RTN.
076800     MOVE 'N' TO ST-DAY-RAN (WS-ST-IDX WS-DAY-IDX).
076900     MOVE ZERO TO ST-DAY-RC (WS-ST-IDX WS-DAY-IDX).
077000 2240-EXIT.
077100     EXIT.
077200
077300*----------------------------------------------------------------
077400*                 3000-PRINT-TREND-RTN
077500* SECTION 1 - EACH STEP'S AVERAGE ELAPSED TIME PER RUN FOR EACH
077600* OF THE FOUR TRAILING WEEKS AND THE REPORT WEEK.
077700*----------------------------------------------------------------
077800 3000-PRINT-TREND-RTN.
077900     MOVE 'ELAPSED-TIME TREND - AVERAGE PER RUN, HH:MM:SS'
078000         TO SL-TEXT.
078100     MOVE WS-SECTION-LINE TO WS-SECTION-TITLE.
078200     MOVE WS-TREND-HEAD TO WS-COLUMN-HEAD.
078300     PERFORM 8200-START-SECTION-RTN THRU 8200-EXIT.
078400     IF WS-ST-COUNT = ZERO
078500         MOVE 'NO RUNS IN THE FIVE WEEKS TO THE WEEK-ENDING DATE'
078600             TO SL-TEXT
078700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
078800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
078900         GO TO 3000-EXIT
079000     END-IF.
079100     PERFORM 3100-PRINT-TREND-LINE-RTN THRU 3100-EXIT
079200         VARYING WS-ST-IDX FROM 1 BY 1
079300         UNTIL WS-ST-IDX > WS-ST-COUNT.
079400 3000-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------
079800*                 3100-PRINT-TREND-LINE-RTN
079900* PRINTS ONE STEP'S TREND LINE, OLDEST WEEK FIRST, AND FLAGS IT
080000* SLOW WHEN THE REPORT WEEK'S AVERAGE REACHES THE SLOW
080100* PERCENTAGE OF ITS TRAILING AVERAGE.
080200*----------------------------------------------------------------
080300 3100-PRINT-TREND-LINE-RTN.
080400     MOVE SPACES TO WS-TREND-LINE.
080500     MOVE ST-JOB (WS-ST-IDX) TO TR-JOB.
080600     MOVE ST-STEP (WS-ST-IDX) TO TR-STEP.
080700     MOVE ST-PROGRAM (WS-ST-IDX) TO TR-PROGRAM.
080800     MOVE ZERO TO WS-TRAIL-RUNS.
080900     MOVE ZERO TO WS-TRAIL-ELAPSED.
081000     PERFORM 3110-FORMAT-WEEK-RTN THRU 3110-EXIT
081100         VARYING WS-WEEK-IDX FROM 1 BY 1
081200         UNTIL WS-WEEK-IDX > 5.
081300     IF ST-RUNS (WS-ST-IDX 1) > ZERO
081400         AND WS-TRAIL-RUNS > ZERO
081500         DIVIDE ST-ELAPSED (WS-ST-IDX 1) BY ST-RUNS (WS-ST-IDX 1)
081600             GIVING WS-WEEK-AVG
081700         DIVIDE WS-TRAIL-ELAPSED BY WS-TRAIL-RUNS
081800             GIVING WS-TRAIL-AVG
081900         COMPUTE WS-SLOW-LIMIT = WS-TRAIL-AVG * WS-SLOW-PCT
082000         IF WS-WEEK-AVG * 100 >= WS-SLOW-LIMIT
082100             AND WS-WEEK-AVG > WS-TRAIL-AVG
082200             MOVE 'SLOW' TO TR-FLAG
082300             ADD 1 TO WS-SLOW-COUNT
082400         END-IF
082500     END-IF.
082600     MOVE WS-TREND-LINE TO WS-OUT-LINE.
082700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
082800 3100-EXIT.
082900     EXIT.
083000
083100*----------------------------------------------------------------
083200*                 3110-FORMAT-WEEK-RTN
083300* FILLS ONE WEEK'S AVERAGE INTO ITS COLUMN - WEEK 5 (FOUR WEEKS
083400* BACK) IN THE FIRST COLUMN, THE REPORT WEEK IN THE LAST - AND
083500* ADDS A TRAILING WEEK INTO THE TRAILING TOTALS.  A WEEK WITH NO
083600* RUNS SHOWS DASHES.
083700*----------------------------------------------------------------
083800 3110-FORMAT-WEEK-RTN.
083900     IF ST-RUNS (WS-ST-IDX WS-WEEK-IDX) = ZERO
084000         MOVE '      --' TO TR-AVG (6 - WS-WEEK-IDX)
084100         GO TO 3110-EXIT
084200     END-IF.
084300     DIVIDE ST-ELAPSED (WS-ST-IDX WS-WEEK-IDX)
084400         BY ST-RUNS (WS-ST-IDX WS-WEEK-IDX)
084500         GIVING WS-FMT-SECS.
084600     PERFORM 8500-FORMAT-ELAPSED-RTN THRU 8500-EXIT.
084700     MOVE WS-FMT-HMS TO TR-AVG (6 - WS-WEEK-IDX).
084800     IF WS-WEEK-IDX > 1
084900         ADD ST-RUNS (WS-ST-IDX WS-WEEK-IDX) TO WS-TRAIL-RUNS
085000         ADD ST-ELAPSED (WS-ST-IDX WS-WEEK-IDX)
085100             TO WS-TRAIL-ELAPSED
085200     END-IF.
085300 3110-EXIT.
085400     EXIT.
085500
085600*----------------------------------------------------------------
085700*                 4000-PRINT-RC-HISTORY-RTN
085800* SECTION 2 - EACH STEP'S HIGHEST RETURN CODE ON EACH DAY OF THE
085900* REPORT WEEK, ITS RUNS, AND HOW MANY ENDED NON-ZERO.
086000*----------------------------------------------------------------
086100 4000-PRINT-RC-HISTORY-RTN.
086200     MOVE 'RETURN CODES BY DAY - HIGHEST RC THAT DAY, . = NO RUN'
086300         TO SL-TEXT.
086400     MOVE WS-SECTION-LINE TO WS-SECTION-TITLE.
086500     MOVE WS-RC-HEAD TO WS-COLUMN-HEAD.
086600     PERFORM 8200-START-SECTION-RTN THRU 8200-EXIT.
086700     PERFORM 4100-PRINT-RC-LINE-RTN THRU 4100-EXIT
086800         VARYING WS-ST-IDX FROM 1 BY 1
086900         UNTIL WS-ST-IDX > WS-ST-COUNT.
087000 4000-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------------
087400*                 4100-PRINT-RC-LINE-RTN
087500* PRINTS ONE STEP'S RETURN-CODE LINE.
087600*----------------------------------------------------------------
087700 4100-PRINT-RC-LINE-RTN.
087800     MOVE SPACES TO WS-RC-LINE.
087900     MOVE ST-JOB (WS-ST-IDX) TO RL-JOB.
088000     MOVE ST-STEP (WS-ST-IDX) TO RL-STEP.
088100     MOVE ST-PROGRAM (WS-ST-IDX) TO RL-PROGRAM.
088200     PERFORM 4110-FORMAT-DAY-RTN THRU 4110-EXIT
088300         VARYING WS-DAY-IDX FROM 1 BY 1
088400         UNTIL WS-DAY-IDX > 7.
088500     MOVE ST-RUNS (WS-ST-IDX 1) TO RL-RUNS.
088600     MOVE ST-NONZERO (WS-ST-IDX) TO RL-NONZERO.
088700     MOVE WS-RC-LINE TO WS-OUT-LINE.
088800     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
088900 4100-EXIT.
089000     EXIT.
089100
089200*----------------------------------------------------------------
089300*                 4110-FORMAT-DAY-RTN
089400* FILLS ONE DAY'S RETURN CODE, OR A DOT WHEN THE STEP DID NOT
089500* RUN THAT DAY.
089600*----------------------------------------------------------------
089700 4110-FORMAT-DAY-RTN.
089800     IF ST-DAY-RAN (WS-ST-IDX WS-DAY-IDX) = 'Y'
089900         MOVE ST-DAY-RC (WS-ST-IDX WS-DAY-IDX)
090000             TO RL-DAY-RC (WS-DAY-IDX)
090100     ELSE
090200         MOVE '   .' TO RL-DAY-RC-X (WS-DAY-IDX)
090300     END-IF.
090400 4110-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800*                 5000-PRINT-NONZERO-RTN
090900* SECTION 3 - EVERY RUN IN THE REPORT WEEK THAT ENDED WITH A
091000* NON-ZERO RETURN CODE, IN THE ORDER THE RUNS WERE RECORDED.
091100*----------------------------------------------------------------
091200 5000-PRINT-NONZERO-RTN.
091300     MOVE 'STEPS THAT ENDED NON-ZERO THIS WEEK' TO SL-TEXT.
091400     MOVE WS-SECTION-LINE TO WS-SECTION-TITLE.
091500     MOVE WS-NONZERO-HEAD TO WS-COLUMN-HEAD.
091600     PERFORM 8200-START-SECTION-RTN THRU 8200-EXIT.
091700     MOVE 2 TO WS-PASS-NO.
091800     PERFORM 2000-HISTORY-PASS-RTN THRU 2000-EXIT.
091900     IF WS-NONZERO-COUNT = ZERO
092000         MOVE 'NO STEP ENDED NON-ZERO THIS WEEK' TO SL-TEXT
092100         MOVE WS-SECTION-LINE TO WS-OUT-LINE
092200         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
092300     END-IF.
092400 5000-EXIT.
092500     EXIT.
092600
092700*----------------------------------------------------------------
092800*                 5100-NONZERO-RUN-RTN
092900* LISTS ONE REPORT-WEEK RUN IF IT ENDED NON-ZERO.
093000*----------------------------------------------------------------
093100 5100-NONZERO-RUN-RTN.
093200     IF WS-REC-WEEK NOT = 1
093300         OR RUNH-RETURN-CODE = ZERO
093400         GO TO 5100-EXIT
093500     END-IF.
093600     ADD 1 TO WS-NONZERO-COUNT.
093700     MOVE SPACES TO WS-NONZERO-LINE.
093800     MOVE RUNH-START-DATE TO WS-FMT-DATE.
093900     PERFORM 8600-FORMAT-DATE-RTN THRU 8600-EXIT.
094000     MOVE WS-FMT-DATE-ED TO NZ-DATE.
094100     MOVE WS-START-SECS TO WS-FMT-SECS.
094200     PERFORM 8500-FORMAT-ELAPSED-RTN THRU 8500-EXIT.
094300     MOVE WS-FMT-HMS TO NZ-TIME.
094400     MOVE RUNH-JOB-NAME TO NZ-JOB.
094500     MOVE RUNH-STEP-NAME TO NZ-STEP.
094600     MOVE RUNH-PROGRAM TO NZ-PROGRAM.
094700     MOVE RUNH-RETURN-CODE TO NZ-RC.
094800     MOVE WS-REC-ELAPSED TO WS-FMT-SECS.
094900     PERFORM 8500-FORMAT-ELAPSED-RTN THRU 8500-EXIT.
095000     MOVE WS-FMT-HMS TO NZ-ELAPSED.
095100     MOVE WS-NONZERO-LINE TO WS-OUT-LINE.
095200     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
095300 5100-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------------
095700*                 6000-PRINT-SPIKES-RTN
095800* SECTION 4 - EVERY RUN IN THE REPORT WEEK WHOSE REJECT RATE
095900* REACHED THE SPIKE PERCENTAGE OF ITS STEP'S TRAILING FOUR-WEEK
096000* RATE.  THE TRAILING RATES ARE WORKED OUT FIRST; A STEP WITH NO
096100* TRAILING RUNS HAS NOTHING TO SPIKE AGAINST.
096200*----------------------------------------------------------------
096300 6000-PRINT-SPIKES-RTN.
096400     MOVE 'REJECT-RATE SPIKES AGAINST THE TRAILING FOUR WEEKS'
096500         TO SL-TEXT.
096600     MOVE WS-SECTION-LINE TO WS-SECTION-TITLE.
096700     MOVE WS-SPIKE-HEAD TO WS-COLUMN-HEAD.
096800     PERFORM 8200-START-SECTION-RTN THRU 8200-EXIT.
096900     PERFORM 6050-TRAILING-RATE-RTN THRU 6050-EXIT
097000         VARYING WS-ST-IDX FROM 1 BY 1
097100         UNTIL WS-ST-IDX > WS-ST-COUNT.
097200     MOVE 3 TO WS-PASS-NO.
097300     PERFORM 2000-HISTORY-PASS-RTN THRU 2000-EXIT.
097400     IF WS-SPIKE-COUNT = ZERO
097500         MOVE 'NO REJECT-RATE SPIKES THIS WEEK' TO SL-TEXT
097600         MOVE WS-SECTION-LINE TO WS-OUT-LINE
097700         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
097800     END-IF.
097900 6000-EXIT.
098000     EXIT.
098100
098200*----------------------------------------------------------------
098300*                 6050-TRAILING-RATE-RTN
098400* WORKS OUT ONE STEP'S TRAILING REJECT RATE, AS A PERCENTAGE OF
098500* ITS TRAILING INPUT.
098600*----------------------------------------------------------------
098700 6050-TRAILING-RATE-RTN.
098800     IF ST-TRAIL-IN (WS-ST-IDX) > ZERO
098900         COMPUTE ST-TRAIL-RATE (WS-ST-IDX) ROUNDED =
099000             ST-TRAIL-REJ (WS-ST-IDX) * 100
099100             / ST-TRAIL-IN (WS-ST-IDX)
099200             ON SIZE ERROR
099300                 MOVE 999.99 TO ST-TRAIL-RATE (WS-ST-IDX)
099400         END-COMPUTE
099500     ELSE
099600         IF ST-TRAIL-REJ (WS-ST-IDX) > ZERO
099700             MOVE 100 TO ST-TRAIL-RATE (WS-ST-IDX)
099800         END-IF
099900     END-IF.
100000 6050-EXIT.
100100     EXIT.
100200
100300*----------------------------------------------------------------
100400*                 6100-SPIKE-RUN-RTN
100500* LISTS ONE REPORT-WEEK RUN IF IT REJECTED AT LEAST THE MINIMUM
100600* AND ITS RATE REACHED THE SPIKE PERCENTAGE OF ITS STEP'S
100700* TRAILING RATE.  A RUN WITH REJECTS BUT NO INPUT COUNTS AS 100
100800* PERCENT.
100900*----------------------------------------------------------------
101000 6100-SPIKE-RUN-RTN.
101100     IF WS-REC-WEEK NOT = 1
101200         OR RUNH-REJECT-COUNT < WS-MIN-REJECTS
101300         GO TO 6100-EXIT
101400     END-IF.
101500     PERFORM 2210-FIND-STEP-RTN THRU 2210-EXIT.
101600     IF ST-NOT-FOUND
101700         GO TO 6100-EXIT
101800     END-IF.
101900     IF ST-HAS-TRAIL (WS-ST-IDX) NOT = 'Y'
102000         GO TO 6100-EXIT
102100     END-IF.
102200     IF RUNH-IN-COUNT > ZERO
102300         COMPUTE WS-REC-RATE ROUNDED =
102400             RUNH-REJECT-COUNT * 100 / RUNH-IN-COUNT
102500             ON SIZE ERROR
102600                 MOVE 999.99 TO WS-REC-RATE
102700         END-COMPUTE
102800     ELSE
102900         MOVE 100 TO WS-REC-RATE
103000     END-IF.
103100     COMPUTE WS-SPIKE-LIMIT =
103200         ST-TRAIL-RATE (WS-ST-IDX) * WS-SPIKE-PCT / 100.
103300     IF WS-REC-RATE < WS-SPIKE-LIMIT
103400         OR WS-REC-RATE = ZERO
103500         GO TO 6100-EXIT
103600     END-IF.
103700     ADD 1 TO WS-SPIKE-COUNT.
103800     MOVE SPACES TO WS-SPIKE-LINE.
103900     MOVE RUNH-START-DATE TO WS-FMT-DATE.
104000     PERFORM 8600-FORMAT-DATE-RTN THRU 8600-EXIT.
104100     MOVE WS-FMT-DATE-ED TO SP-DATE.
104200     MOVE RUNH-JOB-NAME TO SP-JOB.
104300     MOVE RUNH-STEP-NAME TO SP-STEP.
104400     MOVE RUNH-PROGRAM TO SP-PROGRAM.
104500     MOVE RUNH-IN-COUNT TO SP-IN.
104600     MOVE RUNH-REJECT-COUNT TO SP-REJECTS.
104700     MOVE WS-REC-RATE TO SP-RATE.
104800     MOVE ST-TRAIL-RATE (WS-ST-IDX) TO SP-TRAIL-RATE.
104900     MOVE WS-SPIKE-LINE TO WS-OUT-LINE.
105000     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
105100 6100-EXIT.
105200     EXIT.
105300
105400*----------------------------------------------------------------
105500*                 8100-PRINT-LINE-RTN
105600* PRINTS THE LINE STAGED IN WS-OUT-LINE, STARTING A NEW PAGE
105700* FIRST WHEN THE CURRENT ONE IS FULL.
105800*----------------------------------------------------------------
105900 8100-PRINT-LINE-RTN.
106000     IF RPT-FILE-NOT-OPEN
106100         GO TO 8100-EXIT
106200     END-IF.
106300     IF WS-PAGE-NO = ZERO
106400         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
106500         PERFORM 8300-PRINT-HEADERS-RTN THRU 8300-EXIT
106600     END-IF.
106700     WRITE PRINT-LINE FROM WS-OUT-LINE.
106800     ADD 1 TO WS-LINES-ON-PAGE.
106900 8100-EXIT.
107000     EXIT.
107100
107200*----------------------------------------------------------------
107300*                 8200-START-SECTION-RTN
107400* STARTS A SECTION ON A NEW PAGE UNDER THE SECTION TITLE AND
107500* COLUMN HEADINGS JUST SET.
107600*----------------------------------------------------------------
107700 8200-START-SECTION-RTN.
107800     IF RPT-FILE-OPEN
107900         PERFORM 8300-PRINT-HEADERS-RTN THRU 8300-EXIT
108000     END-IF.
108100 8200-EXIT.
108200     EXIT.
108300
108400*----------------------------------------------------------------
108500*                 8300-PRINT-HEADERS-RTN
108600* STARTS A NEW PAGE - PAGE HEADER, THE WEEK AND THRESHOLDS, AND
108700* THE CURRENT SECTION'S TITLE AND COLUMN HEADINGS.
108800*----------------------------------------------------------------
108900 8300-PRINT-HEADERS-RTN.
109000     ADD 1 TO WS-PAGE-NO.
109100     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
109200     MOVE WS-PAGE-NO TO H1-PAGE-NO.
109300     WRITE PRINT-LINE FROM WS-HEADER-1.
109400     WRITE PRINT-LINE FROM WS-HEADER-2.
109500     WRITE PRINT-LINE FROM WS-SECTION-TITLE.
109600     WRITE PRINT-LINE FROM WS-COLUMN-HEAD.
109700     MOVE ZERO TO WS-LINES-ON-PAGE.
109800 8300-EXIT.
109900     EXIT.
110000
110100*----------------------------------------------------------------
110200*                 8500-FORMAT-ELAPSED-RTN
110300* TURNS WS-FMT-SECS INTO HH:MM:SS.  ANYTHING OVER 99 HOURS
110400* SHOWS AS 99:59:59.
110500*----------------------------------------------------------------
110600 8500-FORMAT-ELAPSED-RTN.
110700     IF WS-FMT-SECS > 359999
110800         MOVE 359999 TO WS-FMT-SECS
110900     END-IF.
111000     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
111100         REMAINDER WS-FMT-REM.
111200     DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MI
111300         REMAINDER WS-FMT-SS.
111400 8500-EXIT.
111500     EXIT.
111600
111700*----------------------------------------------------------------
111800*                 8600-FORMAT-DATE-RTN
111900* TURNS WS-FMT-DATE (YYYYMMDD) INTO MM/DD/YYYY.
112000*----------------------------------------------------------------
112100 8600-FORMAT-DATE-RTN.
112200     MOVE SPACES TO WS-FMT-DATE-ED.
112300     STRING WS-FMT-MM    DELIMITED BY SIZE
112400            '/'          DELIMITED BY SIZE
112500            WS-FMT-DD    DELIMITED BY SIZE
112600            '/'          DELIMITED BY SIZE
112700            WS-FMT-YYYY  DELIMITED BY SIZE
112800            INTO WS-FMT-DATE-ED.
112900 8600-EXIT.
113000     EXIT.
113100
113200*----------------------------------------------------------------
113300*                 8700-CHECK-DATE-RTN
113400* CHECKS WS-DT-DATE IS A REAL CALENDAR DATE AND SETS THE LEAP-
113500* YEAR SWITCH FOR 8800.
113600*----------------------------------------------------------------
113700 8700-CHECK-DATE-RTN.
113800     SET DT-NOT-VALID TO TRUE.
113900     IF WS-DT-DATE NOT NUMERIC
114000         GO TO 8700-EXIT
114100     END-IF.
114200     IF WS-DT-YYYY < 1900
114300         OR WS-DT-MM < 1 OR WS-DT-MM > 12
114400         OR WS-DT-DD < 1
114500         GO TO 8700-EXIT
114600     END-IF.
114700     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-QUOTIENT
114800         REMAINDER WS-DT-REM-4.
114900     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DT-QUOTIENT
115000         REMAINDER WS-DT-REM-100.
115100     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DT-QUOTIENT
115200         REMAINDER WS-DT-REM-400.
115300     SET DT-NOT-LEAP-YEAR TO TRUE.
115400     IF WS-DT-REM-4 = ZERO
115500         IF WS-DT-REM-100 NOT = ZERO OR WS-DT-REM-400 = ZERO
115600             SET DT-LEAP-YEAR TO TRUE
115700         END-IF
115800     END-IF.
115900     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
116000     IF WS-DT-MM = 2 AND DT-LEAP-YEAR
116100         MOVE 29 TO WS-DT-MONTH-DAYS
116200     END-IF.
116300     IF WS-DT-DD > WS-DT-MONTH-DAYS
116400         GO TO 8700-EXIT
116500     END-IF.
116600     SET DT-VALID TO TRUE.
116700 8700-EXIT.
116800     EXIT.
116900
117000*----------------------------------------------------------------
117100*                 8800-DAY-NUMBER-RTN
117200* TURNS THE VALIDATED WS-DT-DATE INTO A DAY NUMBER COUNTED FROM
117300* THE START OF THE CALENDAR, SO TWO DATES CAN BE SUBTRACTED.
117400* EACH DIVISION IS A SEPARATE STEP SO IT TRUNCATES.
117500*----------------------------------------------------------------
117600 8800-DAY-NUMBER-RTN.
117700     PERFORM 8700-CHECK-DATE-RTN THRU 8700-EXIT.
117800     COMPUTE WS-DT-PRIOR-YEAR = WS-DT-YYYY - 1.
117900     COMPUTE WS-DT-DAYS = WS-DT-PRIOR-YEAR * 365
118000         + WS-DAYS-BEFORE-MONTH (WS-DT-MM) + WS-DT-DD.
118100     DIVIDE WS-DT-PRIOR-YEAR BY 4 GIVING WS-DT-QUOTIENT.
118200     ADD WS-DT-QUOTIENT TO WS-DT-DAYS.
118300     DIVIDE WS-DT-PRIOR-YEAR BY 100 GIVING WS-DT-QUOTIENT.
118400     SUBTRACT WS-DT-QUOTIENT FROM WS-DT-DAYS.
118500     DIVIDE WS-DT-PRIOR-YEAR BY 400 GIVING WS-DT-QUOTIENT.
118600     ADD WS-DT-QUOTIENT TO WS-DT-DAYS.
118700     IF WS-DT-MM > 2 AND DT-LEAP-YEAR
118800         ADD 1 TO WS-DT-DAYS
118900     END-IF.
119000 8800-EXIT.
119100     EXIT.
119200
119300*----------------------------------------------------------------
119400*                 8850-PREV-DAY-RTN
119500* STEPS WS-DT-DATE BACK ONE CALENDAR DAY.
119600*----------------------------------------------------------------
119700 8850-PREV-DAY-RTN.
119800     IF WS-DT-DD > 1
119900         SUBTRACT 1 FROM WS-DT-DD
120000         GO TO 8850-EXIT
120100     END-IF.
120200     IF WS-DT-MM > 1
120300         SUBTRACT 1 FROM WS-DT-MM
120400     ELSE
120500         SUBTRACT 1 FROM WS-DT-YYYY
120600         MOVE 12 TO WS-DT-MM
120700     END-IF.
120800     MOVE 1 TO WS-DT-DD.
120900     PERFORM 8700-CHECK-DATE-RTN THRU 8700-EXIT.
121000     MOVE WS-DT-MONTH-DAYS TO WS-DT-DD.
121100 8850-EXIT.
121200     EXIT.
121300
121400*----------------------------------------------------------------
121500*                      9000-TERMINATE-RTN
121600* PRINTS THE RUN TOTALS, CLOSES THE REPORT, AND SETS THE RETURN
121700* CODE - 4 WHEN NOTHING RAN IN THE REPORT WEEK, WHEN A RECORD
121800* COULD NOT BE READ, OR WHEN THE STEP TABLE FILLED.  SLOW STEPS,
121900* NON-ZERO RUNS, AND SPIKES ARE REPORTED, NOT GRADED.
122000*----------------------------------------------------------------
122100 9000-TERMINATE-RTN.
122200     IF WS-RUN-RC < 8
122300         IF WS-WEEK-RUN-COUNT = ZERO
122400             OR WS-BAD-COUNT > ZERO
122500             OR WS-ST-FULL-COUNT > ZERO
122600             MOVE 4 TO WS-RUN-RC
122700         END-IF
122800     END-IF.
122900     IF RPT-FILE-OPEN AND WS-RUN-RC < 8
123000         MOVE SPACES TO WS-OUT-LINE
123100         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
123200         MOVE 'HISTORY RECORDS READ      ' TO TL-LABEL
123300         MOVE WS-READ-COUNT TO TL-COUNT
123400         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
123500         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
123600         MOVE 'RUNS IN FIVE-WEEK WINDOW  ' TO TL-LABEL
123700         MOVE WS-WINDOW-COUNT TO TL-COUNT
123800         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
123900         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
124000         MOVE 'RUNS IN REPORT WEEK       ' TO TL-LABEL
124100         MOVE WS-WEEK-RUN-COUNT TO TL-COUNT
124200         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
124300         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
124400         MOVE 'UNREADABLE RECORDS        ' TO TL-LABEL
124500         MOVE WS-BAD-COUNT TO TL-COUNT
124600         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
124700         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
124800         MOVE 'RUNS OVER STEP TABLE LIMIT' TO TL-LABEL
124900         MOVE WS-ST-FULL-COUNT TO TL-COUNT
125000         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
125100         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
125200         MOVE 'STEPS REPORTED            ' TO TL-LABEL
125300         MOVE WS-ST-COUNT TO TL-COUNT
125400         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
125500         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
125600         MOVE 'STEPS RUNNING SLOW        ' TO TL-LABEL
125700         MOVE WS-SLOW-COUNT TO TL-COUNT
125800         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
125900         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
126000         MOVE 'RUNS ENDED NON-ZERO       ' TO TL-LABEL
126100         MOVE WS-NONZERO-COUNT TO TL-COUNT
126200         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
126300         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
126400         MOVE 'REJECT-RATE SPIKES        ' TO TL-LABEL
126500         MOVE WS-SPIKE-COUNT TO TL-COUNT
126600         MOVE WS-TOTAL-LINE TO WS-OUT-LINE
126700         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
126800     END-IF.
126900     DISPLAY "History records read: " WS-READ-COUNT.
127000     DISPLAY "Runs in report week: " WS-WEEK-RUN-COUNT.
127100     DISPLAY "Runs ended non-zero: " WS-NONZERO-COUNT.
127200     DISPLAY "Reject-rate spikes: " WS-SPIKE-COUNT.
127300     IF RPT-FILE-OPEN
127400         CLOSE REPORT-FILE
127500     END-IF.
127600     DISPLAY "Run return code: " WS-RUN-RC.
127700     MOVE WS-RUN-RC TO RETURN-CODE.
127800 9000-EXIT.
127900     EXIT.
128000
128100*----------------------------------------------------------------
128200*                 9800-START-RUN-HISTORY-RTN
128300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
128400* RECORD.
128500*----------------------------------------------------------------
128600 9800-START-RUN-HISTORY-RTN.
128700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
128800     ACCEPT WS-RUNH-START-TIME FROM TIME.
128900 9800-EXIT.
129000     EXIT.
129100
129200*----------------------------------------------------------------
129300*                 9810-WRITE-RUN-HISTORY-RTN
129400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
129500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
129600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
129700* THE BUSINESS DATE IS THE WEEK-ENDING DATE.  INPUT IS HISTORY
129800* RECORDS READ, OUTPUT THE STEPS REPORTED, AND REJECTS THE
129900* UNREADABLE RECORDS.
130000* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
130100* CHANGE THE STEP'S RETURN CODE.
130200*----------------------------------------------------------------
130300 9810-WRITE-RUN-HISTORY-RTN.
130400     OPEN EXTEND RUN-HISTORY-FILE.
130500     IF WS-RUNH-STATUS NOT = '00'
130600         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
130700                 WS-RUNH-STATUS
130800         GO TO 9810-EXIT
130900     END-IF.
131000     MOVE SPACES TO RUNH-RECORD.
131100     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
131200     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
131300     OPEN INPUT RUN-ID-FILE.
131400     IF WS-RHID-STATUS = '00'
131500         READ RUN-ID-FILE
131600             AT END
131700                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
131800                         "NOT KNOWN"
131900             NOT AT END
132000                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
132100                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
132200         END-READ
132300         CLOSE RUN-ID-FILE
132400     ELSE
132500         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
132600                 WS-RHID-STATUS
132700     END-IF.
132800     MOVE 'OPSWKRPT' TO RUNH-PROGRAM.
132900     IF WS-WEEK-END-DATE > ZERO
133000         MOVE WS-WEEK-END-DATE TO RUNH-BUS-DATE
133100     ELSE
133200         MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE
133300     END-IF.
133400     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
133500     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
133600     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
133700     ACCEPT RUNH-END-TIME FROM TIME.
133800     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
133900     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
134000     MOVE WS-ST-COUNT TO RUNH-OUT-COUNT.
134100     MOVE WS-BAD-COUNT TO RUNH-REJECT-COUNT.
134200     WRITE RUNH-RECORD.
134300     IF WS-RUNH-STATUS NOT = '00'
134400         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
134500                 WS-RUNH-STATUS
134600     END-IF.
134700     CLOSE RUN-HISTORY-FILE.
134800 9810-EXIT.
134900     EXIT.

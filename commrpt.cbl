000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CommissionRegister.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - SALES COMMISSION REGISTER OFF THE
001100*                  NIGHTLY SELLER-ATTRIBUTION GENERATIONS
001200*                  (CONCATENATED ON SELLIN).  FOR THE COMMPARM
001300*                  PERIOD (DEFAULT: THE RUN DATE'S MONTH), EACH
001400*                  SELLER ROW'S SALES NET OF RETURNS EARNS THE
001500*                  COMMRATE PERCENTAGE FOR ITS CATEGORY.  PRINTS
001600*                  THE REGISTER BY DEPARTMENT AND EMPLOYEE WITH
001700*                  DEPARTMENT SUBTOTALS AND A GRAND TOTAL, AND ON
001800*                  THE FINAL MONTH-END RUN WRITES ONE FIXED-WIDTH
001900*                  PAYROLL FEED RECORD PER EMPLOYEE AND A TRAILER.
001910* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001920*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001930*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SELLER-IN ASSIGN TO "SELLIN"
002600         ORGANIZATION IS SEQUENTIAL
002700         ACCESS MODE IS SEQUENTIAL
002800         FILE STATUS IS WS-SELL-STATUS.
002900     SELECT RATE-FILE ASSIGN TO "COMMRATE"
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-RATE-STATUS.
003300     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS EMP-NO
003700         FILE STATUS IS WS-EMP-STATUS.
003800     SELECT PARM-FILE ASSIGN TO "COMMPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-PARM-STATUS.
004200     SELECT PAY-FEED ASSIGN TO "PAYFEED"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-PAY-STATUS.
004600     SELECT REPORT-FILE ASSIGN TO "COMMRPT"
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
005200*----------------------------------------------------------------
005300* SELLER-IN - THE NIGHTLY SELLER-ATTRIBUTION GENERATIONS, IN THE
005400* SHARED SELLREC LAYOUT.  ROWS OUTSIDE THE PERIOD ARE SKIPPED.
005500*----------------------------------------------------------------
005600 FD  SELLER-IN
005700     LABEL RECORDS ARE STANDARD.
005800     COPY SELLREC.
005900*----------------------------------------------------------------
006000* RATE-FILE - ONE RECORD PER COMMISSIONABLE CATEGORY, IN
006100* ASCENDING CATEGORY ORDER, CARRYING THE COMMISSION PERCENTAGE
006200* (E.G. 02500 IS 2.5 PERCENT).  A CATEGORY WITH NO RATE EARNS
006300* NOTHING AND IS COUNTED ON THE REGISTER.
006400*----------------------------------------------------------------
006500 FD  RATE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  RATE-RECORD.
006800     05  RATE-CATEGORY       PIC X(10).
006900     05  RATE-PCT            PIC 9(02)V9(03).
007000     05  FILLER              PIC X(05).
007100*----------------------------------------------------------------
007200* EMPLOYEE-MASTER - READ BY NUMBER FOR THE SELLER'S NAME.
007300*----------------------------------------------------------------
007400 FD  EMPLOYEE-MASTER
007500     LABEL RECORDS ARE STANDARD.
007600     COPY EMPREC.
007700*----------------------------------------------------------------
007800* PARM-FILE - ONE RECORD NAMING THE COMMISSION PERIOD (YYYYMM) AND
007900* THE RUN TYPE - 'F' IN COLUMN 7 IS THE FINAL MONTH-END RUN THAT
008000* WRITES THE PAYROLL FEED; ANYTHING ELSE PRINTS AN INTERIM
008100* REGISTER ONLY.  A MISSING OR EMPTY PARM FILE PRINTS AN INTERIM
008200* REGISTER FOR THE RUN DATE'S MONTH.
008300*----------------------------------------------------------------
008400 FD  PARM-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  PARM-RECORD.
008700     05  PARM-MONTH          PIC 9(06).
008800     05  PARM-RUN-TYPE       PIC X(01).
008900         88  PARM-FINAL-RUN           VALUE 'F'.
009000*----------------------------------------------------------------
009100* PAY-FEED - FIXED-WIDTH PAYROLL FEED.  ONE 'D' RECORD PER
009200* EMPLOYEE, IN EMPLOYEE-NUMBER ORDER, CARRYING THE PERIOD, THE
009300* EARNINGS CODE, THE NET SALES, AND THE COMMISSION EARNED (BOTH
009400* SIGNED - RETURNS CAN DRIVE A MONTH NEGATIVE), THEN ONE 'T'
009500* TRAILER CARRYING THE RECORD COUNT AND COMMISSION TOTAL FOR
009600* PAYROLL TO PROVE THE FILE.
009700*----------------------------------------------------------------
009800 FD  PAY-FEED
009900     LABEL RECORDS ARE STANDARD.
010000 01  PAY-RECORD.
010100     05  PAY-REC-TYPE        PIC X(01).
010200         88  PAY-DETAIL-REC           VALUE 'D'.
010300         88  PAY-TRAILER-REC          VALUE 'T'.
010400     05  PAY-DETAIL.
010500         10  PAY-EMP-NO      PIC 9(05).
010600         10  PAY-PERIOD      PIC 9(06).
010700         10  PAY-EARN-CODE   PIC X(04).
010800         10  PAY-NET-SALES   PIC S9(09)V9(02)
010900                             SIGN LEADING SEPARATE.
011000         10  PAY-COMM-AMT    PIC S9(07)V9(02)
011100                             SIGN LEADING SEPARATE.
011200         10  FILLER          PIC X(12).
011300     05  PAY-TRL REDEFINES PAY-DETAIL.
011400         10  PAY-TRL-PERIOD  PIC 9(06).
011500         10  PAY-TRL-COUNT   PIC 9(07).
011600         10  PAY-TRL-COMM-TOTAL PIC S9(09)V9(02)
011700                             SIGN LEADING SEPARATE.
011800         10  FILLER          PIC X(24).
011900*----------------------------------------------------------------
012000* REPORT-FILE - PRINT LINES FOR THE COMMISSION REGISTER.
012100*----------------------------------------------------------------
012200 FD  REPORT-FILE
012300     LABEL RECORDS ARE OMITTED.
012400 01  PRINT-LINE              PIC X(80).
012405*----------------------------------------------------------------
012410* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
012415* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
012420* NAMING THE JOB AND STEP.
012425*----------------------------------------------------------------
012430 FD  RUN-HISTORY-FILE
012435     LABEL RECORDS ARE STANDARD.
012440     COPY RUNHREC.
012445 FD  RUN-ID-FILE
012450     LABEL RECORDS ARE STANDARD.
012455     COPY RHIDREC.
012500
012600 WORKING-STORAGE SECTION.
012700*----------------------------------------------------------------
012800* I/O CONTROLS.
012900*----------------------------------------------------------------
013000 01  WS-SELL-STATUS       PIC X(02) VALUE '00'.
013100 01  WS-RATE-STATUS       PIC X(02) VALUE '00'.
013200 01  WS-EMP-STATUS        PIC X(02) VALUE '00'.
013300 01  WS-PARM-STATUS       PIC X(02) VALUE '00'.
013400 01  WS-PAY-STATUS        PIC X(02) VALUE '00'.
013500 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
013600 01  WS-SELL-EOF-SWITCH   PIC X(01) VALUE 'N'.
013700     88  SELL-EOF-YES                  VALUE 'Y'.
013800     88  SELL-EOF-NO                   VALUE 'N'.
013900 01  WS-RATE-EOF-SWITCH   PIC X(01) VALUE 'N'.
014000     88  RATE-EOF-YES                  VALUE 'Y'.
014100     88  RATE-EOF-NO                   VALUE 'N'.
014200 01  WS-SELL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
014300     88  SELL-FILE-OPEN                VALUE 'Y'.
014400     88  SELL-FILE-NOT-OPEN            VALUE 'N'.
014500 01  WS-EMP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014600     88  EMP-FILE-OPEN                 VALUE 'Y'.
014700     88  EMP-FILE-NOT-OPEN             VALUE 'N'.
014800 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014900     88  RPT-FILE-OPEN                 VALUE 'Y'.
015000     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
015100 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
015200*----------------------------------------------------------------
015300* COMMISSION PERIOD AND RUN TYPE, FROM COMMPARM OR DEFAULTED TO
015400* AN INTERIM RUN FOR THE RUN DATE'S MONTH.
015500*----------------------------------------------------------------
015600 01  WS-PERIOD            PIC 9(06) VALUE ZERO.
015700 01  WS-RUN-TYPE-SWITCH   PIC X(01) VALUE 'I'.
015800     88  FINAL-RUN                     VALUE 'F'.
015900     88  INTERIM-RUN                   VALUE 'I'.
016000*----------------------------------------------------------------
016100* COMMISSION RATE TABLE, LOADED FROM RATE-FILE IN ASCENDING
016200* CATEGORY ORDER AND BINARY-SEARCHED.  A RATE FILE OUT OF ORDER
016300* OR TOO BIG FOR THE TABLE IS A HARD RETURN-CODE 8 - A RATE THAT
016400* CANNOT BE FOUND WOULD QUIETLY PAY NOTHING.
016500*----------------------------------------------------------------
016600 01  WS-RATE-COUNT        PIC 9(03) COMP VALUE ZERO.
016700 01  WS-RATE-MAX          PIC 9(03) COMP VALUE 500.
016800 01  WS-RATE-PREV-CAT     PIC X(10) VALUE LOW-VALUES.
016900 01  WS-CUR-RATE          PIC 9(02)V9(03) VALUE ZERO.
017000 01  RATE-TABLE.
017100     05  RATE-ENTRY OCCURS 1 TO 500 TIMES
017200             DEPENDING ON WS-RATE-COUNT
017300             ASCENDING KEY IS RATE-T-CAT
017400             INDEXED BY RATE-IDX.
017500         10  RATE-T-CAT       PIC X(10).
017600         10  RATE-T-PCT       PIC 9(02)V9(03).
017700*----------------------------------------------------------------
017800* REGISTER TABLE - ONE ENTRY PER DEPARTMENT AND EMPLOYEE,
017900* INSERTED IN KEY ORDER SO THE REGISTER PRINTS BY DEPARTMENT.
018000*----------------------------------------------------------------
018100 01  WS-COMM-COUNT        PIC 9(04) COMP VALUE ZERO.
018200 01  WS-COMM-MAX          PIC 9(04) COMP VALUE 3000.
018300 01  WS-COMM-IDX          PIC 9(04) COMP VALUE ZERO.
018400 01  WS-COMM-SLOT         PIC 9(04) COMP VALUE ZERO.
018500 01  WS-COMM-SHIFT        PIC 9(04) COMP VALUE ZERO.
018600 01  WS-COMM-SWITCH       PIC X(01) VALUE 'N'.
018700     88  COMM-FOUND                    VALUE 'Y'.
018800     88  COMM-NOT-FOUND                VALUE 'N'.
018900 01  WS-COMM-KEY.
019000     05  WS-COMM-KEY-DEPT     PIC X(04).
019100     05  WS-COMM-KEY-EMP      PIC 9(05).
019200 01  COMM-TABLE.
019300     05  COMM-ENTRY OCCURS 1 TO 3000 TIMES
019400             DEPENDING ON WS-COMM-COUNT
019500             ASCENDING KEY IS COMM-KEY
019600             INDEXED BY COMM-IDX.
019700         10  COMM-KEY.
019800             15  COMM-DEPT    PIC X(04).
019900             15  COMM-EMP     PIC 9(05).
020000         10  COMM-SALE-AMT    PIC 9(09)V9(02) COMP-3.
020100         10  COMM-RET-AMT     PIC 9(09)V9(02) COMP-3.
020200         10  COMM-EARNED      PIC S9(07)V9(02) COMP-3.
020300*----------------------------------------------------------------
020400* PAYROLL TABLE - ONE ENTRY PER EMPLOYEE, IN NUMBER ORDER, SO AN
020500* EMPLOYEE WHO SOLD FOR MORE THAN ONE DEPARTMENT IS PAID ONCE.
020600*----------------------------------------------------------------
020700 01  WS-PAY-COUNT         PIC 9(04) COMP VALUE ZERO.
020800 01  WS-PAY-MAX           PIC 9(04) COMP VALUE 2000.
020900 01  WS-PAY-IDX           PIC 9(04) COMP VALUE ZERO.
021000 01  WS-PAY-SLOT          PIC 9(04) COMP VALUE ZERO.
021100 01  WS-PAY-SHIFT         PIC 9(04) COMP VALUE ZERO.
021200 01  WS-PAY-SWITCH        PIC X(01) VALUE 'N'.
021300     88  PAY-FOUND                     VALUE 'Y'.
021400     88  PAY-NOT-FOUND                 VALUE 'N'.
021500 01  PAY-TABLE.
021600     05  PAY-ENTRY OCCURS 1 TO 2000 TIMES
021700             DEPENDING ON WS-PAY-COUNT
021800             ASCENDING KEY IS PAY-T-EMP
021900             INDEXED BY PAY-IDX.
022000         10  PAY-T-EMP        PIC 9(05).
022100         10  PAY-T-NET        PIC S9(09)V9(02) COMP-3.
022200         10  PAY-T-EARNED     PIC S9(07)V9(02) COMP-3.
022300*----------------------------------------------------------------
022400* COUNTERS, TOTALS, AND WORK FIELDS.
022500*----------------------------------------------------------------
022600 77  WS-SELL-READ-COUNT   PIC 9(07) VALUE ZERO.
022700 77  WS-SELL-PERIOD-COUNT PIC 9(07) VALUE ZERO.
022800 77  WS-NORATE-COUNT      PIC 9(07) VALUE ZERO.
022900 77  WS-UNKNOWN-EMP-COUNT PIC 9(05) VALUE ZERO.
023000 77  WS-PAY-WRITE-COUNT   PIC 9(07) VALUE ZERO.
023100 01  WS-ROW-NET           PIC S9(09)V9(02) COMP-3 VALUE ZERO.
023200 01  WS-ROW-EARNED        PIC S9(07)V9(02) COMP-3 VALUE ZERO.
023300 01  WS-LINE-NET          PIC S9(09)V9(02) COMP-3 VALUE ZERO.
023400 01  WS-DEPT-SALES        PIC 9(09)V9(02) COMP-3 VALUE ZERO.
023500 01  WS-DEPT-RETURNS      PIC 9(09)V9(02) COMP-3 VALUE ZERO.
023600 01  WS-DEPT-EARNED       PIC S9(07)V9(02) COMP-3 VALUE ZERO.
023700 01  WS-TOT-SALES         PIC 9(09)V9(02) COMP-3 VALUE ZERO.
023800 01  WS-TOT-RETURNS       PIC 9(09)V9(02) COMP-3 VALUE ZERO.
023900 01  WS-TOT-EARNED        PIC S9(07)V9(02) COMP-3 VALUE ZERO.
024000 01  WS-PAY-TOTAL         PIC S9(09)V9(02) COMP-3 VALUE ZERO.
024100 01  WS-PRIOR-DEPT        PIC X(04) VALUE SPACES.
024200 01  WS-COUNT-ED          PIC Z,ZZZ,ZZ9.
024300*----------------------------------------------------------------
024400* RUN-DATE AND PAGE CONTROL.
024500*----------------------------------------------------------------
024600 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
024700 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
024800     05  WS-RUN-YYYY          PIC 9(04).
024900     05  WS-RUN-MM            PIC 9(02).
025000     05  WS-RUN-DD            PIC 9(02).
025100 01  WS-RUN-MONTH-GRP REDEFINES WS-RUN-DATE.
025200     05  WS-RUN-YYYYMM        PIC 9(06).
025300     05  FILLER               PIC 9(02).
025400 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
025500 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
025600 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
025700 01  WS-MAX-LINES         PIC 9(02) VALUE 50.
025800*----------------------------------------------------------------
025900* REPORT LINE LAYOUTS.
026000*----------------------------------------------------------------
026100 01  WS-HEADER-1.
026200     05  FILLER               PIC X(01) VALUE SPACES.
026300     05  FILLER               PIC X(22)
026400                        VALUE 'COMMISSION REGISTER'.
026500     05  FILLER               PIC X(08) VALUE 'PERIOD: '.
026600     05  H1-PERIOD            PIC 9(06).
026700     05  FILLER               PIC X(02) VALUE SPACES.
026800     05  H1-RUN-TYPE          PIC X(08).
026900     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
027000     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
027100     05  FILLER               PIC X(06) VALUE '  PAGE'.
027200     05  H1-PAGE              PIC ZZ9.
027300 01  WS-HEADER-2.
027400     05  FILLER               PIC X(01) VALUE SPACES.
027500     05  FILLER               PIC X(05) VALUE 'DEPT'.
027600     05  FILLER               PIC X(06) VALUE 'EMP#'.
027700     05  FILLER               PIC X(20) VALUE 'NAME'.
027800     05  FILLER               PIC X(12) VALUE '       SALES'.
027900     05  FILLER               PIC X(11) VALUE '    RETURNS'.
028000     05  FILLER               PIC X(12) VALUE '   NET SALES'.
028100     05  FILLER               PIC X(11) VALUE ' COMMISSION'.
028200 01  WS-DETAIL-LINE.
028300     05  FILLER               PIC X(01) VALUE SPACES.
028400     05  DL-DEPT              PIC X(04).
028500     05  FILLER               PIC X(01) VALUE SPACES.
028600     05  DL-EMP-NO            PIC Z(04)9.
028700     05  FILLER               PIC X(01) VALUE SPACES.
028800     05  DL-NAME              PIC X(20).
028900     05  DL-SALES             PIC ZZZZZZZ9.99.
029000     05  FILLER               PIC X(01) VALUE SPACES.
029100     05  DL-RETURNS           PIC ZZZZZZZ9.99.
029200     05  DL-NET               PIC -ZZZZZZZ9.99.
029300     05  DL-EARNED            PIC -ZZZZZZ9.99.
029400 01  WS-TOTAL-LINE.
029500     05  FILLER               PIC X(02) VALUE SPACES.
029600     05  TL-LABEL             PIC X(30).
029700     05  TL-VALUE             PIC X(20).
029710*----------------------------------------------------------------
029720* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
029730* THING, FOR THE RECORD APPENDED AT THE END.
029740*----------------------------------------------------------------
029750 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
029760 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
029770 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
029780 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
029800
029900 PROCEDURE DIVISION.
030000*----------------------------------------------------------------
030100*                      0000-MAIN-LOGIC
030200* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
030300*----------------------------------------------------------------
030400 0000-MAIN-LOGIC.
030410     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
030500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
030600     IF WS-RUN-RC < 8
030700         PERFORM 2000-PROCESS-SELLERS-RTN THRU 2000-EXIT
030800     END-IF.
030900     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
030910     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
031000     STOP RUN.
031100
031200*----------------------------------------------------------------
031300*                      1000-INITIALIZE-RTN
031400* OPENS THE FILES, SETTLES THE PERIOD AND RUN TYPE, AND LOADS THE
031500* RATE TABLE.  SELLER-IN AND THE RATE FILE ARE REQUIRED - WITHOUT
031600* EITHER THERE IS NO REGISTER TO PRINT.  A MISSING EMPLOYEE
031700* MASTER ONLY COSTS THE NAMES.
031800*----------------------------------------------------------------
031900 1000-INITIALIZE-RTN.
032000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032100     STRING WS-RUN-MM    DELIMITED BY SIZE
032200            '/'          DELIMITED BY SIZE
032300            WS-RUN-DD    DELIMITED BY SIZE
032400            '/'          DELIMITED BY SIZE
032500            WS-RUN-YYYY  DELIMITED BY SIZE
032600            INTO WS-RUN-DATE-ED.
032700     MOVE WS-RUN-YYYYMM TO WS-PERIOD.
032800     OPEN OUTPUT REPORT-FILE.
032900     IF WS-RPT-STATUS = '00'
033000         SET RPT-FILE-OPEN TO TRUE
033100     ELSE
033200         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
033300                 WS-RPT-STATUS
033400         MOVE 8 TO WS-RUN-RC
033500     END-IF.
033600     OPEN INPUT SELLER-IN.
033700     IF WS-SELL-STATUS = '00'
033800         SET SELL-FILE-OPEN TO TRUE
033900     ELSE
034000         DISPLAY "SELLER-IN OPEN FAILED, STATUS "
034100                 WS-SELL-STATUS
034200         MOVE 8 TO WS-RUN-RC
034300     END-IF.
034400     OPEN INPUT EMPLOYEE-MASTER.
034500     IF WS-EMP-STATUS = '00'
034600         SET EMP-FILE-OPEN TO TRUE
034700     ELSE
034800         DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS "
034900                 WS-EMP-STATUS " - NAMES NOT PRINTED"
035000         IF WS-RUN-RC < 4
035100             MOVE 4 TO WS-RUN-RC
035200         END-IF
035300     END-IF.
035400     PERFORM 1100-LOAD-PARM-RTN THRU 1100-EXIT.
035500     PERFORM 1200-LOAD-RATES-RTN THRU 1200-EXIT.
035600     DISPLAY "Commission period: " WS-PERIOD
035700             " run type: " WS-RUN-TYPE-SWITCH.
035800 1000-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------
036200*              1100-LOAD-PARM-RTN
036300* LOADS THE PERIOD AND RUN TYPE.  A MISSING OR EMPTY PARM FILE
036400* LEAVES AN INTERIM RUN FOR THE RUN DATE'S MONTH IN PLACE.
036500*----------------------------------------------------------------
036600 1100-LOAD-PARM-RTN.
036700     OPEN INPUT PARM-FILE.
036800     IF WS-PARM-STATUS NOT = '00'
036900         DISPLAY "PARM-FILE OPEN FAILED, STATUS " WS-PARM-STATUS
037000                 " - INTERIM REGISTER FOR THE CURRENT MONTH"
037100         GO TO 1100-EXIT
037200     END-IF.
037300     READ PARM-FILE
037400         AT END
037500             DISPLAY "PARM-FILE EMPTY - INTERIM REGISTER FOR THE "
037600                     "CURRENT MONTH"
037700         NOT AT END
037800             IF PARM-MONTH NUMERIC AND PARM-MONTH > ZERO
037900                 MOVE PARM-MONTH TO WS-PERIOD
038000             END-IF
038100             IF PARM-FINAL-RUN
038200                 SET FINAL-RUN TO TRUE
038300             END-IF
038400     END-READ.
038500     CLOSE PARM-FILE.
038600 1100-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000*              1200-LOAD-RATES-RTN
039100* LOADS RATE-FILE INTO THE RATE TABLE, PROVING ASCENDING ORDER
039200* SO THE BINARY SEARCH CAN BE TRUSTED.  A MISSING FILE, A
039300* SEQUENCE BREAK, A BAD RATE, OR AN OVERFLOW STOPS THE RUN AT 8.
039400*----------------------------------------------------------------
039500 1200-LOAD-RATES-RTN.
039600     OPEN INPUT RATE-FILE.
039700     IF WS-RATE-STATUS NOT = '00'
039800         DISPLAY "RATE-FILE OPEN FAILED, STATUS " WS-RATE-STATUS
039900         MOVE 8 TO WS-RUN-RC
040000         GO TO 1200-EXIT
040100     END-IF.
040200     PERFORM 1210-READ-RATE-RTN THRU 1210-EXIT.
040300     PERFORM 1220-STORE-RATE-RTN THRU 1220-EXIT
040400         UNTIL RATE-EOF-YES.
040500     CLOSE RATE-FILE.
040600     DISPLAY "Commission rates loaded: " WS-RATE-COUNT.
040700 1200-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100*              1210-READ-RATE-RTN
041200* READS THE NEXT RATE RECORD, SETTING THE EOF SWITCH WHEN THE
041300* FILE IS EXHAUSTED.
041400*----------------------------------------------------------------
041500 1210-READ-RATE-RTN.
041600     READ RATE-FILE
041700         AT END
041800             SET RATE-EOF-YES TO TRUE
041900     END-READ.
042000 1210-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------------
042400*              1220-STORE-RATE-RTN
042500* EDITS AND STORES ONE RATE AND ADVANCES.  ANY FAULT ENDS THE
042600* LOAD WITH RETURN-CODE 8.
042700*----------------------------------------------------------------
042800 1220-STORE-RATE-RTN.
042900     IF RATE-CATEGORY NOT > WS-RATE-PREV-CAT
043000         DISPLAY "RATE-FILE OUT OF SEQUENCE AT " RATE-CATEGORY
043100         MOVE 8 TO WS-RUN-RC
043200         SET RATE-EOF-YES TO TRUE
043300         GO TO 1220-EXIT
043400     END-IF.
043500     IF RATE-PCT NOT NUMERIC
043600         DISPLAY "RATE-FILE RATE NOT NUMERIC FOR " RATE-CATEGORY
043700         MOVE 8 TO WS-RUN-RC
043800         SET RATE-EOF-YES TO TRUE
043900         GO TO 1220-EXIT
044000     END-IF.
044100     IF WS-RATE-COUNT >= WS-RATE-MAX
044200         DISPLAY "RATE TABLE FULL AT " RATE-CATEGORY
044300                 " - RUN STOPPED"
044400         MOVE 8 TO WS-RUN-RC
044500         SET RATE-EOF-YES TO TRUE
044600         GO TO 1220-EXIT
044700     END-IF.
044800     ADD 1 TO WS-RATE-COUNT.
044900     MOVE RATE-CATEGORY TO RATE-T-CAT (WS-RATE-COUNT).
045000     MOVE RATE-PCT TO RATE-T-PCT (WS-RATE-COUNT).
045100     MOVE RATE-CATEGORY TO WS-RATE-PREV-CAT.
045200     PERFORM 1210-READ-RATE-RTN THRU 1210-EXIT.
045300 1220-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------------
045700*              2000-PROCESS-SELLERS-RTN
045800* SWEEPS THE SELLER GENERATIONS, CREDITING THE PERIOD'S ROWS.
045900*----------------------------------------------------------------
046000 2000-PROCESS-SELLERS-RTN.
046100     PERFORM 2100-READ-SELLER-RTN THRU 2100-EXIT.
046200     PERFORM 2200-CREDIT-SELLER-RTN THRU 2200-EXIT
046300         UNTIL SELL-EOF-YES.
046400 2000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------
046800*              2100-READ-SELLER-RTN
046900* READS THE NEXT SELLER ROW, SETTING THE EOF SWITCH WHEN THE
047000* GENERATIONS ARE EXHAUSTED.
047100*----------------------------------------------------------------
047200 2100-READ-SELLER-RTN.
047300     READ SELLER-IN
047400         AT END
047500             SET SELL-EOF-YES TO TRUE
047600         NOT AT END
047700             ADD 1 TO WS-SELL-READ-COUNT
047800     END-READ.
047900 2100-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------------
048300*              2200-CREDIT-SELLER-RTN
048400* PRICES ONE SELLER ROW IN THE PERIOD - SALES LESS RETURNS AT
048500* THE CATEGORY'S RATE, ROUNDED TO THE CENT - AND CREDITS IT TO
048600* BOTH THE REGISTER AND THE PAYROLL TABLES.  THEN ADVANCES.
048700*----------------------------------------------------------------
048800 2200-CREDIT-SELLER-RTN.
048900     IF SELL-BUS-YYYYMM NOT = WS-PERIOD
049000         GO TO 2200-NEXT
049100     END-IF.
049200     ADD 1 TO WS-SELL-PERIOD-COUNT.
049300     MOVE ZERO TO WS-CUR-RATE.
049400     IF WS-RATE-COUNT > ZERO
049500         SET RATE-IDX TO 1
049600         SEARCH ALL RATE-ENTRY
049700             AT END
049800                 ADD 1 TO WS-NORATE-COUNT
049900             WHEN RATE-T-CAT (RATE-IDX) = SELL-CATEGORY
050000                 MOVE RATE-T-PCT (RATE-IDX) TO WS-CUR-RATE
050100         END-SEARCH
050200     ELSE
050300         ADD 1 TO WS-NORATE-COUNT
050400     END-IF.
050500     COMPUTE WS-ROW-NET = SELL-SALE-AMT - SELL-RETURN-AMT.
050600     COMPUTE WS-ROW-EARNED ROUNDED =
050700         WS-ROW-NET * WS-CUR-RATE / 100
050800         ON SIZE ERROR
050900             DISPLAY "COMMISSION OVERFLOWED FOR " SELL-KEY
051000             MOVE 8 TO WS-RUN-RC
051100             MOVE ZERO TO WS-ROW-EARNED
051200     END-COMPUTE.
051300     MOVE SELL-DEPT TO WS-COMM-KEY-DEPT.
051400     MOVE SELL-EMP-NO TO WS-COMM-KEY-EMP.
051500     PERFORM 3000-POST-REGISTER-RTN THRU 3000-EXIT.
051600     PERFORM 3500-POST-PAYROLL-RTN THRU 3500-EXIT.
051700 2200-NEXT.
051800     PERFORM 2100-READ-SELLER-RTN THRU 2100-EXIT.
051900 2200-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300*              3000-POST-REGISTER-RTN
052400* CREDITS THE STAGED ROW TO ITS DEPARTMENT AND EMPLOYEE ENTRY,
052500* INSERTING THE ENTRY IN KEY ORDER THE FIRST TIME IT APPEARS.
052600* AN OVERFLOW IS A HARD STOP, NOT A DROP.
052700*----------------------------------------------------------------
052800 3000-POST-REGISTER-RTN.
052900     SET COMM-NOT-FOUND TO TRUE.
053000     IF WS-COMM-COUNT > ZERO
053100         SET COMM-IDX TO 1
053200         SEARCH ALL COMM-ENTRY
053300             WHEN COMM-KEY (COMM-IDX) = WS-COMM-KEY
053400                 SET COMM-FOUND TO TRUE
053500         END-SEARCH
053600     END-IF.
053700     IF COMM-NOT-FOUND
053800         PERFORM 3100-INSERT-REGISTER-RTN THRU 3100-EXIT
053900         IF WS-RUN-RC = 8
054000             GO TO 3000-EXIT
054100         END-IF
054200         SET COMM-IDX TO WS-COMM-SLOT
054300     END-IF.
054400     ADD SELL-SALE-AMT TO COMM-SALE-AMT (COMM-IDX).
054500     ADD SELL-RETURN-AMT TO COMM-RET-AMT (COMM-IDX).
054600     ADD WS-ROW-EARNED TO COMM-EARNED (COMM-IDX).
054700 3000-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------------
055100*              3100-INSERT-REGISTER-RTN
055200* OPENS A SLOT FOR THE STAGED KEY IN ASCENDING ORDER AND ZEROES
055300* ITS AMOUNTS.
055400*----------------------------------------------------------------
055500 3100-INSERT-REGISTER-RTN.
055600     IF WS-COMM-COUNT >= WS-COMM-MAX
055700         DISPLAY "REGISTER TABLE OVERFLOWED AT " WS-COMM-KEY
055800                 " - RUN STOPPED"
055900         MOVE 8 TO WS-RUN-RC
056000         GO TO 3100-EXIT
056100     END-IF.
056200     MOVE 1 TO WS-COMM-SLOT.
056300     PERFORM 3110-SCAN-REGISTER-SLOT-RTN THRU 3110-EXIT
056400         VARYING WS-COMM-IDX FROM 1 BY 1
056500         UNTIL WS-COMM-IDX > WS-COMM-COUNT
056600            OR COMM-KEY (WS-COMM-IDX) > WS-COMM-KEY.
056700     ADD 1 TO WS-COMM-COUNT.
056800     PERFORM 3120-SHIFT-REGISTER-RTN THRU 3120-EXIT
056900         VARYING WS-COMM-SHIFT FROM WS-COMM-COUNT BY -1
057000         UNTIL WS-COMM-SHIFT <= WS-COMM-SLOT.
057100     MOVE WS-COMM-KEY TO COMM-KEY (WS-COMM-SLOT).
057200     MOVE ZERO TO COMM-SALE-AMT (WS-COMM-SLOT).
057300     MOVE ZERO TO COMM-RET-AMT (WS-COMM-SLOT).
057400     MOVE ZERO TO COMM-EARNED (WS-COMM-SLOT).
057500 3100-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------
057900*              3110-SCAN-REGISTER-SLOT-RTN
058000* ADVANCES THE INSERTION SLOT PAST EVERY KEY LOWER THAN THE
058100* STAGED ONE.
058200*----------------------------------------------------------------
058300 3110-SCAN-REGISTER-SLOT-RTN.
058400     IF COMM-KEY (WS-COMM-IDX) < WS-COMM-KEY
058500         COMPUTE WS-COMM-SLOT = WS-COMM-IDX + 1
058600     END-IF.
058700 3110-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------------
059100*              3120-SHIFT-REGISTER-RTN
059200* MOVES ONE REGISTER TABLE ENTRY UP ONE SLOT.
059300*----------------------------------------------------------------
059400 3120-SHIFT-REGISTER-RTN.
059500     COMPUTE WS-COMM-IDX = WS-COMM-SHIFT - 1.
059600     MOVE COMM-ENTRY (WS-COMM-IDX) TO COMM-ENTRY (WS-COMM-SHIFT).
059700 3120-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100*              3500-POST-PAYROLL-RTN
060200* CREDITS THE STAGED ROW TO THE SELLER'S PAYROLL ENTRY,
060300* INSERTING IT IN NUMBER ORDER THE FIRST TIME IT APPEARS.
060400*----------------------------------------------------------------
060500 3500-POST-PAYROLL-RTN.
060600     IF WS-RUN-RC = 8
060700         GO TO 3500-EXIT
060800     END-IF.
060900     SET PAY-NOT-FOUND TO TRUE.
061000     IF WS-PAY-COUNT > ZERO
061100         SET PAY-IDX TO 1
061200         SEARCH ALL PAY-ENTRY
061300             WHEN PAY-T-EMP (PAY-IDX) = SELL-EMP-NO
061400                 SET PAY-FOUND TO TRUE
061500         END-SEARCH
061600     END-IF.
061700     IF PAY-NOT-FOUND
061800         PERFORM 3600-INSERT-PAYROLL-RTN THRU 3600-EXIT
061900         IF WS-RUN-RC = 8
062000             GO TO 3500-EXIT
062100         END-IF
062200         SET PAY-IDX TO WS-PAY-SLOT
062300     END-IF.
062400     ADD WS-ROW-NET TO PAY-T-NET (PAY-IDX).
062500     ADD WS-ROW-EARNED TO PAY-T-EARNED (PAY-IDX).
062600 3500-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------
063000*              3600-INSERT-PAYROLL-RTN
063100* OPENS A SLOT FOR THE SELLER IN ASCENDING NUMBER ORDER AND
063200* ZEROES ITS AMOUNTS.
063300*----------------------------------------------------------------
063400 3600-INSERT-PAYROLL-RTN.
063500     IF WS-PAY-COUNT >= WS-PAY-MAX
063600         DISPLAY "PAYROLL TABLE OVERFLOWED AT " SELL-EMP-NO
063700                 " - RUN STOPPED"
063800         MOVE 8 TO WS-RUN-RC
063900         GO TO 3600-EXIT
064000     END-IF.
064100     MOVE 1 TO WS-PAY-SLOT.
064200     PERFORM 3610-SCAN-PAYROLL-SLOT-RTN THRU 3610-EXIT
064300         VARYING WS-PAY-IDX FROM 1 BY 1
064400         UNTIL WS-PAY-IDX > WS-PAY-COUNT
064500            OR PAY-T-EMP (WS-PAY-IDX) > SELL-EMP-NO.
064600     ADD 1 TO WS-PAY-COUNT.
064700     PERFORM 3620-SHIFT-PAYROLL-RTN THRU 3620-EXIT
064800         VARYING WS-PAY-SHIFT FROM WS-PAY-COUNT BY -1
064900         UNTIL WS-PAY-SHIFT <= WS-PAY-SLOT.
065000     MOVE SELL-EMP-NO TO PAY-T-EMP (WS-PAY-SLOT).
065100     MOVE ZERO TO PAY-T-NET (WS-PAY-SLOT).
065200     MOVE ZERO TO PAY-T-EARNED (WS-PAY-SLOT).
065300 3600-EXIT.
065400     EXIT.
065500
065600*----------------------------------------------------------------
065700*              3610-SCAN-PAYROLL-SLOT-RTN
065800* ADVANCES THE INSERTION SLOT PAST EVERY LOWER EMPLOYEE NUMBER.
065900*----------------------------------------------------------------
066000 3610-SCAN-PAYROLL-SLOT-RTN.
066100     IF PAY-T-EMP (WS-PAY-IDX) < SELL-EMP-NO
066200         COMPUTE WS-PAY-SLOT = WS-PAY-IDX + 1
066300     END-IF.
066400 3610-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------
066800*              3620-SHIFT-PAYROLL-RTN
066900* MOVES ONE PAYROLL TABLE ENTRY UP ONE SLOT.
067000*----------------------------------------------------------------
067100 3620-SHIFT-PAYROLL-RTN.
067200     COMPUTE WS-PAY-IDX = WS-PAY-SHIFT - 1.
067300     MOVE PAY-ENTRY (WS-PAY-IDX) TO PAY-ENTRY (WS-PAY-SHIFT).
067400 3620-EXIT.
067500     EXIT.
067600
067700*----------------------------------------------------------------
067800*                      9000-TERMINATE-RTN
067900* PRINTS THE REGISTER AND ITS CONTROL TOTALS, WRITES THE PAYROLL
068000* FEED ON A FINAL RUN THAT FINISHED BELOW 8, CLOSES WHATEVER
068100* ACTUALLY OPENED, AND SETS THE RETURN CODE.
068200*----------------------------------------------------------------
068300 9000-TERMINATE-RTN.
068400     IF WS-NORATE-COUNT > ZERO AND WS-RUN-RC < 4
068500         MOVE 4 TO WS-RUN-RC
068600     END-IF.
068700     IF RPT-FILE-OPEN
068800         PERFORM 9100-PRINT-ENTRY-RTN THRU 9100-EXIT
068900             VARYING WS-COMM-IDX FROM 1 BY 1
069000             UNTIL WS-COMM-IDX > WS-COMM-COUNT
069100         IF WS-COMM-COUNT > ZERO
069200             PERFORM 9300-PRINT-DEPT-TOTAL-RTN THRU 9300-EXIT
069300         END-IF
069400         PERFORM 9400-PRINT-GRAND-TOTAL-RTN THRU 9400-EXIT
069500     END-IF.
069600     IF FINAL-RUN
069700         PERFORM 9500-WRITE-PAY-FEED-RTN THRU 9500-EXIT
069800     END-IF.
069900     IF RPT-FILE-OPEN
070000         PERFORM 9600-PRINT-CONTROLS-RTN THRU 9600-EXIT
070100         CLOSE REPORT-FILE
070200     END-IF.
070300     DISPLAY "Seller rows read: " WS-SELL-READ-COUNT.
070400     DISPLAY "Seller rows in period: " WS-SELL-PERIOD-COUNT.
070500     DISPLAY "Rows with no rate: " WS-NORATE-COUNT.
070600     DISPLAY "Payroll records written: " WS-PAY-WRITE-COUNT.
070700     IF SELL-FILE-OPEN
070800         CLOSE SELLER-IN
070900     END-IF.
071000     IF EMP-FILE-OPEN
071100         CLOSE EMPLOYEE-MASTER
071200     END-IF.
071300     DISPLAY "Run return code: " WS-RUN-RC.
071400     MOVE WS-RUN-RC TO RETURN-CODE.
071500 9000-EXIT.
071600     EXIT.
071700
071800*----------------------------------------------------------------
071900*              9100-PRINT-ENTRY-RTN
072000* PRINTS ONE DEPARTMENT AND EMPLOYEE LINE, CLOSING OUT THE PRIOR
072100* DEPARTMENT'S SUBTOTAL FIRST ON A DEPARTMENT BREAK AND HEADING A
072200* NEW PAGE WHEN THE CURRENT ONE IS FULL.
072300*----------------------------------------------------------------
072400 9100-PRINT-ENTRY-RTN.
072500     IF WS-COMM-IDX > 1
072600         AND COMM-DEPT (WS-COMM-IDX) NOT = WS-PRIOR-DEPT
072700         PERFORM 9300-PRINT-DEPT-TOTAL-RTN THRU 9300-EXIT
072800     END-IF.
072900     IF WS-PAGE-NO = ZERO
073000         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
073100         PERFORM 9200-PRINT-HEADERS-RTN THRU 9200-EXIT
073200     END-IF.
073300     MOVE COMM-DEPT (WS-COMM-IDX) TO WS-PRIOR-DEPT.
073400     MOVE COMM-DEPT (WS-COMM-IDX) TO DL-DEPT.
073500     MOVE COMM-EMP (WS-COMM-IDX) TO DL-EMP-NO.
073600     MOVE 'NOT ON MASTER' TO DL-NAME.
073700     IF EMP-FILE-OPEN
073800         MOVE COMM-EMP (WS-COMM-IDX) TO EMP-NO
073900         READ EMPLOYEE-MASTER
074000             KEY IS EMP-NO
074100             INVALID KEY
074200                 ADD 1 TO WS-UNKNOWN-EMP-COUNT
074300             NOT INVALID KEY
074400                 MOVE EMP-NAME TO DL-NAME
074500         END-READ
074600     END-IF.
074700     MOVE COMM-SALE-AMT (WS-COMM-IDX) TO DL-SALES.
074800     MOVE COMM-RET-AMT (WS-COMM-IDX) TO DL-RETURNS.
074900     COMPUTE WS-LINE-NET = COMM-SALE-AMT (WS-COMM-IDX)
075000         - COMM-RET-AMT (WS-COMM-IDX).
075100     MOVE WS-LINE-NET TO DL-NET.
075200     MOVE COMM-EARNED (WS-COMM-IDX) TO DL-EARNED.
075300     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
075400     ADD 1 TO WS-LINES-ON-PAGE.
075500     ADD COMM-SALE-AMT (WS-COMM-IDX) TO WS-DEPT-SALES.
075600     ADD COMM-RET-AMT (WS-COMM-IDX) TO WS-DEPT-RETURNS.
075700     ADD COMM-EARNED (WS-COMM-IDX) TO WS-DEPT-EARNED.
075800 9100-EXIT.
075900     EXIT.
076000
076100*----------------------------------------------------------------
076200*              9200-PRINT-HEADERS-RTN
076300* STARTS A NEW PAGE - PAGE HEADER, PERIOD, RUN TYPE, RUN DATE,
076400* AND COLUMN TITLES.
076500*----------------------------------------------------------------
076600 9200-PRINT-HEADERS-RTN.
076700     ADD 1 TO WS-PAGE-NO.
076800     MOVE WS-PERIOD TO H1-PERIOD.
076900     IF FINAL-RUN
077000         MOVE 'FINAL' TO H1-RUN-TYPE
077100     ELSE
077200         MOVE 'INTERIM' TO H1-RUN-TYPE
077300     END-IF.
077400     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
077500     MOVE WS-PAGE-NO TO H1-PAGE.
077600     WRITE PRINT-LINE FROM WS-HEADER-1.
077700     WRITE PRINT-LINE FROM WS-HEADER-2.
077800     MOVE ZERO TO WS-LINES-ON-PAGE.
077900 9200-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------
078300*              9300-PRINT-DEPT-TOTAL-RTN
078400* PRINTS THE PRIOR DEPARTMENT'S SUBTOTAL LINE, ROLLS IT INTO THE
078500* GRAND TOTALS, AND CLEARS IT FOR THE NEXT DEPARTMENT.
078600*----------------------------------------------------------------
078700 9300-PRINT-DEPT-TOTAL-RTN.
078800     MOVE SPACES TO DL-DEPT.
078900     MOVE ZERO TO DL-EMP-NO.
079000     MOVE SPACES TO DL-NAME.
079100     STRING 'DEPT ' DELIMITED BY SIZE
079200            WS-PRIOR-DEPT DELIMITED BY SIZE
079300            ' TOTAL' DELIMITED BY SIZE
079400            INTO DL-NAME.
079500     MOVE WS-DEPT-SALES TO DL-SALES.
079600     MOVE WS-DEPT-RETURNS TO DL-RETURNS.
079700     COMPUTE WS-LINE-NET = WS-DEPT-SALES - WS-DEPT-RETURNS.
079800     MOVE WS-LINE-NET TO DL-NET.
079900     MOVE WS-DEPT-EARNED TO DL-EARNED.
080000     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
080100     MOVE SPACES TO PRINT-LINE.
080200     WRITE PRINT-LINE.
080300     ADD 2 TO WS-LINES-ON-PAGE.
080400     ADD WS-DEPT-SALES TO WS-TOT-SALES.
080500     ADD WS-DEPT-RETURNS TO WS-TOT-RETURNS.
080600     ADD WS-DEPT-EARNED TO WS-TOT-EARNED.
080700     MOVE ZERO TO WS-DEPT-SALES.
080800     MOVE ZERO TO WS-DEPT-RETURNS.
080900     MOVE ZERO TO WS-DEPT-EARNED.
081000 9300-EXIT.
081100     EXIT.
081200
081300*----------------------------------------------------------------
081400*              9400-PRINT-GRAND-TOTAL-RTN
081500* PRINTS THE GRAND TOTAL LINE ACROSS EVERY DEPARTMENT.
081600*----------------------------------------------------------------
081700 9400-PRINT-GRAND-TOTAL-RTN.
081800     IF WS-PAGE-NO = ZERO
081900         PERFORM 9200-PRINT-HEADERS-RTN THRU 9200-EXIT
082000     END-IF.
082100     MOVE SPACES TO DL-DEPT.
082200     MOVE ZERO TO DL-EMP-NO.
082300     MOVE 'ALL DEPARTMENTS' TO DL-NAME.
082400     MOVE WS-TOT-SALES TO DL-SALES.
082500     MOVE WS-TOT-RETURNS TO DL-RETURNS.
082600     COMPUTE WS-LINE-NET = WS-TOT-SALES - WS-TOT-RETURNS.
082700     MOVE WS-LINE-NET TO DL-NET.
082800     MOVE WS-TOT-EARNED TO DL-EARNED.
082900     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
083000 9400-EXIT.
083100     EXIT.
083200
083300*----------------------------------------------------------------
083400*              9500-WRITE-PAY-FEED-RTN
083500* WRITES THE PAYROLL FEED - ONE 'D' RECORD PER EMPLOYEE ON THE
083600* EMPLOYEE MASTER, THEN THE 'T' TRAILER.  NOTHING IS WRITTEN IF
083700* THE RUN HIT RETURN-CODE 8, SO PAYROLL NEVER RECEIVES A PARTIAL
083800* MONTH.  A SELLER NO LONGER ON THE MASTER CANNOT BE PAID
083900* THROUGH THE FEED AND GRADES THE RUN TO 4.
084000*----------------------------------------------------------------
084100 9500-WRITE-PAY-FEED-RTN.
084200     IF WS-RUN-RC = 8
084300         DISPLAY "PAYROLL FEED NOT WRITTEN - RUN ENDED AT 8"
084400         GO TO 9500-EXIT
084500     END-IF.
084600     OPEN OUTPUT PAY-FEED.
084700     IF WS-PAY-STATUS NOT = '00'
084800         DISPLAY "PAY-FEED OPEN FAILED, STATUS " WS-PAY-STATUS
084900         MOVE 8 TO WS-RUN-RC
085000         GO TO 9500-EXIT
085100     END-IF.
085200     PERFORM 9510-WRITE-PAY-DETAIL-RTN THRU 9510-EXIT
085300         VARYING WS-PAY-IDX FROM 1 BY 1
085400         UNTIL WS-PAY-IDX > WS-PAY-COUNT.
085500     MOVE SPACES TO PAY-RECORD.
085600     SET PAY-TRAILER-REC TO TRUE.
085700     MOVE WS-PERIOD TO PAY-TRL-PERIOD.
085800     MOVE WS-PAY-WRITE-COUNT TO PAY-TRL-COUNT.
085900     MOVE WS-PAY-TOTAL TO PAY-TRL-COMM-TOTAL.
086000     WRITE PAY-RECORD.
086100     CLOSE PAY-FEED.
086200 9500-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------
086600*              9510-WRITE-PAY-DETAIL-RTN
086700* WRITES ONE EMPLOYEE'S PAYROLL RECORD, SKIPPING (AND COUNTING)
086800* A SELLER NO LONGER ON THE EMPLOYEE MASTER.
086900*----------------------------------------------------------------
087000 9510-WRITE-PAY-DETAIL-RTN.
087100     IF EMP-FILE-OPEN
087200         MOVE PAY-T-EMP (WS-PAY-IDX) TO EMP-NO
087300         READ EMPLOYEE-MASTER
087400             KEY IS EMP-NO
087500             INVALID KEY
087600                 DISPLAY "SELLER " PAY-T-EMP (WS-PAY-IDX)
087700                         " NOT ON MASTER - LEFT OFF PAYROLL FEED"
087800                 IF WS-RUN-RC < 4
087900                     MOVE 4 TO WS-RUN-RC
088000                 END-IF
088100                 GO TO 9510-EXIT
088200         END-READ
088300     END-IF.
088400     MOVE SPACES TO PAY-RECORD.
088500     SET PAY-DETAIL-REC TO TRUE.
088600     MOVE PAY-T-EMP (WS-PAY-IDX) TO PAY-EMP-NO.
088700     MOVE WS-PERIOD TO PAY-PERIOD.
088800     MOVE 'COMM' TO PAY-EARN-CODE.
088900     MOVE PAY-T-NET (WS-PAY-IDX) TO PAY-NET-SALES.
089000     MOVE PAY-T-EARNED (WS-PAY-IDX) TO PAY-COMM-AMT.
089100     WRITE PAY-RECORD.
089200     IF WS-PAY-STATUS NOT = '00'
089300         DISPLAY "PAY-FEED WRITE FAILED, STATUS " WS-PAY-STATUS
089400         MOVE 8 TO WS-RUN-RC
089500         GO TO 9510-EXIT
089600     END-IF.
089700     ADD 1 TO WS-PAY-WRITE-COUNT.
089800     ADD PAY-T-EARNED (WS-PAY-IDX) TO WS-PAY-TOTAL.
089900 9510-EXIT.
090000     EXIT.
090100
090200*----------------------------------------------------------------
090300*              9600-PRINT-CONTROLS-RTN
090400* PRINTS THE RUN'S CONTROL COUNTS UNDER THE REGISTER.
090500*----------------------------------------------------------------
090600 9600-PRINT-CONTROLS-RTN.
090700     MOVE SPACES TO PRINT-LINE.
090800     WRITE PRINT-LINE.
090900     MOVE 'SELLER ROWS READ' TO TL-LABEL.
091000     MOVE WS-SELL-READ-COUNT TO WS-COUNT-ED.
091100     MOVE WS-COUNT-ED TO TL-VALUE.
091200     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
091300     MOVE 'SELLER ROWS IN PERIOD' TO TL-LABEL.
091400     MOVE WS-SELL-PERIOD-COUNT TO WS-COUNT-ED.
091500     MOVE WS-COUNT-ED TO TL-VALUE.
091600     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
091700     MOVE 'ROWS WITH NO RATE (NOT PAID)' TO TL-LABEL.
091800     MOVE WS-NORATE-COUNT TO WS-COUNT-ED.
091900     MOVE WS-COUNT-ED TO TL-VALUE.
092000     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
092100     MOVE 'SELLERS NOT ON MASTER' TO TL-LABEL.
092200     MOVE WS-UNKNOWN-EMP-COUNT TO WS-COUNT-ED.
092300     MOVE WS-COUNT-ED TO TL-VALUE.
092400     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
092500     MOVE 'PAYROLL RECORDS WRITTEN' TO TL-LABEL.
092600     IF FINAL-RUN
092700         MOVE WS-PAY-WRITE-COUNT TO WS-COUNT-ED
092800         MOVE WS-COUNT-ED TO TL-VALUE
092900     ELSE
093000         MOVE 'INTERIM - NO FEED' TO TL-VALUE
093100     END-IF.
093200     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
093300 9600-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------------
093700*                 9800-START-RUN-HISTORY-RTN
093800* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
093900* RECORD.
094000*----------------------------------------------------------------
094100 9800-START-RUN-HISTORY-RTN.
094200     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
094300     ACCEPT WS-RUNH-START-TIME FROM TIME.
094400 9800-EXIT.
094500     EXIT.
094600
094700*----------------------------------------------------------------
094800*                 9810-WRITE-RUN-HISTORY-RTN
094900* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
095000* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
095100* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
095200* INPUT IS SELLER CREDITS READ, OUTPUT THE SALESPEOPLE ON THE
095300* REGISTER, AND REJECTS THE CREDITS WITH NO RATE OR NO EMPLOYEE.
095400* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
095500* CHANGE THE STEP'S RETURN CODE.
095600*----------------------------------------------------------------
095700 9810-WRITE-RUN-HISTORY-RTN.
095800     OPEN EXTEND RUN-HISTORY-FILE.
095900     IF WS-RUNH-STATUS NOT = '00'
096000         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
096100                 WS-RUNH-STATUS
096200         GO TO 9810-EXIT
096300     END-IF.
096400     MOVE SPACES TO RUNH-RECORD.
096500     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
096600     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
096700     OPEN INPUT RUN-ID-FILE.
096800     IF WS-RHID-STATUS = '00'
096900         READ RUN-ID-FILE
097000             AT END
097100                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
097200                         "NOT KNOWN"
097300             NOT AT END
097400                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
097500                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
097600         END-READ
097700         CLOSE RUN-ID-FILE
097800     ELSE
097900         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
098000                 WS-RHID-STATUS
098100     END-IF.
098200     MOVE 'COMMRPT' TO RUNH-PROGRAM.
098300     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
098400     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
098500     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
098600     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
098700     ACCEPT RUNH-END-TIME FROM TIME.
098800     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
098900     MOVE WS-SELL-READ-COUNT TO RUNH-IN-COUNT.
099000     MOVE WS-COMM-COUNT TO RUNH-OUT-COUNT.
099100     COMPUTE RUNH-REJECT-COUNT =
099200         WS-NORATE-COUNT + WS-UNKNOWN-EMP-COUNT.
099300     WRITE RUNH-RECORD.
099400     IF WS-RUNH-STATUS NOT = '00'
099500         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
099600                 WS-RUNH-STATUS
099700     END-IF.
099800     CLOSE RUN-HISTORY-FILE.
099900 9810-EXIT.
100000     EXIT.

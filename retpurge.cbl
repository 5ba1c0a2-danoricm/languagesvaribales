000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RetentionPurge.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - MONTHLY RETENTION, ARCHIVE, AND
001100*                  PURGE.  TERMINATED EMPLOYEES WHOSE LATEST
001200*                  TERMINATION ON EMPHIST IS OLDER THAN THE
001300*                  RETNPARM EMPLOYEE RETENTION ARE ARCHIVED,
001400*                  WITH EVERY EMPHIST RECORD THEY OWN, TO THE
001500*                  CUMULATIVE EMPLOYEE ARCHIVE AND DELETED FROM
001600*                  THE MASTER.  OTHER EMPHIST RECORDS OLDER THAN
001700*                  THE HISTORY RETENTION, AND THE AUDIT TRAIL FOR
001800*                  THE MONTH THE AUDIT LAG NAMES, ARE ROLLED INTO
001900*                  THE YEARLY ARCHIVE.  THE HISTORY THAT STAYS IS
002000*                  WRITTEN TO HISTOUT FOR THE JOB TO SWAP IN.
002100*                  EVERY RECORD REMOVED IS LISTED ON THE PURGE
002200*                  REGISTER FOR HR AND AUDIT SIGN-OFF.
002210* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002220*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002230*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002240* 10/15/2026  DJM  PURGE CANDIDATES ARE PROVED ON THE MASTER AND
002250*                  THEIR MASTER IMAGES ARCHIVED BEFORE THE HISTORY
002260*                  SPLIT, SO ONE THAT CHANGED KEEPS ITS HISTORY.
002270*                  A DELETE THAT FAILS AFTER THE SPLIT NOW GRADES
002280*                  THE RUN 4 AND IS LISTED, SO THE HISTORY IS
002290*                  STILL SWAPPED IN.
002292* 10/15/2026  DJM  EVERY EMPHIST RECORD OF A TERMINATED EMPLOYEE
002294*                  NOT YET PURGED IS KEPT, HOWEVER OLD, SO THE
002296*                  TERMINATION RECORD SURVIVES UNTIL THE
002298*                  EMPLOYEE'S OWN RETENTION RUNS OUT.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS EMP-NO
003200         FILE STATUS IS WS-EMP-STATUS.
003300     SELECT HISTORY-IN ASSIGN TO "HISTIN"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-HIST-STATUS.
003700     SELECT HISTORY-OUT ASSIGN TO "HISTOUT"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-HOUT-STATUS.
004100     SELECT AUDIT-IN ASSIGN TO "AUDITIN"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-AUD-STATUS.
004500     SELECT PARM-FILE ASSIGN TO "RETNPARM"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-PARM-STATUS.
004900     SELECT EMPLOYEE-ARCHIVE ASSIGN TO "EMPARCH"
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-EARC-STATUS.
005300     SELECT YEARLY-ARCHIVE ASSIGN TO "YRARCH"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-YARC-STATUS.
005700     SELECT REPORT-FILE ASSIGN TO "PURGRPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-STATUS.
005910     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS WS-RUNH-STATUS.
005940     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
005950         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS WS-RHID-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*----------------------------------------------------------------
006400* EMPLOYEE-MASTER - READ IN KEY ORDER FOR ITS TERMINATED
006500* EMPLOYEES, THEN READ AND DELETED BY KEY FOR THE ONES PURGED.
006600*----------------------------------------------------------------
006700 FD  EMPLOYEE-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY EMPREC.
007000*----------------------------------------------------------------
007100* HISTORY-IN - THE CUMULATIVE EMPHIST FILE.  READ TWICE - ONCE
007200* FOR TERMINATION DATES, ONCE TO SPLIT IT.
007300*----------------------------------------------------------------
007400 FD  HISTORY-IN
007500     LABEL RECORDS ARE STANDARD.
007600     COPY EMPHREC.
007700*----------------------------------------------------------------
007800* HISTORY-OUT - THE EMPHIST RECORDS THAT STAY, IN THEIR ORIGINAL
007900* ORDER.
008000*----------------------------------------------------------------
008100 FD  HISTORY-OUT
008200     LABEL RECORDS ARE STANDARD.
008300 01  HOUT-RECORD             PIC X(48).
008400*----------------------------------------------------------------
008500* AUDIT-IN - THE AUDIT TRAIL GENERATIONS DATAVAR WRITES.
008600*----------------------------------------------------------------
008700 FD  AUDIT-IN
008800     LABEL RECORDS ARE STANDARD.
008900 01  AUDIT-RECORD.
009000     05  AUDIT-RUN-ID        PIC X(08).
009100     05  AUDIT-RUN-MONTH REDEFINES AUDIT-RUN-ID.
009200         10  AUDIT-RUN-YYYYMM PIC X(06).
009300         10  FILLER          PIC X(02).
009400     05  AUDIT-TIMESTAMP     PIC X(08).
009500     05  AUDIT-FIELD-NAME    PIC X(15).
009600     05  AUDIT-OLD-VALUE     PIC X(20).
009700     05  AUDIT-NEW-VALUE     PIC X(20).
009800*----------------------------------------------------------------
009900* PARM-FILE - ONE RECORD OF RETENTION PERIODS, IN MONTHS.
010000* A MISSING FILE OR A ZERO OR NON-NUMERIC FIELD TAKES THE
010100* DEFAULT.
010200*----------------------------------------------------------------
010300 FD  PARM-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  PARM-RECORD.
010600     05  PARM-EMP-MONTHS     PIC 9(03).
010700     05  PARM-HIST-MONTHS    PIC 9(03).
010800     05  PARM-AUDIT-MONTHS   PIC 9(03).
010900*----------------------------------------------------------------
011000* EMPLOYEE-ARCHIVE - THE CUMULATIVE TERMINATED-EMPLOYEE ARCHIVE
011100* (DISP=MOD), IN THE SHARED ARCHREC LAYOUT.
011200*----------------------------------------------------------------
011300 FD  EMPLOYEE-ARCHIVE
011400     LABEL RECORDS ARE STANDARD.
011500 01  EARC-RECORD             PIC X(100).
011600*----------------------------------------------------------------
011700* YEARLY-ARCHIVE - THIS YEAR'S HISTORY AND AUDIT ARCHIVE
011800* (DISP=MOD), IN THE SHARED ARCHREC LAYOUT.
011900*----------------------------------------------------------------
012000 FD  YEARLY-ARCHIVE
012100     LABEL RECORDS ARE STANDARD.
012200 01  YARC-RECORD             PIC X(100).
012300*----------------------------------------------------------------
012400* REPORT-FILE - PRINT LINES FOR THE PURGE REGISTER.
012500*----------------------------------------------------------------
012600 FD  REPORT-FILE
012700     LABEL RECORDS ARE OMITTED.
012800 01  PRINT-LINE              PIC X(80).
012805*----------------------------------------------------------------
012810* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
012815* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
012820* NAMING THE JOB AND STEP.
012825*----------------------------------------------------------------
012830 FD  RUN-HISTORY-FILE
012835     LABEL RECORDS ARE STANDARD.
012840     COPY RUNHREC.
012845 FD  RUN-ID-FILE
012850     LABEL RECORDS ARE STANDARD.
012855     COPY RHIDREC.
012900
013000 WORKING-STORAGE SECTION.
013100*----------------------------------------------------------------
013200* I/O CONTROLS.
013300*----------------------------------------------------------------
013400 01  WS-EMP-STATUS        PIC X(02) VALUE '00'.
013500 01  WS-HIST-STATUS       PIC X(02) VALUE '00'.
013600 01  WS-HOUT-STATUS       PIC X(02) VALUE '00'.
013700 01  WS-AUD-STATUS        PIC X(02) VALUE '00'.
013800 01  WS-PARM-STATUS       PIC X(02) VALUE '00'.
013900 01  WS-EARC-STATUS       PIC X(02) VALUE '00'.
014000 01  WS-YARC-STATUS       PIC X(02) VALUE '00'.
014100 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
014200 01  WS-EMP-EOF-SWITCH    PIC X(01) VALUE 'N'.
014300     88  EMP-EOF-YES                   VALUE 'Y'.
014400     88  EMP-EOF-NO                    VALUE 'N'.
014500 01  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
014600     88  HIST-EOF-YES                  VALUE 'Y'.
014700     88  HIST-EOF-NO                   VALUE 'N'.
014800 01  WS-AUD-EOF-SWITCH    PIC X(01) VALUE 'N'.
014900     88  AUD-EOF-YES                   VALUE 'Y'.
015000     88  AUD-EOF-NO                    VALUE 'N'.
015100 01  WS-EMP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
015200     88  EMP-FILE-OPEN                 VALUE 'Y'.
015300     88  EMP-FILE-NOT-OPEN             VALUE 'N'.
015400 01  WS-OUT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
015500     88  OUT-FILES-OPEN                VALUE 'Y'.
015600     88  OUT-FILES-NOT-OPEN            VALUE 'N'.
015700 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
015800     88  RPT-FILE-OPEN                 VALUE 'Y'.
015900     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
016000 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
016100*----------------------------------------------------------------
016200* RUN COUNTERS.
016300*----------------------------------------------------------------
016400 77  WS-EMP-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
016500 77  WS-PURGE-COUNT       PIC 9(07) COMP VALUE ZERO.
016600 77  WS-RETAINED-COUNT    PIC 9(07) COMP VALUE ZERO.
016700 77  WS-NO-DATE-COUNT     PIC 9(07) COMP VALUE ZERO.
016710 77  WS-CHANGED-COUNT     PIC 9(07) COMP VALUE ZERO.
016720 77  WS-NOT-DEL-COUNT     PIC 9(07) COMP VALUE ZERO.
016800 77  WS-HIST-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
016900 77  WS-HIST-KEPT-COUNT   PIC 9(07) COMP VALUE ZERO.
017000 77  WS-HIST-EMP-COUNT    PIC 9(07) COMP VALUE ZERO.
017100 77  WS-HIST-AGED-COUNT   PIC 9(07) COMP VALUE ZERO.
017110 77  WS-HIST-HELD-COUNT   PIC 9(07) COMP VALUE ZERO.
017200 77  WS-HIST-PROOF        PIC 9(07) COMP VALUE ZERO.
017300 77  WS-AUD-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
017400 77  WS-AUD-ARCH-COUNT    PIC 9(07) COMP VALUE ZERO.
017500 77  WS-RUNID-COUNT       PIC 9(07) COMP VALUE ZERO.
017600*----------------------------------------------------------------
017700* RETENTION PERIODS, IN MONTHS - DEFAULTS ARE SEVEN YEARS FOR A
017800* TERMINATED EMPLOYEE, THREE YEARS FOR HISTORY, AND LAST MONTH'S
017900* AUDIT TRAIL.
018000*----------------------------------------------------------------
018100 01  WS-EMP-MONTHS        PIC 9(03) VALUE 84.
018200 01  WS-HIST-MONTHS       PIC 9(03) VALUE 36.
018300 01  WS-AUDIT-MONTHS      PIC 9(03) VALUE 1.
018400*----------------------------------------------------------------
018500* CUTOFFS.  A TERMINATION OR HISTORY RECORD DATED BEFORE ITS
018600* CUTOFF IS PAST RETENTION.  THE AUDIT MONTH IS THE ONE CALENDAR
018700* MONTH OF AUDIT TRAIL ROLLED INTO THE ARCHIVE THIS RUN.
018800*----------------------------------------------------------------
018900 01  WS-EMP-CUTOFF        PIC 9(08) VALUE ZERO.
019000 01  WS-HIST-CUTOFF       PIC 9(08) VALUE ZERO.
019100 01  WS-AUDIT-MONTH       PIC 9(06) VALUE ZERO.
019200 01  WS-AUDIT-MONTH-X REDEFINES WS-AUDIT-MONTH
019300                          PIC X(06).
019400*----------------------------------------------------------------
019500* MONTH ARITHMETIC FOR 1300-SUBTRACT-MONTHS-RTN.
019600*----------------------------------------------------------------
019700 01  WS-MS-MONTHS         PIC 9(03) VALUE ZERO.
019800 01  WS-MS-TOTAL          PIC 9(07) COMP VALUE ZERO.
019900 01  WS-MS-REM            PIC 9(02) COMP VALUE ZERO.
020000 01  WS-MS-DATE           PIC 9(08) VALUE ZERO.
020100 01  WS-MS-DATE-GROUP REDEFINES WS-MS-DATE.
020200     05  WS-MS-YYYY           PIC 9(04).
020300     05  WS-MS-MM             PIC 9(02).
020400     05  WS-MS-DD             PIC 9(02).
020500*----------------------------------------------------------------
020600* RUN DATE, ARCHIVE-YEAR PARM, AND PAGE CONTROL.
020700*----------------------------------------------------------------
020800 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
020900 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
021000     05  WS-RUN-YYYY          PIC 9(04).
021100     05  WS-RUN-MM            PIC 9(02).
021200     05  WS-RUN-DD            PIC 9(02).
021300 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
021400 01  WS-PARM-YEAR-X       PIC X(04) VALUE SPACES.
021500 01  WS-PARM-YEAR-9 REDEFINES WS-PARM-YEAR-X
021600                          PIC 9(04).
021700 01  WS-AUDIT-DATE        PIC 9(08) VALUE ZERO.
021800 01  WS-PREV-RUN-ID       PIC X(08) VALUE SPACES.
021900 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
022000 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
022100 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
022200 01  WS-OUT-LINE          PIC X(80) VALUE SPACES.
022300*----------------------------------------------------------------
022400* TERMINATED-EMPLOYEE TABLE.  THE MASTER IS READ IN KEY ORDER,
022500* SO THE TABLE IS BUILT IN KEY ORDER AND EACH HISTORY LOOKUP IS
022600* ONE SEARCH ALL.  RUNNING OUT OF ROOM STOPS THE RUN BEFORE
022700* ANYTHING IS REMOVED.
022800*----------------------------------------------------------------
022900 01  WS-TM-COUNT          PIC 9(05) COMP VALUE ZERO.
023000 01  WS-TM-MAX            PIC 9(05) COMP VALUE 9999.
023100 01  WS-TM-SUB            PIC 9(05) COMP VALUE ZERO.
023200 01  WS-TM-SWITCH         PIC X(01) VALUE 'N'.
023300     88  TM-FOUND                      VALUE 'Y'.
023400     88  TM-NOT-FOUND                  VALUE 'N'.
023500 01  TM-TABLE.
023600     05  TM-ENTRY OCCURS 1 TO 9999 TIMES
023700             DEPENDING ON WS-TM-COUNT
023800             ASCENDING KEY IS TM-EMP-NO
023900             INDEXED BY TM-IDX.
024000         10  TM-EMP-NO        PIC 9(05).
024100         10  TM-NAME          PIC X(20).
024200         10  TM-DEPT          PIC X(04).
024300         10  TM-HIRE-DATE     PIC 9(08).
024400         10  TM-TERM-DATE     PIC 9(08).
024500         10  TM-ACTION        PIC X(01).
024600             88  TM-PURGE                  VALUE 'P'.
024700             88  TM-RETAIN                 VALUE 'R'.
024800             88  TM-NO-DATE                VALUE 'U'.
024810             88  TM-CHANGED                VALUE 'C'.
024820             88  TM-NOT-DELETED            VALUE 'N'.
024900         10  TM-HIST-COUNT    PIC 9(05) COMP.
025000*----------------------------------------------------------------
025100* THE ARCHIVE RECORD IS BUILT HERE AND WRITTEN FROM HERE TO
025200* WHICHEVER ARCHIVE IT BELONGS ON.
025300*----------------------------------------------------------------
025400     COPY ARCHREC.
025500*----------------------------------------------------------------
025600* REPORT LINE LAYOUTS.
025700*----------------------------------------------------------------
025800 01  WS-HEADER-1.
025900     05  FILLER               PIC X(05) VALUE SPACES.
026000     05  FILLER               PIC X(40)
026100                VALUE 'EMPLOYEE RETENTION PURGE REGISTER'.
026200     05  FILLER               PIC X(05) VALUE SPACES.
026300     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
026400     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
026500     05  FILLER               PIC X(06) VALUE ' PAGE '.
026600     05  H1-PAGE-NO           PIC ZZ9.
026700 01  WS-HEADER-2.
026800     05  FILLER               PIC X(01) VALUE SPACES.
026900     05  FILLER               PIC X(16) VALUE 'EMPLOYEE CUTOFF '.
027000     05  H2-EMP-CUTOFF        PIC 9(08).
027100     05  FILLER               PIC X(17) VALUE '  HISTORY CUTOFF '.
027200     05  H2-HIST-CUTOFF       PIC 9(08).
027300     05  FILLER               PIC X(14) VALUE '  AUDIT MONTH '.
027400     05  H2-AUDIT-MONTH       PIC 9(06).
027500 01  WS-SECTION-LINE.
027600     05  FILLER               PIC X(01) VALUE SPACES.
027700     05  SL-TEXT              PIC X(60) VALUE SPACES.
027800 01  WS-EMP-LINE.
027900     05  FILLER               PIC X(03) VALUE SPACES.
028000     05  EL-EMP-NO            PIC 9(05).
028100     05  FILLER               PIC X(02) VALUE SPACES.
028200     05  EL-NAME              PIC X(20).
028300     05  FILLER               PIC X(02) VALUE SPACES.
028400     05  EL-DEPT              PIC X(04).
028500     05  FILLER               PIC X(02) VALUE SPACES.
028600     05  EL-DATE-LABEL        PIC X(07).
028700     05  EL-DATE              PIC 9(08).
028800     05  FILLER               PIC X(02) VALUE SPACES.
028900     05  EL-COUNT-LABEL       PIC X(08).
029000     05  EL-COUNT             PIC ZZZZ9.
029100 01  WS-HIST-LINE.
029200     05  FILLER               PIC X(03) VALUE SPACES.
029300     05  HL-EMP-NO            PIC 9(05).
029400     05  FILLER               PIC X(02) VALUE SPACES.
029500     05  HL-NAME              PIC X(20).
029600     05  FILLER               PIC X(02) VALUE SPACES.
029700     05  HL-DEPT              PIC X(04).
029800     05  FILLER               PIC X(02) VALUE SPACES.
029900     05  FILLER               PIC X(07) VALUE 'ACTION '.
030000     05  HL-ACTION            PIC X(01).
030100     05  FILLER               PIC X(02) VALUE SPACES.
030200     05  HL-BEFORE            PIC X(01).
030300     05  FILLER               PIC X(01) VALUE '>'.
030400     05  HL-AFTER             PIC X(01).
030500     05  FILLER               PIC X(06) VALUE '  RUN '.
030600     05  HL-RUN-DATE          PIC 9(08).
030700 01  WS-AUDIT-LINE.
030800     05  FILLER               PIC X(03) VALUE SPACES.
030900     05  FILLER               PIC X(07) VALUE 'RUN-ID '.
031000     05  AL-RUN-ID            PIC X(08).
031100     05  FILLER               PIC X(12) VALUE '   RECORDS  '.
031200     05  AL-COUNT             PIC ZZZZZZ9.
031300 01  WS-TOTAL-LINE.
031400     05  FILLER               PIC X(02) VALUE SPACES.
031500     05  TL-LABEL             PIC X(26).
031600     05  FILLER               PIC X(03) VALUE '= '.
031700     05  TL-COUNT             PIC ZZZZZZ9.
031710*----------------------------------------------------------------
031720* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
031730* THING, FOR THE RECORD APPENDED AT THE END.
031740*----------------------------------------------------------------
031750 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
031760 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
031770 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
031780 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
031800
031900 LINKAGE SECTION.
032000*----------------------------------------------------------------
032100* PARM= OPERAND - YEAR=YYYY, THE YEAR OF THE YEARLY ARCHIVE THE
032200* JOB HAS ALLOCATED ON YRARCH.  IT MUST MATCH THE RUN YEAR, SO A
032300* RUN CAN NEVER FILE INTO LAST YEAR'S ARCHIVE BY MISTAKE.
032400*----------------------------------------------------------------
032500 01  LK-RUN-PARM.
032600     05  LK-PARM-LEN         PIC S9(4) COMP.
032700     05  LK-PARM-TEXT        PIC X(20).
032800
032900 PROCEDURE DIVISION USING LK-RUN-PARM.
033000*----------------------------------------------------------------
033100*                      0000-MAIN-LOGIC
033200* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  NOTHING IS
033300* DELETED FROM THE MASTER UNLESS THE HISTORY SPLIT AND THE
033400* ARCHIVE WRITES HAVE ALL SUCCEEDED.  ONCE THE SPLIT IS DONE
033410* NOTHING AFTER IT CAN END THE RUN AT 8, SO THE HISTORY THE JOB
033420* SWAPS IN ALWAYS MATCHES THE MASTER IT LEAVES.
033500*----------------------------------------------------------------
033600 0000-MAIN-LOGIC.
033610     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
033700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
033800     IF WS-RUN-RC < 8
033900         PERFORM 2000-LOAD-TERMINATED-RTN THRU 2000-EXIT
034000     END-IF.
034100     IF WS-RUN-RC < 8
034200         PERFORM 3000-FIND-TERM-DATES-RTN THRU 3000-EXIT
034300     END-IF.
034400     IF WS-RUN-RC < 8
034500         PERFORM 4000-DECIDE-RTN THRU 4000-EXIT
034510         PERFORM 4500-PROVE-PURGE-RTN THRU 4500-EXIT
034520     END-IF.
034530     IF WS-RUN-RC < 8
034600         PERFORM 5000-SPLIT-HISTORY-RTN THRU 5000-EXIT
034700     END-IF.
034800     IF WS-RUN-RC < 8
034900         PERFORM 6000-ARCHIVE-AUDIT-RTN THRU 6000-EXIT
035000     END-IF.
035100     IF WS-RUN-RC < 8
035200         PERFORM 7000-PURGE-MASTER-RTN THRU 7000-EXIT
035300     END-IF.
035400     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
035410     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
035500     STOP RUN.
035600
035700*----------------------------------------------------------------
035800*                      1000-INITIALIZE-RTN
035900* GETS THE RUN DATE, PROVES THE ARCHIVE YEAR, LOADS THE
036000* RETENTION PERIODS, WORKS OUT THE CUTOFFS, AND OPENS THE FILES.
036100* THE MASTER, THE HISTORY, THE AUDIT TRAIL, AND ALL THREE
036200* OUTPUTS ARE REQUIRED.
036300*----------------------------------------------------------------
036400 1000-INITIALIZE-RTN.
036500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036600     STRING WS-RUN-MM    DELIMITED BY SIZE
036700            '/'          DELIMITED BY SIZE
036800            WS-RUN-DD    DELIMITED BY SIZE
036900            '/'          DELIMITED BY SIZE
037000            WS-RUN-YYYY  DELIMITED BY SIZE
037100            INTO WS-RUN-DATE-ED.
037200     OPEN OUTPUT REPORT-FILE.
037300     IF WS-RPT-STATUS = '00'
037400         SET RPT-FILE-OPEN TO TRUE
037500     ELSE
037600         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
037700                 WS-RPT-STATUS
037800         MOVE 8 TO WS-RUN-RC
037900         GO TO 1000-EXIT
038000     END-IF.
038100     IF LK-PARM-LEN >= 9
038200         AND LK-PARM-TEXT (1:5) = 'YEAR='
038300         MOVE LK-PARM-TEXT (6:4) TO WS-PARM-YEAR-X
038400     END-IF.
038500     IF WS-PARM-YEAR-X NOT NUMERIC
038600         OR WS-PARM-YEAR-9 NOT = WS-RUN-YYYY
038700         DISPLAY "PARM YEAR=" WS-PARM-YEAR-X
038800                 " DOES NOT MATCH RUN YEAR " WS-RUN-YYYY
038900                 " - NOTHING REMOVED"
039000         MOVE 'ARCHIVE YEAR PARM DOES NOT MATCH RUN YEAR'
039100             TO SL-TEXT
039200         MOVE WS-SECTION-LINE TO WS-OUT-LINE
039300         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
039400         MOVE 8 TO WS-RUN-RC
039500         GO TO 1000-EXIT
039600     END-IF.
039700     PERFORM 1100-LOAD-PARM-RTN THRU 1100-EXIT.
039800     MOVE WS-EMP-MONTHS TO WS-MS-MONTHS.
039900     PERFORM 1300-SUBTRACT-MONTHS-RTN THRU 1300-EXIT.
040000     MOVE WS-MS-DATE TO WS-EMP-CUTOFF.
040100     MOVE WS-HIST-MONTHS TO WS-MS-MONTHS.
040200     PERFORM 1300-SUBTRACT-MONTHS-RTN THRU 1300-EXIT.
040300     MOVE WS-MS-DATE TO WS-HIST-CUTOFF.
040400     MOVE WS-AUDIT-MONTHS TO WS-MS-MONTHS.
040500     PERFORM 1300-SUBTRACT-MONTHS-RTN THRU 1300-EXIT.
040600     MOVE WS-MS-DATE (1:6) TO WS-AUDIT-MONTH.
040700     DISPLAY "Employee cutoff: " WS-EMP-CUTOFF
040800             "  history cutoff: " WS-HIST-CUTOFF
040900             "  audit month: " WS-AUDIT-MONTH.
041000     PERFORM 1200-OPEN-FILES-RTN THRU 1200-EXIT.
041100 1000-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------
041500*                      1100-LOAD-PARM-RTN
041600* READS THE RETENTION PERIODS.  A MISSING OR EMPTY PARM FILE, OR
041700* A ZERO OR NON-NUMERIC FIELD, LEAVES THAT PERIOD AT ITS DEFAULT.
041800*----------------------------------------------------------------
041900 1100-LOAD-PARM-RTN.
042000     OPEN INPUT PARM-FILE.
042100     IF WS-PARM-STATUS NOT = '00'
042200         DISPLAY "PARM-FILE OPEN FAILED, STATUS " WS-PARM-STATUS
042300                 " - USING DEFAULT RETENTION"
042400         GO TO 1100-EXIT
042500     END-IF.
042600     READ PARM-FILE
042700         AT END
042800             DISPLAY "PARM-FILE EMPTY - USING DEFAULT RETENTION"
042900         NOT AT END
043000             IF PARM-EMP-MONTHS NUMERIC
043100                 AND PARM-EMP-MONTHS > ZERO
043200                 MOVE PARM-EMP-MONTHS TO WS-EMP-MONTHS
043300             END-IF
043400             IF PARM-HIST-MONTHS NUMERIC
043500                 AND PARM-HIST-MONTHS > ZERO
043600                 MOVE PARM-HIST-MONTHS TO WS-HIST-MONTHS
043700             END-IF
043800             IF PARM-AUDIT-MONTHS NUMERIC
043900                 AND PARM-AUDIT-MONTHS > ZERO
044000                 MOVE PARM-AUDIT-MONTHS TO WS-AUDIT-MONTHS
044100             END-IF
044200     END-READ.
044300     CLOSE PARM-FILE.
044400     DISPLAY "Retention months: EMPLOYEE " WS-EMP-MONTHS
044500             " HISTORY " WS-HIST-MONTHS " AUDIT LAG "
044600             WS-AUDIT-MONTHS.
044700 1100-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100*                      1200-OPEN-FILES-RTN
045200* OPENS THE MASTER FOR UPDATE AND THE HISTORY OUTPUT AND BOTH
045300* ARCHIVES.  THE ARCHIVES ARE CUMULATIVE AND OPENED TO EXTEND.
045400*----------------------------------------------------------------
045500 1200-OPEN-FILES-RTN.
045600     OPEN I-O EMPLOYEE-MASTER.
045700     IF WS-EMP-STATUS NOT = '00'
045800         DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS "
045900                 WS-EMP-STATUS
046000         MOVE 8 TO WS-RUN-RC
046100         GO TO 1200-EXIT
046200     END-IF.
046300     SET EMP-FILE-OPEN TO TRUE.
046400     OPEN OUTPUT HISTORY-OUT.
046500     IF WS-HOUT-STATUS NOT = '00'
046600         DISPLAY "HISTORY-OUT OPEN FAILED, STATUS " WS-HOUT-STATUS
046700         MOVE 8 TO WS-RUN-RC
046800         GO TO 1200-EXIT
046900     END-IF.
047000     OPEN EXTEND EMPLOYEE-ARCHIVE.
047100     IF WS-EARC-STATUS NOT = '00'
047200         DISPLAY "EMPLOYEE-ARCHIVE OPEN FAILED, STATUS "
047300                 WS-EARC-STATUS
047400         CLOSE HISTORY-OUT
047500         MOVE 8 TO WS-RUN-RC
047600         GO TO 1200-EXIT
047700     END-IF.
047800     OPEN EXTEND YEARLY-ARCHIVE.
047900     IF WS-YARC-STATUS NOT = '00'
048000         DISPLAY "YEARLY-ARCHIVE OPEN FAILED, STATUS "
048100                 WS-YARC-STATUS
048200         CLOSE HISTORY-OUT
048300         CLOSE EMPLOYEE-ARCHIVE
048400         MOVE 8 TO WS-RUN-RC
048500         GO TO 1200-EXIT
048600     END-IF.
048700     SET OUT-FILES-OPEN TO TRUE.
048800 1200-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200*                      1300-SUBTRACT-MONTHS-RTN
049300* SETS WS-MS-DATE TO THE RUN DATE LESS WS-MS-MONTHS CALENDAR
049400* MONTHS, KEEPING THE RUN'S DAY OF THE MONTH.  THE RESULT IS
049500* ONLY EVER COMPARED, NEVER EDITED, SO A DAY PAST THE END OF A
049600* SHORT MONTH DOES NO HARM.
049700*----------------------------------------------------------------
049800 1300-SUBTRACT-MONTHS-RTN.
049900     COMPUTE WS-MS-TOTAL = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
050000                         - WS-MS-MONTHS.
050100     DIVIDE WS-MS-TOTAL BY 12 GIVING WS-MS-YYYY
050200         REMAINDER WS-MS-REM.
050300     COMPUTE WS-MS-MM = WS-MS-REM + 1.
050400     MOVE WS-RUN-DD TO WS-MS-DD.
050500 1300-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------
050900*                 2000-LOAD-TERMINATED-RTN
051000* READS THE MASTER IN KEY ORDER AND TABLES EVERY TERMINATED
051100* EMPLOYEE.
051200*----------------------------------------------------------------
051300 2000-LOAD-TERMINATED-RTN.
051400     PERFORM 2100-READ-MASTER-RTN THRU 2100-EXIT.
051500     PERFORM 2200-STORE-TERMINATED-RTN THRU 2200-EXIT
051600         UNTIL EMP-EOF-YES OR WS-RUN-RC = 8.
051700     DISPLAY "Employees read: " WS-EMP-READ-COUNT
051800             "  terminated: " WS-TM-COUNT.
051900 2000-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------------
052300*                 2100-READ-MASTER-RTN
052400* READS THE NEXT MASTER RECORD IN KEY ORDER, SETTING THE EOF
052500* SWITCH WHEN THE MASTER IS EXHAUSTED.
052600*----------------------------------------------------------------
052700 2100-READ-MASTER-RTN.
052800     READ EMPLOYEE-MASTER NEXT RECORD
052900         AT END
053000             SET EMP-EOF-YES TO TRUE
053100         NOT AT END
053200             ADD 1 TO WS-EMP-READ-COUNT
053300     END-READ.
053400 2100-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800*                 2200-STORE-TERMINATED-RTN
053900* TABLES ONE TERMINATED EMPLOYEE, WITH NO TERMINATION DATE YET,
054000* AND ADVANCES.
054100*----------------------------------------------------------------
054200 2200-STORE-TERMINATED-RTN.
054300     IF NOT EMP-STATUS-TERMINATED
054400         GO TO 2200-NEXT
054500     END-IF.
054600     IF WS-TM-COUNT >= WS-TM-MAX
054700         DISPLAY "TERMINATED TABLE FULL AT " EMP-NO
054800                 " - NOTHING REMOVED"
054900         MOVE 8 TO WS-RUN-RC
055000         GO TO 2200-EXIT
055100     END-IF.
055200     ADD 1 TO WS-TM-COUNT.
055300     MOVE EMP-NO TO TM-EMP-NO (WS-TM-COUNT).
055400     MOVE EMP-NAME TO TM-NAME (WS-TM-COUNT).
055500     MOVE EMP-DEPT TO TM-DEPT (WS-TM-COUNT).
055600     MOVE EMP-HIRE-DATE TO TM-HIRE-DATE (WS-TM-COUNT).
055700     MOVE ZERO TO TM-TERM-DATE (WS-TM-COUNT).
055800     MOVE SPACES TO TM-ACTION (WS-TM-COUNT).
055900     MOVE ZERO TO TM-HIST-COUNT (WS-TM-COUNT).
056000 2200-NEXT.
056100     PERFORM 2100-READ-MASTER-RTN THRU 2100-EXIT.
056200 2200-EXIT.
056300     EXIT.
056400
056500*----------------------------------------------------------------
056600*                 3000-FIND-TERM-DATES-RTN
056700* FIRST PASS OF THE HISTORY - EACH TABLED EMPLOYEE'S TERMINATION
056800* DATE IS THE RUN DATE OF THE LATEST HISTORY RECORD THAT LEFT
056900* THEM TERMINATED.
057000*----------------------------------------------------------------
057100 3000-FIND-TERM-DATES-RTN.
057200     OPEN INPUT HISTORY-IN.
057300     IF WS-HIST-STATUS NOT = '00'
057400         DISPLAY "HISTORY-IN OPEN FAILED, STATUS " WS-HIST-STATUS
057500         MOVE 8 TO WS-RUN-RC
057600         GO TO 3000-EXIT
057700     END-IF.
057800     SET HIST-EOF-NO TO TRUE.
057900     PERFORM 3100-READ-HISTORY-RTN THRU 3100-EXIT.
058000     PERFORM 3200-NOTE-TERMINATION-RTN THRU 3200-EXIT
058100         UNTIL HIST-EOF-YES.
058200     CLOSE HISTORY-IN.
058300 3000-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700*                 3100-READ-HISTORY-RTN
058800* READS THE NEXT HISTORY RECORD, SETTING THE EOF SWITCH WHEN THE
058900* FILE IS EXHAUSTED.
059000*----------------------------------------------------------------
059100 3100-READ-HISTORY-RTN.
059200     READ HISTORY-IN
059300         AT END
059400             SET HIST-EOF-YES TO TRUE
059500     END-READ.
059600 3100-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000*                 3200-NOTE-TERMINATION-RTN
060100* KEEPS THE LATEST TERMINATION DATE FOR A TABLED EMPLOYEE AND
060200* ADVANCES.
060300*----------------------------------------------------------------
060400 3200-NOTE-TERMINATION-RTN.
060500     IF HIST-AFTER-STATUS = 'T'
060600         PERFORM 8500-FIND-TERMINATED-RTN THRU 8500-EXIT
060700         IF TM-FOUND
060800             AND HIST-RUN-DATE > TM-TERM-DATE (TM-IDX)
060900             MOVE HIST-RUN-DATE TO TM-TERM-DATE (TM-IDX)
061000         END-IF
061100     END-IF.
061200     PERFORM 3100-READ-HISTORY-RTN THRU 3100-EXIT.
061300 3200-EXIT.
061400     EXIT.
061500
061600*----------------------------------------------------------------
061700*                      4000-DECIDE-RTN
061800* MARKS EACH TERMINATED EMPLOYEE PURGE (TERMINATED BEFORE THE
061900* CUTOFF), RETAIN (STILL INSIDE RETENTION), OR NO-DATE (NO
062000* TERMINATION ON THE HISTORY, SO RETENTION CANNOT BE PROVED).
062100* NO-DATE EMPLOYEES STAY ON THE MASTER AND ARE LISTED FOR HR TO
062200* RESOLVE.
062300*----------------------------------------------------------------
062400 4000-DECIDE-RTN.
062500     PERFORM 4100-DECIDE-ONE-RTN THRU 4100-EXIT
062600         VARYING WS-TM-SUB FROM 1 BY 1
062700         UNTIL WS-TM-SUB > WS-TM-COUNT.
062800 4000-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200*                      4100-DECIDE-ONE-RTN
063300* DECIDES ONE TERMINATED EMPLOYEE, LISTING IT IF NO-DATE.
063400*----------------------------------------------------------------
063500 4100-DECIDE-ONE-RTN.
063600     IF TM-TERM-DATE (WS-TM-SUB) = ZERO
063700         MOVE 'U' TO TM-ACTION (WS-TM-SUB)
063800         ADD 1 TO WS-NO-DATE-COUNT
063900         IF WS-NO-DATE-COUNT = 1
064000             MOVE 'TERMINATED, NO TERMINATION ON HISTORY - KEPT'
064100                 TO SL-TEXT
064200             MOVE WS-SECTION-LINE TO WS-OUT-LINE
064300             PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
064400         END-IF
064500         MOVE TM-EMP-NO (WS-TM-SUB) TO EL-EMP-NO
064600         MOVE TM-NAME (WS-TM-SUB) TO EL-NAME
064700         MOVE TM-DEPT (WS-TM-SUB) TO EL-DEPT
064800         MOVE 'HIRED  ' TO EL-DATE-LABEL
064900         MOVE TM-HIRE-DATE (WS-TM-SUB) TO EL-DATE
065000         MOVE SPACES TO EL-COUNT-LABEL
065100         MOVE ZERO TO EL-COUNT
065200         MOVE WS-EMP-LINE TO WS-OUT-LINE
065300         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
065400         GO TO 4100-EXIT
065500     END-IF.
065600     IF TM-TERM-DATE (WS-TM-SUB) < WS-EMP-CUTOFF
065700         MOVE 'P' TO TM-ACTION (WS-TM-SUB)
065800     ELSE
065900         MOVE 'R' TO TM-ACTION (WS-TM-SUB)
066000         ADD 1 TO WS-RETAINED-COUNT
066100     END-IF.
066200 4100-EXIT.
066300     EXIT.
066400
066401*----------------------------------------------------------------
066402*                 4500-PROVE-PURGE-RTN
066403* READS EACH EMPLOYEE MARKED PURGE BY KEY BEFORE THE HISTORY IS
066404* SPLIT, AND WRITES ITS MASTER IMAGE TO THE EMPLOYEE ARCHIVE.
066405* ONE THAT HAS GONE OR IS NO LONGER TERMINATED IS MARKED CHANGED
066406* SO ITS HISTORY STAYS, AND GRADES THE RUN 4.  A FAILED READ OR
066407* ARCHIVE WRITE STOPS THE RUN AT 8 WITH NOTHING REMOVED.
066408*----------------------------------------------------------------
066409 4500-PROVE-PURGE-RTN.
066410     PERFORM 4600-PROVE-ONE-RTN THRU 4600-EXIT
066411         VARYING WS-TM-SUB FROM 1 BY 1
066412         UNTIL WS-TM-SUB > WS-TM-COUNT
066413            OR WS-RUN-RC = 8.
066414 4500-EXIT.
066415     EXIT.
066416
066417*----------------------------------------------------------------
066418*                 4600-PROVE-ONE-RTN
066419* PROVES ONE PURGE EMPLOYEE ON THE MASTER AND ARCHIVES ITS IMAGE,
066420* LISTING IT UNDER ITS OWN HEADING IF IT CHANGED UNDER THE RUN.
066421*----------------------------------------------------------------
066422 4600-PROVE-ONE-RTN.
066423     IF NOT TM-PURGE (WS-TM-SUB)
066424         GO TO 4600-EXIT
066425     END-IF.
066426     MOVE TM-EMP-NO (WS-TM-SUB) TO EMP-NO.
066427     READ EMPLOYEE-MASTER
066428         INVALID KEY
066429             DISPLAY "PURGE EMPLOYEE " EMP-NO
066430                     " NO LONGER ON FILE - KEPT"
066431             GO TO 4600-CHANGED
066432     END-READ.
066433     IF WS-EMP-STATUS NOT = '00'
066434         DISPLAY "EMPLOYEE-MASTER READ FAILED FOR " EMP-NO
066435                 " STATUS " WS-EMP-STATUS " - NOTHING REMOVED"
066436         MOVE 8 TO WS-RUN-RC
066437         GO TO 4600-EXIT
066438     END-IF.
066439     IF NOT EMP-STATUS-TERMINATED
066440         DISPLAY "PURGE EMPLOYEE " EMP-NO
066441                 " NO LONGER TERMINATED - KEPT"
066442         GO TO 4600-CHANGED
066443     END-IF.
066444     MOVE SPACES TO ARCH-RECORD.
066445     SET ARCH-EMPLOYEE-REC TO TRUE.
066446     SET ARCH-TERMINATED TO TRUE.
066447     MOVE WS-RUN-DATE TO ARCH-ARCHIVE-DATE.
066448     MOVE EMP-NO TO ARCH-EMP-NO.
066449     MOVE TM-TERM-DATE (WS-TM-SUB) TO ARCH-RECORD-DATE.
066450     MOVE EMP-RECORD TO ARCH-EMP-DATA.
066451     WRITE EARC-RECORD FROM ARCH-RECORD.
066452     IF WS-EARC-STATUS NOT = '00'
066453         DISPLAY "EMPLOYEE-ARCHIVE WRITE FAILED, STATUS "
066454                 WS-EARC-STATUS " - NOTHING REMOVED"
066455         MOVE 8 TO WS-RUN-RC
066456     END-IF.
066457     GO TO 4600-EXIT.
066458 4600-CHANGED.
066459     MOVE 'C' TO TM-ACTION (WS-TM-SUB).
066460     ADD 1 TO WS-CHANGED-COUNT.
066461     IF WS-RUN-RC < 4
066462         MOVE 4 TO WS-RUN-RC
066463     END-IF.
066464     IF WS-CHANGED-COUNT = 1
066465         MOVE 'PURGE CANDIDATE CHANGED ON THE MASTER - KEPT'
066466             TO SL-TEXT
066467         MOVE WS-SECTION-LINE TO WS-OUT-LINE
066468         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
066469     END-IF.
066470     MOVE TM-EMP-NO (WS-TM-SUB) TO EL-EMP-NO.
066471     MOVE TM-NAME (WS-TM-SUB) TO EL-NAME.
066472     MOVE TM-DEPT (WS-TM-SUB) TO EL-DEPT.
066473     MOVE 'TERMED ' TO EL-DATE-LABEL.
066474     MOVE TM-TERM-DATE (WS-TM-SUB) TO EL-DATE.
066475     MOVE SPACES TO EL-COUNT-LABEL.
066476     MOVE ZERO TO EL-COUNT.
066477     MOVE WS-EMP-LINE TO WS-OUT-LINE.
066478     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
066479 4600-EXIT.
066480     EXIT.
066481
066500*----------------------------------------------------------------
066600*                 5000-SPLIT-HISTORY-RTN
066700* SECOND PASS OF THE HISTORY.  EVERY RECORD OF AN EMPLOYEE BEING
066800* PURGED GOES TO THE EMPLOYEE ARCHIVE.  EVERY RECORD OF ANY OTHER
066900* TERMINATED EMPLOYEE IS KEPT, HOWEVER OLD - ITS TERMINATION DATE
067000* IS ONLY EVER FOUND ON THE HISTORY.  ANY OTHER RECORD DATED
067010* BEFORE THE HISTORY CUTOFF GOES TO THE YEARLY ARCHIVE AND IS
067020* LISTED; THE REST ARE KEPT.  THE SPLIT MUST ACCOUNT FOR EVERY
067100* RECORD READ OR THE RUN STOPS AT 8 BEFORE THE MASTER IS TOUCHED.
067200*----------------------------------------------------------------
067300 5000-SPLIT-HISTORY-RTN.
067400     OPEN INPUT HISTORY-IN.
067500     IF WS-HIST-STATUS NOT = '00'
067600         DISPLAY "HISTORY-IN OPEN FAILED, STATUS " WS-HIST-STATUS
067700         MOVE 8 TO WS-RUN-RC
067800         GO TO 5000-EXIT
067900     END-IF.
068000     SET HIST-EOF-NO TO TRUE.
068100     PERFORM 3100-READ-HISTORY-RTN THRU 3100-EXIT.
068200     PERFORM 5100-ROUTE-HISTORY-RTN THRU 5100-EXIT
068300         UNTIL HIST-EOF-YES OR WS-RUN-RC = 8.
068400     CLOSE HISTORY-IN.
068500     COMPUTE WS-HIST-PROOF = WS-HIST-KEPT-COUNT
068600         + WS-HIST-EMP-COUNT + WS-HIST-AGED-COUNT.
068700     IF WS-HIST-PROOF NOT = WS-HIST-READ-COUNT
068800         DISPLAY "HISTORY SPLIT OUT OF BALANCE - READ "
068900                 WS-HIST-READ-COUNT " ACCOUNTED " WS-HIST-PROOF
069000         MOVE 'HISTORY SPLIT OUT OF BALANCE - NOTHING PURGED'
069100             TO SL-TEXT
069200         MOVE WS-SECTION-LINE TO WS-OUT-LINE
069300         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
069400         MOVE 8 TO WS-RUN-RC
069500     END-IF.
069600 5000-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000*                 5100-ROUTE-HISTORY-RTN
070100* ROUTES ONE HISTORY RECORD AND ADVANCES.  AN AGED RECORD OF A
070110* TERMINATED EMPLOYEE NOT BEING PURGED IS KEPT AND COUNTED AS
070200* HELD.  A FAILED WRITE STOPS THE SPLIT.
070300*----------------------------------------------------------------
070400 5100-ROUTE-HISTORY-RTN.
070500     ADD 1 TO WS-HIST-READ-COUNT.
070600     PERFORM 8500-FIND-TERMINATED-RTN THRU 8500-EXIT.
070700     IF TM-FOUND AND TM-PURGE (TM-IDX)
070800         MOVE SPACES TO ARCH-RECORD
070900         SET ARCH-HISTORY-REC TO TRUE
071000         SET ARCH-TERMINATED TO TRUE
071100         MOVE WS-RUN-DATE TO ARCH-ARCHIVE-DATE
071200         MOVE HIST-EMP-NO TO ARCH-EMP-NO
071300         MOVE HIST-RUN-DATE TO ARCH-RECORD-DATE
071400         MOVE HIST-RECORD TO ARCH-HIST-DATA
071500         WRITE EARC-RECORD FROM ARCH-RECORD
071600         IF WS-EARC-STATUS NOT = '00'
071700             DISPLAY "EMPLOYEE-ARCHIVE WRITE FAILED, STATUS "
071800                     WS-EARC-STATUS
071900             MOVE 8 TO WS-RUN-RC
072000             GO TO 5100-EXIT
072100         END-IF
072200         ADD 1 TO WS-HIST-EMP-COUNT
072300         ADD 1 TO TM-HIST-COUNT (TM-IDX)
072400         GO TO 5100-NEXT
072500     END-IF.
072600     IF HIST-RUN-DATE < WS-HIST-CUTOFF
072610         AND TM-NOT-FOUND
072700         MOVE SPACES TO ARCH-RECORD
072800         SET ARCH-HISTORY-REC TO TRUE
072900         SET ARCH-AGED TO TRUE
073000         MOVE WS-RUN-DATE TO ARCH-ARCHIVE-DATE
073100         MOVE HIST-EMP-NO TO ARCH-EMP-NO
073200         MOVE HIST-RUN-DATE TO ARCH-RECORD-DATE
073300         MOVE HIST-RECORD TO ARCH-HIST-DATA
073400         WRITE YARC-RECORD FROM ARCH-RECORD
073500         IF WS-YARC-STATUS NOT = '00'
073600             DISPLAY "YEARLY-ARCHIVE WRITE FAILED, STATUS "
073700                     WS-YARC-STATUS
073800             MOVE 8 TO WS-RUN-RC
073900             GO TO 5100-EXIT
074000         END-IF
074100         ADD 1 TO WS-HIST-AGED-COUNT
074200         PERFORM 5200-LIST-AGED-HISTORY-RTN THRU 5200-EXIT
074300         GO TO 5100-NEXT
074400     END-IF.
074500     WRITE HOUT-RECORD FROM HIST-RECORD.
074600     IF WS-HOUT-STATUS NOT = '00'
074700         DISPLAY "HISTORY-OUT WRITE FAILED, STATUS "
074800                 WS-HOUT-STATUS
074900         MOVE 8 TO WS-RUN-RC
075000         GO TO 5100-EXIT
075100     END-IF.
075200     ADD 1 TO WS-HIST-KEPT-COUNT.
075210     IF HIST-RUN-DATE < WS-HIST-CUTOFF
075220         ADD 1 TO WS-HIST-HELD-COUNT
075230     END-IF.
075300 5100-NEXT.
075400     PERFORM 3100-READ-HISTORY-RTN THRU 3100-EXIT.
075500 5100-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------------
075900*                 5200-LIST-AGED-HISTORY-RTN
076000* LISTS ONE AGED HISTORY RECORD ON THE REGISTER, UNDER ITS
076100* SECTION HEADING THE FIRST TIME.
076200*----------------------------------------------------------------
076300 5200-LIST-AGED-HISTORY-RTN.
076400     IF WS-HIST-AGED-COUNT = 1
076500         MOVE 'HISTORY PAST RETENTION - MOVED TO YEARLY ARCHIVE'
076600             TO SL-TEXT
076700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
076800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
076900     END-IF.
077000     MOVE HIST-EMP-NO TO HL-EMP-NO.
077100     MOVE HIST-EMP-NAME TO HL-NAME.
077200     MOVE HIST-EMP-DEPT TO HL-DEPT.
077300     MOVE HIST-ACTION-CODE TO HL-ACTION.
077400     MOVE HIST-BEFORE-STATUS TO HL-BEFORE.
077500     MOVE HIST-AFTER-STATUS TO HL-AFTER.
077600     MOVE HIST-RUN-DATE TO HL-RUN-DATE.
077700     MOVE WS-HIST-LINE TO WS-OUT-LINE.
077800     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
077900 5200-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------
078300*                 6000-ARCHIVE-AUDIT-RTN
078400* COPIES EVERY AUDIT RECORD WHOSE RUN-ID FALLS IN THE AUDIT
078500* MONTH INTO THE YEARLY ARCHIVE, LISTING ONE LINE PER RUN-ID.
078600* THE AUDIT GENERATIONS THEMSELVES ARE LEFT TO AGE OFF THE GDG.
078700*----------------------------------------------------------------
078800 6000-ARCHIVE-AUDIT-RTN.
078900     OPEN INPUT AUDIT-IN.
079000     IF WS-AUD-STATUS NOT = '00'
079100         DISPLAY "AUDIT-IN OPEN FAILED, STATUS " WS-AUD-STATUS
079200         MOVE 8 TO WS-RUN-RC
079300         GO TO 6000-EXIT
079400     END-IF.
079500     PERFORM 6100-READ-AUDIT-RTN THRU 6100-EXIT.
079600     PERFORM 6200-ROUTE-AUDIT-RTN THRU 6200-EXIT
079700         UNTIL AUD-EOF-YES OR WS-RUN-RC = 8.
079800     CLOSE AUDIT-IN.
079900     PERFORM 6300-LIST-RUN-ID-RTN THRU 6300-EXIT.
080000 6000-EXIT.
080100     EXIT.
080200
080300*----------------------------------------------------------------
080400*                 6100-READ-AUDIT-RTN
080500* READS THE NEXT AUDIT RECORD, SETTING THE EOF SWITCH WHEN THE
080600* TRAIL IS EXHAUSTED.
080700*----------------------------------------------------------------
080800 6100-READ-AUDIT-RTN.
080900     READ AUDIT-IN
081000         AT END
081100             SET AUD-EOF-YES TO TRUE
081200         NOT AT END
081300             ADD 1 TO WS-AUD-READ-COUNT
081400     END-READ.
081500 6100-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900*                 6200-ROUTE-AUDIT-RTN
082000* ARCHIVES ONE AUDIT RECORD IF IT IS IN THE AUDIT MONTH AND
082100* ADVANCES, LISTING THE PRIOR RUN-ID'S COUNT ON A CHANGE.
082200*----------------------------------------------------------------
082300 6200-ROUTE-AUDIT-RTN.
082400     IF AUDIT-RUN-YYYYMM NOT = WS-AUDIT-MONTH-X
082500         GO TO 6200-NEXT
082600     END-IF.
082700     IF AUDIT-RUN-ID NOT = WS-PREV-RUN-ID
082800         PERFORM 6300-LIST-RUN-ID-RTN THRU 6300-EXIT
082900         MOVE AUDIT-RUN-ID TO WS-PREV-RUN-ID
083000     END-IF.
083100     MOVE ZERO TO WS-AUDIT-DATE.
083200     IF AUDIT-RUN-ID NUMERIC
083300         MOVE AUDIT-RUN-ID TO WS-AUDIT-DATE
083400     END-IF.
083500     MOVE SPACES TO ARCH-RECORD.
083600     SET ARCH-AUDIT-REC TO TRUE.
083700     SET ARCH-AGED TO TRUE.
083800     MOVE WS-RUN-DATE TO ARCH-ARCHIVE-DATE.
083900     MOVE ZERO TO ARCH-EMP-NO.
084000     MOVE WS-AUDIT-DATE TO ARCH-RECORD-DATE.
084100     MOVE AUDIT-RECORD TO ARCH-AUDIT-DATA.
084200     WRITE YARC-RECORD FROM ARCH-RECORD.
084300     IF WS-YARC-STATUS NOT = '00'
084400         DISPLAY "YEARLY-ARCHIVE WRITE FAILED, STATUS "
084500                 WS-YARC-STATUS
084600         MOVE 8 TO WS-RUN-RC
084700         GO TO 6200-EXIT
084800     END-IF.
084900     ADD 1 TO WS-AUD-ARCH-COUNT.
085000     ADD 1 TO WS-RUNID-COUNT.
085100 6200-NEXT.
085200     PERFORM 6100-READ-AUDIT-RTN THRU 6100-EXIT.
085300 6200-EXIT.
085400     EXIT.
085500
085600*----------------------------------------------------------------
085700*                 6300-LIST-RUN-ID-RTN
085800* LISTS THE RUN-ID JUST FINISHED AND ITS RECORD COUNT, UNDER
085900* ITS SECTION HEADING THE FIRST TIME.  NOTHING PRINTS UNTIL A
086000* RUN-ID HAS BEEN ARCHIVED.
086100*----------------------------------------------------------------
086200 6300-LIST-RUN-ID-RTN.
086300     IF WS-RUNID-COUNT = ZERO
086400         GO TO 6300-EXIT
086500     END-IF.
086600     IF WS-AUD-ARCH-COUNT = WS-RUNID-COUNT
086700         MOVE 'AUDIT TRAIL FOR THE AUDIT MONTH - COPIED TO YEARLY'
086800             TO SL-TEXT
086900         MOVE WS-SECTION-LINE TO WS-OUT-LINE
087000         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
087100     END-IF.
087200     MOVE WS-PREV-RUN-ID TO AL-RUN-ID.
087300     MOVE WS-RUNID-COUNT TO AL-COUNT.
087400     MOVE WS-AUDIT-LINE TO WS-OUT-LINE.
087500     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
087600     MOVE ZERO TO WS-RUNID-COUNT.
087700 6300-EXIT.
087800     EXIT.
087900
088000*----------------------------------------------------------------
088100*                 7000-PURGE-MASTER-RTN
088200* DELETES EACH EMPLOYEE MARKED PURGE, LISTING EACH WITH THE
088300* NUMBER OF HISTORY RECORDS ARCHIVED WITH IT.
088400*----------------------------------------------------------------
088500 7000-PURGE-MASTER-RTN.
088600     PERFORM 7100-PURGE-ONE-RTN THRU 7100-EXIT
088700         VARYING WS-TM-SUB FROM 1 BY 1
088800         UNTIL WS-TM-SUB > WS-TM-COUNT.
089000 7000-EXIT.
089100     EXIT.
089200
089300*----------------------------------------------------------------
089400*                 7100-PURGE-ONE-RTN
089500* DELETES ONE PURGE EMPLOYEE.  ITS MASTER IMAGE AND HISTORY ARE
089600* ALREADY ARCHIVED AND ITS HISTORY IS OFF THE NEW FILE, SO A
089700* FAILED DELETE DOES NOT STOP THE RUN - THE EMPLOYEE IS LISTED AS
089800* NOT DELETED AND GRADES THE RUN 4.
089900*----------------------------------------------------------------
090000 7100-PURGE-ONE-RTN.
090100     IF NOT TM-PURGE (WS-TM-SUB)
090200         GO TO 7100-EXIT
090300     END-IF.
090400     MOVE TM-EMP-NO (WS-TM-SUB) TO EMP-NO.
093600     DELETE EMPLOYEE-MASTER
093700         INVALID KEY
093800             DISPLAY "DELETE FAILED FOR " EMP-NO
093900                     " STATUS " WS-EMP-STATUS
093910             GO TO 7100-NOT-DELETED
094200     END-DELETE.
094210     IF WS-EMP-STATUS NOT = '00'
094220         DISPLAY "DELETE FAILED FOR " EMP-NO
094230                 " STATUS " WS-EMP-STATUS
094240         GO TO 7100-NOT-DELETED
094250     END-IF.
094300     ADD 1 TO WS-PURGE-COUNT.
094400     IF WS-PURGE-COUNT = 1
094500         MOVE 'TERMINATED PAST RETENTION - REMOVED FROM MASTER'
094600             TO SL-TEXT
094700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
094800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
094900     END-IF.
095000     MOVE TM-EMP-NO (WS-TM-SUB) TO EL-EMP-NO.
095100     MOVE TM-NAME (WS-TM-SUB) TO EL-NAME.
095200     MOVE TM-DEPT (WS-TM-SUB) TO EL-DEPT.
095300     MOVE 'TERMED ' TO EL-DATE-LABEL.
095400     MOVE TM-TERM-DATE (WS-TM-SUB) TO EL-DATE.
095500     MOVE 'HISTORY ' TO EL-COUNT-LABEL.
095600     MOVE TM-HIST-COUNT (WS-TM-SUB) TO EL-COUNT.
095700     MOVE WS-EMP-LINE TO WS-OUT-LINE.
095800     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
095802     GO TO 7100-EXIT.
095804 7100-NOT-DELETED.
095806     MOVE 'N' TO TM-ACTION (WS-TM-SUB).
095808     ADD 1 TO WS-NOT-DEL-COUNT.
095810     IF WS-RUN-RC < 4
095812         MOVE 4 TO WS-RUN-RC
095814     END-IF.
095816     IF WS-NOT-DEL-COUNT = 1
095818         MOVE 'ARCHIVED BUT NOT DELETED FROM MASTER - SEE SYSOUT'
095820             TO SL-TEXT
095822         MOVE WS-SECTION-LINE TO WS-OUT-LINE
095824         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
095826     END-IF.
095828     MOVE TM-EMP-NO (WS-TM-SUB) TO EL-EMP-NO.
095830     MOVE TM-NAME (WS-TM-SUB) TO EL-NAME.
095832     MOVE TM-DEPT (WS-TM-SUB) TO EL-DEPT.
095834     MOVE 'TERMED ' TO EL-DATE-LABEL.
095836     MOVE TM-TERM-DATE (WS-TM-SUB) TO EL-DATE.
095838     MOVE 'HISTORY ' TO EL-COUNT-LABEL.
095840     MOVE TM-HIST-COUNT (WS-TM-SUB) TO EL-COUNT.
095842     MOVE WS-EMP-LINE TO WS-OUT-LINE.
095844     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
095900 7100-EXIT.
096000     EXIT.
096100
096200*----------------------------------------------------------------
096300*                 8100-PRINT-LINE-RTN
096400* PRINTS THE LINE STAGED IN WS-OUT-LINE, STARTING A NEW PAGE
096500* FIRST WHEN THE CURRENT ONE IS FULL.
096600*----------------------------------------------------------------
096700 8100-PRINT-LINE-RTN.
096800     IF RPT-FILE-NOT-OPEN
096900         GO TO 8100-EXIT
097000     END-IF.
097100     IF WS-PAGE-NO = ZERO
097200         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
097300         PERFORM 8300-PRINT-HEADERS-RTN THRU 8300-EXIT
097400     END-IF.
097500     WRITE PRINT-LINE FROM WS-OUT-LINE.
097600     ADD 1 TO WS-LINES-ON-PAGE.
097700 8100-EXIT.
097800     EXIT.
097900
098000*----------------------------------------------------------------
098100*                 8300-PRINT-HEADERS-RTN
098200* STARTS A NEW PAGE - PAGE HEADER AND CUTOFF LINE.
098300*----------------------------------------------------------------
098400 8300-PRINT-HEADERS-RTN.
098500     ADD 1 TO WS-PAGE-NO.
098600     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
098700     MOVE WS-PAGE-NO TO H1-PAGE-NO.
098800     MOVE WS-EMP-CUTOFF TO H2-EMP-CUTOFF.
098900     MOVE WS-HIST-CUTOFF TO H2-HIST-CUTOFF.
099000     MOVE WS-AUDIT-MONTH TO H2-AUDIT-MONTH.
099100     WRITE PRINT-LINE FROM WS-HEADER-1.
099200     WRITE PRINT-LINE FROM WS-HEADER-2.
099300     MOVE ZERO TO WS-LINES-ON-PAGE.
099400 8300-EXIT.
099500     EXIT.
099600
099700*----------------------------------------------------------------
099800*                 8500-FIND-TERMINATED-RTN
099900* LOOKS UP THE CURRENT HISTORY RECORD'S EMPLOYEE IN THE
100000* TERMINATED TABLE, LEAVING TM-IDX ON IT WHEN FOUND.
100100*----------------------------------------------------------------
100200 8500-FIND-TERMINATED-RTN.
100300     SET TM-NOT-FOUND TO TRUE.
100400     IF WS-TM-COUNT > ZERO
100500         SET TM-IDX TO 1
100600         SEARCH ALL TM-ENTRY
100700             WHEN TM-EMP-NO (TM-IDX) = HIST-EMP-NO
100800                 SET TM-FOUND TO TRUE
100900         END-SEARCH
101000     END-IF.
101100 8500-EXIT.
101200     EXIT.
101300
101400*----------------------------------------------------------------
101500*                      9000-TERMINATE-RTN
101600* PRINTS THE RUN COUNTS AND THE SIGN-OFF LINES, CLOSES WHATEVER
101700* OPENED, AND SETS THE RETURN CODE - 0 CLEAN, 4 A PURGE
101800* CANDIDATE CHANGED UNDER THE RUN OR COULD NOT BE DELETED, 8
101900* NOTHING REMOVED.  THE JOB ONLY SWAPS IN THE NEW HISTORY BELOW 8.
102000*----------------------------------------------------------------
102100 9000-TERMINATE-RTN.
102200     MOVE 'EMPLOYEES READ            ' TO TL-LABEL.
102300     MOVE WS-EMP-READ-COUNT TO TL-COUNT.
102400     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
102500     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
102600     MOVE 'EMPLOYEES PURGED          ' TO TL-LABEL.
102700     MOVE WS-PURGE-COUNT TO TL-COUNT.
102800     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
102900     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
102910     MOVE 'PURGE CANDIDATES CHANGED  ' TO TL-LABEL.
102920     MOVE WS-CHANGED-COUNT TO TL-COUNT.
102930     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
102940     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
102950     MOVE 'ARCHIVED, NOT DELETED     ' TO TL-LABEL.
102960     MOVE WS-NOT-DEL-COUNT TO TL-COUNT.
102970     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
102980     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
103000     MOVE 'TERMINATED, IN RETENTION  ' TO TL-LABEL.
103100     MOVE WS-RETAINED-COUNT TO TL-COUNT.
103200     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
103300     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
103400     MOVE 'TERMINATED, NO DATE, KEPT ' TO TL-LABEL.
103500     MOVE WS-NO-DATE-COUNT TO TL-COUNT.
103600     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
103700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
103800     MOVE 'HISTORY RECORDS READ      ' TO TL-LABEL.
103900     MOVE WS-HIST-READ-COUNT TO TL-COUNT.
104000     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
104100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
104200     MOVE 'HISTORY KEPT              ' TO TL-LABEL.
104300     MOVE WS-HIST-KEPT-COUNT TO TL-COUNT.
104400     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
104500     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
104510     MOVE 'HISTORY HELD, TERMINATED  ' TO TL-LABEL.
104520     MOVE WS-HIST-HELD-COUNT TO TL-COUNT.
104530     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
104540     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
104600     MOVE 'HISTORY WITH PURGED EMPS  ' TO TL-LABEL.
104700     MOVE WS-HIST-EMP-COUNT TO TL-COUNT.
104800     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
104900     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
105000     MOVE 'HISTORY PAST RETENTION    ' TO TL-LABEL.
105100     MOVE WS-HIST-AGED-COUNT TO TL-COUNT.
105200     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
105300     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
105400     MOVE 'AUDIT RECORDS READ        ' TO TL-LABEL.
105500     MOVE WS-AUD-READ-COUNT TO TL-COUNT.
105600     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
105700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
105800     MOVE 'AUDIT RECORDS ARCHIVED    ' TO TL-LABEL.
105900     MOVE WS-AUD-ARCH-COUNT TO TL-COUNT.
106000     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
106100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
106200     IF WS-RUN-RC < 8
106300         MOVE 'REVIEWED - HR: ____________  AUDIT: ____________'
106400             TO SL-TEXT
106500     ELSE
106600         MOVE 'RUN FAILED - HISTORY NOT TO BE SWAPPED, SEE SYSOUT'
106700             TO SL-TEXT
106800     END-IF.
106900     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
107000     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
107100     IF EMP-FILE-OPEN
107200         CLOSE EMPLOYEE-MASTER
107300     END-IF.
107400     IF OUT-FILES-OPEN
107500         CLOSE HISTORY-OUT
107600         CLOSE EMPLOYEE-ARCHIVE
107700         CLOSE YEARLY-ARCHIVE
107800     END-IF.
107900     IF RPT-FILE-OPEN
108000         CLOSE REPORT-FILE
108100     END-IF.
108200     DISPLAY "Employees purged: " WS-PURGE-COUNT.
108210     IF WS-NOT-DEL-COUNT > ZERO
108220         DISPLAY "Employees archived but not deleted: "
108230                 WS-NOT-DEL-COUNT
108240     END-IF.
108300     DISPLAY "History kept: " WS-HIST-KEPT-COUNT
108400             "  archived: " WS-HIST-EMP-COUNT
108500             " + " WS-HIST-AGED-COUNT
108510             "  held: " WS-HIST-HELD-COUNT.
108600     DISPLAY "Audit records archived: " WS-AUD-ARCH-COUNT.
108700     DISPLAY "Run return code: " WS-RUN-RC.
108800     MOVE WS-RUN-RC TO RETURN-CODE.
108900 9000-EXIT.
109000     EXIT.
109100
109200*----------------------------------------------------------------
109300*                 9800-START-RUN-HISTORY-RTN
109400* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
109500* RECORD.
109600*----------------------------------------------------------------
109700 9800-START-RUN-HISTORY-RTN.
109800     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
109900     ACCEPT WS-RUNH-START-TIME FROM TIME.
110000 9800-EXIT.
110100     EXIT.
110200
110300*----------------------------------------------------------------
110400*                 9810-WRITE-RUN-HISTORY-RTN
110500* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
110600* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
110700* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
110800* INPUT IS MASTER RECORDS READ, OUTPUT EMPLOYEES PURGED, AND
110900* REJECTS THE TERMINATED EMPLOYEES KEPT FOR WANT OF A DATE.
111000* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
111100* CHANGE THE STEP'S RETURN CODE.
111200*----------------------------------------------------------------
111300 9810-WRITE-RUN-HISTORY-RTN.
111400     OPEN EXTEND RUN-HISTORY-FILE.
111500     IF WS-RUNH-STATUS NOT = '00'
111600         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
111700                 WS-RUNH-STATUS
111800         GO TO 9810-EXIT
111900     END-IF.
112000     MOVE SPACES TO RUNH-RECORD.
112100     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
112200     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
112300     OPEN INPUT RUN-ID-FILE.
112400     IF WS-RHID-STATUS = '00'
112500         READ RUN-ID-FILE
112600             AT END
112700                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
112800                         "NOT KNOWN"
112900             NOT AT END
113000                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
113100                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
113200         END-READ
113300         CLOSE RUN-ID-FILE
113400     ELSE
113500         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
113600                 WS-RHID-STATUS
113700     END-IF.
113800     MOVE 'RETPURGE' TO RUNH-PROGRAM.
113900     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
114000     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
114100     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
114200     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
114300     ACCEPT RUNH-END-TIME FROM TIME.
114400     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
114500     MOVE WS-EMP-READ-COUNT TO RUNH-IN-COUNT.
114600     MOVE WS-PURGE-COUNT TO RUNH-OUT-COUNT.
114700     MOVE WS-NO-DATE-COUNT TO RUNH-REJECT-COUNT.
114800     WRITE RUNH-RECORD.
114900     IF WS-RUNH-STATUS NOT = '00'
115000         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
115100                 WS-RUNH-STATUS
115200     END-IF.
115300     CLOSE RUN-HISTORY-FILE.
115400 9810-EXIT.
115500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EmployeeBackout.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - BACKS ONE EMPMAINT RUN OUT OF THE
001100*                  EMPLOYEE MASTER FROM THE MAINTENANCE JOURNAL.
001200*                  EACH EMPLOYEE THE RUN TOUCHED IS PUT BACK TO
001300*                  THE BEFORE-IMAGE OF THE RUN'S FIRST ACTION ON
001400*                  THEM (AN EMPLOYEE THE RUN ADDED IS REMOVED),
001500*                  AND THE EMPHIST ENTRIES THE RUN WROTE FOR THEM
001600*                  ARE DROPPED FROM THE HISTORY WRITTEN TO HISTOUT
001700*                  FOR THE JOB TO SWAP IN.  AN EMPLOYEE A LATER
001800*                  RUN HAS CHANGED, OR WHOSE MASTER RECORD NO
001900*                  LONGER MATCHES THE RUN'S AFTER-IMAGE, IS
002000*                  REFUSED AND LEFT ALONE.  EVERY REVERSAL IS
002100*                  JOURNALED IN TURN, AND THE REGISTER LISTS WHAT
002200*                  WAS REVERSED AND WHAT WAS NOT.
002210* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002220*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002230*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002235* 10/15/2026  DJM  EACH REVERSAL IS JOURNALED BEFORE THE MASTER IS
002240*                  RESTORED, AND THE NEW HISTORY IS BUILT AFTER
002245*                  THE RESTORES FROM THE EMPLOYEES ACTUALLY PUT
002250*                  BACK.  A FAILED RESTORE NOW GRADES THE RUN 4
002255*                  AND THE HISTORY IS STILL SWAPPED.  A RERUN
002260*                  FINISHES AN EMPLOYEE WHOSE MASTER IS ALREADY AT
002265*                  THE BEFORE-IMAGE, DROPPING THE RUN'S EMPHIST
002270*                  ENTRIES ONLY IF THEY ARE STILL THERE (EARLIER
002275*                  RUNS THE SAME DAY ARE COUNTED OFF THE JOURNAL).
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
003300     SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-JRNL-STATUS.
003700     SELECT HISTORY-IN ASSIGN TO "HISTIN"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-HIST-STATUS.
004100     SELECT HISTORY-OUT ASSIGN TO "HISTOUT"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-HOUT-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO "BKOUTRPT"
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
005200* EMPLOYEE-MASTER - READ BY KEY TO PROVE EACH EMPLOYEE STILL
005300* MATCHES THE RUN'S AFTER-IMAGE, THEN REWRITTEN, WRITTEN, OR
005400* DELETED TO PUT THE BEFORE-IMAGE BACK.
005500*----------------------------------------------------------------
005600 FD  EMPLOYEE-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY EMPREC.
005900*----------------------------------------------------------------
006000* JOURNAL-FILE - THE CUMULATIVE MAINTENANCE JOURNAL.  READ ONCE
006100* FOR THE RUN'S IMAGES AND ANY LATER RUN'S CHANGES, THEN OPENED
006200* EXTEND FOR THE REVERSAL RECORDS.
006300*----------------------------------------------------------------
006400 FD  JOURNAL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY EMPJREC.
006700*----------------------------------------------------------------
006800* HISTORY-IN - THE CUMULATIVE EMPHIST FILE.  READ TWICE - ONCE
006900* TO COUNT THE RUN'S ENTRIES, ONCE TO COPY IT.
007000*----------------------------------------------------------------
007100 FD  HISTORY-IN
007200     LABEL RECORDS ARE STANDARD.
007300     COPY EMPHREC.
007400*----------------------------------------------------------------
007500* HISTORY-OUT - THE EMPHIST RECORDS THAT STAY, IN THEIR ORIGINAL
007600* ORDER.
007700*----------------------------------------------------------------
007800 FD  HISTORY-OUT
007900     LABEL RECORDS ARE STANDARD.
008000 01  HOUT-RECORD             PIC X(48).
008100*----------------------------------------------------------------
008200* REPORT-FILE - PRINT LINES FOR THE BACKOUT REGISTER.
008300*----------------------------------------------------------------
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE OMITTED.
008600 01  PRINT-LINE              PIC X(80).
008605*----------------------------------------------------------------
008610* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
008615* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
008620* NAMING THE JOB AND STEP.
008625*----------------------------------------------------------------
008630 FD  RUN-HISTORY-FILE
008635     LABEL RECORDS ARE STANDARD.
008640     COPY RUNHREC.
008645 FD  RUN-ID-FILE
008650     LABEL RECORDS ARE STANDARD.
008655     COPY RHIDREC.
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
009000* I/O CONTROLS.
009100*----------------------------------------------------------------
009200 01  WS-EMP-STATUS        PIC X(02) VALUE '00'.
009300 01  WS-JRNL-STATUS       PIC X(02) VALUE '00'.
009400 01  WS-HIST-STATUS       PIC X(02) VALUE '00'.
009500 01  WS-HOUT-STATUS       PIC X(02) VALUE '00'.
009600 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
009700 01  WS-JRNL-EOF-SWITCH   PIC X(01) VALUE 'N'.
009800     88  JRNL-EOF-YES                  VALUE 'Y'.
009900     88  JRNL-EOF-NO                   VALUE 'N'.
010000 01  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
010100     88  HIST-EOF-YES                  VALUE 'Y'.
010200     88  HIST-EOF-NO                   VALUE 'N'.
010300 01  WS-EMP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010400     88  EMP-FILE-OPEN                 VALUE 'Y'.
010500     88  EMP-FILE-NOT-OPEN             VALUE 'N'.
010600 01  WS-HOUT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010700     88  HOUT-FILE-OPEN                VALUE 'Y'.
010800     88  HOUT-FILE-NOT-OPEN            VALUE 'N'.
010900 01  WS-JRNL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
011000     88  JRNL-FILE-OPEN                VALUE 'Y'.
011100     88  JRNL-FILE-NOT-OPEN            VALUE 'N'.
011200 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011300     88  RPT-FILE-OPEN                 VALUE 'Y'.
011400     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
011500 01  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
011600     88  MASTER-FOUND                  VALUE 'Y'.
011700     88  MASTER-NOT-FOUND              VALUE 'N'.
011800 01  WS-MATCH-SWITCH      PIC X(01) VALUE 'N'.
011900     88  HIST-MATCHED                  VALUE 'Y'.
012000     88  HIST-NOT-MATCHED              VALUE 'N'.
012100 01  WS-PARM-SWITCH       PIC X(01) VALUE 'N'.
012200     88  PARM-VALID                    VALUE 'Y'.
012300     88  PARM-NOT-VALID                VALUE 'N'.
012310 01  WS-JWRITE-SWITCH     PIC X(01) VALUE 'Y'.
012320     88  JWRITE-OK                     VALUE 'Y'.
012330     88  JWRITE-FAILED                 VALUE 'N'.
012340 01  WS-AFTER-SWITCH      PIC X(01) VALUE 'N'.
012350     88  MASTER-AT-AFTER               VALUE 'Y'.
012360     88  MASTER-NOT-AT-AFTER           VALUE 'N'.
012370 01  WS-BEFORE-SWITCH     PIC X(01) VALUE 'N'.
012380     88  MASTER-AT-BEFORE              VALUE 'Y'.
012390     88  MASTER-NOT-AT-BEFORE          VALUE 'N'.
012400 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
012500*----------------------------------------------------------------
012600* RUN COUNTERS.
012700*----------------------------------------------------------------
012800 77  WS-JRNL-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
012900 77  WS-JRNL-WRITE-COUNT  PIC 9(07) COMP VALUE ZERO.
013000 77  WS-TO-REVERSE-COUNT  PIC 9(05) COMP VALUE ZERO.
013100 77  WS-REVERSED-COUNT    PIC 9(05) COMP VALUE ZERO.
013200 77  WS-REFUSED-COUNT     PIC 9(05) COMP VALUE ZERO.
013300 77  WS-HIST-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
013400 77  WS-HIST-KEPT-COUNT   PIC 9(07) COMP VALUE ZERO.
013500 77  WS-HIST-DROP-COUNT   PIC 9(07) COMP VALUE ZERO.
013600 77  WS-HIST-SHORT-COUNT  PIC 9(07) COMP VALUE ZERO.
013700 77  WS-HIST-PROOF        PIC 9(07) COMP VALUE ZERO.
013800 77  WS-HIST-RANK         PIC 9(07) COMP VALUE ZERO.
013810 77  WS-HIST-AVAIL        PIC S9(07) COMP VALUE ZERO.
013820 77  WS-DROP-TOTAL        PIC 9(05) COMP VALUE ZERO.
013830 77  WS-X-AFTER-SW        PIC X(01) VALUE SPACE.
013840 77  WS-X-SKIP            PIC 9(05) COMP VALUE ZERO.
013900*----------------------------------------------------------------
014000* THE RUN BEING BACKED OUT - ITS RUN DATE AND ITS SEQUENCE
014100* WITHIN THAT DATE, AS EMPMAINT PRINTED THEM.
014200*----------------------------------------------------------------
014300 01  WS-TARGET-RUN-ID     PIC X(11) VALUE SPACES.
014400 01  WS-TARGET-GROUP REDEFINES WS-TARGET-RUN-ID.
014500     05  WS-TARGET-DATE       PIC 9(08).
014600     05  WS-TARGET-SEQ        PIC 9(03).
014700*----------------------------------------------------------------
014800* RUN DATE AND PAGE CONTROL.
014900*----------------------------------------------------------------
015000 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
015100 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
015200     05  WS-RUN-YYYY          PIC 9(04).
015300     05  WS-RUN-MM            PIC 9(02).
015400     05  WS-RUN-DD            PIC 9(02).
015500 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
015600 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
015700 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
015800 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
015900 01  WS-OUT-LINE          PIC X(80) VALUE SPACES.
016000*----------------------------------------------------------------
016100* RUN-ITEM TABLE - ONE ENTRY PER ACTION THE RUN APPLIED, IN
016200* JOURNAL ORDER, HOLDING BOTH IMAGES.  IT-PREV-IT CHAINS EACH
016300* EMPLOYEE'S ITEMS BACKWARD SO THE REVERSALS CAN BE JOURNALED
016400* LAST-FIRST.
016500*----------------------------------------------------------------
016600 01  WS-IT-COUNT          PIC 9(05) COMP VALUE ZERO.
016700 01  WS-IT-MAX            PIC 9(05) COMP VALUE 5000.
016800 01  WS-IT-SUB            PIC 9(05) COMP VALUE ZERO.
016900 01  IT-TABLE.
017000     05  IT-ENTRY OCCURS 5000 TIMES.
017100         10  IT-ITEM-NO       PIC 9(05).
017200         10  IT-ACTION        PIC X(01).
017300         10  IT-PREV-IT       PIC 9(05) COMP.
017400         10  IT-BEFORE-SW     PIC X(01).
017500         10  IT-BEFORE        PIC X(60).
017600         10  IT-AFTER-SW      PIC X(01).
017700         10  IT-AFTER         PIC X(60).
017800*----------------------------------------------------------------
017900* RUN-EMPLOYEE TABLE - ONE ENTRY PER EMPLOYEE THE RUN TOUCHED,
018000* IN ORDER OF THEIR FIRST ITEM.  AN EMPLOYEE IS REVERSED OR
018100* REFUSED AS A WHOLE: THE FIRST ITEM'S BEFORE-IMAGE GOES BACK
018200* ONLY IF THE MASTER STILL HOLDS THE LAST ITEM'S AFTER-IMAGE.
018210* A MASTER ALREADY HOLDING THE BEFORE-IMAGE WAS PUT BACK BY A
018220* BACKOUT THAT DID NOT FINISH, AND ONLY ITS HISTORY (AND ANY
018230* MISSING JOURNAL PAIR) IS LEFT TO DO.
018300* BO-LATER-COUNT IS THE LATER RUNS' ITEMS ON THE EMPLOYEE NOT
018400* THEMSELVES BACKED OUT.  BO-HIST HOLDS, BY ACTION (ADD,
018500* CHANGE, DELETE), THE RUN'S ITEM COUNT, THE EMPHIST ENTRIES
018600* ON THE RUN DATE, AND THE ENTRIES SEEN SO FAR ON THE COPY.
018610* BO-HIST-EARLY IS THE ITEMS OF EARLIER RUNS THE SAME DAY STILL
018620* STANDING, WHOSE ENTRIES COME AHEAD OF THE RUN'S OWN, AND
018630* BO-HIST-DROP HOW MANY OF THE RUN'S ENTRIES ARE LEFT TO DROP.
018640* BO-X-DONE IS THE ITEMS ALREADY JOURNALED AS REVERSED.
018700*----------------------------------------------------------------
018800 01  WS-BO-COUNT          PIC 9(05) COMP VALUE ZERO.
018900 01  WS-BO-MAX            PIC 9(05) COMP VALUE 5000.
019000 01  WS-BO-SUB            PIC 9(05) COMP VALUE ZERO.
019100 01  WS-BO-SCAN           PIC 9(05) COMP VALUE ZERO.
019200 01  WS-BO-SWITCH         PIC X(01) VALUE 'N'.
019300     88  BO-FOUND                      VALUE 'Y'.
019400     88  BO-NOT-FOUND                  VALUE 'N'.
019500 01  WS-FIND-EMP-NO       PIC 9(05) VALUE ZERO.
019600 01  WS-ACTION-CODE       PIC X(01) VALUE SPACE.
019700 01  WS-ACT-SUB           PIC 9(01) COMP VALUE ZERO.
019800 01  WS-ACT-POS           PIC 9(03) COMP VALUE ZERO.
019900 01  BO-TABLE.
020000     05  BO-ENTRY OCCURS 5000 TIMES.
020100         10  BO-EMP-NO        PIC 9(05).
020200         10  BO-FIRST-IT      PIC 9(05) COMP.
020300         10  BO-LAST-IT       PIC 9(05) COMP.
020400         10  BO-ACTIONS       PIC X(10).
020500         10  BO-ACTION-COUNT  PIC 9(03) COMP.
020600         10  BO-LATER-COUNT   PIC S9(05) COMP.
020700         10  BO-LATER-RUN-ID  PIC X(11).
020800         10  BO-BACKED-OUT-SW PIC X(01).
020900             88  BO-ALREADY-BACKED-OUT     VALUE 'Y'.
020910         10  BO-X-DONE        PIC 9(05) COMP.
021000         10  BO-DECISION      PIC X(01).
021100             88  BO-REVERSE                VALUE 'R'.
021110             88  BO-FINISH                 VALUE 'H'.
021200             88  BO-REFUSE                 VALUE 'F'.
021210             88  BO-RESTORED               VALUE 'D'.
021220             88  BO-FAILED                 VALUE 'E'.
021230             88  BO-HIST-DUE               VALUE 'D' 'H'.
021300         10  BO-REASON        PIC X(36).
021400         10  BO-HIST OCCURS 3 TIMES.
021500             15  BO-HIST-ITEMS    PIC 9(03) COMP.
021600             15  BO-HIST-HITS     PIC 9(05) COMP.
021700             15  BO-HIST-SEEN     PIC 9(05) COMP.
021710             15  BO-HIST-EARLY    PIC S9(05) COMP.
021720             15  BO-HIST-DROP     PIC 9(03) COMP.
021800*----------------------------------------------------------------
021900* REPORT LINE LAYOUTS.
022000*----------------------------------------------------------------
022100 01  WS-HEADER-1.
022200     05  FILLER               PIC X(05) VALUE SPACES.
022300     05  FILLER               PIC X(40)
022400                VALUE 'EMPLOYEE MAINTENANCE BACKOUT REGISTER'.
022500     05  FILLER               PIC X(05) VALUE SPACES.
022600     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
022700     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
022800     05  FILLER               PIC X(06) VALUE ' PAGE '.
022900     05  H1-PAGE-NO           PIC ZZ9.
023000 01  WS-HEADER-2.
023100     05  FILLER               PIC X(01) VALUE SPACES.
023200     05  FILLER               PIC X(24)
023300                VALUE 'EMPMAINT RUN BACKED OUT:'.
023400     05  FILLER               PIC X(01) VALUE SPACES.
023500     05  H2-RUN-DATE          PIC X(08) VALUE SPACES.
023600     05  FILLER               PIC X(01) VALUE '-'.
023700     05  H2-RUN-SEQ           PIC X(03) VALUE SPACES.
023800 01  WS-HEADER-3.
023900     05  FILLER               PIC X(03) VALUE SPACES.
024000     05  FILLER               PIC X(07) VALUE 'EMP NO '.
024100     05  FILLER               PIC X(22) VALUE 'EMPLOYEE NAME'.
024200     05  FILLER               PIC X(12) VALUE 'ACTIONS'.
024300     05  FILLER               PIC X(11) VALUE 'DISPOSITION'.
024400 01  WS-SECTION-LINE.
024500     05  FILLER               PIC X(01) VALUE SPACES.
024600     05  SL-TEXT              PIC X(60) VALUE SPACES.
024700 01  WS-EMP-LINE.
024800     05  FILLER               PIC X(03) VALUE SPACES.
024900     05  EL-EMP-NO            PIC 9(05).
025000     05  FILLER               PIC X(02) VALUE SPACES.
025100     05  EL-NAME              PIC X(20).
025200     05  FILLER               PIC X(02) VALUE SPACES.
025300     05  EL-ACTIONS           PIC X(10).
025400     05  FILLER               PIC X(02) VALUE SPACES.
025500     05  EL-REASON            PIC X(36).
025600 01  WS-HIST-LINE.
025700     05  FILLER               PIC X(03) VALUE SPACES.
025800     05  HL-EMP-NO            PIC 9(05).
025900     05  FILLER               PIC X(02) VALUE SPACES.
026000     05  HL-NAME              PIC X(20).
026100     05  FILLER               PIC X(02) VALUE SPACES.
026200     05  HL-DEPT              PIC X(04).
026300     05  FILLER               PIC X(02) VALUE SPACES.
026400     05  FILLER               PIC X(07) VALUE 'ACTION '.
026500     05  HL-ACTION            PIC X(01).
026600     05  FILLER               PIC X(02) VALUE SPACES.
026700     05  HL-BEFORE            PIC X(01).
026800     05  FILLER               PIC X(01) VALUE '>'.
026900     05  HL-AFTER             PIC X(01).
027000     05  FILLER               PIC X(06) VALUE '  RUN '.
027100     05  HL-RUN-DATE          PIC 9(08).
027200 01  WS-TOTAL-LINE.
027300     05  FILLER               PIC X(02) VALUE SPACES.
027400     05  TL-LABEL             PIC X(26).
027500     05  FILLER               PIC X(03) VALUE '= '.
027600     05  TL-COUNT             PIC ZZZZZZ9.
027610*----------------------------------------------------------------
027620* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
027630* THING, FOR THE RECORD APPENDED AT THE END.
027640*----------------------------------------------------------------
027650 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
027660 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
027670 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
027680 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
027700
027800 LINKAGE SECTION.
027900*----------------------------------------------------------------
028000* PARM= OPERAND - RUN=YYYYMMDDNNN, THE RUN DATE AND RUN SEQUENCE
028100* OF THE EMPMAINT RUN TO BACK OUT, AS PRINTED WITH ITS CONTROL
028200* TOTALS.
028300*----------------------------------------------------------------
028400 01  LK-RUN-PARM.
028500     05  LK-PARM-LEN         PIC S9(4) COMP.
028600     05  LK-PARM-TEXT        PIC X(20).
028700
028800 PROCEDURE DIVISION USING LK-RUN-PARM.
028900*----------------------------------------------------------------
029000*                      0000-MAIN-LOGIC
029100* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  THE MASTER
029200* IS NOT TOUCHED UNLESS THE JOURNAL LOADED CLEAN.  THE NEW
029300* HISTORY IS WRITTEN AFTER THE RESTORES, FROM THE EMPLOYEES
029310* ACTUALLY PUT BACK, SO IT ALWAYS MATCHES THE MASTER.
029400*----------------------------------------------------------------
029500 0000-MAIN-LOGIC.
029510     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
029600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
029700     IF WS-RUN-RC < 8
029800         PERFORM 2000-LOAD-JOURNAL-RTN THRU 2000-EXIT
029900     END-IF.
030000     IF WS-RUN-RC < 8
030100         PERFORM 3000-DECIDE-RTN THRU 3000-EXIT
030200     END-IF.
030300     IF WS-RUN-RC < 8
030400         PERFORM 5000-RESTORE-MASTER-RTN THRU 5000-EXIT
030500     END-IF.
030600     IF WS-RUN-RC < 8
030700         PERFORM 4000-REWRITE-HISTORY-RTN THRU 4000-EXIT
030800     END-IF.
030900     PERFORM 6000-LIST-REFUSED-RTN THRU 6000-EXIT.
031000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
031010     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
031100     STOP RUN.
031200
031300*----------------------------------------------------------------
031400*                      1000-INITIALIZE-RTN
031500* GETS THE RUN DATE, PROVES THE RUN ID PARM, AND OPENS THE
031600* FILES.  A MISSING OR MALFORMED RUN ID STOPS THE RUN AT 8.
031700*----------------------------------------------------------------
031800 1000-INITIALIZE-RTN.
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032000     STRING WS-RUN-MM    DELIMITED BY SIZE
032100            '/'          DELIMITED BY SIZE
032200            WS-RUN-DD    DELIMITED BY SIZE
032300            '/'          DELIMITED BY SIZE
032400            WS-RUN-YYYY  DELIMITED BY SIZE
032500            INTO WS-RUN-DATE-ED.
032600     OPEN OUTPUT REPORT-FILE.
032700     IF WS-RPT-STATUS = '00'
032800         SET RPT-FILE-OPEN TO TRUE
032900     ELSE
033000         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
033100                 WS-RPT-STATUS
033200         MOVE 8 TO WS-RUN-RC
033300         GO TO 1000-EXIT
033400     END-IF.
033500     IF LK-PARM-LEN >= 15
033600         AND LK-PARM-TEXT (1:4) = 'RUN='
033700         MOVE LK-PARM-TEXT (5:11) TO WS-TARGET-RUN-ID
033800     END-IF.
033900     IF WS-TARGET-RUN-ID NUMERIC
034000         IF WS-TARGET-SEQ > ZERO
034100             SET PARM-VALID TO TRUE
034200         END-IF
034300     END-IF.
034400     IF PARM-NOT-VALID
034500         DISPLAY "PARM RUN=" WS-TARGET-RUN-ID
034600                 " IS NOT A RUN ID - NOTHING REVERSED"
034700         MOVE 'PARM RUN= IS NOT A RUN ID - NOTHING REVERSED'
034800             TO SL-TEXT
034900         MOVE WS-SECTION-LINE TO WS-OUT-LINE
035000         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
035100         MOVE 8 TO WS-RUN-RC
035200         GO TO 1000-EXIT
035300     END-IF.
035400     DISPLAY "Backing out run id: " WS-TARGET-RUN-ID.
035500     PERFORM 1200-OPEN-FILES-RTN THRU 1200-EXIT.
035600 1000-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------
036000*                      1200-OPEN-FILES-RTN
036100* OPENS THE MASTER FOR UPDATE AND THE HISTORY OUTPUT.  BOTH ARE
036200* REQUIRED.
036300*----------------------------------------------------------------
036400 1200-OPEN-FILES-RTN.
036500     OPEN I-O EMPLOYEE-MASTER.
036600     IF WS-EMP-STATUS NOT = '00'
036700         DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS "
036800                 WS-EMP-STATUS
036900         MOVE 8 TO WS-RUN-RC
037000         GO TO 1200-EXIT
037100     END-IF.
037200     SET EMP-FILE-OPEN TO TRUE.
037300     OPEN OUTPUT HISTORY-OUT.
037400     IF WS-HOUT-STATUS NOT = '00'
037500         DISPLAY "HISTORY-OUT OPEN FAILED, STATUS "
037600                 WS-HOUT-STATUS
037700         MOVE 8 TO WS-RUN-RC
037800         GO TO 1200-EXIT
037900     END-IF.
038000     SET HOUT-FILE-OPEN TO TRUE.
038100 1200-EXIT.
038200     EXIT.
038300
038400*----------------------------------------------------------------
038500*                 2000-LOAD-JOURNAL-RTN
038600* READS THE WHOLE JOURNAL.  THE RUN'S OWN IMAGES ARE LOADED TO
038700* THE ITEM AND EMPLOYEE TABLES; ANY LATER RUN'S ITEM ON ONE OF
038800* ITS EMPLOYEES IS COUNTED AGAINST THAT EMPLOYEE.  A RUN NOT ON
038900* THE JOURNAL, OR A BROKEN IMAGE PAIR, STOPS THE RUN AT 8.
038910* WHEN THE RUN WAS NOT THE FIRST OF ITS DAY THE JOURNAL IS READ
038920* AGAIN FOR THE EARLIER RUNS' ITEMS ON ITS EMPLOYEES.
039000*----------------------------------------------------------------
039100 2000-LOAD-JOURNAL-RTN.
039200     OPEN INPUT JOURNAL-FILE.
039300     IF WS-JRNL-STATUS NOT = '00'
039400         DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS "
039500                 WS-JRNL-STATUS
039600         MOVE 8 TO WS-RUN-RC
039700         GO TO 2000-EXIT
039800     END-IF.
039900     SET JRNL-EOF-NO TO TRUE.
040000     PERFORM 2100-READ-JOURNAL-RTN THRU 2100-EXIT.
040100     PERFORM 2200-ROUTE-JOURNAL-RTN THRU 2200-EXIT
040200         UNTIL JRNL-EOF-YES OR WS-RUN-RC = 8.
040300     CLOSE JOURNAL-FILE.
040400     IF WS-IT-COUNT > ZERO
040500         IF IT-AFTER-SW (WS-IT-COUNT) = SPACE
040600             DISPLAY "JOURNAL IMAGE PAIR BROKEN AT RUN ITEM "
040700                     IT-ITEM-NO (WS-IT-COUNT)
040800                     " - NOTHING REVERSED"
040900             MOVE 8 TO WS-RUN-RC
041000         END-IF
041100     END-IF.
041200     IF WS-RUN-RC = 8
041300         MOVE 'MAINTENANCE JOURNAL UNREADABLE - NOTHING REVERSED'
041400             TO SL-TEXT
041500         MOVE WS-SECTION-LINE TO WS-OUT-LINE
041600         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
041700         GO TO 2000-EXIT
041800     END-IF.
041900     IF WS-IT-COUNT = ZERO
042000         DISPLAY "RUN " WS-TARGET-RUN-ID " NOT ON THE JOURNAL"
042100                 " - NOTHING REVERSED"
042200         MOVE 'RUN NOT ON THE JOURNAL - NOTHING REVERSED'
042300             TO SL-TEXT
042400         MOVE WS-SECTION-LINE TO WS-OUT-LINE
042500         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
042600         MOVE 8 TO WS-RUN-RC
042700     END-IF.
042710     IF WS-RUN-RC < 8
042720         AND WS-TARGET-SEQ > 1
042730         PERFORM 2500-COUNT-EARLIER-RTN THRU 2500-EXIT
042740     END-IF.
042800 2000-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------
043200*                 2100-READ-JOURNAL-RTN
043300* READS THE NEXT JOURNAL RECORD, SETTING THE EOF SWITCH WHEN THE
043400* JOURNAL IS EXHAUSTED.
043500*----------------------------------------------------------------
043600 2100-READ-JOURNAL-RTN.
043700     READ JOURNAL-FILE
043800         AT END
043900             SET JRNL-EOF-YES TO TRUE
044000         NOT AT END
044100             ADD 1 TO WS-JRNL-READ-COUNT
044200     END-READ.
044300 2100-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700*                 2200-ROUTE-JOURNAL-RTN
044800* SKIPS EARLIER RUNS, SENDS THE RUN'S OWN RECORDS AND LATER
044900* RUNS' RECORDS TO THEIR ROUTINES, AND ADVANCES.  THE JOURNAL
045000* IS IN RUN ORDER, SO A LATER RUN'S RECORD ALWAYS FOLLOWS THE
045100* RUN'S OWN.
045200*----------------------------------------------------------------
045300 2200-ROUTE-JOURNAL-RTN.
045400     IF EMPJ-RUN-ID < WS-TARGET-RUN-ID
045500         GO TO 2200-NEXT
045600     END-IF.
045700     IF EMPJ-RUN-ID = WS-TARGET-RUN-ID
045800         PERFORM 2300-RUN-ENTRY-RTN THRU 2300-EXIT
045900     ELSE
046000         PERFORM 2400-LATER-ENTRY-RTN THRU 2400-EXIT
046100     END-IF.
046200 2200-NEXT.
046300     PERFORM 2100-READ-JOURNAL-RTN THRU 2100-EXIT.
046400 2200-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------
046800*                 2300-RUN-ENTRY-RTN
046900* LOADS ONE OF THE RUN'S OWN JOURNAL RECORDS.  A BEFORE-IMAGE
047000* OPENS A NEW ITEM (AND A NEW EMPLOYEE ENTRY THE FIRST TIME);
047100* THE AFTER-IMAGE MUST FOLLOW IT FOR THE SAME ITEM.  A REVERSAL
047200* RECORD UNDER THE RUN'S ID MEANS THE EMPLOYEE WAS ALREADY
047300* BACKED OUT; ITS PAIRS ARE COUNTED SO THAT A RERUN WRITES ONLY
047310* THE ONES MISSING.
047400*----------------------------------------------------------------
047500 2300-RUN-ENTRY-RTN.
047600     MOVE EMPJ-EMP-NO TO WS-FIND-EMP-NO.
047700     PERFORM 8500-FIND-EMPLOYEE-RTN THRU 8500-EXIT.
047800     IF EMPJ-ACTION-BACKOUT
047900         IF BO-FOUND
048000             MOVE 'Y' TO BO-BACKED-OUT-SW (WS-BO-SUB)
048010             IF EMPJ-AFTER-IMAGE
048020                 ADD 1 TO BO-X-DONE (WS-BO-SUB)
048030             END-IF
048100         END-IF
048200         GO TO 2300-EXIT
048300     END-IF.
048400     IF EMPJ-AFTER-IMAGE
048500         GO TO 2300-AFTER
048600     END-IF.
048700     IF WS-IT-COUNT > ZERO
048800         IF IT-AFTER-SW (WS-IT-COUNT) = SPACE
048900             GO TO 2300-BROKEN
049000         END-IF
049100     END-IF.
049200     MOVE EMPJ-ACTION-CODE TO WS-ACTION-CODE.
049300     PERFORM 8600-ACTION-SUB-RTN THRU 8600-EXIT.
049400     IF WS-ACT-SUB = ZERO
049500         GO TO 2300-BROKEN
049600     END-IF.
049700     IF WS-IT-COUNT >= WS-IT-MAX
049800         DISPLAY "MORE THAN " WS-IT-MAX " ITEMS IN THE RUN"
049900                 " - NOTHING REVERSED"
050000         MOVE 8 TO WS-RUN-RC
050100         GO TO 2300-EXIT
050200     END-IF.
050300     IF BO-NOT-FOUND
050400         PERFORM 2310-ADD-EMPLOYEE-RTN THRU 2310-EXIT
050500         IF WS-RUN-RC = 8
050600             GO TO 2300-EXIT
050700         END-IF
050800     END-IF.
050900     ADD 1 TO WS-IT-COUNT.
051000     MOVE WS-IT-COUNT TO WS-IT-SUB.
051100     MOVE EMPJ-ITEM-NO TO IT-ITEM-NO (WS-IT-SUB).
051200     MOVE EMPJ-ACTION-CODE TO IT-ACTION (WS-IT-SUB).
051300     MOVE BO-LAST-IT (WS-BO-SUB) TO IT-PREV-IT (WS-IT-SUB).
051400     MOVE EMPJ-IMAGE-SWITCH TO IT-BEFORE-SW (WS-IT-SUB).
051500     MOVE EMPJ-EMP-IMAGE TO IT-BEFORE (WS-IT-SUB).
051600     MOVE SPACE TO IT-AFTER-SW (WS-IT-SUB).
051700     MOVE SPACES TO IT-AFTER (WS-IT-SUB).
051800     IF BO-FIRST-IT (WS-BO-SUB) = ZERO
051900         MOVE WS-IT-SUB TO BO-FIRST-IT (WS-BO-SUB)
052000     END-IF.
052100     MOVE WS-IT-SUB TO BO-LAST-IT (WS-BO-SUB).
052200     ADD 1 TO BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB).
052300     IF BO-ACTION-COUNT (WS-BO-SUB) < 10
052400         ADD 1 TO BO-ACTION-COUNT (WS-BO-SUB)
052500         MOVE BO-ACTION-COUNT (WS-BO-SUB) TO WS-ACT-POS
052600         MOVE EMPJ-ACTION-CODE TO
052700             BO-ACTIONS (WS-BO-SUB) (WS-ACT-POS:1)
052800     END-IF.
052900     GO TO 2300-EXIT.
053000 2300-AFTER.
053100     IF WS-IT-COUNT = ZERO
053200         GO TO 2300-BROKEN
053300     END-IF.
053400     IF IT-ITEM-NO (WS-IT-COUNT) NOT = EMPJ-ITEM-NO
053500         OR IT-AFTER-SW (WS-IT-COUNT) NOT = SPACE
053600         GO TO 2300-BROKEN
053700     END-IF.
053800     MOVE EMPJ-IMAGE-SWITCH TO IT-AFTER-SW (WS-IT-COUNT).
053900     MOVE EMPJ-EMP-IMAGE TO IT-AFTER (WS-IT-COUNT).
054000     GO TO 2300-EXIT.
054100 2300-BROKEN.
054200     DISPLAY "JOURNAL IMAGE PAIR BROKEN AT RUN ITEM "
054300             EMPJ-ITEM-NO " - NOTHING REVERSED".
054400     MOVE 8 TO WS-RUN-RC.
054500 2300-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------------
054900*                 2310-ADD-EMPLOYEE-RTN
055000* OPENS AN EMPLOYEE-TABLE ENTRY FOR THE CURRENT JOURNAL RECORD'S
055100* EMPLOYEE, LEAVING WS-BO-SUB ON IT.  RUNNING OUT OF ROOM STOPS
055200* THE RUN BEFORE ANYTHING IS REVERSED.
055300*----------------------------------------------------------------
055400 2310-ADD-EMPLOYEE-RTN.
055500     IF WS-BO-COUNT >= WS-BO-MAX
055600         DISPLAY "MORE THAN " WS-BO-MAX " EMPLOYEES IN THE RUN"
055700                 " - NOTHING REVERSED"
055800         MOVE 8 TO WS-RUN-RC
055900         GO TO 2310-EXIT
056000     END-IF.
056100     ADD 1 TO WS-BO-COUNT.
056200     MOVE WS-BO-COUNT TO WS-BO-SUB.
056300     MOVE EMPJ-EMP-NO TO BO-EMP-NO (WS-BO-SUB).
056400     MOVE ZERO TO BO-FIRST-IT (WS-BO-SUB).
056500     MOVE ZERO TO BO-LAST-IT (WS-BO-SUB).
056600     MOVE SPACES TO BO-ACTIONS (WS-BO-SUB).
056700     MOVE ZERO TO BO-ACTION-COUNT (WS-BO-SUB).
056800     MOVE ZERO TO BO-LATER-COUNT (WS-BO-SUB).
056900     MOVE SPACES TO BO-LATER-RUN-ID (WS-BO-SUB).
057000     MOVE 'N' TO BO-BACKED-OUT-SW (WS-BO-SUB).
057010     MOVE ZERO TO BO-X-DONE (WS-BO-SUB).
057100     MOVE SPACE TO BO-DECISION (WS-BO-SUB).
057200     MOVE SPACES TO BO-REASON (WS-BO-SUB).
057300     PERFORM 2320-CLEAR-HIST-COUNTS-RTN THRU 2320-EXIT
057400         VARYING WS-ACT-SUB FROM 1 BY 1
057500         UNTIL WS-ACT-SUB > 3.
057600     SET BO-FOUND TO TRUE.
057700 2310-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------
058100*                 2320-CLEAR-HIST-COUNTS-RTN
058200* ZEROES ONE ACTION'S HISTORY COUNTS ON THE NEW EMPLOYEE ENTRY.
058300*----------------------------------------------------------------
058400 2320-CLEAR-HIST-COUNTS-RTN.
058500     MOVE ZERO TO BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB).
058600     MOVE ZERO TO BO-HIST-HITS (WS-BO-SUB, WS-ACT-SUB).
058700     MOVE ZERO TO BO-HIST-SEEN (WS-BO-SUB, WS-ACT-SUB).
058710     MOVE ZERO TO BO-HIST-EARLY (WS-BO-SUB, WS-ACT-SUB).
058720     MOVE ZERO TO BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB).
058800 2320-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------
059200*                 2400-LATER-ENTRY-RTN
059300* COUNTS A LATER RUN'S ITEM AGAINST ONE OF THE RUN'S EMPLOYEES,
059400* ONCE PER ITEM (ON ITS AFTER-IMAGE).  A LATER RUN'S ITEM THAT
059500* HAS ITSELF BEEN BACKED OUT COMES OFF THE COUNT AGAIN.
059600*----------------------------------------------------------------
059700 2400-LATER-ENTRY-RTN.
059800     IF NOT EMPJ-AFTER-IMAGE
059900         GO TO 2400-EXIT
060000     END-IF.
060100     MOVE EMPJ-EMP-NO TO WS-FIND-EMP-NO.
060200     PERFORM 8500-FIND-EMPLOYEE-RTN THRU 8500-EXIT.
060300     IF BO-NOT-FOUND
060400         GO TO 2400-EXIT
060500     END-IF.
060600     IF EMPJ-ACTION-BACKOUT
060700         SUBTRACT 1 FROM BO-LATER-COUNT (WS-BO-SUB)
060800     ELSE
060900         ADD 1 TO BO-LATER-COUNT (WS-BO-SUB)
061000         MOVE EMPJ-RUN-ID TO BO-LATER-RUN-ID (WS-BO-SUB)
061100     END-IF.
061200 2400-EXIT.
061300     EXIT.
061400
061401*----------------------------------------------------------------
061402*                 2500-COUNT-EARLIER-RTN
061403* SECOND PASS OF THE JOURNAL - COUNTS, BY EMPLOYEE AND ACTION,
061404* THE ITEMS EARLIER RUNS ON THE SAME DAY TOOK ON THE RUN'S
061405* EMPLOYEES AND HAVE NOT HAD BACKED OUT.  THEIR EMPHIST ENTRIES
061406* CARRY THE SAME RUN DATE AND COME AHEAD OF THE RUN'S OWN.
061407*----------------------------------------------------------------
061408 2500-COUNT-EARLIER-RTN.
061409     OPEN INPUT JOURNAL-FILE.
061410     IF WS-JRNL-STATUS NOT = '00'
061411         DISPLAY "JOURNAL-FILE REOPEN FAILED, STATUS "
061412                 WS-JRNL-STATUS " - NOTHING REVERSED"
061413         MOVE 8 TO WS-RUN-RC
061414         GO TO 2500-EXIT
061415     END-IF.
061416     SET JRNL-EOF-NO TO TRUE.
061417     PERFORM 2510-REREAD-JOURNAL-RTN THRU 2510-EXIT.
061418     PERFORM 2520-EARLIER-ENTRY-RTN THRU 2520-EXIT
061419         UNTIL JRNL-EOF-YES.
061420     CLOSE JOURNAL-FILE.
061421 2500-EXIT.
061422     EXIT.
061423
061424*----------------------------------------------------------------
061425*                 2510-REREAD-JOURNAL-RTN
061426* READS THE NEXT JOURNAL RECORD ON THE SECOND PASS, SETTING THE
061427* EOF SWITCH WHEN THE JOURNAL IS EXHAUSTED.
061428*----------------------------------------------------------------
061429 2510-REREAD-JOURNAL-RTN.
061430     READ JOURNAL-FILE
061431         AT END
061432             SET JRNL-EOF-YES TO TRUE
061433     END-READ.
061434 2510-EXIT.
061435     EXIT.
061436
061437*----------------------------------------------------------------
061438*                 2520-EARLIER-ENTRY-RTN
061439* COUNTS ONE EARLIER SAME-DAY ITEM, ON ITS AFTER-IMAGE, AGAINST
061440* ITS EMPLOYEE AND ACTION, AND ADVANCES.  A REVERSAL PAIR COMES
061441* OFF THE COUNT AGAIN; ITS ACTION IS READ FROM THE IMAGES IT
061442* SWAPPED - NO BEFORE-IMAGE WAS AN ADD, NO AFTER-IMAGE A DELETE.
061443*----------------------------------------------------------------
061444 2520-EARLIER-ENTRY-RTN.
061445     IF EMPJ-RUN-DATE NOT = WS-TARGET-DATE
061446         OR EMPJ-RUN-SEQ NOT < WS-TARGET-SEQ
061447         GO TO 2520-NEXT
061448     END-IF.
061449     IF EMPJ-BEFORE-IMAGE
061450         MOVE EMPJ-IMAGE-SWITCH TO WS-X-AFTER-SW
061451         GO TO 2520-NEXT
061452     END-IF.
061453     MOVE EMPJ-EMP-NO TO WS-FIND-EMP-NO.
061454     PERFORM 8500-FIND-EMPLOYEE-RTN THRU 8500-EXIT.
061455     IF BO-NOT-FOUND
061456         GO TO 2520-NEXT
061457     END-IF.
061458     IF NOT EMPJ-ACTION-BACKOUT
061459         MOVE EMPJ-ACTION-CODE TO WS-ACTION-CODE
061460         PERFORM 8600-ACTION-SUB-RTN THRU 8600-EXIT
061461         IF WS-ACT-SUB > ZERO
061462             ADD 1 TO BO-HIST-EARLY (WS-BO-SUB, WS-ACT-SUB)
061463         END-IF
061464         GO TO 2520-NEXT
061465     END-IF.
061466     IF EMPJ-IMAGE-SWITCH NOT = 'Y'
061467         MOVE 'A' TO WS-ACTION-CODE
061468     ELSE
061469         IF WS-X-AFTER-SW NOT = 'Y'
061470             MOVE 'D' TO WS-ACTION-CODE
061471         ELSE
061472             MOVE 'C' TO WS-ACTION-CODE
061473         END-IF
061474     END-IF.
061475     PERFORM 8600-ACTION-SUB-RTN THRU 8600-EXIT.
061476     SUBTRACT 1 FROM BO-HIST-EARLY (WS-BO-SUB, WS-ACT-SUB).
061477 2520-NEXT.
061478     PERFORM 2510-REREAD-JOURNAL-RTN THRU 2510-EXIT.
061479 2520-EXIT.
061480     EXIT.
061481
061500*----------------------------------------------------------------
061600*                 3000-DECIDE-RTN
061700* DECIDES, EMPLOYEE BY EMPLOYEE, WHETHER THE RUN CAN BE BACKED
061800* OUT FOR THEM.  NOTHING IS CHANGED HERE.
061900*----------------------------------------------------------------
062000 3000-DECIDE-RTN.
062100     PERFORM 3100-DECIDE-ONE-RTN THRU 3100-EXIT
062200         VARYING WS-BO-SUB FROM 1 BY 1
062300         UNTIL WS-BO-SUB > WS-BO-COUNT.
062400 3000-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800*                 3100-DECIDE-ONE-RTN
062900* REFUSES AN EMPLOYEE A LATER RUN HAS CHANGED SINCE (OR, ONCE
063000* BACKED OUT, TOUCHED AGAIN), OR ONE WHOSE MASTER RECORD IS
063100* NEITHER THE RUN'S LAST AFTER-IMAGE NOR ITS FIRST BEFORE-IMAGE.
063110* AT THE AFTER-IMAGE THE EMPLOYEE IS MARKED FOR REVERSAL; AT THE
063120* BEFORE-IMAGE AN EARLIER BACKOUT PUT THE MASTER BACK, AND ONLY
063130* ITS JOURNAL PAIR AND HISTORY ARE LEFT TO FINISH.
063300*----------------------------------------------------------------
063400 3100-DECIDE-ONE-RTN.
063500     SET BO-REFUSE (WS-BO-SUB) TO TRUE.
064000     IF BO-LATER-COUNT (WS-BO-SUB) > ZERO
064010         IF BO-ALREADY-BACKED-OUT (WS-BO-SUB)
064020             MOVE 'RUN ALREADY BACKED OUT'
064030                 TO BO-REASON (WS-BO-SUB)
064040             GO TO 3100-EXIT
064050         END-IF
064100         STRING 'CHANGED SINCE BY RUN '   DELIMITED BY SIZE
064200                BO-LATER-RUN-ID (WS-BO-SUB) DELIMITED BY SIZE
064300                INTO BO-REASON (WS-BO-SUB)
064400         GO TO 3100-EXIT
064500     END-IF.
064600     MOVE BO-LAST-IT (WS-BO-SUB) TO WS-IT-SUB.
064700     MOVE BO-EMP-NO (WS-BO-SUB) TO EMP-NO.
064800     SET MASTER-FOUND TO TRUE.
064900     READ EMPLOYEE-MASTER
065000         INVALID KEY
065100             SET MASTER-NOT-FOUND TO TRUE
065200     END-READ.
065205     PERFORM 3200-MASTER-STATE-RTN THRU 3200-EXIT.
065210     IF MASTER-AT-AFTER
065215         SET BO-REVERSE (WS-BO-SUB) TO TRUE
065220         ADD 1 TO WS-TO-REVERSE-COUNT
065225         GO TO 3100-EXIT
065230     END-IF.
065235     IF MASTER-AT-BEFORE
065240         SET BO-FINISH (WS-BO-SUB) TO TRUE
065245         ADD 1 TO WS-TO-REVERSE-COUNT
065250         GO TO 3100-EXIT
065255     END-IF.
065300     IF IT-AFTER-SW (WS-IT-SUB) = 'Y'
065400         IF MASTER-NOT-FOUND
065500             MOVE 'NO LONGER ON THE MASTER'
065600                 TO BO-REASON (WS-BO-SUB)
065700             GO TO 3100-EXIT
065800         END-IF
065810         MOVE 'MASTER CHANGED SINCE THE RUN'
065820             TO BO-REASON (WS-BO-SUB)
066400     ELSE
066410         MOVE 'BACK ON THE MASTER SINCE THE RUN'
066420             TO BO-REASON (WS-BO-SUB)
067000     END-IF.
067300 3100-EXIT.
067400     EXIT.
067500
067502*----------------------------------------------------------------
067504*                 3200-MASTER-STATE-RTN
067506* COMPARES THE MASTER RECORD JUST READ WITH THE RUN'S FIRST
067508* BEFORE-IMAGE AND LAST AFTER-IMAGE FOR THE EMPLOYEE.  AN ABSENT
067510* IMAGE MATCHES AN EMPLOYEE NOT ON FILE.  LEAVES WS-IT-SUB ON
067512* THE LAST ITEM.
067514*----------------------------------------------------------------
067516 3200-MASTER-STATE-RTN.
067518     SET MASTER-NOT-AT-BEFORE TO TRUE.
067520     SET MASTER-NOT-AT-AFTER TO TRUE.
067522     MOVE BO-FIRST-IT (WS-BO-SUB) TO WS-IT-SUB.
067524     IF IT-BEFORE-SW (WS-IT-SUB) = 'Y'
067526         IF MASTER-FOUND
067528             AND EMP-RECORD = IT-BEFORE (WS-IT-SUB)
067530             SET MASTER-AT-BEFORE TO TRUE
067532         END-IF
067534     ELSE
067536         IF MASTER-NOT-FOUND
067538             SET MASTER-AT-BEFORE TO TRUE
067540         END-IF
067542     END-IF.
067544     MOVE BO-LAST-IT (WS-BO-SUB) TO WS-IT-SUB.
067546     IF IT-AFTER-SW (WS-IT-SUB) = 'Y'
067548         IF MASTER-FOUND
067550             AND EMP-RECORD = IT-AFTER (WS-IT-SUB)
067552             SET MASTER-AT-AFTER TO TRUE
067554         END-IF
067556     ELSE
067558         IF MASTER-NOT-FOUND
067560             SET MASTER-AT-AFTER TO TRUE
067562         END-IF
067564     END-IF.
067566 3200-EXIT.
067568     EXIT.
067570
067600*----------------------------------------------------------------
067700*                 4000-REWRITE-HISTORY-RTN
067800* COPIES EMPHIST TO HISTOUT LEAVING OUT THE ENTRIES THE RUN
067900* WROTE FOR THE EMPLOYEES RESTORED, OR FINISHED FROM AN EARLIER
068000* BACKOUT.  THE FIRST PASS COUNTS EACH SUCH EMPLOYEE'S ENTRIES
068100* BY ACTION ON THE RUN DATE.  EARLIER RUNS THE SAME DAY WROTE
068200* THE FIRST OF THEM; ANY OF THE RUN'S OWN STILL THERE ARE THE
068300* REST (A LATER RUN'S CANNOT FOLLOW, OR THE EMPLOYEE WOULD HAVE
068400* BEEN REFUSED), SO THE COPY DROPS THAT MANY FROM THE END.  THE
068500* COPY MUST ACCOUNT FOR EVERY RECORD READ OR THE RUN STOPS AT 8
068510* WITH THE HISTORY NOT TO BE SWAPPED; A RERUN FINISHES IT.
068600*----------------------------------------------------------------
068700 4000-REWRITE-HISTORY-RTN.
068800     OPEN INPUT HISTORY-IN.
068900     IF WS-HIST-STATUS NOT = '00'
069000         DISPLAY "HISTORY-IN OPEN FAILED, STATUS " WS-HIST-STATUS
069100         MOVE 8 TO WS-RUN-RC
069200         GO TO 4000-EXIT
069300     END-IF.
069400     SET HIST-EOF-NO TO TRUE.
069500     PERFORM 4100-READ-HISTORY-RTN THRU 4100-EXIT.
069600     PERFORM 4200-COUNT-HISTORY-RTN THRU 4200-EXIT
069700         UNTIL HIST-EOF-YES.
069800     CLOSE HISTORY-IN.
069810     PERFORM 4050-SETTLE-DROPS-RTN THRU 4050-EXIT
069820         VARYING WS-BO-SUB FROM 1 BY 1
069830         UNTIL WS-BO-SUB > WS-BO-COUNT.
069900     OPEN INPUT HISTORY-IN.
070000     IF WS-HIST-STATUS NOT = '00'
070100         DISPLAY "HISTORY-IN REOPEN FAILED, STATUS "
070200                 WS-HIST-STATUS
070300         MOVE 8 TO WS-RUN-RC
070400         GO TO 4000-EXIT
070500     END-IF.
070600     SET HIST-EOF-NO TO TRUE.
070700     PERFORM 4100-READ-HISTORY-RTN THRU 4100-EXIT.
070800     PERFORM 4300-COPY-HISTORY-RTN THRU 4300-EXIT
070900         UNTIL HIST-EOF-YES OR WS-RUN-RC = 8.
071000     CLOSE HISTORY-IN.
071100     IF WS-RUN-RC = 8
071200         GO TO 4000-EXIT
071300     END-IF.
071400     COMPUTE WS-HIST-PROOF = WS-HIST-KEPT-COUNT
071500         + WS-HIST-DROP-COUNT.
071600     IF WS-HIST-PROOF NOT = WS-HIST-READ-COUNT
071700         DISPLAY "HISTORY COPY OUT OF BALANCE - READ "
071800                 WS-HIST-READ-COUNT " ACCOUNTED " WS-HIST-PROOF
071900         MOVE 'HISTORY COPY OUT OF BALANCE - NOTHING REVERSED'
072000             TO SL-TEXT
072100         MOVE WS-SECTION-LINE TO WS-OUT-LINE
072200         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
072300         MOVE 8 TO WS-RUN-RC
072400         GO TO 4000-EXIT
072500     END-IF.
072600     PERFORM 4500-CHECK-HISTORY-RTN THRU 4500-EXIT
072700         VARYING WS-BO-SUB FROM 1 BY 1
072800         UNTIL WS-BO-SUB > WS-BO-COUNT.
072900 4000-EXIT.
073000     EXIT.
073100
073101*----------------------------------------------------------------
073102*                 4050-SETTLE-DROPS-RTN
073103* SETS, BY ACTION, HOW MANY OF THE EMPLOYEE'S ENTRIES THE COPY
073104* IS TO DROP.  AN EMPLOYEE FINISHED FROM AN EARLIER BACKOUT IS
073105* LISTED AS REVERSED HERE, UNLESS THAT BACKOUT WAS JOURNALED AND
073106* NOTHING OF IT IS LEFT TO DROP - THE RUN WAS ALREADY BACKED OUT.
073107*----------------------------------------------------------------
073108 4050-SETTLE-DROPS-RTN.
073109     IF NOT BO-HIST-DUE (WS-BO-SUB)
073110         GO TO 4050-EXIT
073111     END-IF.
073112     MOVE ZERO TO WS-DROP-TOTAL.
073113     PERFORM 4060-SETTLE-ACTION-RTN THRU 4060-EXIT
073114         VARYING WS-ACT-SUB FROM 1 BY 1
073115         UNTIL WS-ACT-SUB > 3.
073116     IF BO-RESTORED (WS-BO-SUB)
073117         GO TO 4050-EXIT
073118     END-IF.
073119     IF BO-ALREADY-BACKED-OUT (WS-BO-SUB)
073120         AND WS-DROP-TOTAL = ZERO
073121         SET BO-REFUSE (WS-BO-SUB) TO TRUE
073122         MOVE 'RUN ALREADY BACKED OUT' TO BO-REASON (WS-BO-SUB)
073123         GO TO 4050-EXIT
073124     END-IF.
073125     MOVE 'COMPLETED - MASTER WAS RESTORED'
073126         TO BO-REASON (WS-BO-SUB).
073127     ADD 1 TO WS-REVERSED-COUNT.
073128     IF WS-REVERSED-COUNT = 1
073129         MOVE 'EMPLOYEES REVERSED' TO SL-TEXT
073130         MOVE WS-SECTION-LINE TO WS-OUT-LINE
073131         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
073132     END-IF.
073133     PERFORM 8700-BUILD-EMP-LINE-RTN THRU 8700-EXIT.
073134     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
073135 4050-EXIT.
073136     EXIT.
073137
073138*----------------------------------------------------------------
073139*                 4060-SETTLE-ACTION-RTN
073140* THE RUN'S ENTRIES STILL THERE ARE THE HITS LESS THOSE OF THE
073141* EARLIER RUNS, AND NEVER MORE THAN THE RUN'S OWN ITEM COUNT.
073142*----------------------------------------------------------------
073143 4060-SETTLE-ACTION-RTN.
073144     COMPUTE WS-HIST-AVAIL = BO-HIST-HITS (WS-BO-SUB, WS-ACT-SUB)
073145         - BO-HIST-EARLY (WS-BO-SUB, WS-ACT-SUB).
073146     IF WS-HIST-AVAIL < ZERO
073147         MOVE ZERO TO WS-HIST-AVAIL
073148     END-IF.
073149     IF WS-HIST-AVAIL < BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB)
073150         MOVE WS-HIST-AVAIL
073151             TO BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB)
073152     ELSE
073153         MOVE BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB)
073154             TO BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB)
073155     END-IF.
073156     ADD BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB) TO WS-DROP-TOTAL.
073157 4060-EXIT.
073158     EXIT.
073159
073200*----------------------------------------------------------------
073300*                 4100-READ-HISTORY-RTN
073400* READS THE NEXT HISTORY RECORD, SETTING THE EOF SWITCH WHEN THE
073500* FILE IS EXHAUSTED.
073600*----------------------------------------------------------------
073700 4100-READ-HISTORY-RTN.
073800     READ HISTORY-IN
073900         AT END
074000             SET HIST-EOF-YES TO TRUE
074100     END-READ.
074200 4100-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------------
074600*                 4200-COUNT-HISTORY-RTN
074700* FIRST PASS - COUNTS A MATCHING ENTRY AGAINST ITS EMPLOYEE AND
074800* ACTION, AND ADVANCES.
074900*----------------------------------------------------------------
075000 4200-COUNT-HISTORY-RTN.
075100     PERFORM 4400-MATCH-HISTORY-RTN THRU 4400-EXIT.
075200     IF HIST-MATCHED
075300         ADD 1 TO BO-HIST-HITS (WS-BO-SUB, WS-ACT-SUB)
075400     END-IF.
075500     PERFORM 4100-READ-HISTORY-RTN THRU 4100-EXIT.
075600 4200-EXIT.
075700     EXIT.
075800
075900*----------------------------------------------------------------
076000*                 4300-COPY-HISTORY-RTN
076100* SECOND PASS - DROPS A MATCHING ENTRY THAT IS AMONG THE LAST
076200* DROP-COUNT OF ITS KIND, COPIES EVERYTHING ELSE, AND ADVANCES.
076300* A FAILED WRITE STOPS THE COPY.
076400*----------------------------------------------------------------
076500 4300-COPY-HISTORY-RTN.
076600     ADD 1 TO WS-HIST-READ-COUNT.
076700     PERFORM 4400-MATCH-HISTORY-RTN THRU 4400-EXIT.
076800     IF HIST-MATCHED
076900         ADD 1 TO BO-HIST-SEEN (WS-BO-SUB, WS-ACT-SUB)
077000         COMPUTE WS-HIST-RANK =
077100             BO-HIST-SEEN (WS-BO-SUB, WS-ACT-SUB)
077110             + BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB)
077300         IF WS-HIST-RANK > BO-HIST-HITS (WS-BO-SUB, WS-ACT-SUB)
077400             ADD 1 TO WS-HIST-DROP-COUNT
077500             PERFORM 4600-LIST-DROPPED-RTN THRU 4600-EXIT
077600             GO TO 4300-NEXT
077700         END-IF
077800     END-IF.
077900     WRITE HOUT-RECORD FROM HIST-RECORD.
078000     IF WS-HOUT-STATUS NOT = '00'
078100         DISPLAY "HISTORY-OUT WRITE FAILED, STATUS "
078200                 WS-HOUT-STATUS
078300         MOVE 8 TO WS-RUN-RC
078400         GO TO 4300-EXIT
078500     END-IF.
078600     ADD 1 TO WS-HIST-KEPT-COUNT.
078700 4300-NEXT.
078800     PERFORM 4100-READ-HISTORY-RTN THRU 4100-EXIT.
078900 4300-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------------
079300*                 4400-MATCH-HISTORY-RTN
079400* A HISTORY ENTRY MATCHES WHEN IT IS DATED THE RUN DATE, IS FOR
079500* AN EMPLOYEE WHOSE HISTORY IS DUE, AND IS FOR AN ACTION THE RUN
079600* TOOK ON THEM.  LEAVES WS-BO-SUB AND WS-ACT-SUB ON THE COUNTS.
079700*----------------------------------------------------------------
079800 4400-MATCH-HISTORY-RTN.
079900     SET HIST-NOT-MATCHED TO TRUE.
080000     IF HIST-RUN-DATE NOT = WS-TARGET-DATE
080100         GO TO 4400-EXIT
080200     END-IF.
080300     MOVE HIST-EMP-NO TO WS-FIND-EMP-NO.
080400     PERFORM 8500-FIND-EMPLOYEE-RTN THRU 8500-EXIT.
080500     IF BO-NOT-FOUND
080600         GO TO 4400-EXIT
080700     END-IF.
080710     IF NOT BO-HIST-DUE (WS-BO-SUB)
080900         GO TO 4400-EXIT
081000     END-IF.
081100     MOVE HIST-ACTION-CODE TO WS-ACTION-CODE.
081200     PERFORM 8600-ACTION-SUB-RTN THRU 8600-EXIT.
081300     IF WS-ACT-SUB = ZERO
081400         GO TO 4400-EXIT
081500     END-IF.
081600     IF BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB) = ZERO
081700         GO TO 4400-EXIT
081800     END-IF.
081900     SET HIST-MATCHED TO TRUE.
082000 4400-EXIT.
082100     EXIT.
082200
082300*----------------------------------------------------------------
082400*                 4500-CHECK-HISTORY-RTN
082500* FOR AN EMPLOYEE WHOSE HISTORY IS DUE, COUNTS ANY OF THE RUN'S
082600* ITEMS WITH NO HISTORY ENTRY LEFT TO DROP (ALREADY ARCHIVED,
082700* SAY).  THE REVERSAL STANDS; THE RUN IS GRADED 4.
082800*----------------------------------------------------------------
082900 4500-CHECK-HISTORY-RTN.
082910     IF NOT BO-HIST-DUE (WS-BO-SUB)
083100         GO TO 4500-EXIT
083200     END-IF.
083300     PERFORM 4510-CHECK-ACTION-RTN THRU 4510-EXIT
083400         VARYING WS-ACT-SUB FROM 1 BY 1
083500         UNTIL WS-ACT-SUB > 3.
083600 4500-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000*                 4510-CHECK-ACTION-RTN
084100* CHECKS ONE ACTION'S HISTORY COUNT FOR THE EMPLOYEE.
084200*----------------------------------------------------------------
084300 4510-CHECK-ACTION-RTN.
084310     IF BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB)
084500         < BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB)
084600         COMPUTE WS-HIST-SHORT-COUNT = WS-HIST-SHORT-COUNT
084700             + BO-HIST-ITEMS (WS-BO-SUB, WS-ACT-SUB)
084710             - BO-HIST-DROP (WS-BO-SUB, WS-ACT-SUB)
084900         DISPLAY "HISTORY ENTRY NOT FOUND FOR "
085000                 BO-EMP-NO (WS-BO-SUB)
085100         IF WS-RUN-RC < 4
085200             MOVE 4 TO WS-RUN-RC
085300         END-IF
085400     END-IF.
085500 4510-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------------
085900*                 4600-LIST-DROPPED-RTN
086000* LISTS ONE DROPPED HISTORY ENTRY ON THE REGISTER, UNDER ITS
086100* SECTION HEADING THE FIRST TIME.
086200*----------------------------------------------------------------
086300 4600-LIST-DROPPED-RTN.
086400     IF WS-HIST-DROP-COUNT = 1
086500         MOVE 'EMPHIST ENTRIES DROPPED WITH THE REVERSED ACTIONS'
086600             TO SL-TEXT
086700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
086800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
086900     END-IF.
087000     MOVE HIST-EMP-NO TO HL-EMP-NO.
087100     MOVE HIST-EMP-NAME TO HL-NAME.
087200     MOVE HIST-EMP-DEPT TO HL-DEPT.
087300     MOVE HIST-ACTION-CODE TO HL-ACTION.
087400     MOVE HIST-BEFORE-STATUS TO HL-BEFORE.
087500     MOVE HIST-AFTER-STATUS TO HL-AFTER.
087600     MOVE HIST-RUN-DATE TO HL-RUN-DATE.
087700     MOVE WS-HIST-LINE TO WS-OUT-LINE.
087800     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
087900 4600-EXIT.
088000     EXIT.
088100
088200*----------------------------------------------------------------
088300*                 5000-RESTORE-MASTER-RTN
088400* JOURNALS THE REVERSAL OF EACH EMPLOYEE MARKED FOR IT AND PUTS
088500* THEM BACK TO THEIR BEFORE-IMAGE.  THE JOURNAL IS REQUIRED -
088600* WITHOUT IT NOTHING IS RESTORED.  ONE EMPLOYEE FAILING DOES NOT
088610* STOP THE OTHERS.
088700*----------------------------------------------------------------
088800 5000-RESTORE-MASTER-RTN.
088900     IF WS-TO-REVERSE-COUNT = ZERO
089000         GO TO 5000-EXIT
089100     END-IF.
089200     OPEN EXTEND JOURNAL-FILE.
089300     IF WS-JRNL-STATUS NOT = '00'
089400         DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS "
089500                 WS-JRNL-STATUS " - NOTHING REVERSED"
089600         MOVE 8 TO WS-RUN-RC
089700         GO TO 5000-EXIT
089800     END-IF.
089900     SET JRNL-FILE-OPEN TO TRUE.
090000     PERFORM 5100-RESTORE-ONE-RTN THRU 5100-EXIT
090100         VARYING WS-BO-SUB FROM 1 BY 1
090110         UNTIL WS-BO-SUB > WS-BO-COUNT.
090400 5000-EXIT.
090500     EXIT.
090600
090700*----------------------------------------------------------------
090800*                 5100-RESTORE-ONE-RTN
090900* JOURNALS EACH OF THE EMPLOYEE'S ITEMS AS REVERSED (THOSE NOT
091000* ALREADY), THEN RESTORES THEM - REWRITES (OR, IF THE RUN DELETED
091100* THEM, WRITES BACK) THE FIRST ITEM'S BEFORE-IMAGE, OR DELETES
091200* AN EMPLOYEE THE RUN ADDED - AND LISTS THEM.  AN EMPLOYEE BEING
091300* FINISHED NEEDS ONLY THE JOURNAL.  A FAILED WRITE OR UPDATE
091310* LEAVES THE EMPLOYEE OUT OF THE HISTORY AND GRADES THE RUN 4.
091400*----------------------------------------------------------------
091500 5100-RESTORE-ONE-RTN.
091600     IF NOT BO-REVERSE (WS-BO-SUB)
091610         AND NOT BO-FINISH (WS-BO-SUB)
091700         GO TO 5100-EXIT
091800     END-IF.
091805     MOVE BO-X-DONE (WS-BO-SUB) TO WS-X-SKIP.
091810     MOVE BO-LAST-IT (WS-BO-SUB) TO WS-IT-SUB.
091815     SET JWRITE-OK TO TRUE.
091820     PERFORM 5200-JOURNAL-REVERSAL-RTN THRU 5200-EXIT
091825         UNTIL WS-IT-SUB = ZERO OR JWRITE-FAILED.
091830     IF JWRITE-FAILED
091835         MOVE 'JOURNAL WRITE FAILED - NOT REVERSED'
091840             TO BO-REASON (WS-BO-SUB)
091845         GO TO 5100-FAILED
091850     END-IF.
091855     IF BO-FINISH (WS-BO-SUB)
091860         GO TO 5100-EXIT
091865     END-IF.
091900     MOVE BO-FIRST-IT (WS-BO-SUB) TO WS-IT-SUB.
092000     MOVE BO-EMP-NO (WS-BO-SUB) TO EMP-NO.
092100     SET MASTER-FOUND TO TRUE.
092200     READ EMPLOYEE-MASTER
092300         INVALID KEY
092400             SET MASTER-NOT-FOUND TO TRUE
092500     END-READ.
092600     IF IT-BEFORE-SW (WS-IT-SUB) = 'Y'
092700         MOVE IT-BEFORE (WS-IT-SUB) TO EMP-RECORD
092800         IF MASTER-FOUND
092900             REWRITE EMP-RECORD
093000                 INVALID KEY
093100                     GO TO 5100-MASTER-FAILED
093200             END-REWRITE
093300         ELSE
093400             WRITE EMP-RECORD
093500                 INVALID KEY
093600                     GO TO 5100-MASTER-FAILED
093700             END-WRITE
093800         END-IF
093900         MOVE 'RESTORED TO BEFORE-IMAGE'
094000             TO BO-REASON (WS-BO-SUB)
094100     ELSE
094200         IF MASTER-FOUND
094300             DELETE EMPLOYEE-MASTER
094400                 INVALID KEY
094500                     GO TO 5100-MASTER-FAILED
094600             END-DELETE
094700         END-IF
094800         MOVE 'REMOVED - ADDED BY THE RUN'
094900             TO BO-REASON (WS-BO-SUB)
095000     END-IF.
095010     SET BO-RESTORED (WS-BO-SUB) TO TRUE.
095100     ADD 1 TO WS-REVERSED-COUNT.
095500     IF WS-REVERSED-COUNT = 1
095600         MOVE 'EMPLOYEES REVERSED' TO SL-TEXT
095700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
095800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
095900     END-IF.
096000     PERFORM 8700-BUILD-EMP-LINE-RTN THRU 8700-EXIT.
096100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
096200     GO TO 5100-EXIT.
096210 5100-MASTER-FAILED.
096400     DISPLAY "MASTER RESTORE FAILED FOR " BO-EMP-NO (WS-BO-SUB)
096500             " STATUS " WS-EMP-STATUS.
096510     MOVE 'MASTER RESTORE FAILED - SEE SYSOUT'
096520         TO BO-REASON (WS-BO-SUB).
096530 5100-FAILED.
096540     SET BO-FAILED (WS-BO-SUB) TO TRUE.
096550     IF WS-RUN-RC < 4
096560         MOVE 4 TO WS-RUN-RC
096570     END-IF.
096700 5100-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------
097100*                 5200-JOURNAL-REVERSAL-RTN
097200* WRITES THE REVERSAL PAIR FOR ONE ITEM - ITS AFTER-IMAGE AS
097300* THE BEFORE AND ITS BEFORE-IMAGE AS THE AFTER, UNDER THE RUN'S
097400* ID AND THE ITEM'S NUMBER - AND STEPS BACK TO THE EMPLOYEE'S
097500* PREVIOUS ITEM.  THE PAIRS AN EARLIER BACKOUT WROTE (THE LAST
097510* ITEMS, AS THEY GO LAST-FIRST) ARE STEPPED OVER.  A FAILED WRITE
097520* SETS THE SWITCH.
097600*----------------------------------------------------------------
097700 5200-JOURNAL-REVERSAL-RTN.
097710     IF WS-X-SKIP > ZERO
097720         SUBTRACT 1 FROM WS-X-SKIP
097730         GO TO 5200-PREVIOUS
097740     END-IF.
097800     MOVE SPACES TO EMPJ-RECORD.
097900     MOVE WS-TARGET-RUN-ID TO EMPJ-RUN-ID.
098000     MOVE IT-ITEM-NO (WS-IT-SUB) TO EMPJ-ITEM-NO.
098100     SET EMPJ-ACTION-BACKOUT TO TRUE.
098200     MOVE BO-EMP-NO (WS-BO-SUB) TO EMPJ-EMP-NO.
098300     SET EMPJ-BEFORE-IMAGE TO TRUE.
098400     MOVE IT-AFTER-SW (WS-IT-SUB) TO EMPJ-IMAGE-SWITCH.
098500     MOVE IT-AFTER (WS-IT-SUB) TO EMPJ-EMP-IMAGE.
098600     WRITE EMPJ-RECORD.
098700     IF WS-JRNL-STATUS NOT = '00'
098800         GO TO 5200-FAILED
098900     END-IF.
099000     ADD 1 TO WS-JRNL-WRITE-COUNT.
099100     SET EMPJ-AFTER-IMAGE TO TRUE.
099200     MOVE IT-BEFORE-SW (WS-IT-SUB) TO EMPJ-IMAGE-SWITCH.
099300     MOVE IT-BEFORE (WS-IT-SUB) TO EMPJ-EMP-IMAGE.
099400     WRITE EMPJ-RECORD.
099500     IF WS-JRNL-STATUS NOT = '00'
099600         GO TO 5200-FAILED
099700     END-IF.
099800     ADD 1 TO WS-JRNL-WRITE-COUNT.
099810 5200-PREVIOUS.
099900     MOVE IT-PREV-IT (WS-IT-SUB) TO WS-IT-SUB.
100000     GO TO 5200-EXIT.
100100 5200-FAILED.
100200     DISPLAY "JOURNAL-FILE WRITE FAILED FOR "
100205             BO-EMP-NO (WS-BO-SUB)
100210             ", STATUS " WS-JRNL-STATUS.
100220     SET JWRITE-FAILED TO TRUE.
100500 5200-EXIT.
100600     EXIT.
100700
100800*----------------------------------------------------------------
100900*                 6000-LIST-REFUSED-RTN
101000* LISTS EVERY EMPLOYEE THE RUN TOUCHED THAT WAS NOT REVERSED,
101100* WITH THE REASON, AND GRADES THE RUN 4 IF THERE WERE ANY.
101200*----------------------------------------------------------------
101300 6000-LIST-REFUSED-RTN.
101400     PERFORM 6100-LIST-ONE-RTN THRU 6100-EXIT
101500         VARYING WS-BO-SUB FROM 1 BY 1
101600         UNTIL WS-BO-SUB > WS-BO-COUNT.
101700     IF WS-REFUSED-COUNT > ZERO
101800         AND WS-RUN-RC < 4
101900         MOVE 4 TO WS-RUN-RC
102000     END-IF.
102100 6000-EXIT.
102200     EXIT.
102300
102400*----------------------------------------------------------------
102500*                 6100-LIST-ONE-RTN
102600* LISTS ONE REFUSED (OR FAILED) EMPLOYEE, UNDER THE SECTION
102700* HEADING THE FIRST TIME.
102800*----------------------------------------------------------------
102900 6100-LIST-ONE-RTN.
103000     IF NOT BO-REFUSE (WS-BO-SUB)
103010         AND NOT BO-FAILED (WS-BO-SUB)
103100         GO TO 6100-EXIT
103200     END-IF.
103300     ADD 1 TO WS-REFUSED-COUNT.
103400     IF WS-REFUSED-COUNT = 1
103500         MOVE 'EMPLOYEES NOT REVERSED - LEFT AS THEY ARE'
103600             TO SL-TEXT
103700         MOVE WS-SECTION-LINE TO WS-OUT-LINE
103800         PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT
103900     END-IF.
104000     PERFORM 8700-BUILD-EMP-LINE-RTN THRU 8700-EXIT.
104100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
104200 6100-EXIT.
104300     EXIT.
104400
104500*----------------------------------------------------------------
104600*                 8100-PRINT-LINE-RTN
104700* PRINTS THE LINE STAGED IN WS-OUT-LINE, STARTING A NEW PAGE
104800* FIRST WHEN THE CURRENT ONE IS FULL.
104900*----------------------------------------------------------------
105000 8100-PRINT-LINE-RTN.
105100     IF RPT-FILE-NOT-OPEN
105200         GO TO 8100-EXIT
105300     END-IF.
105400     IF WS-PAGE-NO = ZERO
105500         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
105600         PERFORM 8300-PRINT-HEADERS-RTN THRU 8300-EXIT
105700     END-IF.
105800     WRITE PRINT-LINE FROM WS-OUT-LINE.
105900     ADD 1 TO WS-LINES-ON-PAGE.
106000 8100-EXIT.
106100     EXIT.
106200
106300*----------------------------------------------------------------
106400*                 8300-PRINT-HEADERS-RTN
106500* STARTS A NEW PAGE - PAGE HEADER, THE RUN BEING BACKED OUT,
106600* AND COLUMN HEADINGS.
106700*----------------------------------------------------------------
106800 8300-PRINT-HEADERS-RTN.
106900     ADD 1 TO WS-PAGE-NO.
107000     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
107100     MOVE WS-PAGE-NO TO H1-PAGE-NO.
107200     MOVE WS-TARGET-RUN-ID (1:8) TO H2-RUN-DATE.
107300     MOVE WS-TARGET-RUN-ID (9:3) TO H2-RUN-SEQ.
107400     WRITE PRINT-LINE FROM WS-HEADER-1.
107500     WRITE PRINT-LINE FROM WS-HEADER-2.
107600     WRITE PRINT-LINE FROM WS-HEADER-3.
107700     MOVE ZERO TO WS-LINES-ON-PAGE.
107800 8300-EXIT.
107900     EXIT.
108000
108100*----------------------------------------------------------------
108200*                 8500-FIND-EMPLOYEE-RTN
108300* LOOKS WS-FIND-EMP-NO UP IN THE EMPLOYEE TABLE, LEAVING
108400* WS-BO-SUB ON IT WHEN FOUND.
108500*----------------------------------------------------------------
108600 8500-FIND-EMPLOYEE-RTN.
108700     SET BO-NOT-FOUND TO TRUE.
108800     PERFORM 8510-SCAN-EMPLOYEE-RTN THRU 8510-EXIT
108900         VARYING WS-BO-SCAN FROM 1 BY 1
109000         UNTIL WS-BO-SCAN > WS-BO-COUNT
109100            OR BO-FOUND.
109200 8500-EXIT.
109300     EXIT.
109400
109500*----------------------------------------------------------------
109600*                 8510-SCAN-EMPLOYEE-RTN
109700* TESTS ONE EMPLOYEE-TABLE ENTRY.
109800*----------------------------------------------------------------
109900 8510-SCAN-EMPLOYEE-RTN.
110000     IF BO-EMP-NO (WS-BO-SCAN) = WS-FIND-EMP-NO
110100         SET BO-FOUND TO TRUE
110200         MOVE WS-BO-SCAN TO WS-BO-SUB
110300     END-IF.
110400 8510-EXIT.
110500     EXIT.
110600
110700*----------------------------------------------------------------
110800*                 8600-ACTION-SUB-RTN
110900* TURNS AN ADD/CHANGE/DELETE ACTION CODE INTO ITS SUBSCRIPT IN
111000* BO-HIST - ZERO FOR ANY OTHER CODE.
111100*----------------------------------------------------------------
111200 8600-ACTION-SUB-RTN.
111300     EVALUATE WS-ACTION-CODE
111400         WHEN 'A'
111500             MOVE 1 TO WS-ACT-SUB
111600         WHEN 'C'
111700             MOVE 2 TO WS-ACT-SUB
111800         WHEN 'D'
111900             MOVE 3 TO WS-ACT-SUB
112000         WHEN OTHER
112100             MOVE ZERO TO WS-ACT-SUB
112200     END-EVALUATE.
112300 8600-EXIT.
112400     EXIT.
112500
112600*----------------------------------------------------------------
112700*                 8700-BUILD-EMP-LINE-RTN
112800* BUILDS THE REGISTER LINE FOR THE CURRENT EMPLOYEE IN
112900* WS-OUT-LINE.  THE NAME COMES FROM THE FIRST BEFORE-IMAGE, OR
113000* FROM THE LAST AFTER-IMAGE FOR AN EMPLOYEE THE RUN ADDED.
113100*----------------------------------------------------------------
113200 8700-BUILD-EMP-LINE-RTN.
113300     MOVE BO-EMP-NO (WS-BO-SUB) TO EL-EMP-NO.
113400     MOVE SPACES TO EL-NAME.
113500     MOVE BO-FIRST-IT (WS-BO-SUB) TO WS-IT-SUB.
113600     IF IT-BEFORE-SW (WS-IT-SUB) = 'Y'
113700         MOVE IT-BEFORE (WS-IT-SUB) (6:20) TO EL-NAME
113800     ELSE
113900         MOVE BO-LAST-IT (WS-BO-SUB) TO WS-IT-SUB
114000         IF IT-AFTER-SW (WS-IT-SUB) = 'Y'
114100             MOVE IT-AFTER (WS-IT-SUB) (6:20) TO EL-NAME
114200         END-IF
114300     END-IF.
114400     MOVE BO-ACTIONS (WS-BO-SUB) TO EL-ACTIONS.
114500     MOVE BO-REASON (WS-BO-SUB) TO EL-REASON.
114600     MOVE WS-EMP-LINE TO WS-OUT-LINE.
114700 8700-EXIT.
114800     EXIT.
114900
115000*----------------------------------------------------------------
115100*                      9000-TERMINATE-RTN
115200* PRINTS THE RUN COUNTS AND THE SIGN-OFF LINE, CLOSES WHATEVER
115300* OPENED, AND SETS THE RETURN CODE - 0 CLEAN, 4 SOME EMPLOYEES
115400* REFUSED OR FAILED OR SOME HISTORY NOT FOUND, 8 NOTHING
115500* REVERSED OR THE NEW HISTORY NOT WRITTEN.  THE JOB ONLY SWAPS
115510* IN THE NEW HISTORY BELOW 8.
115600*----------------------------------------------------------------
115700 9000-TERMINATE-RTN.
115800     MOVE 'JOURNAL RECORDS READ      ' TO TL-LABEL.
115900     MOVE WS-JRNL-READ-COUNT TO TL-COUNT.
116000     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
116100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
116200     MOVE 'ITEMS IN THE RUN          ' TO TL-LABEL.
116300     MOVE WS-IT-COUNT TO TL-COUNT.
116400     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
116500     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
116600     MOVE 'EMPLOYEES IN THE RUN      ' TO TL-LABEL.
116700     MOVE WS-BO-COUNT TO TL-COUNT.
116800     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
116900     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
117000     MOVE 'EMPLOYEES REVERSED        ' TO TL-LABEL.
117100     MOVE WS-REVERSED-COUNT TO TL-COUNT.
117200     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
117300     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
117400     MOVE 'EMPLOYEES NOT REVERSED    ' TO TL-LABEL.
117500     MOVE WS-REFUSED-COUNT TO TL-COUNT.
117600     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
117700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
117800     MOVE 'HISTORY RECORDS READ      ' TO TL-LABEL.
117900     MOVE WS-HIST-READ-COUNT TO TL-COUNT.
118000     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
118100     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
118200     MOVE 'HISTORY KEPT              ' TO TL-LABEL.
118300     MOVE WS-HIST-KEPT-COUNT TO TL-COUNT.
118400     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
118500     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
118600     MOVE 'HISTORY ENTRIES DROPPED   ' TO TL-LABEL.
118700     MOVE WS-HIST-DROP-COUNT TO TL-COUNT.
118800     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
118900     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
119000     MOVE 'HISTORY ENTRIES NOT FOUND ' TO TL-LABEL.
119100     MOVE WS-HIST-SHORT-COUNT TO TL-COUNT.
119200     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
119300     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
119400     MOVE 'JOURNAL RECORDS WRITTEN   ' TO TL-LABEL.
119500     MOVE WS-JRNL-WRITE-COUNT TO TL-COUNT.
119600     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
119700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
119800     IF WS-RUN-RC < 8
119900         MOVE 'REVIEWED - HR: ____________  OPS: ____________'
120000             TO SL-TEXT
120100     ELSE
120200         MOVE 'RUN FAILED - HISTORY NOT TO BE SWAPPED, SEE SYSOUT'
120300             TO SL-TEXT
120400     END-IF.
120500     MOVE WS-SECTION-LINE TO WS-OUT-LINE.
120600     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
120700     IF EMP-FILE-OPEN
120800         CLOSE EMPLOYEE-MASTER
120900     END-IF.
121000     IF HOUT-FILE-OPEN
121100         CLOSE HISTORY-OUT
121200     END-IF.
121300     IF JRNL-FILE-OPEN
121400         CLOSE JOURNAL-FILE
121500     END-IF.
121600     IF RPT-FILE-OPEN
121700         CLOSE REPORT-FILE
121800     END-IF.
121900     DISPLAY "Employees reversed: " WS-REVERSED-COUNT
122000             "  not reversed: " WS-REFUSED-COUNT.
122100     DISPLAY "History dropped: " WS-HIST-DROP-COUNT
122200             "  not found: " WS-HIST-SHORT-COUNT.
122300     DISPLAY "Run return code: " WS-RUN-RC.
122400     MOVE WS-RUN-RC TO RETURN-CODE.
122500 9000-EXIT.
122600     EXIT.
122700
122800*----------------------------------------------------------------
122900*                 9800-START-RUN-HISTORY-RTN
123000* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
123100* RECORD.
123200*----------------------------------------------------------------
123300 9800-START-RUN-HISTORY-RTN.
123400     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
123500     ACCEPT WS-RUNH-START-TIME FROM TIME.
123600 9800-EXIT.
123700     EXIT.
123800
123900*----------------------------------------------------------------
124000*                 9810-WRITE-RUN-HISTORY-RTN
124100* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
124200* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
124300* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
124400* INPUT IS JOURNAL RECORDS READ, OUTPUT EMPLOYEES REVERSED, AND
124500* REJECTS THE EMPLOYEES REFUSED.
124600* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
124700* CHANGE THE STEP'S RETURN CODE.
124800*----------------------------------------------------------------
124900 9810-WRITE-RUN-HISTORY-RTN.
125000     OPEN EXTEND RUN-HISTORY-FILE.
125100     IF WS-RUNH-STATUS NOT = '00'
125200         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
125300                 WS-RUNH-STATUS
125400         GO TO 9810-EXIT
125500     END-IF.
125600     MOVE SPACES TO RUNH-RECORD.
125700     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
125800     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
125900     OPEN INPUT RUN-ID-FILE.
126000     IF WS-RHID-STATUS = '00'
126100         READ RUN-ID-FILE
126200             AT END
126300                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
126400                         "NOT KNOWN"
126500             NOT AT END
126600                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
126700                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
126800         END-READ
126900         CLOSE RUN-ID-FILE
127000     ELSE
127100         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
127200                 WS-RHID-STATUS
127300     END-IF.
127400     MOVE 'EMPBKOUT' TO RUNH-PROGRAM.
127500     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
127600     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
127700     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
127800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
127900     ACCEPT RUNH-END-TIME FROM TIME.
128000     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
128100     MOVE WS-JRNL-READ-COUNT TO RUNH-IN-COUNT.
128200     MOVE WS-REVERSED-COUNT TO RUNH-OUT-COUNT.
128300     MOVE WS-REFUSED-COUNT TO RUNH-REJECT-COUNT.
128400     WRITE RUNH-RECORD.
128500     IF WS-RUNH-STATUS NOT = '00'
128600         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
128700                 WS-RUNH-STATUS
128800     END-IF.
128900     CLOSE RUN-HISTORY-FILE.
129000 9810-EXIT.
129100     EXIT.

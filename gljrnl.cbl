000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GeneralLedgerJournal.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - NIGHTLY GENERAL LEDGER JOURNAL.
001100*                  READS THE NIGHT'S FINANCE EXTRACT GENERATION
001200*                  ('C', 'G', 'T', 'S', 'R', 'A', AND 'B' ROWS),
001300*                  MAPS EACH CATEGORY TO ITS REVENUE, CONTRA-
001400*                  REVENUE, AND ADJUSTMENT ACCOUNTS THROUGH THE
001500*                  GLMAP FILE (BY CATEGORY, ELSE BY MERCHANDISE
001600*                  GROUP), AND BUILDS A DOUBLE-ENTRY JOURNAL
001700*                  AGAINST THE CLEARING ACCOUNT.  THE EXTRACT'S
001800*                  ROWS ARE PROVED AGAINST EACH OTHER AND THE 'B'
001900*                  ROW, AND THE JOURNAL'S DEBITS AGAINST ITS
002000*                  CREDITS; ANY BREAK OR UNMAPPED CATEGORY ENDS
002100*                  THE STEP RC=8 WITH NO JOURNAL WRITTEN.  EVERY
002200*                  LINE AND EVERY PROOF PRINTS ON THE GLPRF
002300*                  JOURNAL PROOF LISTING.
002310* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002320*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002330*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT EXTRACT-IN ASSIGN TO "EXTRIN"
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-EXTR-STATUS.
003300     SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-CATM-STATUS.
003700     SELECT ACCOUNT-MAP ASSIGN TO "GLMAP"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-GLM-STATUS.
004100     SELECT JOURNAL-OUT ASSIGN TO "GLJOUT"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-GLJ-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO "GLPRF"
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
005200* EXTRACT-IN - TONIGHT'S FINANCE EXTRACT GENERATION, IN THE
005300* SHARED EXTRREC LAYOUT.  'E' AND 'D' ROWS ARE PASSED OVER.
005400*----------------------------------------------------------------
005500 FD  EXTRACT-IN
005600     LABEL RECORDS ARE STANDARD.
005700     COPY EXTRREC.
005800*----------------------------------------------------------------
005900* CATEGORY-MASTER - SUPPLIES EACH CATEGORY'S MERCHANDISE GROUP,
006000* THE SAME GENERATION THE NIGHTLY PASS ROLLED ITS GROUPS FROM.
006100*----------------------------------------------------------------
006200 FD  CATEGORY-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CATMREC.
006500*----------------------------------------------------------------
006600* ACCOUNT-MAP - ACCOUNTING'S CATEGORY/GROUP-TO-LEDGER-ACCOUNT
006700* MAPPING, IN THE SHARED GLMREC LAYOUT.
006800*----------------------------------------------------------------
006900 FD  ACCOUNT-MAP
007000     LABEL RECORDS ARE STANDARD.
007100     COPY GLMREC.
007200*----------------------------------------------------------------
007300* JOURNAL-OUT - THE BALANCED JOURNAL FOR THE LEDGER INTERFACE,
007400* IN THE SHARED GLJREC LAYOUT.  ONLY OPENED WHEN EVERY PROOF
007500* HAS PASSED.
007600*----------------------------------------------------------------
007700 FD  JOURNAL-OUT
007800     LABEL RECORDS ARE STANDARD.
007900     COPY GLJREC.
008000*----------------------------------------------------------------
008100* REPORT-FILE - PRINT LINES FOR THE JOURNAL PROOF LISTING.
008200*----------------------------------------------------------------
008300 FD  REPORT-FILE
008400     LABEL RECORDS ARE OMITTED.
008500 01  PRINT-LINE              PIC X(80).
008505*----------------------------------------------------------------
008510* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
008515* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
008520* NAMING THE JOB AND STEP.
008525*----------------------------------------------------------------
008530 FD  RUN-HISTORY-FILE
008535     LABEL RECORDS ARE STANDARD.
008540     COPY RUNHREC.
008545 FD  RUN-ID-FILE
008550     LABEL RECORDS ARE STANDARD.
008555     COPY RHIDREC.
008600
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900* I/O CONTROLS.
009000*----------------------------------------------------------------
009100 01  WS-EXTR-STATUS       PIC X(02) VALUE '00'.
009200 01  WS-CATM-STATUS       PIC X(02) VALUE '00'.
009300 01  WS-GLM-STATUS        PIC X(02) VALUE '00'.
009400 01  WS-GLJ-STATUS        PIC X(02) VALUE '00'.
009500 01  WS-RPT-STATUS        PIC X(02) VALUE '00'.
009600 01  WS-EXTR-EOF-SWITCH   PIC X(01) VALUE 'N'.
009700     88  EXTR-EOF-YES                  VALUE 'Y'.
009800     88  EXTR-EOF-NO                   VALUE 'N'.
009900 01  WS-CATM-EOF-SWITCH   PIC X(01) VALUE 'N'.
010000     88  CATM-EOF-YES                  VALUE 'Y'.
010100     88  CATM-EOF-NO                   VALUE 'N'.
010200 01  WS-GLM-EOF-SWITCH    PIC X(01) VALUE 'N'.
010300     88  GLM-EOF-YES                   VALUE 'Y'.
010400     88  GLM-EOF-NO                    VALUE 'N'.
010500 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
010600     88  RPT-FILE-OPEN                 VALUE 'Y'.
010700     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
010800*----------------------------------------------------------------
010900* CATEGORY MASTER TABLE - KEY AND MERCHANDISE GROUP.
011000*----------------------------------------------------------------
011100 01  WS-CM-COUNT          PIC 9(03) COMP VALUE ZERO.
011200 01  WS-CM-MAX            PIC 9(03) COMP VALUE 500.
011300 01  WS-CM-IDX            PIC 9(03) COMP VALUE ZERO.
011400 01  WS-CM-SWITCH         PIC X(01) VALUE 'N'.
011500     88  CM-FOUND                      VALUE 'Y'.
011600     88  CM-NOT-FOUND                  VALUE 'N'.
011700 01  CM-TABLE.
011800     05  CM-ENTRY OCCURS 500 TIMES.
011900         10  CM-KEY       PIC X(10).
012000         10  CM-GROUP     PIC X(03).
012100*----------------------------------------------------------------
012200* ACCOUNT MAPPING TABLE, AND THE ONE CLEARING ACCOUNT FROM THE
012300* 'O' RECORD.
012400*----------------------------------------------------------------
012500 01  WS-MP-COUNT          PIC 9(03) COMP VALUE ZERO.
012600 01  WS-MP-MAX            PIC 9(03) COMP VALUE 600.
012700 01  WS-MP-IDX            PIC 9(03) COMP VALUE ZERO.
012800 01  WS-MP-SWITCH         PIC X(01) VALUE 'N'.
012900     88  MP-FOUND                      VALUE 'Y'.
013000     88  MP-NOT-FOUND                  VALUE 'N'.
013100 01  WS-MP-FIND-TYPE      PIC X(01) VALUE SPACES.
013200 01  WS-MP-FIND-VALUE     PIC X(10) VALUE SPACES.
013300 01  WS-OFFSET-ACCT       PIC X(10) VALUE SPACES.
013400 01  WS-OFFSET-COUNT      PIC 9(03) COMP VALUE ZERO.
013500 01  MP-TABLE.
013600     05  MP-ENTRY OCCURS 600 TIMES.
013700         10  MP-TYPE      PIC X(01).
013800         10  MP-VALUE     PIC X(10).
013900         10  MP-REVENUE   PIC X(10).
014000         10  MP-CONTRA    PIC X(10).
014100         10  MP-ADJUST    PIC X(10).
014200*----------------------------------------------------------------
014300* CATEGORY TABLE - ONE ENTRY PER CATEGORY ON THE EXTRACT, WITH
014400* ITS 'C' ROW NET AND ITS 'T' ROW SPLIT SIDE BY SIDE SO EACH CAN
014500* BE PROVED AGAINST THE OTHER.
014600*----------------------------------------------------------------
014700 01  WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
014800 01  WS-CT-MAX            PIC 9(03) COMP VALUE 500.
014900 01  WS-CT-IDX            PIC 9(03) COMP VALUE ZERO.
015000 01  WS-CT-KEY            PIC X(10) VALUE SPACES.
015100 01  WS-CT-SWITCH         PIC X(01) VALUE 'N'.
015200     88  CT-FOUND                      VALUE 'Y'.
015300     88  CT-NOT-FOUND                  VALUE 'N'.
015400 01  CT-TABLE.
015500     05  CT-ENTRY OCCURS 500 TIMES.
015600         10  CT-KEY       PIC X(10).
015700         10  CT-GROUP     PIC X(03).
015800         10  CT-HAS-C     PIC X(01).
015900         10  CT-HAS-T     PIC X(01).
016000         10  CT-NET       PIC S9(7)V9(2) COMP-3.
016100         10  CT-SALE      PIC 9(8)V9(2) COMP-3.
016200         10  CT-RETURN    PIC 9(8)V9(2) COMP-3.
016300         10  CT-ADJUST    PIC 9(8)V9(2) COMP-3.
016400         10  CT-PRICE     PIC 9(8)V9(2) COMP-3.
016500*----------------------------------------------------------------
016600* MERCHANDISE-GROUP TABLE - THE 'G' ROW TOTAL AND THE SUM OF THE
016700* GROUP'S 'C' ROWS.
016800*----------------------------------------------------------------
016900 01  WS-GT-COUNT          PIC 9(03) COMP VALUE ZERO.
017000 01  WS-GT-MAX            PIC 9(03) COMP VALUE 50.
017100 01  WS-GT-IDX            PIC 9(03) COMP VALUE ZERO.
017200 01  WS-GT-CODE           PIC X(03) VALUE SPACES.
017300 01  WS-GT-SWITCH         PIC X(01) VALUE 'N'.
017400     88  GT-FOUND                      VALUE 'Y'.
017500     88  GT-NOT-FOUND                  VALUE 'N'.
017600 01  GT-TABLE.
017700     05  GT-ENTRY OCCURS 50 TIMES.
017800         10  GT-CODE      PIC X(03).
017900         10  GT-HAS-ROW   PIC X(01).
018000         10  GT-ROW-TOTAL PIC S9(9)V9(2) COMP-3.
018100         10  GT-CAT-TOTAL PIC S9(9)V9(2) COMP-3.
018200*----------------------------------------------------------------
018300* JOURNAL LINE TABLE - BUILT WHOLE BEFORE ANYTHING IS WRITTEN,
018400* SO A BREAK FOUND LATE STILL LEAVES NO JOURNAL BEHIND.  THREE
018500* LINES PER CATEGORY AT MOST PLUS THE THREE CLEARING LINES.
018600*----------------------------------------------------------------
018700 01  WS-JL-COUNT          PIC 9(05) COMP VALUE ZERO.
018800 01  WS-JL-MAX            PIC 9(05) COMP VALUE 1600.
018900 01  WS-JL-IDX            PIC 9(05) COMP VALUE ZERO.
019000 01  JL-TABLE.
019100     05  JL-ENTRY OCCURS 1600 TIMES.
019200         10  JL-ACCOUNT   PIC X(10).
019300         10  JL-DR-CR     PIC X(01).
019400         10  JL-AMOUNT    PIC 9(11)V9(2) COMP-3.
019500         10  JL-TYPE      PIC X(01).
019600         10  JL-SOURCE    PIC X(10).
019700*----------------------------------------------------------------
019800* STAGING FIELDS FOR 4900-ADD-JOURNAL-LINE-RTN.
019900*----------------------------------------------------------------
020000 01  WS-NEW-ACCOUNT       PIC X(10) VALUE SPACES.
020100 01  WS-NEW-DR-CR         PIC X(01) VALUE SPACES.
020200 01  WS-NEW-AMOUNT        PIC 9(11)V9(2) COMP-3 VALUE ZERO.
020300 01  WS-NEW-TYPE          PIC X(01) VALUE SPACES.
020400 01  WS-NEW-SOURCE        PIC X(10) VALUE SPACES.
020500*----------------------------------------------------------------
020600* EXTRACT CONTROL ROWS - THE 'S', 'R', 'A', AND 'B' ROWS, EACH
020700* OF WHICH MUST APPEAR EXACTLY ONCE.
020800*----------------------------------------------------------------
020900 77  WS-S-ROWS            PIC 9(03) COMP VALUE ZERO.
021000 77  WS-R-ROWS            PIC 9(03) COMP VALUE ZERO.
021100 77  WS-A-ROWS            PIC 9(03) COMP VALUE ZERO.
021200 77  WS-B-ROWS            PIC 9(03) COMP VALUE ZERO.
021300 01  WS-S-COUNT           PIC 9(07) VALUE ZERO.
021400 01  WS-S-AMOUNT          PIC S9(11)V9(2) COMP-3 VALUE ZERO.
021500 01  WS-R-COUNT           PIC 9(07) VALUE ZERO.
021600 01  WS-R-AMOUNT          PIC S9(11)V9(2) COMP-3 VALUE ZERO.
021700 01  WS-A-COUNT           PIC 9(07) VALUE ZERO.
021800 01  WS-A-AMOUNT          PIC S9(11)V9(2) COMP-3 VALUE ZERO.
021900 01  WS-B-POSTED-COUNT    PIC 9(07) VALUE ZERO.
022000 01  WS-B-POSTED-AMT      PIC 9(11)V9(2) COMP-3 VALUE ZERO.
022100 01  WS-BUS-DATE          PIC 9(08) VALUE ZERO.
022200*----------------------------------------------------------------
022300* PROOF ACCUMULATORS.
022400*----------------------------------------------------------------
022500 01  WS-T-SALE-TOTAL      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
022600 01  WS-T-RETURN-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
022700 01  WS-T-ADJUST-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
022800 01  WS-T-PRICE-TOTAL     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
022900 01  WS-SRA-COUNT         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
023000 01  WS-B-COUNT-X         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
023100 01  WS-T-NET             PIC S9(9)V9(2) COMP-3 VALUE ZERO.
023200 01  WS-DEBIT-TOTAL       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
023300 01  WS-CREDIT-TOTAL      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
023400 01  WS-CAT-BREAK-COUNT   PIC 9(05) COMP VALUE ZERO.
023500 01  WS-GRP-BREAK-COUNT   PIC 9(05) COMP VALUE ZERO.
023600 01  WS-UNMAPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
023700 01  WS-PROOF-BREAKS      PIC 9(05) COMP VALUE ZERO.
023800*----------------------------------------------------------------
023900* PROOF-LINE STAGING FOR 6100-PRINT-PROOF-RTN.
024000*----------------------------------------------------------------
024100 01  WS-PF-LABEL          PIC X(24) VALUE SPACES.
024200 01  WS-PF-EXPECTED       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
024300 01  WS-PF-ACTUAL         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
024400 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
024500*----------------------------------------------------------------
024600* RUN-DATE AND PAGE CONTROL.
024700*----------------------------------------------------------------
024800 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
024900 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.
025000     05  WS-RUN-YYYY          PIC 9(04).
025100     05  WS-RUN-MM            PIC 9(02).
025200     05  WS-RUN-DD            PIC 9(02).
025300 01  WS-RUN-DATE-ED       PIC X(10) VALUE SPACES.
025400 01  WS-PAGE-NO           PIC 9(03) VALUE ZERO.
025500 01  WS-LINES-ON-PAGE     PIC 9(02) VALUE ZERO.
025600 01  WS-MAX-LINES         PIC 9(02) VALUE 15.
025700 01  WS-OUT-LINE          PIC X(80) VALUE SPACES.
025800*----------------------------------------------------------------
025900* REPORT LINE LAYOUTS.
026000*----------------------------------------------------------------
026100 01  WS-HEADER-1.
026200     05  FILLER               PIC X(10) VALUE SPACES.
026300     05  FILLER               PIC X(30)
026400                        VALUE 'GL JOURNAL PROOF LISTING'.
026500     05  FILLER               PIC X(10) VALUE SPACES.
026600     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
026700     05  H1-RUN-DATE          PIC X(10) VALUE SPACES.
026800     05  FILLER               PIC X(06) VALUE ' PAGE '.
026900     05  H1-PAGE-NO           PIC ZZ9.
027000 01  WS-HEADER-2.
027100     05  FILLER               PIC X(01) VALUE SPACES.
027200     05  FILLER               PIC X(23)
027300                        VALUE 'THROUGH BUSINESS DATE '.
027400     05  H2-BUS-DATE          PIC 9(08).
027500     05  FILLER               PIC X(19)
027600                        VALUE '  CLEARING ACCOUNT '.
027700     05  H2-OFFSET-ACCT       PIC X(10).
027800 01  WS-JOURNAL-HEAD.
027900     05  FILLER               PIC X(01) VALUE SPACES.
028000     05  FILLER               PIC X(07) VALUE ' LINE'.
028100     05  FILLER               PIC X(12) VALUE 'ACCOUNT'.
028200     05  FILLER               PIC X(15) VALUE '         DEBIT'.
028300     05  FILLER               PIC X(16) VALUE '         CREDIT'.
028400     05  FILLER               PIC X(03) VALUE 'T'.
028500     05  FILLER               PIC X(10) VALUE 'SOURCE'.
028600 01  WS-JOURNAL-LINE.
028700     05  FILLER               PIC X(01) VALUE SPACES.
028800     05  JD-LINE-NO           PIC ZZZZ9.
028900     05  FILLER               PIC X(02) VALUE SPACES.
029000     05  JD-ACCOUNT           PIC X(10).
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  JD-DEBIT             PIC Z(10)9.99.
029300     05  JD-DEBIT-X REDEFINES JD-DEBIT
029400                              PIC X(14).
029500     05  FILLER               PIC X(01) VALUE SPACES.
029600     05  JD-CREDIT            PIC Z(10)9.99.
029700     05  JD-CREDIT-X REDEFINES JD-CREDIT
029800                              PIC X(14).
029900     05  FILLER               PIC X(02) VALUE SPACES.
030000     05  JD-TYPE              PIC X(01).
030100     05  FILLER               PIC X(02) VALUE SPACES.
030200     05  JD-SOURCE            PIC X(10).
030300 01  WS-PROOF-HEAD.
030400     05  FILLER               PIC X(01) VALUE SPACES.
030500     05  FILLER               PIC X(25) VALUE 'PROOF'.
030600     05  FILLER               PIC X(17) VALUE '      EXPECTED'.
030700     05  FILLER               PIC X(17) VALUE '        ACTUAL'.
030800     05  FILLER               PIC X(06) VALUE 'RESULT'.
030900 01  WS-PROOF-LINE.
031000     05  FILLER               PIC X(01) VALUE SPACES.
031100     05  PF-LABEL             PIC X(24).
031200     05  FILLER               PIC X(01) VALUE SPACES.
031300     05  PF-EXPECTED          PIC -(12)9.99.
031400     05  FILLER               PIC X(01) VALUE SPACES.
031500     05  PF-ACTUAL            PIC -(12)9.99.
031600     05  FILLER               PIC X(02) VALUE SPACES.
031700     05  PF-RESULT            PIC X(05).
031800 01  WS-NOTE-LINE.
031900     05  FILLER               PIC X(01) VALUE SPACES.
032000     05  NL-TEXT              PIC X(40) VALUE SPACES.
032100     05  NL-KEY               PIC X(10) VALUE SPACES.
032200     05  FILLER               PIC X(01) VALUE SPACES.
032300     05  NL-DETAIL            PIC X(28) VALUE SPACES.
032400 01  WS-TOTAL-LINE.
032500     05  FILLER               PIC X(02) VALUE SPACES.
032600     05  TL-LABEL             PIC X(26).
032700     05  FILLER               PIC X(03) VALUE '= '.
032800     05  TL-COUNT             PIC ZZZZZZ9.
032810*----------------------------------------------------------------
032820* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
032830* THING, FOR THE RECORD APPENDED AT THE END.
032840*----------------------------------------------------------------
032850 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
032860 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
032870 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
032880 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
032900
033000 PROCEDURE DIVISION.
033100*----------------------------------------------------------------
033200*                      0000-MAIN-LOGIC
033300* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  THE JOURNAL
033400* IS ONLY WRITTEN WHEN EVERY STAGE HAS LEFT THE RUN BELOW RC=8.
033500*----------------------------------------------------------------
033600 0000-MAIN-LOGIC.
033610     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
033700     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
033800     IF WS-RUN-RC < 8
033900         PERFORM 2000-LOAD-EXTRACT-RTN THRU 2000-EXIT
034000     END-IF.
034100     IF WS-RUN-RC < 8
034200         PERFORM 3000-PROVE-EXTRACT-RTN THRU 3000-EXIT
034300         PERFORM 4000-BUILD-JOURNAL-RTN THRU 4000-EXIT
034400         PERFORM 5000-LIST-JOURNAL-RTN THRU 5000-EXIT
034500         PERFORM 6000-PROVE-JOURNAL-RTN THRU 6000-EXIT
034600     END-IF.
034700     IF WS-RUN-RC < 8
034800         PERFORM 7000-WRITE-JOURNAL-RTN THRU 7000-EXIT
034900     END-IF.
035000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
035010     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
035100     STOP RUN.
035200
035300*----------------------------------------------------------------
035400*                      1000-INITIALIZE-RTN
035500* GETS THE RUN DATE, OPENS THE PROOF LISTING, AND LOADS THE
035600* CATEGORY MASTER AND THE ACCOUNT MAPPING.
035700*----------------------------------------------------------------
035800 1000-INITIALIZE-RTN.
035900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036000     STRING WS-RUN-MM    DELIMITED BY SIZE
036100            '/'          DELIMITED BY SIZE
036200            WS-RUN-DD    DELIMITED BY SIZE
036300            '/'          DELIMITED BY SIZE
036400            WS-RUN-YYYY  DELIMITED BY SIZE
036500            INTO WS-RUN-DATE-ED.
036600     OPEN OUTPUT REPORT-FILE.
036700     IF WS-RPT-STATUS = '00'
036800         SET RPT-FILE-OPEN TO TRUE
036900     ELSE
037000         DISPLAY "REPORT-FILE OPEN FAILED, STATUS "
037100                 WS-RPT-STATUS
037200         MOVE 8 TO WS-RUN-RC
037300         GO TO 1000-EXIT
037400     END-IF.
037500     PERFORM 1100-LOAD-CATEGORY-MASTER-RTN THRU 1100-EXIT.
037600     IF WS-RUN-RC < 8
037700         PERFORM 1200-LOAD-ACCOUNT-MAP-RTN THRU 1200-EXIT
037800     END-IF.
037900 1000-EXIT.
038000     EXIT.
038100
038200*----------------------------------------------------------------
038300*              1100-LOAD-CATEGORY-MASTER-RTN
038400* LOADS THE CATEGORY MASTER FOR EACH CATEGORY'S GROUP.  IT IS
038500* REQUIRED - WITHOUT IT NEITHER THE GROUP MAPPING NOR THE GROUP
038600* PROOF CAN BE DONE - SO A FAILED OPEN OR AN OVERFLOW GRADES THE
038700* RUN TO 8.
038800*----------------------------------------------------------------
038900 1100-LOAD-CATEGORY-MASTER-RTN.
039000     OPEN INPUT CATEGORY-MASTER.
039100     IF WS-CATM-STATUS NOT = '00'
039200         DISPLAY "CATEGORY-MASTER OPEN FAILED, STATUS "
039300                 WS-CATM-STATUS
039400         MOVE 8 TO WS-RUN-RC
039500         GO TO 1100-EXIT
039600     END-IF.
039700     PERFORM 1110-READ-CATEGORY-MASTER-RTN THRU 1110-EXIT.
039800     PERFORM 1120-STORE-CATEGORY-MASTER-RTN THRU 1120-EXIT
039900         UNTIL CATM-EOF-YES OR WS-RUN-RC = 8.
040000     CLOSE CATEGORY-MASTER.
040100     DISPLAY "Categories loaded: " WS-CM-COUNT.
040200 1100-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600*              1110-READ-CATEGORY-MASTER-RTN
040700* READS THE NEXT CATEGORY-MASTER RECORD, SETTING THE EOF SWITCH
040800* WHEN THE FILE IS EXHAUSTED.
040900*----------------------------------------------------------------
041000 1110-READ-CATEGORY-MASTER-RTN.
041100     READ CATEGORY-MASTER
041200         AT END
041300             SET CATM-EOF-YES TO TRUE
041400     END-READ.
041500 1110-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900*              1120-STORE-CATEGORY-MASTER-RTN
042000* STORES ONE CATEGORY AND ADVANCES.
042100*----------------------------------------------------------------
042200 1120-STORE-CATEGORY-MASTER-RTN.
042300     IF WS-CM-COUNT >= WS-CM-MAX
042400         DISPLAY "CATEGORY TABLE OVERFLOWED AT " CATM-KEY
042500                 " - RUN STOPPED"
042600         MOVE 8 TO WS-RUN-RC
042700         GO TO 1120-EXIT
042800     END-IF.
042900     ADD 1 TO WS-CM-COUNT.
043000     MOVE CATM-KEY TO CM-KEY (WS-CM-COUNT).
043100     MOVE CATM-GROUP-CODE TO CM-GROUP (WS-CM-COUNT).
043200     PERFORM 1110-READ-CATEGORY-MASTER-RTN THRU 1110-EXIT.
043300 1120-EXIT.
043400     EXIT.
043500
043600*----------------------------------------------------------------
043700*              1200-LOAD-ACCOUNT-MAP-RTN
043800* LOADS THE ACCOUNT MAPPING.  IT IS REQUIRED.  A KEY ON FILE
043900* TWICE, AN UNKNOWN KEY TYPE, OR ANYTHING BUT EXACTLY ONE 'O'
044000* CLEARING-ACCOUNT RECORD MAKES THE MAPPING AMBIGUOUS, SO EACH
044100* IS A BREAK.
044200*----------------------------------------------------------------
044300 1200-LOAD-ACCOUNT-MAP-RTN.
044400     OPEN INPUT ACCOUNT-MAP.
044500     IF WS-GLM-STATUS NOT = '00'
044600         DISPLAY "ACCOUNT-MAP OPEN FAILED, STATUS " WS-GLM-STATUS
044700         MOVE 8 TO WS-RUN-RC
044800         GO TO 1200-EXIT
044900     END-IF.
045000     PERFORM 1210-READ-ACCOUNT-MAP-RTN THRU 1210-EXIT.
045100     PERFORM 1220-STORE-ACCOUNT-MAP-RTN THRU 1220-EXIT
045200         UNTIL GLM-EOF-YES OR WS-RUN-RC = 8.
045300     CLOSE ACCOUNT-MAP.
045400     IF WS-OFFSET-COUNT NOT = 1
045500         DISPLAY "ACCOUNT-MAP CARRIES " WS-OFFSET-COUNT
045600                 " CLEARING-ACCOUNT RECORDS - ONE REQUIRED"
045700         MOVE 'CLEARING ACCOUNT NOT MAPPED EXACTLY ONCE'
045800             TO NL-TEXT
045900         MOVE SPACES TO NL-KEY
046000         MOVE SPACES TO NL-DETAIL
046100         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
046200         ADD 1 TO WS-UNMAPPED-COUNT
046300     END-IF.
046400     DISPLAY "Account mappings loaded: " WS-MP-COUNT.
046500 1200-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900*              1210-READ-ACCOUNT-MAP-RTN
047000* READS THE NEXT MAPPING RECORD, SETTING THE EOF SWITCH WHEN THE
047100* FILE IS EXHAUSTED.
047200*----------------------------------------------------------------
047300 1210-READ-ACCOUNT-MAP-RTN.
047400     READ ACCOUNT-MAP
047500         AT END
047600             SET GLM-EOF-YES TO TRUE
047700     END-READ.
047800 1210-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200*              1220-STORE-ACCOUNT-MAP-RTN
048300* FILES ONE MAPPING RECORD AND ADVANCES.  THE 'O' RECORD SETS
048400* THE CLEARING ACCOUNT; 'C' AND 'G' RECORDS GO TO THE TABLE.
048500*----------------------------------------------------------------
048600 1220-STORE-ACCOUNT-MAP-RTN.
048700     IF GLM-OFFSET-KEY
048800         ADD 1 TO WS-OFFSET-COUNT
048900         MOVE GLM-OFFSET-ACCT TO WS-OFFSET-ACCT
049000         PERFORM 1210-READ-ACCOUNT-MAP-RTN THRU 1210-EXIT
049100         GO TO 1220-EXIT
049200     END-IF.
049300     IF NOT GLM-CATEGORY-KEY AND NOT GLM-GROUP-KEY
049400         MOVE 'MAPPING RECORD WITH UNKNOWN KEY TYPE' TO NL-TEXT
049500         MOVE GLM-KEY-VALUE TO NL-KEY
049600         MOVE GLM-KEY-TYPE TO NL-DETAIL
049700         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
049800         ADD 1 TO WS-UNMAPPED-COUNT
049900         PERFORM 1210-READ-ACCOUNT-MAP-RTN THRU 1210-EXIT
050000         GO TO 1220-EXIT
050100     END-IF.
050200     MOVE GLM-KEY-TYPE TO WS-MP-FIND-TYPE.
050300     MOVE GLM-KEY-VALUE TO WS-MP-FIND-VALUE.
050400     PERFORM 4200-FIND-MAPPING-RTN THRU 4200-EXIT.
050500     IF MP-FOUND
050600         MOVE 'MAPPING KEY ON FILE TWICE' TO NL-TEXT
050700         MOVE GLM-KEY-VALUE TO NL-KEY
050800         MOVE GLM-KEY-TYPE TO NL-DETAIL
050900         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
051000         ADD 1 TO WS-UNMAPPED-COUNT
051100         PERFORM 1210-READ-ACCOUNT-MAP-RTN THRU 1210-EXIT
051200         GO TO 1220-EXIT
051300     END-IF.
051400     IF WS-MP-COUNT >= WS-MP-MAX
051500         DISPLAY "MAPPING TABLE OVERFLOWED AT " GLM-KEY
051600                 " - RUN STOPPED"
051700         MOVE 8 TO WS-RUN-RC
051800         GO TO 1220-EXIT
051900     END-IF.
052000     ADD 1 TO WS-MP-COUNT.
052100     MOVE GLM-KEY-TYPE TO MP-TYPE (WS-MP-COUNT).
052200     MOVE GLM-KEY-VALUE TO MP-VALUE (WS-MP-COUNT).
052300     MOVE GLM-REVENUE-ACCT TO MP-REVENUE (WS-MP-COUNT).
052400     MOVE GLM-CONTRA-ACCT TO MP-CONTRA (WS-MP-COUNT).
052500     MOVE GLM-ADJUST-ACCT TO MP-ADJUST (WS-MP-COUNT).
052600     PERFORM 1210-READ-ACCOUNT-MAP-RTN THRU 1210-EXIT.
052700 1220-EXIT.
052800     EXIT.
052900
053000*----------------------------------------------------------------
053100*              2000-LOAD-EXTRACT-RTN
053200* READS THE EXTRACT GENERATION, FILING THE 'C' AND 'T' ROWS BY
053300* CATEGORY, THE 'G' ROWS BY GROUP, AND THE ONE-PER-RUN 'S',
053400* 'R', 'A', AND 'B' CONTROL ROWS.  THE EXTRACT IS REQUIRED.
053500*----------------------------------------------------------------
053600 2000-LOAD-EXTRACT-RTN.
053700     OPEN INPUT EXTRACT-IN.
053800     IF WS-EXTR-STATUS NOT = '00'
053900         DISPLAY "EXTRACT-IN OPEN FAILED, STATUS " WS-EXTR-STATUS
054000         MOVE 8 TO WS-RUN-RC
054100         GO TO 2000-EXIT
054200     END-IF.
054300     PERFORM 2100-READ-EXTRACT-RTN THRU 2100-EXIT.
054400     PERFORM 2200-APPLY-ROW-RTN THRU 2200-EXIT
054500         UNTIL EXTR-EOF-YES OR WS-RUN-RC = 8.
054600     CLOSE EXTRACT-IN.
054700     DISPLAY "Extract categories: " WS-CT-COUNT.
054800 2000-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200*              2100-READ-EXTRACT-RTN
055300* READS THE NEXT EXTRACT ROW, SETTING THE EOF SWITCH WHEN THE
055400* FILE IS EXHAUSTED.
055500*----------------------------------------------------------------
055600 2100-READ-EXTRACT-RTN.
055700     READ EXTRACT-IN
055800         AT END
055900             SET EXTR-EOF-YES TO TRUE
056000     END-READ.
056100 2100-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------
056500*              2200-APPLY-ROW-RTN
056600* FILES ONE EXTRACT ROW AND ADVANCES.  OTHER ROW TYPES ARE
056700* PASSED OVER.
056800*----------------------------------------------------------------
056900 2200-APPLY-ROW-RTN.
057000     IF EXTR-CATEGORY-REC
057100         MOVE EXTR-CAT-KEY TO WS-CT-KEY
057200         PERFORM 4100-FIND-CATEGORY-RTN THRU 4100-EXIT
057300         IF WS-RUN-RC < 8
057400             MOVE 'Y' TO CT-HAS-C (WS-CT-IDX)
057500             ADD EXTR-CAT-TOTAL TO CT-NET (WS-CT-IDX)
057600         END-IF
057700     END-IF.
057800     IF EXTR-CATTYPE-REC
057900         MOVE EXTR-TYPE-CAT-KEY TO WS-CT-KEY
058000         PERFORM 4100-FIND-CATEGORY-RTN THRU 4100-EXIT
058100         IF WS-RUN-RC < 8
058200             MOVE 'Y' TO CT-HAS-T (WS-CT-IDX)
058300             ADD EXTR-TYPE-SALE-AMT TO CT-SALE (WS-CT-IDX)
058400             ADD EXTR-TYPE-RETURN-AMT TO CT-RETURN (WS-CT-IDX)
058500             ADD EXTR-TYPE-ADJUST-AMT TO CT-ADJUST (WS-CT-IDX)
058600             ADD EXTR-TYPE-PRICE-AMT TO CT-PRICE (WS-CT-IDX)
058700         END-IF
058800     END-IF.
058900     IF EXTR-GROUP-REC
059000         MOVE EXTR-GROUP-CODE TO WS-GT-CODE
059100         PERFORM 4300-FIND-GROUP-RTN THRU 4300-EXIT
059200         IF WS-RUN-RC < 8
059300             MOVE 'Y' TO GT-HAS-ROW (WS-GT-IDX)
059400             ADD EXTR-GROUP-TOTAL TO GT-ROW-TOTAL (WS-GT-IDX)
059500         END-IF
059600     END-IF.
059700     IF EXTR-SALES-SUM-REC
059800         ADD 1 TO WS-S-ROWS
059900         MOVE EXTR-SUM-COUNT TO WS-S-COUNT
060000         MOVE EXTR-SUM-AMOUNT TO WS-S-AMOUNT
060100     END-IF.
060200     IF EXTR-RETURNS-SUM-REC
060300         ADD 1 TO WS-R-ROWS
060400         MOVE EXTR-SUM-COUNT TO WS-R-COUNT
060500         MOVE EXTR-SUM-AMOUNT TO WS-R-AMOUNT
060600     END-IF.
060700     IF EXTR-ADJUST-SUM-REC
060800         ADD 1 TO WS-A-ROWS
060900         MOVE EXTR-SUM-COUNT TO WS-A-COUNT
061000         MOVE EXTR-SUM-AMOUNT TO WS-A-AMOUNT
061100     END-IF.
061200     IF EXTR-BALANCE-REC
061300         ADD 1 TO WS-B-ROWS
061400         MOVE EXTR-BAL-POSTED-COUNT TO WS-B-POSTED-COUNT
061500         MOVE EXTR-BAL-POSTED-AMT TO WS-B-POSTED-AMT
061600         MOVE EXTR-BAL-BUS-DATE TO WS-BUS-DATE
061700     END-IF.
061800     PERFORM 2100-READ-EXTRACT-RTN THRU 2100-EXIT.
061900 2200-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------------
062300*              3000-PROVE-EXTRACT-RTN
062400* PROVES THE EXTRACT AGAINST ITSELF BEFORE ANY JOURNAL IS BUILT
062500* FROM IT - ONE OF EACH CONTROL ROW; EVERY CATEGORY'S 'T' SPLIT
062600* NETTING TO ITS 'C' ROW; EVERY GROUP'S 'C' ROWS SUMMING TO ITS
062700* 'G' ROW.  EACH BREAK PRINTS A NOTE LINE.  THE SUMMARY PROOFS
062800* AGAINST THE 'S', 'R', 'A', AND 'B' ROWS PRINT IN 6000.
062900*----------------------------------------------------------------
063000 3000-PROVE-EXTRACT-RTN.
063100     IF WS-S-ROWS NOT = 1 OR WS-R-ROWS NOT = 1
063200         OR WS-A-ROWS NOT = 1 OR WS-B-ROWS NOT = 1
063300         DISPLAY "EXTRACT CONTROL ROWS S/R/A/B FOUND "
063400                 WS-S-ROWS "/" WS-R-ROWS "/" WS-A-ROWS "/"
063500                 WS-B-ROWS " - EXACTLY ONE OF EACH REQUIRED"
063600         MOVE 'EXTRACT CONTROL ROWS MISSING OR REPEATED'
063700             TO NL-TEXT
063800         MOVE SPACES TO NL-KEY
063900         MOVE SPACES TO NL-DETAIL
064000         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
064100         ADD 1 TO WS-PROOF-BREAKS
064200     END-IF.
064300     PERFORM 3100-PROVE-CATEGORY-RTN THRU 3100-EXIT
064400         VARYING WS-CT-IDX FROM 1 BY 1
064500         UNTIL WS-CT-IDX > WS-CT-COUNT
064600            OR WS-RUN-RC = 8.
064700     PERFORM 3200-PROVE-GROUP-RTN THRU 3200-EXIT
064800         VARYING WS-GT-IDX FROM 1 BY 1
064900         UNTIL WS-GT-IDX > WS-GT-COUNT.
065000 3000-EXIT.
065100     EXIT.
065200
065300*----------------------------------------------------------------
065400*              3100-PROVE-CATEGORY-RTN
065500* PROVES ONE CATEGORY - IT MUST HAVE BOTH ROWS, SALES LESS
065600* RETURNS PLUS ADJUSTMENTS ON ITS 'T' ROW MUST EQUAL ITS 'C' ROW
065700* NET, AND IT MUST BE ON THE CATEGORY MASTER.  ITS AMOUNTS ROLL
065800* INTO THE SUMMARY PROOF TOTALS AND ITS NET INTO ITS GROUP.
065900*----------------------------------------------------------------
066000 3100-PROVE-CATEGORY-RTN.
066100     ADD CT-SALE (WS-CT-IDX) TO WS-T-SALE-TOTAL.
066200     ADD CT-RETURN (WS-CT-IDX) TO WS-T-RETURN-TOTAL.
066300     ADD CT-ADJUST (WS-CT-IDX) TO WS-T-ADJUST-TOTAL.
066400     ADD CT-PRICE (WS-CT-IDX) TO WS-T-PRICE-TOTAL.
066500     MOVE CT-KEY (WS-CT-IDX) TO NL-KEY.
066600     MOVE SPACES TO NL-DETAIL.
066700     IF CT-HAS-C (WS-CT-IDX) NOT = 'Y'
066800         MOVE 'CATEGORY HAS A TYPE SPLIT BUT NO C ROW' TO NL-TEXT
066900         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
067000         ADD 1 TO WS-CAT-BREAK-COUNT
067100     END-IF.
067200     IF CT-HAS-T (WS-CT-IDX) NOT = 'Y'
067300         MOVE 'CATEGORY HAS A C ROW BUT NO TYPE SPLIT' TO NL-TEXT
067400         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
067500         ADD 1 TO WS-CAT-BREAK-COUNT
067600     END-IF.
067700     COMPUTE WS-T-NET = CT-SALE (WS-CT-IDX)
067800         - CT-RETURN (WS-CT-IDX) + CT-ADJUST (WS-CT-IDX).
067900     IF CT-HAS-C (WS-CT-IDX) = 'Y' AND CT-HAS-T (WS-CT-IDX) = 'Y'
068000         AND WS-T-NET NOT = CT-NET (WS-CT-IDX)
068100         MOVE 'CATEGORY TYPE SPLIT DOES NOT NET TO C ROW'
068200             TO NL-TEXT
068300         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
068400         ADD 1 TO WS-CAT-BREAK-COUNT
068500     END-IF.
068600     SET CM-NOT-FOUND TO TRUE.
068700     PERFORM 3110-SCAN-CATEGORY-MASTER-RTN THRU 3110-EXIT
068800         VARYING WS-CM-IDX FROM 1 BY 1
068900         UNTIL WS-CM-IDX > WS-CM-COUNT
069000            OR CM-FOUND.
069100     IF CM-NOT-FOUND
069200         MOVE 'CATEGORY NOT ON CATEGORY MASTER' TO NL-TEXT
069300         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
069400         ADD 1 TO WS-CAT-BREAK-COUNT
069500         MOVE SPACES TO CT-GROUP (WS-CT-IDX)
069600         GO TO 3100-EXIT
069700     END-IF.
069800     SUBTRACT 1 FROM WS-CM-IDX.
069900     MOVE CM-GROUP (WS-CM-IDX) TO CT-GROUP (WS-CT-IDX).
070000     MOVE CT-GROUP (WS-CT-IDX) TO WS-GT-CODE.
070100     PERFORM 4300-FIND-GROUP-RTN THRU 4300-EXIT.
070200     IF WS-RUN-RC < 8
070300         ADD CT-NET (WS-CT-IDX) TO GT-CAT-TOTAL (WS-GT-IDX)
070400     END-IF.
070500 3100-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------------
070900*              3110-SCAN-CATEGORY-MASTER-RTN
071000* TESTS ONE CATEGORY-MASTER ENTRY AGAINST THE CURRENT CATEGORY.
071100*----------------------------------------------------------------
071200 3110-SCAN-CATEGORY-MASTER-RTN.
071300     IF CM-KEY (WS-CM-IDX) = CT-KEY (WS-CT-IDX)
071400         SET CM-FOUND TO TRUE
071500     END-IF.
071600 3110-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------
072000*              3200-PROVE-GROUP-RTN
072100* PROVES ONE GROUP - IT MUST HAVE A 'G' ROW, AND THE ROW MUST
072200* EQUAL THE SUM OF ITS CATEGORIES' 'C' ROWS.
072300*----------------------------------------------------------------
072400 3200-PROVE-GROUP-RTN.
072500     MOVE GT-CODE (WS-GT-IDX) TO NL-KEY.
072600     MOVE SPACES TO NL-DETAIL.
072700     IF GT-HAS-ROW (WS-GT-IDX) NOT = 'Y'
072800         MOVE 'GROUP HAS CATEGORIES BUT NO G ROW' TO NL-TEXT
072900         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
073000         ADD 1 TO WS-GRP-BREAK-COUNT
073100         GO TO 3200-EXIT
073200     END-IF.
073300     IF GT-ROW-TOTAL (WS-GT-IDX) NOT = GT-CAT-TOTAL (WS-GT-IDX)
073400         MOVE 'GROUP G ROW DOES NOT EQUAL ITS C ROWS' TO NL-TEXT
073500         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
073600         ADD 1 TO WS-GRP-BREAK-COUNT
073700     END-IF.
073800 3200-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------
074200*              4000-BUILD-JOURNAL-RTN
074300* BUILDS THE JOURNAL LINES - EACH CATEGORY'S SALES, RETURNS,
074400* AND ADJUSTMENTS TO ITS MAPPED ACCOUNTS, THEN THE CLEARING
074500* ACCOUNT'S OFFSET FOR EACH TYPE TAKEN FROM THE 'S', 'R', AND
074600* 'A' ROWS.  BECAUSE THE OFFSETS COME FROM THE SUMMARY ROWS AND
074700* THE CATEGORY LINES FROM THE 'T' ROWS, DEBITS ONLY EQUAL
074800* CREDITS WHEN THE TWO AGREE.
074900*----------------------------------------------------------------
075000 4000-BUILD-JOURNAL-RTN.
075100     PERFORM 4010-BUILD-CATEGORY-LINES-RTN THRU 4010-EXIT
075200         VARYING WS-CT-IDX FROM 1 BY 1
075300         UNTIL WS-CT-IDX > WS-CT-COUNT
075400            OR WS-RUN-RC = 8.
075500     MOVE WS-OFFSET-ACCT TO WS-NEW-ACCOUNT.
075600     MOVE 'SALES' TO WS-NEW-SOURCE.
075700     MOVE 'D' TO WS-NEW-DR-CR.
075800     MOVE 'S' TO WS-NEW-TYPE.
075900     MOVE WS-S-AMOUNT TO WS-NEW-AMOUNT.
076000     PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT.
076100     MOVE 'RETURNS' TO WS-NEW-SOURCE.
076200     MOVE 'C' TO WS-NEW-DR-CR.
076300     MOVE 'R' TO WS-NEW-TYPE.
076400     MOVE WS-R-AMOUNT TO WS-NEW-AMOUNT.
076500     PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT.
076600     MOVE 'ADJUSTMENT' TO WS-NEW-SOURCE.
076700     MOVE 'D' TO WS-NEW-DR-CR.
076800     MOVE 'A' TO WS-NEW-TYPE.
076900     MOVE WS-A-AMOUNT TO WS-NEW-AMOUNT.
077000     PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT.
077100 4000-EXIT.
077200     EXIT.
077300
077400*----------------------------------------------------------------
077500*              4010-BUILD-CATEGORY-LINES-RTN
077600* MAPS ONE CATEGORY - ITS OWN 'C' MAPPING IF ACCOUNTING KEYED
077700* ONE, ELSE ITS GROUP'S 'G' MAPPING - AND ADDS ITS SALE (CREDIT
077800* REVENUE), RETURN (DEBIT CONTRA-REVENUE), AND ADJUSTMENT
077900* (CREDIT ADJUSTMENT) LINES.  NO MAPPING, OR A BLANK ACCOUNT FOR
078000* AN AMOUNT THE CATEGORY ACTUALLY HAS, IS UNMAPPED.
078100*----------------------------------------------------------------
078200 4010-BUILD-CATEGORY-LINES-RTN.
078300     MOVE 'C' TO WS-MP-FIND-TYPE.
078400     MOVE CT-KEY (WS-CT-IDX) TO WS-MP-FIND-VALUE.
078500     PERFORM 4200-FIND-MAPPING-RTN THRU 4200-EXIT.
078600     IF MP-NOT-FOUND
078700         MOVE 'G' TO WS-MP-FIND-TYPE
078800         MOVE CT-GROUP (WS-CT-IDX) TO WS-MP-FIND-VALUE
078900         PERFORM 4200-FIND-MAPPING-RTN THRU 4200-EXIT
079000     END-IF.
079100     MOVE CT-KEY (WS-CT-IDX) TO NL-KEY.
079200     MOVE SPACES TO NL-DETAIL.
079300     STRING 'GROUP ' DELIMITED BY SIZE
079400            CT-GROUP (WS-CT-IDX) DELIMITED BY SIZE
079500            INTO NL-DETAIL.
079600     IF MP-NOT-FOUND
079700         MOVE 'CATEGORY HAS NO ACCOUNT MAPPING' TO NL-TEXT
079800         PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
079900         ADD 1 TO WS-UNMAPPED-COUNT
080000         GO TO 4010-EXIT
080100     END-IF.
080200     MOVE CT-KEY (WS-CT-IDX) TO WS-NEW-SOURCE.
080300     IF CT-SALE (WS-CT-IDX) > ZERO
080400         IF MP-REVENUE (WS-MP-IDX) = SPACES
080500             MOVE 'CATEGORY HAS NO REVENUE ACCOUNT' TO NL-TEXT
080600             PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
080700             ADD 1 TO WS-UNMAPPED-COUNT
080800         ELSE
080900             MOVE MP-REVENUE (WS-MP-IDX) TO WS-NEW-ACCOUNT
081000             MOVE 'C' TO WS-NEW-DR-CR
081100             MOVE 'S' TO WS-NEW-TYPE
081200             MOVE CT-SALE (WS-CT-IDX) TO WS-NEW-AMOUNT
081300             PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT
081400         END-IF
081500     END-IF.
081600     IF CT-RETURN (WS-CT-IDX) > ZERO
081700         IF MP-CONTRA (WS-MP-IDX) = SPACES
081800             MOVE 'CATEGORY HAS NO CONTRA-REVENUE ACCOUNT'
081900                 TO NL-TEXT
082000             PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
082100             ADD 1 TO WS-UNMAPPED-COUNT
082200         ELSE
082300             MOVE MP-CONTRA (WS-MP-IDX) TO WS-NEW-ACCOUNT
082400             MOVE 'D' TO WS-NEW-DR-CR
082500             MOVE 'R' TO WS-NEW-TYPE
082600             MOVE CT-RETURN (WS-CT-IDX) TO WS-NEW-AMOUNT
082700             PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT
082800         END-IF
082900     END-IF.
083000     IF CT-ADJUST (WS-CT-IDX) > ZERO
083100         IF MP-ADJUST (WS-MP-IDX) = SPACES
083200             MOVE 'CATEGORY HAS NO ADJUSTMENT ACCOUNT' TO NL-TEXT
083300             PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT
083400             ADD 1 TO WS-UNMAPPED-COUNT
083500         ELSE
083600             MOVE MP-ADJUST (WS-MP-IDX) TO WS-NEW-ACCOUNT
083700             MOVE 'C' TO WS-NEW-DR-CR
083800             MOVE 'A' TO WS-NEW-TYPE
083900             MOVE CT-ADJUST (WS-CT-IDX) TO WS-NEW-AMOUNT
084000             PERFORM 4900-ADD-JOURNAL-LINE-RTN THRU 4900-EXIT
084100         END-IF
084200     END-IF.
084300 4010-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------------
084700*              4100-FIND-CATEGORY-RTN
084800* FINDS THE CATEGORY STAGED IN WS-CT-KEY IN THE CATEGORY TABLE,
084900* ADDING IT WITH ZERO AMOUNTS THE FIRST TIME IT IS SEEN.
085000* WS-CT-IDX IS LEFT ON THE ENTRY.  AN OVERFLOW IS A HARD STOP.
085100*----------------------------------------------------------------
085200 4100-FIND-CATEGORY-RTN.
085300     SET CT-NOT-FOUND TO TRUE.
085400     PERFORM 4110-SCAN-CATEGORY-RTN THRU 4110-EXIT
085500         VARYING WS-CT-IDX FROM 1 BY 1
085600         UNTIL WS-CT-IDX > WS-CT-COUNT
085700            OR CT-FOUND.
085800     IF CT-FOUND
085900         SUBTRACT 1 FROM WS-CT-IDX
086000         GO TO 4100-EXIT
086100     END-IF.
086200     IF WS-CT-COUNT >= WS-CT-MAX
086300         DISPLAY "CATEGORY TABLE OVERFLOWED AT " WS-CT-KEY
086400                 " - RUN STOPPED"
086500         MOVE 8 TO WS-RUN-RC
086600         GO TO 4100-EXIT
086700     END-IF.
086800     ADD 1 TO WS-CT-COUNT.
086900     MOVE WS-CT-COUNT TO WS-CT-IDX.
087000     MOVE WS-CT-KEY TO CT-KEY (WS-CT-IDX).
087100     MOVE SPACES TO CT-GROUP (WS-CT-IDX).
087200     MOVE 'N' TO CT-HAS-C (WS-CT-IDX).
087300     MOVE 'N' TO CT-HAS-T (WS-CT-IDX).
087400     MOVE ZERO TO CT-NET (WS-CT-IDX).
087500     MOVE ZERO TO CT-SALE (WS-CT-IDX).
087600     MOVE ZERO TO CT-RETURN (WS-CT-IDX).
087700     MOVE ZERO TO CT-ADJUST (WS-CT-IDX).
087800     MOVE ZERO TO CT-PRICE (WS-CT-IDX).
087900 4100-EXIT.
088000     EXIT.
088100
088200*----------------------------------------------------------------
088300*              4110-SCAN-CATEGORY-RTN
088400* TESTS ONE TABLE ENTRY AGAINST THE STAGED CATEGORY KEY.
088500*----------------------------------------------------------------
088600 4110-SCAN-CATEGORY-RTN.
088700     IF CT-KEY (WS-CT-IDX) = WS-CT-KEY
088800         SET CT-FOUND TO TRUE
088900     END-IF.
089000 4110-EXIT.
089100     EXIT.
089200
089300*----------------------------------------------------------------
089400*              4200-FIND-MAPPING-RTN
089500* FINDS THE MAPPING STAGED IN WS-MP-FIND-TYPE/-VALUE.  WHEN
089600* FOUND, WS-MP-IDX IS LEFT ON THE ENTRY.
089700*----------------------------------------------------------------
089800 4200-FIND-MAPPING-RTN.
089900     SET MP-NOT-FOUND TO TRUE.
090000     PERFORM 4210-SCAN-MAPPING-RTN THRU 4210-EXIT
090100         VARYING WS-MP-IDX FROM 1 BY 1
090200         UNTIL WS-MP-IDX > WS-MP-COUNT
090300            OR MP-FOUND.
090400     IF MP-FOUND
090500         SUBTRACT 1 FROM WS-MP-IDX
090600     END-IF.
090700 4200-EXIT.
090800     EXIT.
090900
091000*----------------------------------------------------------------
091100*              4210-SCAN-MAPPING-RTN
091200* TESTS ONE MAPPING ENTRY AGAINST THE STAGED TYPE AND KEY.
091300*----------------------------------------------------------------
091400 4210-SCAN-MAPPING-RTN.
091500     IF MP-TYPE (WS-MP-IDX) = WS-MP-FIND-TYPE
091600         AND MP-VALUE (WS-MP-IDX) = WS-MP-FIND-VALUE
091700         SET MP-FOUND TO TRUE
091800     END-IF.
091900 4210-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------------
092300*              4300-FIND-GROUP-RTN
092400* FINDS THE GROUP STAGED IN WS-GT-CODE IN THE GROUP TABLE,
092500* ADDING IT WITH ZERO TOTALS THE FIRST TIME IT IS SEEN.
092600* WS-GT-IDX IS LEFT ON THE ENTRY.  AN OVERFLOW IS A HARD STOP.
092700*----------------------------------------------------------------
092800 4300-FIND-GROUP-RTN.
092900     SET GT-NOT-FOUND TO TRUE.
093000     PERFORM 4310-SCAN-GROUP-RTN THRU 4310-EXIT
093100         VARYING WS-GT-IDX FROM 1 BY 1
093200         UNTIL WS-GT-IDX > WS-GT-COUNT
093300            OR GT-FOUND.
093400     IF GT-FOUND
093500         SUBTRACT 1 FROM WS-GT-IDX
093600         GO TO 4300-EXIT
093700     END-IF.
093800     IF WS-GT-COUNT >= WS-GT-MAX
093900         DISPLAY "GROUP TABLE OVERFLOWED AT " WS-GT-CODE
094000                 " - RUN STOPPED"
094100         MOVE 8 TO WS-RUN-RC
094200         GO TO 4300-EXIT
094300     END-IF.
094400     ADD 1 TO WS-GT-COUNT.
094500     MOVE WS-GT-COUNT TO WS-GT-IDX.
094600     MOVE WS-GT-CODE TO GT-CODE (WS-GT-IDX).
094700     MOVE 'N' TO GT-HAS-ROW (WS-GT-IDX).
094800     MOVE ZERO TO GT-ROW-TOTAL (WS-GT-IDX).
094900     MOVE ZERO TO GT-CAT-TOTAL (WS-GT-IDX).
095000 4300-EXIT.
095100     EXIT.
095200
095300*----------------------------------------------------------------
095400*              4310-SCAN-GROUP-RTN
095500* TESTS ONE GROUP ENTRY AGAINST THE STAGED GROUP CODE.
095600*----------------------------------------------------------------
095700 4310-SCAN-GROUP-RTN.
095800     IF GT-CODE (WS-GT-IDX) = WS-GT-CODE
095900         SET GT-FOUND TO TRUE
096000     END-IF.
096100 4310-EXIT.
096200     EXIT.
096300
096400*----------------------------------------------------------------
096500*              4900-ADD-JOURNAL-LINE-RTN
096600* ADDS THE LINE STAGED IN THE WS-NEW- FIELDS TO THE JOURNAL
096700* TABLE AND TO THE DEBIT OR CREDIT TOTAL.  A ZERO AMOUNT ADDS NO
096800* LINE.  AN OVERFLOW IS A HARD STOP.
096900*----------------------------------------------------------------
097000 4900-ADD-JOURNAL-LINE-RTN.
097100     IF WS-NEW-AMOUNT = ZERO
097200         GO TO 4900-EXIT
097300     END-IF.
097400     IF WS-JL-COUNT >= WS-JL-MAX
097500         DISPLAY "JOURNAL TABLE OVERFLOWED AT " WS-NEW-SOURCE
097600                 " - RUN STOPPED"
097700         MOVE 8 TO WS-RUN-RC
097800         GO TO 4900-EXIT
097900     END-IF.
098000     ADD 1 TO WS-JL-COUNT.
098100     MOVE WS-NEW-ACCOUNT TO JL-ACCOUNT (WS-JL-COUNT).
098200     MOVE WS-NEW-DR-CR TO JL-DR-CR (WS-JL-COUNT).
098300     MOVE WS-NEW-AMOUNT TO JL-AMOUNT (WS-JL-COUNT).
098400     MOVE WS-NEW-TYPE TO JL-TYPE (WS-JL-COUNT).
098500     MOVE WS-NEW-SOURCE TO JL-SOURCE (WS-JL-COUNT).
098600     IF WS-NEW-DR-CR = 'D'
098700         ADD WS-NEW-AMOUNT TO WS-DEBIT-TOTAL
098800     ELSE
098900         ADD WS-NEW-AMOUNT TO WS-CREDIT-TOTAL
099000     END-IF.
099100 4900-EXIT.
099200     EXIT.
099300
099400*----------------------------------------------------------------
099500*              5000-LIST-JOURNAL-RTN
099600* PRINTS EVERY JOURNAL LINE ON THE PROOF LISTING, WHETHER OR
099700* NOT THE JOURNAL IS WRITTEN, SO A REFUSED NIGHT SHOWS WHAT
099800* WOULD HAVE POSTED.
099900*----------------------------------------------------------------
100000 5000-LIST-JOURNAL-RTN.
100100     MOVE WS-JOURNAL-HEAD TO WS-OUT-LINE.
100200     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
100300     PERFORM 5100-LIST-JOURNAL-LINE-RTN THRU 5100-EXIT
100400         VARYING WS-JL-IDX FROM 1 BY 1
100500         UNTIL WS-JL-IDX > WS-JL-COUNT.
100600 5000-EXIT.
100700     EXIT.
100800
100900*----------------------------------------------------------------
101000*              5100-LIST-JOURNAL-LINE-RTN
101100* PRINTS ONE JOURNAL LINE, ITS AMOUNT IN THE DEBIT OR CREDIT
101200* COLUMN.
101300*----------------------------------------------------------------
101400 5100-LIST-JOURNAL-LINE-RTN.
101500     MOVE WS-JL-IDX TO JD-LINE-NO.
101600     MOVE JL-ACCOUNT (WS-JL-IDX) TO JD-ACCOUNT.
101700     IF JL-DR-CR (WS-JL-IDX) = 'D'
101800         MOVE JL-AMOUNT (WS-JL-IDX) TO JD-DEBIT
101900         MOVE SPACES TO JD-CREDIT-X
102000     ELSE
102100         MOVE SPACES TO JD-DEBIT-X
102200         MOVE JL-AMOUNT (WS-JL-IDX) TO JD-CREDIT
102300     END-IF.
102400     MOVE JL-TYPE (WS-JL-IDX) TO JD-TYPE.
102500     MOVE JL-SOURCE (WS-JL-IDX) TO JD-SOURCE.
102600     MOVE WS-JOURNAL-LINE TO WS-OUT-LINE.
102700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
102800 5100-EXIT.
102900     EXIT.
103000
103100*----------------------------------------------------------------
103200*              6000-PROVE-JOURNAL-RTN
103300* PRINTS THE SUMMARY PROOFS - THE 'T' ROWS AGAINST THE 'S',
103400* 'R', AND 'A' ROWS; THE 'T' ROWS' PRICE-BASIS AMOUNT AND THE
103500* SUMMARY COUNTS AGAINST THE 'B' ROW'S POSTED AMOUNT AND COUNT;
103600* AND THE JOURNAL'S DEBITS AGAINST ITS CREDITS - AND GRADES THE
103700* RUN.  ANY BREAK, HERE OR EARLIER, OR ANY UNMAPPED CATEGORY,
103800* IS RC=8.
103900*----------------------------------------------------------------
104000 6000-PROVE-JOURNAL-RTN.
104100     MOVE WS-PROOF-HEAD TO WS-OUT-LINE.
104200     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
104300     MOVE 'SALES (T VS S ROW)' TO WS-PF-LABEL.
104400     MOVE WS-S-AMOUNT TO WS-PF-EXPECTED.
104500     MOVE WS-T-SALE-TOTAL TO WS-PF-ACTUAL.
104600     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
104700     MOVE 'RETURNS (T VS R ROW)' TO WS-PF-LABEL.
104800     MOVE WS-R-AMOUNT TO WS-PF-EXPECTED.
104900     MOVE WS-T-RETURN-TOTAL TO WS-PF-ACTUAL.
105000     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
105100     MOVE 'ADJUSTMENTS (T VS A ROW)' TO WS-PF-LABEL.
105200     MOVE WS-A-AMOUNT TO WS-PF-EXPECTED.
105300     MOVE WS-T-ADJUST-TOTAL TO WS-PF-ACTUAL.
105400     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
105500     MOVE 'POSTED AMOUNT (B ROW)' TO WS-PF-LABEL.
105600     MOVE WS-B-POSTED-AMT TO WS-PF-EXPECTED.
105700     MOVE WS-T-PRICE-TOTAL TO WS-PF-ACTUAL.
105800     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
105900     MOVE 'POSTED COUNT (B ROW)' TO WS-PF-LABEL.
106000     MOVE WS-B-POSTED-COUNT TO WS-PF-EXPECTED.
106100     COMPUTE WS-PF-ACTUAL = WS-S-COUNT + WS-R-COUNT + WS-A-COUNT.
106200     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
106300     MOVE 'DEBITS = CREDITS' TO WS-PF-LABEL.
106400     MOVE WS-DEBIT-TOTAL TO WS-PF-EXPECTED.
106500     MOVE WS-CREDIT-TOTAL TO WS-PF-ACTUAL.
106600     PERFORM 6100-PRINT-PROOF-RTN THRU 6100-EXIT.
106700     IF WS-PROOF-BREAKS > ZERO
106800         OR WS-CAT-BREAK-COUNT > ZERO
106900         OR WS-GRP-BREAK-COUNT > ZERO
107000         OR WS-UNMAPPED-COUNT > ZERO
107100         MOVE 8 TO WS-RUN-RC
107200     END-IF.
107300 6000-EXIT.
107400     EXIT.
107500
107600*----------------------------------------------------------------
107700*              6100-PRINT-PROOF-RTN
107800* PRINTS ONE PROOF LINE FROM THE WS-PF- FIELDS, COUNTING A
107900* BREAK WHEN EXPECTED AND ACTUAL DIFFER.
108000*----------------------------------------------------------------
108100 6100-PRINT-PROOF-RTN.
108200     MOVE WS-PF-LABEL TO PF-LABEL.
108300     MOVE WS-PF-EXPECTED TO PF-EXPECTED.
108400     MOVE WS-PF-ACTUAL TO PF-ACTUAL.
108500     IF WS-PF-EXPECTED = WS-PF-ACTUAL
108600         MOVE 'OK' TO PF-RESULT
108700     ELSE
108800         MOVE 'BREAK' TO PF-RESULT
108900         ADD 1 TO WS-PROOF-BREAKS
109000         DISPLAY "PROOF BREAK - " WS-PF-LABEL
109100     END-IF.
109200     MOVE WS-PROOF-LINE TO WS-OUT-LINE.
109300     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
109400 6100-EXIT.
109500     EXIT.
109600
109700*----------------------------------------------------------------
109800*              7000-WRITE-JOURNAL-RTN
109900* WRITES THE PROVED JOURNAL - EVERY LINE, THEN THE TRAILER WITH
110000* THE LINE COUNT AND THE (EQUAL) DEBIT AND CREDIT TOTALS.
110100*----------------------------------------------------------------
110200 7000-WRITE-JOURNAL-RTN.
110300     OPEN OUTPUT JOURNAL-OUT.
110400     IF WS-GLJ-STATUS NOT = '00'
110500         DISPLAY "JOURNAL-OUT OPEN FAILED, STATUS " WS-GLJ-STATUS
110600         MOVE 8 TO WS-RUN-RC
110700         GO TO 7000-EXIT
110800     END-IF.
110900     PERFORM 7100-WRITE-JOURNAL-LINE-RTN THRU 7100-EXIT
111000         VARYING WS-JL-IDX FROM 1 BY 1
111100         UNTIL WS-JL-IDX > WS-JL-COUNT.
111200     MOVE SPACES TO GLJ-RECORD.
111300     SET GLJ-TRAILER-REC TO TRUE.
111400     MOVE WS-BUS-DATE TO GLJ-BUS-DATE.
111500     MOVE WS-JL-COUNT TO GLJ-LINE-COUNT.
111600     MOVE WS-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL.
111700     MOVE WS-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
111800     WRITE GLJ-RECORD.
111900     CLOSE JOURNAL-OUT.
112000 7000-EXIT.
112100     EXIT.
112200
112300*----------------------------------------------------------------
112400*              7100-WRITE-JOURNAL-LINE-RTN
112500* WRITES ONE JOURNAL LINE.
112600*----------------------------------------------------------------
112700 7100-WRITE-JOURNAL-LINE-RTN.
112800     MOVE SPACES TO GLJ-RECORD.
112900     SET GLJ-DETAIL-REC TO TRUE.
113000     MOVE WS-BUS-DATE TO GLJ-BUS-DATE.
113100     MOVE WS-JL-IDX TO GLJ-LINE-NO.
113200     MOVE JL-ACCOUNT (WS-JL-IDX) TO GLJ-ACCOUNT.
113300     MOVE JL-DR-CR (WS-JL-IDX) TO GLJ-DR-CR.
113400     MOVE JL-AMOUNT (WS-JL-IDX) TO GLJ-AMOUNT.
113500     MOVE JL-TYPE (WS-JL-IDX) TO GLJ-ENTRY-TYPE.
113600     MOVE JL-SOURCE (WS-JL-IDX) TO GLJ-SOURCE-KEY.
113700     WRITE GLJ-RECORD.
113800 7100-EXIT.
113900     EXIT.
114000
114100*----------------------------------------------------------------
114200*              8100-PRINT-LINE-RTN
114300* PRINTS THE LINE STAGED IN WS-OUT-LINE, STARTING A NEW PAGE
114400* FIRST WHEN THE CURRENT ONE IS FULL.
114500*----------------------------------------------------------------
114600 8100-PRINT-LINE-RTN.
114700     IF RPT-FILE-NOT-OPEN
114800         GO TO 8100-EXIT
114900     END-IF.
115000     IF WS-PAGE-NO = ZERO
115100         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
115200         PERFORM 8300-PRINT-HEADERS-RTN THRU 8300-EXIT
115300     END-IF.
115400     WRITE PRINT-LINE FROM WS-OUT-LINE.
115500     ADD 1 TO WS-LINES-ON-PAGE.
115600 8100-EXIT.
115700     EXIT.
115800
115900*----------------------------------------------------------------
116000*              8200-PRINT-NOTE-RTN
116100* PRINTS ONE BREAK OR UNMAPPED NOTE FROM NL-TEXT, NL-KEY, AND
116200* NL-DETAIL, AND ECHOES IT TO THE JOB LOG.
116300*----------------------------------------------------------------
116400 8200-PRINT-NOTE-RTN.
116500     DISPLAY NL-TEXT " " NL-KEY " " NL-DETAIL.
116600     MOVE WS-NOTE-LINE TO WS-OUT-LINE.
116700     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
116800 8200-EXIT.
116900     EXIT.
117000
117100*----------------------------------------------------------------
117200*              8300-PRINT-HEADERS-RTN
117300* STARTS A NEW PAGE - PAGE HEADER AND BUSINESS-DATE LINE.
117400*----------------------------------------------------------------
117500 8300-PRINT-HEADERS-RTN.
117600     ADD 1 TO WS-PAGE-NO.
117700     MOVE WS-RUN-DATE-ED TO H1-RUN-DATE.
117800     MOVE WS-PAGE-NO TO H1-PAGE-NO.
117900     MOVE WS-BUS-DATE TO H2-BUS-DATE.
118000     MOVE WS-OFFSET-ACCT TO H2-OFFSET-ACCT.
118100     WRITE PRINT-LINE FROM WS-HEADER-1.
118200     WRITE PRINT-LINE FROM WS-HEADER-2.
118300     MOVE ZERO TO WS-LINES-ON-PAGE.
118400 8300-EXIT.
118500     EXIT.
118600
118700*----------------------------------------------------------------
118800*              9000-TERMINATE-RTN
118900* PRINTS THE RUN COUNTS AND THE JOURNAL'S DISPOSITION, GRADES
119000* THE RETURN CODE, AND CLOSES THE LISTING.
119100*----------------------------------------------------------------
119200 9000-TERMINATE-RTN.
119300     MOVE 'CATEGORIES ON EXTRACT     ' TO TL-LABEL.
119400     MOVE WS-CT-COUNT TO TL-COUNT.
119500     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
119600     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
119700     MOVE 'JOURNAL LINES             ' TO TL-LABEL.
119800     MOVE WS-JL-COUNT TO TL-COUNT.
119900     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
120000     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
120100     MOVE 'CATEGORY BREAKS           ' TO TL-LABEL.
120200     MOVE WS-CAT-BREAK-COUNT TO TL-COUNT.
120300     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
120400     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
120500     MOVE 'GROUP BREAKS              ' TO TL-LABEL.
120600     MOVE WS-GRP-BREAK-COUNT TO TL-COUNT.
120700     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
120800     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
120900     MOVE 'UNMAPPED                  ' TO TL-LABEL.
121000     MOVE WS-UNMAPPED-COUNT TO TL-COUNT.
121100     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
121200     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
121300     MOVE 'SUMMARY PROOF BREAKS      ' TO TL-LABEL.
121400     MOVE WS-PROOF-BREAKS TO TL-COUNT.
121500     MOVE WS-TOTAL-LINE TO WS-OUT-LINE.
121600     PERFORM 8100-PRINT-LINE-RTN THRU 8100-EXIT.
121700     MOVE SPACES TO NL-KEY.
121800     MOVE SPACES TO NL-DETAIL.
121900     IF WS-RUN-RC < 8
122000         MOVE 'JOURNAL WRITTEN - IN BALANCE' TO NL-TEXT
122100     ELSE
122200         MOVE 'JOURNAL NOT WRITTEN - SEE BREAKS ABOVE'
122300             TO NL-TEXT
122400     END-IF.
122500     PERFORM 8200-PRINT-NOTE-RTN THRU 8200-EXIT.
122600     IF RPT-FILE-OPEN
122700         CLOSE REPORT-FILE
122800     END-IF.
122900     DISPLAY "Journal lines: " WS-JL-COUNT.
123000     DISPLAY "Run return code: " WS-RUN-RC.
123100     MOVE WS-RUN-RC TO RETURN-CODE.
123200 9000-EXIT.
123300     EXIT.
123400
123500*----------------------------------------------------------------
123600*                 9800-START-RUN-HISTORY-RTN
123700* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
123800* RECORD.
123900*----------------------------------------------------------------
124000 9800-START-RUN-HISTORY-RTN.
124100     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
124200     ACCEPT WS-RUNH-START-TIME FROM TIME.
124300 9800-EXIT.
124400     EXIT.
124500
124600*----------------------------------------------------------------
124700*                 9810-WRITE-RUN-HISTORY-RTN
124800* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
124900* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
125000* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
125100* THE BUSINESS DATE IS THE EXTRACT'S THROUGH DATE.  INPUT IS
125200* EXTRACT CATEGORIES, OUTPUT JOURNAL LINES, AND REJECTS THE
125300* UNMAPPED KEYS.
125400* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
125500* CHANGE THE STEP'S RETURN CODE.
125600*----------------------------------------------------------------
125700 9810-WRITE-RUN-HISTORY-RTN.
125800     OPEN EXTEND RUN-HISTORY-FILE.
125900     IF WS-RUNH-STATUS NOT = '00'
126000         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
126100                 WS-RUNH-STATUS
126200         GO TO 9810-EXIT
126300     END-IF.
126400     MOVE SPACES TO RUNH-RECORD.
126500     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
126600     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
126700     OPEN INPUT RUN-ID-FILE.
126800     IF WS-RHID-STATUS = '00'
126900         READ RUN-ID-FILE
127000             AT END
127100                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
127200                         "NOT KNOWN"
127300             NOT AT END
127400                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
127500                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
127600         END-READ
127700         CLOSE RUN-ID-FILE
127800     ELSE
127900         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
128000                 WS-RHID-STATUS
128100     END-IF.
128200     MOVE 'GLJRNL' TO RUNH-PROGRAM.
128300     IF WS-BUS-DATE > ZERO
128400         MOVE WS-BUS-DATE TO RUNH-BUS-DATE
128500     ELSE
128600         MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE
128700     END-IF.
128800     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
128900     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
129000     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
129100     ACCEPT RUNH-END-TIME FROM TIME.
129200     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
129300     MOVE WS-CT-COUNT TO RUNH-IN-COUNT.
129400     MOVE WS-JL-COUNT TO RUNH-OUT-COUNT.
129500     MOVE WS-UNMAPPED-COUNT TO RUNH-REJECT-COUNT.
129600     WRITE RUNH-RECORD.
129700     IF WS-RUNH-STATUS NOT = '00'
129800         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
129900                 WS-RUNH-STATUS
130000     END-IF.
130100     CLOSE RUN-HISTORY-FILE.
130200 9810-EXIT.
130300     EXIT.

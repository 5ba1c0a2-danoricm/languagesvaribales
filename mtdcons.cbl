002398*                  TWELVE-MONTH TREND REPORT CAN SPLIT
002399*                  CONCATENATED GENERATIONS CLEANLY INSTEAD OF
002401*                  GUESSING AT THE BOUNDARIES.
002411* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002421*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002431*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002436* 10/15/2026  DJM  PARM='RESTATE' RESTATES A CLOSED MONTH FOR A
002441*                  LATE PRIOR-PERIOD FEED.  THE MONTH'S MTD
002446*                  GENERATION (OR ITS LATEST RESTATEMENT) IS
002451*                  LOADED OFF MTDORIG, THE PRIOR-PERIOD EXTRACT ON
002456*                  EXTRIN IS ADDED ON TOP, AND A RESTATED MTD
002461*                  GENERATION IS WRITTEN UNDER THE ORIGINAL
002466*                  MONTH MARKER (FLAGGED 'R' WITH THE RESTATEMENT
002471*                  DATE AND TIME).  THE REPORT SHOWS ORIGINAL,
002476*                  LATE AND RESTATED TOTALS BY CATEGORY AND
002481*                  GROUP.  A NEW CATEGORY NOW STARTS AT ZERO ON
002483*                  ADD.
002488*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004500     SELECT REPORT-FILE ASSIGN TO "MTDRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.
004710     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS WS-RUNH-STATUS.
004740     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004750         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS WS-RHID-STATUS.
004765     SELECT MTD-ORIG-IN ASSIGN TO "MTDORIG"
004770         ORGANIZATION IS SEQUENTIAL
004775         ACCESS MODE IS SEQUENTIAL
004780         FILE STATUS IS WS-ORIG-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
010974         10  FILLER          PIC X(35).
010975     05  MTD-MRK-DETAIL REDEFINES MTD-CAT-DETAIL.
010976         10  MTD-MRK-DATE    PIC 9(08).
010977         10  MTD-MRK-RESTATED PIC X(01).
010979         10  MTD-MRK-RST-STAMP.
010980             15  MTD-MRK-RST-DATE PIC 9(08).
010981             15  MTD-MRK-RST-TIME PIC 9(08).
010982         10  FILLER          PIC X(25).
010983*----------------------------------------------------------------
010985* MTD-ORIG-IN - ON A RESTATEMENT RUN, THE CLOSED MONTH'S ORIGINAL
010987* MTD GENERATION FOLLOWED BY THE RESTATED GENERATIONS, IN THE
010989* MTD-FILE LAYOUT.  ONLY GENERATIONS CARRYING THE FIRST MONTH
010991* MARKER COUNT, AND THE LATEST RESTATEMENT STAMP AMONG THEM
010992* WINS WHATEVER ORDER THE GENERATIONS ARRIVE IN.
010993*----------------------------------------------------------------
010995 FD  MTD-ORIG-IN
010997     LABEL RECORDS ARE STANDARD.
010999 01  ORIG-RECORD.
011001     05  ORIG-RECORD-TYPE    PIC X(01).
011003         88  ORIG-CATEGORY-REC        VALUE 'C'.
011005         88  ORIG-DEPTCAT-REC         VALUE 'D'.
011007         88  ORIG-GROUP-REC           VALUE 'G'.
011009         88  ORIG-MARKER-REC          VALUE 'M'.
011011     05  ORIG-CAT-DETAIL.
011013         10  ORIG-CAT-KEY    PIC X(10).
011015         10  ORIG-CAT-DESC   PIC X(30).
011017         10  ORIG-CAT-TOTAL  PIC S9(07)V9(02)
011019                             SIGN LEADING SEPARATE.
011021     05  ORIG-DEPT-DETAIL REDEFINES ORIG-CAT-DETAIL.
011023         10  ORIG-DEPT-CODE  PIC X(04).
011025         10  ORIG-DEPT-CAT   PIC X(10).
011027         10  ORIG-DEPT-TOTAL PIC S9(07)V9(02)
011029                             SIGN LEADING SEPARATE.
011031         10  FILLER          PIC X(26).
011033     05  ORIG-GRP-DETAIL REDEFINES ORIG-CAT-DETAIL.
011035         10  ORIG-GRP-CODE   PIC X(03).
011037         10  ORIG-GRP-TOTAL  PIC S9(09)V9(02)
011039                             SIGN LEADING SEPARATE.
011041         10  FILLER          PIC X(35).
011043     05  ORIG-MRK-DETAIL REDEFINES ORIG-CAT-DETAIL.
011045         10  ORIG-MRK-DATE   PIC 9(08).
011047         10  ORIG-MRK-RESTATED PIC X(01).
011049         10  ORIG-MRK-RST-STAMP.
011050             15  ORIG-MRK-RST-DATE PIC 9(08).
011051             15  ORIG-MRK-RST-TIME PIC 9(08).
011052         10  FILLER          PIC X(25).
011062*----------------------------------------------------------------
011100* REPORT-FILE - PRINT LINES FOR THE MONTHLY SUMMARY REPORT.
011200*----------------------------------------------------------------
011300 FD  REPORT-FILE
011400     LABEL RECORDS ARE OMITTED.
011500 01  PRINT-LINE              PIC X(80).
011505*----------------------------------------------------------------
011510* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
011515* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
011520* NAMING THE JOB AND STEP.
011525*----------------------------------------------------------------
011530 FD  RUN-HISTORY-FILE
011535     LABEL RECORDS ARE STANDARD.
011540     COPY RUNHREC.
011545 FD  RUN-ID-FILE
011550     LABEL RECORDS ARE STANDARD.
011555     COPY RHIDREC.
011600
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------------
014100 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
014200     88  RPT-FILE-OPEN                 VALUE 'Y'.
014300     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
014310 01  WS-ORIG-STATUS       PIC X(02) VALUE '00'.
014320 01  WS-ORIG-EOF-SWITCH   PIC X(01) VALUE 'N'.
014330     88  ORIG-EOF-YES                  VALUE 'Y'.
014340     88  ORIG-EOF-NO                   VALUE 'N'.
014400*----------------------------------------------------------------
014500* MONTH-TO-DATE CATEGORY TABLE.  TOTALS ARE CARRIED AT THE
014600* EXTRACT FIELD'S OWN WIDTH - A MONTH THAT OVERFLOWS THE FIELD
015973     05  MTDG-TOTAL       PIC S9(9)V9(2) COMP-3 OCCURS 50 TIMES
015974                          VALUE ZERO.
016000*----------------------------------------------------------------
016001* RESTATEMENT CONTROLS - THE MONTH BEING RESTATED, THE ORIGINAL
016002* CATEGORY AND GROUP TOTALS (PARALLEL TO THE MTD AND GROUP
016003* TABLES), AND THE REPORT TOTALS.
016004*----------------------------------------------------------------
016005 01  WS-RESTATE-SWITCH    PIC X(01) VALUE 'N'.
016006     88  RESTATE-RUN                   VALUE 'Y'.
016007     88  CONSOLIDATION-RUN             VALUE 'N'.
016008 01  WS-ORIG-LOAD-SWITCH  PIC X(01) VALUE 'N'.
016009     88  ORIG-LOADING                  VALUE 'Y'.
016010     88  ORIG-SKIPPING                 VALUE 'N'.
016011 01  WS-ORIG-MRK-DATE     PIC 9(08) VALUE ZERO.
016012 01  WS-ORIG-MRK-GROUP REDEFINES WS-ORIG-MRK-DATE.
016013     05  WS-ORIG-MRK-YYYY     PIC 9(04).
016014     05  WS-ORIG-MRK-MM       PIC 9(02).
016015     05  WS-ORIG-MRK-DD       PIC 9(02).
016016 01  WS-ORIG-RST-STAMP    PIC X(16) VALUE LOW-VALUES.
016017 01  WS-REST-MONTH        PIC 9(06) VALUE ZERO.
016018 01  WS-REST-MONTH-GROUP REDEFINES WS-REST-MONTH.
016019     05  WS-REST-YYYY         PIC 9(04).
016020     05  WS-REST-MM           PIC 9(02).
016021 01  WS-BAL-MONTH         PIC 9(06) VALUE ZERO.
016022 77  WS-ORIG-READ-COUNT   PIC 9(07) VALUE ZERO.
016023 77  WS-ORIG-VERSION-COUNT PIC 9(03) VALUE ZERO.
016024 77  WS-BAL-ROW-COUNT     PIC 9(05) VALUE ZERO.
016025 77  WS-RST-CHANGED-COUNT PIC 9(05) VALUE ZERO.
016026 01  RST-ORIG-TABLE.
016028     05  RST-CAT-ORIG     PIC S9(7)V9(2) COMP-3 OCCURS 500 TIMES
016030                          VALUE ZERO.
016032     05  RST-GRP-ORIG     PIC S9(9)V9(2) COMP-3 OCCURS 50 TIMES
016034                          VALUE ZERO.
016036 01  WS-RST-LATE-AMT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
016038 01  WS-RST-ORIG-TOTAL    PIC S9(9)V9(2) COMP-3 VALUE ZERO.
016040 01  WS-RST-LATE-TOTAL    PIC S9(9)V9(2) COMP-3 VALUE ZERO.
016042 01  WS-RST-NEW-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
016044*----------------------------------------------------------------
016100* RUN COUNTERS AND RESTART CONTROLS.
016200*----------------------------------------------------------------
016300 77  WS-READ-COUNT        PIC 9(09) VALUE ZERO.
021350     05  FILLER               PIC X(11) VALUE ' SUBTOTAL ='.
021360     05  FILLER               PIC X(01) VALUE SPACES.
021370     05  GL-TOTAL             PIC -(9)9.99.
021372 01  WS-RST-HEADER-1.
021374     05  FILLER               PIC X(10) VALUE SPACES.
021376     05  FILLER               PIC X(30)
021378                        VALUE 'MONTH-TO-DATE RESTATEMENT'.
021380     05  FILLER               PIC X(10) VALUE SPACES.
021382     05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
021384     05  RH1-RUN-DATE         PIC X(10) VALUE SPACES.
021386     05  FILLER               PIC X(06) VALUE ' PAGE '.
021388     05  RH1-PAGE-NO          PIC ZZ9.
021390 01  WS-RST-HEADER-2.
021392     05  FILLER               PIC X(02) VALUE SPACES.
021394     05  FILLER               PIC X(16) VALUE 'MONTH RESTATED: '.
021396     05  RH2-MONTH            PIC 9(06).
021398     05  FILLER               PIC X(04) VALUE SPACES.
021400     05  FILLER               PIC X(16) VALUE 'MTD MARKER DATE '.
021402     05  RH2-MRK-DATE         PIC 9(08).
021404     05  FILLER               PIC X(04) VALUE SPACES.
021406     05  FILLER               PIC X(10) VALUE 'VERSIONS: '.
021408     05  RH2-VERSIONS         PIC ZZ9.
021410 01  WS-RST-HEADER-3.
021412     05  FILLER               PIC X(02) VALUE SPACES.
021414     05  FILLER               PIC X(11) VALUE 'CATEGORY'.
021416     05  FILLER               PIC X(21) VALUE 'DESCRIPTION'.
021418     05  FILLER               PIC X(14) VALUE '     ORIGINAL '.
021420     05  FILLER               PIC X(14) VALUE '         LATE '.
021422     05  FILLER               PIC X(13) VALUE '     RESTATED'.
021424 01  WS-RST-DETAIL-LINE.
021426     05  FILLER               PIC X(02) VALUE SPACES.
021428     05  RD-CATEGORY          PIC X(10).
021430     05  FILLER               PIC X(01) VALUE SPACES.
021432     05  RD-DESC              PIC X(20).
021434     05  FILLER               PIC X(01) VALUE SPACES.
021436     05  RD-ORIGINAL          PIC -(9)9.99.
021438     05  FILLER               PIC X(01) VALUE SPACES.
021440     05  RD-LATE              PIC -(9)9.99.
021442     05  FILLER               PIC X(01) VALUE SPACES.
021444     05  RD-RESTATED          PIC -(9)9.99.
021446 01  WS-RST-SUM-LINE.
021448     05  FILLER               PIC X(02) VALUE SPACES.
021450     05  RS-LABEL             PIC X(32).
021452     05  RS-ORIGINAL          PIC -(9)9.99.
021454     05  FILLER               PIC X(01) VALUE SPACES.
021456     05  RS-LATE              PIC -(9)9.99.
021458     05  FILLER               PIC X(01) VALUE SPACES.
021460     05  RS-RESTATED          PIC -(9)9.99.
021462*----------------------------------------------------------------
021464* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
021466* THING, FOR THE RECORD APPENDED AT THE END.
021468*----------------------------------------------------------------
021470 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
021472 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
021474 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
021476 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
021486
021500 LINKAGE SECTION.
021600 01  LK-RESTART-PARM.
021700     05  LK-PARM-LEN         PIC S9(4) COMP.
022300* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
022400*----------------------------------------------------------------
022500 0000-MAIN-LOGIC.
022510     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
022600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
022700     IF EXTR-FILE-OPEN AND WS-RUN-RC < 8
022800         PERFORM 2000-CONSOLIDATE-RTN THRU 2000-EXIT
022900     END-IF.
022910     IF RESTATE-RUN AND WS-RUN-RC < 8
022920         PERFORM 2900-PROVE-RESTATEMENT-RTN THRU 2900-EXIT
022930     END-IF.
023000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
023010     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
023100     STOP RUN.
023200
023300*----------------------------------------------------------------
023400*                      1000-INITIALIZE-RTN
023500* OPENS THE FILES AND, ON A PARM='RESTART' RUN, RELOADS THE
023600* LAST CHECKPOINT SNAPSHOT SO THE PASS RESUMES WHERE THE
023700* ABENDED RUN LEFT OFF.  ON A PARM='RESTATE' RUN IT LOADS THE
023710* CLOSED MONTH'S MTD GENERATION TO RESTATE (1300).
023800*----------------------------------------------------------------
023900 1000-INITIALIZE-RTN.
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024700     IF LK-PARM-LEN > 0
024800         IF LK-PARM-TEXT (1:7) = 'RESTART'
024900             SET RESTART-RUN TO TRUE
024910         END-IF
024920         IF LK-PARM-TEXT (1:7) = 'RESTATE'
024930             SET RESTATE-RUN TO TRUE
024940             DISPLAY "RESTATEMENT RUN - EXTRIN RESTATES MTDORIG"
025000         END-IF
025100     END-IF.
025200     OPEN INPUT EXTRACT-IN.
027800     END-IF.
027900     IF RESTART-RUN
028000         PERFORM 1100-RELOAD-CHECKPOINT-RTN THRU 1100-EXIT
028010     END-IF.
028020     IF RESTATE-RUN
028030         PERFORM 1300-LOAD-ORIGINAL-RTN THRU 1300-EXIT
028100     END-IF.
028200 1000-EXIT.
028300     EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------------
034801*              1300-LOAD-ORIGINAL-RTN
034802* LOADS THE MONTH BEING RESTATED OFF MTDORIG INTO THE MTD, GROUP
034803* AND DEPARTMENT TABLES AND KEEPS A COPY OF THE ORIGINAL
034804* CATEGORY AND GROUP TOTALS FOR THE REPORT.  THE FIRST MONTH
034805* MARKER NAMES THE MONTH; A GENERATION UNDER THE SAME MARKER
034806* WITH A LATER RESTATEMENT STAMP REPLACES WHAT WAS LOADED, SO
034807* RESTATEMENTS BUILD ON EACH OTHER.  THE MONTH RESTATED IS THE
034808* ONE BEFORE THE MARKER DATE - THE MONTH-END GENERATION IS CUT
034809* AFTER ITS MONTH CLOSES.
034810*----------------------------------------------------------------
034811 1300-LOAD-ORIGINAL-RTN.
034812     OPEN INPUT MTD-ORIG-IN.
034813     IF WS-ORIG-STATUS NOT = '00'
034814         DISPLAY "MTD-ORIG-IN OPEN FAILED, STATUS "
034815                 WS-ORIG-STATUS " - NOTHING TO RESTATE"
034816         MOVE 8 TO WS-RUN-RC
034817         GO TO 1300-EXIT
034818     END-IF.
034819     PERFORM 1310-READ-ORIGINAL-RTN THRU 1310-EXIT.
034820     PERFORM 1320-LOAD-ORIGINAL-ROW-RTN THRU 1320-EXIT
034821         UNTIL ORIG-EOF-YES.
034822     CLOSE MTD-ORIG-IN.
034823     DISPLAY "MTDORIG rows read: " WS-ORIG-READ-COUNT.
034824     IF WS-ORIG-MRK-DATE = ZERO
034825         DISPLAY "NO MONTH MARKER ON MTDORIG - NOTHING TO RESTATE"
034826         MOVE 8 TO WS-RUN-RC
034827         GO TO 1300-EXIT
034828     END-IF.
034829     IF WS-RUN-RC = 8
034830         GO TO 1300-EXIT
034831     END-IF.
034832     IF WS-ORIG-MRK-MM = 1
034833         COMPUTE WS-REST-YYYY = WS-ORIG-MRK-YYYY - 1
034834         MOVE 12 TO WS-REST-MM
034835     ELSE
034836         MOVE WS-ORIG-MRK-YYYY TO WS-REST-YYYY
034837         COMPUTE WS-REST-MM = WS-ORIG-MRK-MM - 1
034838     END-IF.
034839     DISPLAY "RESTATING MONTH " WS-REST-MONTH
034840             " - MTD MARKER " WS-ORIG-MRK-DATE
034841             ", VERSIONS LOADED " WS-ORIG-VERSION-COUNT.
034842     PERFORM 1330-KEEP-ORIG-CATEGORY-RTN THRU 1330-EXIT
034843         VARYING WS-MTD-IDX FROM 1 BY 1
034844         UNTIL WS-MTD-IDX > WS-MTD-COUNT.
034845     PERFORM 1340-KEEP-ORIG-GROUP-RTN THRU 1340-EXIT
034846         VARYING WS-MTDG-IDX FROM 1 BY 1
034847         UNTIL WS-MTDG-IDX > WS-MTDG-COUNT.
034848 1300-EXIT.
034849     EXIT.
034850
034851*----------------------------------------------------------------
034852*              1310-READ-ORIGINAL-RTN
034853* READS THE NEXT MTDORIG ROW, SETTING THE EOF SWITCH WHEN THE
034854* LAST CONCATENATED GENERATION IS EXHAUSTED.
034855*----------------------------------------------------------------
034856 1310-READ-ORIGINAL-RTN.
034857     READ MTD-ORIG-IN
034858         AT END
034859             SET ORIG-EOF-YES TO TRUE
034860         NOT AT END
034861             ADD 1 TO WS-ORIG-READ-COUNT
034862     END-READ.
034863 1310-EXIT.
034864     EXIT.
034865
034866*----------------------------------------------------------------
034867*              1320-LOAD-ORIGINAL-ROW-RTN
034868* APPLIES ONE MTDORIG ROW - A MARKER STARTS (OR RESTARTS) THE
034869* LOAD, OR SKIPS A GENERATION FOR ANOTHER MONTH OR AN OLDER
034870* RESTATEMENT THAN THE ONE ALREADY LOADED; 'C', 'G' AND 'D'
034871* ROWS OF A LOADED GENERATION RELOAD THE TABLES THE WAY A
034872* CHECKPOINT SNAPSHOT DOES - AND ADVANCES.
034873*----------------------------------------------------------------
034874 1320-LOAD-ORIGINAL-ROW-RTN.
034875     IF ORIG-MARKER-REC
034876         IF WS-ORIG-MRK-DATE = ZERO
034877             MOVE ORIG-MRK-DATE TO WS-ORIG-MRK-DATE
034878         END-IF
034879         IF ORIG-MRK-DATE = WS-ORIG-MRK-DATE
034880             AND ORIG-MRK-RST-STAMP NOT < WS-ORIG-RST-STAMP
034881             MOVE ORIG-MRK-RST-STAMP TO WS-ORIG-RST-STAMP
034882             MOVE ZERO TO WS-MTD-COUNT
034883             MOVE ZERO TO WS-MTDD-COUNT
034884             MOVE ZERO TO WS-MTDG-COUNT
034885             ADD 1 TO WS-ORIG-VERSION-COUNT
034886             SET ORIG-LOADING TO TRUE
034887             IF ORIG-MRK-RESTATED = 'R'
034888                 DISPLAY "RESTATEMENT OF " ORIG-MRK-RST-DATE
034889                         " " ORIG-MRK-RST-TIME " LOADED"
034890             END-IF
034891         ELSE
034892             SET ORIG-SKIPPING TO TRUE
034893         END-IF
034894         GO TO 1320-READ
034895     END-IF.
034896     IF ORIG-SKIPPING
034897         GO TO 1320-READ
034898     END-IF.
034899     IF ORIG-CATEGORY-REC
034900         IF WS-MTD-COUNT < WS-MTD-MAX
034901             ADD 1 TO WS-MTD-COUNT
034902             MOVE ORIG-CAT-KEY TO MTD-T-KEY (WS-MTD-COUNT)
034903             MOVE ORIG-CAT-DESC TO MTD-T-DESC (WS-MTD-COUNT)
034904             MOVE ORIG-CAT-TOTAL TO MTD-T-TOTAL (WS-MTD-COUNT)
034905         ELSE
034906             DISPLAY "MTD TABLE OVERFLOWED LOADING MTDORIG AT "
034907                     ORIG-CAT-KEY " - RUN STOPPED"
034908             MOVE 8 TO WS-RUN-RC
034909             SET ORIG-EOF-YES TO TRUE
034910             GO TO 1320-EXIT
034911         END-IF
034912     END-IF.
034913     IF ORIG-GROUP-REC
034914         IF WS-MTDG-COUNT < WS-MTDG-MAX
034915             ADD 1 TO WS-MTDG-COUNT
034916             MOVE ORIG-GRP-CODE TO MTDG-CODE (WS-MTDG-COUNT)
034917             MOVE ORIG-GRP-TOTAL TO MTDG-TOTAL (WS-MTDG-COUNT)
034918         ELSE
034919             DISPLAY "MTD GROUP TABLE OVERFLOWED LOADING MTDORIG "
034920                     "AT " ORIG-GRP-CODE " - RUN STOPPED"
034921             MOVE 8 TO WS-RUN-RC
034922             SET ORIG-EOF-YES TO TRUE
034923             GO TO 1320-EXIT
034924         END-IF
034925     END-IF.
034926     IF ORIG-DEPTCAT-REC
034927         IF WS-MTDD-COUNT < WS-MTDD-MAX
034928             ADD 1 TO WS-MTDD-COUNT
034929             MOVE ORIG-DEPT-CODE TO MTDD-DEPT (WS-MTDD-COUNT)
034930             MOVE ORIG-DEPT-CAT TO MTDD-CAT (WS-MTDD-COUNT)
034931             MOVE ORIG-DEPT-TOTAL TO MTDD-TOTAL (WS-MTDD-COUNT)
034932         ELSE
034933             DISPLAY "MTD DEPARTMENT TABLE OVERFLOWED LOADING "
034934                     "MTDORIG AT " ORIG-DEPT-CODE " "
034935                     ORIG-DEPT-CAT
034936                     " - RUN STOPPED"
034937             MOVE 8 TO WS-RUN-RC
034938             SET ORIG-EOF-YES TO TRUE
034939             GO TO 1320-EXIT
034940         END-IF
034941     END-IF.
034942 1320-READ.
034943     PERFORM 1310-READ-ORIGINAL-RTN THRU 1310-EXIT.
034944 1320-EXIT.
034945     EXIT.
034946
034947*----------------------------------------------------------------
034948*              1330-KEEP-ORIG-CATEGORY-RTN
034949* KEEPS ONE CATEGORY'S TOTAL AS LOADED, BEFORE THE LATE ROWS.
034950*----------------------------------------------------------------
034951 1330-KEEP-ORIG-CATEGORY-RTN.
034952     MOVE MTD-T-TOTAL (WS-MTD-IDX) TO RST-CAT-ORIG (WS-MTD-IDX).
034953 1330-EXIT.
034954     EXIT.
034955
034956*----------------------------------------------------------------
034957*              1340-KEEP-ORIG-GROUP-RTN
034958* KEEPS ONE GROUP'S SUBTOTAL AS LOADED, BEFORE THE LATE ROWS.
034959*----------------------------------------------------------------
034960 1340-KEEP-ORIG-GROUP-RTN.
034961     MOVE MTDG-TOTAL (WS-MTDG-IDX) TO RST-GRP-ORIG (WS-MTDG-IDX).
034962 1340-EXIT.
034963     EXIT.
034964
034965*----------------------------------------------------------------
034966*              2000-CONSOLIDATE-RTN
035000* READS THE MONTH'S EXTRACT ROWS AND ROLLS EACH INTO THE
035100* MONTH-TO-DATE ACCUMULATORS, CHECKPOINTING AT THE INTERVAL.
035200*----------------------------------------------------------------
037800* CATEGORY, 'E' ROWS INTO THE HEADCOUNT, 'S' ROWS AS THE
037900* ONE-PER-DAY MARKER - THEN CHECKPOINTS AT THE INTERVAL AND
038000* ADVANCES.  ON A RESTART, ROWS ALREADY CONSOLIDATED BY THE
038100* ABENDED RUN ARE SKIPPED WITHOUT BEING APPLIED.  ON A
038110* RESTATEMENT RUN EACH 'B' ROW IS PROVED TO BE FOR THE MONTH
038120* BEING RESTATED (2390).
038200*----------------------------------------------------------------
038300 2200-APPLY-ROW-RTN.
038400     IF RESTART-RUN AND WS-SKIP-COUNT > ZERO
038500         SUBTRACT 1 FROM WS-SKIP-COUNT
038800         PERFORM 2100-READ-EXTRACT-RTN THRU 2100-EXIT
038900         GO TO 2200-EXIT
038910     END-IF.
038920     IF RESTATE-RUN AND EXTR-BALANCE-REC
038930         PERFORM 2390-CHECK-BALANCE-ROW-RTN THRU 2390-EXIT
039000     END-IF.
039100     IF EXTR-CATEGORY-REC
039200         PERFORM 2300-APPLY-CATEGORY-RTN THRU 2300-EXIT
042900             MOVE WS-MTD-COUNT TO WS-MTD-IDX
043000             MOVE EXTR-CAT-KEY TO MTD-T-KEY (WS-MTD-IDX)
043100             MOVE EXTR-CAT-DESC TO MTD-T-DESC (WS-MTD-IDX)
043110             MOVE ZERO TO MTD-T-TOTAL (WS-MTD-IDX)
043200         ELSE
043300             DISPLAY "MTD TABLE OVERFLOWED AT " EXTR-CAT-KEY
043310                     " - RUN STOPPED"
046057     EXIT.
046058
046059*----------------------------------------------------------------
046060*              2390-CHECK-BALANCE-ROW-RTN
046061* PROVES A PRIOR-PERIOD EXTRACT'S 'B' ROW - ITS THROUGH BUSINESS
046062* DATE MUST FALL IN THE MONTH BEING RESTATED, OR THE FEED WAS
046063* POSTED FOR ANOTHER MONTH AND THE RUN STOPS.
046064*----------------------------------------------------------------
046065 2390-CHECK-BALANCE-ROW-RTN.
046066     ADD 1 TO WS-BAL-ROW-COUNT.
046067     COMPUTE WS-BAL-MONTH = EXTR-BAL-BUS-DATE / 100.
046068     IF WS-BAL-MONTH NOT = WS-REST-MONTH
046069         DISPLAY "EXTRACT FOR BUSINESS DATE " EXTR-BAL-BUS-DATE
046070                 " IS NOT FOR MONTH " WS-REST-MONTH
046071                 " - RUN STOPPED"
046072         MOVE 8 TO WS-RUN-RC
046073         SET EXTR-EOF-YES TO TRUE
046074     END-IF.
046075 2390-EXIT.
046076     EXIT.
046077
046078*----------------------------------------------------------------
046100*              2400-WRITE-CHECKPOINT-RTN
046200* APPENDS ONE FULL ACCUMULATOR SNAPSHOT TO CHECKPOINT-OUT -
046300* AN 'H' RECORD WITH THE COUNTERS, THEN ONE 'C' RECORD PER
049509     EXIT.
049510
049600*----------------------------------------------------------------
049602*              2900-PROVE-RESTATEMENT-RTN
049604* A RESTATEMENT NEEDS AT LEAST ONE PRIOR-PERIOD RUN ON EXTRIN -
049606* NO 'B' ROW MEANS THE LATE FEED NEVER POSTED.  COUNTS THE
049608* CATEGORIES THE LATE ROWS CHANGED.
049610*----------------------------------------------------------------
049612 2900-PROVE-RESTATEMENT-RTN.
049614     IF WS-BAL-ROW-COUNT = ZERO
049616         DISPLAY "NO BALANCE ROW ON EXTRIN - NOTHING RESTATED"
049618         MOVE 8 TO WS-RUN-RC
049620         GO TO 2900-EXIT
049622     END-IF.
049624     PERFORM 2910-COUNT-CHANGED-RTN THRU 2910-EXIT
049626         VARYING WS-MTD-IDX FROM 1 BY 1
049628         UNTIL WS-MTD-IDX > WS-MTD-COUNT.
049630     DISPLAY "Categories restated: " WS-RST-CHANGED-COUNT.
049632 2900-EXIT.
049634     EXIT.
049636
049638*----------------------------------------------------------------
049640*              2910-COUNT-CHANGED-RTN
049642* COUNTS ONE CATEGORY WHOSE TOTAL THE LATE ROWS CHANGED.
049644*----------------------------------------------------------------
049646 2910-COUNT-CHANGED-RTN.
049648     IF MTD-T-TOTAL (WS-MTD-IDX) NOT = RST-CAT-ORIG (WS-MTD-IDX)
049650         ADD 1 TO WS-RST-CHANGED-COUNT
049652     END-IF.
049654 2910-EXIT.
049656     EXIT.
049658
049660*----------------------------------------------------------------
049700*              9000-TERMINATE-RTN
049800* WRITES THE MONTH-TO-DATE TOTALS FILE AND FINAL CHECKPOINT,
049900* PRINTS THE MONTHLY SUMMARY, AND CLOSES WHATEVER OPENED.  A
049910* RESTATEMENT IS WRITTEN UNDER THE ORIGINAL MONTH MARKER,
049920* FLAGGED 'R' AND STAMPED WITH THE RUN DATE AND TIME, AND
049930* PRINTS THE RESTATEMENT REPORT (9300) IN PLACE OF THE MONTHLY
049940* SUMMARY.
050000*----------------------------------------------------------------
050100 9000-TERMINATE-RTN.
050200     PERFORM 2400-WRITE-CHECKPOINT-RTN THRU 2400-EXIT.
050310         MOVE SPACES TO MTD-RECORD
050320         MOVE 'M' TO MTD-RECORD-TYPE
050330         MOVE WS-RUN-DATE TO MTD-MRK-DATE
050331         IF RESTATE-RUN
050332             MOVE WS-ORIG-MRK-DATE TO MTD-MRK-DATE
050333             MOVE 'R' TO MTD-MRK-RESTATED
050334             MOVE WS-RUN-DATE TO MTD-MRK-RST-DATE
050336             ACCEPT MTD-MRK-RST-TIME FROM TIME
050338         END-IF
050340         WRITE MTD-RECORD
050400         PERFORM 9100-WRITE-MTD-RTN THRU 9100-EXIT
050500             VARYING WS-MTD-IDX FROM 1 BY 1
051100     ELSE
051200         MOVE ZERO TO WS-AVG-HEADCOUNT
051300     END-IF.
051400     IF RPT-FILE-OPEN AND CONSOLIDATION-RUN
051500         PERFORM 9200-PRINT-CATEGORY-RTN THRU 9200-EXIT
051600             VARYING WS-MTD-IDX FROM 1 BY 1
051700             UNTIL WS-MTD-IDX > WS-MTD-COUNT
052700         MOVE 'EXTRACT ROWS READ         ' TO TL-LABEL
052800         MOVE WS-READ-COUNT TO TL-COUNT
052900         WRITE PRINT-LINE FROM WS-TOTAL-LINE
052910     END-IF.
052920     IF RPT-FILE-OPEN AND RESTATE-RUN
052930         PERFORM 9300-PRINT-RESTATEMENT-RTN THRU 9300-EXIT
053000     END-IF.
053100     DISPLAY "Extract rows read: " WS-READ-COUNT.
053200     DISPLAY "Days consolidated: " WS-DAY-COUNT.
059496     ADD 1 TO WS-LINES-ON-PAGE.
059497 9230-EXIT.
059498     EXIT.
059499
059500*----------------------------------------------------------------
059501*              9300-PRINT-RESTATEMENT-RTN
059502* PRINTS THE RESTATEMENT REPORT - ORIGINAL, LATE AND RESTATED
059503* TOTALS FOR EACH CATEGORY AND MERCHANDISE GROUP, THE MONTH
059504* TOTAL OVER THE CATEGORIES, AND THE RUN COUNTS.
059505*----------------------------------------------------------------
059506 9300-PRINT-RESTATEMENT-RTN.
059507     PERFORM 9310-PRINT-RST-CATEGORY-RTN THRU 9310-EXIT
059508         VARYING WS-MTD-IDX FROM 1 BY 1
059509         UNTIL WS-MTD-IDX > WS-MTD-COUNT.
059510     PERFORM 9320-PRINT-RST-GROUP-RTN THRU 9320-EXIT
059511         VARYING WS-MTDG-IDX FROM 1 BY 1
059512         UNTIL WS-MTDG-IDX > WS-MTDG-COUNT.
059513     IF WS-PAGE-NO = ZERO
059514         PERFORM 9330-PRINT-RST-HEADERS-RTN THRU 9330-EXIT
059515     END-IF.
059516     MOVE 'MONTH TOTAL' TO RS-LABEL.
059517     MOVE WS-RST-ORIG-TOTAL TO RS-ORIGINAL.
059518     MOVE WS-RST-LATE-TOTAL TO RS-LATE.
059519     MOVE WS-RST-NEW-TOTAL TO RS-RESTATED.
059520     WRITE PRINT-LINE FROM WS-RST-SUM-LINE.
059521     MOVE 'CATEGORIES RESTATED       ' TO TL-LABEL.
059522     MOVE WS-RST-CHANGED-COUNT TO TL-COUNT.
059523     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
059524     MOVE 'PRIOR-PERIOD RUNS APPLIED ' TO TL-LABEL.
059525     MOVE WS-BAL-ROW-COUNT TO TL-COUNT.
059526     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
059527     MOVE 'EXTRACT ROWS READ         ' TO TL-LABEL.
059528     MOVE WS-READ-COUNT TO TL-COUNT.
059529     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
059530     IF WS-RUN-RC = 8
059531         MOVE 'NOT WRITTEN - RETURN CODE' TO TL-LABEL
059532         MOVE WS-RUN-RC TO TL-COUNT
059533         WRITE PRINT-LINE FROM WS-TOTAL-LINE
059534     END-IF.
059535 9300-EXIT.
059536     EXIT.
059537
059538*----------------------------------------------------------------
059539*              9310-PRINT-RST-CATEGORY-RTN
059540* PRINTS ONE CATEGORY'S RESTATEMENT LINE AND ADDS IT TO THE
059541* MONTH TOTAL, HEADING A NEW PAGE FIRST WHEN THE CURRENT PAGE IS
059542* FULL.
059543*----------------------------------------------------------------
059544 9310-PRINT-RST-CATEGORY-RTN.
059545     IF WS-PAGE-NO = ZERO
059546         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
059547         PERFORM 9330-PRINT-RST-HEADERS-RTN THRU 9330-EXIT
059548     END-IF.
059549     COMPUTE WS-RST-LATE-AMT =
059550         MTD-T-TOTAL (WS-MTD-IDX) - RST-CAT-ORIG (WS-MTD-IDX).
059551     ADD RST-CAT-ORIG (WS-MTD-IDX) TO WS-RST-ORIG-TOTAL.
059552     ADD WS-RST-LATE-AMT TO WS-RST-LATE-TOTAL.
059553     ADD MTD-T-TOTAL (WS-MTD-IDX) TO WS-RST-NEW-TOTAL.
059554     MOVE MTD-T-KEY (WS-MTD-IDX) TO RD-CATEGORY.
059555     MOVE MTD-T-DESC (WS-MTD-IDX) TO RD-DESC.
059556     MOVE RST-CAT-ORIG (WS-MTD-IDX) TO RD-ORIGINAL.
059557     MOVE WS-RST-LATE-AMT TO RD-LATE.
059558     MOVE MTD-T-TOTAL (WS-MTD-IDX) TO RD-RESTATED.
059559     WRITE PRINT-LINE FROM WS-RST-DETAIL-LINE.
059560     ADD 1 TO WS-LINES-ON-PAGE.
059561 9310-EXIT.
059562     EXIT.
059563
059564*----------------------------------------------------------------
059565*              9320-PRINT-RST-GROUP-RTN
059566* PRINTS ONE MERCHANDISE GROUP'S RESTATEMENT LINE, HEADING A NEW
059567* PAGE FIRST WHEN THE CURRENT PAGE IS FULL.
059568*----------------------------------------------------------------
059569 9320-PRINT-RST-GROUP-RTN.
059570     IF WS-PAGE-NO = ZERO
059571         OR WS-LINES-ON-PAGE >= WS-MAX-LINES
059572         PERFORM 9330-PRINT-RST-HEADERS-RTN THRU 9330-EXIT
059573     END-IF.
059574     COMPUTE WS-RST-LATE-AMT =
059575         MTDG-TOTAL (WS-MTDG-IDX) - RST-GRP-ORIG (WS-MTDG-IDX).
059576     MOVE SPACES TO RS-LABEL.
059577     MOVE 'GROUP' TO RS-LABEL (1:5).
059578     MOVE MTDG-CODE (WS-MTDG-IDX) TO RS-LABEL (7:3).
059579     MOVE RST-GRP-ORIG (WS-MTDG-IDX) TO RS-ORIGINAL.
059580     MOVE WS-RST-LATE-AMT TO RS-LATE.
059581     MOVE MTDG-TOTAL (WS-MTDG-IDX) TO RS-RESTATED.
059582     WRITE PRINT-LINE FROM WS-RST-SUM-LINE.
059583     ADD 1 TO WS-LINES-ON-PAGE.
059584 9320-EXIT.
059585     EXIT.
059586
059587*----------------------------------------------------------------
059588*              9330-PRINT-RST-HEADERS-RTN
059589* STARTS A NEW RESTATEMENT PAGE - PAGE HEADER, THE MONTH AND
059590* MARKER BEING RESTATED, AND COLUMN TITLES.
059591*----------------------------------------------------------------
059592 9330-PRINT-RST-HEADERS-RTN.
059593     ADD 1 TO WS-PAGE-NO.
059594     MOVE WS-RUN-DATE-ED TO RH1-RUN-DATE.
059595     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
059596     MOVE WS-REST-MONTH TO RH2-MONTH.
059597     MOVE WS-ORIG-MRK-DATE TO RH2-MRK-DATE.
059598     MOVE WS-ORIG-VERSION-COUNT TO RH2-VERSIONS.
059599     WRITE PRINT-LINE FROM WS-RST-HEADER-1.
059600     WRITE PRINT-LINE FROM WS-RST-HEADER-2.
059601     WRITE PRINT-LINE FROM WS-RST-HEADER-3.
059602     MOVE ZERO TO WS-LINES-ON-PAGE.
059603 9330-EXIT.
059604     EXIT.
059605
059698*----------------------------------------------------------------
059798*                 9800-START-RUN-HISTORY-RTN
059898* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
059998* RECORD.
060098*----------------------------------------------------------------
060198 9800-START-RUN-HISTORY-RTN.
060298     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
060398     ACCEPT WS-RUNH-START-TIME FROM TIME.
060498 9800-EXIT.
060598     EXIT.
060698
060798*----------------------------------------------------------------
060898*                 9810-WRITE-RUN-HISTORY-RTN
060998* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
061098* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
061198* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
061298* INPUT IS EXTRACT ROWS READ AND OUTPUT THE CATEGORIES
061398* CONSOLIDATED; NOTHING IS REJECTED.
061498* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
061598* CHANGE THE STEP'S RETURN CODE.
061698*----------------------------------------------------------------
061798 9810-WRITE-RUN-HISTORY-RTN.
061898     OPEN EXTEND RUN-HISTORY-FILE.
061998     IF WS-RUNH-STATUS NOT = '00'
062098         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
062198                 WS-RUNH-STATUS
062298         GO TO 9810-EXIT
062398     END-IF.
062498     MOVE SPACES TO RUNH-RECORD.
062598     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
062698     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
062798     OPEN INPUT RUN-ID-FILE.
062898     IF WS-RHID-STATUS = '00'
062998         READ RUN-ID-FILE
063098             AT END
063198                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
063298                         "NOT KNOWN"
063398             NOT AT END
063498                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
063598                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
063698         END-READ
063798         CLOSE RUN-ID-FILE
063898     ELSE
063998         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
064098                 WS-RHID-STATUS
064198     END-IF.
064298     MOVE 'MTDCONS' TO RUNH-PROGRAM.
064398     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
064498     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
064598     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
064698     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
064798     ACCEPT RUNH-END-TIME FROM TIME.
064898     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
064998     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
065098     MOVE WS-MTD-COUNT TO RUNH-OUT-COUNT.
065198     MOVE ZERO TO RUNH-REJECT-COUNT.
065298     WRITE RUNH-RECORD.
065398     IF WS-RUNH-STATUS NOT = '00'
065498         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
065598                 WS-RUNH-STATUS
065698     END-IF.
065798     CLOSE RUN-HISTORY-FILE.
065898 9810-EXIT.
065998     EXIT.

002113*                  REJECTED DETAIL'S QTY AND UNIT PRICE FOR THE
002114*                  RECONCILIATION STEP, AND THE CARRY FILE
002115*                  ROLLS THEM FORWARD UNCHANGED.
002120* 10/15/2026  DJM  EXCEPTION AND CARRY RECORDS NOW CARRY THE
002125*                  EMPLOYEE NUMBER, AND EMPLOYEE CORRECTIONS AND
002130*                  THE RECYCLED MAINTENANCE TRANSACTIONS CARRY IT
002135*                  IN THE EMPMAINT LAYOUT.  AN EMPLOYEE EXCEPTION
002140*                  WITH A NUMBER ONLY MATCHES A CORRECTION FOR
002145*                  THE SAME NUMBER, AND THE NUMBER FACES THE
002150*                  SAME ADD/CHANGE/DELETE EDIT EMPMAINT APPLIES.
002155* 10/15/2026  DJM  TRANSACTION CORRECTIONS AND THE RECYCLED
002160*                  DETAILS NOW CARRY THE SELLING EMPLOYEE'S
002165*                  NUMBER, EDITED AS THE NIGHTLY PASS DOES (ONLY
002170*                  AN ADJUSTMENT MAY CARRY ZERO).  THE NUMBER A
002175*                  TRANSACTION EXCEPTION NOW CARRIES IS ITS
002180*                  SELLER, SO ONLY EMPLOYEE CORRECTIONS MATCH ON
002185*                  IT.
002186* 10/15/2026  DJM  THE DEPARTMENT ON EMPLOYEE AND TRANSACTION
002187*                  CORRECTIONS IS NOW PROVED AGAINST THE NEW
002188*                  DEPARTMENT REFERENCE MASTER (DEPTMAST) THE SAME
002189*                  WAY THE NIGHTLY STEPS PROVE IT - NOT ON FILE IS
002190*                  STILL BAD, AND SO IS A CLOSED DEPARTMENT ON
002191*                  A TRANSACTION OR AN EMPLOYEE ADD.  A CHANGE
002192*                  INTO A CLOSED DEPARTMENT IS LEFT FOR EMPMAINT,
002193*                  WHICH HAS THE MASTER RECORD TO COMPARE.  IF THE
002194*                  MASTER CANNOT BE OPENED THE EDIT IS SKIPPED,
002195*                  AS THE CATEGORY EDIT IS.
002196* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002197*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002198*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002199*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-CATM-STATUS.
004110     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
004120         ORGANIZATION IS SEQUENTIAL
004130         ACCESS MODE IS SEQUENTIAL
004140         FILE STATUS IS WS-DEPT-STATUS.
004200     SELECT CARRY-OUT ASSIGN TO "CARRYOUT"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
005400     SELECT REPORT-FILE ASSIGN TO "RCYRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.
005610     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005620         ORGANIZATION IS SEQUENTIAL
005630         FILE STATUS IS WS-RUNH-STATUS.
005640     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
005650         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS WS-RHID-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
007000     05  EXCI-REASON-TEXT    PIC X(40).
007010     05  EXCI-TRANS-QTY      PIC 9(03).
007020     05  EXCI-TRANS-PRICE    PIC 9(04)V9(02).
007030     05  EXCI-EMP-NO         PIC 9(05).
007100*----------------------------------------------------------------
007200* CARRY-IN - EXCEPTIONS CARRIED FORWARD FROM EARLIER RECYCLE
007300* RUNS, WITH THE AGING COUNT OF RUNS THEY HAVE BEEN SITTING.
008100     05  CRYI-REASON-TEXT    PIC X(40).
008110     05  CRYI-TRANS-QTY      PIC 9(03).
008120     05  CRYI-TRANS-PRICE    PIC 9(04)V9(02).
008130     05  CRYI-EMP-NO         PIC 9(05).
008200     05  CRYI-AGE-COUNT      PIC 9(03).
008300*----------------------------------------------------------------
008400* CORRECTION-FILE - OPERATOR-PREPARED CORRECTIONS.  MATCHED TO
008500* AN EXCEPTION BY NAME AND REASON CODE (AND, FOR AN EMPLOYEE
008510* EXCEPTION CARRYING ONE, BY EMPLOYEE NUMBER); THE ITEM TYPE SAYS
008600* WHETHER THE CORRECTED DATA IS AN EMPLOYEE MAINTENANCE ITEM
008700* OR A SALES TRANSACTION.
008800*----------------------------------------------------------------
009400     05  CORR-ITEM-TYPE      PIC X(01).
009500         88  CORR-EMPLOYEE-ITEM       VALUE 'E'.
009600         88  CORR-TRANS-ITEM          VALUE 'T'.
009700     05  CORR-ITEM-DATA      PIC X(61).
009810*----------------------------------------------------------------
009820* BUSINESS-CALENDAR - SAME CALENDAR FILE DATAVAR READS, USED
009830* HERE TO STAMP THE GENERATED SEGMENT HEADER WITH THE EXPECTED
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CATMREC.
010900*----------------------------------------------------------------
010910* DEPARTMENT-MASTER - THE DEPARTMENT REFERENCE FILE THE NIGHTLY
010920* EMPLOYEE AND TRANSACTION EDITS PROVE AGAINST.
010930*----------------------------------------------------------------
010940 FD  DEPARTMENT-MASTER
010950     LABEL RECORDS ARE STANDARD.
010960     COPY DEPTREC.
010970*----------------------------------------------------------------
011000* CARRY-OUT - STILL-BAD ITEMS, AGED BY ONE MORE RUN.
011100*----------------------------------------------------------------
011200 FD  CARRY-OUT
011800     05  CRYO-REASON-TEXT    PIC X(40).
011810     05  CRYO-TRANS-QTY      PIC 9(03).
011820     05  CRYO-TRANS-PRICE    PIC 9(04)V9(02).
011830     05  CRYO-EMP-NO         PIC 9(05).
011900     05  CRYO-AGE-COUNT      PIC 9(03).
012000*----------------------------------------------------------------
012100* RECYCLE-MAINT - CLEAN EMPLOYEE CORRECTIONS, IN THE EMPMAINT
012600     LABEL RECORDS ARE STANDARD.
012700 01  RMNT-RECORD.
012800     05  RMNT-ACTION-CODE    PIC X(01).
012810     05  RMNT-EMP-NO         PIC 9(05).
012900     05  RMNT-EMP-NAME       PIC X(20).
013000     05  RMNT-EMP-AGE        PIC 9(02).
013010     05  RMNT-EMP-DEPT       PIC X(04).
014400         10  RTRN-QTY        PIC 9(03).
014500         10  RTRN-PRICE      PIC 9(04)V9(02).
014510         10  RTRN-DEPT       PIC X(04).
014600         10  RTRN-EMP-NO     PIC 9(05).
014700     05  RTRN-HDR REDEFINES RTRN-DETAIL.
014800         10  RTRN-HDR-DATE   PIC 9(08).
014900         10  RTRN-HDR-SOURCE PIC X(08).
015800 FD  REPORT-FILE
015900     LABEL RECORDS ARE OMITTED.
016000 01  PRINT-LINE              PIC X(80).
016005*----------------------------------------------------------------
016010* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
016015* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
016020* NAMING THE JOB AND STEP.
016025*----------------------------------------------------------------
016030 FD  RUN-HISTORY-FILE
016035     LABEL RECORDS ARE STANDARD.
016040     COPY RUNHREC.
016045 FD  RUN-ID-FILE
016050     LABEL RECORDS ARE STANDARD.
016055     COPY RHIDREC.
016100
016200 WORKING-STORAGE SECTION.
016300*----------------------------------------------------------------
021700         10  CORR-T-NAME     PIC X(20).
021800         10  CORR-T-REASON   PIC X(04).
021900         10  CORR-T-TYPE     PIC X(01).
022000         10  CORR-T-DATA     PIC X(61).
022010         10  CORR-T-EMP-NO   PIC 9(05).
022100         10  CORR-T-USED     PIC X(01).
022200*----------------------------------------------------------------
022300* CORRECTED-ITEM WORK AREA - THE MATCHED CORRECTION'S DATA,
022400* VIEWED AS AN EMPLOYEE MAINTENANCE ITEM OR A TRANSACTION.
022500*----------------------------------------------------------------
022600 01  WS-CORR-DATA         PIC X(61) VALUE SPACES.
022700 01  WS-CORR-EMP-VIEW REDEFINES WS-CORR-DATA.
022800     05  WCE-ACTION       PIC X(01).
022810     05  WCE-EMP-NO       PIC 9(05).
022900     05  WCE-NAME         PIC X(20).
023000     05  WCE-AGE          PIC 9(02).
023010     05  WCE-DEPT         PIC X(04).
023500     05  WCT-QTY          PIC 9(03).
023600     05  WCT-PRICE        PIC 9(04)V9(02).
023610     05  WCT-DEPT         PIC X(04).
023620     05  WCT-EMP-NO       PIC 9(05).
023700     05  FILLER           PIC X(32).
023800*----------------------------------------------------------------
023900* CATEGORY-MASTER REFERENCE TABLE - SAME EDIT DATAVAR APPLIES.
025210     05  CAT-REF-EFF-FROM PIC 9(08) OCCURS 500 TIMES VALUE ZERO.
025220     05  CAT-REF-EFF-TO   PIC 9(08) OCCURS 500 TIMES VALUE ZERO.
025300*----------------------------------------------------------------
025302* DEPARTMENT-MASTER REFERENCE TABLE - SAME EDIT EMPMAINT AND
025304* DATAVAR APPLY.
025306*----------------------------------------------------------------
025308 01  WS-DEPT-STATUS       PIC X(02) VALUE '00'.
025310 01  WS-DEPT-EOF-SWITCH   PIC X(01) VALUE 'N'.
025312     88  DEPT-EOF-YES                  VALUE 'Y'.
025314     88  DEPT-EOF-NO                   VALUE 'N'.
025316 01  WS-DPTREF-LOAD-SW    PIC X(01) VALUE 'N'.
025318     88  DPTREF-LOADED                 VALUE 'Y'.
025320     88  DPTREF-NOT-LOADED             VALUE 'N'.
025322 01  WS-DPTREF-COUNT      PIC 9(03) COMP VALUE ZERO.
025324 01  WS-DPTREF-MAX        PIC 9(03) COMP VALUE 500.
025326 01  WS-DPTREF-IDX        PIC 9(03) COMP VALUE ZERO.
025328 01  WS-DPTREF-KEY        PIC X(04) VALUE SPACES.
025330 01  WS-DPTREF-SWITCH     PIC X(01) VALUE 'N'.
025332     88  DPTREF-FOUND                  VALUE 'Y'.
025334     88  DPTREF-NOT-FOUND              VALUE 'N'.
025336 01  DPT-REF.
025338     05  DPT-REF-CODE     PIC X(04) OCCURS 500 TIMES VALUE SPACES.
025340     05  DPT-REF-FLAG     PIC X(01) OCCURS 500 TIMES VALUE SPACES.
025342*----------------------------------------------------------------
025400* CURRENT-ITEM STAGING - ONE EXCEPTION BEING RECYCLED, WHETHER
025500* IT CAME FROM THE NIGHTLY FILE OR THE CARRY-FORWARD FILE.
025600*----------------------------------------------------------------
026000 01  WS-CUR-REASON-TEXT   PIC X(40) VALUE SPACES.
026010 01  WS-CUR-QTY           PIC 9(03) VALUE ZERO.
026020 01  WS-CUR-PRICE         PIC 9(04)V9(02) VALUE ZERO.
026030 01  WS-CUR-EMP-NO        PIC 9(05) VALUE ZERO.
026100 01  WS-CUR-AGING         PIC 9(03) VALUE ZERO.
026200 01  WS-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
026300     88  CORRECTION-CLEAN              VALUE 'Y'.
032900     05  TL-LABEL             PIC X(26).
033000     05  FILLER               PIC X(03) VALUE '= '.
033100     05  TL-COUNT             PIC ZZZZ9.
033110*----------------------------------------------------------------
033120* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
033130* THING, FOR THE RECORD APPENDED AT THE END.
033140*----------------------------------------------------------------
033150 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
033160 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
033170 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
033180 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
033200
033300 PROCEDURE DIVISION.
033400*----------------------------------------------------------------
033600* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
033700*----------------------------------------------------------------
033800 0000-MAIN-LOGIC.
033810     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
033900     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
034000     IF EXCI-FILE-OPEN
034100         PERFORM 2000-PROCESS-NEW-EXCEPTIONS-RTN THRU 2000-EXIT
034400         PERFORM 3000-PROCESS-CARRIED-RTN THRU 3000-EXIT
034500     END-IF.
034600     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
034610     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
034700     STOP RUN.
034800
034900*----------------------------------------------------------------
040400     END-IF.
040500     PERFORM 1100-LOAD-CORRECTIONS-RTN THRU 1100-EXIT.
040600     PERFORM 1200-LOAD-CATEGORY-MASTER-RTN THRU 1200-EXIT.
040605     PERFORM 1250-LOAD-DEPARTMENT-MASTER-RTN THRU 1250-EXIT.
040610     PERFORM 1300-SET-EXPECTED-DATE-RTN THRU 1300-EXIT.
040700     PERFORM 5200-WRITE-TRANS-HEADER-RTN THRU 5200-EXIT.
040800 1000-EXIT.
045300         MOVE CORR-ITEM-TYPE TO CORR-T-TYPE (WS-CORR-COUNT)
045400         MOVE CORR-ITEM-DATA TO CORR-T-DATA (WS-CORR-COUNT)
045500         MOVE 'N' TO CORR-T-USED (WS-CORR-COUNT)
045510         MOVE ZERO TO CORR-T-EMP-NO (WS-CORR-COUNT)
045520         IF CORR-EMPLOYEE-ITEM
045530             MOVE CORR-ITEM-DATA TO WS-CORR-DATA
045540             IF WCE-EMP-NO NUMERIC
045550                 MOVE WCE-EMP-NO TO CORR-T-EMP-NO (WS-CORR-COUNT)
045560             END-IF
045570         END-IF
045600     ELSE
045700         DISPLAY "CORRECTION TABLE FULL, DROPPING "
045800                 CORR-MATCH-NAME
051000     END-IF.
051100     PERFORM 1210-READ-CATEGORY-RTN THRU 1210-EXIT.
051200 1220-EXIT.
051201     EXIT.
051202*----------------------------------------------------------------
051203*              1250-LOAD-DEPARTMENT-MASTER-RTN
051204* LOADS THE DEPARTMENT-MASTER INTO DPT-REF SO CORRECTED
051205* DEPARTMENTS FACE THE SAME EDIT AS THE NIGHTLY STEPS.  IF THE
051206* MASTER CANNOT BE OPENED THE DEPARTMENT EDIT IS SKIPPED, AS THE
051207* CATEGORY EDIT IS - THE NIGHTLY STEPS STILL CATCH A BAD ONE.
051208*----------------------------------------------------------------
051209 1250-LOAD-DEPARTMENT-MASTER-RTN.
051210     OPEN INPUT DEPARTMENT-MASTER.
051211     IF WS-DEPT-STATUS NOT = '00'
051212         DISPLAY "DEPARTMENT-MASTER OPEN FAILED, STATUS "
051213                 WS-DEPT-STATUS
051214         GO TO 1250-EXIT
051215     END-IF.
051216     PERFORM 1260-READ-DEPARTMENT-RTN THRU 1260-EXIT.
051217     PERFORM 1270-STORE-DEPARTMENT-RTN THRU 1270-EXIT
051218         UNTIL DEPT-EOF-YES.
051219     CLOSE DEPARTMENT-MASTER.
051220     SET DPTREF-LOADED TO TRUE.
051221 1250-EXIT.
051222     EXIT.
051223
051224*----------------------------------------------------------------
051225*              1260-READ-DEPARTMENT-RTN
051226* READS THE NEXT DEPARTMENT-MASTER RECORD, SETTING THE EOF
051227* SWITCH WHEN THE FILE IS EXHAUSTED.
051228*----------------------------------------------------------------
051229 1260-READ-DEPARTMENT-RTN.
051230     READ DEPARTMENT-MASTER
051231         AT END
051232             SET DEPT-EOF-YES TO TRUE
051233     END-READ.
051234 1260-EXIT.
051235     EXIT.
051236
051237*----------------------------------------------------------------
051238*              1270-STORE-DEPARTMENT-RTN
051239* STORES ONE DEPARTMENT-MASTER RECORD INTO DPT-REF AND ADVANCES.
051240*----------------------------------------------------------------
051241 1270-STORE-DEPARTMENT-RTN.
051242     IF WS-DPTREF-COUNT < WS-DPTREF-MAX
051243         ADD 1 TO WS-DPTREF-COUNT
051244         MOVE DEPT-CODE TO DPT-REF-CODE (WS-DPTREF-COUNT)
051245         MOVE DEPT-ACTIVE-FLAG TO DPT-REF-FLAG (WS-DPTREF-COUNT)
051246     ELSE
051247         DISPLAY "DEPARTMENT TABLE OVERFLOWED AT " DEPT-CODE
051248                 " - RUN STOPPED"
051249         MOVE 8 TO WS-RUN-RC
051250         SET DEPT-EOF-YES TO TRUE
051251     END-IF.
051252     PERFORM 1260-READ-DEPARTMENT-RTN THRU 1260-EXIT.
051253 1270-EXIT.
051300     EXIT.
051400
051410*----------------------------------------------------------------
055080     ELSE
055090         MOVE ZERO TO WS-CUR-PRICE
055091     END-IF.
055092     IF EXCI-EMP-NO NUMERIC
055093         MOVE EXCI-EMP-NO TO WS-CUR-EMP-NO
055094     ELSE
055095         MOVE ZERO TO WS-CUR-EMP-NO
055096     END-IF.
055100     MOVE 1 TO WS-CUR-AGING.
055200     PERFORM 4000-RECYCLE-ITEM-RTN THRU 4000-EXIT.
055300     PERFORM 2100-READ-NEW-EXCEPTION-RTN THRU 2100-EXIT.
059280     ELSE
059290         MOVE ZERO TO WS-CUR-PRICE
059291     END-IF.
059292     IF CRYI-EMP-NO NUMERIC
059293         MOVE CRYI-EMP-NO TO WS-CUR-EMP-NO
059294     ELSE
059295         MOVE ZERO TO WS-CUR-EMP-NO
059296     END-IF.
059300     COMPUTE WS-CUR-AGING = CRYI-AGE-COUNT + 1.
059400     PERFORM 4000-RECYCLE-ITEM-RTN THRU 4000-EXIT.
059500     PERFORM 3100-READ-CARRIED-RTN THRU 3100-EXIT.
064100*----------------------------------------------------------------
064200*              4100-FIND-CORRECTION-RTN
064300* SCANS THE CORRECTION TABLE FOR AN UNUSED ENTRY MATCHING THE
064400* STAGED EXCEPTION'S NAME AND REASON CODE - AND ITS EMPLOYEE
064500* NUMBER, WHEN IT CARRIES ONE.  ON A MATCH, WS-CORR-IDX IS LEFT
064510* ON THE MATCHED ENTRY.
064600*----------------------------------------------------------------
064700 4100-FIND-CORRECTION-RTN.
064800     SET CORRECTION-NOT-FOUND TO TRUE.
065900*----------------------------------------------------------------
066000*              4110-SCAN-CORRECTION-RTN
066100* TESTS ONE CORRECTION-TABLE ENTRY AGAINST THE STAGED
066200* EXCEPTION.  THE EMPLOYEE NUMBER ONLY HAS TO AGREE FOR AN
066210* EMPLOYEE CORRECTION - ON A TRANSACTION EXCEPTION IT IS THE
066220* SELLER, WHICH THE CORRECTION ITSELF MAY BE FIXING.
066300*----------------------------------------------------------------
066400 4110-SCAN-CORRECTION-RTN.
066500     IF CORR-T-USED (WS-CORR-IDX) = 'N'
066600         AND CORR-T-NAME (WS-CORR-IDX) = WS-CUR-NAME
066700         AND CORR-T-REASON (WS-CORR-IDX) = WS-CUR-REASON-CODE
066710         AND (CORR-T-TYPE (WS-CORR-IDX) NOT = 'E'
066715              OR WS-CUR-EMP-NO = ZERO
066720              OR CORR-T-EMP-NO (WS-CORR-IDX) = WS-CUR-EMP-NO)
066800         SET CORRECTION-FOUND TO TRUE
066900     END-IF.
067000 4110-EXIT.
067300*----------------------------------------------------------------
067400*              4200-EDIT-EMPLOYEE-CORRECTION-RTN
067500* RE-RUNS THE EMPLOYEE EDITS ON THE CORRECTED DATA - A KNOWN
067600* MAINTENANCE ACTION, A ZERO EMPLOYEE NUMBER ON AN ADD AND A
067700* REAL ONE OTHERWISE, A NON-BLANK NAME, AND THE SAME AGE RANGE
067710* DATAVAR AND EMPMAINT ENFORCE, AND A DEPARTMENT ON THE
067720* DEPARTMENT MASTER (AND OPEN, ON AN ADD).
067800*----------------------------------------------------------------
067900 4200-EDIT-EMPLOYEE-CORRECTION-RTN.
068000     SET CORRECTION-CLEAN TO TRUE.
068300         SET CORRECTION-STILL-BAD TO TRUE
068400         GO TO 4200-EXIT
068500     END-IF.
068600     IF WCE-EMP-NO NOT NUMERIC
068610         SET CORRECTION-STILL-BAD TO TRUE
068620         GO TO 4200-EXIT
068630     END-IF.
068640     IF (WCE-ACTION = 'A' AND WCE-EMP-NO NOT = ZERO)
068650         OR (WCE-ACTION NOT = 'A' AND WCE-EMP-NO = ZERO)
068700         SET CORRECTION-STILL-BAD TO TRUE
068800         GO TO 4200-EXIT
068900     END-IF.
069000     IF WCE-ACTION = 'D'
069002         GO TO 4200-EXIT
069004     END-IF.
069006     IF WCE-NAME = SPACES
069008         SET CORRECTION-STILL-BAD TO TRUE
069010         GO TO 4200-EXIT
069020     END-IF.
069100     IF WCE-AGE NOT NUMERIC
069510     IF WCE-DEPT NOT NUMERIC
069520         SET CORRECTION-STILL-BAD TO TRUE
069530         GO TO 4200-EXIT
069531     END-IF.
069532     IF DPTREF-LOADED
069533         MOVE WCE-DEPT TO WS-DPTREF-KEY
069534         PERFORM 4400-FIND-DEPARTMENT-RTN THRU 4400-EXIT
069535         IF DPTREF-NOT-FOUND
069536             SET CORRECTION-STILL-BAD TO TRUE
069537             GO TO 4200-EXIT
069538         END-IF
069539         IF DPT-REF-FLAG (WS-DPTREF-IDX) NOT = 'A'
069540             AND WCE-ACTION = 'A'
069541             SET CORRECTION-STILL-BAD TO TRUE
069542             GO TO 4200-EXIT
069543         END-IF
069544     END-IF.
069550     PERFORM 4210-VALIDATE-HIRE-DATE-RTN THRU 4210-EXIT.
069560     IF EDIT-DATE-INVALID
069570         SET CORRECTION-STILL-BAD TO TRUE
070000*----------------------------------------------------------------
070100*              4300-EDIT-TRANS-CORRECTION-RTN
070200* RE-RUNS THE TRANSACTION EDITS ON THE CORRECTED DATA - A KNOWN
070300* TYPE CODE, NUMERIC QTY AND PRICE, A NUMERIC DEPARTMENT THAT IS
070400* ON THE DEPARTMENT MASTER AND OPEN, A SELLING EMPLOYEE NUMBER
070410* (ZERO ONLY ON AN ADJUSTMENT), AND THE SAME ACTIVE-CATEGORY
070420* EDIT DATAVAR APPLIES.  WHETHER THE SELLER IS ON THE EMPLOYEE
070430* MASTER IS LEFT TO THE NIGHTLY PASS.
070500*----------------------------------------------------------------
070600 4300-EDIT-TRANS-CORRECTION-RTN.
070700     SET CORRECTION-CLEAN TO TRUE.
071620         SET CORRECTION-STILL-BAD TO TRUE
071630         GO TO 4300-EXIT
071640     END-IF.
071641     IF DPTREF-LOADED
071642         MOVE WCT-DEPT TO WS-DPTREF-KEY
071643         PERFORM 4400-FIND-DEPARTMENT-RTN THRU 4400-EXIT
071644         IF DPTREF-NOT-FOUND
071645             SET CORRECTION-STILL-BAD TO TRUE
071646             GO TO 4300-EXIT
071647         END-IF
071648         IF DPT-REF-FLAG (WS-DPTREF-IDX) NOT = 'A'
071649             SET CORRECTION-STILL-BAD TO TRUE
071650             GO TO 4300-EXIT
071651         END-IF
071652     END-IF.
071653     IF WCT-EMP-NO NOT NUMERIC
071660         OR (WCT-EMP-NO = ZERO AND WCT-TYPE NOT = 'A')
071670         SET CORRECTION-STILL-BAD TO TRUE
071680         GO TO 4300-EXIT
071690     END-IF.
071700     IF CATREF-NOT-LOADED
071800         GO TO 4300-EXIT
071900     END-IF.
074500     END-IF.
074600 4310-EXIT.
074700     EXIT.
074702*----------------------------------------------------------------
074704*              4400-FIND-DEPARTMENT-RTN
074706* LOOKS UP THE DEPARTMENT STAGED IN WS-DPTREF-KEY, LEAVING
074708* WS-DPTREF-IDX ON THE MATCHING DPT-REF ENTRY WHEN FOUND.
074710*----------------------------------------------------------------
074712 4400-FIND-DEPARTMENT-RTN.
074714     SET DPTREF-NOT-FOUND TO TRUE.
074716     PERFORM 4410-SCAN-DPTREF-RTN THRU 4410-EXIT
074718         VARYING WS-DPTREF-IDX FROM 1 BY 1
074720         UNTIL WS-DPTREF-IDX > WS-DPTREF-COUNT
074722            OR DPTREF-FOUND.
074724     IF DPTREF-FOUND
074726         SUBTRACT 1 FROM WS-DPTREF-IDX
074728     END-IF.
074730 4400-EXIT.
074732     EXIT.
074734
074736*----------------------------------------------------------------
074738*              4410-SCAN-DPTREF-RTN
074740* TESTS ONE DPT-REF-CODE ENTRY AGAINST THE STAGED DEPARTMENT.
074742*----------------------------------------------------------------
074744 4410-SCAN-DPTREF-RTN.
074746     IF DPT-REF-CODE (WS-DPTREF-IDX) = WS-DPTREF-KEY
074748         SET DPTREF-FOUND TO TRUE
074750     END-IF.
074752 4410-EXIT.
074754     EXIT.
074800
074900*----------------------------------------------------------------
075000*              5000-WRITE-MAINT-RTN
075400 5000-WRITE-MAINT-RTN.
075500     IF RMNT-FILE-OPEN
075600         MOVE WCE-ACTION TO RMNT-ACTION-CODE
075610         MOVE WCE-EMP-NO TO RMNT-EMP-NO
075700         MOVE WCE-NAME TO RMNT-EMP-NAME
075800         MOVE WCE-AGE TO RMNT-EMP-AGE
075810         MOVE WCE-DEPT TO RMNT-EMP-DEPT
077600         MOVE WCT-QTY TO RTRN-QTY
077700         MOVE WCT-PRICE TO RTRN-PRICE
077710         MOVE WCT-DEPT TO RTRN-DEPT
077720         MOVE WCT-EMP-NO TO RTRN-EMP-NO
077800         WRITE RTRN-RECORD
077900         ADD 1 TO WS-RTRN-COUNT
078000         ADD WCT-QTY TO WS-RTRN-QTY-HASH
083000         MOVE WS-CUR-REASON-TEXT TO CRYO-REASON-TEXT
083010         MOVE WS-CUR-QTY TO CRYO-TRANS-QTY
083020         MOVE WS-CUR-PRICE TO CRYO-TRANS-PRICE
083030         MOVE WS-CUR-EMP-NO TO CRYO-EMP-NO
083100         MOVE WS-CUR-AGING TO CRYO-AGE-COUNT
083200         WRITE CRYO-RECORD
083300         ADD 1 TO WS-CARRIED-COUNT
092020     MOVE WS-RUN-RC TO RETURN-CODE.
092100 9000-EXIT.
092200     EXIT.
092300
092400*----------------------------------------------------------------
092500*                 9800-START-RUN-HISTORY-RTN
092600* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
092700* RECORD.
092800*----------------------------------------------------------------
092900 9800-START-RUN-HISTORY-RTN.
093000     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
093100     ACCEPT WS-RUNH-START-TIME FROM TIME.
093200 9800-EXIT.
093300     EXIT.
093400
093500*----------------------------------------------------------------
093600*                 9810-WRITE-RUN-HISTORY-RTN
093700* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
093800* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
093900* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
094000* INPUT IS NEW AND CARRIED EXCEPTIONS READ, OUTPUT CORRECTIONS
094100* APPLIED, AND REJECTS THE EXCEPTIONS CARRIED FORWARD AGAIN.
094200* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
094300* CHANGE THE STEP'S RETURN CODE.
094400*----------------------------------------------------------------
094500 9810-WRITE-RUN-HISTORY-RTN.
094600     OPEN EXTEND RUN-HISTORY-FILE.
094700     IF WS-RUNH-STATUS NOT = '00'
094800         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
094900                 WS-RUNH-STATUS
095000         GO TO 9810-EXIT
095100     END-IF.
095200     MOVE SPACES TO RUNH-RECORD.
095300     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
095400     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
095500     OPEN INPUT RUN-ID-FILE.
095600     IF WS-RHID-STATUS = '00'
095700         READ RUN-ID-FILE
095800             AT END
095900                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
096000                         "NOT KNOWN"
096100             NOT AT END
096200                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
096300                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
096400         END-READ
096500         CLOSE RUN-ID-FILE
096600     ELSE
096700         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
096800                 WS-RHID-STATUS
096900     END-IF.
097000     MOVE 'EXCPRCYC' TO RUNH-PROGRAM.
097100     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
097200     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
097300     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
097400     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
097500     ACCEPT RUNH-END-TIME FROM TIME.
097600     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
097700     COMPUTE RUNH-IN-COUNT =
097800         WS-NEW-READ-COUNT + WS-CARRY-READ-COUNT.
097900     COMPUTE RUNH-OUT-COUNT =
098000         WS-EMP-APPLIED-COUNT + WS-TRN-APPLIED-COUNT.
098100     MOVE WS-CARRIED-COUNT TO RUNH-REJECT-COUNT.
098200     WRITE RUNH-RECORD.
098300     IF WS-RUNH-STATUS NOT = '00'
098400         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
098500                 WS-RUNH-STATUS
098600     END-IF.
098700     CLOSE RUN-HISTORY-FILE.
098800 9810-EXIT.
098900     EXIT.

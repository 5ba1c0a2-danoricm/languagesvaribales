001530*                  CARRIES FOR THE RECONCILIATION STEP - ZERO
001540*                  HERE, SINCE MAINTENANCE ITEMS CARRY NO
001550*                  AMOUNTS.
001552* 10/15/2026  DJM  THE MASTER IS NOW KEYED ON THE SYSTEM-
001554*                  ASSIGNED EMPLOYEE NUMBER.  ADDS MUST ARRIVE
001556*                  WITH A ZERO NUMBER AND ARE GIVEN THE NEXT ONE
001558*                  OFF THE EMPNOCTL CONTROL RECORD, WHICH IS
001560*                  REQUIRED (A FAILED OPEN OR READ SUPPRESSES
001562*                  THE APPLY PASS); CHANGES AND DELETES FIND THE
001564*                  RECORD BY NUMBER, SO A CHANGE MAY NOW RENAME.
001566*                  THE NUMBER IS CARRIED ON THE REJECT, HISTORY
001568*                  (NOW THE SHARED EMPHREC LAYOUT), AND CONTROL
001570*                  REPORT.
001572* 10/15/2026  DJM  THE DEPARTMENT ON AN ADD OR CHANGE IS NOW
001574*                  PROVED AGAINST THE NEW DEPARTMENT REFERENCE
001576*                  MASTER (DEPTMAST), LOADED AT START AND
001578*                  REQUIRED.  A CODE NOT ON THE MASTER REJECTS AS
001580*                  DUNK; A CLOSED DEPARTMENT REJECTS AS DCLS ON AN
001582*                  ADD OR ON A CHANGE THAT MOVES SOMEONE INTO IT,
001584*                  WHILE PEOPLE ALREADY THERE CAN STILL BE CHANGED
001586*                  OR TERMINATED.
001587* 10/15/2026  DJM  EVERY APPLIED ADD, CHANGE, AND DELETE NOW ALSO
001588*                  APPENDS THE MASTER RECORD'S BEFORE- AND AFTER-
001589*                  IMAGES TO THE CUMULATIVE MAINTENANCE JOURNAL
001590*                  (EMPJRNL, EMPJREC LAYOUT), TAGGED WITH THE RUN
001591*                  DATE AND A RUN SEQUENCE KEPT ON THE EMPNOCTL
001592*                  RECORD, SO EMPBKOUT CAN BACK A BAD RUN OUT.
001593*                  THE JOURNAL IS REQUIRED LIKE THE HISTORY.  THE
001594*                  RUN ID IS PRINTED WITH THE CONTROL TOTALS.
001595* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001596*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001597*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
001598* 10/15/2026  DJM  EMPNOCTL NUMBER ON FILE OR AT 99999 REJECTS
001599*                  THE ADD (NCTL/NFUL) AND STOPS ADDS AT RC=8.
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
002100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS EMP-NO
002500         FILE STATUS IS WS-EMP-STATUS.
002600     SELECT MAINT-FILE ASSIGN TO "MNTFILE"
002700         ORGANIZATION IS SEQUENTIAL
003620         ORGANIZATION IS SEQUENTIAL
003630         ACCESS MODE IS SEQUENTIAL
003640         FILE STATUS IS WS-HIST-STATUS.
003650     SELECT EMPNO-CONTROL ASSIGN TO "EMPNOCTL"
003660         ORGANIZATION IS SEQUENTIAL
003670         ACCESS MODE IS SEQUENTIAL
003680         FILE STATUS IS WS-ENOC-STATUS.
003682     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
003684         ORGANIZATION IS SEQUENTIAL
003686         ACCESS MODE IS SEQUENTIAL
003688         FILE STATUS IS WS-DEPT-STATUS.
003690     SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL"
003691         ORGANIZATION IS SEQUENTIAL
003692         ACCESS MODE IS SEQUENTIAL
003693         FILE STATUS IS WS-JRNL-STATUS.
003694     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003695         ORGANIZATION IS SEQUENTIAL
003696         FILE STATUS IS WS-RUNH-STATUS.
003697     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003698         ORGANIZATION IS SEQUENTIAL
003699         FILE STATUS IS WS-RHID-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004700*----------------------------------------------------------------
004800* MAINT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION.  THE
004900* ACTION CODE SAYS WHAT TO DO AND THE REST OF THE RECORD CARRIES
005000* THE EMPLOYEE FIELDS IN THE EMPREC ORDER.  THE NUMBER IS ZERO
005010* ON AN ADD (THE PROGRAM ASSIGNS IT) AND IDENTIFIES THE RECORD
005020* ON A CHANGE OR DELETE.
005100*----------------------------------------------------------------
005200 FD  MAINT-FILE
005300     LABEL RECORDS ARE STANDARD.
005600         88  MNT-ACTION-ADD           VALUE 'A'.
005700         88  MNT-ACTION-CHANGE        VALUE 'C'.
005800         88  MNT-ACTION-DELETE        VALUE 'D'.
005810     05  MNT-EMP-NO          PIC 9(05).
005900     05  MNT-EMP-NAME        PIC X(20).
006000     05  MNT-EMP-AGE         PIC 9(02).
006010     05  MNT-EMP-DEPT        PIC X(04).
007200     05  REJ-REASON-TEXT     PIC X(40).
007210     05  REJ-TRANS-QTY       PIC 9(03).
007220     05  REJ-TRANS-PRICE     PIC 9(04)V9(02).
007225     05  REJ-EMP-NO          PIC 9(05).
007230*----------------------------------------------------------------
007240* HISTORY-FILE - ONE RECORD PER APPLIED MAINTENANCE ACTION,
007250* APPENDED TO THE CUMULATIVE STATUS-CHANGE HISTORY.  OPENED
007260* EXTEND SO THE PROGRAM ITSELF APPENDS AND A DD CODED WITHOUT
007270* DISP=MOD CANNOT TRUNCATE MONTHS OF HISTORY.
007280*----------------------------------------------------------------
007281 FD  HISTORY-FILE
007282     LABEL RECORDS ARE STANDARD.
007283     COPY EMPHREC.
007284*----------------------------------------------------------------
007285* EMPNO-CONTROL - THE ONE-RECORD NEXT-EMPLOYEE-NUMBER CONTROL
007286* FILE, READ AT START AND REWRITTEN AT END OF RUN.
007287*----------------------------------------------------------------
007288 FD  EMPNO-CONTROL
007289     LABEL RECORDS ARE STANDARD.
007290     COPY ENOCREC.
007300*----------------------------------------------------------------
007317* DEPARTMENT-MASTER - THE DEPARTMENT REFERENCE FILE THE DEPTMAINT
007327* STEP MAINTAINS, LOADED INTO DPT-REF AT START.
007337*----------------------------------------------------------------
007347 FD  DEPARTMENT-MASTER
007357     LABEL RECORDS ARE STANDARD.
007367     COPY DEPTREC.
007368*----------------------------------------------------------------
007369* JOURNAL-FILE - BEFORE- AND AFTER-IMAGES OF EVERY APPLIED
007370* MAINTENANCE ACTION, APPENDED TO THE CUMULATIVE MAINTENANCE
007371* JOURNAL.  OPENED EXTEND FOR THE SAME REASON AS THE HISTORY.
007372*----------------------------------------------------------------
007373 FD  JOURNAL-FILE
007374     LABEL RECORDS ARE STANDARD.
007375     COPY EMPJREC.
007377*----------------------------------------------------------------
007400* REPORT-FILE - PRINT LINES FOR THE APPLIED/REJECTED CONTROL
007500* REPORT.
007600*----------------------------------------------------------------
007700 FD  REPORT-FILE
007800     LABEL RECORDS ARE OMITTED.
007900 01  PRINT-LINE              PIC X(80).
007905*----------------------------------------------------------------
007910* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
007915* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
007920* NAMING THE JOB AND STEP.
007925*----------------------------------------------------------------
007930 FD  RUN-HISTORY-FILE
007935     LABEL RECORDS ARE STANDARD.
007940     COPY RUNHREC.
007945 FD  RUN-ID-FILE
007950     LABEL RECORDS ARE STANDARD.
007955     COPY RHIDREC.
008000
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
010330     88  HIST-FILE-OPEN                VALUE 'Y'.
010340     88  HIST-FILE-NOT-OPEN            VALUE 'N'.
010341 01  WS-RUN-RC            PIC 9(01) VALUE ZERO.
010342 01  WS-ENOC-STATUS       PIC X(02) VALUE '00'.
010343 01  WS-ENOC-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010344     88  ENOC-FILE-OPEN                VALUE 'Y'.
010345     88  ENOC-FILE-NOT-OPEN            VALUE 'N'.
010346 01  WS-NEXT-EMP-NO       PIC 9(05) VALUE ZERO.
010347*----------------------------------------------------------------
010348* DEPARTMENT-MASTER REFERENCE TABLE.  THE MASTER IS REQUIRED - A
010349* FAILED OPEN, AN OVERFLOW, OR AN EMPTY MASTER GRADES THE RUN TO
010350* 8 AND SUPPRESSES THE APPLY PASS, SINCE NO DEPARTMENT COULD BE
010351* PROVED WITHOUT IT.
010352*----------------------------------------------------------------
010353 01  WS-DEPT-STATUS       PIC X(02) VALUE '00'.
010354 01  WS-DEPT-EOF-SWITCH   PIC X(01) VALUE 'N'.
010355     88  DEPT-EOF-YES                  VALUE 'Y'.
010356     88  DEPT-EOF-NO                   VALUE 'N'.
010357 01  WS-DPTREF-COUNT      PIC 9(03) COMP VALUE ZERO.
010358 01  WS-DPTREF-MAX        PIC 9(03) COMP VALUE 500.
010359 01  WS-DPTREF-IDX        PIC 9(03) COMP VALUE ZERO.
010360 01  WS-DPTREF-SWITCH     PIC X(01) VALUE 'N'.
010361     88  DPTREF-FOUND                  VALUE 'Y'.
010362     88  DPTREF-NOT-FOUND              VALUE 'N'.
010363 01  WS-DEPT-CLOSED-SW    PIC X(01) VALUE 'N'.
010364     88  MNT-DEPT-CLOSED               VALUE 'Y'.
010365     88  MNT-DEPT-OPEN                 VALUE 'N'.
010366 01  DPT-REF.
010367     05  DPT-REF-CODE     PIC X(04) OCCURS 500 TIMES VALUE SPACES.
010368     05  DPT-REF-FLAG     PIC X(01) OCCURS 500 TIMES VALUE SPACES.
010370*----------------------------------------------------------------
010372* STATUS-CHANGE HISTORY STAGING, SET BY EACH APPLY ROUTINE
010374* BEFORE THE HISTORY RECORD IS WRITTEN.
010380*----------------------------------------------------------------
010390 01  WS-HIST-BEFORE       PIC X(01) VALUE SPACE.
010391 01  WS-HIST-AFTER        PIC X(01) VALUE SPACE.
010392 01  WS-HIST-DEPT         PIC X(04) VALUE SPACES.
010393 01  WS-HIST-HIRE         PIC 9(08) VALUE ZERO.
010395 01  WS-HIST-NAME         PIC X(20) VALUE SPACES.
010400*----------------------------------------------------------------
010405* MAINTENANCE JOURNAL CONTROLS AND STAGING.  THE RUN ID IS THE
010410* RUN DATE PLUS THE RUN'S SEQUENCE WITHIN THAT DATE - ONE PAST
010415* THE SEQUENCE ON THE CONTROL RECORD WHEN IT LAST RAN TODAY,
010420* ELSE 1.  THE APPLY ROUTINES STAGE THE IMAGES HERE BEFORE THE
010425* MASTER I/O.
010430*----------------------------------------------------------------
010435 01  WS-JRNL-STATUS       PIC X(02) VALUE '00'.
010440 01  WS-JRNL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
010445     88  JRNL-FILE-OPEN                VALUE 'Y'.
010450     88  JRNL-FILE-NOT-OPEN            VALUE 'N'.
010455 01  WS-RUN-SEQ           PIC 9(03) VALUE ZERO.
010460 01  WS-JRNL-ITEM-NO      PIC 9(05) VALUE ZERO.
010465 01  WS-JRNL-EMP-NO       PIC 9(05) VALUE ZERO.
010470 01  WS-JRNL-BEFORE-SW    PIC X(01) VALUE 'N'.
010475 01  WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
010480 01  WS-JRNL-AFTER-SW     PIC X(01) VALUE 'N'.
010485 01  WS-JRNL-AFTER        PIC X(60) VALUE SPACES.
010490*----------------------------------------------------------------
010500* MAINTENANCE EDIT / REJECT CONTROLS.
010600*----------------------------------------------------------------
010700 01  WS-APPLY-SWITCH      PIC X(01) VALUE 'Y'.
011100 01  WS-MAX-AGE           PIC 9(02) VALUE 99.
011200 01  WS-REASON-CODE       PIC X(04) VALUE SPACES.
011300 01  WS-REASON-TEXT       PIC X(40) VALUE SPACES.
011302 01  WS-LAST-EMP-NO       PIC 9(05) VALUE 99999.
011304 01  WS-ADD-STOP-SWITCH   PIC X(01) VALUE 'N'.
011306     88  ADDS-STOPPED                  VALUE 'Y'.
011308     88  ADDS-ALLOWED                  VALUE 'N'.
011310 01  WS-EDIT-DATE         PIC 9(08) VALUE ZERO.
011320 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
011330     05  WS-EDIT-YYYY         PIC 9(04).
011900 77  WS-CHANGE-COUNT      PIC 9(05) COMP VALUE ZERO.
012000 77  WS-DELETE-COUNT      PIC 9(05) COMP VALUE ZERO.
012100 77  WS-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
012110 77  WS-JRNL-COUNT        PIC 9(05) COMP VALUE ZERO.
012200*----------------------------------------------------------------
012300* RUN-DATE AND PAGE CONTROL.
012400*----------------------------------------------------------------
014400     05  FILLER               PIC X(06) VALUE ' PAGE '.
014500     05  H1-PAGE-NO           PIC ZZ9.
014600 01  WS-HEADER-2.
015000     05  FILLER               PIC X(05) VALUE SPACES.
015010     05  FILLER               PIC X(04) VALUE 'ACT '.
015020     05  FILLER               PIC X(07) VALUE 'EMP NO '.
015030     05  FILLER               PIC X(22) VALUE 'EMPLOYEE NAME'.
015100     05  FILLER               PIC X(11) VALUE 'DISPOSITION'.
015200 01  WS-DETAIL-LINE.
015300     05  FILLER               PIC X(05) VALUE SPACES.
015400     05  DL-ACTION            PIC X(01).
015500     05  FILLER               PIC X(03) VALUE SPACES.
015510     05  DL-EMP-NO            PIC 9(05).
015520     05  FILLER               PIC X(02) VALUE SPACES.
015600     05  DL-EMP-NAME          PIC X(20).
015700     05  FILLER               PIC X(02) VALUE SPACES.
015800     05  DL-DISPOSITION       PIC X(08).
015900     05  FILLER               PIC X(01) VALUE SPACES.
016000     05  DL-REASON            PIC X(31).
016300     05  TL-LABEL             PIC X(22).
016400     05  FILLER               PIC X(03) VALUE '= '.
016500     05  TL-COUNT             PIC ZZZZ9.
016510*----------------------------------------------------------------
016520* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
016530* THING, FOR THE RECORD APPENDED AT THE END.
016540*----------------------------------------------------------------
016550 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
016560 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
016570 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
016580 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
016600
016700 PROCEDURE DIVISION.
016800*----------------------------------------------------------------
017000* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
017100*----------------------------------------------------------------
017200 0000-MAIN-LOGIC.
017210     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
017300     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
017400     IF EMP-FILE-OPEN AND MNT-FILE-OPEN AND WS-RUN-RC < 8
017500         PERFORM 2000-PROCESS-MAINT-RTN THRU 2000-EXIT
017600     END-IF.
017700     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
017710     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
017800     STOP RUN.
017900
018000*----------------------------------------------------------------
022160                 WS-HIST-STATUS " - NOTHING APPLIED"
022161         MOVE 8 TO WS-RUN-RC
022170     END-IF.
022171     OPEN EXTEND JOURNAL-FILE.
022172     IF WS-JRNL-STATUS = '00'
022173         SET JRNL-FILE-OPEN TO TRUE
022174     ELSE
022175         DISPLAY "JOURNAL-FILE OPEN FAILED, STATUS "
022176                 WS-JRNL-STATUS " - NOTHING APPLIED"
022177         MOVE 8 TO WS-RUN-RC
022178     END-IF.
022180     PERFORM 1100-READ-CONTROL-RTN THRU 1100-EXIT.
022190     PERFORM 1200-LOAD-DEPARTMENT-MASTER-RTN THRU 1200-EXIT.
022200 1000-EXIT.
022201     EXIT.
022202
022203*----------------------------------------------------------------
022204*                 1100-READ-CONTROL-RTN
022205* OPENS THE EMPLOYEE-NUMBER CONTROL FILE AND PICKS UP THE NEXT
022206* NUMBER TO HAND OUT.  WITHOUT IT AN ADD COULD REUSE A NUMBER,
022207* SO A MISSING OR EMPTY CONTROL FILE SUPPRESSES THE APPLY PASS.
022208* ALSO NUMBERS THIS RUN FOR THE MAINTENANCE JOURNAL.
022209*----------------------------------------------------------------
022210 1100-READ-CONTROL-RTN.
022211     OPEN I-O EMPNO-CONTROL.
022212     IF WS-ENOC-STATUS NOT = '00'
022213         DISPLAY "EMPNO-CONTROL OPEN FAILED, STATUS "
022214                 WS-ENOC-STATUS " - NOTHING APPLIED"
022215         MOVE 8 TO WS-RUN-RC
022216         GO TO 1100-EXIT
022217     END-IF.
022218     SET ENOC-FILE-OPEN TO TRUE.
022219     READ EMPNO-CONTROL
022220         AT END
022221             MOVE '10' TO WS-ENOC-STATUS
022222     END-READ.
022223     IF WS-ENOC-STATUS NOT = '00'
022224         OR ENOC-NEXT-NO NOT NUMERIC
022225         OR ENOC-NEXT-NO = ZERO
022226         DISPLAY "EMPNO-CONTROL RECORD MISSING OR INVALID"
022227                 " - NOTHING APPLIED"
022228         MOVE 8 TO WS-RUN-RC
022229         CLOSE EMPNO-CONTROL
022230         SET ENOC-FILE-NOT-OPEN TO TRUE
022231         GO TO 1100-EXIT
022232     END-IF.
022233     MOVE ENOC-NEXT-NO TO WS-NEXT-EMP-NO.
022234     MOVE 1 TO WS-RUN-SEQ.
022235     IF ENOC-LAST-RUN-DATE = WS-RUN-DATE
022236         AND ENOC-LAST-RUN-SEQ NUMERIC
022237         COMPUTE WS-RUN-SEQ = ENOC-LAST-RUN-SEQ + 1
022238     END-IF.
022239     DISPLAY "Journal run id: " WS-RUN-DATE WS-RUN-SEQ.
022240 1100-EXIT.
022241     EXIT.
022242*----------------------------------------------------------------
022243*              1200-LOAD-DEPARTMENT-MASTER-RTN
022244* LOADS THE DEPARTMENT-MASTER INTO DPT-REF FOR THE DEPARTMENT
022245* EDIT.  A FAILED OPEN, AN OVERFLOW, OR AN EMPTY MASTER GRADES
022246* THE RUN TO 8 SO NOTHING IS APPLIED UNPROVED.
022247*----------------------------------------------------------------
022248 1200-LOAD-DEPARTMENT-MASTER-RTN.
022249     OPEN INPUT DEPARTMENT-MASTER.
022250     IF WS-DEPT-STATUS NOT = '00'
022251         DISPLAY "DEPARTMENT-MASTER OPEN FAILED, STATUS "
022252                 WS-DEPT-STATUS " - NOTHING APPLIED"
022253         MOVE 8 TO WS-RUN-RC
022254         GO TO 1200-EXIT
022255     END-IF.
022256     PERFORM 1210-READ-DEPARTMENT-RTN THRU 1210-EXIT.
022257     PERFORM 1220-STORE-DEPARTMENT-RTN THRU 1220-EXIT
022258         UNTIL DEPT-EOF-YES.
022259     CLOSE DEPARTMENT-MASTER.
022260     IF WS-DPTREF-COUNT = ZERO
022261         DISPLAY "DEPARTMENT MASTER IS EMPTY - NOTHING APPLIED"
022262         MOVE 8 TO WS-RUN-RC
022263     END-IF.
022264     DISPLAY "Departments loaded: " WS-DPTREF-COUNT.
022265 1200-EXIT.
022266     EXIT.
022267
022268*----------------------------------------------------------------
022269*              1210-READ-DEPARTMENT-RTN
022270* READS THE NEXT DEPARTMENT-MASTER RECORD, SETTING THE EOF
022271* SWITCH WHEN THE FILE IS EXHAUSTED.
022272*----------------------------------------------------------------
022273 1210-READ-DEPARTMENT-RTN.
022274     READ DEPARTMENT-MASTER
022275         AT END
022276             SET DEPT-EOF-YES TO TRUE
022277     END-READ.
022278 1210-EXIT.
022279     EXIT.
022280
022281*----------------------------------------------------------------
022282*              1220-STORE-DEPARTMENT-RTN
022283* STORES ONE DEPARTMENT-MASTER RECORD INTO DPT-REF AND ADVANCES.
022284*----------------------------------------------------------------
022285 1220-STORE-DEPARTMENT-RTN.
022286     IF WS-DPTREF-COUNT < WS-DPTREF-MAX
022287         ADD 1 TO WS-DPTREF-COUNT
022288         MOVE DEPT-CODE TO DPT-REF-CODE (WS-DPTREF-COUNT)
022289         MOVE DEPT-ACTIVE-FLAG TO DPT-REF-FLAG (WS-DPTREF-COUNT)
022290     ELSE
022291         DISPLAY "DEPARTMENT TABLE OVERFLOWED AT " DEPT-CODE
022292                 " - NOTHING APPLIED"
022293         MOVE 8 TO WS-RUN-RC
022294         SET DEPT-EOF-YES TO TRUE
022295     END-IF.
022296     PERFORM 1210-READ-DEPARTMENT-RTN THRU 1210-EXIT.
022297 1220-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------------
028100
028200*----------------------------------------------------------------
028300*                 2210-ADD-EMPLOYEE-RTN
028400* WRITES A NEW MASTER RECORD UNDER THE NEXT EMPLOYEE NUMBER,
028500* WHICH IS ONLY USED UP ON SUCCESS.  THE NUMBER COMES OFF
028510* EMPNOCTL, SO A DUPLICATE KEY MEANS THE CONTROL RECORD IS
028520* BEHIND THE MASTER - THE ADD IS REJECTED, NOT OVERLAID, AND THE
028530* RUN'S REMAINING ADDS ARE STOPPED AT RC=8 UNTIL EMPNOCTL IS
028540* CORRECTED.  SO ARE ALL ADDS ONCE THE LAST NUMBER, 99999, IS
028550* REACHED, RATHER THAN LET THE NUMBER WRAP TO ZERO.
028600*----------------------------------------------------------------
028700 2210-ADD-EMPLOYEE-RTN.
028710     MOVE WS-NEXT-EMP-NO TO EMP-NO.
028712     IF ADDS-STOPPED
028714         SET TRANS-REJECTED TO TRUE
028716         MOVE 'NCTL' TO WS-REASON-CODE
028718         MOVE 'ADDS STOPPED - EMPNOCTL NEEDS CORRECTING' TO
028720             WS-REASON-TEXT
028722         GO TO 2210-EXIT
028724     END-IF.
028726     IF WS-NEXT-EMP-NO NOT < WS-LAST-EMP-NO
028728         DISPLAY "EMPLOYEE NUMBERS EXHAUSTED AT " WS-NEXT-EMP-NO
028730                 " - NO FURTHER ADDS"
028732         SET ADDS-STOPPED TO TRUE
028734         MOVE 8 TO WS-RUN-RC
028736         SET TRANS-REJECTED TO TRUE
028738         MOVE 'NFUL' TO WS-REASON-CODE
028740         MOVE 'EMPLOYEE NUMBERS EXHAUSTED ON EMPNOCTL' TO
028742             WS-REASON-TEXT
028744         GO TO 2210-EXIT
028746     END-IF.
028800     MOVE MNT-EMP-NAME TO EMP-NAME.
028900     MOVE MNT-EMP-AGE TO EMP-AGE.
028910     MOVE MNT-EMP-DEPT TO EMP-DEPT.
028920     MOVE MNT-EMP-HIRE-DATE TO EMP-HIRE-DATE.
028930     MOVE MNT-EMP-STATUS TO EMP-STATUS.
028940     MOVE MNT-EMP-JOB-TITLE TO EMP-JOB-TITLE.
028950     MOVE EMP-NO TO WS-JRNL-EMP-NO.
028960     MOVE 'N' TO WS-JRNL-BEFORE-SW.
028970     MOVE SPACES TO WS-JRNL-BEFORE.
028980     MOVE 'Y' TO WS-JRNL-AFTER-SW.
028990     MOVE EMP-RECORD TO WS-JRNL-AFTER.
029000     WRITE EMP-RECORD
029100         INVALID KEY
029200             SET TRANS-REJECTED TO TRUE
029300             MOVE 'NCTL' TO WS-REASON-CODE
029400             MOVE 'EMPNOCTL NUMBER ALREADY ON MASTER' TO
029500                 WS-REASON-TEXT
029510             DISPLAY "EMPNOCTL NEXT NUMBER " EMP-NO
029520                     " IS ALREADY ON THE MASTER - NO FURTHER ADDS"
029530             SET ADDS-STOPPED TO TRUE
029540             MOVE 8 TO WS-RUN-RC
029600     END-WRITE.
029700     IF TRANS-APPLIED
029800         ADD 1 TO WS-ADD-COUNT
029802         ADD 1 TO WS-NEXT-EMP-NO
029804         MOVE MNT-EMP-NAME TO WS-HIST-NAME
029810         MOVE SPACE TO WS-HIST-BEFORE
029820         MOVE MNT-EMP-STATUS TO WS-HIST-AFTER
029830         MOVE MNT-EMP-DEPT TO WS-HIST-DEPT
029840         MOVE MNT-EMP-HIRE-DATE TO WS-HIST-HIRE
029850         PERFORM 2500-WRITE-HISTORY-RTN THRU 2500-EXIT
029860         PERFORM 2600-WRITE-JOURNAL-RTN THRU 2600-EXIT
029900     END-IF.
030000 2210-EXIT.
030100     EXIT.
030300*----------------------------------------------------------------
030400*                 2220-CHANGE-EMPLOYEE-RTN
030500* READS THE RECORD TO BE CHANGED AND REWRITES IT WITH THE
030600* TRANSACTION'S FIELDS, NAME INCLUDED.  A MISSING KEY IS A
030610* REJECT, AND SO IS MOVING SOMEONE INTO A CLOSED DEPARTMENT.
030700*----------------------------------------------------------------
030800 2220-CHANGE-EMPLOYEE-RTN.
030900     MOVE MNT-EMP-NO TO EMP-NO.
031000     READ EMPLOYEE-MASTER
031100         INVALID KEY
031200             SET TRANS-REJECTED TO TRUE
031400             MOVE 'CHANGE OF EMPLOYEE NOT ON FILE' TO
031500                 WS-REASON-TEXT
031600     END-READ.
031610     IF TRANS-APPLIED AND MNT-DEPT-CLOSED
031620         AND EMP-DEPT NOT = MNT-EMP-DEPT
031630         SET TRANS-REJECTED TO TRUE
031640         MOVE 'DCLS' TO WS-REASON-CODE
031650         MOVE 'TRANSFER INTO A CLOSED DEPARTMENT' TO
031660             WS-REASON-TEXT
031670     END-IF.
031700     IF TRANS-APPLIED
031710         MOVE EMP-STATUS TO WS-HIST-BEFORE
031712         MOVE EMP-NO TO WS-JRNL-EMP-NO
031714         MOVE 'Y' TO WS-JRNL-BEFORE-SW
031716         MOVE EMP-RECORD TO WS-JRNL-BEFORE
031720         MOVE MNT-EMP-NAME TO EMP-NAME
031800         MOVE MNT-EMP-AGE TO EMP-AGE
031810         MOVE MNT-EMP-DEPT TO EMP-DEPT
031820         MOVE MNT-EMP-HIRE-DATE TO EMP-HIRE-DATE
031830         MOVE MNT-EMP-STATUS TO EMP-STATUS
031840         MOVE MNT-EMP-JOB-TITLE TO EMP-JOB-TITLE
031850         MOVE 'Y' TO WS-JRNL-AFTER-SW
031860         MOVE EMP-RECORD TO WS-JRNL-AFTER
031900         REWRITE EMP-RECORD
032000             INVALID KEY
032100                 SET TRANS-REJECTED TO TRUE
032600     END-IF.
032700     IF TRANS-APPLIED
032800         ADD 1 TO WS-CHANGE-COUNT
032805         MOVE MNT-EMP-NAME TO WS-HIST-NAME
032810         MOVE MNT-EMP-STATUS TO WS-HIST-AFTER
032820         MOVE MNT-EMP-DEPT TO WS-HIST-DEPT
032830         MOVE MNT-EMP-HIRE-DATE TO WS-HIST-HIRE
032840         PERFORM 2500-WRITE-HISTORY-RTN THRU 2500-EXIT
032850         PERFORM 2600-WRITE-JOURNAL-RTN THRU 2600-EXIT
032900     END-IF.
033000 2220-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------------
033400*                 2230-DELETE-EMPLOYEE-RTN
033500* READS AND THEN DELETES THE NUMBERED MASTER RECORD - THE READ
033510* CAPTURES THE DEPARTING STATE FOR THE HISTORY RECORD.  A
033520* MISSING KEY IS A REJECT.  THE READ ALSO GIVES THE JOURNAL ITS
033530* BEFORE-IMAGE.
033600*----------------------------------------------------------------
033700 2230-DELETE-EMPLOYEE-RTN.
033800     MOVE MNT-EMP-NO TO EMP-NO.
033810     READ EMPLOYEE-MASTER
033820         INVALID KEY
033830             SET TRANS-REJECTED TO TRUE
033893     MOVE EMP-DEPT TO WS-HIST-DEPT.
033894     MOVE EMP-HIRE-DATE TO WS-HIST-HIRE.
033895     MOVE SPACE TO WS-HIST-AFTER.
033897     MOVE EMP-NAME TO WS-HIST-NAME.
033907     MOVE EMP-NO TO WS-JRNL-EMP-NO.
033917     MOVE 'Y' TO WS-JRNL-BEFORE-SW.
033927     MOVE EMP-RECORD TO WS-JRNL-BEFORE.
033937     MOVE 'N' TO WS-JRNL-AFTER-SW.
033947     MOVE SPACES TO WS-JRNL-AFTER.
033957     DELETE EMPLOYEE-MASTER
034000         INVALID KEY
034100             SET TRANS-REJECTED TO TRUE
034200             MOVE 'NOTF' TO WS-REASON-CODE
034600     IF TRANS-APPLIED
034700         ADD 1 TO WS-DELETE-COUNT
034710         PERFORM 2500-WRITE-HISTORY-RTN THRU 2500-EXIT
034720         PERFORM 2600-WRITE-JOURNAL-RTN THRU 2600-EXIT
034800     END-IF.
034900 2230-EXIT.
035000     EXIT.
035200*----------------------------------------------------------------
035300*                 2300-VALIDATE-MAINT-RTN
035400* EDITS THE CURRENT TRANSACTION BEFORE IT TOUCHES THE MASTER -
035500* A KNOWN ACTION CODE, A ZERO EMPLOYEE NUMBER ON AN ADD AND A
035600* REAL ONE OTHERWISE, AND (FOR ADDS AND CHANGES) A NON-BLANK
035610* NAME AND THE SAME AGE RANGE DATAVAR ENFORCES.  THE DEPARTMENT
035620* MUST BE ON THE DEPARTMENT MASTER AND, ON AN ADD, OPEN; A
035630* CHANGE INTO A CLOSED ONE IS CAUGHT ONCE THE RECORD IS READ.
035700*----------------------------------------------------------------
035800 2300-VALIDATE-MAINT-RTN.
035810     SET MNT-DEPT-OPEN TO TRUE.
035900     IF NOT MNT-ACTION-ADD
036000         AND NOT MNT-ACTION-CHANGE
036100         AND NOT MNT-ACTION-DELETE
036400         MOVE 'MAINTENANCE ACTION CODE UNKNOWN' TO WS-REASON-TEXT
036500         GO TO 2300-EXIT
036600     END-IF.
036602     IF MNT-ACTION-ADD
036604         IF MNT-EMP-NO NOT NUMERIC OR MNT-EMP-NO NOT = ZERO
036606             SET TRANS-REJECTED TO TRUE
036608             MOVE 'ENUM' TO WS-REASON-CODE
036610             MOVE 'ADD MUST NOT CARRY AN EMPLOYEE NUMBER' TO
036612                 WS-REASON-TEXT
036614             GO TO 2300-EXIT
036616         END-IF
036618     ELSE
036620         IF MNT-EMP-NO NOT NUMERIC OR MNT-EMP-NO = ZERO
036622             SET TRANS-REJECTED TO TRUE
036624             MOVE 'ENUM' TO WS-REASON-CODE
036626             MOVE 'EMPLOYEE NUMBER MISSING OR NOT NUMERIC' TO
036628                 WS-REASON-TEXT
036630             GO TO 2300-EXIT
036632         END-IF
036634     END-IF.
036636     IF MNT-ACTION-DELETE
036638         GO TO 2300-EXIT
036640     END-IF.
036700     IF MNT-EMP-NAME = SPACES
036800         SET TRANS-REJECTED TO TRUE
036900         MOVE 'NAME' TO WS-REASON-CODE
037000         MOVE 'EMPLOYEE NAME IS BLANK' TO WS-REASON-TEXT
037310         GO TO 2300-EXIT
037320     END-IF.
037400     IF MNT-EMP-AGE NOT NUMERIC
038140         MOVE 'DEPARTMENT CODE NOT NUMERIC' TO WS-REASON-TEXT
038150         GO TO 2300-EXIT
038160     END-IF.
038161     SET DPTREF-NOT-FOUND TO TRUE.
038162     PERFORM 2320-SCAN-DPTREF-RTN THRU 2320-EXIT
038163         VARYING WS-DPTREF-IDX FROM 1 BY 1
038164         UNTIL WS-DPTREF-IDX > WS-DPTREF-COUNT
038165            OR DPTREF-FOUND.
038166     IF DPTREF-NOT-FOUND
038167         SET TRANS-REJECTED TO TRUE
038168         MOVE 'DUNK' TO WS-REASON-CODE
038169         MOVE 'DEPARTMENT NOT ON DEPARTMENT MASTER' TO
038170             WS-REASON-TEXT
038171         GO TO 2300-EXIT
038172     END-IF.
038173     SUBTRACT 1 FROM WS-DPTREF-IDX.
038174     IF DPT-REF-FLAG (WS-DPTREF-IDX) NOT = 'A'
038175         SET MNT-DEPT-CLOSED TO TRUE
038176         IF MNT-ACTION-ADD
038177             SET TRANS-REJECTED TO TRUE
038178             MOVE 'DCLS' TO WS-REASON-CODE
038179             MOVE 'ADD INTO A CLOSED DEPARTMENT' TO
038180                 WS-REASON-TEXT
038181             GO TO 2300-EXIT
038182         END-IF
038183     END-IF.
038185     PERFORM 2310-VALIDATE-HIRE-DATE-RTN THRU 2310-EXIT.
038187     IF EDIT-DATE-INVALID
038190         SET TRANS-REJECTED TO TRUE
038200         MOVE 'HIRE' TO WS-REASON-CODE
038210         MOVE 'HIRE DATE INVALID OR IN THE FUTURE' TO
038290         MOVE 'EMPLOYMENT STATUS CODE UNKNOWN' TO WS-REASON-TEXT
038300     END-IF.
038310 2300-EXIT.
038311     EXIT.
038312*----------------------------------------------------------------
038313*                 2320-SCAN-DPTREF-RTN
038314* TESTS ONE DPT-REF-CODE ENTRY AGAINST THE TRANSACTION'S
038315* DEPARTMENT.
038316*----------------------------------------------------------------
038317 2320-SCAN-DPTREF-RTN.
038318     IF DPT-REF-CODE (WS-DPTREF-IDX) = MNT-EMP-DEPT
038319         SET DPTREF-FOUND TO TRUE
038320     END-IF.
038321 2320-EXIT.
038322     EXIT.
038330
038340*----------------------------------------------------------------
038350*                 2310-VALIDATE-HIRE-DATE-RTN
039900         MOVE WS-REASON-TEXT TO REJ-REASON-TEXT
039910         MOVE ZERO TO REJ-TRANS-QTY
039920         MOVE ZERO TO REJ-TRANS-PRICE
039930         IF MNT-EMP-NO NUMERIC
039940             MOVE MNT-EMP-NO TO REJ-EMP-NO
039950         ELSE
039960             MOVE ZERO TO REJ-EMP-NO
039970         END-IF
040000         WRITE REJECT-RECORD
040100     END-IF.
040200     ADD 1 TO WS-REJECT-COUNT.
041700         PERFORM 2410-PRINT-HEADERS-RTN THRU 2410-EXIT
041800     END-IF.
041900     MOVE MNT-ACTION-CODE TO DL-ACTION.
041910     IF MNT-ACTION-ADD AND TRANS-APPLIED
041920         MOVE EMP-NO TO DL-EMP-NO
041930     ELSE
041940         IF MNT-EMP-NO NUMERIC
041950             MOVE MNT-EMP-NO TO DL-EMP-NO
041960         ELSE
041970             MOVE ZERO TO DL-EMP-NO
041980         END-IF
041990     END-IF.
042000     MOVE MNT-EMP-NAME TO DL-EMP-NAME.
042100     IF TRANS-APPLIED
042200         MOVE 'APPLIED ' TO DL-DISPOSITION
044560*----------------------------------------------------------------
044570 2500-WRITE-HISTORY-RTN.
044580     IF HIST-FILE-NOT-OPEN
044582         GO TO 2500-EXIT
044584     END-IF.
044586     MOVE MNT-ACTION-CODE TO HIST-ACTION-CODE.
044588     MOVE EMP-NO TO HIST-EMP-NO.
044590     MOVE WS-HIST-NAME TO HIST-EMP-NAME.
044594     MOVE WS-HIST-DEPT TO HIST-EMP-DEPT.
044595     MOVE WS-HIST-BEFORE TO HIST-BEFORE-STATUS.
044596     MOVE WS-HIST-AFTER TO HIST-AFTER-STATUS.
044605 2500-EXIT.
044606     EXIT.
044607
044609*----------------------------------------------------------------
044611*                 2600-WRITE-JOURNAL-RTN
044613* WRITES THE BEFORE- AND AFTER-IMAGE JOURNAL RECORDS FOR THE
044615* APPLIED TRANSACTION, FROM THE IMAGES STAGED BY THE APPLY
044617* ROUTINES, UNDER THE RUN ID AND THE NEXT ITEM NUMBER.
044619*----------------------------------------------------------------
044621 2600-WRITE-JOURNAL-RTN.
044623     IF JRNL-FILE-NOT-OPEN
044625         GO TO 2600-EXIT
044627     END-IF.
044629     ADD 1 TO WS-JRNL-ITEM-NO.
044631     MOVE SPACES TO EMPJ-RECORD.
044633     MOVE WS-RUN-DATE TO EMPJ-RUN-DATE.
044635     MOVE WS-RUN-SEQ TO EMPJ-RUN-SEQ.
044637     MOVE WS-JRNL-ITEM-NO TO EMPJ-ITEM-NO.
044639     MOVE MNT-ACTION-CODE TO EMPJ-ACTION-CODE.
044641     MOVE WS-JRNL-EMP-NO TO EMPJ-EMP-NO.
044643     SET EMPJ-BEFORE-IMAGE TO TRUE.
044645     MOVE WS-JRNL-BEFORE-SW TO EMPJ-IMAGE-SWITCH.
044647     MOVE WS-JRNL-BEFORE TO EMPJ-EMP-IMAGE.
044649     WRITE EMPJ-RECORD.
044651     IF WS-JRNL-STATUS NOT = '00'
044653         GO TO 2600-FAILED
044655     END-IF.
044657     ADD 1 TO WS-JRNL-COUNT.
044659     SET EMPJ-AFTER-IMAGE TO TRUE.
044661     MOVE WS-JRNL-AFTER-SW TO EMPJ-IMAGE-SWITCH.
044663     MOVE WS-JRNL-AFTER TO EMPJ-EMP-IMAGE.
044665     WRITE EMPJ-RECORD.
044667     IF WS-JRNL-STATUS NOT = '00'
044669         GO TO 2600-FAILED
044671     END-IF.
044673     ADD 1 TO WS-JRNL-COUNT.
044675     GO TO 2600-EXIT.
044677 2600-FAILED.
044679     DISPLAY "JOURNAL-FILE WRITE FAILED, STATUS "
044681             WS-JRNL-STATUS.
044683     MOVE 8 TO WS-RUN-RC.
044685 2600-EXIT.
044687     EXIT.
044689
044700*----------------------------------------------------------------
044800*                 9000-TERMINATE-RTN
044900* PRINTS THE CONTROL TOTALS AND CLOSES WHATEVER ACTUALLY OPENED.
046500         MOVE 'TRANSACTIONS REJECTED ' TO TL-LABEL
046600         MOVE WS-REJECT-COUNT TO TL-COUNT
046700         WRITE PRINT-LINE FROM WS-TOTAL-LINE
046710         MOVE 'JOURNAL RECORDS       ' TO TL-LABEL
046720         MOVE WS-JRNL-COUNT TO TL-COUNT
046730         WRITE PRINT-LINE FROM WS-TOTAL-LINE
046740         MOVE 'JOURNAL RUN SEQUENCE  ' TO TL-LABEL
046750         MOVE WS-RUN-SEQ TO TL-COUNT
046760         WRITE PRINT-LINE FROM WS-TOTAL-LINE
046800     END-IF.
046900     DISPLAY "Maintenance read: " WS-READ-COUNT.
047000     DISPLAY "Maintenance rejected: " WS-REJECT-COUNT.
048210     IF HIST-FILE-OPEN
048220         CLOSE HISTORY-FILE
048230     END-IF.
048231     IF JRNL-FILE-OPEN
048232         CLOSE JOURNAL-FILE
048233     END-IF.
048235     IF ENOC-FILE-OPEN
048236         MOVE WS-NEXT-EMP-NO TO ENOC-NEXT-NO
048237         MOVE WS-RUN-DATE TO ENOC-LAST-RUN-DATE
048238         MOVE WS-RUN-SEQ TO ENOC-LAST-RUN-SEQ
048239         REWRITE ENOC-RECORD
048240         IF WS-ENOC-STATUS NOT = '00'
048241             DISPLAY "EMPNO-CONTROL REWRITE FAILED, STATUS "
048242                     WS-ENOC-STATUS
048243             MOVE 8 TO WS-RUN-RC
048244         END-IF
048245         CLOSE EMPNO-CONTROL
048246     END-IF.
048247     DISPLAY "Run return code: " WS-RUN-RC.
048250     MOVE WS-RUN-RC TO RETURN-CODE.
048300 9000-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700*                 9800-START-RUN-HISTORY-RTN
048800* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
048900* RECORD.
049000*----------------------------------------------------------------
049100 9800-START-RUN-HISTORY-RTN.
049200     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
049300     ACCEPT WS-RUNH-START-TIME FROM TIME.
049400 9800-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------
049800*                 9810-WRITE-RUN-HISTORY-RTN
049900* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
050000* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
050100* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
050200* INPUT IS MAINTENANCE TRANSACTIONS READ, OUTPUT THE ADDS,
050300* CHANGES, AND DELETES APPLIED, AND REJECTS THE TRANSACTIONS
050400* REJECTED.
050500* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
050600* CHANGE THE STEP'S RETURN CODE.
050700*----------------------------------------------------------------
050800 9810-WRITE-RUN-HISTORY-RTN.
050900     OPEN EXTEND RUN-HISTORY-FILE.
051000     IF WS-RUNH-STATUS NOT = '00'
051100         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
051200                 WS-RUNH-STATUS
051300         GO TO 9810-EXIT
051400     END-IF.
051500     MOVE SPACES TO RUNH-RECORD.
051600     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
051700     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
051800     OPEN INPUT RUN-ID-FILE.
051900     IF WS-RHID-STATUS = '00'
052000         READ RUN-ID-FILE
052100             AT END
052200                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
052300                         "NOT KNOWN"
052400             NOT AT END
052500                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
052600                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
052700         END-READ
052800         CLOSE RUN-ID-FILE
052900     ELSE
053000         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
053100                 WS-RHID-STATUS
053200     END-IF.
053300     MOVE 'EMPMAINT' TO RUNH-PROGRAM.
053400     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
053500     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
053600     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
053700     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
053800     ACCEPT RUNH-END-TIME FROM TIME.
053900     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
054000     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
054100     COMPUTE RUNH-OUT-COUNT =
054200         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT.
054300     MOVE WS-REJECT-COUNT TO RUNH-REJECT-COUNT.
054400     WRITE RUNH-RECORD.
054500     IF WS-RUNH-STATUS NOT = '00'
054600         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
054700                 WS-RUNH-STATUS
054800     END-IF.
054900     CLOSE RUN-HISTORY-FILE.
055000 9810-EXIT.
055100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EmployeeNumbering.
000300 AUTHOR. D-MCCORMICK.
000400 INSTALLATION. DL-DATA-PROCESSING.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DJM  ORIGINAL - ONE-TIME CONVERSION OF THE
001100*                  EMPLOYEE MASTER FROM THE NAME-KEYED CLUSTER
001200*                  TO THE EMPLOYEE-NUMBER-KEYED ONE.  READS THE
001300*                  FLAT UNLOAD OF THE OLD CLUSTER (IN NAME
001400*                  ORDER, AS REPRO LEAVES IT), HANDS OUT
001500*                  EMPLOYEE NUMBERS FROM 00001 UP IN THAT ORDER,
001600*                  AND LOADS THE NEW CLUSTER.  THE CUMULATIVE
001700*                  EMPHIST FILE IS COPIED TO THE NEW LAYOUT WITH
001800*                  EACH RECORD'S NUMBER LOOKED UP BY NAME;
001900*                  HISTORY FOR PEOPLE NO LONGER ON FILE CARRIES
002000*                  NUMBER 00000.  THE EMPNOCTL CONTROL RECORD IS
002100*                  SEEDED WITH THE NEXT NUMBER TO HAND OUT.
002110* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002120*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002130*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002200*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OLD-MASTER ASSIGN TO "OLDMAST"
002800         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-OLD-STATUS.
003100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS EMP-NO
003500         ALTERNATE RECORD KEY IS EMP-DEPT WITH DUPLICATES
003600         FILE STATUS IS WS-EMP-STATUS.
003700     SELECT OLD-HISTORY ASSIGN TO "OLDHIST"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-OHST-STATUS.
004100     SELECT HISTORY-FILE ASSIGN TO "EMPHIST"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-HIST-STATUS.
004500     SELECT EMPNO-CONTROL ASSIGN TO "EMPNOCTL"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-ENOC-STATUS.
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
005300* OLD-MASTER - FLAT UNLOAD OF THE NAME-KEYED CLUSTER.
005400*----------------------------------------------------------------
005500 FD  OLD-MASTER
005600     LABEL RECORDS ARE STANDARD.
005700 01  OLD-RECORD.
005800     05  OLD-EMP-NAME        PIC X(20).
005900     05  OLD-EMP-AGE         PIC 9(02).
006000     05  OLD-EMP-DEPT        PIC X(04).
006100     05  OLD-EMP-HIRE-DATE   PIC 9(08).
006200     05  OLD-EMP-STATUS      PIC X(01).
006300     05  OLD-EMP-JOB-TITLE   PIC X(20).
006400*----------------------------------------------------------------
006500* EMPLOYEE-MASTER - THE NEW CLUSTER, KEYED ON EMPLOYEE NUMBER.
006600*----------------------------------------------------------------
006700 FD  EMPLOYEE-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900     COPY EMPREC.
007000*----------------------------------------------------------------
007100* OLD-HISTORY - THE CUMULATIVE STATUS-CHANGE HISTORY IN THE
007200* OLD NAME-ONLY LAYOUT.
007300*----------------------------------------------------------------
007400 FD  OLD-HISTORY
007500     LABEL RECORDS ARE STANDARD.
007600 01  OHST-RECORD.
007700     05  OHST-ACTION-CODE    PIC X(01).
007800     05  OHST-EMP-NAME       PIC X(20).
007900     05  OHST-EMP-DEPT       PIC X(04).
008000     05  OHST-BEFORE-STATUS  PIC X(01).
008100     05  OHST-AFTER-STATUS   PIC X(01).
008200     05  OHST-HIRE-DATE      PIC 9(08).
008300     05  OHST-RUN-DATE       PIC 9(08).
008400*----------------------------------------------------------------
008500* HISTORY-FILE - THE SAME HISTORY IN THE NEW NUMBERED LAYOUT.
008600*----------------------------------------------------------------
008700 FD  HISTORY-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY EMPHREC.
009000*----------------------------------------------------------------
009100* EMPNO-CONTROL - THE NEXT-NUMBER CONTROL RECORD, SEEDED HERE.
009200*----------------------------------------------------------------
009300 FD  EMPNO-CONTROL
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ENOCREC.
009505*----------------------------------------------------------------
009510* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
009515* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
009520* NAMING THE JOB AND STEP.
009525*----------------------------------------------------------------
009530 FD  RUN-HISTORY-FILE
009535     LABEL RECORDS ARE STANDARD.
009540     COPY RUNHREC.
009545 FD  RUN-ID-FILE
009550     LABEL RECORDS ARE STANDARD.
009555     COPY RHIDREC.
009600
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------
009900* I/O CONTROLS AND RUN COUNTERS.
010000*----------------------------------------------------------------
010100 01  WS-OLD-STATUS        PIC X(02) VALUE '00'.
010200 01  WS-EMP-STATUS        PIC X(02) VALUE '00'.
010300 01  WS-OHST-STATUS       PIC X(02) VALUE '00'.
010400 01  WS-HIST-STATUS       PIC X(02) VALUE '00'.
010500 01  WS-ENOC-STATUS       PIC X(02) VALUE '00'.
010600 01  WS-OLD-EOF-SWITCH    PIC X(01) VALUE 'N'.
010700     88  OLD-EOF-YES                   VALUE 'Y'.
010800     88  OLD-EOF-NO                    VALUE 'N'.
010900 01  WS-OHST-EOF-SWITCH   PIC X(01) VALUE 'N'.
011000     88  OHST-EOF-YES                  VALUE 'Y'.
011100     88  OHST-EOF-NO                   VALUE 'N'.
011200 01  WS-OLD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011300     88  OLD-FILE-OPEN                 VALUE 'Y'.
011400     88  OLD-FILE-NOT-OPEN             VALUE 'N'.
011500 01  WS-EMP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
011600     88  EMP-FILE-OPEN                 VALUE 'Y'.
011700     88  EMP-FILE-NOT-OPEN             VALUE 'N'.
011800 01  WS-OHST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
011900     88  OHST-FILE-OPEN                VALUE 'Y'.
012000     88  OHST-FILE-NOT-OPEN            VALUE 'N'.
012100 01  WS-HIST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
012200     88  HIST-FILE-OPEN                VALUE 'Y'.
012300     88  HIST-FILE-NOT-OPEN            VALUE 'N'.
012400 01  WS-RUN-RC            PIC 9(01) VALUE ZERO.
012500 77  WS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
012600 77  WS-LOAD-COUNT        PIC 9(05) COMP VALUE ZERO.
012700 77  WS-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
012800 77  WS-HIST-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
012900 77  WS-HIST-COPY-COUNT   PIC 9(07) COMP VALUE ZERO.
013000 77  WS-HIST-UNMATCHED    PIC 9(07) COMP VALUE ZERO.
013100*----------------------------------------------------------------
013200* NUMBER ASSIGNMENT.  NUMBERS ARE HANDED OUT FROM 00001 IN THE
013300* UNLOAD'S NAME ORDER; THE NEXT ONE GOES ON THE CONTROL RECORD.
013400*----------------------------------------------------------------
013500 01  WS-NEXT-NO           PIC 9(05) VALUE 1.
013600 01  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
013700*----------------------------------------------------------------
013800* NAME-TO-NUMBER TABLE FOR RENUMBERING THE HISTORY.  THE
013900* UNLOAD ARRIVES IN ASCENDING NAME ORDER, SO THE TABLE IS
014000* BUILT IN KEY ORDER AND EACH HISTORY LOOKUP IS ONE SEARCH ALL.
014100* RUNNING OUT OF ROOM STOPS THE CONVERSION RATHER THAN LEAVING
014200* HISTORY UNNUMBERED FOR PEOPLE WHO ARE STILL ON FILE.
014300*----------------------------------------------------------------
014400 01  WS-NAME-COUNT        PIC 9(05) COMP VALUE ZERO.
014500 01  WS-NAME-MAX          PIC 9(05) COMP VALUE 9999.
014600 01  WS-NAME-PREV         PIC X(20) VALUE LOW-VALUES.
014700 01  WS-NAME-SWITCH       PIC X(01) VALUE 'N'.
014800     88  NAME-FOUND                    VALUE 'Y'.
014900     88  NAME-NOT-FOUND                VALUE 'N'.
015000 01  NAME-TABLE.
015100     05  NAME-ENTRY OCCURS 1 TO 9999 TIMES
015200             DEPENDING ON WS-NAME-COUNT
015300             ASCENDING KEY IS NT-NAME
015400             INDEXED BY NT-IDX.
015500         10  NT-NAME          PIC X(20).
015600         10  NT-EMP-NO        PIC 9(05).
015610*----------------------------------------------------------------
015620* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
015630* THING, FOR THE RECORD APPENDED AT THE END.
015640*----------------------------------------------------------------
015650 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
015660 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
015670 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
015680 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
015700
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------
016000*                      0000-MAIN-LOGIC
016100* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
016200*----------------------------------------------------------------
016300 0000-MAIN-LOGIC.
016310     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
016400     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
016500     IF OLD-FILE-OPEN AND EMP-FILE-OPEN
016600         PERFORM 2000-CONVERT-RTN THRU 2000-EXIT
016700     END-IF.
016800     IF OHST-FILE-OPEN AND HIST-FILE-OPEN AND WS-RUN-RC < 8
016900         PERFORM 3000-CONVERT-HISTORY-RTN THRU 3000-EXIT
017000     END-IF.
017100     IF WS-RUN-RC < 8
017200         PERFORM 4000-SEED-CONTROL-RTN THRU 4000-EXIT
017300     END-IF.
017400     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
017410     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
017500     STOP RUN.
017600
017700*----------------------------------------------------------------
017800*                      1000-INITIALIZE-RTN
017900* OPENS THE OLD UNLOAD AND HISTORY FOR INPUT AND THE NEW
018000* CLUSTER AND HISTORY FOR LOAD.  ALL FOUR ARE REQUIRED.
018100*----------------------------------------------------------------
018200 1000-INITIALIZE-RTN.
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018400     OPEN INPUT OLD-MASTER.
018500     IF WS-OLD-STATUS = '00'
018600         SET OLD-FILE-OPEN TO TRUE
018700     ELSE
018800         DISPLAY "OLD-MASTER OPEN FAILED, STATUS " WS-OLD-STATUS
018900         MOVE 8 TO WS-RUN-RC
019000     END-IF.
019100     OPEN OUTPUT EMPLOYEE-MASTER.
019200     IF WS-EMP-STATUS = '00'
019300         SET EMP-FILE-OPEN TO TRUE
019400     ELSE
019500         DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS "
019600                 WS-EMP-STATUS
019700         MOVE 8 TO WS-RUN-RC
019800     END-IF.
019900     OPEN INPUT OLD-HISTORY.
020000     IF WS-OHST-STATUS = '00'
020100         SET OHST-FILE-OPEN TO TRUE
020200     ELSE
020300         DISPLAY "OLD-HISTORY OPEN FAILED, STATUS "
020400                 WS-OHST-STATUS
020500         MOVE 8 TO WS-RUN-RC
020600     END-IF.
020700     OPEN OUTPUT HISTORY-FILE.
020800     IF WS-HIST-STATUS = '00'
020900         SET HIST-FILE-OPEN TO TRUE
021000     ELSE
021100         DISPLAY "HISTORY-FILE OPEN FAILED, STATUS "
021200                 WS-HIST-STATUS
021300         MOVE 8 TO WS-RUN-RC
021400     END-IF.
021500 1000-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------------
021900*                 2000-CONVERT-RTN
022000* READS THE OLD UNLOAD AND LOADS EACH RECORD INTO THE NEW
022100* CLUSTER UNDER THE NEXT EMPLOYEE NUMBER.
022200*----------------------------------------------------------------
022300 2000-CONVERT-RTN.
022400     PERFORM 2100-READ-OLD-RTN THRU 2100-EXIT.
022500     PERFORM 2200-LOAD-EMPLOYEE-RTN THRU 2200-EXIT
022600         UNTIL OLD-EOF-YES OR WS-RUN-RC = 8.
022700 2000-EXIT.
022800     EXIT.
022900
023000*----------------------------------------------------------------
023100*                 2100-READ-OLD-RTN
023200* READS THE NEXT OLD-LAYOUT RECORD, SETTING THE EOF SWITCH
023300* WHEN THE UNLOAD IS EXHAUSTED.
023400*----------------------------------------------------------------
023500 2100-READ-OLD-RTN.
023600     READ OLD-MASTER
023700         AT END
023800             SET OLD-EOF-YES TO TRUE
023900         NOT AT END
024000             ADD 1 TO WS-READ-COUNT
024100     END-READ.
024200 2100-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------------
024600*                 2200-LOAD-EMPLOYEE-RTN
024700* NUMBERS ONE OLD RECORD, LOADS IT, AND FILES ITS NAME AND
024800* NUMBER IN THE HISTORY LOOKUP TABLE.  A NAME OUT OF SEQUENCE
024900* IS REPORTED AND DROPPED (THE OLD KEY WAS UNIQUE, SO IT CAN
025000* ONLY MEAN A BAD UNLOAD); A FULL TABLE STOPS THE CONVERSION.
025100*----------------------------------------------------------------
025200 2200-LOAD-EMPLOYEE-RTN.
025300     IF OLD-EMP-NAME NOT > WS-NAME-PREV
025400         DISPLAY "UNLOAD OUT OF NAME SEQUENCE AT " OLD-EMP-NAME
025500                 " - DROPPED"
025600         ADD 1 TO WS-DROP-COUNT
025700         GO TO 2200-NEXT
025800     END-IF.
025900     IF WS-NAME-COUNT >= WS-NAME-MAX
026000         DISPLAY "NAME TABLE FULL AT " OLD-EMP-NAME
026100                 " - CONVERSION STOPPED"
026200         MOVE 8 TO WS-RUN-RC
026300         GO TO 2200-EXIT
026400     END-IF.
026500     MOVE WS-NEXT-NO TO EMP-NO.
026600     MOVE OLD-EMP-NAME TO EMP-NAME.
026700     MOVE OLD-EMP-AGE TO EMP-AGE.
026800     MOVE OLD-EMP-DEPT TO EMP-DEPT.
026900     MOVE OLD-EMP-HIRE-DATE TO EMP-HIRE-DATE.
027000     MOVE OLD-EMP-STATUS TO EMP-STATUS.
027100     MOVE OLD-EMP-JOB-TITLE TO EMP-JOB-TITLE.
027200     WRITE EMP-RECORD
027300         INVALID KEY
027400             DISPLAY "LOAD REJECTED FOR KEY " EMP-NO
027500                     " STATUS " WS-EMP-STATUS
027600             ADD 1 TO WS-DROP-COUNT
027700             GO TO 2200-NEXT
027800     END-WRITE.
027900     ADD 1 TO WS-LOAD-COUNT.
028000     ADD 1 TO WS-NAME-COUNT.
028100     MOVE OLD-EMP-NAME TO NT-NAME (WS-NAME-COUNT).
028200     MOVE WS-NEXT-NO TO NT-EMP-NO (WS-NAME-COUNT).
028300     MOVE OLD-EMP-NAME TO WS-NAME-PREV.
028400     ADD 1 TO WS-NEXT-NO.
028500 2200-NEXT.
028600     PERFORM 2100-READ-OLD-RTN THRU 2100-EXIT.
028700 2200-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------
029100*                 3000-CONVERT-HISTORY-RTN
029200* COPIES THE OLD HISTORY TO THE NEW LAYOUT, RECORD FOR RECORD
029300* AND IN THE SAME ORDER.
029400*----------------------------------------------------------------
029500 3000-CONVERT-HISTORY-RTN.
029600     PERFORM 3100-READ-OLD-HISTORY-RTN THRU 3100-EXIT.
029700     PERFORM 3200-COPY-HISTORY-RTN THRU 3200-EXIT
029800         UNTIL OHST-EOF-YES.
029900 3000-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300*                 3100-READ-OLD-HISTORY-RTN
030400* READS THE NEXT OLD HISTORY RECORD, SETTING THE EOF SWITCH
030500* WHEN THE FILE IS EXHAUSTED.
030600*----------------------------------------------------------------
030700 3100-READ-OLD-HISTORY-RTN.
030800     READ OLD-HISTORY
030900         AT END
031000             SET OHST-EOF-YES TO TRUE
031100         NOT AT END
031200             ADD 1 TO WS-HIST-READ-COUNT
031300     END-READ.
031400 3100-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------
031800*                 3200-COPY-HISTORY-RTN
031900* LOOKS UP THE HISTORY RECORD'S NAME, WRITES IT IN THE NEW
032000* LAYOUT UNDER THE MATCHED NUMBER (00000 WHEN THE PERSON IS NO
032100* LONGER ON FILE), AND ADVANCES.
032200*----------------------------------------------------------------
032300 3200-COPY-HISTORY-RTN.
032400     SET NAME-NOT-FOUND TO TRUE.
032500     IF WS-NAME-COUNT > ZERO
032600         SET NT-IDX TO 1
032700         SEARCH ALL NAME-ENTRY
032800             WHEN NT-NAME (NT-IDX) = OHST-EMP-NAME
032900                 SET NAME-FOUND TO TRUE
033000         END-SEARCH
033100     END-IF.
033200     MOVE OHST-ACTION-CODE TO HIST-ACTION-CODE.
033300     IF NAME-FOUND
033400         MOVE NT-EMP-NO (NT-IDX) TO HIST-EMP-NO
033500     ELSE
033600         MOVE ZERO TO HIST-EMP-NO
033700         ADD 1 TO WS-HIST-UNMATCHED
033800     END-IF.
033900     MOVE OHST-EMP-NAME TO HIST-EMP-NAME.
034000     MOVE OHST-EMP-DEPT TO HIST-EMP-DEPT.
034100     MOVE OHST-BEFORE-STATUS TO HIST-BEFORE-STATUS.
034200     MOVE OHST-AFTER-STATUS TO HIST-AFTER-STATUS.
034300     MOVE OHST-HIRE-DATE TO HIST-HIRE-DATE.
034400     MOVE OHST-RUN-DATE TO HIST-RUN-DATE.
034500     WRITE HIST-RECORD.
034600     IF WS-HIST-STATUS = '00'
034700         ADD 1 TO WS-HIST-COPY-COUNT
034800     ELSE
034900         DISPLAY "HISTORY-FILE WRITE FAILED, STATUS "
035000                 WS-HIST-STATUS
035100         MOVE 8 TO WS-RUN-RC
035200         SET OHST-EOF-YES TO TRUE
035300         GO TO 3200-EXIT
035400     END-IF.
035500     PERFORM 3100-READ-OLD-HISTORY-RTN THRU 3100-EXIT.
035600 3200-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------------
036000*                 4000-SEED-CONTROL-RTN
036100* WRITES THE ONE EMPNOCTL RECORD CARRYING THE NEXT NUMBER TO
036200* HAND OUT, SO THE FIRST MAINTENANCE ADD PICKS UP WHERE THE
036300* CONVERSION LEFT OFF.
036400*----------------------------------------------------------------
036500 4000-SEED-CONTROL-RTN.
036600     OPEN OUTPUT EMPNO-CONTROL.
036700     IF WS-ENOC-STATUS NOT = '00'
036800         DISPLAY "EMPNO-CONTROL OPEN FAILED, STATUS "
036900                 WS-ENOC-STATUS
037000         MOVE 8 TO WS-RUN-RC
037100         GO TO 4000-EXIT
037200     END-IF.
037300     MOVE SPACES TO ENOC-RECORD.
037400     MOVE WS-NEXT-NO TO ENOC-NEXT-NO.
037500     MOVE WS-RUN-DATE TO ENOC-LAST-RUN-DATE.
037600     WRITE ENOC-RECORD.
037700     IF WS-ENOC-STATUS NOT = '00'
037800         DISPLAY "EMPNO-CONTROL WRITE FAILED, STATUS "
037900                 WS-ENOC-STATUS
038000         MOVE 8 TO WS-RUN-RC
038100     END-IF.
038200     CLOSE EMPNO-CONTROL.
038300 4000-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700*                      9000-TERMINATE-RTN
038800* REPORTS THE CONVERSION COUNTS AND CLOSES WHATEVER OPENED.
038900*----------------------------------------------------------------
039000 9000-TERMINATE-RTN.
039100     DISPLAY "Old records read: " WS-READ-COUNT.
039200     DISPLAY "Records loaded: " WS-LOAD-COUNT.
039300     DISPLAY "Records dropped: " WS-DROP-COUNT.
039400     DISPLAY "Next employee number: " WS-NEXT-NO.
039500     DISPLAY "History records read: " WS-HIST-READ-COUNT.
039600     DISPLAY "History records copied: " WS-HIST-COPY-COUNT.
039700     DISPLAY "History not on master: " WS-HIST-UNMATCHED.
039800     IF OLD-FILE-OPEN
039900         CLOSE OLD-MASTER
040000     END-IF.
040100     IF EMP-FILE-OPEN
040200         CLOSE EMPLOYEE-MASTER
040300     END-IF.
040400     IF OHST-FILE-OPEN
040500         CLOSE OLD-HISTORY
040600     END-IF.
040700     IF HIST-FILE-OPEN
040800         CLOSE HISTORY-FILE
040900     END-IF.
041000     IF WS-DROP-COUNT > ZERO AND WS-RUN-RC < 4
041100         MOVE 4 TO WS-RUN-RC
041200     END-IF.
041300     DISPLAY "Run return code: " WS-RUN-RC.
041400     MOVE WS-RUN-RC TO RETURN-CODE.
041500 9000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900*                 9800-START-RUN-HISTORY-RTN
042000* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
042100* RECORD.
042200*----------------------------------------------------------------
042300 9800-START-RUN-HISTORY-RTN.
042400     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
042500     ACCEPT WS-RUNH-START-TIME FROM TIME.
042600 9800-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------------
043000*                 9810-WRITE-RUN-HISTORY-RTN
043100* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
043200* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
043300* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
043400* INPUT IS MASTER RECORDS READ, OUTPUT RECORDS LOADED, AND
043500* REJECTS THE RECORDS DROPPED.
043600* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
043700* CHANGE THE STEP'S RETURN CODE.
043800*----------------------------------------------------------------
043900 9810-WRITE-RUN-HISTORY-RTN.
044000     OPEN EXTEND RUN-HISTORY-FILE.
044100     IF WS-RUNH-STATUS NOT = '00'
044200         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
044300                 WS-RUNH-STATUS
044400         GO TO 9810-EXIT
044500     END-IF.
044600     MOVE SPACES TO RUNH-RECORD.
044700     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
044800     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
044900     OPEN INPUT RUN-ID-FILE.
045000     IF WS-RHID-STATUS = '00'
045100         READ RUN-ID-FILE
045200             AT END
045300                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
045400                         "NOT KNOWN"
045500             NOT AT END
045600                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
045700                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
045800         END-READ
045900         CLOSE RUN-ID-FILE
046000     ELSE
046100         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
046200                 WS-RHID-STATUS
046300     END-IF.
046400     MOVE 'EMPNUMCV' TO RUNH-PROGRAM.
046500     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
046600     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
046700     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
046800     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
046900     ACCEPT RUNH-END-TIME FROM TIME.
047000     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
047100     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
047200     MOVE WS-LOAD-COUNT TO RUNH-OUT-COUNT.
047300     MOVE WS-DROP-COUNT TO RUNH-REJECT-COUNT.
047400     WRITE RUNH-RECORD.
047500     IF WS-RUNH-STATUS NOT = '00'
047600         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
047700                 WS-RUNH-STATUS
047800     END-IF.
047900     CLOSE RUN-HISTORY-FILE.
048000 9810-EXIT.
048100     EXIT.

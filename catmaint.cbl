002620*                  GROUP CODE, REQUIRED NON-BLANK (REASON
002630*                  CGRP), FOR THE GROUP-LEVEL ROLLUPS ON THE
002640*                  FINANCE FEED.
002650* 10/15/2026  DJM  REJECT RECORDS GREW THE EMPLOYEE NUMBER THE
002660*                  SHARED EXCEPTION LAYOUT NOW CARRIES - ZERO
002670*                  HERE.
002675* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002680*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002685*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002687* 10/15/2026  DJM  ADDS AND CHANGES NOW CARRY THE CATEGORY'S
002689*                  MINIMUM AND MAXIMUM EXPECTED UNIT PRICE (ZERO
002691*                  MEANS NO EDIT ON THAT SIDE) FOR THE NIGHTLY
002693*                  PRICE-REASONABLENESS EDIT.  A NON-NUMERIC OR
002695*                  REVERSED RANGE IS A REJECT (REASON CPRC).
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
004800     SELECT REPORT-FILE ASSIGN TO "CATRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005010     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-RUNH-STATUS.
005040     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
005050         ORGANIZATION IS SEQUENTIAL
005060         FILE STATUS IS WS-RHID-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
007600     05  CTRN-EFF-FROM       PIC 9(08).
007700     05  CTRN-EFF-TO         PIC 9(08).
007710     05  CTRN-GROUP-CODE     PIC X(03).
007720     05  CTRN-MIN-PRICE      PIC 9(04)V9(02).
007730     05  CTRN-MAX-PRICE      PIC 9(04)V9(02).
007800*----------------------------------------------------------------
007900* CATEGORY-OUT - THE NEW CATEGORY-MASTER GENERATION, WRITTEN
008000* FROM THE TABLE IN ASCENDING KEY ORDER.
008800     05  CATO-EFF-FROM-DATE  PIC 9(08).
008900     05  CATO-EFF-TO-DATE    PIC 9(08).
008910     05  CATO-GROUP-CODE     PIC X(03).
008920     05  CATO-MIN-PRICE      PIC 9(04)V9(02).
008930     05  CATO-MAX-PRICE      PIC 9(04)V9(02).
009000*----------------------------------------------------------------
009100* REJECT-FILE - ONE RECORD PER MAINTENANCE TRANSACTION THAT
009200* COULD NOT BE APPLIED, IN THE SAME LAYOUT AS DATAVAR'S
010100     05  REJ-REASON-TEXT     PIC X(40).
010110     05  REJ-TRANS-QTY       PIC 9(03).
010120     05  REJ-TRANS-PRICE     PIC 9(04)V9(02).
010130     05  REJ-EMP-NO          PIC 9(05).
010200*----------------------------------------------------------------
010300* REPORT-FILE - PRINT LINES FOR THE APPLIED/REJECTED CONTROL
010400* REPORT.
010600 FD  REPORT-FILE
010700     LABEL RECORDS ARE OMITTED.
010800 01  PRINT-LINE              PIC X(80).
010805*----------------------------------------------------------------
010810* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
010815* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
010820* NAMING THE JOB AND STEP.
010825*----------------------------------------------------------------
010830 FD  RUN-HISTORY-FILE
010835     LABEL RECORDS ARE STANDARD.
010840     COPY RUNHREC.
010845 FD  RUN-ID-FILE
010850     LABEL RECORDS ARE STANDARD.
010855     COPY RHIDREC.
010900
011000 WORKING-STORAGE SECTION.
011100*----------------------------------------------------------------
015800     05  CT-EFF-FROM      PIC 9(08) OCCURS 500 TIMES.
015900     05  CT-EFF-TO        PIC 9(08) OCCURS 500 TIMES.
015910     05  CT-GROUP         PIC X(03) OCCURS 500 TIMES.
015920     05  CT-MIN-PRICE     PIC 9(04)V9(02) OCCURS 500 TIMES.
015930     05  CT-MAX-PRICE     PIC 9(04)V9(02) OCCURS 500 TIMES.
016000*----------------------------------------------------------------
016100* MAINTENANCE EDIT / REJECT CONTROLS.
016200*----------------------------------------------------------------
023300     05  TL-LABEL             PIC X(22).
023400     05  FILLER               PIC X(03) VALUE '= '.
023500     05  TL-COUNT             PIC ZZZZ9.
023510*----------------------------------------------------------------
023520* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
023530* THING, FOR THE RECORD APPENDED AT THE END.
023540*----------------------------------------------------------------
023550 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
023560 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
023570 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
023580 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
023600
023700 PROCEDURE DIVISION.
023800*----------------------------------------------------------------
024000* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
024100*----------------------------------------------------------------
024200 0000-MAIN-LOGIC.
024210     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
024300     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
024400     IF CATI-FILE-OPEN AND MNT-FILE-OPEN AND CATO-FILE-OPEN
024500         PERFORM 1100-LOAD-MASTER-RTN THRU 1100-EXIT
024800         END-IF
024900     END-IF.
025000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
025010     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
025100     STOP RUN.
025200
025300*----------------------------------------------------------------
036200     MOVE CATM-EFF-FROM-DATE TO CT-EFF-FROM (WS-SLOT-IDX).
036300     MOVE CATM-EFF-TO-DATE TO CT-EFF-TO (WS-SLOT-IDX).
036310     MOVE CATM-GROUP-CODE TO CT-GROUP (WS-SLOT-IDX).
036320     MOVE CATM-MIN-PRICE TO CT-MIN-PRICE (WS-SLOT-IDX).
036330     MOVE CATM-MAX-PRICE TO CT-MAX-PRICE (WS-SLOT-IDX).
036400 1120-NEXT.
036500     PERFORM 1110-READ-MASTER-RTN THRU 1110-EXIT.
036600 1120-EXIT.
045700     MOVE WS-EFF-FROM-WK TO CT-EFF-FROM (WS-SLOT-IDX).
045800     MOVE WS-EFF-TO-WK TO CT-EFF-TO (WS-SLOT-IDX).
045810     MOVE CTRN-GROUP-CODE TO CT-GROUP (WS-SLOT-IDX).
045820     MOVE CTRN-MIN-PRICE TO CT-MIN-PRICE (WS-SLOT-IDX).
045830     MOVE CTRN-MAX-PRICE TO CT-MAX-PRICE (WS-SLOT-IDX).
045900     ADD 1 TO WS-ADD-COUNT.
046000 2210-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400*                 2220-CHANGE-CATEGORY-RTN
046500* REPLACES THE NAMED CATEGORY'S DESCRIPTION, FLAG, EFFECTIVE
046600* DATES, GROUP, AND UNIT-PRICE RANGE.  A MISSING KEY IS A
046610* REJECT.
046700*----------------------------------------------------------------
046800 2220-CHANGE-CATEGORY-RTN.
046900     MOVE CTRN-KEY TO CATM-KEY.
048000     MOVE WS-EFF-FROM-WK TO CT-EFF-FROM (WS-FND-IDX).
048100     MOVE WS-EFF-TO-WK TO CT-EFF-TO (WS-FND-IDX).
048110     MOVE CTRN-GROUP-CODE TO CT-GROUP (WS-FND-IDX).
048120     MOVE CTRN-MIN-PRICE TO CT-MIN-PRICE (WS-FND-IDX).
048130     MOVE CTRN-MAX-PRICE TO CT-MAX-PRICE (WS-FND-IDX).
048200     ADD 1 TO WS-CHANGE-COUNT.
048300 2220-EXIT.
048400     EXIT.
050900* EDITS THE CURRENT TRANSACTION BEFORE IT TOUCHES THE TABLE -
051000* A KNOWN ACTION CODE, A NON-BLANK KEY, AND (FOR ADDS AND
051100* CHANGES) A NON-BLANK DESCRIPTION, A VALID FLAG, A NON-BLANK
051150* MERCHANDISE GROUP, A NUMERIC UNIT-PRICE RANGE WHOSE MINIMUM
051160* IS NOT ABOVE ITS MAXIMUM (A ZERO MAXIMUM MEANS NO CEILING),
051200* AND VALID EFFECTIVE DATES.  THE STAGED WORK DATES CARRY THE
051300* DEFAULTS - A ZERO EFFECTIVE-FROM MEANS EFFECTIVE FROM THE
051400* BEGINNING AND A ZERO EFFECTIVE-TO DEFAULTS TO 99991231
051450* (OPEN-ENDED).
051500*----------------------------------------------------------------
051600 2300-VALIDATE-MAINT-RTN.
051700     IF NOT CTRN-ACTION-ADD
054550             WS-REASON-TEXT
054560         GO TO 2300-EXIT
054570     END-IF.
054572     IF CTRN-MIN-PRICE NOT NUMERIC OR CTRN-MAX-PRICE NOT NUMERIC
054574         SET TRANS-REJECTED TO TRUE
054576         MOVE 'CPRC' TO WS-REASON-CODE
054578         MOVE 'UNIT PRICE RANGE NOT NUMERIC' TO WS-REASON-TEXT
054580         GO TO 2300-EXIT
054582     END-IF.
054584     IF CTRN-MAX-PRICE NOT = ZERO
054586         AND CTRN-MIN-PRICE > CTRN-MAX-PRICE
054588         SET TRANS-REJECTED TO TRUE
054590         MOVE 'CPRC' TO WS-REASON-CODE
054592         MOVE 'UNIT PRICE MINIMUM ABOVE MAXIMUM' TO WS-REASON-TEXT
054594         GO TO 2300-EXIT
054596     END-IF.
054600     PERFORM 2310-VALIDATE-EFF-DATES-RTN THRU 2310-EXIT.
054700     IF EDIT-DATE-INVALID
054800         SET TRANS-REJECTED TO TRUE
061100         MOVE WS-REASON-TEXT TO REJ-REASON-TEXT
061110         MOVE ZERO TO REJ-TRANS-QTY
061120         MOVE ZERO TO REJ-TRANS-PRICE
061130         MOVE ZERO TO REJ-EMP-NO
061200         WRITE REJECT-RECORD
061300     END-IF.
061400     ADD 1 TO WS-REJECT-COUNT.
071700     MOVE CT-EFF-FROM (WS-SHIFT-IDX) TO CT-EFF-FROM (WS-CAT-IDX).
071800     MOVE CT-EFF-TO (WS-SHIFT-IDX) TO CT-EFF-TO (WS-CAT-IDX).
071810     MOVE CT-GROUP (WS-SHIFT-IDX) TO CT-GROUP (WS-CAT-IDX).
071820     MOVE CT-MIN-PRICE (WS-SHIFT-IDX)
071830         TO CT-MIN-PRICE (WS-CAT-IDX).
071840     MOVE CT-MAX-PRICE (WS-SHIFT-IDX)
071850         TO CT-MAX-PRICE (WS-CAT-IDX).
071900 3110-EXIT.
072000     EXIT.
072100
079700     MOVE CT-EFF-FROM (WS-CAT-IDX) TO CATO-EFF-FROM-DATE.
079800     MOVE CT-EFF-TO (WS-CAT-IDX) TO CATO-EFF-TO-DATE.
079810     MOVE CT-GROUP (WS-CAT-IDX) TO CATO-GROUP-CODE.
079820     MOVE CT-MIN-PRICE (WS-CAT-IDX) TO CATO-MIN-PRICE.
079830     MOVE CT-MAX-PRICE (WS-CAT-IDX) TO CATO-MAX-PRICE.
079900     WRITE CATO-RECORD.
080000     ADD 1 TO WS-MASTER-OUT-COUNT.
080100 9100-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500*                 9800-START-RUN-HISTORY-RTN
080600* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
080700* RECORD.
080800*----------------------------------------------------------------
080900 9800-START-RUN-HISTORY-RTN.
081000     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
081100     ACCEPT WS-RUNH-START-TIME FROM TIME.
081200 9800-EXIT.
081300     EXIT.
081400
081500*----------------------------------------------------------------
081600*                 9810-WRITE-RUN-HISTORY-RTN
081700* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
081800* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
081900* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
082000* INPUT IS MAINTENANCE TRANSACTIONS READ, OUTPUT CATEGORY MASTER
082100* RECORDS WRITTEN, AND REJECTS THE TRANSACTIONS REJECTED.
082200* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
082300* CHANGE THE STEP'S RETURN CODE.
082400*----------------------------------------------------------------
082500 9810-WRITE-RUN-HISTORY-RTN.
082600     OPEN EXTEND RUN-HISTORY-FILE.
082700     IF WS-RUNH-STATUS NOT = '00'
082800         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
082900                 WS-RUNH-STATUS
083000         GO TO 9810-EXIT
083100     END-IF.
083200     MOVE SPACES TO RUNH-RECORD.
083300     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
083400     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
083500     OPEN INPUT RUN-ID-FILE.
083600     IF WS-RHID-STATUS = '00'
083700         READ RUN-ID-FILE
083800             AT END
083900                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
084000                         "NOT KNOWN"
084100             NOT AT END
084200                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
084300                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
084400         END-READ
084500         CLOSE RUN-ID-FILE
084600     ELSE
084700         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
084800                 WS-RHID-STATUS
084900     END-IF.
085000     MOVE 'CATMAINT' TO RUNH-PROGRAM.
085100     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
085200     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
085300     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
085400     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
085500     ACCEPT RUNH-END-TIME FROM TIME.
085600     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
085700     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
085800     MOVE WS-MASTER-OUT-COUNT TO RUNH-OUT-COUNT.
085900     MOVE WS-REJECT-COUNT TO RUNH-REJECT-COUNT.
086000     WRITE RUNH-RECORD.
086100     IF WS-RUNH-STATUS NOT = '00'
086200         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
086300                 WS-RUNH-STATUS
086400     END-IF.
086500     CLOSE RUN-HISTORY-FILE.
086600 9810-EXIT.
086700     EXIT.

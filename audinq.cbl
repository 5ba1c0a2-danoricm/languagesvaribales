001600*                  MEAN NO FILTER.  THE OLD AND NEW VALUES ARE
001700*                  THE EDITED AMOUNTS DATAVAR LOGS, SO THEY ARE
001800*                  DE-EDITED HERE TO COMPUTE THE SIGNED CHANGE.
001810* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
001820*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
001830*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003200     SELECT REPORT-FILE ASSIGN TO "AUDRPT"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-RPT-STATUS.
003410     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS WS-RUNH-STATUS.
003440     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
003450         ORGANIZATION IS SEQUENTIAL
003460         FILE STATUS IS WS-RHID-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE OMITTED.
006500 01  PRINT-LINE              PIC X(80).
006505*----------------------------------------------------------------
006510* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
006515* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
006520* NAMING THE JOB AND STEP.
006525*----------------------------------------------------------------
006530 FD  RUN-HISTORY-FILE
006535     LABEL RECORDS ARE STANDARD.
006540     COPY RUNHREC.
006545 FD  RUN-ID-FILE
006550     LABEL RECORDS ARE STANDARD.
006555     COPY RHIDREC.
006600
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
016600     05  FILLER               PIC X(10) VALUE 'SELECTING '.
016700     05  SL-TEXT              PIC X(60).
016800 01  WS-THRESHOLD-ED      PIC Z(6)9.99 VALUE ZERO.
016801*----------------------------------------------------------------
016802* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
016803* THING, FOR THE RECORD APPENDED AT THE END.
016804*----------------------------------------------------------------
016805 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
016806 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
016807 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
016808 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
016810
016900 PROCEDURE DIVISION.
017000*----------------------------------------------------------------
017200* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
017300*----------------------------------------------------------------
017400 0000-MAIN-LOGIC.
017410     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
017500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
017600     IF AUD-FILE-OPEN AND RPT-FILE-OPEN
017700         PERFORM 2000-PRODUCE-REPORT-RTN THRU 2000-EXIT
017800     END-IF.
017900     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
017910     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
018000     STOP RUN.
018100
018200*----------------------------------------------------------------
042700     END-IF.
042800 9000-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------
043200*                 9800-START-RUN-HISTORY-RTN
043300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
043400* RECORD.
043500*----------------------------------------------------------------
043600 9800-START-RUN-HISTORY-RTN.
043700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
043800     ACCEPT WS-RUNH-START-TIME FROM TIME.
043900 9800-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------------
044300*                 9810-WRITE-RUN-HISTORY-RTN
044400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
044500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
044600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
044700* INPUT IS AUDIT RECORDS READ AND OUTPUT THE RECORDS SELECTED;
044800* NOTHING IS REJECTED.
044900* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
045000* CHANGE THE STEP'S RETURN CODE.
045100*----------------------------------------------------------------
045200 9810-WRITE-RUN-HISTORY-RTN.
045300     OPEN EXTEND RUN-HISTORY-FILE.
045400     IF WS-RUNH-STATUS NOT = '00'
045500         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
045600                 WS-RUNH-STATUS
045700         GO TO 9810-EXIT
045800     END-IF.
045900     MOVE SPACES TO RUNH-RECORD.
046000     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
046100     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
046200     OPEN INPUT RUN-ID-FILE.
046300     IF WS-RHID-STATUS = '00'
046400         READ RUN-ID-FILE
046500             AT END
046600                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
046700                         "NOT KNOWN"
046800             NOT AT END
046900                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
047000                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
047100         END-READ
047200         CLOSE RUN-ID-FILE
047300     ELSE
047400         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
047500                 WS-RHID-STATUS
047600     END-IF.
047700     MOVE 'AUDINQ' TO RUNH-PROGRAM.
047800     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
047900     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
048000     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
048100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
048200     ACCEPT RUNH-END-TIME FROM TIME.
048300     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
048400     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
048500     MOVE WS-SELECT-COUNT TO RUNH-OUT-COUNT.
048600     MOVE ZERO TO RUNH-REJECT-COUNT.
048700     WRITE RUNH-RECORD.
048800     IF WS-RUNH-STATUS NOT = '00'
048900         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
049000                 WS-RUNH-STATUS
049100     END-IF.
049200     CLOSE RUN-HISTORY-FILE.
049300 9810-EXIT.
049400     EXIT.

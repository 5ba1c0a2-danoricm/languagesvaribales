002200*                  DIRECTION FLAG WHEN A CATEGORY HAS MOVED
002300*                  THE SAME WAY FOR THE TRDPARM NUMBER OF
002400*                  CONSECUTIVE MONTHS.
002410* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002420*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002430*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002440* 10/15/2026  DJM  A MONTH RESTATED FOR A LATE PRIOR-PERIOD FEED
002450*                  NOW REPLACES THE ORIGINAL: THE RESTATED MTD
002460*                  GENERATIONS ON MTDRST OVERLAY THE MATCHING
002470*                  MONTH'S CELLS, THE LATEST RESTATEMENT WINNING,
002480*                  AND THE MONTH PRINTS FLAGGED 'RESTATED'.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
003800     SELECT REPORT-FILE ASSIGN TO "TRDRPT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-STATUS.
004010     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-RUNH-STATUS.
004040     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
004050         ORGANIZATION IS SEQUENTIAL
004060         FILE STATUS IS WS-RHID-STATUS.
004065     SELECT MTD-RESTATED ASSIGN TO "MTDRST"
004070         ORGANIZATION IS SEQUENTIAL
004075         ACCESS MODE IS SEQUENTIAL
004080         FILE STATUS IS WS-RST-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
006200             15  MTD-MRK-YYYYMM PIC 9(06).
006300             15  FILLER         PIC 9(02).
006400         10  FILLER          PIC X(42).
006402*----------------------------------------------------------------
006404* MTD-RESTATED - THE RESTATED MTD GENERATIONS MTDCONS WRITES FOR
006406* CLOSED MONTHS, IN ANY ORDER.  EACH CARRIES ITS MONTH'S
006408* ORIGINAL MARKER, FLAGGED 'R' AND STAMPED WITH THE DATE AND
006409* TIME OF THE RESTATEMENT.
006410*----------------------------------------------------------------
006412 FD  MTD-RESTATED
006414     LABEL RECORDS ARE STANDARD.
006416 01  RST-RECORD.
006418     05  RST-RECORD-TYPE     PIC X(01).
006420         88  RST-CATEGORY-REC         VALUE 'C'.
006422         88  RST-MARKER-REC           VALUE 'M'.
006424     05  RST-CAT-DETAIL.
006426         10  RST-CAT-KEY     PIC X(10).
006428         10  RST-CAT-DESC    PIC X(30).
006430         10  RST-CAT-TOTAL   PIC S9(07)V9(02)
006432                             SIGN LEADING SEPARATE.
006434     05  RST-MRK-DETAIL REDEFINES RST-CAT-DETAIL.
006436         10  RST-MRK-DATE    PIC 9(08).
006438         10  RST-MRK-MONTH REDEFINES RST-MRK-DATE.
006440             15  RST-MRK-YYYYMM PIC 9(06).
006442             15  FILLER         PIC 9(02).
006444         10  RST-MRK-RESTATED PIC X(01).
006446         10  RST-MRK-RST-STAMP.
006456             15  RST-MRK-RST-DATE PIC 9(08).
006466             15  RST-MRK-RST-TIME PIC 9(08).
006476         10  FILLER          PIC X(25).
006500*----------------------------------------------------------------
006600* PARM-FILE - ONE RECORD OF TREND CONTROLS.  A ZERO OR MISSING
006700* VALUE LEAVES THE SHIPPED DEFAULT IN PLACE.
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
009400 01  WS-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
009500     88  RPT-FILE-OPEN                 VALUE 'Y'.
009600     88  RPT-FILE-NOT-OPEN             VALUE 'N'.
009610 01  WS-RST-STATUS        PIC X(02) VALUE '00'.
009620 01  WS-RST-EOF-SWITCH    PIC X(01) VALUE 'N'.
009630     88  RST-EOF-YES                   VALUE 'Y'.
009640     88  RST-EOF-NO                    VALUE 'N'.
009700*----------------------------------------------------------------
009800* TREND CONTROLS, LOADED FROM TRDPARM AT START-UP.  THE
009900* DEFAULTS FLAG THREE CONSECUTIVE SAME-DIRECTION MONTHS AND
010400*----------------------------------------------------------------
010500* MONTH CONTROLS - ONE SLOT PER CONCATENATED GENERATION, IN
010600* ARRIVAL (OLDEST-FIRST) ORDER.  A ZERO LABEL MEANS THE
010700* GENERATION PREDATES THE 'M' MARKER ROWS.  A MONTH OVERLAID
010710* FROM MTDRST IS FLAGGED RESTATED, AND WS-RST-MONTH-IDX IS THE
010720* SLOT THE CURRENT RESTATED GENERATION FILLS (ZERO = NONE).
010800*----------------------------------------------------------------
010900 01  WS-MONTH-COUNT       PIC 9(02) COMP VALUE ZERO.
011000 01  WS-MONTH-MAX         PIC 9(02) COMP VALUE 12.
011100 01  WS-MONTH-IDX         PIC 9(02) COMP VALUE ZERO.
011200 01  WS-MONTH-LABELS.
011300     05  MONTH-LABEL      PIC 9(06) OCCURS 12 TIMES VALUE ZERO.
011310     05  MONTH-RESTATED   PIC X(01) OCCURS 12 TIMES VALUE 'N'.
011312     05  MONTH-RST-STAMP  PIC X(16) OCCURS 12 TIMES
011314                          VALUE LOW-VALUES.
011320 01  WS-RST-MONTH-IDX     PIC 9(02) COMP VALUE ZERO.
011400*----------------------------------------------------------------
011500* CATEGORY TREND GRID - ONE ROW PER CATEGORY, ONE CELL PER
011600* MONTH, PLUS THE COMPUTED FIRST-TO-LAST CHANGE, DIRECTION
012200 01  WS-TRD-SWITCH        PIC X(01) VALUE 'N'.
012300     88  TRD-FOUND                     VALUE 'Y'.
012400     88  TRD-NOT-FOUND                 VALUE 'N'.
012410 01  WS-FIND-KEY          PIC X(10) VALUE SPACES.
012500 01  TRD-TABLE.
012600     05  TRD-ENTRY OCCURS 500 TIMES.
012700         10  TRD-KEY      PIC X(10).
014800 77  WS-READ-COUNT        PIC 9(07) VALUE ZERO.
014900 77  WS-FLAGGED-COUNT     PIC 9(05) COMP VALUE ZERO.
014910 77  WS-RUN-RC            PIC 9(01) VALUE ZERO.
014920 77  WS-RST-READ-COUNT    PIC 9(07) VALUE ZERO.
014930 77  WS-RST-MONTH-COUNT   PIC 9(05) COMP VALUE ZERO.
015000*----------------------------------------------------------------
015100* RUN-DATE AND PAGE CONTROL.
015200*----------------------------------------------------------------
020100     05  ML-TOTAL             PIC -(8)9.99.
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  ML-CHANGE            PIC -(8)9.99.
020310     05  FILLER               PIC X(02) VALUE SPACES.
020320     05  ML-FLAG              PIC X(08) VALUE SPACES.
020400 01  WS-TOTAL-LINE.
020500     05  FILLER               PIC X(02) VALUE SPACES.
020600     05  TL-LABEL             PIC X(26).
020700     05  FILLER               PIC X(03) VALUE '= '.
020800     05  TL-COUNT             PIC ZZZZZZ9.
020810*----------------------------------------------------------------
020820* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
020830* THING, FOR THE RECORD APPENDED AT THE END.
020840*----------------------------------------------------------------
020850 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
020860 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
020870 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
020880 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
020900
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------
021300* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
021400*----------------------------------------------------------------
021500 0000-MAIN-LOGIC.
021510     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
021600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
021700     IF MTD-FILE-OPEN AND RPT-FILE-OPEN
021800         AND WS-RUN-RC < 8
022200         PERFORM 3000-COMPUTE-TRENDS-RTN THRU 3000-EXIT
022300     END-IF.
022400     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
022410     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
022500     STOP RUN.
022600
022700*----------------------------------------------------------------
029100*----------------------------------------------------------------
029200*              2000-LOAD-GRID-RTN
029300* READS THE CONCATENATED GENERATIONS AND FILLS THE CATEGORY-
029400* BY-MONTH GRID, THEN OVERLAYS ANY RESTATED MONTHS (2600).
029500*----------------------------------------------------------------
029600 2000-LOAD-GRID-RTN.
029700     PERFORM 2100-READ-MTD-RTN THRU 2100-EXIT.
030000     DISPLAY "MTD rows read: " WS-READ-COUNT.
030100     DISPLAY "Months loaded: " WS-MONTH-COUNT.
030200     DISPLAY "Categories loaded: " WS-TRD-COUNT.
030210     IF WS-RUN-RC < 8
030220         PERFORM 2600-APPLY-RESTATEMENTS-RTN THRU 2600-EXIT
030230     END-IF.
030300 2000-EXIT.
030400     EXIT.
030500
038400             GO TO 2400-EXIT
038500         END-IF
038600     END-IF.
038610     MOVE MTD-CAT-KEY TO WS-FIND-KEY.
038700     PERFORM 2500-FIND-CATEGORY-RTN THRU 2500-EXIT.
038800     IF WS-RUN-RC = 8
038900         GO TO 2400-EXIT
040900
041000*----------------------------------------------------------------
041100*              2500-FIND-CATEGORY-RTN
041200* FINDS (OR ADDS) THE CATEGORY IN WS-FIND-KEY IN THE GRID,
041300* LEAVING WS-TRD-IDX ON ITS ENTRY.  AN OVERFLOW IS A HARD
041400* STOP.
041500*----------------------------------------------------------------
042400         GO TO 2500-EXIT
042500     END-IF.
042600     IF WS-TRD-COUNT >= WS-TRD-MAX
042700         DISPLAY "TREND TABLE OVERFLOWED AT " WS-FIND-KEY
042800                 " - RUN STOPPED"
042900         MOVE 8 TO WS-RUN-RC
043000         GO TO 2500-EXIT
043100     END-IF.
043200     ADD 1 TO WS-TRD-COUNT.
043300     MOVE WS-TRD-COUNT TO WS-TRD-IDX.
043400     MOVE WS-FIND-KEY TO TRD-KEY (WS-TRD-IDX).
043500     MOVE SPACES TO TRD-DESC (WS-TRD-IDX).
043600     MOVE 'N' TO TRD-SEEN (WS-TRD-IDX).
043700     PERFORM 2520-CLEAR-MONTHS-RTN THRU 2520-EXIT
044600
044700*----------------------------------------------------------------
044800*              2510-SCAN-CATEGORY-RTN
044900* TESTS ONE GRID ENTRY AGAINST THE KEY BEING FOUND.
045000*----------------------------------------------------------------
045100 2510-SCAN-CATEGORY-RTN.
045200     IF TRD-KEY (WS-TRD-IDX) = WS-FIND-KEY
045300         SET TRD-FOUND TO TRUE
045400     END-IF.
045500 2510-EXIT.
046300     MOVE ZERO TO TRD-MONTH-TOT (WS-TRD-IDX, WS-MONTH-IDX).
046400 2520-EXIT.
046500     EXIT.
046501
046502*----------------------------------------------------------------
046503*              2600-APPLY-RESTATEMENTS-RTN
046504* READS THE RESTATED MTD GENERATIONS AND OVERLAYS EACH ONE ON
046505* ITS MONTH, SO A CLOSED MONTH RESTATED FOR A LATE FEED TRENDS
046506* AT ITS RESTATED TOTALS.  AN EMPTY (DUMMY) FILE CHANGES
046507* NOTHING; ONE THAT WILL NOT OPEN LEAVES THE ORIGINALS AND GIVES
046508* RC=4.
046509*----------------------------------------------------------------
046510 2600-APPLY-RESTATEMENTS-RTN.
046511     OPEN INPUT MTD-RESTATED.
046512     IF WS-RST-STATUS NOT = '00'
046513         DISPLAY "MTD-RESTATED OPEN FAILED, STATUS " WS-RST-STATUS
046514                 " - ORIGINAL MONTHS REPORTED"
046515         IF WS-RUN-RC < 4
046516             MOVE 4 TO WS-RUN-RC
046517         END-IF
046518         GO TO 2600-EXIT
046519     END-IF.
046520     PERFORM 2610-READ-RESTATED-RTN THRU 2610-EXIT.
046521     PERFORM 2620-APPLY-RESTATED-ROW-RTN THRU 2620-EXIT
046522         UNTIL RST-EOF-YES OR WS-RUN-RC = 8.
046523     CLOSE MTD-RESTATED.
046524     DISPLAY "Restated rows read: " WS-RST-READ-COUNT.
046525     DISPLAY "Months restated: " WS-RST-MONTH-COUNT.
046526 2600-EXIT.
046527     EXIT.
046528
046529*----------------------------------------------------------------
046530*              2610-READ-RESTATED-RTN
046531* READS THE NEXT RESTATED ROW, SETTING THE EOF SWITCH WHEN THE
046532* LAST CONCATENATED GENERATION IS EXHAUSTED.
046533*----------------------------------------------------------------
046534 2610-READ-RESTATED-RTN.
046535     READ MTD-RESTATED
046536         AT END
046537             SET RST-EOF-YES TO TRUE
046538         NOT AT END
046539             ADD 1 TO WS-RST-READ-COUNT
046540     END-READ.
046541 2610-EXIT.
046542     EXIT.
046543
046544*----------------------------------------------------------------
046545*              2620-APPLY-RESTATED-ROW-RTN
046546* ROUTES ONE RESTATED ROW - AN 'M' MARKER PICKS THE MONTH SLOT
046547* TO OVERLAY (2630), A 'C' ROW REPLACES ITS CATEGORY'S CELL IN
046548* THAT SLOT - AND ADVANCES.  ROWS FOR A MONTH NOT ON MTDIN AND
046549* OTHER ROW TYPES ARE PASSED OVER.
046550*----------------------------------------------------------------
046551 2620-APPLY-RESTATED-ROW-RTN.
046552     IF RST-MARKER-REC
046553         PERFORM 2630-OPEN-RESTATED-MONTH-RTN THRU 2630-EXIT
046554         GO TO 2620-READ
046555     END-IF.
046556     IF NOT RST-CATEGORY-REC
046557         OR WS-RST-MONTH-IDX = ZERO
046558         GO TO 2620-READ
046559     END-IF.
046560     MOVE RST-CAT-KEY TO WS-FIND-KEY.
046561     PERFORM 2500-FIND-CATEGORY-RTN THRU 2500-EXIT.
046562     IF WS-RUN-RC = 8
046563         GO TO 2620-EXIT
046564     END-IF.
046565     MOVE RST-CAT-TOTAL
046566         TO TRD-MONTH-TOT (WS-TRD-IDX, WS-RST-MONTH-IDX).
046567     IF TRD-DESC (WS-TRD-IDX) = SPACES
046568         MOVE RST-CAT-DESC TO TRD-DESC (WS-TRD-IDX)
046569     END-IF.
046570 2620-READ.
046571     PERFORM 2610-READ-RESTATED-RTN THRU 2610-EXIT.
046572 2620-EXIT.
046573     EXIT.
046574
046575*----------------------------------------------------------------
046576*              2630-OPEN-RESTATED-MONTH-RTN
046577* FINDS THE MONTH SLOT LABELLED WITH THE RESTATED GENERATION'S
046578* MARKER MONTH AND ZEROES EVERY CATEGORY'S CELL IN IT, SO A
046579* LATER RESTATEMENT OF THE SAME MONTH REPLACES AN EARLIER ONE
046580* OUTRIGHT.  AN EARLIER RESTATEMENT THAN THE ONE ALREADY
046582* APPLIED, OR A MONTH OUTSIDE THE TWELVE ON MTDIN, IS PASSED
046584* OVER.
046586*----------------------------------------------------------------
046588 2630-OPEN-RESTATED-MONTH-RTN.
046590     MOVE ZERO TO WS-RST-MONTH-IDX.
046592     PERFORM 2640-SCAN-MONTH-LABEL-RTN THRU 2640-EXIT
046594         VARYING WS-MONTH-IDX FROM 1 BY 1
046596         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
046598            OR WS-RST-MONTH-IDX > ZERO.
046600     IF WS-RST-MONTH-IDX = ZERO
046602         DISPLAY "RESTATED MONTH " RST-MRK-YYYYMM
046604                 " NOT ON MTDIN - PASSED OVER"
046606         GO TO 2630-EXIT
046608     END-IF.
046610     IF RST-MRK-RST-STAMP < MONTH-RST-STAMP (WS-RST-MONTH-IDX)
046612         DISPLAY "EARLIER RESTATEMENT OF MONTH " RST-MRK-YYYYMM
046614                 " ON " RST-MRK-RST-DATE " - PASSED OVER"
046616         MOVE ZERO TO WS-RST-MONTH-IDX
046618         GO TO 2630-EXIT
046620     END-IF.
046622     MOVE RST-MRK-RST-STAMP TO MONTH-RST-STAMP (WS-RST-MONTH-IDX).
046624     PERFORM 2650-CLEAR-RESTATED-CELL-RTN THRU 2650-EXIT
046626         VARYING WS-TRD-IDX FROM 1 BY 1
046628         UNTIL WS-TRD-IDX > WS-TRD-COUNT.
046630     IF MONTH-RESTATED (WS-RST-MONTH-IDX) NOT = 'Y'
046632         MOVE 'Y' TO MONTH-RESTATED (WS-RST-MONTH-IDX)
046634         ADD 1 TO WS-RST-MONTH-COUNT
046636     END-IF.
046638     DISPLAY "MONTH " RST-MRK-YYYYMM " RESTATED ON "
046640             RST-MRK-RST-DATE.
046642 2630-EXIT.
046644     EXIT.
046646
046648*----------------------------------------------------------------
046650*              2640-SCAN-MONTH-LABEL-RTN
046652* TESTS ONE MONTH SLOT'S LABEL AGAINST THE RESTATED MONTH.
046654*----------------------------------------------------------------
046656 2640-SCAN-MONTH-LABEL-RTN.
046658     IF MONTH-LABEL (WS-MONTH-IDX) = RST-MRK-YYYYMM
046660         MOVE WS-MONTH-IDX TO WS-RST-MONTH-IDX
046662     END-IF.
046664 2640-EXIT.
046666     EXIT.
046668
046670*----------------------------------------------------------------
046672*              2650-CLEAR-RESTATED-CELL-RTN
046674* ZEROES ONE CATEGORY'S CELL IN THE MONTH BEING RESTATED.
046676*----------------------------------------------------------------
046678 2650-CLEAR-RESTATED-CELL-RTN.
046680     MOVE ZERO TO TRD-MONTH-TOT (WS-TRD-IDX, WS-RST-MONTH-IDX).
046682 2650-EXIT.
046684     EXIT.
046686
046700*----------------------------------------------------------------
046800*              3000-COMPUTE-TRENDS-RTN
046900* COMPUTES EACH CATEGORY'S FIRST-TO-LAST CHANGE AND ITS
059200     MOVE 'DIRECTION FLAGS RAISED    ' TO TL-LABEL.
059300     MOVE WS-FLAGGED-COUNT TO TL-COUNT.
059400     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
059410     MOVE 'MONTHS RESTATED           ' TO TL-LABEL.
059420     MOVE WS-RST-MONTH-COUNT TO TL-COUNT.
059430     WRITE PRINT-LINE FROM WS-TOTAL-LINE.
059500 9100-EXIT.
059600     EXIT.
059700
074300* PRINTS ONE MONTH'S LINE FOR THE CURRENT CATEGORY.  THE FIRST
074400* MONTH HAS NO MONTH-OVER-MONTH CHANGE; AN UNKNOWN (PRE-
074500* MARKER) MONTH PRINTS ITS SEQUENCE NUMBER INSTEAD OF YYYYMM.
074510* A RESTATED MONTH IS FLAGGED.
074600*----------------------------------------------------------------
074700 9520-PRINT-ONE-MONTH-RTN.
074800     MOVE SPACES TO ML-LABEL.
076000     ELSE
076100         MOVE ZERO TO ML-CHANGE
076200     END-IF.
076210     MOVE SPACES TO ML-FLAG.
076220     IF MONTH-RESTATED (WS-MONTH-IDX) = 'Y'
076230         MOVE 'RESTATED' TO ML-FLAG
076240     END-IF.
076300     WRITE PRINT-LINE FROM WS-MONTH-LINE.
076400 9520-EXIT.
076500     EXIT.
077500     WRITE PRINT-LINE FROM WS-HEADER-1.
077600 9400-EXIT.
077700     EXIT.
077800
077900*----------------------------------------------------------------
078000*                 9800-START-RUN-HISTORY-RTN
078100* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
078200* RECORD.
078300*----------------------------------------------------------------
078400 9800-START-RUN-HISTORY-RTN.
078500     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
078600     ACCEPT WS-RUNH-START-TIME FROM TIME.
078700 9800-EXIT.
078800     EXIT.
078900
079000*----------------------------------------------------------------
079100*                 9810-WRITE-RUN-HISTORY-RTN
079200* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
079300* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
079400* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
079500* INPUT IS MTD ROWS READ AND OUTPUT THE CATEGORIES TRENDED;
079600* NOTHING IS REJECTED.
079700* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
079800* CHANGE THE STEP'S RETURN CODE.
079900*----------------------------------------------------------------
080000 9810-WRITE-RUN-HISTORY-RTN.
080100     OPEN EXTEND RUN-HISTORY-FILE.
080200     IF WS-RUNH-STATUS NOT = '00'
080300         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
080400                 WS-RUNH-STATUS
080500         GO TO 9810-EXIT
080600     END-IF.
080700     MOVE SPACES TO RUNH-RECORD.
080800     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
080900     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
081000     OPEN INPUT RUN-ID-FILE.
081100     IF WS-RHID-STATUS = '00'
081200         READ RUN-ID-FILE
081300             AT END
081400                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
081500                         "NOT KNOWN"
081600             NOT AT END
081700                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
081800                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
081900         END-READ
082000         CLOSE RUN-ID-FILE
082100     ELSE
082200         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
082300                 WS-RHID-STATUS
082400     END-IF.
082500     MOVE 'CATTREND' TO RUNH-PROGRAM.
082600     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
082700     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
082800     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
082900     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
083000     ACCEPT RUNH-END-TIME FROM TIME.
083100     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
083200     MOVE WS-READ-COUNT TO RUNH-IN-COUNT.
083300     MOVE WS-TRD-COUNT TO RUNH-OUT-COUNT.
083400     MOVE ZERO TO RUNH-REJECT-COUNT.
083500     WRITE RUNH-RECORD.
083600     IF WS-RUNH-STATUS NOT = '00'
083700         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
083800                 WS-RUNH-STATUS
083900     END-IF.
084000     CLOSE RUN-HISTORY-FILE.
084100 9810-EXIT.
084200     EXIT.

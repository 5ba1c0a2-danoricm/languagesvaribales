002300*                  QUIETLY.  THE RECYCLE OUTPUTS ARE READ FOR
002400*                  THE CERTIFICATE'S RECYCLED AND CARRIED
002500*                  COUNTS.
002510* 10/15/2026  DJM  EXCEPTION AND CARRY LAYOUTS GREW THE EMPLOYEE
002520*                  NUMBER THE EMPLOYEE MASTER IS NOW KEYED ON.
002530* 10/15/2026  DJM  SUNK AND STRM (UNKNOWN OR TERMINATED SELLING
002540*                  EMPLOYEE) COUNT AS REJECTED TRANSACTIONS.
002550* 10/15/2026  DJM  TDUN AND TDCL (SELLING DEPARTMENT NOT ON, OR
002560*                  CLOSED ON, THE DEPARTMENT MASTER) COUNT AS
002570*                  REJECTED TRANSACTIONS.
002575* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
002580*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
002585*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
002586* 10/15/2026  DJM  PROVES THE PRICE SUSPENSE.  READS LAST NIGHT'S
002587*                  SUSPENSE GENERATION (SUSPIN), TONIGHT'S
002588*                  (SUSPOUT), AND THE EXTRACT'S 'U' SUSPENSE ROW.
002589*                  THE CHAIN IS NOW INPUT + RELEASED = POSTED +
002590*                  REJECTED + DIVERTED, BROUGHT FORWARD = RELEASED
002591*                  + CARRIED, AND DIVERTED = NEWLY SUSPENDED.
002592*                  PREJ (RELEASE REJECTED) IS A REJECTED
002593*                  TRANSACTION.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
005100     SELECT CERT-FILE ASSIGN TO "BALCERT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CERT-STATUS.
005310     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS WS-RUNH-STATUS.
005340     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
005350         ORGANIZATION IS SEQUENTIAL
005360         FILE STATUS IS WS-RHID-STATUS.
005362     SELECT SUSPENSE-IN ASSIGN TO "SUSPIN"
005364         ORGANIZATION IS SEQUENTIAL
005366         ACCESS MODE IS SEQUENTIAL
005368         FILE STATUS IS WS-SUSI-STATUS.
005370     SELECT SUSPENSE-OUT ASSIGN TO "SUSPOUT"
005372         ORGANIZATION IS SEQUENTIAL
005374         ACCESS MODE IS SEQUENTIAL
005376         FILE STATUS IS WS-SUSO-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
009000     05  EXCI-REASON-TEXT    PIC X(40).
009100     05  EXCI-TRANS-QTY      PIC 9(03).
009200     05  EXCI-TRANS-PRICE    PIC 9(04)V9(02).
009210     05  EXCI-EMP-NO         PIC 9(05).
009300*----------------------------------------------------------------
009400* RECYCLE-IN - THE RECYCLE STEP'S GENERATED TRANSACTION
009500* SEGMENT; ITS TRAILER GIVES THE CERTIFICATE'S RECYCLED
011800     05  CRYI-REASON-TEXT    PIC X(40).
011900     05  CRYI-TRANS-QTY      PIC 9(03).
012000     05  CRYI-TRANS-PRICE    PIC 9(04)V9(02).
012010     05  CRYI-EMP-NO         PIC 9(05).
012100     05  CRYI-AGE-COUNT      PIC 9(03).
012200*----------------------------------------------------------------
012300* CERT-FILE - PRINT LINES FOR THE ONE-PAGE BALANCE CERTIFICATE.
012500 FD  CERT-FILE
012600     LABEL RECORDS ARE OMITTED.
012700 01  PRINT-LINE              PIC X(80).
012705*----------------------------------------------------------------
012710* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
012715* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
012720* NAMING THE JOB AND STEP.
012725*----------------------------------------------------------------
012730 FD  RUN-HISTORY-FILE
012735     LABEL RECORDS ARE STANDARD.
012740     COPY RUNHREC.
012745 FD  RUN-ID-FILE
012750     LABEL RECORDS ARE STANDARD.
012755     COPY RHIDREC.
012757*----------------------------------------------------------------
012759* SUSPENSE-IN - THE PRICE SUSPENSE GENERATION STEP010 STARTED
012761* FROM, IN THE SHARED SUSPREC LAYOUT.
012763*----------------------------------------------------------------
012765 FD  SUSPENSE-IN
012767     LABEL RECORDS ARE STANDARD.
012769     COPY SUSPREC.
012771*----------------------------------------------------------------
012773* SUSPENSE-OUT - THE PRICE SUSPENSE GENERATION STEP010 WROTE
012775* TONIGHT.  AN AGE OF ZERO MARKS AN ITEM SUSPENDED TONIGHT; ANY
012777* OTHER AGE IS AN ITEM CARRIED FROM THE NIGHT BEFORE.
012779*----------------------------------------------------------------
012781 FD  SUSPENSE-OUT
012783     LABEL RECORDS ARE STANDARD.
012785 01  SUSO-RECORD.
012787     05  FILLER              PIC X(43).
012789     05  SUSO-PRICE          PIC 9(04)V9(02).
012791     05  FILLER              PIC X(25).
012793     05  SUSO-AGE-COUNT      PIC 9(03).
012795     05  FILLER              PIC X(03).
012800
012900 WORKING-STORAGE SECTION.
013000*----------------------------------------------------------------
013600 01  WS-RCYC-STATUS       PIC X(02) VALUE '00'.
013700 01  WS-CRYI-STATUS       PIC X(02) VALUE '00'.
013800 01  WS-CERT-STATUS       PIC X(02) VALUE '00'.
013810 01  WS-SUSI-STATUS       PIC X(02) VALUE '00'.
013820 01  WS-SUSO-STATUS       PIC X(02) VALUE '00'.
013900 01  WS-TRAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
014000     88  TRAN-EOF-YES                  VALUE 'Y'.
014100     88  TRAN-EOF-NO                   VALUE 'N'.
015100 01  WS-CRYI-EOF-SWITCH   PIC X(01) VALUE 'N'.
015200     88  CRYI-EOF-YES                  VALUE 'Y'.
015300     88  CRYI-EOF-NO                   VALUE 'N'.
015310 01  WS-SUSI-EOF-SWITCH   PIC X(01) VALUE 'N'.
015320     88  SUSI-EOF-YES                  VALUE 'Y'.
015330     88  SUSI-EOF-NO                   VALUE 'N'.
015340 01  WS-SUSO-EOF-SWITCH   PIC X(01) VALUE 'N'.
015350     88  SUSO-EOF-YES                  VALUE 'Y'.
015360     88  SUSO-EOF-NO                   VALUE 'N'.
015400 01  WS-TRAN-OPEN-SWITCH  PIC X(01) VALUE 'N'.
015500     88  TRAN-FILE-OPEN                VALUE 'Y'.
015600     88  TRAN-FILE-NOT-OPEN            VALUE 'N'.
016900 01  WS-CERT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
017000     88  CERT-FILE-OPEN                VALUE 'Y'.
017100     88  CERT-FILE-NOT-OPEN            VALUE 'N'.
017110 01  WS-SUSI-OPEN-SWITCH  PIC X(01) VALUE 'N'.
017120     88  SUSI-FILE-OPEN                VALUE 'Y'.
017130     88  SUSI-FILE-NOT-OPEN            VALUE 'N'.
017140 01  WS-SUSO-OPEN-SWITCH  PIC X(01) VALUE 'N'.
017150     88  SUSO-FILE-OPEN                VALUE 'Y'.
017160     88  SUSO-FILE-NOT-OPEN            VALUE 'N'.
017200*----------------------------------------------------------------
017300* CHAIN TOTALS - TRAILER (INPUT) SIDE, EXTRACT (POSTED) SIDE,
017400* AND EXCEPTION (REJECTED) SIDE, ALL ON THE TRAILERS' OWN
019100 77  WS-CARRY-COUNT       PIC 9(09) VALUE ZERO.
019200 77  WS-WORK-COUNT        PIC 9(09) VALUE ZERO.
019300 77  WS-WORK-AMT          PIC 9(13)V9(02) VALUE ZERO.
019305*----------------------------------------------------------------
019310* PRICE SUSPENSE TOTALS - THE TWO SUSPENSE GENERATIONS AND THE
019315* EXTRACT'S 'U' ROW CLAIMS, ON THE SAME PRICE BASIS.
019320*----------------------------------------------------------------
019325 77  WS-SUSP-ROW-COUNT    PIC 9(05) COMP VALUE ZERO.
019330 77  WS-RLSE-CLAIM-COUNT  PIC 9(09) VALUE ZERO.
019335 77  WS-RLSE-CLAIM-AMT    PIC 9(13)V9(02) VALUE ZERO.
019340 77  WS-DIVT-CLAIM-COUNT  PIC 9(09) VALUE ZERO.
019345 77  WS-DIVT-CLAIM-AMT    PIC 9(13)V9(02) VALUE ZERO.
019350 77  WS-SUSI-COUNT        PIC 9(09) VALUE ZERO.
019355 77  WS-SUSI-AMT          PIC 9(13)V9(02) VALUE ZERO.
019360 77  WS-SUSO-NEW-COUNT    PIC 9(09) VALUE ZERO.
019365 77  WS-SUSO-NEW-AMT      PIC 9(13)V9(02) VALUE ZERO.
019370 77  WS-SUSO-CRY-COUNT    PIC 9(09) VALUE ZERO.
019375 77  WS-SUSO-CRY-AMT      PIC 9(13)V9(02) VALUE ZERO.
019400*----------------------------------------------------------------
019500* REJECT CLASSIFICATION - ONLY THESE REASON CODES MARK A
019600* TRANSACTION DETAIL THAT WAS READ BUT KEPT OUT OF THE TOTALS;
020100     88  REJ-TRANS-REASON              VALUES 'TTYP' 'TDEP'
020200                                              'CUNK' 'CINA'
020300                                              'CEFF' 'CTOT'
020310                                              'NAPP' 'SUNK'
020320                                              'STRM' 'TDUN'
020330                                              'TDCL' 'PREJ'.
020400*----------------------------------------------------------------
020500* BREAK CONTROL AND GRADED RETURN CODE.
020600*----------------------------------------------------------------
023500     05  FILLER               PIC X(02) VALUE SPACES.
023600     05  FILLER               PIC X(09) VALUE '** BREAK '.
023700     05  BL-TEXT              PIC X(60) VALUE SPACES.
023710*----------------------------------------------------------------
023720* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
023730* THING, FOR THE RECORD APPENDED AT THE END.
023740*----------------------------------------------------------------
023750 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
023760 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
023770 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
023780 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
023800
023900 PROCEDURE DIVISION.
024000*----------------------------------------------------------------
024200* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
024300*----------------------------------------------------------------
024400 0000-MAIN-LOGIC.
024410     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
024500     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
024600     IF TRAN-FILE-OPEN
024700         PERFORM 2000-SWEEP-TRAILERS-RTN THRU 2000-EXIT
025800     IF CRYI-FILE-OPEN
025900         PERFORM 6000-SWEEP-CARRY-RTN THRU 6000-EXIT
026000     END-IF.
026010     IF SUSI-FILE-OPEN
026020         PERFORM 7000-SWEEP-SUSPENSE-IN-RTN THRU 7000-EXIT
026030     END-IF.
026040     IF SUSO-FILE-OPEN
026050         PERFORM 7500-SWEEP-SUSPENSE-OUT-RTN THRU 7500-EXIT
026060     END-IF.
026100     PERFORM 8000-PROVE-CHAIN-RTN THRU 8000-EXIT.
026200     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
026210     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
026300     STOP RUN.
026400
026500*----------------------------------------------------------------
026700* OPENS THE FILES.  THE TRAILER, EXTRACT, AND EXCEPTION INPUTS
026800* ARE THE PROOF ITSELF - A FAILED OPEN ON ANY OF THEM IS A
026900* BREAK, NOT A SHRUG.  THE RECYCLE AND CARRY INPUTS ONLY FEED
027000* THE CERTIFICATE'S INFORMATIONAL COUNTS.  BOTH PRICE SUSPENSE
027010* GENERATIONS ARE PART OF THE PROOF.
027100*----------------------------------------------------------------
027200 1000-INITIALIZE-RTN.
027300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031400         DISPLAY "CARRY-IN OPEN FAILED, STATUS " WS-CRYI-STATUS
031500                 " - CARRIED COUNT OMITTED"
031600     END-IF.
031605     OPEN INPUT SUSPENSE-IN.
031610     IF WS-SUSI-STATUS = '00'
031615         SET SUSI-FILE-OPEN TO TRUE
031620     ELSE
031625         DISPLAY "SUSPENSE-IN OPEN FAILED, STATUS "
031630                 WS-SUSI-STATUS
031635         SET CHAIN-BROKEN TO TRUE
031640     END-IF.
031645     OPEN INPUT SUSPENSE-OUT.
031650     IF WS-SUSO-STATUS = '00'
031655         SET SUSO-FILE-OPEN TO TRUE
031660     ELSE
031665         DISPLAY "SUSPENSE-OUT OPEN FAILED, STATUS "
031670                 WS-SUSO-STATUS
031675         SET CHAIN-BROKEN TO TRUE
031680     END-IF.
031700     OPEN OUTPUT CERT-FILE.
031800     IF WS-CERT-STATUS = '00'
031900         SET CERT-FILE-OPEN TO TRUE
039100
039200*----------------------------------------------------------------
039300*              3200-TALLY-EXTRACT-RTN
039400* TAKES THE 'B' ROW'S POSTED AND INPUT CLAIMS AND THE 'U' ROW'S
039500* RELEASED AND DIVERTED CLAIMS, COUNTS 'C' ROWS, AND ADVANCES.
039600*----------------------------------------------------------------
039700 3200-TALLY-EXTRACT-RTN.
039800     IF EXTR-BALANCE-REC
040600             ADD 1 TO WS-EXT-CAT-COUNT
040700         END-IF
040800     END-IF.
040810     IF EXTR-SUSPENSE-REC
040820         ADD 1 TO WS-SUSP-ROW-COUNT
040830         ADD EXTR-SUSP-RLSE-COUNT TO WS-RLSE-CLAIM-COUNT
040840         ADD EXTR-SUSP-RLSE-AMT TO WS-RLSE-CLAIM-AMT
040850         ADD EXTR-SUSP-DIVT-COUNT TO WS-DIVT-CLAIM-COUNT
040860         ADD EXTR-SUSP-DIVT-AMT TO WS-DIVT-CLAIM-AMT
040870     END-IF.
040900     PERFORM 3100-READ-EXTRACT-RTN THRU 3100-EXIT.
041000 3200-EXIT.
041100     EXIT.
053000 6200-EXIT.
053100     EXIT.
053200
053201*----------------------------------------------------------------
053202*              7000-SWEEP-SUSPENSE-IN-RTN
053203* TOTALS THE SUSPENSE GENERATION THE NIGHT STARTED FROM.
053204*----------------------------------------------------------------
053205 7000-SWEEP-SUSPENSE-IN-RTN.
053206     PERFORM 7100-READ-SUSPENSE-IN-RTN THRU 7100-EXIT.
053207     PERFORM 7200-TALLY-SUSPENSE-IN-RTN THRU 7200-EXIT
053208         UNTIL SUSI-EOF-YES.
053209 7000-EXIT.
053210     EXIT.
053211
053212*----------------------------------------------------------------
053213*              7100-READ-SUSPENSE-IN-RTN
053214* READS THE NEXT BROUGHT-FORWARD ITEM, SETTING THE EOF SWITCH
053215* WHEN THE FILE IS EXHAUSTED.
053216*----------------------------------------------------------------
053217 7100-READ-SUSPENSE-IN-RTN.
053218     READ SUSPENSE-IN
053219         AT END
053220             SET SUSI-EOF-YES TO TRUE
053221     END-READ.
053222 7100-EXIT.
053223     EXIT.
053224
053225*----------------------------------------------------------------
053226*              7200-TALLY-SUSPENSE-IN-RTN
053227* ROLLS ONE BROUGHT-FORWARD ITEM'S PRICE INTO THE TOTALS AND
053228* ADVANCES.
053229*----------------------------------------------------------------
053230 7200-TALLY-SUSPENSE-IN-RTN.
053231     ADD 1 TO WS-SUSI-COUNT.
053232     IF SUSP-PRICE NUMERIC
053233         ADD SUSP-PRICE TO WS-SUSI-AMT
053234     END-IF.
053235     PERFORM 7100-READ-SUSPENSE-IN-RTN THRU 7100-EXIT.
053236 7200-EXIT.
053237     EXIT.
053238
053239*----------------------------------------------------------------
053240*              7500-SWEEP-SUSPENSE-OUT-RTN
053241* TOTALS TONIGHT'S SUSPENSE GENERATION, SPLITTING ITEMS SUSPENDED
053242* TONIGHT FROM ITEMS CARRIED FORWARD.
053243*----------------------------------------------------------------
053244 7500-SWEEP-SUSPENSE-OUT-RTN.
053245     PERFORM 7600-READ-SUSPENSE-OUT-RTN THRU 7600-EXIT.
053246     PERFORM 7700-TALLY-SUSPENSE-OUT-RTN THRU 7700-EXIT
053247         UNTIL SUSO-EOF-YES.
053248 7500-EXIT.
053249     EXIT.
053250
053251*----------------------------------------------------------------
053252*              7600-READ-SUSPENSE-OUT-RTN
053253* READS THE NEXT SUSPENDED ITEM, SETTING THE EOF SWITCH WHEN THE
053254* FILE IS EXHAUSTED.
053255*----------------------------------------------------------------
053256 7600-READ-SUSPENSE-OUT-RTN.
053257     READ SUSPENSE-OUT
053258         AT END
053259             SET SUSO-EOF-YES TO TRUE
053260     END-READ.
053261 7600-EXIT.
053262     EXIT.
053263
053264*----------------------------------------------------------------
053265*              7700-TALLY-SUSPENSE-OUT-RTN
053266* ROLLS ONE ITEM INTO THE NEW (AGE ZERO) OR CARRIED TOTALS AND
053267* ADVANCES.
053268*----------------------------------------------------------------
053269 7700-TALLY-SUSPENSE-OUT-RTN.
053270     IF SUSO-AGE-COUNT = ZERO
053271         ADD 1 TO WS-SUSO-NEW-COUNT
053272         IF SUSO-PRICE NUMERIC
053273             ADD SUSO-PRICE TO WS-SUSO-NEW-AMT
053274         END-IF
053275     ELSE
053276         ADD 1 TO WS-SUSO-CRY-COUNT
053277         IF SUSO-PRICE NUMERIC
053278             ADD SUSO-PRICE TO WS-SUSO-CRY-AMT
053279         END-IF
053280     END-IF.
053281     PERFORM 7600-READ-SUSPENSE-OUT-RTN THRU 7600-EXIT.
053282 7700-EXIT.
053283     EXIT.
053284
053300*----------------------------------------------------------------
053400*              8000-PROVE-CHAIN-RTN
053500* THE PROOF ITSELF.  EVERY TEST THAT FAILS PRINTS A BREAK LINE
053600* ON THE CERTIFICATE AND MARKS THE CHAIN BROKEN:
053700*   - EXACTLY ONE 'B' RUN-BALANCE ROW ON THE EXTRACT
053800*   - THE EXTRACT'S OWN INPUT CLAIMS MATCH THE TRAILERS
053900*   - EXACTLY ONE 'U' PRICE SUSPENSE ROW ON THE EXTRACT
054000*   - TRAILERS + RELEASED = POSTED + REJECTED + DIVERTED, FOR
054010*     COUNTS AND FOR AMOUNTS
054020*   - BROUGHT FORWARD = RELEASED + CARRIED FORWARD
054030*   - DIVERTED (EXTRACT CLAIM) = NEWLY SUSPENDED (SUSPOUT)
054100*----------------------------------------------------------------
054200 8000-PROVE-CHAIN-RTN.
054300     IF WS-BAL-ROW-COUNT NOT = 1
055600             TO BL-TEXT
055700         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
055800     END-IF.
055810     IF WS-SUSP-ROW-COUNT NOT = 1
055820         MOVE 'EXTRACT SUSPENSE ROW MISSING OR DUPLICATED'
055830             TO BL-TEXT
055840         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
055850         GO TO 8000-EXIT
055860     END-IF.
055900     COMPUTE WS-WORK-COUNT = WS-POSTED-COUNT
056000         + WS-REJ-TRANS-COUNT + WS-DIVT-CLAIM-COUNT
056010         - WS-RLSE-CLAIM-COUNT.
056100     IF WS-WORK-COUNT NOT = WS-TRL-DTL-COUNT
056200         MOVE 'INPUT + RELEASED <> POSTED + REJECTED + DIVERTED'
056210             TO BL-TEXT
056300         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
056400     END-IF.
056500     COMPUTE WS-WORK-AMT = WS-POSTED-AMT + WS-REJ-TRANS-AMT
056510         + WS-DIVT-CLAIM-AMT - WS-RLSE-CLAIM-AMT.
056600     IF WS-WORK-AMT NOT = WS-TRL-AMT-TOTAL
056700         MOVE 'INPUT + RELEASED AMOUNT <> POSTED + REJ + DIVERTED'
056710             TO BL-TEXT
056800         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
056900     END-IF.
056905     COMPUTE WS-WORK-COUNT = WS-RLSE-CLAIM-COUNT
056910         + WS-SUSO-CRY-COUNT.
056915     COMPUTE WS-WORK-AMT = WS-RLSE-CLAIM-AMT + WS-SUSO-CRY-AMT.
056920     IF WS-WORK-COUNT NOT = WS-SUSI-COUNT
056925         OR WS-WORK-AMT NOT = WS-SUSI-AMT
056930         MOVE 'SUSPENSE BROUGHT FORWARD <> RELEASED + CARRIED'
056935             TO BL-TEXT
056940         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
056945     END-IF.
056950     IF WS-DIVT-CLAIM-COUNT NOT = WS-SUSO-NEW-COUNT
056955         OR WS-DIVT-CLAIM-AMT NOT = WS-SUSO-NEW-AMT
056960         MOVE 'EXTRACT DIVERTED CLAIM <> NEWLY SUSPENDED ITEMS'
056965             TO BL-TEXT
056970         PERFORM 8100-REPORT-BREAK-RTN THRU 8100-EXIT
056975     END-IF.
057000 8000-EXIT.
057100     EXIT.
057200
060800     IF CRYI-FILE-OPEN
060900         CLOSE CARRY-IN
061000     END-IF.
061010     IF SUSI-FILE-OPEN
061020         CLOSE SUSPENSE-IN
061030     END-IF.
061040     IF SUSO-FILE-OPEN
061050         CLOSE SUSPENSE-OUT
061060     END-IF.
061100     IF CHAIN-BROKEN
061200         MOVE 8 TO WS-RUN-RC
061300         DISPLAY "CHAIN OUT OF BALANCE - RETURN CODE 8"
062200*----------------------------------------------------------------
062300*              9100-PRINT-CERTIFICATE-RTN
062400* PRINTS THE ONE-PAGE CERTIFICATE - THE THREE SIDES OF THE
062500* PROOF, THE PRICE SUSPENSE MOVEMENT, THE INFORMATIONAL RECYCLE
062600* AND CARRY COUNTS, AND THE VERDICT.
062700*----------------------------------------------------------------
062800 9100-PRINT-CERTIFICATE-RTN.
062900     MOVE WS-RUN-DATE-ED TO CH-RUN-DATE.
065600     MOVE WS-REJ-TRANS-AMT TO WS-AMT-ED.
065700     MOVE WS-AMT-ED TO CL-VALUE.
065800     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065802     MOVE 'SUSPENSE BROUGHT FORWARD' TO CL-LABEL.
065804     MOVE WS-SUSI-COUNT TO WS-COUNT-ED.
065806     MOVE WS-COUNT-ED TO CL-VALUE.
065808     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065810     MOVE 'SUSPENSE BROUGHT FWD AMOUNT' TO CL-LABEL.
065812     MOVE WS-SUSI-AMT TO WS-AMT-ED.
065814     MOVE WS-AMT-ED TO CL-VALUE.
065816     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065818     MOVE 'RELEASED FROM SUSPENSE' TO CL-LABEL.
065820     MOVE WS-RLSE-CLAIM-COUNT TO WS-COUNT-ED.
065822     MOVE WS-COUNT-ED TO CL-VALUE.
065824     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065826     MOVE 'RELEASED AMOUNT' TO CL-LABEL.
065828     MOVE WS-RLSE-CLAIM-AMT TO WS-AMT-ED.
065830     MOVE WS-AMT-ED TO CL-VALUE.
065832     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065834     MOVE 'DIVERTED TO SUSPENSE' TO CL-LABEL.
065836     MOVE WS-DIVT-CLAIM-COUNT TO WS-COUNT-ED.
065838     MOVE WS-COUNT-ED TO CL-VALUE.
065840     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065842     MOVE 'DIVERTED AMOUNT' TO CL-LABEL.
065844     MOVE WS-DIVT-CLAIM-AMT TO WS-AMT-ED.
065846     MOVE WS-AMT-ED TO CL-VALUE.
065848     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065850     MOVE 'SUSPENSE CARRIED FORWARD' TO CL-LABEL.
065852     MOVE WS-SUSO-CRY-COUNT TO WS-COUNT-ED.
065854     MOVE WS-COUNT-ED TO CL-VALUE.
065856     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065858     MOVE 'SUSPENSE CARRIED FWD AMOUNT' TO CL-LABEL.
065860     MOVE WS-SUSO-CRY-AMT TO WS-AMT-ED.
065862     MOVE WS-AMT-ED TO CL-VALUE.
065864     PERFORM 9110-PUT-CERT-LINE-RTN THRU 9110-EXIT.
065900     MOVE 'EMPLOYEE/CONTROL REJECTS' TO CL-LABEL.
066000     MOVE WS-REJ-EMP-COUNT TO WS-COUNT-ED.
066100     MOVE WS-COUNT-ED TO CL-VALUE.
069700     MOVE SPACES TO CL-VALUE.
069800 9110-EXIT.
069900     EXIT.
070000
070100*----------------------------------------------------------------
070200*                 9800-START-RUN-HISTORY-RTN
070300* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
070400* RECORD.
070500*----------------------------------------------------------------
070600 9800-START-RUN-HISTORY-RTN.
070700     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
070800     ACCEPT WS-RUNH-START-TIME FROM TIME.
070900 9800-EXIT.
071000     EXIT.
071100
071200*----------------------------------------------------------------
071300*                 9810-WRITE-RUN-HISTORY-RTN
071400* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
071500* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
071600* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
071700* INPUT IS THE TRAILERS' DETAIL COUNT, OUTPUT THE DETAILS POSTED,
071800* AND REJECTS THE TRANSACTIONS REJECTED.
071900* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
072000* CHANGE THE STEP'S RETURN CODE.
072100*----------------------------------------------------------------
072200 9810-WRITE-RUN-HISTORY-RTN.
072300     OPEN EXTEND RUN-HISTORY-FILE.
072400     IF WS-RUNH-STATUS NOT = '00'
072500         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
072600                 WS-RUNH-STATUS
072700         GO TO 9810-EXIT
072800     END-IF.
072900     MOVE SPACES TO RUNH-RECORD.
073000     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
073100     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
073200     OPEN INPUT RUN-ID-FILE.
073300     IF WS-RHID-STATUS = '00'
073400         READ RUN-ID-FILE
073500             AT END
073600                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
073700                         "NOT KNOWN"
073800             NOT AT END
073900                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
074000                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
074100         END-READ
074200         CLOSE RUN-ID-FILE
074300     ELSE
074400         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
074500                 WS-RHID-STATUS
074600     END-IF.
074700     MOVE 'NIGHTBAL' TO RUNH-PROGRAM.
074800     MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE.
074900     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
075000     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
075100     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
075200     ACCEPT RUNH-END-TIME FROM TIME.
075300     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
075400     MOVE WS-TRL-DTL-COUNT TO RUNH-IN-COUNT.
075500     MOVE WS-POSTED-COUNT TO RUNH-OUT-COUNT.
075600     MOVE WS-REJ-TRANS-COUNT TO RUNH-REJECT-COUNT.
075700     WRITE RUNH-RECORD.
075800     IF WS-RUNH-STATUS NOT = '00'
075900         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
076000                 WS-RUNH-STATUS
076100     END-IF.
076200     CLOSE RUN-HISTORY-FILE.
076300 9810-EXIT.
076400     EXIT.

005910*                  COUNT ON THE RUN-CONTROL REPORT.  A MATCHED
005911*                  APPROVAL IS MARKED CONSUMED SO ONE APPROVAL
005912*                  CANNOT COVER TWO ADJUSTMENTS.
005917* 10/15/2026  DJM  EMPLOYEE-MASTER IS NOW KEYED ON THE EMPLOYEE
005922*                  NUMBER.  CHECKPOINTS RECORD THE LAST NUMBER
005927*                  PROCESSED AND THE RESTART KEY ON THE PARM IS
005932*                  THAT 5-DIGIT NUMBER; EXCEPTION RECORDS AND
005933*                  THE EXTRACT 'E' ROW CARRY THE NUMBER (ZERO ON
005934*                  TRANSACTION EXCEPTIONS).
005935* 10/15/2026  DJM  TRANSACTION DETAILS NOW CARRY THE SELLING
005936*                  EMPLOYEE'S NUMBER IN THEIR LAST FIVE FILLER
005937*                  BYTES, PROVED AGAINST EMPLOYEE-MASTER IN
005938*                  3200-APPLY-TRANSACTION-RTN.  AN UNKNOWN SELLER
005939*                  (REASON SUNK) OR A TERMINATED ONE (STRM) GOES
005940*                  TO EXCEPTION-FILE AND STAYS OUT OF THE TOTALS;
005941*                  AN ADJUSTMENT MAY CARRY NO SELLER.  POSTED
005942*                  SALES AND RETURNS ROLL INTO A KEYED SELLER
005943*                  TABLE WRITTEN TO THE NEW SELLFILE AT END OF
005944*                  RUN FOR THE COMMISSION REGISTER, AND
005945*                  TRANSACTION EXCEPTIONS NOW CARRY THE SELLER'S
005946*                  NUMBER.
005947* 10/15/2026  DJM  TRANSACTION DEPARTMENTS ARE NOW PROVED AGAINST
005948*                  THE NEW DEPARTMENT MASTER (DEPTMAST), LOADED
005949*                  ONCE AT INITIALIZATION LIKE THE CATEGORY
005950*                  MASTER AND EQUALLY REQUIRED.  A DEPARTMENT NOT
005951*                  ON FILE (REASON TDUN) OR CLOSED (TDCL) GOES TO
005952*                  EXCEPTION-FILE AND STAYS OUT OF THE TOTALS.
005953*                  DSALERPT NOW PRINTS THE DEPARTMENT NAME.
005954* 10/15/2026  DJM  EVERY POSTED SEGMENT IS NOW REGISTERED ON
005955*                  THE CUMULATIVE SEGREG FILE (SREGREC) BY
005956*                  HEADER DATE AND SOURCE AND TRAILER COUNT, QTY
005957*                  HASH, AND AMOUNT.  3160-PROVE-TRAILER-RTN
005958*                  REFUSES A SEGMENT ALREADY REGISTERED (OR SEEN
005959*                  EARLIER IN THE SAME RUN) AS A DUPLICATE - RUN
005960*                  OUT OF BALANCE, RC=8, AND A LINE ON RUNRPT -
005961*                  UNLESS A RECORD ON THE NEW RPSTPARM FILE
005962*                  AUTHORISES ONE REPOST OF THAT DATE AND SOURCE.
005963* 10/15/2026  DJM  EACH POSTED DETAIL NOW ALSO ROLLS INTO ITS
005964*                  CATEGORY'S SALE, RETURN, OR ADJUSTMENT AMOUNT
005965*                  AND PRICE-BASIS AMOUNT, WRITTEN TO THE EXTRACT
005966*                  AS A NEW 'T' ROW PER CATEGORY FOR THE GENERAL
005967*                  LEDGER JOURNAL STEP.  THE 'B' ROW NOW CARRIES
005968*                  THE RUN'S THROUGH BUSINESS DATE.
005969* 10/15/2026  DJM  APPENDS A RUN-HISTORY RECORD (JOB, STEP,
005970*                  START/END TIME, RETURN CODE, KEY COUNTS) TO
005971*                  THE CUMULATIVE RUNHIST FILE AT END OF RUN.
005972* 10/15/2026  DJM  SALES AND RETURNS PRICED OUTSIDE THE CATEGORY
005973*                  MASTER'S NEW MINIMUM/MAXIMUM EXPECTED UNIT
005974*                  PRICE ARE DIVERTED TO THE PRICE SUSPENSE FILE
005975*                  (SUSPREC, REASON PLOW/PHIG) INSTEAD OF POSTING,
005976*                  AND LISTED ON RUNRPT.  LAST NIGHT'S SUSPENSE IS
005977*                  WORKED FIRST - ITEMS MERCHANDISING RELEASED ON
005978*                  RLSEFILE (RLSEREC) POST, OR REJECT WITH REASON
005979*                  PREJ, AND THE REST CARRY FORWARD.  THE DETAIL
005980*                  EDITS MOVED OUT OF 3200 INTO THE NEW
005981*                  3202-EDIT-AND-POST-RTN SO A RELEASED ITEM TAKES
005982*                  THE SAME PATH.  THE EXTRACT GAINS A 'U' ROW
005983*                  WITH THE NIGHT'S RELEASED AND DIVERTED TOTALS.
005984* 10/15/2026  DJM  PARM='PRIOR=YYYYMM' RUNS THE PASS IN
005985*                  PRIOR-PERIOD MODE FOR A LATE FEED FROM A
005986*                  MONTH ALREADY CLOSED.  EACH HEADER MUST BE A
005987*                  BUSINESS DAY OF THAT MONTH (IN ANY ORDER)
005988*                  INSTEAD OF THE NIGHTLY EXPECTED DATE, THE
005989*                  MONTH MUST BE EARLIER THAN THE CURRENT
005990*                  BUSINESS MONTH, AND THE 'B' ROW AND RUNRPT
005991*                  CARRY THE MONTH'S LAST BUSINESS DAY.  NO
005992*                  EMPLOYEE ROWS ARE EXTRACTED, AND A RELEASE FOR
005993*                  A SUSPENDED ITEM OF ANY OTHER MONTH IS HELD.
005994*                  THE JOB STREAM POINTS THE OUTPUTS AT THEIR OWN
005995*                  PRIOR-PERIOD GENERATIONS.
005996* 10/15/2026  DJM  SEGMENTS ARE REGISTERED ONLY WHEN NOTHING HAS
005997*                  GRADED THE RUN 8, SO A FAILED NIGHT CAN RERUN.
005998*----------------------------------------------------------------
005999
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS EMP-NO
006700         FILE STATUS IS WS-EMP-STATUS.
006800     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
006900         ORGANIZATION IS SEQUENTIAL
008795         ORGANIZATION IS SEQUENTIAL
008796         ACCESS MODE IS SEQUENTIAL
008797         FILE STATUS IS WS-APRP-STATUS.
008807     SELECT SELLER-FILE ASSIGN TO "SELLFILE"
008817         ORGANIZATION IS SEQUENTIAL
008827         ACCESS MODE IS SEQUENTIAL
008837         FILE STATUS IS WS-SELL-STATUS.
008839     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
008841         ORGANIZATION IS SEQUENTIAL
008843         ACCESS MODE IS SEQUENTIAL
008845         FILE STATUS IS WS-DEPT-STATUS.
008850     SELECT SEGMENT-REGISTRY ASSIGN TO "SEGREG"
008855         ORGANIZATION IS SEQUENTIAL
008860         ACCESS MODE IS SEQUENTIAL
008865         FILE STATUS IS WS-SREG-STATUS.
008870     SELECT REPOST-PARM ASSIGN TO "RPSTPARM"
008875         ORGANIZATION IS SEQUENTIAL
008876         ACCESS MODE IS SEQUENTIAL
008877         FILE STATUS IS WS-RPST-STATUS.
008878     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
008879         ORGANIZATION IS SEQUENTIAL
008880         FILE STATUS IS WS-RUNH-STATUS.
008881     SELECT RUN-ID-FILE ASSIGN TO "RUNHID"
008882         ORGANIZATION IS SEQUENTIAL
008883         FILE STATUS IS WS-RHID-STATUS.
008884     SELECT SUSPENSE-IN ASSIGN TO "SUSPIN"
008885         ORGANIZATION IS SEQUENTIAL
008886         ACCESS MODE IS SEQUENTIAL
008887         FILE STATUS IS WS-SUSI-STATUS.
008888     SELECT SUSPENSE-OUT ASSIGN TO "SUSPOUT"
008889         ORGANIZATION IS SEQUENTIAL
008890         ACCESS MODE IS SEQUENTIAL
008891         FILE STATUS IS WS-SUSO-STATUS.
008892     SELECT RELEASE-FILE ASSIGN TO "RLSEFILE"
008893         ORGANIZATION IS SEQUENTIAL
008894         ACCESS MODE IS SEQUENTIAL
008895         FILE STATUS IS WS-RLSE-STATUS.
008896
008900 DATA DIVISION.
009000 FILE SECTION.
009100*----------------------------------------------------------------
009200* EMPLOYEE-MASTER - ONE RECORD PER EMPLOYEE, KEYED BY NUMBER.
009300*----------------------------------------------------------------
009400 FD  EMPLOYEE-MASTER
009500     LABEL RECORDS ARE STANDARD.
010200* COMPUTE'S TARGET, MY-DOUBLE, CARRIES SEVEN INTEGER DIGITS SO
010300* A FULL-RANGE QTY (999) TIMES A FULL-RANGE PRICE (9999.99)
010400* FITS WITHOUT TRIPPING ITS OWN SIZE ERROR CHECK.
010410* TRANS-EMP-NO IS THE SELLING EMPLOYEE, ZERO ONLY ON AN
010420* ADJUSTMENT THAT NO SALESPERSON MADE.
010500*----------------------------------------------------------------
010600 FD  TRANSACTION-FILE
010700     LABEL RECORDS ARE STANDARD.
011000         10  TRANS-QTY       PIC 9(03).
011100         10  TRANS-PRICE     PIC 9(04)V9(02).
011101         10  TRANS-DEPT      PIC X(04).
011102         10  TRANS-EMP-NO    PIC 9(05).
011103     05  TRANS-HDR REDEFINES TRANS-DETAIL.
011104         10  TRANS-HDR-DATE      PIC 9(08).
011105         10  TRANS-HDR-SOURCE    PIC X(08).
011180     LABEL RECORDS ARE STANDARD.
011190     COPY CATMREC.
011200*----------------------------------------------------------------
011201* DEPARTMENT-MASTER - ONE RECORD PER DEPARTMENT, IN THE SHARED
011202* DEPTREC LAYOUT MAINTAINED BY THE DEPTMAINT STEP.  LOADED INTO
011203* THE DPT-REF TABLE AT INITIALIZATION; EVERY TRANSACTION'S
011204* SELLING DEPARTMENT MUST BE ON IT (TDUN) AND OPEN (TDCL), AND
011205* THE NAMES PRINT ON DSALERPT.  REQUIRED - A MISSING OR EMPTY
011206* MASTER STOPS THE RUN.
011207*----------------------------------------------------------------
011208 FD  DEPARTMENT-MASTER
011209     LABEL RECORDS ARE STANDARD.
011210     COPY DEPTREC.
011211*----------------------------------------------------------------
011212* SEGMENT-REGISTRY - EVERY SEGMENT EVER POSTED, READ IN FULL AT
011213* INITIALIZATION AND EXTENDED WITH TONIGHT'S SEGMENTS AT END OF
011214* AN IN-BALANCE RUN.
011215*----------------------------------------------------------------
011216 FD  SEGMENT-REGISTRY
011217     LABEL RECORDS ARE STANDARD.
011218     COPY SREGREC.
011219*----------------------------------------------------------------
011220* REPOST-PARM - ONE RECORD PER AUTHORISED REPOST: BUSINESS DATE
011221* AND SOURCE OF THE SEGMENT TO BE ALLOWED THROUGH ONCE, AND THE
011222* ID OF WHOEVER AUTHORISED IT.  NORMALLY DUMMY.
011223*----------------------------------------------------------------
011224 FD  REPOST-PARM
011226     LABEL RECORDS ARE STANDARD.
011228 01  RPST-RECORD.
011230     05  RPST-BUS-DATE       PIC 9(08).
011232     05  RPST-SOURCE         PIC X(08).
011234     05  RPST-AUTH-ID        PIC X(08).
011236     05  FILLER              PIC X(56).
011238*----------------------------------------------------------------
011300* EXCEPTION-FILE - ONE RECORD PER EMPLOYEE OR TRANSACTION THAT
011400* FAILS AN EDIT.
011500*----------------------------------------------------------------
012200     05  EXCEP-REASON-TEXT   PIC X(40).
012210     05  EXCEP-TRANS-QTY     PIC 9(03).
012220     05  EXCEP-TRANS-PRICE   PIC 9(04)V9(02).
012230     05  EXCEP-EMP-NO        PIC 9(05).
012300*----------------------------------------------------------------
012400* CHECKPOINT-FILE - ONE RECORD PER CHECKPOINT TAKEN DURING THE
012500* EMPLOYEE-MASTER PASS, FOR RESTART AFTER AN ABEND.
012700 FD  CHECKPOINT-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  CKPT-RECORD.
013000     05  CKPT-LAST-EMP-NO    PIC 9(05).
013010     05  FILLER              PIC X(15).
013100     05  CKPT-COUNT          PIC 9(05).
013200*----------------------------------------------------------------
013300* EXTRACT-FILE - FIXED-WIDTH FEED FOR DOWNSTREAM FINANCE
016495     LABEL RECORDS ARE STANDARD.
016496 01  APRP-RECORD.
016497     05  APRP-THRESHOLD      PIC 9(07)V9(02).
016507*----------------------------------------------------------------
016517* SELLER-FILE - ONE RECORD PER BUSINESS DATE, SELLING EMPLOYEE,
016527* DEPARTMENT, AND CATEGORY WITH THE POSTED SALES AND RETURNS, IN
016537* THE SHARED SELLREC LAYOUT THE COMMISSION REGISTER READS.
016547*----------------------------------------------------------------
016557 FD  SELLER-FILE
016567     LABEL RECORDS ARE STANDARD.
016568     COPY SELLREC.
016569*----------------------------------------------------------------
016570* RUN-HISTORY-FILE - CUMULATIVE JOB-STREAM RUN HISTORY, ONE
016571* RECORD APPENDED PER RUN.  RUN-ID-FILE - THE STEP'S RUNHID CARD
016572* NAMING THE JOB AND STEP.
016573*----------------------------------------------------------------
016574 FD  RUN-HISTORY-FILE
016575     LABEL RECORDS ARE STANDARD.
016576     COPY RUNHREC.
016577 FD  RUN-ID-FILE
016578     LABEL RECORDS ARE STANDARD.
016579     COPY RHIDREC.
016580*----------------------------------------------------------------
016581* SUSPENSE-IN - LAST NIGHT'S PRICE SUSPENSE GENERATION, READ INTO
016582* THE SUSPREC LAYOUT UNDER SUSPENSE-OUT.  SUSPENSE-OUT - TONIGHT'S
016583* GENERATION: EVERY ITEM NOT RELEASED, AGED ONE NIGHT, THEN THE
016584* DETAILS NEWLY DIVERTED TONIGHT.
016585*----------------------------------------------------------------
016586 FD  SUSPENSE-IN
016587     LABEL RECORDS ARE STANDARD.
016588 01  SUSI-RECORD             PIC X(80).
016589 FD  SUSPENSE-OUT
016590     LABEL RECORDS ARE STANDARD.
016591     COPY SUSPREC.
016592*----------------------------------------------------------------
016593* RELEASE-FILE - MERCHANDISING'S DECISIONS ON SUSPENDED ITEMS,
016594* ONE RECORD PER SUSPENSE ID: POST OR REJECT.
016595*----------------------------------------------------------------
016596 FD  RELEASE-FILE
016597     LABEL RECORDS ARE STANDARD.
016598     COPY RLSEREC.
016599 WORKING-STORAGE SECTION.
016600*----------------------------------------------------------------
016700* ORIGINAL DATA-TYPE SHOWCASE FIELDS.
016800*----------------------------------------------------------------
021400 01  WS-CAT-TOTAL-SWITCH PIC X(01) VALUE 'N'.
021500     88  CATEGORY-TOTAL-OVERFLOWED    VALUE 'Y'.
021600     88  CATEGORY-TOTAL-OK            VALUE 'N'.
021601*----------------------------------------------------------------
021602* TRANSACTION-FILE HEADER/TRAILER RUN-BALANCING CONTROLS.  THE
021603* RUN ACCUMULATES ITS OWN DETAIL COUNT, QTY HASH TOTAL, AND
021604* PRICE AMOUNT TOTAL AND PROVES THEM AGAINST THE TRAILER BEFORE
021605* ANYTHING IS PUBLISHED.
021606*----------------------------------------------------------------
021607 01  WS-SEG-SWITCH       PIC X(01) VALUE 'N'.
021608     88  SEG-OPEN                     VALUE 'Y'.
021609     88  SEG-CLOSED                   VALUE 'N'.
021610 01  WS-SEG-COUNT        PIC 9(03) COMP VALUE ZERO.
021611 01  WS-SEG-DATE         PIC 9(08) VALUE ZERO.
021612 01  WS-BALANCE-SWITCH   PIC X(01) VALUE 'Y'.
021613     88  RUN-IN-BALANCE               VALUE 'Y'.
021614     88  RUN-OUT-OF-BALANCE           VALUE 'N'.
021615 77  WS-BAL-DTL-COUNT    PIC 9(07) VALUE ZERO.
021616 77  WS-BAL-QTY-HASH     PIC 9(09) VALUE ZERO.
021617 77  WS-BAL-AMT-TOTAL    PIC 9(11)V9(02) VALUE ZERO.
021618*----------------------------------------------------------------
021619* BUSINESS-CALENDAR TABLE AND EXPECTED-BUSINESS-DATE CONTROLS.
021620* THE CALENDAR IS LOADED ONCE AT INITIALIZATION; THE EXPECTED
021621* BUSINESS DATE IS THE SCHEDULER'S DATE= PARM OVERRIDE WHEN
021622* GIVEN, ELSE THE LATEST BUSINESS DAY ON THE CALENDAR BEFORE
021623* THE RUN DATE.  A CATCH-UP RUN ADVANCES THE EXPECTED DATE TO
021624* THE NEXT BUSINESS DAY AS EACH LATER SEGMENT'S HEADER ARRIVES.
021625*----------------------------------------------------------------
021626 01  WS-BCAL-STATUS      PIC X(02) VALUE '00'.
021627 01  WS-BCAL-EOF-SWITCH  PIC X(01) VALUE 'N'.
021628     88  BCAL-EOF-YES                 VALUE 'Y'.
021629     88  BCAL-EOF-NO                  VALUE 'N'.
021630 01  WS-BCAL-LOAD-SW     PIC X(01) VALUE 'N'.
021631     88  BCAL-LOADED                  VALUE 'Y'.
021632     88  BCAL-NOT-LOADED              VALUE 'N'.
021633 01  WS-BCAL-COUNT       PIC 9(03) COMP VALUE ZERO.
021634 01  WS-BCAL-MAX         PIC 9(03) COMP VALUE 400.
021635 01  WS-BCAL-IDX         PIC 9(03) COMP VALUE ZERO.
021636 01  BCAL-TABLE.
021637     05  BCAL-T-DATE     PIC 9(08) OCCURS 400 TIMES VALUE ZERO.
021638     05  BCAL-T-TYPE     PIC X(01) OCCURS 400 TIMES VALUE SPACES.
021639     05  BCAL-T-MEND     PIC X(01) OCCURS 400 TIMES VALUE SPACES.
021640 01  WS-EXPECTED-DATE    PIC 9(08) VALUE ZERO.
021641 01  WS-NEXT-BUS-DATE    PIC 9(08) VALUE ZERO.
021642 01  WS-NEXT-BUS-SWITCH  PIC X(01) VALUE 'N'.
021643     88  NEXT-BUSDAY-FOUND            VALUE 'Y'.
021644     88  NEXT-BUSDAY-NOT-FOUND        VALUE 'N'.
021645 01  WS-DATE-OVERRIDE    PIC 9(08) VALUE ZERO.
021646 01  WS-PARM-DATE-X      PIC X(08) VALUE SPACES.
021647 01  WS-PARM-DATE-9 REDEFINES WS-PARM-DATE-X
021648                         PIC 9(08).
021649 01  WS-PARM-REST-LEN    PIC S9(04) COMP VALUE ZERO.
021650*----------------------------------------------------------------
021651* TRANSACTION-TYPE ACCUMULATORS - SALES, RETURNS, AND
021652* ADJUSTMENTS EACH CARRY THEIR OWN COUNT AND AMOUNT THROUGH TO
021653* THE END-OF-RUN DISPLAY AND THE EXTRACT SUMMARY ROWS.  RETURNS
021654* POST NEGATIVELY INTO THE CATEGORY TOTALS VIA WS-TRANS-NET.
021655*----------------------------------------------------------------
021656 77  WS-SALE-COUNT       PIC 9(07) VALUE ZERO.
021657 77  WS-RETURN-COUNT     PIC 9(07) VALUE ZERO.
021658 77  WS-ADJUST-COUNT     PIC 9(07) VALUE ZERO.
021659 77  WS-SALE-AMT         PIC S9(11)V9(02) COMP-3 VALUE ZERO.
021660 77  WS-RETURN-AMT       PIC S9(11)V9(02) COMP-3 VALUE ZERO.
021661 77  WS-ADJUST-AMT       PIC S9(11)V9(02) COMP-3 VALUE ZERO.
021662 77  WS-TRANS-NET        PIC S9(7)V9(2) COMP-3 VALUE ZERO.
021663*----------------------------------------------------------------
021664* WHOLE-RUN INPUT AND POSTED TOTALS ON THE TRAILER'S OWN PRICE
021665* BASIS, CARRIED TO THE EXTRACT 'B' ROW FOR THE END-OF-JOB
021666* RECONCILIATION STEP.
021667*----------------------------------------------------------------
021668 77  WS-IN-DTL-COUNT     PIC 9(07) VALUE ZERO.
021669 77  WS-IN-AMT-TOTAL     PIC 9(11)V9(02) VALUE ZERO.
021670 77  WS-POSTED-PRICE-AMT PIC 9(11)V9(02) VALUE ZERO.
021671*----------------------------------------------------------------
021672* PRICE SUSPENSE AND RELEASE CONTROLS.  RELEASES ARE LOADED FROM
021673* RLSEFILE AT INITIALIZATION, EACH GOOD FOR ONE SUSPENDED ITEM.
021674* THE PRICE EDIT IS SWITCHED OFF WHILE RELEASED ITEMS ARE POSTED
021675* SO MERCHANDISING'S DECISION STANDS.  THE COUNTS AND PRICE-BASIS
021676* AMOUNTS GO TO THE EXTRACT 'U' ROW AND RUNRPT; THE ITEMS NEWLY
021677* SUSPENDED TONIGHT ARE LISTED ON RUNRPT UP TO THE TABLE LIMIT.
021678*----------------------------------------------------------------
021679 01  WS-SUSI-STATUS      PIC X(02) VALUE '00'.
021680 01  WS-SUSO-STATUS      PIC X(02) VALUE '00'.
021681 01  WS-RLSE-STATUS      PIC X(02) VALUE '00'.
021682 01  WS-SUSI-EOF-SWITCH  PIC X(01) VALUE 'N'.
021683     88  SUSI-EOF-YES                 VALUE 'Y'.
021684     88  SUSI-EOF-NO                  VALUE 'N'.
021685 01  WS-RLSE-EOF-SWITCH  PIC X(01) VALUE 'N'.
021686     88  RLSE-EOF-YES                 VALUE 'Y'.
021687     88  RLSE-EOF-NO                  VALUE 'N'.
021688 01  WS-PRICE-EDIT-SWITCH PIC X(01) VALUE 'Y'.
021689     88  PRICE-EDIT-ON                VALUE 'Y'.
021690     88  PRICE-EDIT-OFF               VALUE 'N'.
021691 01  WS-PRICE-SWITCH     PIC X(01) VALUE 'Y'.
021692     88  PRICE-IN-RANGE               VALUE 'Y'.
021693     88  PRICE-SUSPENDED              VALUE 'N'.
021694 01  WS-SUSP-REASON      PIC X(04) VALUE SPACES.
021695 01  WS-SUSP-LAST-SEQ    PIC 9(05) VALUE ZERO.
021696 01  WS-SUSP-POSTED-BEFORE PIC 9(07) VALUE ZERO.
021697 01  WS-SUSP-POSTED-AFTER  PIC 9(07) VALUE ZERO.
021698 77  WS-SUSP-IN-COUNT    PIC 9(07) VALUE ZERO.
021699 77  WS-SUSP-IN-AMT      PIC 9(11)V9(02) VALUE ZERO.
021700 77  WS-SUSP-RLSE-COUNT  PIC 9(07) VALUE ZERO.
021701 77  WS-SUSP-RLSE-AMT    PIC 9(11)V9(02) VALUE ZERO.
021702 77  WS-SUSP-POST-COUNT  PIC 9(07) VALUE ZERO.
021703 77  WS-SUSP-REJ-COUNT   PIC 9(07) VALUE ZERO.
021704 77  WS-SUSP-CARRY-COUNT PIC 9(07) VALUE ZERO.
021705 77  WS-SUSP-CARRY-AMT   PIC 9(11)V9(02) VALUE ZERO.
021706 77  WS-SUSP-DIVT-COUNT  PIC 9(07) VALUE ZERO.
021707 77  WS-SUSP-DIVT-AMT    PIC 9(11)V9(02) VALUE ZERO.
021708 01  WS-RLSE-COUNT       PIC 9(03) COMP VALUE ZERO.
021709 01  WS-RLSE-MAX         PIC 9(03) COMP VALUE 500.
021710 01  WS-RLSE-IDX         PIC 9(03) COMP VALUE ZERO.
021711 01  WS-RLSE-HIT         PIC 9(03) COMP VALUE ZERO.
021712 01  WS-RLSE-SWITCH      PIC X(01) VALUE 'N'.
021713     88  RLSE-FOUND                   VALUE 'Y'.
021714     88  RLSE-NOT-FOUND               VALUE 'N'.
021715 77  WS-RLSE-UNUSED      PIC 9(03) COMP VALUE ZERO.
021716 01  RLSE-TABLE.
021717     05  RLSE-ENTRY OCCURS 500 TIMES.
021718         10  RLT-SUSP-ID      PIC X(13).
021719         10  RLT-ACTION       PIC X(01).
021720         10  RLT-AUTH-ID      PIC X(08).
021721         10  RLT-USED         PIC X(01).
021722 01  WS-SUSL-COUNT       PIC 9(03) COMP VALUE ZERO.
021723 01  WS-SUSL-MAX         PIC 9(03) COMP VALUE 50.
021724 01  WS-SUSL-IDX         PIC 9(03) COMP VALUE ZERO.
021725 01  WS-SUSL-PRICE-ED    PIC ZZZ9.99 VALUE ZERO.
021726 01  SUSL-TABLE.
021727     05  SUSL-ENTRY OCCURS 50 TIMES.
021728         10  SUSL-ID-DATE     PIC 9(08).
021729         10  SUSL-ID-SEQ      PIC 9(05).
021730         10  SUSL-CATEGORY    PIC X(10).
021731         10  SUSL-REASON      PIC X(04).
021732         10  SUSL-PRICE       PIC 9(04)V9(02).
021733*----------------------------------------------------------------
021773* ADJUSTMENT-APPROVAL TABLE AND CONTROLS.  LOADED FROM
021774* APPRFILE AT INITIALIZATION; AN ADJUSTMENT AT OR ABOVE THE
021775* THRESHOLD MUST MATCH AN UNCONSUMED ENTRY ON BUSINESS DATE,
021841         10  CAT-REF-TOTAL    PIC S9(7)V9(2) COMP-3.
021842         10  CAT-REF-HIT-FLAG PIC X(01).
021843         10  CAT-REF-GROUP    PIC X(03).
021844         10  CAT-REF-SALE-AMT PIC 9(8)V9(2) COMP-3.
021845         10  CAT-REF-RETURN-AMT PIC 9(8)V9(2) COMP-3.
021846         10  CAT-REF-ADJUST-AMT PIC 9(8)V9(2) COMP-3.
021847         10  CAT-REF-PRICE-AMT PIC 9(8)V9(2) COMP-3.
021848         10  CAT-REF-MIN-PRICE PIC 9(4)V9(2).
021849         10  CAT-REF-MAX-PRICE PIC 9(4)V9(2).
021850*----------------------------------------------------------------
021851* DEPARTMENT-MASTER REFERENCE TABLE.  LOADED ONCE AT
021852* INITIALIZATION IN THE ASCENDING CODE ORDER THE MAINTENANCE
021853* STEP GUARANTEES (PROVED AT LOAD) AND SEARCHED WITH SEARCH ALL
021854* FOR EVERY TRANSACTION'S SELLING DEPARTMENT AND FOR THE NAMES
021855* ON DSALERPT.  REQUIRED IN THE SAME WAY AS THE CATEGORY MASTER.
021856*----------------------------------------------------------------
021857 01  WS-DEPT-STATUS      PIC X(02) VALUE '00'.
021858 01  WS-DEPT-EOF-SWITCH  PIC X(01) VALUE 'N'.
021859     88  DEPT-EOF-YES                 VALUE 'Y'.
021860     88  DEPT-EOF-NO                  VALUE 'N'.
021861 01  WS-DPTREF-LOAD-SW   PIC X(01) VALUE 'N'.
021862     88  DPTREF-LOADED                VALUE 'Y'.
021863     88  DPTREF-NOT-LOADED            VALUE 'N'.
021864 01  WS-DPTREF-COUNT     PIC 9(03) COMP VALUE ZERO.
021865 01  WS-DPTREF-MAX       PIC 9(03) COMP VALUE 500.
021866 01  WS-DPTREF-PREV-CODE PIC X(04) VALUE LOW-VALUES.
021867 01  WS-DPTREF-KEY       PIC X(04) VALUE SPACES.
021868 01  WS-DPTREF-SWITCH    PIC X(01) VALUE 'N'.
021869     88  DPTREF-FOUND                 VALUE 'Y'.
021870     88  DPTREF-NOT-FOUND             VALUE 'N'.
021871 77  WS-DEPT-REJ-COUNT   PIC 9(05) COMP VALUE ZERO.
021872 01  DPT-REF.
021873     05  DPT-REF-ENTRY OCCURS 1 TO 500 TIMES
021874             DEPENDING ON WS-DPTREF-COUNT
021875             ASCENDING KEY IS DPT-REF-CODE
021876             INDEXED BY DPT-REF-IDX.
021877         10  DPT-REF-CODE     PIC X(04).
021878         10  DPT-REF-NAME     PIC X(20).
021879         10  DPT-REF-FLAG     PIC X(01).
021880*----------------------------------------------------------------
021881* POSTED-SEGMENT REGISTRY TABLE.  THE WHOLE REGISTRY IS LOADED AT
021882* INITIALIZATION; EACH SEGMENT PROVED TONIGHT IS ADDED BEHIND IT,
021883* SO A SEGMENT CONCATENATED TWICE IN ONE RUN IS CAUGHT AS WELL AS
021884* ONE POSTED ON AN EARLIER NIGHT.  ENTRIES PAST WS-SREG-OLD-COUNT
021885* ARE TONIGHT'S AND ARE APPENDED TO THE FILE AT END OF RUN.  THE
021886* REGISTRY IS REQUIRED - A FAILED OPEN OR AN OVERFLOW GRADES THE
021887* RUN TO 8 AND SUPPRESSES THE TRANSACTION PASS.
021888*----------------------------------------------------------------
021889 01  WS-SREG-STATUS      PIC X(02) VALUE '00'.
021890 01  WS-SREG-EOF-SWITCH  PIC X(01) VALUE 'N'.
021891     88  SREG-EOF-YES                 VALUE 'Y'.
021892     88  SREG-EOF-NO                  VALUE 'N'.
021893 01  WS-SREG-LOAD-SW     PIC X(01) VALUE 'N'.
021894     88  SREG-LOADED                  VALUE 'Y'.
021895     88  SREG-NOT-LOADED              VALUE 'N'.
021896 01  WS-SREG-COUNT       PIC 9(05) COMP VALUE ZERO.
021897 01  WS-SREG-MAX         PIC 9(05) COMP VALUE 9999.
021898 01  WS-SREG-OLD-COUNT   PIC 9(05) COMP VALUE ZERO.
021899 01  WS-SREG-IDX         PIC 9(05) COMP VALUE ZERO.
021900 01  WS-SREG-FIRST-NEW   PIC 9(05) COMP VALUE ZERO.
021901 01  WS-SREG-SWITCH      PIC X(01) VALUE 'N'.
021902     88  SREG-FOUND                   VALUE 'Y'.
021903     88  SREG-NOT-FOUND               VALUE 'N'.
021904 01  WS-SEG-SOURCE       PIC X(08) VALUE SPACES.
021905 01  WS-SREG-CUR-KEY.
021906     05  WS-SREG-CUR-DATE    PIC 9(08).
021907     05  WS-SREG-CUR-SOURCE  PIC X(08).
021908     05  WS-SREG-CUR-COUNT   PIC 9(07).
021909     05  WS-SREG-CUR-HASH    PIC 9(09).
021910     05  WS-SREG-CUR-AMT     PIC 9(11)V9(02).
021911 01  WS-SREG-CUR-TYPE    PIC X(01) VALUE SPACES.
021912 01  WS-SREG-CUR-AUTH    PIC X(08) VALUE SPACES.
021913 77  WS-SREG-ADD-COUNT   PIC 9(05) COMP VALUE ZERO.
021914 01  SREG-TABLE.
021915     05  SREG-ENTRY OCCURS 1 TO 9999 TIMES
021916             DEPENDING ON WS-SREG-COUNT.
021917         10  SRT-KEY          PIC X(45).
021918         10  SRT-POST-TYPE    PIC X(01).
021919         10  SRT-AUTH-ID      PIC X(08).
021920*----------------------------------------------------------------
021921* AUTHORISED REPOSTS FROM REPOST-PARM, EACH GOOD FOR ONE
021922* DUPLICATE OF ITS DATE AND SOURCE, AND THE DUPLICATES SEEN
021923* TONIGHT (REFUSED OR REPOSTED) FOR THE RUN-CONTROL REPORT.
021924*----------------------------------------------------------------
021925 01  WS-RPST-STATUS      PIC X(02) VALUE '00'.
021926 01  WS-RPST-EOF-SWITCH  PIC X(01) VALUE 'N'.
021927     88  RPST-EOF-YES                 VALUE 'Y'.
021928     88  RPST-EOF-NO                  VALUE 'N'.
021929 01  WS-RPST-COUNT       PIC 9(03) COMP VALUE ZERO.
021930 01  WS-RPST-MAX         PIC 9(03) COMP VALUE 20.
021931 01  WS-RPST-IDX         PIC 9(03) COMP VALUE ZERO.
021932 01  WS-RPST-SWITCH      PIC X(01) VALUE 'N'.
021933     88  RPST-FOUND                   VALUE 'Y'.
021934     88  RPST-NOT-FOUND               VALUE 'N'.
021935 77  WS-RPST-UNUSED      PIC 9(03) COMP VALUE ZERO.
021936 01  RPST-TABLE.
021937     05  RPST-ENTRY OCCURS 20 TIMES.
021938         10  RPT-DATE         PIC 9(08).
021939         10  RPT-SOURCE       PIC X(08).
021940         10  RPT-AUTH-ID      PIC X(08).
021941         10  RPT-USED         PIC X(01).
021942 01  WS-DUP-COUNT        PIC 9(03) COMP VALUE ZERO.
021943 01  WS-DUP-MAX          PIC 9(03) COMP VALUE 20.
021944 01  WS-DUP-IDX          PIC 9(03) COMP VALUE ZERO.
021945 77  WS-DUP-REFUSED      PIC 9(03) COMP VALUE ZERO.
021946 77  WS-DUP-REPOSTED     PIC 9(03) COMP VALUE ZERO.
021947 01  DUP-TABLE.
021948     05  DUP-ENTRY OCCURS 20 TIMES.
021949         10  DUP-DATE         PIC 9(08).
021950         10  DUP-SOURCE       PIC X(08).
021951         10  DUP-TYPE         PIC X(01).
021952         10  DUP-AUTH-ID      PIC X(08).
021953*----------------------------------------------------------------
021954* MERCHANDISE-GROUP SUBTOTALS, ROLLED UP FROM THE CATEGORY
021955* TOTALS AT END OF RUN FOR THE EXTRACT 'G' ROWS.
021956*----------------------------------------------------------------
021957 01  WS-GROUP-COUNT      PIC 9(03) COMP VALUE ZERO.
021958 01  WS-GROUP-MAX        PIC 9(03) COMP VALUE 50.
021959 01  WS-GROUP-IDX        PIC 9(03) COMP VALUE ZERO.
021960 01  WS-GROUP-SWITCH     PIC X(01) VALUE 'N'.
021961     88  GROUP-FOUND                  VALUE 'Y'.
021962     88  GROUP-NOT-FOUND              VALUE 'N'.
021963 01  GROUP-TOTALS.
021964     05  GRP-CODE        PIC X(03) OCCURS 50 TIMES VALUE SPACES.
021965     05  GRP-TOTAL       PIC S9(9)V9(2) COMP-3 OCCURS 50 TIMES
021966                         VALUE ZERO.
021967*----------------------------------------------------------------
021968* DEPARTMENT-BY-CATEGORY TOTALS TABLE AND CONTROLS.  ENTRIES
021969* ARE INSERTED IN KEY ORDER (DEPARTMENT, CATEGORY) AS EACH
021970* PAIR FIRST POSTS, SO THE PER-TRANSACTION LOOKUP IS A SINGLE
021971* SEARCH ALL.  AN OVERFLOW IS A HARD STOP, NOT A DROP.
021972*----------------------------------------------------------------
021973 01  WS-DEPTCAT-COUNT    PIC 9(04) COMP VALUE ZERO.
021974 01  WS-DEPTCAT-MAX      PIC 9(04) COMP VALUE 2000.
021975 01  WS-DEPTCAT-IDX      PIC 9(04) COMP VALUE ZERO.
021976 01  WS-DEPTCAT-SLOT    PIC 9(04) COMP VALUE ZERO.
021977 01  WS-DEPTCAT-SHIFT   PIC 9(04) COMP VALUE ZERO.
021978 01  WS-DEPTCAT-SWITCH   PIC X(01) VALUE 'N'.
021979     88  DEPTCAT-FOUND                VALUE 'Y'.
021980     88  DEPTCAT-NOT-FOUND            VALUE 'N'.
021981 01  WS-DEPTCAT-KEY.
021982     05  WS-DEPTCAT-KEY-DEPT PIC X(04).
021983     05  WS-DEPTCAT-KEY-CAT  PIC X(10).
021984 01  DEPT-CAT.
021985     05  DEPT-CAT-ENTRY OCCURS 1 TO 2000 TIMES
021986             DEPENDING ON WS-DEPTCAT-COUNT
021987             ASCENDING KEY IS DEPT-CAT-KEY
021988             INDEXED BY DEPT-CAT-IDX.
021989         10  DEPT-CAT-KEY.
021990             15  DEPT-CAT-DEPT PIC X(04).
021991             15  DEPT-CAT-CAT  PIC X(10).
021992         10  DEPT-CAT-TOTAL   PIC S9(7)V9(2) COMP-3.
021993*----------------------------------------------------------------
021994* SALESPERSON ATTRIBUTION TABLE AND CONTROLS.  EVERY POSTED SALE
021995* AND RETURN ROLLS INTO ONE ENTRY PER BUSINESS DATE, SELLING
021996* EMPLOYEE, DEPARTMENT, AND CATEGORY, INSERTED IN KEY ORDER THE
021997* SAME WAY AS THE DEPARTMENT SPLITS.  THE TABLE GOES TO SELLFILE
021998* AT END OF RUN, AND ONLY WHEN THE RUN IS IN BALANCE, SO THE
021999* COMMISSION REGISTER NEVER SEES A NIGHT THAT DID NOT PUBLISH.
022000* AN OVERFLOW IS A HARD STOP, NOT A DROP.
022001*----------------------------------------------------------------
022002 01  WS-SELL-STATUS      PIC X(02) VALUE '00'.
022003 01  WS-SELL-OPEN-SWITCH PIC X(01) VALUE 'N'.
022004     88  SELL-FILE-OPEN               VALUE 'Y'.
022005     88  SELL-FILE-NOT-OPEN           VALUE 'N'.
022006 01  WS-SELLER-COUNT     PIC 9(04) COMP VALUE ZERO.
022007 01  WS-SELLER-MAX       PIC 9(04) COMP VALUE 3000.
022008 01  WS-SELLER-IDX       PIC 9(04) COMP VALUE ZERO.
022009 01  WS-SELLER-SLOT      PIC 9(04) COMP VALUE ZERO.
022010 01  WS-SELLER-SHIFT     PIC 9(04) COMP VALUE ZERO.
022011 01  WS-SELLER-SWITCH    PIC X(01) VALUE 'N'.
022012     88  SELLER-FOUND                 VALUE 'Y'.
022013     88  SELLER-NOT-FOUND             VALUE 'N'.
022014 01  WS-SELLER-EDIT-SWITCH PIC X(01) VALUE 'Y'.
022015     88  SELLER-USABLE                VALUE 'Y'.
022016     88  SELLER-REJECTED              VALUE 'N'.
022017 77  WS-SELLER-REJ-COUNT PIC 9(05) COMP VALUE ZERO.
022018 77  WS-SELL-WRITE-COUNT PIC 9(05) COMP VALUE ZERO.
022019 01  WS-SELLER-KEY.
022020     05  WS-SELLER-KEY-DATE PIC 9(08).
022021     05  WS-SELLER-KEY-EMP  PIC 9(05).
022022     05  WS-SELLER-KEY-DEPT PIC X(04).
022023     05  WS-SELLER-KEY-CAT  PIC X(10).
022024 01  SELLER-TABLE.
022025     05  SELLER-ENTRY OCCURS 1 TO 3000 TIMES
022026             DEPENDING ON WS-SELLER-COUNT
022027             ASCENDING KEY IS SELLER-KEY
022028             INDEXED BY SELLER-IDX.
022029         10  SELLER-KEY.
022030             15  SELLER-DATE  PIC 9(08).
022031             15  SELLER-EMP   PIC 9(05).
022032             15  SELLER-DEPT  PIC X(04).
022033             15  SELLER-CAT   PIC X(10).
022034         10  SELLER-SALE-COUNT PIC 9(05) COMP-3.
022035         10  SELLER-SALE-AMT   PIC 9(07)V9(02) COMP-3.
022036         10  SELLER-RET-COUNT  PIC 9(05) COMP-3.
022037         10  SELLER-RET-AMT    PIC 9(07)V9(02) COMP-3.
022038*----------------------------------------------------------------
022039* MY-SET SEARCH ALL CONTROLS.
022040*----------------------------------------------------------------
022041 01  WS-SEARCH-KEY       PIC S9(4) VALUE ZERO.
022100 01  WS-SEARCH-SWITCH    PIC X(01) VALUE 'N'.
022200     88  SEARCH-FOUND                 VALUE 'Y'.
022300     88  SEARCH-NOT-FOUND             VALUE 'N'.
024300 01  WS-CKPT-INTERVAL    PIC 9(03) COMP VALUE 10.
024400 01  WS-CKPT-COUNTER     PIC 9(03) COMP VALUE ZERO.
024500 01  WS-RESTART-KEY      PIC X(20) VALUE SPACES.
024510 01  WS-RESTART-KEY-NO REDEFINES WS-RESTART-KEY.
024520     05  WS-RESTART-EMP-NO   PIC 9(05).
024530     05  WS-RESTART-KEY-REST PIC X(15).
024600*----------------------------------------------------------------
024700* EXTENDED-PRICE MONETARY CONTROLS.
024800*----------------------------------------------------------------
026987 01  WS-DSALE-HEADER-2.
026988     05  FILLER                PIC X(02) VALUE SPACES.
026989     05  FILLER                PIC X(06) VALUE 'DEPT'.
026991     05  FILLER                PIC X(22) VALUE 'DEPARTMENT NAME'.
026993     05  FILLER                PIC X(12) VALUE 'CATEGORY'.
026995     05  FILLER                PIC X(14) VALUE '    NET AMOUNT'.
026997 01  WS-DSALE-DETAIL-LINE.
026999     05  FILLER                PIC X(02) VALUE SPACES.
027001     05  DSD-DEPT              PIC X(04).
027003     05  FILLER                PIC X(02) VALUE SPACES.
027005     05  DSD-DEPT-NAME         PIC X(20).
027007     05  FILLER                PIC X(02) VALUE SPACES.
027009     05  DSD-CATEGORY          PIC X(10).
027011     05  FILLER                PIC X(02) VALUE SPACES.
027013     05  DSD-AMOUNT            PIC -(7)9.99.
027015 01  WS-DSALE-TOTAL-LINE.
027017     05  FILLER                PIC X(02) VALUE SPACES.
027019     05  DST-LABEL             PIC X(20) VALUE SPACES.
027021     05  FILLER                PIC X(02) VALUE '= '.
027023     05  DST-AMOUNT            PIC -(9)9.99.
027025 77  WS-RUN-RC             PIC 9(01) VALUE ZERO.
027027 01  WS-START-TIME         PIC X(08) VALUE SPACES.
027029 01  WS-END-TIME           PIC X(08) VALUE SPACES.
027031 01  WS-TIME-ED            PIC X(08) VALUE SPACES.
027033 01  WS-COUNT-ED           PIC ZZZZZZZ9 VALUE ZERO.
027035 01  WS-USAGE-ED           PIC ZZ9 VALUE ZERO.
027037 01  WS-USAGE-MAX-ED       PIC ZZ9 VALUE ZERO.
027039 01  WS-TIME-IN            PIC X(08) VALUE SPACES.
027041 01  WS-RUNCTL-HEADER.
027043     05  FILLER                PIC X(10) VALUE SPACES.
027045     05  FILLER                PIC X(30)
027047                         VALUE 'DATAVAR RUN CONTROL REPORT'.
027049     05  FILLER                PIC X(10) VALUE SPACES.
027051     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
027053     05  RCH-RUN-DATE          PIC X(08) VALUE SPACES.
027055 01  WS-RUNCTL-LINE.
027057     05  FILLER                PIC X(02) VALUE SPACES.
027059     05  RCL-LABEL             PIC X(24) VALUE SPACES.
027061     05  FILLER                PIC X(02) VALUE '= '.
027063     05  RCL-VALUE             PIC X(40) VALUE SPACES.
027065*----------------------------------------------------------------
027067* RUN-HISTORY CONTROLS - THE STEP'S START STAMP, TAKEN FIRST
027069* THING, FOR THE RECORD APPENDED AT THE END.
027071*----------------------------------------------------------------
027073 01  WS-RUNH-STATUS       PIC X(02) VALUE '00'.
027074 01  WS-RHID-STATUS       PIC X(02) VALUE '00'.
027075 01  WS-RUNH-START-DATE   PIC 9(08) VALUE ZERO.
027076 01  WS-RUNH-START-TIME   PIC 9(08) VALUE ZERO.
027077*----------------------------------------------------------------
027078* PRIOR-PERIOD RUN CONTROLS.  PARM='PRIOR=YYYYMM' NAMES THE
027079* CLOSED MONTH A LATE FEED BELONGS TO; EVERY SEGMENT HEADER IS
027080* THEN PROVED AGAINST THAT MONTH'S BUSINESS DAYS INSTEAD OF THE
027081* NIGHTLY EXPECTED DATE.
027082*----------------------------------------------------------------
027083 01  WS-PRIOR-SWITCH     PIC X(01) VALUE 'N'.
027084     88  PRIOR-PERIOD-RUN             VALUE 'Y'.
027085     88  NIGHTLY-RUN                  VALUE 'N'.
027086 01  WS-PRIOR-MONTH      PIC 9(06) VALUE ZERO.
027087 01  WS-PRIOR-MONTH-GROUP REDEFINES WS-PRIOR-MONTH.
027088     05  WS-PRIOR-YYYY       PIC 9(04).
027089     05  WS-PRIOR-MM         PIC 9(02).
027090 01  WS-PARM-MONTH-X     PIC X(06) VALUE SPACES.
027091 01  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X
027092                         PIC 9(06).
027093 01  WS-CURR-MONTH       PIC 9(06) VALUE ZERO.
027094 01  WS-SEG-MONTH        PIC 9(06) VALUE ZERO.
027095 01  WS-BCAL-MONTH       PIC 9(06) VALUE ZERO.
027096 01  WS-PRIOR-DAY-SWITCH PIC X(01) VALUE 'N'.
027097     88  PRIOR-BUSDAY-FOUND           VALUE 'Y'.
027098     88  PRIOR-BUSDAY-NOT-FOUND       VALUE 'N'.
027099*----------------------------------------------------------------
027100* RESTART PARAMETER, RECEIVED FROM THE CALLING JCL'S PARM=
027200* OPERAND.  MAINFRAME COBOL PARM TEXT ARRIVES PREFIXED WITH A
027300* TWO-BYTE BINARY LENGTH, SO THE LINKAGE RECORD CARRIES BOTH.
027310* THE TEXT FIELD HOLDS THE FULL DOCUMENTED FORM - DATE=YYYYMMDD
027320* PLUS A COMMA PLUS A 20-BYTE RESTART KEY, WHICH IS THE
027330* 5-DIGIT EMPLOYEE NUMBER OF THE LAST CHECKPOINT.
027340* THE PRIOR-PERIOD FORM, PRIOR=YYYYMM, FITS THE SAME FIELD.
027400*----------------------------------------------------------------
027500 LINKAGE SECTION.
027600 01  LK-RESTART-PARM.
028300* MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.
028400*----------------------------------------------------------------
028500 0000-MAIN-LOGIC.
028510     PERFORM 9800-START-RUN-HISTORY-RTN THRU 9800-EXIT.
028600     PERFORM 1000-INITIALIZE-RTN THRU 1000-EXIT.
028700     PERFORM 1700-SEARCH-DEMO-RTN THRU 1700-EXIT.
028710     IF CATREF-LOADED AND DPTREF-LOADED AND SREG-LOADED
028800         PERFORM 3000-PROCESS-TRANSACTIONS-RTN THRU 3000-EXIT
028801     ELSE
028802         DISPLAY "REFERENCE FILES NOT LOADED - TRANSACTION "
028803                 "PASS SUPPRESSED"
028804         SET RUN-OUT-OF-BALANCE TO TRUE
028805     END-IF.
028930                 "SUPPRESSED"
028940     END-IF.
029000     PERFORM 9000-TERMINATE-RTN THRU 9000-EXIT.
029010     PERFORM 9810-WRITE-RUN-HISTORY-RTN THRU 9810-EXIT.
029100     STOP RUN.
029200
029300*----------------------------------------------------------------
033714                 WS-DSAL-STATUS
033715     END-IF.
033716     PERFORM 1100-LOAD-CATEGORY-MASTER-RTN THRU 1100-EXIT.
033718     PERFORM 1150-LOAD-DEPARTMENT-MASTER-RTN THRU 1150-EXIT.
033720     PERFORM 1200-LOAD-CALENDAR-RTN THRU 1200-EXIT.
033730     PERFORM 1230-SET-EXPECTED-DATE-RTN THRU 1230-EXIT.
033735     PERFORM 1250-SET-PRIOR-PERIOD-RTN THRU 1250-EXIT.
033740     PERFORM 1300-LOAD-APPROVALS-RTN THRU 1300-EXIT.
033750     PERFORM 1400-LOAD-SEGMENT-REGISTRY-RTN THRU 1400-EXIT.
033760     PERFORM 1500-LOAD-RELEASES-RTN THRU 1500-EXIT.
033800 1000-EXIT.
033802     EXIT.
033804
033806*----------------------------------------------------------------
033808*                 1010-PARSE-PARM-RTN
033810* PARSES THE PARM= OPERAND.  AN OPTIONAL DATE=YYYYMMDD PREFIX
033812* IS THE SCHEDULER'S PROCESSING-DATE OVERRIDE; ANYTHING AFTER A
033814* COMMA (OR THE WHOLE PARM WHEN THERE IS NO PREFIX) IS THE
033816* RESTART KEY, EXACTLY AS BEFORE.  PRIOR=YYYYMM INSTEAD MAKES
033818* THIS A PRIOR-PERIOD RUN FOR THAT CLOSED MONTH; IT TAKES NO
033820* RESTART KEY SINCE THAT RUN HAS NO EMPLOYEE PASS.
033822*----------------------------------------------------------------
033824 1010-PARSE-PARM-RTN.
033826     MOVE SPACES TO WS-RESTART-KEY.
033828     IF LK-PARM-LEN < 1
033830         GO TO 1010-EXIT
033832     END-IF.
033834     IF LK-PARM-LEN >= 12
033836         AND LK-PARM-TEXT (1:6) = 'PRIOR='
033838         SET PRIOR-PERIOD-RUN TO TRUE
033840         MOVE LK-PARM-TEXT (7:6) TO WS-PARM-MONTH-X
033842         IF WS-PARM-MONTH-9 NUMERIC
033844             MOVE WS-PARM-MONTH-9 TO WS-PRIOR-MONTH
033846         ELSE
033848             DISPLAY "PARM PRIOR-PERIOD MONTH NOT NUMERIC"
033850         END-IF
033912         GO TO 1010-EXIT
033913     END-IF.
033914     IF LK-PARM-LEN >= 13
033938         TO WS-RESTART-KEY (1:WS-PARM-REST-LEN).
033939 1010-EXIT.
033940     EXIT.
033941
033942*----------------------------------------------------------------
033943*              1100-LOAD-CATEGORY-MASTER-RTN
033944* LOADS THE CATEGORY-MASTER FILE INTO THE CAT-REF TABLE SO THE
033945* TRANSACTION PASS CAN VALIDATE EVERY TRANS-CATEGORY AGAINST
033946* IT.  THE MASTER IS REQUIRED AND MUST ARRIVE IN ASCENDING KEY
033947* ORDER (THE MAINTENANCE STEP WRITES IT THAT WAY) SO SEARCH
033948* ALL CAN BINARY-SEARCH IT - A FAILED OPEN, AN OUT-OF-SEQUENCE
033949* KEY, AN OVERFLOW, OR AN EMPTY MASTER LEAVES THE TABLE
033950* UNLOADED AND GRADES THE RUN TO 8, AND THE MAINLINE THEN
033951* SUPPRESSES THE WHOLE PASS.
033952*----------------------------------------------------------------
033953 1100-LOAD-CATEGORY-MASTER-RTN.
033954     OPEN INPUT CATEGORY-MASTER.
033955     IF WS-CATM-STATUS NOT = '00'
033956         DISPLAY "CATEGORY-MASTER OPEN FAILED, STATUS "
033957                 WS-CATM-STATUS
033958         MOVE 8 TO WS-RUN-RC
033959         GO TO 1100-EXIT
033960     END-IF.
033961     PERFORM 1110-READ-CATEGORY-MASTER-RTN THRU 1110-EXIT.
033962     PERFORM 1120-STORE-CATEGORY-RTN THRU 1120-EXIT
033963         UNTIL CATM-EOF-YES OR WS-RUN-RC = 8.
033964     CLOSE CATEGORY-MASTER.
033965     IF WS-CATREF-COUNT = ZERO AND WS-RUN-RC < 8
033966         DISPLAY "CATEGORY MASTER IS EMPTY - RUN STOPPED"
033967         MOVE 8 TO WS-RUN-RC
033968     END-IF.
033969     IF WS-RUN-RC < 8
033970         SET CATREF-LOADED TO TRUE
033971         DISPLAY "Categories loaded: " WS-CATREF-COUNT
033972     END-IF.
033973 1100-EXIT.
033974     EXIT.
033975
033976*----------------------------------------------------------------
033977*              1110-READ-CATEGORY-MASTER-RTN
033978* READS THE NEXT CATEGORY-MASTER RECORD, SETTING THE EOF SWITCH
033979* WHEN THE FILE IS EXHAUSTED.
033980*----------------------------------------------------------------
033981 1110-READ-CATEGORY-MASTER-RTN.
033982     READ CATEGORY-MASTER
033983         AT END
033984             SET CATM-EOF-YES TO TRUE
033985     END-READ.
033986 1110-EXIT.
033987     EXIT.
033988
033989*----------------------------------------------------------------
033990*              1120-STORE-CATEGORY-RTN
033991* STORES ONE CATEGORY-MASTER RECORD INTO THE CAT-REF TABLE AND
033992* ADVANCES TO THE NEXT RECORD.  A KEY OUT OF SEQUENCE (WHICH
033993* ALSO CATCHES A DUPLICATE) OR A RECORD PAST THE TABLE LIMIT
033994* IS A HARD STOP, NOT A DROP.
033995*----------------------------------------------------------------
033996 1120-STORE-CATEGORY-RTN.
033997     IF CATM-KEY NOT > WS-CATREF-PREV-KEY
033998         DISPLAY "CATEGORY MASTER KEY OUT OF SEQUENCE AT "
033999                 CATM-KEY " - RUN STOPPED"
034000         MOVE 8 TO WS-RUN-RC
034001         GO TO 1120-EXIT
034002     END-IF.
034003     IF WS-CATREF-COUNT >= WS-CATREF-MAX
034004         DISPLAY "CATEGORY TABLE OVERFLOWED AT " CATM-KEY
034005                 " - RUN STOPPED"
034006         MOVE 8 TO WS-RUN-RC
034007         GO TO 1120-EXIT
034008     END-IF.
034009     ADD 1 TO WS-CATREF-COUNT.
034010     MOVE CATM-KEY TO CAT-REF-KEY (WS-CATREF-COUNT).
034011     MOVE CATM-DESC TO CAT-REF-DESC (WS-CATREF-COUNT).
034012     MOVE CATM-ACTIVE-FLAG TO CAT-REF-FLAG (WS-CATREF-COUNT).
034013     MOVE CATM-EFF-FROM-DATE
034014         TO CAT-REF-EFF-FROM (WS-CATREF-COUNT).
034015     MOVE CATM-EFF-TO-DATE
034016         TO CAT-REF-EFF-TO (WS-CATREF-COUNT).
034017     MOVE ZERO TO CAT-REF-TOTAL (WS-CATREF-COUNT).
034018     MOVE 'N' TO CAT-REF-HIT-FLAG (WS-CATREF-COUNT).
034019     MOVE CATM-GROUP-CODE TO CAT-REF-GROUP (WS-CATREF-COUNT).
034020     MOVE ZERO TO CAT-REF-SALE-AMT (WS-CATREF-COUNT).
034021     MOVE ZERO TO CAT-REF-RETURN-AMT (WS-CATREF-COUNT).
034022     MOVE ZERO TO CAT-REF-ADJUST-AMT (WS-CATREF-COUNT).
034023     MOVE ZERO TO CAT-REF-PRICE-AMT (WS-CATREF-COUNT).
034024     MOVE CATM-MIN-PRICE TO CAT-REF-MIN-PRICE (WS-CATREF-COUNT).
034025     MOVE CATM-MAX-PRICE TO CAT-REF-MAX-PRICE (WS-CATREF-COUNT).
034026     MOVE CATM-KEY TO WS-CATREF-PREV-KEY.
034027     PERFORM 1110-READ-CATEGORY-MASTER-RTN THRU 1110-EXIT.
034028 1120-EXIT.
034029     EXIT.
034030*----------------------------------------------------------------
034031*              1150-LOAD-DEPARTMENT-MASTER-RTN
034032* LOADS DEPARTMENT-MASTER INTO DPT-REF.  A FAILED OPEN, AN EMPTY
034033* MASTER, A CODE OUT OF SEQUENCE, OR AN OVERFLOW GRADES THE RUN
034034* TO 8 AND LEAVES THE TABLE MARKED NOT LOADED.
034035*----------------------------------------------------------------
034036 1150-LOAD-DEPARTMENT-MASTER-RTN.
034037     OPEN INPUT DEPARTMENT-MASTER.
034038     IF WS-DEPT-STATUS NOT = '00'
034039         DISPLAY "DEPARTMENT-MASTER OPEN FAILED, STATUS "
034040                 WS-DEPT-STATUS
034041         MOVE 8 TO WS-RUN-RC
034042         GO TO 1150-EXIT
034043     END-IF.
034044     PERFORM 1160-READ-DEPARTMENT-MASTER-RTN THRU 1160-EXIT.
034045     PERFORM 1170-STORE-DEPARTMENT-RTN THRU 1170-EXIT
034046         UNTIL DEPT-EOF-YES OR WS-RUN-RC = 8.
034047     CLOSE DEPARTMENT-MASTER.
034048     IF WS-DPTREF-COUNT = ZERO AND WS-RUN-RC < 8
034049         DISPLAY "DEPARTMENT MASTER IS EMPTY - RUN STOPPED"
034050         MOVE 8 TO WS-RUN-RC
034051     END-IF.
034052     IF WS-RUN-RC < 8
034053         SET DPTREF-LOADED TO TRUE
034054         DISPLAY "Departments loaded: " WS-DPTREF-COUNT
034055     END-IF.
034056 1150-EXIT.
034057     EXIT.
034058
034059*----------------------------------------------------------------
034060*              1160-READ-DEPARTMENT-MASTER-RTN
034061* READS THE NEXT DEPARTMENT-MASTER RECORD, SETTING THE EOF
034062* SWITCH WHEN THE FILE IS EXHAUSTED.
034063*----------------------------------------------------------------
034064 1160-READ-DEPARTMENT-MASTER-RTN.
034065     READ DEPARTMENT-MASTER
034066         AT END
034067             SET DEPT-EOF-YES TO TRUE
034068     END-READ.
034069 1160-EXIT.
034070     EXIT.
034071
034072*----------------------------------------------------------------
034073*              1170-STORE-DEPARTMENT-RTN
034074* STORES ONE DEPARTMENT-MASTER RECORD INTO DPT-REF AND ADVANCES
034075* TO THE NEXT RECORD.  A CODE OUT OF SEQUENCE OR A RECORD PAST
034076* THE TABLE LIMIT IS A HARD STOP, AS FOR THE CATEGORY MASTER.
034077*----------------------------------------------------------------
034078 1170-STORE-DEPARTMENT-RTN.
034079     IF DEPT-CODE NOT > WS-DPTREF-PREV-CODE
034080         DISPLAY "DEPARTMENT MASTER CODE OUT OF SEQUENCE AT "
034081                 DEPT-CODE " - RUN STOPPED"
034082         MOVE 8 TO WS-RUN-RC
034083         GO TO 1170-EXIT
034084     END-IF.
034085     IF WS-DPTREF-COUNT >= WS-DPTREF-MAX
034086         DISPLAY "DEPARTMENT TABLE OVERFLOWED AT " DEPT-CODE
034087                 " - RUN STOPPED"
034088         MOVE 8 TO WS-RUN-RC
034089         GO TO 1170-EXIT
034090     END-IF.
034091     ADD 1 TO WS-DPTREF-COUNT.
034092     MOVE DEPT-CODE TO DPT-REF-CODE (WS-DPTREF-COUNT).
034093     MOVE DEPT-NAME TO DPT-REF-NAME (WS-DPTREF-COUNT).
034094     MOVE DEPT-ACTIVE-FLAG TO DPT-REF-FLAG (WS-DPTREF-COUNT).
034095     MOVE DEPT-CODE TO WS-DPTREF-PREV-CODE.
034096     PERFORM 1160-READ-DEPARTMENT-MASTER-RTN THRU 1160-EXIT.
034097 1170-EXIT.
034154     EXIT.
034155
034160*----------------------------------------------------------------
034350     DISPLAY "Approval threshold: " WS-APPR-THRESHOLD.
034351 1330-EXIT.
034352     EXIT.
034353*----------------------------------------------------------------
034354*                 1400-LOAD-SEGMENT-REGISTRY-RTN
034355* LOADS THE POSTED-SEGMENT REGISTRY AND THE AUTHORISED REPOSTS.
034356* AN EMPTY REGISTRY IS NORMAL ONLY ON THE FIRST NIGHT; A FAILED
034357* OPEN OR AN OVERFLOW IS A HARD STOP, SINCE WITHOUT THE WHOLE
034358* REGISTRY A RESENT FEED WOULD POST AGAIN UNNOTICED.
034359*----------------------------------------------------------------
034360 1400-LOAD-SEGMENT-REGISTRY-RTN.
034361     PERFORM 1450-LOAD-REPOST-PARM-RTN THRU 1450-EXIT.
034362     OPEN INPUT SEGMENT-REGISTRY.
034363     IF WS-SREG-STATUS NOT = '00'
034364         DISPLAY "SEGMENT-REGISTRY OPEN FAILED, STATUS "
034365                 WS-SREG-STATUS
034366         MOVE 8 TO WS-RUN-RC
034367         GO TO 1400-EXIT
034368     END-IF.
034369     PERFORM 1410-READ-SEGMENT-REGISTRY-RTN THRU 1410-EXIT.
034370     PERFORM 1420-STORE-SEGMENT-RTN THRU 1420-EXIT
034371         UNTIL SREG-EOF-YES OR WS-RUN-RC = 8.
034372     CLOSE SEGMENT-REGISTRY.
034373     IF WS-RUN-RC < 8
034374         SET SREG-LOADED TO TRUE
034375         MOVE WS-SREG-COUNT TO WS-SREG-OLD-COUNT
034376         DISPLAY "Registered segments loaded: " WS-SREG-COUNT
034377     END-IF.
034378 1400-EXIT.
034379     EXIT.
034380
034381*----------------------------------------------------------------
034382*                 1410-READ-SEGMENT-REGISTRY-RTN
034383* READS THE NEXT REGISTRY RECORD, SETTING THE EOF SWITCH WHEN
034384* THE FILE IS EXHAUSTED.
034385*----------------------------------------------------------------
034386 1410-READ-SEGMENT-REGISTRY-RTN.
034387     READ SEGMENT-REGISTRY
034388         AT END
034389             SET SREG-EOF-YES TO TRUE
034390     END-READ.
034391 1410-EXIT.
034392     EXIT.
034393
034394*----------------------------------------------------------------
034395*                 1420-STORE-SEGMENT-RTN
034396* STORES ONE REGISTRY RECORD AND READS THE NEXT.
034397*----------------------------------------------------------------
034398 1420-STORE-SEGMENT-RTN.
034399     IF WS-SREG-COUNT >= WS-SREG-MAX
034400         DISPLAY "SEGMENT REGISTRY TABLE OVERFLOWED - RUN STOPPED"
034401         MOVE 8 TO WS-RUN-RC
034402         GO TO 1420-EXIT
034403     END-IF.
034404     ADD 1 TO WS-SREG-COUNT.
034405     MOVE SREG-KEY TO SRT-KEY (WS-SREG-COUNT).
034406     MOVE SREG-POST-TYPE TO SRT-POST-TYPE (WS-SREG-COUNT).
034407     MOVE SREG-AUTH-ID TO SRT-AUTH-ID (WS-SREG-COUNT).
034408     PERFORM 1410-READ-SEGMENT-REGISTRY-RTN THRU 1410-EXIT.
034409 1420-EXIT.
034410     EXIT.
034411
034412*----------------------------------------------------------------
034413*                 1450-LOAD-REPOST-PARM-RTN
034414* LOADS THE AUTHORISED REPOSTS.  A MISSING OR EMPTY PARM FILE
034415* AUTHORISES NOTHING - THE SAFE DIRECTION.  A RECORD WITH A BAD
034416* DATE, NO SOURCE, OR NO AUTHORISER IS IGNORED.
034417*----------------------------------------------------------------
034418 1450-LOAD-REPOST-PARM-RTN.
034419     OPEN INPUT REPOST-PARM.
034420     IF WS-RPST-STATUS NOT = '00'
034421         DISPLAY "REPOST-PARM OPEN FAILED, STATUS "
034422                 WS-RPST-STATUS " - NO REPOSTS AUTHORISED"
034423         GO TO 1450-EXIT
034424     END-IF.
034425     PERFORM 1460-STORE-REPOST-RTN THRU 1460-EXIT
034426         UNTIL RPST-EOF-YES.
034427     CLOSE REPOST-PARM.
034428     DISPLAY "Reposts authorised: " WS-RPST-COUNT.
034429 1450-EXIT.
034430     EXIT.
034431
034432*----------------------------------------------------------------
034433*                 1460-STORE-REPOST-RTN
034434* READS ONE REPOST-PARM RECORD AND, IF IT IS USABLE, STORES IT.
034435*----------------------------------------------------------------
034436 1460-STORE-REPOST-RTN.
034437     READ REPOST-PARM
034438         AT END
034439             SET RPST-EOF-YES TO TRUE
034440             GO TO 1460-EXIT
034441     END-READ.
034442     IF RPST-BUS-DATE NOT NUMERIC
034443         OR RPST-SOURCE = SPACES
034444         OR RPST-AUTH-ID = SPACES
034445         DISPLAY "REPOST-PARM RECORD IGNORED: " RPST-RECORD (1:24)
034446         GO TO 1460-EXIT
034447     END-IF.
034448     IF WS-RPST-COUNT >= WS-RPST-MAX
034449         DISPLAY "REPOST TABLE FULL, IGNORING " RPST-RECORD (1:24)
034450         GO TO 1460-EXIT
034451     END-IF.
034452     ADD 1 TO WS-RPST-COUNT.
034453     MOVE RPST-BUS-DATE TO RPT-DATE (WS-RPST-COUNT).
034454     MOVE RPST-SOURCE TO RPT-SOURCE (WS-RPST-COUNT).
034455     MOVE RPST-AUTH-ID TO RPT-AUTH-ID (WS-RPST-COUNT).
034456     MOVE 'N' TO RPT-USED (WS-RPST-COUNT).
034457 1460-EXIT.
034458     EXIT.
034459
034460*----------------------------------------------------------------
034461*                 1500-LOAD-RELEASES-RTN
034462* LOADS MERCHANDISING'S PRICE SUSPENSE RELEASES.  A MISSING OR
034463* EMPTY RELEASE FILE RELEASES NOTHING - EVERY SUSPENDED ITEM IS
034464* CARRIED FORWARD ANOTHER NIGHT.
034465*----------------------------------------------------------------
034466 1500-LOAD-RELEASES-RTN.
034467     OPEN INPUT RELEASE-FILE.
034468     IF WS-RLSE-STATUS NOT = '00'
034469         DISPLAY "RELEASE-FILE OPEN FAILED, STATUS "
034470                 WS-RLSE-STATUS " - NO SUSPENSE RELEASED"
034471         GO TO 1500-EXIT
034472     END-IF.
034473     PERFORM 1510-STORE-RELEASE-RTN THRU 1510-EXIT
034474         UNTIL RLSE-EOF-YES.
034475     CLOSE RELEASE-FILE.
034476     DISPLAY "Suspense releases loaded: " WS-RLSE-COUNT.
034477 1500-EXIT.
034478     EXIT.
034479
034480*----------------------------------------------------------------
034481*                 1510-STORE-RELEASE-RTN
034482* READS ONE RELEASE RECORD AND, IF IT IS USABLE, STORES IT.  A
034483* RECORD WITH A BAD SUSPENSE ID, AN ACTION OTHER THAN P OR R, OR
034484* NO AUTHORISER IS IGNORED, SO ITS ITEM STAYS IN SUSPENSE.
034485*----------------------------------------------------------------
034486 1510-STORE-RELEASE-RTN.
034487     READ RELEASE-FILE
034488         AT END
034489             SET RLSE-EOF-YES TO TRUE
034490             GO TO 1510-EXIT
034491     END-READ.
034492     IF RLSE-SUSP-ID NOT NUMERIC
034493         OR NOT (RLSE-POST OR RLSE-REJECT)
034494         OR RLSE-AUTH-ID = SPACES
034495         DISPLAY "RELEASE-FILE RECORD IGNORED: "
034496                 RLSE-RECORD (1:22)
034497         GO TO 1510-EXIT
034498     END-IF.
034499     IF WS-RLSE-COUNT >= WS-RLSE-MAX
034500         DISPLAY "RELEASE TABLE FULL, IGNORING "
034501                 RLSE-RECORD (1:22)
034502         GO TO 1510-EXIT
034503     END-IF.
034504     ADD 1 TO WS-RLSE-COUNT.
034505     MOVE RLSE-SUSP-ID TO RLT-SUSP-ID (WS-RLSE-COUNT).
034506     MOVE RLSE-ACTION TO RLT-ACTION (WS-RLSE-COUNT).
034507     MOVE RLSE-AUTH-ID TO RLT-AUTH-ID (WS-RLSE-COUNT).
034508     MOVE 'N' TO RLT-USED (WS-RLSE-COUNT).
034509 1510-EXIT.
034510     EXIT.
034511
034512*----------------------------------------------------------------
034513*                 1250-SET-PRIOR-PERIOD-RTN
034514* ON A PRIOR-PERIOD RUN, PROVES THE PARM MONTH IS A REAL MONTH
034515* EARLIER THAN THE CURRENT BUSINESS MONTH (THE EXPECTED DATE JUST
034516* SET) AND MOVES THE EXPECTED DATE TO THAT MONTH'S LAST BUSINESS
034517* DAY ON THE CALENDAR, WHICH THE 'B' ROW, RUNRPT AND RUN HISTORY
034518* THEN CARRY.  THE CALENDAR IS REQUIRED HERE - WITHOUT IT NO
034519* HEADER COULD BE PROVED - AND ANY FAILURE MARKS THE RUN OUT OF
034520* BALANCE SO NOTHING IS PUBLISHED.
034521*----------------------------------------------------------------
034522 1250-SET-PRIOR-PERIOD-RTN.
034523     IF NIGHTLY-RUN
034524         GO TO 1250-EXIT
034525     END-IF.
034526     COMPUTE WS-CURR-MONTH = WS-EXPECTED-DATE / 100.
034527     DISPLAY "PRIOR-PERIOD RUN FOR MONTH " WS-PRIOR-MONTH
034528             " - CURRENT BUSINESS MONTH " WS-CURR-MONTH.
034529     IF WS-PRIOR-MM < 1 OR WS-PRIOR-MM > 12
034530         DISPLAY "PRIOR-PERIOD MONTH " WS-PRIOR-MONTH
034531                 " IS NOT A VALID MONTH"
034532         MOVE 8 TO WS-RUN-RC
034533         SET RUN-OUT-OF-BALANCE TO TRUE
034534         GO TO 1250-EXIT
034535     END-IF.
034536     IF WS-PRIOR-MONTH NOT < WS-CURR-MONTH
034537         DISPLAY "PRIOR-PERIOD MONTH " WS-PRIOR-MONTH
034538                 " IS NOT CLOSED - USE THE NIGHTLY RUN"
034539         MOVE 8 TO WS-RUN-RC
034540         SET RUN-OUT-OF-BALANCE TO TRUE
034541         GO TO 1250-EXIT
034542     END-IF.
034543     IF BCAL-NOT-LOADED
034544         DISPLAY "NO BUSINESS CALENDAR - PRIOR-PERIOD HEADERS "
034545                 "CANNOT BE PROVED"
034546         MOVE 8 TO WS-RUN-RC
034547         SET RUN-OUT-OF-BALANCE TO TRUE
034548         GO TO 1250-EXIT
034549     END-IF.
034550     MOVE ZERO TO WS-EXPECTED-DATE.
034551     PERFORM 1260-SCAN-PRIOR-MONTH-RTN THRU 1260-EXIT
034552         VARYING WS-BCAL-IDX FROM 1 BY 1
034553         UNTIL WS-BCAL-IDX > WS-BCAL-COUNT.
034554     IF WS-EXPECTED-DATE = ZERO
034555         DISPLAY "NO BUSINESS DAYS ON THE CALENDAR FOR MONTH "
034556                 WS-PRIOR-MONTH
034557         MOVE 8 TO WS-RUN-RC
034558         SET RUN-OUT-OF-BALANCE TO TRUE
034559     ELSE
034560         DISPLAY "PRIOR-PERIOD THROUGH BUSINESS DATE "
034561                 WS-EXPECTED-DATE
034562     END-IF.
034563 1250-EXIT.
034564     EXIT.
034565
034566*----------------------------------------------------------------
034567*                 1260-SCAN-PRIOR-MONTH-RTN
034568* TESTS ONE CALENDAR ENTRY, KEEPING THE LATEST BUSINESS DAY IN THE
034569* PRIOR-PERIOD MONTH SEEN SO FAR.
034570*----------------------------------------------------------------
034571 1260-SCAN-PRIOR-MONTH-RTN.
034572     COMPUTE WS-BCAL-MONTH = BCAL-T-DATE (WS-BCAL-IDX) / 100.
034573     IF BCAL-T-TYPE (WS-BCAL-IDX) = 'B'
034574         AND WS-BCAL-MONTH = WS-PRIOR-MONTH
034575         AND BCAL-T-DATE (WS-BCAL-IDX) > WS-EXPECTED-DATE
034576         MOVE BCAL-T-DATE (WS-BCAL-IDX) TO WS-EXPECTED-DATE
034577     END-IF.
034578 1260-EXIT.
034579     EXIT.
034580
034581*----------------------------------------------------------------
034582*                 1700-SEARCH-DEMO-RTN
034583* EXERCISES THE MY-SET SEARCH ALL LOOKUP AGAINST A KEY THAT IS
034584* PRESENT AND ONE THAT IS NOT, SO DOWNSTREAM CALLERS CAN SEE
034585* HOW 4000-SEARCH-MY-SET-RTN REPORTS FOUND/NOT-FOUND.
034586*----------------------------------------------------------------
034700 1700-SEARCH-DEMO-RTN.
034800     MOVE 30 TO WS-SEARCH-KEY.
034900     PERFORM 4000-SEARCH-MY-SET-RTN THRU 4000-EXIT.
039200         DISPLAY "EXTRACT-FILE OPEN FAILED, STATUS "
039300                 WS-EXTR-STATUS
039400     END-IF.
039410     IF PRIOR-PERIOD-RUN
039420         DISPLAY "PRIOR-PERIOD RUN - EMPLOYEE PASS NOT RUN"
039430         SET EMP-EOF-YES TO TRUE
039440         MOVE SPACES TO WS-RESTART-KEY
039450     END-IF.
039455     IF WS-RESTART-KEY NOT = SPACES
039460         AND (WS-RESTART-EMP-NO NOT NUMERIC
039465              OR WS-RESTART-KEY-REST NOT = SPACES)
039470         DISPLAY "RESTART KEY " WS-RESTART-KEY
039475                 " IS NOT AN EMPLOYEE NUMBER - PASS SKIPPED"
039480         MOVE 8 TO WS-RUN-RC
039485         SET EMP-EOF-YES TO TRUE
039490         MOVE SPACES TO WS-RESTART-KEY
039495     END-IF.
039500     IF WS-RESTART-KEY NOT = SPACES
039600         DISPLAY "RESTARTING AFTER " WS-RESTART-KEY
039700         MOVE WS-RESTART-EMP-NO TO EMP-NO
039800         START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-NO
039900             INVALID KEY
040000                 SET EMP-EOF-YES TO TRUE
040100         END-START
043500
043600*----------------------------------------------------------------
043700*              2110-WRITE-CHECKPOINT-RTN
043800* WRITES A CHECKPOINT RECORD NUMBERING THE LAST RECORD PROCESSED,
043900* SO A RERUN CAN RESTART JUST PAST IT.
044000*----------------------------------------------------------------
044100 2110-WRITE-CHECKPOINT-RTN.
044200     IF CKPT-FILE-OPEN
044300         MOVE SPACES TO CKPT-RECORD
044310         MOVE EMP-NO TO CKPT-LAST-EMP-NO
044400         MOVE WS-EMP-COUNT TO CKPT-COUNT
044500         WRITE CKPT-RECORD
044510         IF WS-CKPT-STATUS NOT = '00'
047000         SET EXTR-EMPLOYEE-REC TO TRUE
047100         MOVE EMP-NAME TO EXTR-EMP-NAME
047200         MOVE EMP-AGE TO EXTR-EMP-AGE
047210         MOVE EMP-NO TO EXTR-EMP-NO
047300         WRITE EXTR-RECORD
047400     END-IF.
047500 2210-EXIT.
051500         MOVE WS-REASON-TEXT TO EXCEP-REASON-TEXT
051510         MOVE ZERO TO EXCEP-TRANS-QTY
051520         MOVE ZERO TO EXCEP-TRANS-PRICE
051530         MOVE EMP-NO TO EXCEP-EMP-NO
051600         WRITE EXCEP-RECORD
051700         ADD 1 TO WS-EXCP-COUNT
051800     END-IF.
052300*              3000-PROCESS-TRANSACTIONS-RTN
052400* OPENS THE DAILY TRANSACTION FILE AND ROLLS EACH TRANSACTION
052500* INTO THE CAT-REF TABLE'S RUNNING CATEGORY TOTALS.
052510* EMPLOYEE-MASTER IS HELD OPEN FOR THE PASS SO EACH DETAIL'S
052520* SELLER CAN BE READ BY NUMBER; THE EMPLOYEE PASS REOPENS IT.
052530* LAST NIGHT'S PRICE SUSPENSE IS WORKED BEFORE THE FIRST
052540* TRANSACTION IS READ; BOTH SUSPENSE GENERATIONS ARE REQUIRED,
052550* SINCE WITHOUT THEM A SUSPENDED ITEM WOULD DROP OUT UNSEEN.
052600*----------------------------------------------------------------
052700 3000-PROCESS-TRANSACTIONS-RTN.
052800     OPEN INPUT TRANSACTION-FILE.
053120         SET RUN-OUT-OF-BALANCE TO TRUE
053200         GO TO 3000-EXIT
053300     END-IF.
053310     OPEN INPUT EMPLOYEE-MASTER.
053320     IF WS-EMP-STATUS NOT = '00'
053330         DISPLAY "EMPLOYEE-MASTER OPEN FAILED, STATUS "
053340                 WS-EMP-STATUS " - SELLERS CANNOT BE PROVED"
053350         MOVE 8 TO WS-RUN-RC
053360         SET RUN-OUT-OF-BALANCE TO TRUE
053370         CLOSE TRANSACTION-FILE
053371         GO TO 3000-EXIT
053372     END-IF.
053373     OPEN INPUT SUSPENSE-IN.
053374     IF WS-SUSI-STATUS NOT = '00'
053375         DISPLAY "SUSPENSE-IN OPEN FAILED, STATUS "
053376                 WS-SUSI-STATUS " - SUSPENSE CANNOT BE CARRIED"
053377         MOVE 8 TO WS-RUN-RC
053378         SET RUN-OUT-OF-BALANCE TO TRUE
053379         CLOSE TRANSACTION-FILE
053380         CLOSE EMPLOYEE-MASTER
053381         GO TO 3000-EXIT
053382     END-IF.
053383     OPEN OUTPUT SUSPENSE-OUT.
053384     IF WS-SUSO-STATUS NOT = '00'
053385         DISPLAY "SUSPENSE-OUT OPEN FAILED, STATUS "
053386                 WS-SUSO-STATUS " - SUSPENSE CANNOT BE CARRIED"
053387         MOVE 8 TO WS-RUN-RC
053388         SET RUN-OUT-OF-BALANCE TO TRUE
053389         CLOSE TRANSACTION-FILE
053390         CLOSE EMPLOYEE-MASTER
053391         CLOSE SUSPENSE-IN
053392         GO TO 3000-EXIT
053393     END-IF.
053394     PERFORM 3010-APPLY-RELEASES-RTN THRU 3010-EXIT.
053400     PERFORM 3100-READ-TRANSACTION-RTN THRU 3100-EXIT.
053500     PERFORM 3200-APPLY-TRANSACTION-RTN THRU 3200-EXIT
053600         UNTIL TRANS-EOF-YES.
053700     CLOSE TRANSACTION-FILE.
053705     CLOSE EMPLOYEE-MASTER.
053707     CLOSE SUSPENSE-OUT.
053710     PERFORM 3300-VERIFY-BALANCE-RTN THRU 3300-EXIT.
053800 3000-EXIT.
053801     EXIT.
053802
053803*----------------------------------------------------------------
053804*              3010-APPLY-RELEASES-RTN
053805* WORKS LAST NIGHT'S PRICE SUSPENSE ITEM BY ITEM AGAINST THE
053806* RELEASES, WITH THE PRICE EDIT SWITCHED OFF.  THE SEGMENT DATE
053807* AND SOURCE ARE LEFT CLEAR FOR THE FIRST HEADER.
053808*----------------------------------------------------------------
053809 3010-APPLY-RELEASES-RTN.
053810     SET PRICE-EDIT-OFF TO TRUE.
053811     PERFORM 3020-READ-SUSPENSE-RTN THRU 3020-EXIT.
053812     PERFORM 3030-RELEASE-ITEM-RTN THRU 3030-EXIT
053813         UNTIL SUSI-EOF-YES.
053814     CLOSE SUSPENSE-IN.
053815     MOVE ZERO TO WS-SEG-DATE.
053816     MOVE SPACES TO WS-SEG-SOURCE.
053817     SET PRICE-EDIT-ON TO TRUE.
053818     DISPLAY "Suspense brought forward: " WS-SUSP-IN-COUNT
053819             " released " WS-SUSP-RLSE-COUNT
053820             " carried " WS-SUSP-CARRY-COUNT.
053821 3010-EXIT.
053822     EXIT.
053823
053824*----------------------------------------------------------------
053825*              3020-READ-SUSPENSE-RTN
053826* READS THE NEXT SUSPENDED ITEM INTO THE SUSPREC LAYOUT AND ADDS
053827* IT TO THE BROUGHT-FORWARD TOTALS.
053828*----------------------------------------------------------------
053829 3020-READ-SUSPENSE-RTN.
053830     READ SUSPENSE-IN INTO SUSP-RECORD
053831         AT END
053832             SET SUSI-EOF-YES TO TRUE
053833         NOT AT END
053834             ADD 1 TO WS-SUSP-IN-COUNT
053835             ADD SUSP-PRICE TO WS-SUSP-IN-AMT
053836     END-READ.
053837 3020-EXIT.
053838     EXIT.
053839
053840*----------------------------------------------------------------
053841*              3030-RELEASE-ITEM-RTN
053842* APPLIES MERCHANDISING'S DECISION TO ONE SUSPENDED ITEM.  WITH
053843* NO RELEASE THE ITEM IS CARRIED TO TONIGHT'S GENERATION ONE
053844* NIGHT OLDER.  A REJECT GOES TO EXCEPTION-FILE WITH REASON
053845* PREJ.  A POST IS STAGED AS A DETAIL UNDER ITS OWN BUSINESS
053846* DATE AND TAKES THE FULL DETAIL EDIT; ONE THAT NOW FAILS
053847* ANOTHER EDIT IS REJECTED WITH THAT EDIT'S REASON LIKE ANY
053848* OTHER DETAIL.  THE HIGHEST SEQUENCE ALREADY USED UNDER TONIGHT'S
053849* RUN DATE IS KEPT SO NEW SUSPENSE IDS DO NOT REPEAT ON A RERUN.
053850* A PRIOR-PERIOD RUN HOLDS A RELEASE FOR AN ITEM OF ANY OTHER
053851* MONTH, WHICH WOULD OTHERWISE POST INTO THE WRONG MONTH.
053852*----------------------------------------------------------------
053853 3030-RELEASE-ITEM-RTN.
053854     IF SUSP-ID-DATE = WS-RUN-DATE-NUM
053855         AND SUSP-ID-SEQ > WS-SUSP-LAST-SEQ
053856         MOVE SUSP-ID-SEQ TO WS-SUSP-LAST-SEQ
053857     END-IF.
053858     SET RLSE-NOT-FOUND TO TRUE.
053859     PERFORM 3040-SCAN-RELEASE-RTN THRU 3040-EXIT
053860         VARYING WS-RLSE-IDX FROM 1 BY 1
053861         UNTIL WS-RLSE-IDX > WS-RLSE-COUNT
053862            OR RLSE-FOUND.
053863     IF RLSE-FOUND AND PRIOR-PERIOD-RUN
053864         COMPUTE WS-SEG-MONTH = SUSP-BUS-DATE / 100
053865         IF WS-SEG-MONTH NOT = WS-PRIOR-MONTH
053866             DISPLAY "SUSPENDED ITEM " SUSP-ID " IS FOR ANOTHER "
053867                     "MONTH - RELEASE HELD"
053868             SET RLSE-NOT-FOUND TO TRUE
053869         END-IF
053870     END-IF.
053871     IF RLSE-NOT-FOUND
053872         ADD 1 TO WS-SUSP-CARRY-COUNT
053873         ADD SUSP-PRICE TO WS-SUSP-CARRY-AMT
053874         IF SUSP-AGE-COUNT < 999
053875             ADD 1 TO SUSP-AGE-COUNT
053876         END-IF
053877         WRITE SUSP-RECORD
053878         GO TO 3030-READ
053879     END-IF.
053880     MOVE 'Y' TO RLT-USED (WS-RLSE-HIT).
053881     ADD 1 TO WS-SUSP-RLSE-COUNT.
053882     ADD SUSP-PRICE TO WS-SUSP-RLSE-AMT.
053883     DISPLAY "SUSPENDED ITEM " SUSP-ID " RELEASED, ACTION "
053884             RLT-ACTION (WS-RLSE-HIT) " BY "
053885             RLT-AUTH-ID (WS-RLSE-HIT).
053886     MOVE 'D' TO TRANS-REC-TYPE.
053887     MOVE SUSP-TRANS-TYPE TO TRANS-TYPE-CODE.
053888     MOVE SUSP-CATEGORY TO TRANS-CATEGORY.
053889     MOVE SUSP-QTY TO TRANS-QTY.
053890     MOVE SUSP-PRICE TO TRANS-PRICE.
053891     MOVE SUSP-DEPT TO TRANS-DEPT.
053892     MOVE SUSP-EMP-NO TO TRANS-EMP-NO.
053893     MOVE SUSP-BUS-DATE TO WS-SEG-DATE.
053894     MOVE SUSP-SOURCE TO WS-SEG-SOURCE.
053895     IF RLT-ACTION (WS-RLSE-HIT) = 'R'
053896         ADD 1 TO WS-SUSP-REJ-COUNT
053897         MOVE 'PREJ' TO WS-REASON-CODE
053898         MOVE 'PRICE SUSPENSE REJECTED BY MERCHANDISING' TO
053899             WS-REASON-TEXT
053900         PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT
053901         GO TO 3030-READ
053902     END-IF.
053903     COMPUTE WS-SUSP-POSTED-BEFORE =
053904         WS-SALE-COUNT + WS-RETURN-COUNT + WS-ADJUST-COUNT.
053905     PERFORM 3202-EDIT-AND-POST-RTN THRU 3202-EXIT.
053906     COMPUTE WS-SUSP-POSTED-AFTER =
053907         WS-SALE-COUNT + WS-RETURN-COUNT + WS-ADJUST-COUNT.
053908     IF WS-SUSP-POSTED-AFTER > WS-SUSP-POSTED-BEFORE
053909         ADD 1 TO WS-SUSP-POST-COUNT
053910     ELSE
053911         ADD 1 TO WS-SUSP-REJ-COUNT
053912     END-IF.
053913 3030-READ.
053914     PERFORM 3020-READ-SUSPENSE-RTN THRU 3020-EXIT.
053915 3030-EXIT.
053916     EXIT.
053917
053918*----------------------------------------------------------------
053919*              3040-SCAN-RELEASE-RTN
053920* TESTS ONE RELEASE AGAINST THE CURRENT SUSPENDED ITEM'S ID.  A
053921* RELEASE ALREADY APPLIED IS PASSED OVER.
053922*----------------------------------------------------------------
053923 3040-SCAN-RELEASE-RTN.
053924     IF RLT-SUSP-ID (WS-RLSE-IDX) = SUSP-ID
053925         AND RLT-USED (WS-RLSE-IDX) = 'N'
053926         SET RLSE-FOUND TO TRUE
053927         MOVE WS-RLSE-IDX TO WS-RLSE-HIT
053928     END-IF.
053929 3040-EXIT.
053930     EXIT.
054000
054100*----------------------------------------------------------------
054200*              3100-READ-TRANSACTION-RTN
055200     END-READ.
055300 3100-EXIT.
055400     EXIT.
055402
055404*----------------------------------------------------------------
055406*              3150-VERIFY-HEADER-RTN
055408* OPENS A NEW BALANCING SEGMENT FROM THE HEADER CONTROL RECORD.
055410* THE BUSINESS DATE MUST MATCH THE EXPECTED BUSINESS DATE, OR -
055412* FOR A CATCH-UP RUN OF CONCATENATED DAYS - THE NEXT BUSINESS
055414* DAY ON THE CALENDAR, WHICH THEN BECOMES THE EXPECTED DATE
055416* FOR THE SEGMENTS THAT FOLLOW.  A HEADER ARRIVING WHILE A
055418* SEGMENT IS STILL OPEN MEANS THE PRIOR SEGMENT'S TRAILER WAS
055420* LOST - EITHER WAY THE RUN IS MARKED OUT OF BALANCE SO
055422* NOTHING GETS PUBLISHED.  ON A PRIOR-PERIOD RUN THE HEADER IS
055424* PROVED AGAINST THE CLOSED MONTH INSTEAD (3157).
055426*----------------------------------------------------------------
055428 3150-VERIFY-HEADER-RTN.
055430     IF SEG-OPEN
055432         DISPLAY "TRANSACTION HEADER ARRIVED WITH SEGMENT "
055434                 "STILL OPEN - TRAILER LOST"
055436         SET RUN-OUT-OF-BALANCE TO TRUE
055438     END-IF.
055440     SET SEG-OPEN TO TRUE.
055442     MOVE TRANS-HDR-DATE TO WS-SEG-DATE.
055444     MOVE TRANS-HDR-SOURCE TO WS-SEG-SOURCE.
055446     MOVE ZERO TO WS-BAL-DTL-COUNT.
055448     MOVE ZERO TO WS-BAL-QTY-HASH.
055450     MOVE ZERO TO WS-BAL-AMT-TOTAL.
055452     IF PRIOR-PERIOD-RUN
055454         PERFORM 3157-VERIFY-PRIOR-HEADER-RTN THRU 3157-EXIT
055456         GO TO 3150-EXIT
055458     END-IF.
055523     IF TRANS-HDR-DATE = WS-EXPECTED-DATE
055524         DISPLAY "TRANSACTION FILE FROM " TRANS-HDR-SOURCE
055525                 " FOR BUSINESS DATE " TRANS-HDR-DATE
055605     END-IF.
055606     ADD WS-BAL-DTL-COUNT TO WS-IN-DTL-COUNT.
055607     ADD WS-BAL-AMT-TOTAL TO WS-IN-AMT-TOTAL.
055614     PERFORM 3165-CHECK-REGISTRY-RTN THRU 3165-EXIT.
055615     SET SEG-CLOSED TO TRUE.
055616     ADD 1 TO WS-SEG-COUNT.
055617     DISPLAY "TRANSACTION SEGMENT " WS-SEG-COUNT " CLOSED - "
055618             WS-BAL-DTL-COUNT " DETAIL RECORDS".
055619 3160-EXIT.
055620     EXIT.
055621*----------------------------------------------------------------
055622*              3165-CHECK-REGISTRY-RTN
055623* LOOKS THE SEGMENT JUST CLOSED UP ON THE POSTED-SEGMENT
055624* REGISTRY BY HEADER DATE AND SOURCE AND TRAILER COUNT, HASH,
055625* AND AMOUNT.  A NEW SEGMENT IS ADDED TO THE TABLE.  A DUPLICATE
055626* IS REFUSED - THE RUN IS MARKED OUT OF BALANCE AND GRADED TO 8
055627* - UNLESS AN UNUSED REPOST-PARM RECORD FOR ITS DATE AND SOURCE
055628* AUTHORISES IT, IN WHICH CASE IT POSTS AND IS REGISTERED AGAIN
055629* AS A REPOST.
055630*----------------------------------------------------------------
055631 3165-CHECK-REGISTRY-RTN.
055632     MOVE WS-SEG-DATE TO WS-SREG-CUR-DATE.
055633     MOVE WS-SEG-SOURCE TO WS-SREG-CUR-SOURCE.
055634     MOVE TRANS-TRL-COUNT TO WS-SREG-CUR-COUNT.
055635     MOVE TRANS-TRL-QTY-HASH TO WS-SREG-CUR-HASH.
055636     MOVE TRANS-TRL-AMT-TOTAL TO WS-SREG-CUR-AMT.
055637     MOVE SPACES TO WS-SREG-CUR-AUTH.
055638     SET SREG-NOT-FOUND TO TRUE.
055639     PERFORM 3166-SCAN-REGISTRY-RTN THRU 3166-EXIT
055640         VARYING WS-SREG-IDX FROM 1 BY 1
055641         UNTIL WS-SREG-IDX > WS-SREG-COUNT
055642            OR SREG-FOUND.
055643     IF SREG-NOT-FOUND
055644         MOVE 'O' TO WS-SREG-CUR-TYPE
055645         PERFORM 3168-ADD-REGISTRY-ENTRY-RTN THRU 3168-EXIT
055646         GO TO 3165-EXIT
055647     END-IF.
055648     SET RPST-NOT-FOUND TO TRUE.
055649     PERFORM 3167-SCAN-REPOST-RTN THRU 3167-EXIT
055650         VARYING WS-RPST-IDX FROM 1 BY 1
055651         UNTIL WS-RPST-IDX > WS-RPST-COUNT
055652            OR RPST-FOUND.
055653     IF RPST-FOUND
055654         SUBTRACT 1 FROM WS-RPST-IDX
055655         MOVE 'Y' TO RPT-USED (WS-RPST-IDX)
055656         MOVE RPT-AUTH-ID (WS-RPST-IDX) TO WS-SREG-CUR-AUTH
055657         MOVE 'R' TO WS-SREG-CUR-TYPE
055658         ADD 1 TO WS-DUP-REPOSTED
055659         DISPLAY "DUPLICATE SEGMENT " WS-SEG-DATE " "
055660                 WS-SEG-SOURCE " REPOSTED - AUTHORISED BY "
055661                 WS-SREG-CUR-AUTH
055662         PERFORM 3169-NOTE-DUPLICATE-RTN THRU 3169-EXIT
055663         PERFORM 3168-ADD-REGISTRY-ENTRY-RTN THRU 3168-EXIT
055664         GO TO 3165-EXIT
055665     END-IF.
055666     MOVE 'D' TO WS-SREG-CUR-TYPE.
055667     ADD 1 TO WS-DUP-REFUSED.
055668     DISPLAY "DUPLICATE SEGMENT " WS-SEG-DATE " " WS-SEG-SOURCE
055669             " REFUSED".
055670     PERFORM 3169-NOTE-DUPLICATE-RTN THRU 3169-EXIT.
055671     MOVE 8 TO WS-RUN-RC.
055672     SET RUN-OUT-OF-BALANCE TO TRUE.
055673 3165-EXIT.
055674     EXIT.
055675
055676*----------------------------------------------------------------
055677*              3166-SCAN-REGISTRY-RTN
055678* TESTS ONE REGISTRY ENTRY AGAINST THE CURRENT SEGMENT'S KEY.
055679*----------------------------------------------------------------
055680 3166-SCAN-REGISTRY-RTN.
055681     IF SRT-KEY (WS-SREG-IDX) = WS-SREG-CUR-KEY
055682         SET SREG-FOUND TO TRUE
055683     END-IF.
055684 3166-EXIT.
055685     EXIT.
055686
055687*----------------------------------------------------------------
055688*              3167-SCAN-REPOST-RTN
055689* TESTS ONE AUTHORISED REPOST AGAINST THE CURRENT SEGMENT'S DATE
055690* AND SOURCE.  AN AUTHORISATION ALREADY USED IS PASSED OVER.
055691*----------------------------------------------------------------
055692 3167-SCAN-REPOST-RTN.
055693     IF RPT-DATE (WS-RPST-IDX) = WS-SEG-DATE
055694         AND RPT-SOURCE (WS-RPST-IDX) = WS-SEG-SOURCE
055695         AND RPT-USED (WS-RPST-IDX) = 'N'
055696         SET RPST-FOUND TO TRUE
055697     END-IF.
055698 3167-EXIT.
055699     EXIT.
055700
055701*----------------------------------------------------------------
055702*              3168-ADD-REGISTRY-ENTRY-RTN
055703* ADDS THE CURRENT SEGMENT TO THE REGISTRY TABLE AS ONE OF
055704* TONIGHT'S ENTRIES.  AN OVERFLOW STOPS THE RUN RATHER THAN LET
055705* A SEGMENT POST UNREGISTERED.
055706*----------------------------------------------------------------
055707 3168-ADD-REGISTRY-ENTRY-RTN.
055708     IF WS-SREG-COUNT >= WS-SREG-MAX
055709         DISPLAY "SEGMENT REGISTRY TABLE OVERFLOWED - RUN STOPPED"
055710         MOVE 8 TO WS-RUN-RC
055711         SET RUN-OUT-OF-BALANCE TO TRUE
055712         GO TO 3168-EXIT
055713     END-IF.
055714     ADD 1 TO WS-SREG-COUNT.
055715     MOVE WS-SREG-CUR-KEY TO SRT-KEY (WS-SREG-COUNT).
055716     MOVE WS-SREG-CUR-TYPE TO SRT-POST-TYPE (WS-SREG-COUNT).
055717     MOVE WS-SREG-CUR-AUTH TO SRT-AUTH-ID (WS-SREG-COUNT).
055718 3168-EXIT.
055719     EXIT.
055720
055721*----------------------------------------------------------------
055722*              3169-NOTE-DUPLICATE-RTN
055723* KEEPS THE CURRENT DUPLICATE FOR THE RUN-CONTROL REPORT.  PAST
055724* THE TABLE LIMIT ONLY THE COUNTS ARE KEPT.
055725*----------------------------------------------------------------
055726 3169-NOTE-DUPLICATE-RTN.
055727     IF WS-DUP-COUNT >= WS-DUP-MAX
055728         GO TO 3169-EXIT
055729     END-IF.
055730     ADD 1 TO WS-DUP-COUNT.
055731     MOVE WS-SEG-DATE TO DUP-DATE (WS-DUP-COUNT).
055732     MOVE WS-SEG-SOURCE TO DUP-SOURCE (WS-DUP-COUNT).
055733     MOVE WS-SREG-CUR-TYPE TO DUP-TYPE (WS-DUP-COUNT).
055734     MOVE WS-SREG-CUR-AUTH TO DUP-AUTH-ID (WS-DUP-COUNT).
055735 3169-EXIT.
055736     EXIT.
055737
055738*----------------------------------------------------------------
055739*              3170-WRITE-RECTYPE-EXCEPTION-RTN
055740* WRITES A TRANSACTION RECORD WHOSE RECORD-TYPE CODE IS NOT
055741* HEADER, DETAIL, OR TRAILER TO EXCEPTION-FILE.
055742*----------------------------------------------------------------
055743 3170-WRITE-RECTYPE-EXCEPTION-RTN.
055744     DISPLAY "TRANSACTION RECORD TYPE UNKNOWN: " TRANS-REC-TYPE.
055745     IF EXCP-FILE-OPEN
055746         MOVE TRANS-CATEGORY TO EXCEP-NAME
055747         MOVE ZERO TO EXCEP-AGE
055748         MOVE 'TREC' TO EXCEP-REASON-CODE
055749         MOVE 'TRANSACTION RECORD TYPE UNKNOWN' TO
055750             EXCEP-REASON-TEXT
055751         MOVE ZERO TO EXCEP-TRANS-QTY
055752         MOVE ZERO TO EXCEP-TRANS-PRICE
055753         MOVE ZERO TO EXCEP-EMP-NO
055754         WRITE EXCEP-RECORD
055755         ADD 1 TO WS-EXCP-COUNT
055756     END-IF.
055757 3170-EXIT.
055758     EXIT.
055759
055760*----------------------------------------------------------------
055761*              3157-VERIFY-PRIOR-HEADER-RTN
055762* PROVES A PRIOR-PERIOD SEGMENT'S HEADER DATE - IT MUST FALL IN
055763* THE PARM MONTH AND BE A BUSINESS DAY ON THE CALENDAR.  SEGMENTS
055764* MAY ARRIVE IN ANY ORDER AND THE EXPECTED DATE DOES NOT MOVE.
055765*----------------------------------------------------------------
055766 3157-VERIFY-PRIOR-HEADER-RTN.
055767     COMPUTE WS-SEG-MONTH = TRANS-HDR-DATE / 100.
055768     IF WS-SEG-MONTH NOT = WS-PRIOR-MONTH
055769         DISPLAY "TRANSACTION HEADER DATE " TRANS-HDR-DATE
055770                 " IS NOT IN PRIOR-PERIOD MONTH " WS-PRIOR-MONTH
055771         SET RUN-OUT-OF-BALANCE TO TRUE
055772         GO TO 3157-EXIT
055773     END-IF.
055774     SET PRIOR-BUSDAY-NOT-FOUND TO TRUE.
055775     PERFORM 3158-SCAN-PRIOR-BUSDAY-RTN THRU 3158-EXIT
055776         VARYING WS-BCAL-IDX FROM 1 BY 1
055777         UNTIL WS-BCAL-IDX > WS-BCAL-COUNT
055778            OR PRIOR-BUSDAY-FOUND.
055779     IF PRIOR-BUSDAY-NOT-FOUND
055780         DISPLAY "TRANSACTION HEADER DATE " TRANS-HDR-DATE
055781                 " IS NOT A BUSINESS DAY ON THE CALENDAR"
055782         SET RUN-OUT-OF-BALANCE TO TRUE
055783         GO TO 3157-EXIT
055784     END-IF.
055785     DISPLAY "TRANSACTION FILE FROM " TRANS-HDR-SOURCE
055786             " PRIOR-PERIOD SEGMENT FOR BUSINESS DATE "
055787             TRANS-HDR-DATE.
055788 3157-EXIT.
055789     EXIT.
055790
055791*----------------------------------------------------------------
055792*              3158-SCAN-PRIOR-BUSDAY-RTN
055793* TESTS ONE CALENDAR ENTRY AGAINST THE PRIOR-PERIOD HEADER DATE.
055794*----------------------------------------------------------------
055795 3158-SCAN-PRIOR-BUSDAY-RTN.
055796     IF BCAL-T-TYPE (WS-BCAL-IDX) = 'B'
055797         AND BCAL-T-DATE (WS-BCAL-IDX) = TRANS-HDR-DATE
055798         SET PRIOR-BUSDAY-FOUND TO TRUE
055799     END-IF.
055800 3158-EXIT.
055801     EXIT.
055802
055803*----------------------------------------------------------------
055813*              3200-APPLY-TRANSACTION-RTN
055823* ROUTES HEADER AND TRAILER CONTROL RECORDS TO THEIR HANDLERS,
055833* ACCUMULATES THE RUN-BALANCING TOTALS FOR EACH DETAIL, THEN
055843* VALIDATES THE TRANSACTION'S CATEGORY AGAINST CAT-REF (ONE
055900* SEARCH ALL) AND ACCUMULATES THE EXTENDED AMOUNT INTO THE
056000* MATCHED ENTRY'S OWN RUNNING TOTAL.  EVERY POSTABLE CATEGORY
056100* ALREADY HAS ITS SLOT FROM THE MASTER LOAD, SO THE TOTALS
056400* THE CATEGORY-TOTAL COMPUTE ARE SIZE-ERROR CHECKED; EITHER
056500* OVERFLOW IS ROUTED TO EXCEPTION-FILE INSTEAD OF BEING ALLOWED
056600* TO TRUNCATE SILENTLY.
056610* THE SELLING EMPLOYEE IS PROVED AGAINST EMPLOYEE-MASTER AHEAD
056620* OF THE CATEGORY EDIT, AND A POSTED SALE OR RETURN IS CREDITED
056630* TO THAT SELLER.
056640* THE DETAIL EDITS AND POSTING LIVE IN 3202-EDIT-AND-POST-RTN
056650* SO A SUSPENDED ITEM RELEASED FOR POSTING TAKES EXACTLY THE
056660* SAME PATH AS A DETAIL READ FROM THE FILE.
056700*----------------------------------------------------------------
056800 3200-APPLY-TRANSACTION-RTN.
056801     IF TRANS-HEADER-REC
056824     ADD 1 TO WS-BAL-DTL-COUNT.
056825     ADD TRANS-QTY TO WS-BAL-QTY-HASH.
056826     ADD TRANS-PRICE TO WS-BAL-AMT-TOTAL.
056827     PERFORM 3202-EDIT-AND-POST-RTN THRU 3202-EXIT.
056828     PERFORM 3100-READ-TRANSACTION-RTN THRU 3100-EXIT.
056829 3200-EXIT.
056830     EXIT.
056831
056832*----------------------------------------------------------------
056833*              3202-EDIT-AND-POST-RTN
056834* EDITS ONE DETAIL - TYPE, DEPARTMENT, SELLER, CATEGORY, UNIT
056835* PRICE RANGE, EXTENDED PRICE, AND ADJUSTMENT APPROVAL - AND
056836* POSTS IT IF IT PASSES.  A SALE OR RETURN PRICED OUTSIDE ITS
056837* CATEGORY'S EXPECTED RANGE IS DIVERTED TO PRICE SUSPENSE AND
056838* STAYS OUT OF THE TOTALS UNTIL MERCHANDISING RELEASES IT.
056839*----------------------------------------------------------------
056840 3202-EDIT-AND-POST-RTN.
056841     IF NOT TRANS-TYPE-SALE
056842         AND NOT TRANS-TYPE-RETURN
056843         AND NOT TRANS-TYPE-ADJUSTMENT
056844         MOVE 'TTYP' TO WS-REASON-CODE
056845         MOVE 'TRANSACTION TYPE CODE UNKNOWN' TO WS-REASON-TEXT
056846         PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT
056847         GO TO 3202-EXIT
056848     END-IF.
056850     IF TRANS-DEPT NOT NUMERIC
056851         MOVE 'TDEP' TO WS-REASON-CODE
056852         MOVE 'TRANSACTION DEPARTMENT NOT NUMERIC' TO
056853             WS-REASON-TEXT
056854         PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT
056855         GO TO 3202-EXIT
056856     END-IF.
056862     MOVE TRANS-DEPT TO WS-DPTREF-KEY.
056867     PERFORM 3207-SEARCH-DPTREF-RTN THRU 3207-EXIT.
056872     IF DPTREF-NOT-FOUND
056877         MOVE 'TDUN' TO WS-REASON-CODE
056882         MOVE 'TRANSACTION DEPARTMENT NOT ON MASTER' TO
056887             WS-REASON-TEXT
056892         ADD 1 TO WS-DEPT-REJ-COUNT
056897         PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT
056907         GO TO 3202-EXIT
056912     END-IF.
056917     IF NOT DPT-REF-FLAG (DPT-REF-IDX) = 'A'
056922         MOVE 'TDCL' TO WS-REASON-CODE
056927         MOVE 'TRANSACTION DEPARTMENT CLOSED' TO WS-REASON-TEXT
056932         ADD 1 TO WS-DEPT-REJ-COUNT
056937         PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT
056947         GO TO 3202-EXIT
056952     END-IF.
056957     PERFORM 3210-VALIDATE-SELLER-RTN THRU 3210-EXIT.
057057     IF SELLER-REJECTED
057257         GO TO 3202-EXIT
057267     END-IF.
057277     SET CATEGORY-USABLE TO TRUE.
057287     PERFORM 3205-VALIDATE-CATEGORY-RTN THRU 3205-EXIT.
057297     IF CATEGORY-REJECTED
057307         GO TO 3202-EXIT
057317     END-IF.
058057     PERFORM 3230-CHECK-PRICE-RANGE-RTN THRU 3230-EXIT.
058157     IF PRICE-SUSPENDED
058257         GO TO 3202-EXIT
058267     END-IF.
058700     MOVE TRANS-PRICE TO MY-FLOAT.
058800     COMPUTE MY-DOUBLE ROUNDED = TRANS-QTY * MY-FLOAT
058900         ON SIZE ERROR
059303         PERFORM 3280-CHECK-APPROVAL-RTN THRU 3280-EXIT
059304     END-IF.
059305     IF ADJUSTMENT-UNAPPROVED
059306         GO TO 3202-EXIT
059308     END-IF.
059309     MOVE 'Y' TO CAT-REF-HIT-FLAG (CAT-REF-IDX).
059400     MOVE MY-DOUBLE TO WS-EXT-PRICE-DISPLAY.
060600     IF CATEGORY-TOTAL-OK
060610         PERFORM 3260-COUNT-TRANS-TYPE-RTN THRU 3260-EXIT
060620         PERFORM 3270-POST-DEPT-CAT-RTN THRU 3270-EXIT
060630         PERFORM 3275-POST-SELLER-RTN THRU 3275-EXIT
060700         MOVE CAT-REF-TOTAL (CAT-REF-IDX)
060800             TO WS-AUDIT-AMT-DISPLAY
060900         MOVE WS-AUDIT-AMT-DISPLAY TO WS-AUDIT-NEW-VALUE
061000         MOVE CAT-REF-KEY (CAT-REF-IDX) TO WS-AUDIT-FIELD-NAME
061100         PERFORM 8000-WRITE-AUDIT-RTN THRU 8000-EXIT
061200     END-IF.
061400 3202-EXIT.
061600     EXIT.
061700
061810*----------------------------------------------------------------
061947     END-SEARCH.
061948 3206-EXIT.
061949     EXIT.
061950*----------------------------------------------------------------
061951*              3207-SEARCH-DPTREF-RTN
061952* BINARY-SEARCHES DPT-REF FOR THE DEPARTMENT CODE STAGED IN
061953* WS-DPTREF-KEY.  ON RETURN, DPTREF-FOUND/DPTREF-NOT-FOUND
061954* REPORTS THE OUTCOME AND, WHEN FOUND, DPT-REF-IDX POINTS AT
061955* THE MATCHED ENTRY.  SHARED BY THE TRANSACTION EDIT AND THE
061956* DEPARTMENT SALES REPORT.
061957*----------------------------------------------------------------
061958 3207-SEARCH-DPTREF-RTN.
061959     SET DPTREF-NOT-FOUND TO TRUE.
061960     IF WS-DPTREF-COUNT = ZERO
061961         GO TO 3207-EXIT
061962     END-IF.
061963     SET DPT-REF-IDX TO 1.
061964     SEARCH ALL DPT-REF-ENTRY
061965         WHEN DPT-REF-CODE (DPT-REF-IDX) = WS-DPTREF-KEY
061966             SET DPTREF-FOUND TO TRUE
061967     END-SEARCH.
061968 3207-EXIT.
061969     EXIT.
061970
061971*----------------------------------------------------------------
061972*              3210-VALIDATE-SELLER-RTN
061973* PROVES THE CURRENT DETAIL'S SELLING EMPLOYEE AGAINST
061974* EMPLOYEE-MASTER BY NUMBER.  A MISSING, NON-NUMERIC, OR UNKNOWN
061975* NUMBER IS REJECTED WITH REASON SUNK AND A TERMINATED EMPLOYEE
061976* WITH REASON STRM; AN EMPLOYEE ON LEAVE MAY STILL BE CREDITED.
061977* ONLY AN ADJUSTMENT MAY CARRY A ZERO SELLER.  A REJECTED DETAIL
061978* IS WRITTEN TO EXCEPTION-FILE AND KEPT OUT OF THE TOTALS.
061979*----------------------------------------------------------------
061980 3210-VALIDATE-SELLER-RTN.
061981     SET SELLER-USABLE TO TRUE.
061982     IF TRANS-EMP-NO NOT NUMERIC
061983         SET SELLER-REJECTED TO TRUE
061984         MOVE 'SUNK' TO WS-REASON-CODE
061985         MOVE 'SELLING EMPLOYEE NUMBER NOT NUMERIC' TO
061986             WS-REASON-TEXT
061987         GO TO 3210-REJECT
061988     END-IF.
061989     IF TRANS-EMP-NO = ZERO
061990         IF TRANS-TYPE-ADJUSTMENT
061991             GO TO 3210-EXIT
061992         END-IF
061993         SET SELLER-REJECTED TO TRUE
061994         MOVE 'SUNK' TO WS-REASON-CODE
061995         MOVE 'SELLING EMPLOYEE NUMBER MISSING' TO WS-REASON-TEXT
061996         GO TO 3210-REJECT
061997     END-IF.
061998     MOVE TRANS-EMP-NO TO EMP-NO.
061999     READ EMPLOYEE-MASTER
062000         KEY IS EMP-NO
062001         INVALID KEY
062002             SET SELLER-REJECTED TO TRUE
062003     END-READ.
062004     IF SELLER-REJECTED
062005         MOVE 'SUNK' TO WS-REASON-CODE
062006         MOVE 'SELLING EMPLOYEE NOT ON EMPLOYEE MASTER' TO
062007             WS-REASON-TEXT
062008         GO TO 3210-REJECT
062009     END-IF.
062010     IF EMP-STATUS = 'T'
062011         SET SELLER-REJECTED TO TRUE
062012         MOVE 'STRM' TO WS-REASON-CODE
062013         MOVE 'SELLING EMPLOYEE IS TERMINATED' TO WS-REASON-TEXT
062014         GO TO 3210-REJECT
062015     END-IF.
062016     GO TO 3210-EXIT.
062017 3210-REJECT.
062018     ADD 1 TO WS-SELLER-REJ-COUNT.
062019     PERFORM 3250-WRITE-TRANS-EXCEPTION-RTN THRU 3250-EXIT.
062020 3210-EXIT.
062021     EXIT.
062022
062023*----------------------------------------------------------------
062024*              3250-WRITE-TRANS-EXCEPTION-RTN
062025* WRITES A TRANSACTION THAT FAILED THE CATEGORY-MASTER OR
062026* TYPE-CODE EDIT TO EXCEPTION-FILE, USING THE REASON CODE AND
062027* TEXT STAGED BY THE CALLER.  THE SELLER'S NUMBER RIDES ALONG
062028* WHEN IT IS NUMERIC.
062029*----------------------------------------------------------------
062030 3250-WRITE-TRANS-EXCEPTION-RTN.
062031     DISPLAY "TRANSACTION REJECTED, REASON " WS-REASON-CODE
062032             " FOR " TRANS-CATEGORY.
062033     IF EXCP-FILE-OPEN
062034         MOVE TRANS-CATEGORY TO EXCEP-NAME
062035         MOVE ZERO TO EXCEP-AGE
062036         MOVE WS-REASON-CODE TO EXCEP-REASON-CODE
062037         MOVE WS-REASON-TEXT TO EXCEP-REASON-TEXT
062038         MOVE TRANS-QTY TO EXCEP-TRANS-QTY
062039         MOVE TRANS-PRICE TO EXCEP-TRANS-PRICE
062040         IF TRANS-EMP-NO NUMERIC
062041             MOVE TRANS-EMP-NO TO EXCEP-EMP-NO
062042         ELSE
062043             MOVE ZERO TO EXCEP-EMP-NO
062044         END-IF
062045         WRITE EXCEP-RECORD
062046         ADD 1 TO WS-EXCP-COUNT
062047     END-IF.
062048 3250-EXIT.
062049     EXIT.
062050
062051*----------------------------------------------------------------
062052*              3260-COUNT-TRANS-TYPE-RTN
062053* ROLLS THE POSTED TRANSACTION'S EXTENDED AMOUNT INTO THE
062054* COUNT AND AMOUNT ACCUMULATORS FOR ITS TYPE - SALE, RETURN,
062055* OR ADJUSTMENT.  ONLY TRANSACTIONS THAT ACTUALLY POSTED TO A
062056* CATEGORY TOTAL ARE COUNTED HERE.  THE SAME AMOUNTS ROLL INTO
062057* THE CATEGORY'S OWN BY-TYPE SPLIT FOR THE EXTRACT'S 'T' ROW.
062058*----------------------------------------------------------------
062059 3260-COUNT-TRANS-TYPE-RTN.
062060     ADD TRANS-PRICE TO WS-POSTED-PRICE-AMT.
062061     ADD TRANS-PRICE TO CAT-REF-PRICE-AMT (CAT-REF-IDX).
062062     IF TRANS-TYPE-SALE
062063         ADD 1 TO WS-SALE-COUNT
062064         ADD MY-DOUBLE TO WS-SALE-AMT
062065         ADD MY-DOUBLE TO CAT-REF-SALE-AMT (CAT-REF-IDX)
062066     ELSE
062067         IF TRANS-TYPE-RETURN
062068             ADD 1 TO WS-RETURN-COUNT
062069             ADD MY-DOUBLE TO WS-RETURN-AMT
062070             ADD MY-DOUBLE TO CAT-REF-RETURN-AMT (CAT-REF-IDX)
062071         ELSE
062072             ADD 1 TO WS-ADJUST-COUNT
062073             ADD MY-DOUBLE TO WS-ADJUST-AMT
062074             ADD MY-DOUBLE TO CAT-REF-ADJUST-AMT (CAT-REF-IDX)
062075         END-IF
062076     END-IF.
062077 3260-EXIT.
062078     EXIT.
062079
062080*----------------------------------------------------------------
062081*              3280-CHECK-APPROVAL-RTN
062082* EDITS ONE ADJUSTMENT AGAINST THE APPROVAL TABLE.  BELOW THE
062083* THRESHOLD NOTHING IS REQUIRED; AT OR ABOVE IT, AN UNCONSUMED
062084* APPROVAL MUST MATCH THE SEGMENT'S BUSINESS DATE, THE
062085* CATEGORY, AND THE EXTENDED AMOUNT, AND THE MATCH IS MARKED
062086* CONSUMED.  AN UNMATCHED ADJUSTMENT GOES TO EXCEPTION-FILE
062087* WITH REASON NAPP AND STAYS OUT OF THE TOTALS.
062088*----------------------------------------------------------------
062089 3280-CHECK-APPROVAL-RTN.
062100     IF MY-DOUBLE < WS-APPR-THRESHOLD
062101         GO TO 3280-EXIT
062102     END-IF.
062232 3274-EXIT.
062233     EXIT.
062234
062247*----------------------------------------------------------------
062252*              3275-POST-SELLER-RTN
062257* CREDITS A POSTED SALE OR RETURN TO ITS SELLING EMPLOYEE IN
062262* THE SELLER TABLE UNDER THE SEGMENT'S BUSINESS DATE, THE
062267* SELLING DEPARTMENT, AND THE CATEGORY, INSERTING A NEW ENTRY
062272* IN KEY ORDER THE FIRST TIME THAT COMBINATION POSTS.
062277* ADJUSTMENTS ARE NOT COMMISSIONABLE AND ARE NOT CREDITED.
062282*----------------------------------------------------------------
062287 3275-POST-SELLER-RTN.
062292     IF TRANS-TYPE-ADJUSTMENT
062297         GO TO 3275-EXIT
062302     END-IF.
062307     IF WS-SEG-DATE > ZERO
062312         MOVE WS-SEG-DATE TO WS-SELLER-KEY-DATE
062317     ELSE
062322         MOVE WS-EXPECTED-DATE TO WS-SELLER-KEY-DATE
062327     END-IF.
062332     MOVE TRANS-EMP-NO TO WS-SELLER-KEY-EMP.
062337     MOVE TRANS-DEPT TO WS-SELLER-KEY-DEPT.
062342     MOVE TRANS-CATEGORY TO WS-SELLER-KEY-CAT.
062347     PERFORM 3276-SEARCH-SELLER-RTN THRU 3276-EXIT.
062352     IF SELLER-NOT-FOUND
062357         PERFORM 3277-INSERT-SELLER-RTN THRU 3277-EXIT
062362         IF WS-RUN-RC = 8
062367             GO TO 3275-EXIT
062372         END-IF
062377         SET SELLER-IDX TO WS-SELLER-SLOT
062382     END-IF.
062387     IF TRANS-TYPE-SALE
062392         ADD 1 TO SELLER-SALE-COUNT (SELLER-IDX)
062397         ADD MY-DOUBLE TO SELLER-SALE-AMT (SELLER-IDX)
062402             ON SIZE ERROR
062407                 DISPLAY "SELLER SALES OVERFLOWED FOR "
062412                         WS-SELLER-KEY
062417         END-ADD
062422     ELSE
062427         ADD 1 TO SELLER-RET-COUNT (SELLER-IDX)
062432         ADD MY-DOUBLE TO SELLER-RET-AMT (SELLER-IDX)
062437             ON SIZE ERROR
062442                 DISPLAY "SELLER RETURNS OVERFLOWED FOR "
062447                         WS-SELLER-KEY
062452         END-ADD
062457     END-IF.
062462 3275-EXIT.
062467     EXIT.
062472
062477*----------------------------------------------------------------
062482*              3276-SEARCH-SELLER-RTN
062487* BINARY-SEARCHES THE SELLER TABLE FOR THE STAGED KEY.  ON
062492* RETURN, WHEN FOUND, SELLER-IDX POINTS AT THE MATCHED ENTRY.
062497*----------------------------------------------------------------
062502 3276-SEARCH-SELLER-RTN.
062507     SET SELLER-NOT-FOUND TO TRUE.
062512     IF WS-SELLER-COUNT = ZERO
062517         GO TO 3276-EXIT
062522     END-IF.
062527     SET SELLER-IDX TO 1.
062532     SEARCH ALL SELLER-ENTRY
062537         WHEN SELLER-KEY (SELLER-IDX) = WS-SELLER-KEY
062542             SET SELLER-FOUND TO TRUE
062547     END-SEARCH.
062552 3276-EXIT.
062557     EXIT.
062562
062567*----------------------------------------------------------------
062572*              3277-INSERT-SELLER-RTN
062577* OPENS A SLOT FOR THE STAGED KEY IN ASCENDING ORDER AND ZEROES
062582* ITS COUNTS AND AMOUNTS.  AN OVERFLOW IS A HARD STOP THAT ALSO
062587* MARKS THE RUN OUT OF BALANCE, SO A PARTIAL SET OF SELLER
062592* CREDITS CAN NEVER REACH THE COMMISSION REGISTER.
062597*----------------------------------------------------------------
062602 3277-INSERT-SELLER-RTN.
062607     IF WS-SELLER-COUNT >= WS-SELLER-MAX
062612         DISPLAY "SELLER TABLE OVERFLOWED AT "
062617                 WS-SELLER-KEY " - RUN STOPPED"
062622         MOVE 8 TO WS-RUN-RC
062627         SET RUN-OUT-OF-BALANCE TO TRUE
062632         GO TO 3277-EXIT
062637     END-IF.
062642     MOVE 1 TO WS-SELLER-SLOT.
062647     PERFORM 3278-SCAN-SELLER-SLOT-RTN THRU 3278-EXIT
062652         VARYING WS-SELLER-IDX FROM 1 BY 1
062657         UNTIL WS-SELLER-IDX > WS-SELLER-COUNT
062662            OR SELLER-KEY (WS-SELLER-IDX) > WS-SELLER-KEY.
062667     ADD 1 TO WS-SELLER-COUNT.
062672     PERFORM 3279-SHIFT-SELLER-RTN THRU 3279-EXIT
062677         VARYING WS-SELLER-SHIFT FROM WS-SELLER-COUNT BY -1
062682         UNTIL WS-SELLER-SHIFT <= WS-SELLER-SLOT.
062687     MOVE WS-SELLER-KEY TO SELLER-KEY (WS-SELLER-SLOT).
062692     MOVE ZERO TO SELLER-SALE-COUNT (WS-SELLER-SLOT).
062697     MOVE ZERO TO SELLER-SALE-AMT (WS-SELLER-SLOT).
062702     MOVE ZERO TO SELLER-RET-COUNT (WS-SELLER-SLOT).
062707     MOVE ZERO TO SELLER-RET-AMT (WS-SELLER-SLOT).
062712 3277-EXIT.
062717     EXIT.
062722
062727*----------------------------------------------------------------
062732*              3278-SCAN-SELLER-SLOT-RTN
062737* ADVANCES THE INSERTION SLOT PAST EVERY KEY LOWER THAN THE
062742* STAGED ONE.
062747*----------------------------------------------------------------
062752 3278-SCAN-SELLER-SLOT-RTN.
062757     IF SELLER-KEY (WS-SELLER-IDX) < WS-SELLER-KEY
062762         COMPUTE WS-SELLER-SLOT = WS-SELLER-IDX + 1
062767     END-IF.
062772 3278-EXIT.
062777     EXIT.
062782
062787*----------------------------------------------------------------
062792*              3279-SHIFT-SELLER-RTN
062797* MOVES ONE SELLER TABLE ENTRY UP ONE SLOT.
062802*----------------------------------------------------------------
062807 3279-SHIFT-SELLER-RTN.
062812     COMPUTE WS-SELLER-IDX = WS-SELLER-SHIFT - 1.
062817     MOVE SELLER-ENTRY (WS-SELLER-IDX)
062822         TO SELLER-ENTRY (WS-SELLER-SHIFT).
062827 3279-EXIT.
062832     EXIT.
062837
063000*----------------------------------------------------------------
063100*              3220-WRITE-PRICE-EXCEPTION-RTN
063200* WRITES A TRANSACTION WHOSE EXTENDED-PRICE COMPUTE OVERFLOWED
064300             EXCEP-REASON-TEXT
064310         MOVE TRANS-QTY TO EXCEP-TRANS-QTY
064320         MOVE TRANS-PRICE TO EXCEP-TRANS-PRICE
064330         IF TRANS-EMP-NO NUMERIC
064340             MOVE TRANS-EMP-NO TO EXCEP-EMP-NO
064350         ELSE
064360             MOVE ZERO TO EXCEP-EMP-NO
064370         END-IF
064400         WRITE EXCEP-RECORD
064500         ADD 1 TO WS-EXCP-COUNT
064600     END-IF.
064700 3220-EXIT.
064701     EXIT.
064702
064703*----------------------------------------------------------------
064704*              3230-CHECK-PRICE-RANGE-RTN
064705* PROVES A SALE OR RETURN'S UNIT PRICE AGAINST ITS CATEGORY'S
064706* MINIMUM AND MAXIMUM EXPECTED PRICE FROM THE CATEGORY MASTER.
064707* A ZERO MINIMUM OR MAXIMUM MEANS NO EDIT ON THAT SIDE, AND
064708* ADJUSTMENTS ARE LEFT TO THE APPROVAL EDIT.  AN OUT-OF-RANGE
064709* DETAIL IS WRITTEN TO PRICE SUSPENSE WITH REASON PLOW (BELOW
064710* THE MINIMUM) OR PHIG (ABOVE THE MAXIMUM).  THE EDIT IS OFF
064711* WHILE RELEASED ITEMS ARE POSTED.
064712*----------------------------------------------------------------
064713 3230-CHECK-PRICE-RANGE-RTN.
064714     SET PRICE-IN-RANGE TO TRUE.
064715     IF PRICE-EDIT-OFF OR TRANS-TYPE-ADJUSTMENT
064716         GO TO 3230-EXIT
064717     END-IF.
064718     IF CAT-REF-MIN-PRICE (CAT-REF-IDX) > ZERO
064719         AND TRANS-PRICE < CAT-REF-MIN-PRICE (CAT-REF-IDX)
064720         SET PRICE-SUSPENDED TO TRUE
064721         MOVE 'PLOW' TO WS-SUSP-REASON
064722     END-IF.
064723     IF CAT-REF-MAX-PRICE (CAT-REF-IDX) > ZERO
064724         AND TRANS-PRICE > CAT-REF-MAX-PRICE (CAT-REF-IDX)
064725         SET PRICE-SUSPENDED TO TRUE
064726         MOVE 'PHIG' TO WS-SUSP-REASON
064727     END-IF.
064728     IF PRICE-SUSPENDED
064729         PERFORM 3235-WRITE-SUSPENSE-RTN THRU 3235-EXIT
064730     END-IF.
064731 3230-EXIT.
064732     EXIT.
064733
064734*----------------------------------------------------------------
064735*              3235-WRITE-SUSPENSE-RTN
064736* WRITES THE CURRENT DETAIL TO TONIGHT'S PRICE SUSPENSE UNDER THE
064737* NEXT SUSPENSE ID FOR THE RUN DATE, WITH THE RANGE IT FAILED,
064738* AND ADDS IT TO THE DIVERTED TOTALS AND THE RUNRPT LIST.  THE
064739* LIST KEEPS THE FIRST WS-SUSL-MAX ITEMS; PAST THAT ONLY THE
064740* COUNTS ARE KEPT.
064741*----------------------------------------------------------------
064742 3235-WRITE-SUSPENSE-RTN.
064743     ADD 1 TO WS-SUSP-LAST-SEQ.
064744     DISPLAY "TRANSACTION SUSPENDED, REASON " WS-SUSP-REASON
064745             " FOR " TRANS-CATEGORY " PRICE " TRANS-PRICE.
064746     ADD 1 TO WS-SUSP-DIVT-COUNT.
064747     ADD TRANS-PRICE TO WS-SUSP-DIVT-AMT.
064748     IF WS-SUSL-COUNT < WS-SUSL-MAX
064749         ADD 1 TO WS-SUSL-COUNT
064750         MOVE WS-RUN-DATE-NUM TO SUSL-ID-DATE (WS-SUSL-COUNT)
064751         MOVE WS-SUSP-LAST-SEQ TO SUSL-ID-SEQ (WS-SUSL-COUNT)
064752         MOVE TRANS-CATEGORY TO SUSL-CATEGORY (WS-SUSL-COUNT)
064753         MOVE WS-SUSP-REASON TO SUSL-REASON (WS-SUSL-COUNT)
064754         MOVE TRANS-PRICE TO SUSL-PRICE (WS-SUSL-COUNT)
064755     END-IF.
064756     MOVE SPACES TO SUSP-RECORD.
064757     MOVE WS-RUN-DATE-NUM TO SUSP-ID-DATE.
064758     MOVE WS-SUSP-LAST-SEQ TO SUSP-ID-SEQ.
064759     IF WS-SEG-DATE > ZERO
064760         MOVE WS-SEG-DATE TO SUSP-BUS-DATE
064761     ELSE
064762         MOVE WS-EXPECTED-DATE TO SUSP-BUS-DATE
064763     END-IF.
064764     MOVE WS-SEG-SOURCE TO SUSP-SOURCE.
064765     MOVE TRANS-TYPE-CODE TO SUSP-TRANS-TYPE.
064766     MOVE TRANS-CATEGORY TO SUSP-CATEGORY.
064767     MOVE TRANS-QTY TO SUSP-QTY.
064768     MOVE TRANS-PRICE TO SUSP-PRICE.
064769     MOVE TRANS-DEPT TO SUSP-DEPT.
064770     MOVE TRANS-EMP-NO TO SUSP-EMP-NO.
064771     MOVE WS-SUSP-REASON TO SUSP-REASON-CODE.
064772     MOVE CAT-REF-MIN-PRICE (CAT-REF-IDX) TO SUSP-MIN-PRICE.
064773     MOVE CAT-REF-MAX-PRICE (CAT-REF-IDX) TO SUSP-MAX-PRICE.
064774     MOVE ZERO TO SUSP-AGE-COUNT.
064775     WRITE SUSP-RECORD.
064776 3235-EXIT.
064800     EXIT.
064900
067000*----------------------------------------------------------------
068400             EXCEP-REASON-TEXT
068410         MOVE TRANS-QTY TO EXCEP-TRANS-QTY
068420         MOVE TRANS-PRICE TO EXCEP-TRANS-PRICE
068430         IF TRANS-EMP-NO NUMERIC
068440             MOVE TRANS-EMP-NO TO EXCEP-EMP-NO
068450         ELSE
068460             MOVE ZERO TO EXCEP-EMP-NO
068470         END-IF
068500         WRITE EXCEP-RECORD
068600         ADD 1 TO WS-EXCP-COUNT
068700     END-IF.
072900* END-OF-RUN HOUSEKEEPING - HEADCOUNT AND CATEGORY TOTALS.
073000* EXTRACT-FILE'S CATEGORY ROWS ARE ONLY WRITTEN, AND THE FILE
073100* ONLY CLOSED, IF EXTRACT-FILE ACTUALLY OPENED BACK IN THE
073200* EMPLOYEE PASS.  THE SELLER CREDITS ARE ONLY WRITTEN WHEN THE
073210* RUN IS IN BALANCE.  THE SEGMENTS ARE ONLY REGISTERED AFTER
073220* THAT, AND ONLY IF NOTHING HAS GRADED THE RUN 8.
073300*----------------------------------------------------------------
073400 9000-TERMINATE-RTN.
073500     DISPLAY "Employees processed: " WS-EMP-COUNT.
074407         PERFORM 9115-WRITE-DEPTCAT-EXTRACT-RTN THRU 9115-EXIT
074408             VARYING WS-DEPTCAT-IDX FROM 1 BY 1
074409             UNTIL WS-DEPTCAT-IDX > WS-DEPTCAT-COUNT
074419         PERFORM 9117-WRITE-CATTYPE-EXTRACT-RTN THRU 9117-EXIT
074429             VARYING WS-CATREF-IDX FROM 1 BY 1
074439             UNTIL WS-CATREF-IDX > WS-CATREF-COUNT
074449         PERFORM 9120-WRITE-SUMMARY-EXTRACT-RTN THRU 9120-EXIT
074500         CLOSE EXTRACT-FILE
074600     END-IF.
074610     IF DSAL-FILE-OPEN
074630             PERFORM 9500-PRINT-DEPT-SALES-RTN THRU 9500-EXIT
074640         END-IF
074650         CLOSE DEPT-SALES-REPORT
074651     END-IF.
074652     IF RUN-IN-BALANCE
074653         PERFORM 9130-WRITE-SELLER-FILE-RTN THRU 9130-EXIT
074654     END-IF.
074655     IF RUN-IN-BALANCE AND SREG-LOADED AND WS-RUN-RC < 8
074656         PERFORM 9140-APPEND-REGISTRY-RTN THRU 9140-EXIT
074660     END-IF.
074700     IF EXCP-FILE-OPEN
074800         CLOSE EXCEPTION-FILE
077800     EXIT.
077801
077802*----------------------------------------------------------------
077803*              9117-WRITE-CATTYPE-EXTRACT-RTN
077804* WRITES ONE CATEGORY-BY-TRANSACTION-TYPE ROW TO EXTRACT-FILE -
077805* THE CATEGORY'S POSTED SALE, RETURN, AND ADJUSTMENT AMOUNTS
077806* AND ITS PRICE-BASIS AMOUNT - FOR THE GENERAL LEDGER JOURNAL.
077807* ENTRIES THE RUN NEVER TOUCHED ARE PASSED OVER.
077808*----------------------------------------------------------------
077809 9117-WRITE-CATTYPE-EXTRACT-RTN.
077810     IF CAT-REF-HIT-FLAG (WS-CATREF-IDX) NOT = 'Y'
077811         GO TO 9117-EXIT
077812     END-IF.
077813     MOVE SPACES TO EXTR-RECORD.
077814     SET EXTR-CATTYPE-REC TO TRUE.
077815     MOVE CAT-REF-KEY (WS-CATREF-IDX) TO EXTR-TYPE-CAT-KEY.
077816     MOVE CAT-REF-SALE-AMT (WS-CATREF-IDX) TO EXTR-TYPE-SALE-AMT.
077817     MOVE CAT-REF-RETURN-AMT (WS-CATREF-IDX)
077818         TO EXTR-TYPE-RETURN-AMT.
077819     MOVE CAT-REF-ADJUST-AMT (WS-CATREF-IDX)
077820         TO EXTR-TYPE-ADJUST-AMT.
077821     MOVE CAT-REF-PRICE-AMT (WS-CATREF-IDX)
077822         TO EXTR-TYPE-PRICE-AMT.
077823     WRITE EXTR-RECORD.
077824 9117-EXIT.
077825     EXIT.
077826
077827*----------------------------------------------------------------
077828*              9120-WRITE-SUMMARY-EXTRACT-RTN
077829* WRITES THE THREE TRANSACTION-TYPE SUMMARY ROWS - SALES,
077830* RETURNS, AND ADJUSTMENTS - TO EXTRACT-FILE SO THE DOWNSTREAM
077831* FINANCE FEED CARRIES THE RUN'S OWN NETTING TOTALS, THEN THE
077832* 'B' RUN-BALANCE ROW WITH THE POSTED AND INPUT COUNTS AND
077833* PRICE-BASIS AMOUNTS FOR THE RECONCILIATION STEP, AND THE 'U'
077834* PRICE SUSPENSE ROW WITH WHAT WAS RELEASED FROM AND DIVERTED TO
077835* THE SUSPENSE FILE.
077836*----------------------------------------------------------------
077837 9120-WRITE-SUMMARY-EXTRACT-RTN.
077838     MOVE SPACES TO EXTR-RECORD.
077839     SET EXTR-SALES-SUM-REC TO TRUE.
077840     MOVE WS-SALE-COUNT TO EXTR-SUM-COUNT.
077841     MOVE WS-SALE-AMT TO EXTR-SUM-AMOUNT.
077842     WRITE EXTR-RECORD.
077843     MOVE SPACES TO EXTR-RECORD.
077844     SET EXTR-RETURNS-SUM-REC TO TRUE.
077845     MOVE WS-RETURN-COUNT TO EXTR-SUM-COUNT.
077846     MOVE WS-RETURN-AMT TO EXTR-SUM-AMOUNT.
077847     WRITE EXTR-RECORD.
077848     MOVE SPACES TO EXTR-RECORD.
077849     SET EXTR-ADJUST-SUM-REC TO TRUE.
077850     MOVE WS-ADJUST-COUNT TO EXTR-SUM-COUNT.
077851     MOVE WS-ADJUST-AMT TO EXTR-SUM-AMOUNT.
077852     WRITE EXTR-RECORD.
077853     MOVE SPACES TO EXTR-RECORD.
077854     SET EXTR-BALANCE-REC TO TRUE.
077855     COMPUTE EXTR-BAL-POSTED-COUNT =
077856         WS-SALE-COUNT + WS-RETURN-COUNT + WS-ADJUST-COUNT.
077857     MOVE WS-POSTED-PRICE-AMT TO EXTR-BAL-POSTED-AMT.
077858     MOVE WS-IN-DTL-COUNT TO EXTR-BAL-INPUT-COUNT.
077859     MOVE WS-IN-AMT-TOTAL TO EXTR-BAL-INPUT-AMT.
077860     MOVE WS-EXPECTED-DATE TO EXTR-BAL-BUS-DATE.
077861     WRITE EXTR-RECORD.
077862     MOVE SPACES TO EXTR-RECORD.
077863     SET EXTR-SUSPENSE-REC TO TRUE.
077864     MOVE WS-SUSP-RLSE-COUNT TO EXTR-SUSP-RLSE-COUNT.
077865     MOVE WS-SUSP-RLSE-AMT TO EXTR-SUSP-RLSE-AMT.
077866     MOVE WS-SUSP-DIVT-COUNT TO EXTR-SUSP-DIVT-COUNT.
077867     MOVE WS-SUSP-DIVT-AMT TO EXTR-SUSP-DIVT-AMT.
077868     WRITE EXTR-RECORD.
077869 9120-EXIT.
077870     EXIT.
077871
077872*----------------------------------------------------------------
077873*              9130-WRITE-SELLER-FILE-RTN
077874* WRITES THE SELLER TABLE TO SELLER-FILE, ONE ROW PER ENTRY IN
077875* KEY ORDER, FOR THE COMMISSION REGISTER.  THE FILE IS REQUIRED
077876* OUTPUT - A FAILED OPEN GRADES THE RUN TO 8 SO THE NIGHT'S
077877* SALES CANNOT DROP OUT OF SOMEONE'S COMMISSION UNNOTICED.
077878*----------------------------------------------------------------
077879 9130-WRITE-SELLER-FILE-RTN.
077880     OPEN OUTPUT SELLER-FILE.
077881     IF WS-SELL-STATUS NOT = '00'
077882         DISPLAY "SELLER-FILE OPEN FAILED, STATUS "
077883                 WS-SELL-STATUS
077884         MOVE 8 TO WS-RUN-RC
077885         GO TO 9130-EXIT
077886     END-IF.
077887     SET SELL-FILE-OPEN TO TRUE.
077888     PERFORM 9135-WRITE-SELLER-ROW-RTN THRU 9135-EXIT
077889         VARYING WS-SELLER-IDX FROM 1 BY 1
077890         UNTIL WS-SELLER-IDX > WS-SELLER-COUNT.
077891     CLOSE SELLER-FILE.
077892     DISPLAY "Seller rows written: " WS-SELL-WRITE-COUNT.
077893 9130-EXIT.
077894     EXIT.
077895
077896*----------------------------------------------------------------
077897*              9135-WRITE-SELLER-ROW-RTN
077898* WRITES ONE SELLER TABLE ENTRY TO SELLER-FILE.
077899*----------------------------------------------------------------
077900 9135-WRITE-SELLER-ROW-RTN.
077901     MOVE SPACES TO SELL-RECORD.
077902     MOVE SELLER-DATE (WS-SELLER-IDX) TO SELL-BUS-DATE.
077903     MOVE SELLER-EMP (WS-SELLER-IDX) TO SELL-EMP-NO.
077904     MOVE SELLER-DEPT (WS-SELLER-IDX) TO SELL-DEPT.
077905     MOVE SELLER-CAT (WS-SELLER-IDX) TO SELL-CATEGORY.
077906     MOVE SELLER-SALE-COUNT (WS-SELLER-IDX) TO SELL-SALE-COUNT.
077907     MOVE SELLER-SALE-AMT (WS-SELLER-IDX) TO SELL-SALE-AMT.
077908     MOVE SELLER-RET-COUNT (WS-SELLER-IDX) TO SELL-RETURN-COUNT.
077909     MOVE SELLER-RET-AMT (WS-SELLER-IDX) TO SELL-RETURN-AMT.
077910     WRITE SELL-RECORD.
077911     IF WS-SELL-STATUS NOT = '00'
077912         DISPLAY "SELLER-FILE WRITE FAILED, STATUS "
077913                 WS-SELL-STATUS
077914         MOVE 8 TO WS-RUN-RC
077915     ELSE
077916         ADD 1 TO WS-SELL-WRITE-COUNT
077917     END-IF.
077918 9135-EXIT.
077919     EXIT.
077920*----------------------------------------------------------------
077921*              9140-APPEND-REGISTRY-RTN
077922* APPENDS TONIGHT'S POSTED SEGMENTS TO THE CUMULATIVE REGISTRY.
077923* ONLY AN IN-BALANCE RUN NOTHING HAS GRADED 8 GETS HERE, SO A
077924* REFUSED OR FAILED NIGHT REGISTERS NOTHING AND CAN BE RERUN.
077925* A FAILED OPEN OR WRITE GRADES THE RUN TO 8 - THE NIGHT HAS
077926* POSTED BUT WOULD NOT BE RECOGNISED IF IT WERE SENT AGAIN.
077927*----------------------------------------------------------------
077928 9140-APPEND-REGISTRY-RTN.
077929     IF WS-SREG-COUNT NOT > WS-SREG-OLD-COUNT
077930         GO TO 9140-EXIT
077931     END-IF.
077932     OPEN EXTEND SEGMENT-REGISTRY.
077933     IF WS-SREG-STATUS NOT = '00'
077934         DISPLAY "SEGMENT-REGISTRY EXTEND FAILED, STATUS "
077935                 WS-SREG-STATUS " - SEGMENTS NOT REGISTERED"
077936         MOVE 8 TO WS-RUN-RC
077937         GO TO 9140-EXIT
077938     END-IF.
077939     COMPUTE WS-SREG-FIRST-NEW = WS-SREG-OLD-COUNT + 1.
077940     PERFORM 9145-WRITE-REGISTRY-ROW-RTN THRU 9145-EXIT
077941         VARYING WS-SREG-IDX FROM WS-SREG-FIRST-NEW BY 1
077942         UNTIL WS-SREG-IDX > WS-SREG-COUNT.
077943     CLOSE SEGMENT-REGISTRY.
077944     DISPLAY "Segments registered: " WS-SREG-ADD-COUNT.
077945 9140-EXIT.
077946     EXIT.
077947
077948*----------------------------------------------------------------
077949*              9145-WRITE-REGISTRY-ROW-RTN
077950* WRITES ONE OF TONIGHT'S REGISTRY ENTRIES.
077951*----------------------------------------------------------------
077952 9145-WRITE-REGISTRY-ROW-RTN.
077953     MOVE SPACES TO SREG-RECORD.
077954     MOVE SRT-KEY (WS-SREG-IDX) TO SREG-KEY.
077955     MOVE WS-RUN-DATE-NUM TO SREG-POSTED-DATE.
077956     MOVE SRT-POST-TYPE (WS-SREG-IDX) TO SREG-POST-TYPE.
077957     MOVE SRT-AUTH-ID (WS-SREG-IDX) TO SREG-AUTH-ID.
077958     WRITE SREG-RECORD.
077959     IF WS-SREG-STATUS NOT = '00'
077960         DISPLAY "SEGMENT-REGISTRY WRITE FAILED, STATUS "
077961                 WS-SREG-STATUS
077962         MOVE 8 TO WS-RUN-RC
077963     ELSE
077964         ADD 1 TO WS-SREG-ADD-COUNT
077965     END-IF.
077966 9145-EXIT.
077967     EXIT.
077968
077969*----------------------------------------------------------------
077970*              9300-WRITE-RUN-CONTROL-RTN
077971* WRITES THE ONE-PAGE RUN-CONTROL REPORT - RUN-ID, START/END
077972* TIMES, RECORD COUNTS, CATEGORY-TABLE USAGE, BALANCE STATE,
077973* THE PER-FILE STATUS SUMMARY, AND THE FINAL RETURN CODE.
077974*----------------------------------------------------------------
077975 9300-WRITE-RUN-CONTROL-RTN.
077976     MOVE WS-RUN-ID TO RCH-RUN-DATE.
077977     WRITE RUNCTL-PRINT-LINE FROM WS-RUNCTL-HEADER.
077978     MOVE 'RUN-ID' TO RCL-LABEL.
077979     MOVE WS-RUN-ID TO RCL-VALUE.
077980     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
077981     MOVE 'EXPECTED BUSINESS DATE' TO RCL-LABEL.
077982     MOVE WS-EXPECTED-DATE TO RCL-VALUE.
077983     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
077984     MOVE 'RUN STARTED' TO RCL-LABEL.
077985     MOVE WS-START-TIME TO WS-TIME-IN.
077986     PERFORM 9320-EDIT-TIME-RTN THRU 9320-EXIT.
077987     MOVE WS-TIME-ED TO RCL-VALUE.
077988     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
077989     MOVE 'RUN ENDED' TO RCL-LABEL.
077990     MOVE WS-END-TIME TO WS-TIME-IN.
077991     PERFORM 9320-EDIT-TIME-RTN THRU 9320-EXIT.
077992     MOVE WS-TIME-ED TO RCL-VALUE.
077993     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
077994     MOVE 'EMPLOYEES PROCESSED' TO RCL-LABEL.
077995     MOVE WS-EMP-COUNT TO WS-COUNT-ED.
077996     MOVE WS-COUNT-ED TO RCL-VALUE.
077997     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
077998     MOVE 'TRANSACTIONS PROCESSED' TO RCL-LABEL.
077999     MOVE WS-TRANS-COUNT TO WS-COUNT-ED.
078000     MOVE WS-COUNT-ED TO RCL-VALUE.
078001     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078002     MOVE 'EXCEPTIONS WRITTEN' TO RCL-LABEL.
078003     MOVE WS-EXCP-COUNT TO WS-COUNT-ED.
078004     MOVE WS-COUNT-ED TO RCL-VALUE.
078005     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078006     MOVE 'ADJUSTMENTS UNAPPROVED' TO RCL-LABEL.
078007     MOVE WS-UNAPPROVED-COUNT TO WS-COUNT-ED.
078008     MOVE WS-COUNT-ED TO RCL-VALUE.
078009     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078010     MOVE 'APPROVALS CONSUMED' TO RCL-LABEL.
078011     MOVE WS-APPR-USED-COUNT TO WS-COUNT-ED.
078012     MOVE WS-COUNT-ED TO RCL-VALUE.
078013     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078014     MOVE 'SELLERS REJECTED' TO RCL-LABEL.
078015     MOVE WS-SELLER-REJ-COUNT TO WS-COUNT-ED.
078016     MOVE WS-COUNT-ED TO RCL-VALUE.
078017     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078018     MOVE 'DEPARTMENTS REJECTED' TO RCL-LABEL.
078019     MOVE WS-DEPT-REJ-COUNT TO WS-COUNT-ED.
078020     MOVE WS-COUNT-ED TO RCL-VALUE.
078021     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078022     MOVE 'SELLER ROWS WRITTEN' TO RCL-LABEL.
078023     MOVE WS-SELL-WRITE-COUNT TO WS-COUNT-ED.
078024     MOVE WS-COUNT-ED TO RCL-VALUE.
078025     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078026     MOVE 'SEGMENTS REGISTERED' TO RCL-LABEL.
078027     MOVE WS-SREG-ADD-COUNT TO WS-COUNT-ED.
078028     MOVE WS-COUNT-ED TO RCL-VALUE.
078029     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078030     MOVE 'DUPLICATES REFUSED' TO RCL-LABEL.
078031     MOVE WS-DUP-REFUSED TO WS-COUNT-ED.
078032     MOVE WS-COUNT-ED TO RCL-VALUE.
078033     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078034     MOVE 'DUPLICATES REPOSTED' TO RCL-LABEL.
078035     MOVE WS-DUP-REPOSTED TO WS-COUNT-ED.
078036     MOVE WS-COUNT-ED TO RCL-VALUE.
078037     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078038     PERFORM 9330-PUT-DUPLICATE-LINE-RTN THRU 9330-EXIT
078039         VARYING WS-DUP-IDX FROM 1 BY 1
078040         UNTIL WS-DUP-IDX > WS-DUP-COUNT.
078041     MOVE ZERO TO WS-RPST-UNUSED.
078042     PERFORM 9335-COUNT-UNUSED-REPOST-RTN THRU 9335-EXIT
078043         VARYING WS-RPST-IDX FROM 1 BY 1
078044         UNTIL WS-RPST-IDX > WS-RPST-COUNT.
078045     MOVE 'REPOSTS NOT USED' TO RCL-LABEL.
078046     MOVE WS-RPST-UNUSED TO WS-COUNT-ED.
078047     MOVE WS-COUNT-ED TO RCL-VALUE.
078048     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078049     MOVE 'SUSPENSE BROUGHT FORWARD' TO RCL-LABEL.
078050     MOVE WS-SUSP-IN-COUNT TO WS-COUNT-ED.
078051     MOVE WS-COUNT-ED TO RCL-VALUE.
078052     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078053     MOVE 'RELEASED AND POSTED' TO RCL-LABEL.
078054     MOVE WS-SUSP-POST-COUNT TO WS-COUNT-ED.
078055     MOVE WS-COUNT-ED TO RCL-VALUE.
078056     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078057     MOVE 'RELEASED AND REJECTED' TO RCL-LABEL.
078058     MOVE WS-SUSP-REJ-COUNT TO WS-COUNT-ED.
078059     MOVE WS-COUNT-ED TO RCL-VALUE.
078060     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078061     MOVE 'SUSPENSE CARRIED FORWARD' TO RCL-LABEL.
078062     MOVE WS-SUSP-CARRY-COUNT TO WS-COUNT-ED.
078063     MOVE WS-COUNT-ED TO RCL-VALUE.
078064     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078065     MOVE 'NEWLY SUSPENDED' TO RCL-LABEL.
078066     MOVE WS-SUSP-DIVT-COUNT TO WS-COUNT-ED.
078067     MOVE WS-COUNT-ED TO RCL-VALUE.
078068     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078069     PERFORM 9340-PUT-SUSPENSE-LINE-RTN THRU 9340-EXIT
078070         VARYING WS-SUSL-IDX FROM 1 BY 1
078071         UNTIL WS-SUSL-IDX > WS-SUSL-COUNT.
078072     MOVE ZERO TO WS-RLSE-UNUSED.
078073     PERFORM 9345-COUNT-UNUSED-RELEASE-RTN THRU 9345-EXIT
078074         VARYING WS-RLSE-IDX FROM 1 BY 1
078075         UNTIL WS-RLSE-IDX > WS-RLSE-COUNT.
078076     MOVE 'RELEASES NOT APPLIED' TO RCL-LABEL.
078077     MOVE WS-RLSE-UNUSED TO WS-COUNT-ED.
078078     MOVE WS-COUNT-ED TO RCL-VALUE.
078079     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078080     MOVE 'CATEGORY TABLE USED' TO RCL-LABEL.
078081     MOVE WS-CATREF-COUNT TO WS-USAGE-ED.
078082     MOVE WS-CATREF-MAX TO WS-USAGE-MAX-ED.
078083     MOVE SPACES TO RCL-VALUE.
078084     STRING WS-USAGE-ED DELIMITED BY SIZE
078085            ' OF ' DELIMITED BY SIZE
078086            WS-USAGE-MAX-ED DELIMITED BY SIZE
078087            INTO RCL-VALUE.
078088     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078089     MOVE 'RUN BALANCE' TO RCL-LABEL.
078090     IF RUN-IN-BALANCE
078091         MOVE 'IN BALANCE' TO RCL-VALUE
078092     ELSE
078093         MOVE 'OUT OF BALANCE' TO RCL-VALUE
078094     END-IF.
078095     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078096     MOVE 'EMPLOYEE-MASTER STATUS' TO RCL-LABEL.
078097     MOVE WS-EMP-STATUS TO RCL-VALUE.
078098     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078099     MOVE 'TRANSACTION-FILE STATUS' TO RCL-LABEL.
078100     MOVE WS-TRANS-STATUS TO RCL-VALUE.
078101     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078102     MOVE 'CATEGORY-MASTER STATUS' TO RCL-LABEL.
078103     MOVE WS-CATM-STATUS TO RCL-VALUE.
078104     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078105     MOVE 'DEPARTMENT-MASTER STATUS' TO RCL-LABEL.
078106     MOVE WS-DEPT-STATUS TO RCL-VALUE.
078107     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078108     MOVE 'SEGMENT-REGISTRY STATUS' TO RCL-LABEL.
078109     MOVE WS-SREG-STATUS TO RCL-VALUE.
078110     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078111     MOVE 'REPOST-PARM STATUS' TO RCL-LABEL.
078112     MOVE WS-RPST-STATUS TO RCL-VALUE.
078113     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078114     MOVE 'SUSPENSE-IN STATUS' TO RCL-LABEL.
078115     MOVE WS-SUSI-STATUS TO RCL-VALUE.
078116     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078117     MOVE 'SUSPENSE-OUT STATUS' TO RCL-LABEL.
078118     MOVE WS-SUSO-STATUS TO RCL-VALUE.
078119     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078120     MOVE 'RELEASE-FILE STATUS' TO RCL-LABEL.
078121     MOVE WS-RLSE-STATUS TO RCL-VALUE.
078122     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078123     MOVE 'BUSINESS-CALENDAR STATUS' TO RCL-LABEL.
078124     MOVE WS-BCAL-STATUS TO RCL-VALUE.
078125     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078126     MOVE 'EXCEPTION-FILE STATUS' TO RCL-LABEL.
078127     MOVE WS-EXCP-STATUS TO RCL-VALUE.
078128     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078129     MOVE 'CHECKPOINT-FILE STATUS' TO RCL-LABEL.
078130     MOVE WS-CKPT-STATUS TO RCL-VALUE.
078131     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078132     MOVE 'EXTRACT-FILE STATUS' TO RCL-LABEL.
078133     MOVE WS-EXTR-STATUS TO RCL-VALUE.
078134     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078135     MOVE 'DEPT-SALES-RPT STATUS' TO RCL-LABEL.
078136     MOVE WS-DSAL-STATUS TO RCL-VALUE.
078137     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078138     MOVE 'SELLER-FILE STATUS' TO RCL-LABEL.
078139     MOVE WS-SELL-STATUS TO RCL-VALUE.
078221     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078231     MOVE 'AUDIT-LOG STATUS' TO RCL-LABEL.
078241     MOVE WS-AUDIT-STATUS TO RCL-VALUE.
078251     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078531     IF PRIOR-PERIOD-RUN
078541         MOVE 'PRIOR-PERIOD MONTH' TO RCL-LABEL
078551         MOVE WS-PRIOR-MONTH TO RCL-VALUE
078561         PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT
078571     END-IF.
078581     MOVE 'RETURN CODE' TO RCL-LABEL.
078591     MOVE WS-RUN-RC TO RCL-VALUE (1:1).
078601     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
078611 9300-EXIT.
078621     EXIT.
078631
078641*----------------------------------------------------------------
078651*              9310-PUT-RUNCTL-LINE-RTN
078661* WRITES THE STAGED RUN-CONTROL LINE AND CLEARS IT FOR THE
078671* NEXT CALLER.
078681*----------------------------------------------------------------
078691 9310-PUT-RUNCTL-LINE-RTN.
078701     WRITE RUNCTL-PRINT-LINE FROM WS-RUNCTL-LINE.
078711     MOVE SPACES TO RCL-LABEL.
078721     MOVE SPACES TO RCL-VALUE.
078731 9310-EXIT.
080221     EXIT.
080223*----------------------------------------------------------------
080225*              9330-PUT-DUPLICATE-LINE-RTN
080227* WRITES ONE RUN-CONTROL LINE FOR A DUPLICATE SEGMENT - ITS
080229* BUSINESS DATE AND SOURCE, AND FOR A REPOST WHO AUTHORISED IT.
080231*----------------------------------------------------------------
080233 9330-PUT-DUPLICATE-LINE-RTN.
080235     IF DUP-TYPE (WS-DUP-IDX) = 'R'
080237         MOVE 'DUPLICATE REPOSTED' TO RCL-LABEL
080239     ELSE
080241         MOVE 'DUPLICATE REFUSED' TO RCL-LABEL
080243     END-IF.
080245     MOVE SPACES TO RCL-VALUE.
080247     STRING DUP-DATE (WS-DUP-IDX) DELIMITED BY SIZE
080249            ' ' DELIMITED BY SIZE
080251            DUP-SOURCE (WS-DUP-IDX) DELIMITED BY SIZE
080253            ' ' DELIMITED BY SIZE
080255            DUP-AUTH-ID (WS-DUP-IDX) DELIMITED BY SIZE
080257            INTO RCL-VALUE.
080259     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
080261 9330-EXIT.
080263     EXIT.
080265
080267*----------------------------------------------------------------
080269*              9335-COUNT-UNUSED-REPOST-RTN
080271* COUNTS ONE AUTHORISED REPOST THAT MATCHED NO DUPLICATE, SO
080273* OPERATIONS CAN SEE AN OVERRIDE THAT DID NOT TAKE.
080275*----------------------------------------------------------------
080277 9335-COUNT-UNUSED-REPOST-RTN.
080279     IF RPT-USED (WS-RPST-IDX) = 'N'
080281         ADD 1 TO WS-RPST-UNUSED
080283     END-IF.
080285 9335-EXIT.
080287     EXIT.
080289
080291*----------------------------------------------------------------
080293*              9340-PUT-SUSPENSE-LINE-RTN
080295* WRITES ONE RUN-CONTROL LINE FOR AN ITEM NEWLY SUSPENDED TONIGHT
080297* - ITS SUSPENSE ID, CATEGORY, REASON, AND UNIT PRICE - FOR
080299* MERCHANDISING TO QUOTE ON A RELEASE.
080301*----------------------------------------------------------------
080303 9340-PUT-SUSPENSE-LINE-RTN.
080305     MOVE 'PRICE SUSPENDED' TO RCL-LABEL.
080307     MOVE SUSL-PRICE (WS-SUSL-IDX) TO WS-SUSL-PRICE-ED.
080309     MOVE SPACES TO RCL-VALUE.
080311     STRING SUSL-ID-DATE (WS-SUSL-IDX) DELIMITED BY SIZE
080313            SUSL-ID-SEQ (WS-SUSL-IDX) DELIMITED BY SIZE
080315            ' ' DELIMITED BY SIZE
080317            SUSL-CATEGORY (WS-SUSL-IDX) DELIMITED BY SIZE
080319            ' ' DELIMITED BY SIZE
080321            SUSL-REASON (WS-SUSL-IDX) DELIMITED BY SIZE
080323            ' ' DELIMITED BY SIZE
080325            WS-SUSL-PRICE-ED DELIMITED BY SIZE
080327            INTO RCL-VALUE.
080329     PERFORM 9310-PUT-RUNCTL-LINE-RTN THRU 9310-EXIT.
080331 9340-EXIT.
080333     EXIT.
080335
080337*----------------------------------------------------------------
080339*              9345-COUNT-UNUSED-RELEASE-RTN
080341* COUNTS ONE RELEASE THAT MATCHED NO SUSPENDED ITEM, SO
080343* MERCHANDISING CAN SEE A DECISION THAT DID NOT TAKE.
080345*----------------------------------------------------------------
080347 9345-COUNT-UNUSED-RELEASE-RTN.
080349     IF RLT-USED (WS-RLSE-IDX) = 'N'
080351         ADD 1 TO WS-RLSE-UNUSED
080353     END-IF.
080355 9345-EXIT.
080365     EXIT.
080375
080385*----------------------------------------------------------------
080395*              9320-EDIT-TIME-RTN
080405* EDITS THE STAGED HHMMSSDD TIME INTO HH:MM:SS FOR THE REPORT.
080415*----------------------------------------------------------------
080425 9320-EDIT-TIME-RTN.
080435     MOVE SPACES TO WS-TIME-ED.
080445     STRING WS-TIME-IN (1:2) DELIMITED BY SIZE
080455            ':' DELIMITED BY SIZE
080465            WS-TIME-IN (3:2) DELIMITED BY SIZE
080475            ':' DELIMITED BY SIZE
080485            WS-TIME-IN (5:2) DELIMITED BY SIZE
080495            INTO WS-TIME-ED.
080505 9320-EXIT.
080515     EXIT.
080525
080535*----------------------------------------------------------------
080545*              9500-PRINT-DEPT-SALES-RTN
080555* PRINTS THE DEPARTMENT SALES SUMMARY - ONE LINE PER
080565* DEPARTMENT/CATEGORY SPLIT IN KEY ORDER, A SUBTOTAL AT EACH
080575* DEPARTMENT BREAK, AND A GRAND TOTAL.
080585*----------------------------------------------------------------
080595 9500-PRINT-DEPT-SALES-RTN.
080605     MOVE SPACES TO WS-DSAL-PREV-DEPT.
080615     MOVE ZERO TO WS-DEPT-SUBTOTAL.
080625     MOVE ZERO TO WS-DEPT-GRAND-TOTAL.
080635     PERFORM 9510-PRINT-DEPT-LINE-RTN THRU 9510-EXIT
080645         VARYING WS-DEPTCAT-IDX FROM 1 BY 1
080655         UNTIL WS-DEPTCAT-IDX > WS-DEPTCAT-COUNT.
080665     IF WS-DSAL-PREV-DEPT NOT = SPACES
080675         PERFORM 9520-PRINT-DEPT-SUBTOTAL-RTN THRU 9520-EXIT
080685     END-IF.
080695     IF WS-DSAL-PAGE-NO = ZERO
080705         PERFORM 9530-PRINT-DEPT-HEADERS-RTN THRU 9530-EXIT
080715     END-IF.
080725     MOVE 'ALL DEPARTMENTS     ' TO DST-LABEL.
080735     MOVE WS-DEPT-GRAND-TOTAL TO DST-AMOUNT.
080745     WRITE DSALE-PRINT-LINE FROM WS-DSALE-TOTAL-LINE.
080755 9500-EXIT.
080765     EXIT.
080775
080785*----------------------------------------------------------------
080795*              9510-PRINT-DEPT-LINE-RTN
080805* PRINTS ONE DEPARTMENT/CATEGORY SPLIT LINE, CLOSING OUT THE
080815* PRIOR DEPARTMENT'S SUBTOTAL AT EACH BREAK AND HEADING A NEW
080825* PAGE WHEN THE CURRENT PAGE IS FULL.
080835*----------------------------------------------------------------
080845 9510-PRINT-DEPT-LINE-RTN.
080855     IF DEPT-CAT-DEPT (WS-DEPTCAT-IDX) NOT = WS-DSAL-PREV-DEPT
080865         IF WS-DSAL-PREV-DEPT NOT = SPACES
080875             PERFORM 9520-PRINT-DEPT-SUBTOTAL-RTN THRU 9520-EXIT
080885         END-IF
080895         MOVE DEPT-CAT-DEPT (WS-DEPTCAT-IDX)
080905             TO WS-DSAL-PREV-DEPT
080915     END-IF.
080925     IF WS-DSAL-PAGE-NO = ZERO
080935         OR WS-DSAL-LINES >= WS-DSAL-MAX-LINES
080945         PERFORM 9530-PRINT-DEPT-HEADERS-RTN THRU 9530-EXIT
080955     END-IF.
080965     MOVE DEPT-CAT-DEPT (WS-DEPTCAT-IDX) TO DSD-DEPT.
086231     MOVE DEPT-CAT-DEPT (WS-DEPTCAT-IDX) TO WS-DPTREF-KEY.
086241     PERFORM 3207-SEARCH-DPTREF-RTN THRU 3207-EXIT.
086251     IF DPTREF-FOUND
086261         MOVE DPT-REF-NAME (DPT-REF-IDX) TO DSD-DEPT-NAME
086271     ELSE
086281         MOVE 'NOT ON DEPT MASTER' TO DSD-DEPT-NAME
086291     END-IF.
086301     MOVE DEPT-CAT-CAT (WS-DEPTCAT-IDX) TO DSD-CATEGORY.
086311     MOVE DEPT-CAT-TOTAL (WS-DEPTCAT-IDX) TO DSD-AMOUNT.
086321     WRITE DSALE-PRINT-LINE FROM WS-DSALE-DETAIL-LINE.
086331     ADD 1 TO WS-DSAL-LINES.
086341     ADD DEPT-CAT-TOTAL (WS-DEPTCAT-IDX) TO WS-DEPT-SUBTOTAL.
086351     ADD DEPT-CAT-TOTAL (WS-DEPTCAT-IDX)
086361         TO WS-DEPT-GRAND-TOTAL.
086371 9510-EXIT.
086381     EXIT.
086391
086401*----------------------------------------------------------------
086411*              9520-PRINT-DEPT-SUBTOTAL-RTN
086421* PRINTS THE CLOSING SUBTOTAL FOR THE DEPARTMENT JUST ENDED.
086431*----------------------------------------------------------------
086441 9520-PRINT-DEPT-SUBTOTAL-RTN.
086451     MOVE SPACES TO DST-LABEL.
086461     STRING 'DEPT ' DELIMITED BY SIZE
086471            WS-DSAL-PREV-DEPT DELIMITED BY SIZE
086481            ' TOTAL' DELIMITED BY SIZE
086491            INTO DST-LABEL.
086501     MOVE WS-DEPT-SUBTOTAL TO DST-AMOUNT.
086511     WRITE DSALE-PRINT-LINE FROM WS-DSALE-TOTAL-LINE.
086521     ADD 1 TO WS-DSAL-LINES.
086531     MOVE ZERO TO WS-DEPT-SUBTOTAL.
086541 9520-EXIT.
086551     EXIT.
086561
086571*----------------------------------------------------------------
086581*              9530-PRINT-DEPT-HEADERS-RTN
086591* STARTS A NEW PAGE - PAGE HEADER, RUN DATE, AND COLUMN
086601* TITLES.
086611*----------------------------------------------------------------
086621 9530-PRINT-DEPT-HEADERS-RTN.
086631     ADD 1 TO WS-DSAL-PAGE-NO.
086641     MOVE WS-RUN-ID TO DSH-RUN-DATE.
086651     MOVE WS-DSAL-PAGE-NO TO DSH-PAGE-NO.
086661     WRITE DSALE-PRINT-LINE FROM WS-DSALE-HEADER-1.
086671     WRITE DSALE-PRINT-LINE FROM WS-DSALE-HEADER-2.
086681     MOVE ZERO TO WS-DSAL-LINES.
086691 9530-EXIT.
086701     EXIT.
090421
090521*----------------------------------------------------------------
090621*                 9800-START-RUN-HISTORY-RTN
090721* STAMPS THE STEP'S START DATE AND TIME FOR ITS RUN-HISTORY
090821* RECORD.
090921*----------------------------------------------------------------
091021 9800-START-RUN-HISTORY-RTN.
091121     ACCEPT WS-RUNH-START-DATE FROM DATE YYYYMMDD.
091221     ACCEPT WS-RUNH-START-TIME FROM TIME.
091321 9800-EXIT.
091421     EXIT.
091521
091621*----------------------------------------------------------------
091721*                 9810-WRITE-RUN-HISTORY-RTN
091821* APPENDS THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY FILE -
091921* JOB AND STEP OFF THE RUNHID CARD, START AND END STAMPS, THE
092021* RETURN CODE THE STEP IS ENDING WITH, AND ITS KEY COUNTS.
092121* THE BUSINESS DATE IS THE LAST ONE PROVED.  INPUT IS DETAIL
092221* TRANSACTIONS READ, OUTPUT THOSE POSTED, AND REJECTS THE
092321* EXCEPTIONS WRITTEN.
092421* A MISSING CARD OR HISTORY FILE IS DISPLAYED BUT DOES NOT
092521* CHANGE THE STEP'S RETURN CODE.
092621*----------------------------------------------------------------
092721 9810-WRITE-RUN-HISTORY-RTN.
092821     OPEN EXTEND RUN-HISTORY-FILE.
092921     IF WS-RUNH-STATUS NOT = '00'
093021         DISPLAY "RUN-HISTORY-FILE OPEN FAILED, STATUS "
093121                 WS-RUNH-STATUS
093221         GO TO 9810-EXIT
093321     END-IF.
093421     MOVE SPACES TO RUNH-RECORD.
093521     MOVE 'UNKNOWN' TO RUNH-JOB-NAME.
093621     MOVE 'UNKNOWN' TO RUNH-STEP-NAME.
093721     OPEN INPUT RUN-ID-FILE.
093821     IF WS-RHID-STATUS = '00'
093921         READ RUN-ID-FILE
094021             AT END
094121                 DISPLAY "RUNHID CARD MISSING - JOB AND STEP "
094221                         "NOT KNOWN"
094321             NOT AT END
094421                 MOVE RHID-JOB-NAME TO RUNH-JOB-NAME
094521                 MOVE RHID-STEP-NAME TO RUNH-STEP-NAME
094621         END-READ
094721         CLOSE RUN-ID-FILE
094821     ELSE
094921         DISPLAY "RUN-ID-FILE OPEN FAILED, STATUS "
095021                 WS-RHID-STATUS
095121     END-IF.
095221     MOVE 'DATAVAR' TO RUNH-PROGRAM.
095321     IF WS-EXPECTED-DATE > ZERO
095421         MOVE WS-EXPECTED-DATE TO RUNH-BUS-DATE
095521     ELSE
095621         MOVE WS-RUNH-START-DATE TO RUNH-BUS-DATE
095721     END-IF.
095821     MOVE WS-RUNH-START-DATE TO RUNH-START-DATE.
095921     MOVE WS-RUNH-START-TIME TO RUNH-START-TIME.
096021     ACCEPT RUNH-END-DATE FROM DATE YYYYMMDD.
096121     ACCEPT RUNH-END-TIME FROM TIME.
096221     MOVE RETURN-CODE TO RUNH-RETURN-CODE.
096321     MOVE WS-IN-DTL-COUNT TO RUNH-IN-COUNT.
096421     COMPUTE RUNH-OUT-COUNT =
096521         WS-SALE-COUNT + WS-RETURN-COUNT + WS-ADJUST-COUNT.
096621     MOVE WS-EXCP-COUNT TO RUNH-REJECT-COUNT.
096721     WRITE RUNH-RECORD.
096821     IF WS-RUNH-STATUS NOT = '00'
096921         DISPLAY "RUN-HISTORY-FILE WRITE FAILED, STATUS "
097021                 WS-RUNH-STATUS
097121     END-IF.
097221     CLOSE RUN-HISTORY-FILE.
097321 9810-EXIT.
097421     EXIT.

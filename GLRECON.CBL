       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLRECON.
       AUTHOR.        UNKNOWN.
      *
      *    GENERAL-LEDGER CONTROL-TOTAL RECONCILIATION.  TIES THE
      *    ACCOUNT MASTER, AS UNLOADED BY ACCTUNLD, TO THE GENERAL
      *    LEDGER'S DAILY CONTROL-TOTAL FEED BEFORE FINANCE SIGNS OFF
      *    THE TOP-HOLDERS FIGURES.  THE UNLOAD IS BALANCED AGAINST
      *    ITS OWN TRAILER, THEN SUMMED BY BRANCH AND PRODUCT CODE IN
      *    USD (SAME CURRENCY RULES AND RATE-IN TABLE AS TOPACCTS);
      *    THE FEED CARRIES ONE BALANCE AND ACCOUNT COUNT PER BRANCH
      *    AND PRODUCT.  EACH PAIR IS PRINTED WITH THE MASTER TOTAL,
      *    THE GL TOTAL AND THE DIFFERENCE; A DIFFERENCE BEYOND THE
      *    TOLERANCE, OR ACCOUNT COUNTS THAT DISAGREE, IS FLAGGED AS
      *    A BREAK, AND A PAIR ONLY ONE SIDE HOLDS IS LISTED ON ITS
      *    OWN.  A BREAK ENDS THE STEP WITH A RETURN CODE THE JOB
      *    HOLDS TOPACCTS AND REGNRPT ON.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL-IN   ASSIGN TO UNLIN.
           SELECT GL-IN    ASSIGN TO GLFEED.
           SELECT OPTIONAL RATE-IN ASSIGN TO RATEIN.
           SELECT OPTIONAL GL-PARM ASSIGN TO GLPARM.
           SELECT GL-RPT   ASSIGN TO GLRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  UNL-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       COPY ACCTREC REPLACING ==:TAG:== BY ==IN==.
       COPY ACCTTRL REPLACING ==:TAG:== BY ==IN==.

      *    GL CONTROL-TOTAL FEED -- ONE RECORD PER BRANCH AND PRODUCT
      *    CODE: THE LEDGER BALANCE IN USD, EDITED AS THE LEDGER
      *    PRINTS IT (SIGN, COMMAS AND POINT ALLOWED), AND THE NUMBER
      *    OF ACCOUNTS BEHIND IT.
       FD  GL-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  GLF-REC.
           05 GLF-BRANCH-CD  PIC X(3).
           05 GLF-PRODUCT-CD PIC X(4).
           05 GLF-BALANCE    PIC X(20).
           05 GLF-ACCT-COUNT PIC 9(9).
           05 FILLER         PIC X(44).

      *    DAILY EXCHANGE-RATE TABLE -- SAME CARD LAYOUT AND SAME
      *    RULES AS TOPACCTS: BLANK AND USD PASS AT PAR, ANYTHING
      *    ELSE MUST HAVE A RATE CARD TODAY.
       FD  RATE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-REC.
           05 RATE-CCY   PIC X(3).
           05 RATE-VALUE PIC X(12).
           05 FILLER     PIC X(65).

      *    OPTIONAL CONTROL CARD -- THE BREAK TOLERANCE IN USD, WITH
      *    AN IMPLIED DECIMAL POINT.  ABSENT OR ZERO MEANS ONE
      *    DOLLAR, WHICH COVERS PER-ACCOUNT CONVERSION ROUNDING.
       FD  GL-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  GLP-REC.
           05 GLP-TOLERANCE PIC 9(9)V99.
           05 FILLER        PIC X(69).

       FD  GL-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY ITS
      *    AS-OF DATE IS USED, TO DATE THE STEP-LOG RECORD WITH THE
      *    NIGHT'S BUSINESS DATE.
       FD  STEP-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  STEP-PARM-REC.
           05 FILLER        PIC X(27).
           05 SPM-AS-OF-DTE PIC 9(8).
           05 FILLER        PIC X(45).

       WORKING-STORAGE SECTION.

       01 UNL-EOF       PIC X(1) VALUE 'N'.
       01 GL-EOF        PIC X(1) VALUE 'N'.
       01 RATE-EOF      PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 TOLERANCE     PIC 9(9)V99 VALUE 1.00.

       01 ACCTS-READ    PIC 9(9) VALUE 0.
       01 GL-READ       PIC 9(9) VALUE 0.
       01 GL-BAD-COUNT  PIC 9(9) VALUE 0.
       01 EXC-COUNT     PIC 9(9) VALUE 0.
       01 BOTH-COUNT    PIC 9(9) VALUE 0.
       01 AGREE-COUNT   PIC 9(9) VALUE 0.
       01 BREAK-COUNT   PIC 9(9) VALUE 0.
       01 MST-ONLY-COUNT PIC 9(9) VALUE 0.
       01 GL-ONLY-COUNT PIC 9(9) VALUE 0.
       01 NUMVAL-TEST   PIC S9(4) VALUE 0.

      *    UNLOAD CONTROL VERIFICATION -- THE UNLOAD IS SUMMED IN ONE
      *    PASS AND ITS TRAILER CHECKED AT THE END, BY THE SAME RULE
      *    TOPACCTS APPLIES.  A SHORT UNLOAD WOULD SHOW AS A BREAK IN
      *    EVERY PAIR, SO IT IS REPORTED AS WHAT IT IS INSTEAD.
       01 TRAILER-SEEN  PIC X(1) VALUE 'N'.
       01 CTL-BALANCED  PIC X(1) VALUE 'N'.
       01 EXP-REC-COUNT PIC 9(9) VALUE 0.
       01 EXP-HASH-TOT  PIC 9(13)V99 VALUE 0.
       01 RUN-HASH-TOT  PIC 9(13)V99 VALUE 0.

      *    BANK TOTALS, BOTH SIDES, OVER EVERY PAIR.
       01 MST-BANK-TOT  PIC S9(13)V99 VALUE 0.
       01 GL-BANK-TOT   PIC S9(13)V99 VALUE 0.
       01 MST-BANK-CNT  PIC 9(9) VALUE 0.
       01 GL-BANK-CNT   PIC 9(9) VALUE 0.

      *    BRANCH/PRODUCT PAIR TABLE -- BUILT FROM BOTH SIDES AS
      *    PAIRS APPEAR.  EACH ENTRY HOLDS THE MASTER'S COUNT AND USD
      *    TOTAL, THE GL'S, AND WHICH SIDES HAVE SEEN IT.  TOTALS ARE
      *    SIGNED: AN OVERDRAWN ACCOUNT REDUCES ITS PAIR, AS IT DOES
      *    ON THE LEDGER.
       01 PAIR-LIMIT     PIC 9(5) VALUE 2000.
       01 PAIR-COUNT     PIC 9(5) VALUE 0.
       01 PAIR-SCAN-IDX  PIC 9(5) VALUE 0.
       01 PAIR-FOUND-IDX PIC 9(5) VALUE 0.
       01 PAIR-FOUND     PIC X(1) VALUE 'N'.
       01 PAIR-FULL      PIC X(1) VALUE 'N'.
       01 PAIR-KEY.
           05 PAIR-KEY-BRANCH  PIC X(3).
           05 PAIR-KEY-PRODUCT PIC X(4).
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 2000 TIMES.
               10 PT-KEY.
                   15 PT-BRANCH  PIC X(3).
                   15 PT-PRODUCT PIC X(4).
               10 PT-MST-SEEN PIC X(1).
               10 PT-MST-CNT  PIC 9(9).
               10 PT-MST-TOT  PIC S9(13)V99.
               10 PT-GL-SEEN  PIC X(1).
               10 PT-GL-CNT   PIC 9(9).
               10 PT-GL-TOT   PIC S9(13)V99.
               10 PT-LISTED   PIC X(1).

      *    EXCEPTION TABLE -- MASTER ACCOUNTS WHOSE MONEY OR CURRENCY
      *    WILL NOT CONVERT, AND SO ARE IN NO PAIR'S TOTAL, AND GL
      *    RECORDS THAT CANNOT BE USED.  EITHER LEAVES A PAIR LIGHT
      *    ON ONE SIDE, SO EACH IS LISTED WHERE THE BREAK CAN BE
      *    TRACED TO IT.
       01 EXC-LIMIT      PIC 9(5) VALUE 5000.
       01 EXC-TBL-COUNT  PIC 9(5) VALUE 0.
       01 EXC-SCAN-IDX   PIC 9(5) VALUE 0.
       01 EXC-FULL       PIC X(1) VALUE 'N'.
       01 EXC-TABLE.
           05 EXC-ENTRY OCCURS 5000 TIMES.
               10 ET-SOURCE  PIC X(6).
               10 ET-BRANCH  PIC X(3).
               10 ET-PRODUCT PIC X(4).
               10 ET-ACCTNO  PIC X(9).
               10 ET-MONEY   PIC X(20).
               10 ET-REASON  PIC X(20).
       01 EXC-REASON-WRK PIC X(20) VALUE SPACES.

      *    CURRENCY CONVERSION -- SAME TABLE AND RULES AS TOPACCTS.
       01 RAW-MONEY      PIC S9(9)V99 VALUE 0.
       01 REAL-MONEY     PIC S9(9)V99 VALUE 0.
       01 CCY-OK         PIC X(1) VALUE 'Y'.
       01 RATE-LIMIT     PIC 9(3) VALUE 50.
       01 RATE-COUNT     PIC 9(3) VALUE 0.
       01 RATE-BAD-COUNT PIC 9(3) VALUE 0.
       01 RATE-SCAN-IDX  PIC 9(3) VALUE 0.
       01 RATE-FOUND-IDX PIC 9(3) VALUE 0.
       01 RATE-FOUND     PIC X(1) VALUE 'N'.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RT-CCY  PIC X(3).
               10 RT-RATE PIC 9(5)V9(6).

      *    PAIR PRINT CONTROL -- THE PAIRS BOTH SIDES HOLD ARE LISTED
      *    FIRST, THEN THOSE ONLY ONE SIDE HOLDS, EACH IN BRANCH AND
      *    PRODUCT ORDER BY PICKING THE LOWEST UNLISTED KEY UNTIL
      *    NONE REMAIN.
       01 LIST-DONE      PIC X(1) VALUE 'N'.
       01 LIST-BOTH      PIC X(1) VALUE 'Y'.
       01 BEST-IDX       PIC 9(5) VALUE 0.
       01 BEST-KEY       PIC X(7) VALUE HIGH-VALUES.
       01 PAIR-DIFF      PIC S9(13)V99 VALUE 0.
       01 PAIR-ABS-DIFF  PIC 9(13)V99 VALUE 0.
       01 GL-AMOUNT      PIC S9(13)V99 VALUE 0.

       01 DISP-CNT       PIC Z(8)9.
       01 DISP-AMT       PIC -(13)9.99.
       01 DISP-TOL       PIC Z(8)9.99.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT GL-RPT

           MOVE SPACES TO RPT-REC
           MOVE "GENERAL LEDGER CONTROL-TOTAL RECONCILIATION" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A070-RATE-LOAD

           IF PARM-ERROR = 'N'
               OPEN INPUT UNL-IN
               PERFORM A100-ACCOUNT-READ UNTIL UNL-EOF = 'Y'
               CLOSE UNL-IN
               PERFORM A140-CONTROL-VERIFY
               IF CTL-BALANCED = 'Y'
                   OPEN INPUT GL-IN
                   PERFORM A150-GL-READ UNTIL GL-EOF = 'Y'
                   CLOSE GL-IN
                   PERFORM A200-REPORT-WRITE
               ELSE
                   PERFORM A145-CONTROL-FAIL-WRITE
               END-IF
           END-IF

           CLOSE GL-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, MASTER AND LEDGER TIE
      *        4  NORMAL COMPLETION, BUT THE UNLOAD HELD NO ACCOUNTS
      *        8  ONE OR MORE ACCOUNTS OR GL RECORDS COULD NOT BE
      *           SUMMED (LISTED), BUT EVERY PAIR STILL TIES
      *       12  ONE OR MORE BREAKS -- A PAIR OUTSIDE TOLERANCE, WITH
      *           DISAGREEING COUNTS, OR HELD BY ONE SIDE ONLY; THE
      *           TOP-HOLDERS AND REGIONAL STEPS SHOULD BE HELD
      *       16  THE UNLOAD'S CONTROL TRAILER IS MISSING OR OUT OF
      *           BALANCE, OR THE CONTROL CARD IS INVALID; NOTHING
      *           WAS RECONCILED
       A900-SET-RETURN-CODE.
           IF CTL-BALANCED = 'N' OR PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF BREAK-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   IF ACCTS-READ = 0
                       ADD 4 TO RETURN-CODE
                   END-IF
                   IF EXC-COUNT > 0 OR GL-BAD-COUNT > 0
                       ADD 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           PERFORM A951-STEP-DATE-READ
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "GLRECON"     TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE ACCTS-READ    TO STP-INPUT-COUNT
           MOVE PAIR-COUNT    TO STP-OUTPUT-COUNT
           COMPUTE STP-REJECT-COUNT = EXC-COUNT + GL-BAD-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    THE BUSINESS DATE FOR THE STEP LOG -- THE AS-OF DATE ON
      *    THE PARM-IN CARD WHEN ONE IS SUPPLIED, OTHERWISE THE RUN
      *    DATE.
       A951-STEP-DATE-READ.
           OPEN INPUT STEP-PARM
           READ STEP-PARM
               AT END
                   MOVE 'Y' TO STEP-PARM-EOF
           END-READ
           IF STEP-PARM-EOF = 'N'
               IF SPM-AS-OF-DTE IS NUMERIC AND SPM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(SPM-AS-OF-DTE) = 0
                       MOVE SPM-AS-OF-DTE TO STEP-BUS-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE STEP-PARM.

      *    READS THE TOLERANCE FROM THE CONTROL CARD, WHEN ONE IS
      *    SUPPLIED.  A TOLERANCE THAT IS NOT NUMERIC STOPS THE RUN
      *    RATHER THAN LETTING EVERY BREAK THROUGH.
       A050-PARM-READ.
           OPEN INPUT GL-PARM
           READ GL-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF GLP-TOLERANCE IS NUMERIC
                   IF GLP-TOLERANCE > 0
                       MOVE GLP-TOLERANCE TO TOLERANCE
                   END-IF
               ELSE
                   MOVE 'Y' TO PARM-ERROR
               END-IF
           END-IF
           CLOSE GL-PARM

           MOVE SPACES TO RPT-REC
           MOVE "BREAK TOLERANCE (USD):" TO RPT-REC(1:22)
           MOVE TOLERANCE TO DISP-TOL
           MOVE DISP-TOL TO RPT-REC(24:12)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CONTROL CARD INVALID - NOTHING RECONCILED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    LOADS THE DAILY EXCHANGE-RATE TABLE, SAME RULES AS
      *    TOPACCTS: A BLANK CURRENCY, AN UNCONVERTIBLE RATE, OR A
      *    RATE OF ZERO IS COUNTED AS BAD.
       A070-RATE-LOAD.
           OPEN INPUT RATE-IN
           PERFORM A071-RATE-CARD UNTIL RATE-EOF = 'Y'
           CLOSE RATE-IN.

       A071-RATE-CARD.
           READ RATE-IN
               AT END
                   MOVE 'Y' TO RATE-EOF
               NOT AT END
                   COMPUTE NUMVAL-TEST =
                       FUNCTION TEST-NUMVAL-C(RATE-VALUE)
                   IF RATE-CCY = SPACES OR NUMVAL-TEST NOT = 0
                       OR FUNCTION NUMVAL-C(RATE-VALUE) = 0
                       COMPUTE RATE-BAD-COUNT = RATE-BAD-COUNT + 1
                   ELSE
                       IF RATE-COUNT < RATE-LIMIT
                           COMPUTE RATE-COUNT = RATE-COUNT + 1
                           MOVE RATE-CCY TO RT-CCY(RATE-COUNT)
                           COMPUTE RT-RATE(RATE-COUNT) =
                               FUNCTION NUMVAL-C(RATE-VALUE)
                       ELSE
                           COMPUTE RATE-BAD-COUNT = RATE-BAD-COUNT + 1
                       END-IF
                   END-IF
           END-READ.

       A100-ACCOUNT-READ.
           MOVE SPACES TO IN-REC
           READ UNL-IN
               AT END
                   MOVE 'Y' TO UNL-EOF
               NOT AT END
                   IF IN-TRL-ID = "*TRAILER*"
                       PERFORM A115-TRAILER-CAPTURE
                   ELSE
                       PERFORM A110-ACCOUNT-PROCESS
                   END-IF
           END-READ.

      *    SUMS ONE ACCOUNT INTO ITS BRANCH/PRODUCT PAIR.  AN ACCOUNT
      *    WHOSE MONEY OR CURRENCY WILL NOT CONVERT IS IN NO PAIR AND
      *    IS LISTED INSTEAD.
       A110-ACCOUNT-PROCESS.
           COMPUTE ACCTS-READ = ACCTS-READ + 1
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(IN-MONEY)
           IF NUMVAL-TEST NOT = 0
               MOVE "INVALID MONEY VALUE" TO EXC-REASON-WRK
               PERFORM A130-ACCOUNT-EXCEPTION
           ELSE
               ADD FUNCTION NUMVAL-C(IN-MONEY) TO RUN-HASH-TOT
               COMPUTE RAW-MONEY = FUNCTION NUMVAL-C(IN-MONEY)
               PERFORM A180-CURRENCY-CONVERT
               IF CCY-OK = 'Y'
                   MOVE IN-BRANCH-CD  TO PAIR-KEY-BRANCH
                   MOVE IN-PRODUCT-CD TO PAIR-KEY-PRODUCT
                   PERFORM A160-PAIR-LOCATE
                   IF PAIR-FOUND = 'Y'
                       MOVE 'Y' TO PT-MST-SEEN(PAIR-FOUND-IDX)
                       ADD 1 TO PT-MST-CNT(PAIR-FOUND-IDX)
                       ADD REAL-MONEY TO PT-MST-TOT(PAIR-FOUND-IDX)
                       ADD 1 TO MST-BANK-CNT
                       ADD REAL-MONEY TO MST-BANK-TOT
                   ELSE
                       MOVE "PAIR TABLE FULL" TO EXC-REASON-WRK
                       PERFORM A130-ACCOUNT-EXCEPTION
                   END-IF
               ELSE
                   PERFORM A130-ACCOUNT-EXCEPTION
               END-IF
           END-IF.

      *    CAPTURES THE UNLOAD'S CONTROL TOTALS FROM ITS TRAILER.
       A115-TRAILER-CAPTURE.
           IF IN-TRL-REC-COUNT IS NUMERIC
               AND IN-TRL-HASH-TOT IS NUMERIC
               MOVE 'Y' TO TRAILER-SEEN
               MOVE IN-TRL-REC-COUNT TO EXP-REC-COUNT
               MOVE IN-TRL-HASH-TOT  TO EXP-HASH-TOT
           END-IF.

       A130-ACCOUNT-EXCEPTION.
           COMPUTE EXC-COUNT = EXC-COUNT + 1
           IF EXC-TBL-COUNT < EXC-LIMIT
               COMPUTE EXC-TBL-COUNT = EXC-TBL-COUNT + 1
               MOVE "MASTER"       TO ET-SOURCE(EXC-TBL-COUNT)
               MOVE IN-BRANCH-CD   TO ET-BRANCH(EXC-TBL-COUNT)
               MOVE IN-PRODUCT-CD  TO ET-PRODUCT(EXC-TBL-COUNT)
               MOVE IN-ACCTNO      TO ET-ACCTNO(EXC-TBL-COUNT)
               MOVE IN-MONEY       TO ET-MONEY(EXC-TBL-COUNT)
               MOVE EXC-REASON-WRK TO ET-REASON(EXC-TBL-COUNT)
           ELSE
               MOVE 'Y' TO EXC-FULL
           END-IF.

      *    BALANCES THE UNLOAD AGAINST ITS TRAILER.  A MISSING
      *    TRAILER FAILS THE SAME WAY A MISMATCH DOES.
       A140-CONTROL-VERIFY.
           IF TRAILER-SEEN = 'Y'
               AND EXP-REC-COUNT = ACCTS-READ
               AND EXP-HASH-TOT = RUN-HASH-TOT
               MOVE 'Y' TO CTL-BALANCED
           ELSE
               MOVE 'N' TO CTL-BALANCED
           END-IF.

       A145-CONTROL-FAIL-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE "*** UNLOAD TRAILER MISSING OR OUT OF BALANCE ***"
               TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "*** NOTHING RECONCILED - RERUN ACCTUNLD ***" TO RPT-REC
           WRITE RPT-REC.

      *    POSTS ONE GL RECORD TO ITS PAIR.  A RECORD WITH NO CODES,
      *    AN UNREADABLE BALANCE OR COUNT, OR A PAIR THE FEED HAS
      *    ALREADY GIVEN, IS LISTED AND NOT POSTED -- THE FIRST
      *    RECORD FOR A PAIR STANDS.
       A150-GL-READ.
           READ GL-IN
               AT END
                   MOVE 'Y' TO GL-EOF
               NOT AT END
                   COMPUTE GL-READ = GL-READ + 1
                   PERFORM A155-GL-POST
           END-READ.

       A155-GL-POST.
           MOVE SPACES TO EXC-REASON-WRK
           IF GLF-BRANCH-CD = SPACES AND GLF-PRODUCT-CD = SPACES
               MOVE "NO BRANCH/PRODUCT" TO EXC-REASON-WRK
           ELSE
               IF FUNCTION TEST-NUMVAL-C(GLF-BALANCE) NOT = 0
                   MOVE "INVALID BALANCE" TO EXC-REASON-WRK
               ELSE
                   IF GLF-ACCT-COUNT IS NOT NUMERIC
                       MOVE "INVALID COUNT" TO EXC-REASON-WRK
                   END-IF
               END-IF
           END-IF

           IF EXC-REASON-WRK = SPACES
               MOVE GLF-BRANCH-CD  TO PAIR-KEY-BRANCH
               MOVE GLF-PRODUCT-CD TO PAIR-KEY-PRODUCT
               PERFORM A160-PAIR-LOCATE
               IF PAIR-FOUND = 'N'
                   MOVE "PAIR TABLE FULL" TO EXC-REASON-WRK
               ELSE
                   IF PT-GL-SEEN(PAIR-FOUND-IDX) = 'Y'
                       MOVE "DUPLICATE PAIR" TO EXC-REASON-WRK
                   END-IF
               END-IF
           END-IF

           IF EXC-REASON-WRK = SPACES
               COMPUTE GL-AMOUNT = FUNCTION NUMVAL-C(GLF-BALANCE)
               MOVE 'Y'            TO PT-GL-SEEN(PAIR-FOUND-IDX)
               MOVE GLF-ACCT-COUNT TO PT-GL-CNT(PAIR-FOUND-IDX)
               MOVE GL-AMOUNT      TO PT-GL-TOT(PAIR-FOUND-IDX)
               ADD GLF-ACCT-COUNT  TO GL-BANK-CNT
               ADD GL-AMOUNT       TO GL-BANK-TOT
           ELSE
               COMPUTE GL-BAD-COUNT = GL-BAD-COUNT + 1
               IF EXC-TBL-COUNT < EXC-LIMIT
                   COMPUTE EXC-TBL-COUNT = EXC-TBL-COUNT + 1
                   MOVE "GL"           TO ET-SOURCE(EXC-TBL-COUNT)
                   MOVE GLF-BRANCH-CD  TO ET-BRANCH(EXC-TBL-COUNT)
                   MOVE GLF-PRODUCT-CD TO ET-PRODUCT(EXC-TBL-COUNT)
                   MOVE SPACES         TO ET-ACCTNO(EXC-TBL-COUNT)
                   MOVE GLF-BALANCE    TO ET-MONEY(EXC-TBL-COUNT)
                   MOVE EXC-REASON-WRK TO ET-REASON(EXC-TBL-COUNT)
               ELSE
                   MOVE 'Y' TO EXC-FULL
               END-IF
           END-IF.

      *    FINDS THE PAIR IN PAIR-KEY, TABLING IT EMPTY ON FIRST
      *    SIGHT.  IF THE TABLE FILLS THE CALLER SEES PAIR-FOUND = 'N'.
       A160-PAIR-LOCATE.
           MOVE 'N' TO PAIR-FOUND
           MOVE 0   TO PAIR-FOUND-IDX
           PERFORM A161-PAIR-SCAN
               VARYING PAIR-SCAN-IDX FROM 1 BY 1
               UNTIL PAIR-SCAN-IDX > PAIR-COUNT
                  OR PAIR-FOUND = 'Y'
           IF PAIR-FOUND = 'N'
               IF PAIR-COUNT < PAIR-LIMIT
                   COMPUTE PAIR-COUNT = PAIR-COUNT + 1
                   MOVE PAIR-KEY TO PT-KEY(PAIR-COUNT)
                   MOVE 'N' TO PT-MST-SEEN(PAIR-COUNT)
                   MOVE 0   TO PT-MST-CNT(PAIR-COUNT)
                   MOVE 0   TO PT-MST-TOT(PAIR-COUNT)
                   MOVE 'N' TO PT-GL-SEEN(PAIR-COUNT)
                   MOVE 0   TO PT-GL-CNT(PAIR-COUNT)
                   MOVE 0   TO PT-GL-TOT(PAIR-COUNT)
                   MOVE 'N' TO PT-LISTED(PAIR-COUNT)
                   MOVE 'Y' TO PAIR-FOUND
                   MOVE PAIR-COUNT TO PAIR-FOUND-IDX
               ELSE
                   MOVE 'Y' TO PAIR-FULL
               END-IF
           END-IF.

       A161-PAIR-SCAN.
           IF PT-KEY(PAIR-SCAN-IDX) = PAIR-KEY
               MOVE 'Y' TO PAIR-FOUND
               MOVE PAIR-SCAN-IDX TO PAIR-FOUND-IDX
           END-IF.

      *    RESOLVES THE RECORD'S CURRENCY EXACTLY AS TOPACCTS DOES.
       A180-CURRENCY-CONVERT.
           MOVE 'Y' TO CCY-OK
           IF IN-CCY-CODE = SPACES OR IN-CCY-CODE = "USD"
               MOVE RAW-MONEY TO REAL-MONEY
           ELSE
               MOVE 'N' TO RATE-FOUND
               MOVE 0   TO RATE-FOUND-IDX
               PERFORM A182-RATE-SCAN
                   VARYING RATE-SCAN-IDX FROM 1 BY 1
                   UNTIL RATE-SCAN-IDX > RATE-COUNT
                      OR RATE-FOUND = 'Y'
               IF RATE-FOUND = 'Y'
                   COMPUTE REAL-MONEY ROUNDED =
                       RAW-MONEY * RT-RATE(RATE-FOUND-IDX)
                       ON SIZE ERROR
                           MOVE 'N' TO CCY-OK
                           MOVE "USD AMOUNT TOO LARGE"
                               TO EXC-REASON-WRK
                   END-COMPUTE
               ELSE
                   MOVE 'N' TO CCY-OK
                   MOVE "NO RATE FOR CURRENCY" TO EXC-REASON-WRK
               END-IF
           END-IF.

       A182-RATE-SCAN.
           IF RT-CCY(RATE-SCAN-IDX) = IN-CCY-CODE
               MOVE 'Y' TO RATE-FOUND
               MOVE RATE-SCAN-IDX TO RATE-FOUND-IDX
           END-IF.

      *    PRINTS THE RECONCILIATION: THE PAIRS BOTH SIDES HOLD, THE
      *    PAIRS ONLY ONE SIDE HOLDS, THE BANK TOTALS, THE RECORDS
      *    THAT COULD NOT BE SUMMED, AND THE CLOSING COUNTS.
       A200-REPORT-WRITE.
           IF PAIR-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PAIR TABLE FULL - COVERAGE INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF RATE-BAD-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** BAD RATE CARDS SKIPPED ***" TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "PAIRS ON BOTH SIDES" TO RPT-REC
           WRITE RPT-REC
           PERFORM A205-HEADING-WRITE
           MOVE 'Y' TO LIST-BOTH
           MOVE 'N' TO LIST-DONE
           PERFORM A220-PAIR-NEXT UNTIL LIST-DONE = 'Y'

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "PAIRS ON ONE SIDE ONLY" TO RPT-REC
           WRITE RPT-REC
           PERFORM A205-HEADING-WRITE
           MOVE 'N' TO LIST-BOTH
           MOVE 'N' TO LIST-DONE
           PERFORM A220-PAIR-NEXT UNTIL LIST-DONE = 'Y'

           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "TOTAL" TO RPT-REC(1:5)
           MOVE MST-BANK-TOT TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(10:18)
           MOVE GL-BANK-TOT TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(29:18)
           COMPUTE PAIR-DIFF = MST-BANK-TOT - GL-BANK-TOT
           MOVE PAIR-DIFF TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(48:18)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "    ACCOUNTS" TO RPT-REC(1:12)
           MOVE MST-BANK-CNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(19:9)
           MOVE GL-BANK-CNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(38:9)
           WRITE RPT-REC

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "RECORDS NOT SUMMED" TO RPT-REC
           WRITE RPT-REC
           PERFORM A250-EXCEPTION-PRINT
               VARYING EXC-SCAN-IDX FROM 1 BY 1
               UNTIL EXC-SCAN-IDX > EXC-TBL-COUNT
           IF EXC-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** EXCEPTION TABLE FULL - LINES MISSING ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           PERFORM A300-SUMMARY-WRITE.

       A205-HEADING-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE "BR  PROD" TO RPT-REC(1:8)
           MOVE "MASTER (USD)" TO RPT-REC(16:12)
           MOVE "GL (USD)" TO RPT-REC(39:8)
           MOVE "DIFFERENCE" TO RPT-REC(56:10)
           WRITE RPT-REC
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC.

      *    SELECTS THE LOWEST UNLISTED BRANCH/PRODUCT OF THE KIND
      *    BEING LISTED AND PRINTS IT; REPEATS UNTIL NONE REMAIN.
       A220-PAIR-NEXT.
           MOVE 0 TO BEST-IDX
           MOVE HIGH-VALUES TO BEST-KEY
           PERFORM A221-BEST-SCAN
               VARYING PAIR-SCAN-IDX FROM 1 BY 1
               UNTIL PAIR-SCAN-IDX > PAIR-COUNT
           IF BEST-IDX = 0
               MOVE 'Y' TO LIST-DONE
           ELSE
               MOVE 'Y' TO PT-LISTED(BEST-IDX)
               PERFORM A230-PAIR-PRINT
           END-IF.

       A221-BEST-SCAN.
           IF PT-LISTED(PAIR-SCAN-IDX) = 'N'
               AND PT-KEY(PAIR-SCAN-IDX) < BEST-KEY
               IF (LIST-BOTH = 'Y'
                   AND PT-MST-SEEN(PAIR-SCAN-IDX) = 'Y'
                   AND PT-GL-SEEN(PAIR-SCAN-IDX) = 'Y')
                 OR (LIST-BOTH = 'N'
                   AND (PT-MST-SEEN(PAIR-SCAN-IDX) = 'N'
                     OR PT-GL-SEEN(PAIR-SCAN-IDX) = 'N'))
                   MOVE PAIR-SCAN-IDX TO BEST-IDX
                   MOVE PT-KEY(PAIR-SCAN-IDX) TO BEST-KEY
               END-IF
           END-IF.

      *    ONE PAIR'S LINE.  BOTH SIDES HELD: A BREAK WHEN THE
      *    DIFFERENCE IS OVER TOLERANCE OR THE COUNTS DISAGREE, WITH
      *    THE COUNTS SHOWN BENEATH WHEN THEY DO.  ONE SIDE ONLY:
      *    ALWAYS A BREAK, THE MISSING SIDE LEFT BLANK.
       A230-PAIR-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE PT-BRANCH(BEST-IDX)  TO RPT-REC(1:3)
           MOVE PT-PRODUCT(BEST-IDX) TO RPT-REC(5:4)
           IF PT-MST-SEEN(BEST-IDX) = 'Y'
               MOVE PT-MST-TOT(BEST-IDX) TO DISP-AMT
               MOVE DISP-AMT TO RPT-REC(10:18)
           END-IF
           IF PT-GL-SEEN(BEST-IDX) = 'Y'
               MOVE PT-GL-TOT(BEST-IDX) TO DISP-AMT
               MOVE DISP-AMT TO RPT-REC(29:18)
           END-IF
           COMPUTE PAIR-DIFF = PT-MST-TOT(BEST-IDX)
                             - PT-GL-TOT(BEST-IDX)
           MOVE PAIR-DIFF TO DISP-AMT
           MOVE DISP-AMT TO RPT-REC(48:18)
           IF PAIR-DIFF < 0
               COMPUTE PAIR-ABS-DIFF = 0 - PAIR-DIFF
           ELSE
               MOVE PAIR-DIFF TO PAIR-ABS-DIFF
           END-IF

           IF LIST-BOTH = 'Y'
               COMPUTE BOTH-COUNT = BOTH-COUNT + 1
               IF PAIR-ABS-DIFF > TOLERANCE
                   OR PT-MST-CNT(BEST-IDX) NOT = PT-GL-CNT(BEST-IDX)
                   COMPUTE BREAK-COUNT = BREAK-COUNT + 1
                   MOVE "*** BREAK" TO RPT-REC(67:9)
               ELSE
                   COMPUTE AGREE-COUNT = AGREE-COUNT + 1
               END-IF
           ELSE
               COMPUTE BREAK-COUNT = BREAK-COUNT + 1
               IF PT-MST-SEEN(BEST-IDX) = 'Y'
                   COMPUTE MST-ONLY-COUNT = MST-ONLY-COUNT + 1
                   MOVE "NOT ON GL" TO RPT-REC(67:9)
               ELSE
                   COMPUTE GL-ONLY-COUNT = GL-ONLY-COUNT + 1
                   MOVE "NOT ON MST" TO RPT-REC(67:10)
               END-IF
           END-IF
           WRITE RPT-REC

           IF PT-MST-CNT(BEST-IDX) NOT = PT-GL-CNT(BEST-IDX)
               MOVE SPACES TO RPT-REC
               MOVE "    ACCOUNTS" TO RPT-REC(1:12)
               MOVE PT-MST-CNT(BEST-IDX) TO DISP-CNT
               MOVE DISP-CNT TO RPT-REC(19:9)
               MOVE PT-GL-CNT(BEST-IDX) TO DISP-CNT
               MOVE DISP-CNT TO RPT-REC(38:9)
               WRITE RPT-REC
           END-IF.

       A250-EXCEPTION-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE ET-SOURCE(EXC-SCAN-IDX)  TO RPT-REC(1:6)
           MOVE ET-BRANCH(EXC-SCAN-IDX)  TO RPT-REC(8:3)
           MOVE ET-PRODUCT(EXC-SCAN-IDX) TO RPT-REC(12:4)
           MOVE ET-ACCTNO(EXC-SCAN-IDX)  TO RPT-REC(17:9)
           MOVE ET-MONEY(EXC-SCAN-IDX)   TO RPT-REC(27:20)
           MOVE ET-REASON(EXC-SCAN-IDX)  TO RPT-REC(48:20)
           WRITE RPT-REC.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNTS READ:     " TO RPT-REC(1:19)
           MOVE ACCTS-READ TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT SUMMED:        " TO RPT-REC(1:19)
           MOVE EXC-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "GL RECORDS READ:   " TO RPT-REC(1:19)
           MOVE GL-READ TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "GL RECORDS UNUSED: " TO RPT-REC(1:19)
           MOVE GL-BAD-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "PAIRS ON BOTH:     " TO RPT-REC(1:19)
           MOVE BOTH-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "  IN TOLERANCE:    " TO RPT-REC(1:19)
           MOVE AGREE-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT ON GL:         " TO RPT-REC(1:19)
           MOVE MST-ONLY-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT ON MASTER:     " TO RPT-REC(1:19)
           MOVE GL-ONLY-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BREAKS:            " TO RPT-REC(1:19)
           MOVE BREAK-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(20:9)
           WRITE RPT-REC

           IF BREAK-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** BREAKS - HOLD TOPACCTS AND REGNRPT ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

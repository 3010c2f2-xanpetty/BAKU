       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALHLOAD.
       AUTHOR.        UNKNOWN.
      *
      *    DAILY BALANCE-HISTORY LOAD.  THE MASTER AND THE TOPACCTS
      *    CSV KEEP ONLY TODAY'S MONEY, SO AN ACCOUNT THAT HOLDS $12M
      *    FOR ONE DAY AT QUARTER-END RANKS WITH ONE THAT HAS HELD IT
      *    ALL QUARTER.  THIS STEP READS THE NIGHT'S ACCTUNLD UNLOAD,
      *    BALANCES IT AGAINST ITS TRAILER, AND ADDS ONE RECORD PER
      *    ACCOUNT TO THE KEYED BALANCE HISTORY UNDER THE BUSINESS
      *    DATE FROM THE SAME PARM-IN CARD TOPACCTS READS, WITH THE
      *    BALANCE IN USD (SAME CURRENCY RULES AND RATE-IN TABLE AS
      *    TOPACCTS).  A RERUN FOR THE SAME DATE REPLACES THAT DAY'S
      *    RECORDS RATHER THAN FAILING ON THEM, SO THE STEP CAN BE
      *    RERUN AFTER A CORRECTED UNLOAD: EVERY RECORD ALREADY HELD
      *    FOR THE DATE IS DELETED FIRST, SO AN ACCOUNT THE CORRECTED
      *    UNLOAD NO LONGER CARRIES, OR THAT NOW FAILS CONVERSION,
      *    KEEPS NO STALE BALANCE FOR THE DAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL-IN   ASSIGN TO UNLIN.
           SELECT PARM-IN  ASSIGN TO PARMIN.
           SELECT OPTIONAL RATE-IN ASSIGN TO RATEIN.
           SELECT OPTIONAL BAL-HIST ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY.
           SELECT BALH-RPT ASSIGN TO BALHLRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  UNL-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       COPY ACCTREC REPLACING ==:TAG:== BY ==IN==.
       COPY ACCTTRL REPLACING ==:TAG:== BY ==IN==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY THE
      *    AS-OF DATE IS USED HERE, SO THE HISTORY IS DATED THE WAY
      *    THE TOP-HOLDERS RUN FOR THE SAME UNLOAD IS.
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05 PARM-TIER-1    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-2    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-3    PIC 9(9) VALUE ZEROS.
           05 PARM-AS-OF-DTE PIC 9(8) VALUE ZEROS.
           05 FILLER         PIC X(45) VALUE SPACES.

      *    DAILY EXCHANGE-RATE TABLE -- SAME CARD LAYOUT AND SAME
      *    RULES AS TOPACCTS: BLANK AND USD PASS AT PAR, ANYTHING
      *    ELSE MUST HAVE A RATE CARD TODAY.
       FD  RATE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-REC.
           05 RATE-CCY   PIC X(3).
           05 RATE-VALUE PIC X(12).
           05 FILLER     PIC X(65).

       FD  BAL-HIST RECORD CONTAINS 80 CHARACTERS.
       COPY BALHREC REPLACING ==:TAG:== BY ==BAL==.

       FD  BALH-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 EOF           PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 RATE-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 BUS-DATE      PIC 9(8) VALUE 0.

       01 ACCTS-READ    PIC 9(9) VALUE 0.
       01 ADD-COUNT     PIC 9(9) VALUE 0.
       01 REPL-COUNT    PIC 9(9) VALUE 0.
       01 CLEAR-COUNT   PIC 9(9) VALUE 0.
       01 HIST-EOF      PIC X(1) VALUE 'N'.
       01 REJ-COUNT     PIC 9(9) VALUE 0.
       01 NUMVAL-TEST   PIC S9(4) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.

      *    CONTROL VERIFICATION -- PASS ONE BALANCES THE UNLOAD
      *    AGAINST ITS TRAILER BEFORE PASS TWO ADDS ANYTHING, SO A
      *    SHORT UNLOAD NEVER LEAVES A DAY WITH HALF ITS ACCOUNTS.
      *    SAME RULE AS TOPACCTS.
       01 VER-EOF       PIC X(1) VALUE 'N'.
       01 TRL-SEEN      PIC X(1) VALUE 'N'.
       01 CTL-ERROR     PIC X(1) VALUE 'N'.
       01 VER-REC-COUNT PIC 9(9) VALUE 0.
       01 EXP-REC-COUNT PIC 9(9) VALUE 0.
       01 RUN-HASH-TOT  PIC 9(13)V99 VALUE 0.
       01 EXP-HASH-TOT  PIC 9(13)V99 VALUE 0.

      *    CURRENCY CONVERSION -- SAME TABLE AND RULES AS TOPACCTS.
       01 RAW-MONEY      PIC S9(9)V99 VALUE 0.
       01 REAL-MONEY     PIC S9(9)V99 VALUE 0.
       01 CCY-OK         PIC X(1) VALUE 'Y'.
       01 REJ-REASON     PIC X(20) VALUE SPACES.
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

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT BALH-RPT

           MOVE SPACES TO RPT-REC
           MOVE "DAILY BALANCE-HISTORY LOAD" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A010-CONTROL-VERIFY

           IF CTL-ERROR = 'N' AND PARM-ERROR = 'N'
               PERFORM A070-RATE-LOAD
               OPEN INPUT UNL-IN
               OPEN I-O   BAL-HIST
               PERFORM A090-DAY-CLEAR UNTIL HIST-EOF = 'Y'
               PERFORM A100-ACCOUNT-READ UNTIL EOF = 'Y'
               CLOSE UNL-IN
               CLOSE BAL-HIST
               PERFORM A300-SUMMARY-WRITE
           END-IF

           CLOSE BALH-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, EVERY ACCOUNT RECORDED
      *        4  NORMAL COMPLETION, BUT THE UNLOAD HELD NO ACCOUNTS
      *        8  ONE OR MORE ACCOUNTS NOT RECORDED (MONEY OR
      *           CURRENCY WOULD NOT CONVERT); SEE THE REPORT
      *       16  UNLOAD TRAILER MISSING OR OUT OF BALANCE, OR THE
      *           PARM CARD'S AS-OF DATE IS INVALID; NOTHING WAS ADDED
       A900-SET-RETURN-CODE.
           IF CTL-ERROR = 'Y' OR PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF ACCTS-READ = 0
                   ADD 4 TO RETURN-CODE
               END-IF
               IF REJ-COUNT > 0
                   ADD 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "BALHLOAD"    TO STP-PROGRAM-ID
           MOVE BUS-DATE      TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE ACCTS-READ    TO STP-INPUT-COUNT
           COMPUTE STP-OUTPUT-COUNT = ADD-COUNT + REPL-COUNT
           MOVE REJ-COUNT     TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    PASS ONE -- BALANCES THE UNLOAD AGAINST ITS TRAILER.  A
      *    MISSING TRAILER, A SECOND ONE, OR CONTROL FIGURES THAT ARE
      *    NOT EVEN NUMERIC FAIL THE FILE THE SAME WAY A MISMATCH DOES.
       A010-CONTROL-VERIFY.
           OPEN INPUT UNL-IN
           PERFORM A011-VERIFY-RECORD UNTIL VER-EOF = 'Y'
           CLOSE UNL-IN

           IF TRL-SEEN = 'N'
               OR EXP-REC-COUNT NOT = VER-REC-COUNT
               OR EXP-HASH-TOT NOT = RUN-HASH-TOT
               MOVE 'Y' TO CTL-ERROR
           END-IF

           IF CTL-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** UNLOAD TRAILER MISSING OR OUT OF BALANCE ***"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "*** NOTHING ADDED - RERUN ACCTUNLD ***" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A011-VERIFY-RECORD.
           READ UNL-IN
               AT END
                   MOVE 'Y' TO VER-EOF
               NOT AT END
                   IF IN-TRL-ID = "*TRAILER*"
                       IF TRL-SEEN = 'Y'
                           MOVE 'Y' TO CTL-ERROR
                       ELSE
                           IF IN-TRL-REC-COUNT IS NUMERIC
                               AND IN-TRL-HASH-TOT IS NUMERIC
                               MOVE IN-TRL-REC-COUNT TO EXP-REC-COUNT
                               MOVE IN-TRL-HASH-TOT  TO EXP-HASH-TOT
                               MOVE 'Y' TO TRL-SEEN
                           ELSE
                               MOVE 'Y' TO CTL-ERROR
                           END-IF
                       END-IF
                   ELSE
                       COMPUTE VER-REC-COUNT = VER-REC-COUNT + 1
                       COMPUTE NUMVAL-TEST =
                           FUNCTION TEST-NUMVAL-C(IN-MONEY)
                       IF NUMVAL-TEST = 0
                           ADD FUNCTION NUMVAL-C(IN-MONEY)
                               TO RUN-HASH-TOT
                       END-IF
                   END-IF
           END-READ.

      *    TAKES THE BUSINESS DATE FROM THE PARM CARD'S AS-OF DATE,
      *    WHEN ONE IS SUPPLIED, OTHERWISE TODAY -- THE SAME RULE
      *    TOPACCTS USES TO DATE ITS RUN.
       A050-PARM-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE

           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF PARM-AS-OF-DTE IS NUMERIC AND PARM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(PARM-AS-OF-DTE) = 0
                       MOVE PARM-AS-OF-DTE TO BUS-DATE
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
           END-IF
           CLOSE PARM-IN

           MOVE SPACES TO RPT-REC
           MOVE "BUSINESS DATE: " TO RPT-REC(1:15)
           MOVE BUS-DATE TO RPT-REC(16:8)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PARM AS-OF DATE INVALID - NOTHING ADDED ***"
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

      *    CLEARS THE BUSINESS DATE BEFORE PASS TWO.  THE HISTORY IS
      *    KEYED ON ACCOUNT FIRST, SO ONE DAY'S RECORDS ARE SPREAD
      *    THROUGH THE FILE AND IT TAKES A FULL PASS TO FIND THEM.  ON
      *    A FIRST RUN FOR THE DATE THERE IS NOTHING TO DELETE.
       A090-DAY-CLEAR.
           READ BAL-HIST NEXT RECORD
               AT END
                   MOVE 'Y' TO HIST-EOF
               NOT AT END
                   IF BAL-BUS-DATE = BUS-DATE
                       DELETE BAL-HIST RECORD
                       COMPUTE CLEAR-COUNT = CLEAR-COUNT + 1
                   END-IF
           END-READ.

      *    PASS TWO -- RECORDS EACH ACCOUNT FOR THE BUSINESS DATE.  THE
      *    DAY WAS CLEARED FIRST, SO A RECORD ALREADY ON FILE HERE CAN
      *    ONLY BE AN ACCOUNT REPEATED ON THE UNLOAD; THE LATER ONE
      *    STANDS.
       A100-ACCOUNT-READ.
           READ UNL-IN
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   IF IN-TRL-ID NOT = "*TRAILER*"
                       PERFORM A110-ACCOUNT-RECORD
                   END-IF
           END-READ.

      *    AN ACCOUNT WHOSE MONEY OR CURRENCY WILL NOT CONVERT HAS NO
      *    USD BALANCE TO RECORD; IT IS LISTED AND THE DAY IS LEFT
      *    OFF ITS HISTORY RATHER THAN RECORDED AS ZERO.
       A110-ACCOUNT-RECORD.
           COMPUTE ACCTS-READ = ACCTS-READ + 1
           MOVE 'Y' TO CCY-OK
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(IN-MONEY)
           IF NUMVAL-TEST NOT = 0
               MOVE 'N' TO CCY-OK
               MOVE "INVALID MONEY VALUE" TO REJ-REASON
           ELSE
               COMPUTE RAW-MONEY = FUNCTION NUMVAL-C(IN-MONEY)
               PERFORM A180-CURRENCY-CONVERT
           END-IF

           IF CCY-OK = 'Y'
               MOVE SPACES        TO BAL-REC
               MOVE IN-ACCTNO     TO BAL-ACCTNO
               MOVE BUS-DATE      TO BAL-BUS-DATE
               MOVE REAL-MONEY    TO BAL-USD-BAL
               MOVE IN-CCY-CODE   TO BAL-CCY-CODE
               MOVE IN-FNAME      TO BAL-FNAME
               MOVE IN-LNAME      TO BAL-LNAME
               MOVE IN-BRANCH-CD  TO BAL-BRANCH-CD
               MOVE IN-OFFICER-CD TO BAL-OFFICER-CD
               WRITE BAL-REC
                   INVALID KEY
                       REWRITE BAL-REC
                       COMPUTE REPL-COUNT = REPL-COUNT + 1
                   NOT INVALID KEY
                       COMPUTE ADD-COUNT = ADD-COUNT + 1
               END-WRITE
           ELSE
               COMPUTE REJ-COUNT = REJ-COUNT + 1
               MOVE SPACES TO RPT-REC
               MOVE "    NOT RECORDED: " TO RPT-REC(1:18)
               MOVE IN-ACCTNO  TO RPT-REC(19:9)
               MOVE IN-LNAME   TO RPT-REC(29:22)
               MOVE REJ-REASON TO RPT-REC(52:20)
               WRITE RPT-REC
           END-IF.

      *    RESOLVES THE RECORD'S CURRENCY EXACTLY AS TOPACCTS DOES.
       A180-CURRENCY-CONVERT.
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
                           MOVE "USD AMOUNT TOO LARGE" TO REJ-REASON
                   END-COMPUTE
               ELSE
                   MOVE 'N' TO CCY-OK
                   MOVE "NO RATE FOR CURRENCY" TO REJ-REASON
               END-IF
           END-IF.

       A182-RATE-SCAN.
           IF RT-CCY(RATE-SCAN-IDX) = IN-CCY-CODE
               MOVE 'Y' TO RATE-FOUND
               MOVE RATE-SCAN-IDX TO RATE-FOUND-IDX
           END-IF.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNTS READ:     " TO RPT-REC(1:19)
           MOVE ACCTS-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DAYS ADDED:        " TO RPT-REC(1:19)
           MOVE ADD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DAYS CLEARED:      " TO RPT-REC(1:19)
           MOVE CLEAR-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "REPEATS REPLACED:  " TO RPT-REC(1:19)
           MOVE REPL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT RECORDED:      " TO RPT-REC(1:19)
           MOVE REJ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           IF RATE-BAD-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** BAD RATE CARDS SKIPPED ***" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OFFCRPT.
       AUTHOR.        UNKNOWN.
      *
      *    RELATIONSHIP-OFFICER PORTFOLIO REPORT.  THE SOURCE SYSTEMS
      *    NOW CODE OFFICER-CD ON EVERY ACCOUNT, BUT TOPACCTS ONLY
      *    CARRIES IT ALONG ON THE CSV.  THIS STEP READS THE ACCTUNLD
      *    OUTPUT AND THE SAME PARM-IN TIER CARD TOPACCTS READS, AND
      *    PRINTS ONE SECTION PER OFFICER: THE ACCOUNT COUNT, THE USD
      *    BOOK (SAME CURRENCY RULES AND RATE-IN TABLE AS TOPACCTS)
      *    BROKEN OUT BY TIER, THE CLOSED ACCOUNTS STILL ABOVE THE
      *    TIER CUTOFF, AND THE OFFICER'S SHARE OF THE BANK TOTAL.
      *    WHEN THE OPTIONAL OFFICER REFERENCE FILE IS SUPPLIED, A
      *    CODE NOT ON IT (OR ON IT AS INACTIVE) IS NOT CREDITED TO
      *    ANYONE; THOSE ACCOUNTS, ACCOUNTS WITH NO OFFICER CODE, AND
      *    ACCOUNTS WHOSE MONEY OR CURRENCY WILL NOT CONVERT FALL OUT
      *    ON THEIR OWN EXCEPTION SECTION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNL-IN   ASSIGN TO UNLIN.
           SELECT PARM-IN  ASSIGN TO PARMIN.
           SELECT OPTIONAL RATE-IN ASSIGN TO RATEIN.
           SELECT OPTIONAL OFFC-IN ASSIGN TO OFFCREF.
           SELECT OFFC-RPT ASSIGN TO OFFCRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  UNL-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       COPY ACCTREC REPLACING ==:TAG:== BY ==IN==.
       COPY ACCTTRL REPLACING ==:TAG:== BY ==IN==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- AN OFFICER'S
      *    TIER BREAKDOWN USES THE SAME CUTOFFS AS THE TOP-HOLDERS
      *    LIST, SO THE TWO REPORTS NEVER DISAGREE ABOUT A TIER.
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

      *    OFFICER REFERENCE -- ONE CARD PER RELATIONSHIP OFFICER:
      *    THE OFFICER CODE AS THE SOURCE SYSTEMS CODE IT, THE
      *    OFFICER'S NAME, AND A STATUS ('A' ACTIVE, 'I' INACTIVE --
      *    LEFT THE BANK OR MOVED OFF THE DESK, BOOK NOT YET
      *    REASSIGNED).  OPTIONAL: WITH NO CARDS EVERY NON-BLANK CODE
      *    IS TAKEN AT FACE VALUE AND THE REPORT SAYS SO.
       FD  OFFC-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  OFR-REC.
           05 OFR-CODE      PIC X(4).
           05 OFR-NAME      PIC X(30).
           05 OFR-STATUS    PIC X(1).
           05 FILLER        PIC X(45).

       FD  OFFC-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 UNL-EOF       PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 RATE-EOF      PIC X(1) VALUE 'N'.
       01 OFR-EOF       PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.

       01 ACCTS-READ    PIC 9(9) VALUE 0.
       01 MATCH-COUNT   PIC 9(9) VALUE 0.
       01 EXC-COUNT     PIC 9(9) VALUE 0.
       01 OFF-LISTED    PIC 9(9) VALUE 0.
       01 NUMVAL-TEST   PIC S9(4) VALUE 0.

      *    BANK TOTAL -- EVERY ACCOUNT WHOSE MONEY CONVERTED, WHETHER
      *    OR NOT AN OFFICER COULD BE CREDITED WITH IT, SO THE SHARES
      *    PRINTED PLUS THE UNASSIGNED SHARE ACCOUNT FOR THE WHOLE
      *    BOOK.
       01 BANK-TOTAL    PIC 9(13)V99 VALUE 0.
       01 UNASGN-TOTAL  PIC 9(13)V99 VALUE 0.
       01 SHARE-BASE    PIC 9(13)V99 VALUE 0.
       01 SHARE-PCT     PIC 9(3)V99 VALUE 0.

      *    OFFICER TABLE -- PRELOADED FROM THE REFERENCE CARDS WHEN
      *    THEY ARE SUPPLIED, OTHERWISE BUILT FROM THE CODES AS THEY
      *    APPEAR ON THE UNLOAD.  EACH ENTRY ACCUMULATES THE BOOK,
      *    THE CUMULATIVE TIER COUNTS AND TOTALS, AND THE CLOSED
      *    ACCOUNTS STILL ABOVE THE CUTOFF.
       01 OFF-LIMIT      PIC 9(5) VALUE 500.
       01 OFF-COUNT      PIC 9(5) VALUE 0.
       01 OFF-SCAN-IDX   PIC 9(5) VALUE 0.
       01 OFF-FOUND-IDX  PIC 9(5) VALUE 0.
       01 OFF-FOUND      PIC X(1) VALUE 'N'.
       01 OFF-FULL       PIC X(1) VALUE 'N'.
       01 OFF-KEY        PIC X(4) VALUE SPACES.
       01 OFF-TABLE.
           05 OFF-ENTRY OCCURS 500 TIMES.
               10 OT-CODE       PIC X(4).
               10 OT-NAME       PIC X(30).
               10 OT-STATUS     PIC X(1).
               10 OT-ACCTS      PIC 9(7).
               10 OT-TOTAL      PIC 9(13)V99.
               10 OT-CLOSED-CNT PIC 9(7).
               10 OT-CLOSED-TOT PIC 9(11)V99.
               10 OT-LISTED     PIC X(1).
               10 OT-TIER OCCURS 3 TIMES.
                   15 OT-TIER-CNT PIC 9(7).
                   15 OT-TIER-TOT PIC 9(13)V99.

      *    REFERENCE CARD CONTROLS -- A CARD WITH A BLANK CODE, OR A
      *    CODE ALREADY TABLED, IS COUNTED AS BAD (THE FIRST CARD
      *    WINS) SO A DAMAGED REFERENCE FILE IS NOT INVISIBLE.
       01 OFR-LOADED     PIC 9(5) VALUE 0.
       01 OFR-BAD-COUNT  PIC 9(5) VALUE 0.

      *    CLOSED-ACCOUNT TABLE -- EVERY CLOSED ACCOUNT WHOSE USD
      *    BALANCE STILL CLEARS THE TIER CUTOFF, HELD SO EACH OFFICER
      *    SECTION CAN ITEMIZE ITS OWN.  IF THE TABLE FILLS, TOTALS
      *    STAY RIGHT BUT LATER LINES ARE MISSING AND THE REPORT
      *    SAYS SO.
       01 CLS-LIMIT      PIC 9(5) VALUE 5000.
       01 CLS-COUNT      PIC 9(5) VALUE 0.
       01 CLS-SCAN-IDX   PIC 9(5) VALUE 0.
       01 CLS-FULL       PIC X(1) VALUE 'N'.
       01 CLS-TABLE.
           05 CLS-ENTRY OCCURS 5000 TIMES.
               10 CL-OFF-SUB  PIC 9(5).
               10 CL-ACCTNO   PIC X(9).
               10 CL-LNAME    PIC X(22).
               10 CL-ENDDATE  PIC X(8).
               10 CL-MONEY    PIC 9(9)V99.

      *    EXCEPTION TABLE -- ACCOUNTS NO OFFICER COULD BE CREDITED
      *    WITH: NO OFFICER CODE, A CODE NOT ON (OR INACTIVE ON) THE
      *    REFERENCE FILE, OR MONEY/CURRENCY THAT WILL NOT CONVERT.
       01 EXC-LIMIT      PIC 9(5) VALUE 5000.
       01 EXC-TBL-COUNT  PIC 9(5) VALUE 0.
       01 EXC-SCAN-IDX   PIC 9(5) VALUE 0.
       01 EXC-FULL       PIC X(1) VALUE 'N'.
       01 EXC-TABLE.
           05 EXC-ENTRY OCCURS 5000 TIMES.
               10 ET-ACCTNO  PIC X(9).
               10 ET-OFFICER PIC X(4).
               10 ET-LNAME   PIC X(22).
               10 ET-MONEY   PIC X(12).
               10 ET-REASON  PIC X(20).
       01 EXC-REASON-WRK PIC X(20) VALUE SPACES.

      *    CURRENCY CONVERSION -- SAME TABLE AND RULES AS TOPACCTS.
       01 RAW-MONEY      PIC 9(9)V99 VALUE 0.
       01 REAL-MONEY     PIC 9(9)V99 VALUE 0.
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

      *    TIER CONTROL TABLE -- BUILT FROM THE PARM CARD AT STARTUP
      *    EXACTLY AS TOPACCTS BUILDS ITS OWN, DEFAULTS AND ALL.  AN
      *    ACCOUNT IS COUNTED IN EVERY TIER ITS BALANCE CLEARS
      *    (CUMULATIVE); THE LOWEST CUTOFF IS ALSO THE ATTRITION
      *    CUTOFF FOR CLOSED ACCOUNTS, AS IN TOPACCTS.
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 3 TIMES INDEXED BY TIER-IDX.
               10 TIER-THRESHOLD PIC 9(9).
               10 TIER-LABEL     PIC X(24).
       01 TIER-SUB       PIC 9(1) VALUE 0.

      *    ACCOUNT STATUS -- A VALID, NON-ZERO ENDDATE MEANS CLOSED,
      *    THE SAME TEST TOPACCTS APPLIES.
       01 ACCT-STATUS    PIC X(6) VALUE SPACES.
       01 END-NUM        PIC 9(8) VALUE 0.

      *    SECTION ORDER -- THE LOWEST UNLISTED OFFICER CODE WITH A
      *    BOOK IS PICKED AND PRINTED UNTIL NONE REMAIN.
       01 LIST-DONE      PIC X(1) VALUE 'N'.
       01 BEST-IDX       PIC 9(5) VALUE 0.
       01 BEST-CODE      PIC X(4) VALUE HIGH-VALUES.

       01 DISP-CNT       PIC Z(8)9.
       01 DISP-TOT       PIC Z(12)9.99.
       01 DISP-MONEY     PIC Z(8)9.99.
       01 DISP-PCT       PIC ZZ9.99.
       01 DISP-TIER-THRESH PIC ZZZ,ZZZ,ZZ9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT OFFC-RPT

           PERFORM A050-PARM-READ
           PERFORM A060-OFFICER-LOAD
           PERFORM A070-RATE-LOAD

           OPEN INPUT UNL-IN
           PERFORM A100-ACCOUNT-READ UNTIL UNL-EOF = 'Y'
           CLOSE UNL-IN

           PERFORM A200-REPORT-WRITE

           CLOSE OFFC-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, EVERY ACCOUNT CREDITED
      *        4  NORMAL COMPLETION, BUT THE UNLOAD HELD NO ACCOUNTS
      *        8  ONE OR MORE ACCOUNTS FELL OUT ON THE EXCEPTION
      *           SECTION (NO OR UNRECOGNIZED OFFICER, UNUSABLE MONEY)
      *       16  A PARM CARD VALUE WAS INVALID (TIERS OUT OF ORDER);
      *           THE LONGSTANDING DEFAULTS WERE SUBSTITUTED
      *           (ADDS WITH THE ABOVE, E.G. 24 = EXCEPTIONS + BAD PARM)
       A900-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           IF ACCTS-READ = 0
               ADD 4 TO RETURN-CODE
           END-IF
           IF EXC-COUNT > 0
               ADD 8 TO RETURN-CODE
           END-IF
           IF PARM-ERROR = 'Y'
               ADD 16 TO RETURN-CODE
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "OFFCRPT"     TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE ACCTS-READ    TO STP-INPUT-COUNT
           MOVE MATCH-COUNT   TO STP-OUTPUT-COUNT
           MOVE EXC-COUNT     TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE TIER CUTOFFS FROM THE PARM CARD, WHEN ONE IS
      *    SUPPLIED, OTHERWISE FALLS BACK TO THE SAME LONGSTANDING
      *    DEFAULTS TOPACCTS USES.
       A050-PARM-READ.
           MOVE 10000000 TO TIER-THRESHOLD(1)
           MOVE  8500000 TO TIER-THRESHOLD(2)
           MOVE  5000000 TO TIER-THRESHOLD(3)

           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF PARM-TIER-1 > 0
                   MOVE PARM-TIER-1 TO TIER-THRESHOLD(1)
               END-IF
               IF PARM-TIER-2 > 0
                   MOVE PARM-TIER-2 TO TIER-THRESHOLD(2)
               END-IF
               IF PARM-TIER-3 > 0
                   MOVE PARM-TIER-3 TO TIER-THRESHOLD(3)
               END-IF
               IF PARM-AS-OF-DTE IS NUMERIC AND PARM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(PARM-AS-OF-DTE) = 0
                       MOVE PARM-AS-OF-DTE TO STEP-BUS-DATE
                   END-IF
               END-IF
           END-IF

           IF NOT (TIER-THRESHOLD(1) > TIER-THRESHOLD(2)
               AND TIER-THRESHOLD(2) > TIER-THRESHOLD(3))
               MOVE 10000000 TO TIER-THRESHOLD(1)
               MOVE  8500000 TO TIER-THRESHOLD(2)
               MOVE  5000000 TO TIER-THRESHOLD(3)
               MOVE 'Y' TO PARM-ERROR
           END-IF

           CLOSE PARM-IN

           PERFORM A051-TIER-LABEL-BUILD
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3.

       A051-TIER-LABEL-BUILD.
           MOVE SPACES TO TIER-LABEL(TIER-IDX)
           MOVE TIER-THRESHOLD(TIER-IDX) TO DISP-TIER-THRESH
           STRING
               "OVER $"                       DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TIER-THRESH) DELIMITED BY SIZE
               INTO TIER-LABEL(TIER-IDX)
           END-STRING.

      *    LOADS THE OFFICER REFERENCE CARDS, WHEN SUPPLIED, INTO THE
      *    OFFICER TABLE.  OFR-LOADED TELLS THE ACCOUNT PASS WHETHER
      *    AN UNKNOWN CODE IS AN EXCEPTION OR SIMPLY A NEW OFFICER.
       A060-OFFICER-LOAD.
           OPEN INPUT OFFC-IN
           PERFORM A061-OFFICER-CARD UNTIL OFR-EOF = 'Y'
           CLOSE OFFC-IN.

       A061-OFFICER-CARD.
           READ OFFC-IN
               AT END
                   MOVE 'Y' TO OFR-EOF
               NOT AT END
                   IF OFR-CODE = SPACES
                       COMPUTE OFR-BAD-COUNT = OFR-BAD-COUNT + 1
                   ELSE
                       PERFORM A062-OFFICER-TABLE-ADD
                   END-IF
           END-READ.

       A062-OFFICER-TABLE-ADD.
           MOVE OFR-CODE TO OFF-KEY
           PERFORM A150-OFFICER-FIND
           IF OFF-FOUND = 'Y'
               COMPUTE OFR-BAD-COUNT = OFR-BAD-COUNT + 1
           ELSE
               PERFORM A065-OFFICER-ADD
               IF OFF-FOUND = 'Y'
                   MOVE OFR-NAME TO OT-NAME(OFF-FOUND-IDX)
                   IF OFR-STATUS = 'I'
                       MOVE 'I' TO OT-STATUS(OFF-FOUND-IDX)
                   END-IF
                   COMPUTE OFR-LOADED = OFR-LOADED + 1
               ELSE
                   COMPUTE OFR-BAD-COUNT = OFR-BAD-COUNT + 1
               END-IF
           END-IF.

      *    TABLES A NEW OFFICER (ACTIVE, EMPTY BOOK) FOR THE CODE IN
      *    OFF-KEY.  IF THE TABLE FILLS THE OFFICER CANNOT BE
      *    CREDITED AND THE CALLER SEES OFF-FOUND = 'N'.
       A065-OFFICER-ADD.
           IF OFF-COUNT < OFF-LIMIT
               COMPUTE OFF-COUNT = OFF-COUNT + 1
               MOVE OFF-KEY       TO OT-CODE(OFF-COUNT)
               MOVE SPACES        TO OT-NAME(OFF-COUNT)
               MOVE 'A'           TO OT-STATUS(OFF-COUNT)
               MOVE 0             TO OT-ACCTS(OFF-COUNT)
               MOVE 0             TO OT-TOTAL(OFF-COUNT)
               MOVE 0             TO OT-CLOSED-CNT(OFF-COUNT)
               MOVE 0             TO OT-CLOSED-TOT(OFF-COUNT)
               MOVE 'N'           TO OT-LISTED(OFF-COUNT)
               PERFORM A066-OFFICER-TIER-CLEAR
                   VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3
               MOVE 'Y'           TO OFF-FOUND
               MOVE OFF-COUNT     TO OFF-FOUND-IDX
           ELSE
               MOVE 'Y' TO OFF-FULL
               MOVE 'N' TO OFF-FOUND
           END-IF.

       A066-OFFICER-TIER-CLEAR.
           MOVE 0 TO OT-TIER-CNT(OFF-COUNT, TIER-SUB)
           MOVE 0 TO OT-TIER-TOT(OFF-COUNT, TIER-SUB).

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
      *            THE UNLOAD'S CONTROL TRAILER IS NOT AN ACCOUNT AND
      *            BELONGS TO NO OFFICER.
                   IF IN-TRL-ID NOT = "*TRAILER*"
                       PERFORM A110-ACCOUNT-PROCESS
                   END-IF
           END-READ.

      *    PLACES ONE ACCOUNT: CONVERT THE MONEY, THEN FIND THE
      *    OFFICER.  CONVERTED MONEY COUNTS TOWARD THE BANK TOTAL
      *    EVEN WHEN NO OFFICER CAN BE CREDITED, SO THE UNASSIGNED
      *    SHARE IS VISIBLE.  ANY FAILURE SENDS THE ACCOUNT TO THE
      *    EXCEPTION SECTION WITH ITS REASON.
       A110-ACCOUNT-PROCESS.
           COMPUTE ACCTS-READ = ACCTS-READ + 1
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(IN-MONEY)
           IF NUMVAL-TEST NOT = 0
               MOVE "INVALID MONEY VALUE" TO EXC-REASON-WRK
               PERFORM A130-EXCEPTION-ADD
           ELSE
               COMPUTE RAW-MONEY = FUNCTION NUMVAL-C(IN-MONEY)
               PERFORM A180-CURRENCY-CONVERT
               IF CCY-OK = 'Y'
                   ADD REAL-MONEY TO BANK-TOTAL
                   PERFORM A115-OFFICER-RESOLVE
                   IF OFF-FOUND = 'Y'
                       PERFORM A120-OFFICER-ACCUM
                   ELSE
                       ADD REAL-MONEY TO UNASGN-TOTAL
                       PERFORM A130-EXCEPTION-ADD
                   END-IF
               ELSE
                   PERFORM A130-EXCEPTION-ADD
               END-IF
           END-IF.

      *    FINDS THE ACCOUNT'S OFFICER.  A BLANK CODE NEVER RESOLVES.
      *    WITH A REFERENCE FILE LOADED, AN UNKNOWN OR INACTIVE CODE
      *    DOES NOT RESOLVE EITHER; WITHOUT ONE, A NEW CODE IS TABLED
      *    ON SIGHT.
       A115-OFFICER-RESOLVE.
           MOVE 'N' TO OFF-FOUND
           IF IN-OFFICER-CD = SPACES
               MOVE "NO OFFICER CODE" TO EXC-REASON-WRK
           ELSE
               MOVE IN-OFFICER-CD TO OFF-KEY
               PERFORM A150-OFFICER-FIND
               IF OFF-FOUND = 'N'
                   IF OFR-LOADED > 0
                       MOVE "OFFICER NOT ON FILE" TO EXC-REASON-WRK
                   ELSE
                       PERFORM A065-OFFICER-ADD
                       IF OFF-FOUND = 'N'
                           MOVE "OFFICER TABLE FULL" TO EXC-REASON-WRK
                       END-IF
                   END-IF
               ELSE
                   IF OT-STATUS(OFF-FOUND-IDX) = 'I'
                       MOVE 'N' TO OFF-FOUND
                       MOVE "OFFICER INACTIVE" TO EXC-REASON-WRK
                   END-IF
               END-IF
           END-IF.

      *    CREDITS THE ACCOUNT'S USD BALANCE TO ITS OFFICER, IN EVERY
      *    TIER IT CLEARS, AND REMEMBERS A CLOSED ACCOUNT THAT STILL
      *    CLEARS THE CUTOFF FOR THE OFFICER'S ATTRITION LINES.
       A120-OFFICER-ACCUM.
           COMPUTE MATCH-COUNT = MATCH-COUNT + 1
           ADD 1          TO OT-ACCTS(OFF-FOUND-IDX)
           ADD REAL-MONEY TO OT-TOTAL(OFF-FOUND-IDX)
           PERFORM A121-TIER-ACCUM
               VARYING TIER-SUB FROM 1 BY 1 UNTIL TIER-SUB > 3

           PERFORM A125-STATUS-SET
           IF ACCT-STATUS = "CLOSED"
               AND REAL-MONEY > TIER-THRESHOLD(3)
               ADD 1          TO OT-CLOSED-CNT(OFF-FOUND-IDX)
               ADD REAL-MONEY TO OT-CLOSED-TOT(OFF-FOUND-IDX)
               IF CLS-COUNT < CLS-LIMIT
                   COMPUTE CLS-COUNT = CLS-COUNT + 1
                   MOVE OFF-FOUND-IDX TO CL-OFF-SUB(CLS-COUNT)
                   MOVE IN-ACCTNO     TO CL-ACCTNO(CLS-COUNT)
                   MOVE IN-LNAME      TO CL-LNAME(CLS-COUNT)
                   MOVE IN-ENDDATE    TO CL-ENDDATE(CLS-COUNT)
                   MOVE REAL-MONEY    TO CL-MONEY(CLS-COUNT)
               ELSE
                   MOVE 'Y' TO CLS-FULL
               END-IF
           END-IF.

       A121-TIER-ACCUM.
           IF REAL-MONEY > TIER-THRESHOLD(TIER-SUB)
               ADD 1 TO OT-TIER-CNT(OFF-FOUND-IDX, TIER-SUB)
               ADD REAL-MONEY TO OT-TIER-TOT(OFF-FOUND-IDX, TIER-SUB)
           END-IF.

       A125-STATUS-SET.
           MOVE "OPEN" TO ACCT-STATUS
           IF IN-ENDDATE IS NUMERIC AND IN-ENDDATE NOT = ZEROS
               MOVE IN-ENDDATE TO END-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(END-NUM) = 0
                   MOVE "CLOSED" TO ACCT-STATUS
               END-IF
           END-IF.

       A130-EXCEPTION-ADD.
           COMPUTE EXC-COUNT = EXC-COUNT + 1
           IF EXC-TBL-COUNT < EXC-LIMIT
               COMPUTE EXC-TBL-COUNT = EXC-TBL-COUNT + 1
               MOVE IN-ACCTNO      TO ET-ACCTNO(EXC-TBL-COUNT)
               MOVE IN-OFFICER-CD  TO ET-OFFICER(EXC-TBL-COUNT)
               MOVE IN-LNAME       TO ET-LNAME(EXC-TBL-COUNT)
               MOVE IN-MONEY       TO ET-MONEY(EXC-TBL-COUNT)
               MOVE EXC-REASON-WRK TO ET-REASON(EXC-TBL-COUNT)
           ELSE
               MOVE 'Y' TO EXC-FULL
           END-IF.

       A150-OFFICER-FIND.
           MOVE 'N' TO OFF-FOUND
           MOVE 0   TO OFF-FOUND-IDX
           PERFORM A151-OFFICER-SCAN
               VARYING OFF-SCAN-IDX FROM 1 BY 1
               UNTIL OFF-SCAN-IDX > OFF-COUNT
                  OR OFF-FOUND = 'Y'.

       A151-OFFICER-SCAN.
           IF OT-CODE(OFF-SCAN-IDX) = OFF-KEY
               MOVE 'Y' TO OFF-FOUND
               MOVE OFF-SCAN-IDX TO OFF-FOUND-IDX
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

      *    PRINTS THE FULL REPORT: RUN COUNTS AND THE BANK TOTAL, ONE
      *    SECTION PER OFFICER IN OFFICER-CODE ORDER, THEN THE
      *    EXCEPTION SECTION AND CLOSING COUNTS.
       A200-REPORT-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE "RELATIONSHIP-OFFICER PORTFOLIO REPORT" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNTS READ:         " TO RPT-REC(1:23)
           MOVE ACCTS-READ TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNTS CREDITED:     " TO RPT-REC(1:23)
           MOVE MATCH-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "EXCEPTION ACCOUNTS:    " TO RPT-REC(1:23)
           MOVE EXC-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BANK TOTAL (USD):      " TO RPT-REC(1:23)
           MOVE BANK-TOTAL TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(24:16)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "OFFICER CARDS LOADED:  " TO RPT-REC(1:23)
           MOVE OFR-LOADED TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BAD OFFICER CARDS:     " TO RPT-REC(1:23)
           MOVE OFR-BAD-COUNT TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           IF OFR-LOADED = 0
               MOVE SPACES TO RPT-REC
               MOVE "*** NO OFFICER REFERENCE - CODES NOT VALIDATED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF OFF-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** OFFICER TABLE FULL - COVERAGE INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF CLS-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CLOSED-ACCOUNT TABLE FULL - LINES MISSING ***"
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

           PERFORM A220-OFFICER-NEXT UNTIL LIST-DONE = 'Y'

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "EXCEPTION ACCOUNTS (NO OFFICER CREDITED)" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "    UNASSIGNED (USD):  " TO RPT-REC(1:23)
           MOVE UNASGN-TOTAL TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(24:16)
           MOVE UNASGN-TOTAL TO SHARE-BASE
           PERFORM A235-SHARE-COMPUTE
           MOVE "SHARE:" TO RPT-REC(42:6)
           MOVE SHARE-PCT TO DISP-PCT
           MOVE DISP-PCT TO RPT-REC(49:6)
           MOVE "%" TO RPT-REC(56:1)
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

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "OFFICERS LISTED:       " TO RPT-REC(1:23)
           MOVE OFF-LISTED TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC.

      *    SELECTS THE LOWEST UNLISTED OFFICER CODE THAT HAS A BOOK
      *    AND PRINTS ITS SECTION; REPEATS UNTIL NONE REMAIN.  AN
      *    OFFICER ON THE REFERENCE FILE WITH NO ACCOUNTS TODAY
      *    PRINTS NOTHING.
       A220-OFFICER-NEXT.
           MOVE 0 TO BEST-IDX
           MOVE HIGH-VALUES TO BEST-CODE
           PERFORM A221-BEST-SCAN
               VARYING OFF-SCAN-IDX FROM 1 BY 1
               UNTIL OFF-SCAN-IDX > OFF-COUNT
           IF BEST-IDX = 0
               MOVE 'Y' TO LIST-DONE
           ELSE
               MOVE 'Y' TO OT-LISTED(BEST-IDX)
               COMPUTE OFF-LISTED = OFF-LISTED + 1
               PERFORM A230-OFFICER-PRINT
           END-IF.

       A221-BEST-SCAN.
           IF OT-LISTED(OFF-SCAN-IDX) = 'N'
               AND OT-ACCTS(OFF-SCAN-IDX) > 0
               AND OT-CODE(OFF-SCAN-IDX) < BEST-CODE
               MOVE OFF-SCAN-IDX TO BEST-IDX
               MOVE OT-CODE(OFF-SCAN-IDX) TO BEST-CODE
           END-IF.

      *    ONE OFFICER'S SECTION -- THE HEADING, THE BOOK AND ITS
      *    SHARE, THE TIER BREAKDOWN, THEN THE CLOSED ACCOUNTS STILL
      *    ABOVE THE CUTOFF ITEMIZED BENEATH.
       A230-OFFICER-PRINT.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "OFFICER: " TO RPT-REC(1:9)
           MOVE OT-CODE(BEST-IDX) TO RPT-REC(10:4)
           MOVE OT-NAME(BEST-IDX) TO RPT-REC(16:30)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "    ACCOUNTS:          " TO RPT-REC(1:23)
           MOVE OT-ACCTS(BEST-IDX) TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "    BOOK (USD):        " TO RPT-REC(1:23)
           MOVE OT-TOTAL(BEST-IDX) TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(24:16)
           MOVE OT-TOTAL(BEST-IDX) TO SHARE-BASE
           PERFORM A235-SHARE-COMPUTE
           MOVE "SHARE:" TO RPT-REC(42:6)
           MOVE SHARE-PCT TO DISP-PCT
           MOVE DISP-PCT TO RPT-REC(49:6)
           MOVE "%" TO RPT-REC(56:1)
           WRITE RPT-REC

           PERFORM A240-TIER-PRINT
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3

           MOVE SPACES TO RPT-REC
           MOVE "    CLOSED ABOVE CUTOFF:" TO RPT-REC(1:24)
           MOVE OT-CLOSED-CNT(BEST-IDX) TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(28:9)
           MOVE OT-CLOSED-TOT(BEST-IDX) TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(38:16)
           WRITE RPT-REC

           PERFORM A245-CLOSED-PRINT
               VARYING CLS-SCAN-IDX FROM 1 BY 1
               UNTIL CLS-SCAN-IDX > CLS-COUNT.

      *    SHARE OF THE BANK TOTAL, AS A PERCENTAGE, FOR WHATEVER
      *    BOOK THE CALLER HAS PUT IN SHARE-BASE (ONE OFFICER'S, OR
      *    THE UNASSIGNED TOTAL).
       A235-SHARE-COMPUTE.
           MOVE 0 TO SHARE-PCT
           IF BANK-TOTAL > 0
               COMPUTE SHARE-PCT ROUNDED =
                   SHARE-BASE * 100 / BANK-TOTAL
           END-IF.

       A240-TIER-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE "    " TO RPT-REC(1:4)
           MOVE TIER-LABEL(TIER-IDX) TO RPT-REC(5:19)
           MOVE OT-TIER-CNT(BEST-IDX, TIER-IDX) TO DISP-CNT
           MOVE DISP-CNT TO RPT-REC(28:9)
           MOVE OT-TIER-TOT(BEST-IDX, TIER-IDX) TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(38:16)
           WRITE RPT-REC.

       A245-CLOSED-PRINT.
           IF CL-OFF-SUB(CLS-SCAN-IDX) = BEST-IDX
               MOVE SPACES TO RPT-REC
               MOVE CL-ACCTNO(CLS-SCAN-IDX)  TO RPT-REC(9:9)
               MOVE CL-LNAME(CLS-SCAN-IDX)   TO RPT-REC(20:22)
               MOVE CL-ENDDATE(CLS-SCAN-IDX) TO RPT-REC(44:8)
               MOVE CL-MONEY(CLS-SCAN-IDX)   TO DISP-MONEY
               MOVE DISP-MONEY               TO RPT-REC(54:12)
               WRITE RPT-REC
           END-IF.

       A250-EXCEPTION-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE ET-ACCTNO(EXC-SCAN-IDX)  TO RPT-REC(5:9)
           MOVE ET-OFFICER(EXC-SCAN-IDX) TO RPT-REC(16:4)
           MOVE ET-LNAME(EXC-SCAN-IDX)   TO RPT-REC(22:22)
           MOVE ET-MONEY(EXC-SCAN-IDX)   TO RPT-REC(45:12)
           MOVE ET-REASON(EXC-SCAN-IDX)  TO RPT-REC(58:20)
           WRITE RPT-REC.

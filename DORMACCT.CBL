       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMACCT.
       AUTHOR.        UNKNOWN.
      *
      *    DORMANT-ACCOUNT AND UNCLAIMED-PROPERTY (ESCHEATMENT) RUN.
      *    THE MASTER CARRIES LAST-ACT BUT NOTHING EVER AGED IT, SO
      *    COMPLIANCE PULLED THE ANNUAL ESCHEATMENT LIST BY HAND FROM
      *    THE UNLOAD.  THIS STEP READS THE KEYED ACCOUNT MASTER AND
      *    BANDS EVERY OPEN ACCOUNT BY TIME SINCE LAST CUSTOMER
      *    ACTIVITY: ACTIVE, INACTIVE ONE TO TWO YEARS, INACTIVE TWO
      *    YEARS UP TO THE STATUTORY DORMANCY PERIOD, AND DORMANT.
      *
      *    A DORMANCY LEDGER IS CARRIED FROM RUN TO RUN (LAST RUN'S
      *    IN, THIS RUN'S OUT, THE WAY TOPACCTS CARRIES ITS REJECT
      *    AGING LEDGER).  THE RUN THAT FIRST FINDS AN ACCOUNT
      *    DORMANT RECORDS THE DATE AND LISTS THE ACCOUNT FOR ITS
      *    DUE-DILIGENCE LETTER; THE LETTER DATE IS REMEMBERED.  AN
      *    OWNER'S REPLY (KEYED ON THE OPTIONAL REPLY CARDS) COUNTS
      *    AS ACTIVITY AND IS REMEMBERED TOO, SINCE IT NEVER REACHES
      *    LAST-ACT ON THE MASTER.  A DORMANT ACCOUNT WHOSE LETTER HAS
      *    GONE UNANSWERED FOR THE REPLY PERIOD IS AN ESCHEATMENT
      *    CANDIDATE: IT IS LISTED, TOTALLED BY BRANCH, AND WRITTEN
      *    TO THE CANDIDATE FILE FOR THE STATE FILING.  IT STAYS A
      *    CANDIDATE UNTIL IT SHOWS ACTIVITY OR IS CLOSED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MST ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCTNO.
           SELECT OPTIONAL DORM-PARM ASSIGN TO DORMPARM.
           SELECT OPTIONAL RATE-IN   ASSIGN TO RATEIN.
           SELECT OPTIONAL DORM-IN   ASSIGN TO DORMIN.
           SELECT DORM-OUT  ASSIGN TO DORMOUT.
           SELECT OPTIONAL RPLY-IN   ASSIGN TO DORMRPLY.
           SELECT ESCH-OUT  ASSIGN TO ESCHOUT.
           SELECT DORM-RPT  ASSIGN TO DORMRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MST RECORD CONTAINS 120 CHARACTERS.
       COPY ACCTREC REPLACING ==:TAG:== BY ==MST==.

      *    DORMANCY CONTROL CARD -- AN OPTIONAL AS-OF DATE
      *    (CCYYMMDD, ZERO MEANS TODAY), THE STATUTORY DORMANCY
      *    PERIOD IN YEARS (ZERO MEANS THREE; NEVER LESS THAN THREE,
      *    OR THE TWO-TO-THREE YEAR BAND WOULD VANISH), AND THE DAYS
      *    AN OWNER IS GIVEN TO ANSWER THE DUE-DILIGENCE LETTER (ZERO
      *    MEANS SIXTY).
       FD  DORM-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DRM-REC.
           05 DRM-AS-OF-DTE  PIC 9(8).
           05 DRM-DORM-YEARS PIC 9(2).
           05 DRM-REPLY-DAYS PIC 9(3).
           05 FILLER         PIC X(67).

      *    DAILY EXCHANGE-RATE TABLE -- SAME CARD LAYOUT AND SAME
      *    RULES AS TOPACCTS, SO BRANCH TOTALS ARE IN USD.
       FD  RATE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-REC.
           05 RATE-CCY   PIC X(3).
           05 RATE-VALUE PIC X(12).
           05 FILLER     PIC X(65).

      *    DORMANCY LEDGER -- LAST RUN'S ENTRIES IN, THIS RUN'S OUT.
      *    STATUS: 'D' DORMANT, LETTER OUT, AWAITING REPLY; 'E'
      *    ESCHEATMENT CANDIDATE; 'R' OWNER REPLIED (THE REPLY DATE
      *    STANDS IN FOR ACTIVITY THE MASTER NEVER SAW).  BRANCH AND
      *    NAME ARE CARRIED SO AN ENTRY WHOSE ACCOUNT HAS LEFT THE
      *    MASTER CAN STILL BE REPORTED.
       FD  DORM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DLI-REC.
           05 DLI-ACCTNO     PIC X(9).
           05 DLI-STATUS     PIC X(1).
           05 DLI-FIRST-DORM PIC 9(8).
           05 DLI-LETTER-DTE PIC 9(8).
           05 DLI-REPLY-DTE  PIC 9(8).
           05 DLI-BRANCH-CD  PIC X(3).
           05 DLI-LNAME      PIC X(22).
           05 FILLER         PIC X(21).

       FD  DORM-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DLO-REC.
           05 DLO-ACCTNO     PIC X(9).
           05 DLO-STATUS     PIC X(1).
           05 DLO-FIRST-DORM PIC 9(8).
           05 DLO-LETTER-DTE PIC 9(8).
           05 DLO-REPLY-DTE  PIC 9(8).
           05 DLO-BRANCH-CD  PIC X(3).
           05 DLO-LNAME      PIC X(22).
           05 FILLER         PIC X(21).

      *    OWNER-REPLY CARDS -- ONE PER DUE-DILIGENCE LETTER ANSWERED
      *    (OR ANY OTHER OWNER CONTACT THAT DID NOT POST TO THE
      *    ACCOUNT): THE ACCTNO AND THE DATE OF THE REPLY.
       FD  RPLY-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPL-REC.
           05 RPL-ACCTNO     PIC X(9).
           05 RPL-DATE       PIC 9(8).
           05 FILLER         PIC X(63).

      *    ESCHEATMENT CANDIDATE FILE -- THE MASTER IMAGE AS IT SITS,
      *    FOLLOWED BY THE DORMANCY DATES AND THE USD EQUIVALENT, FOR
      *    THE UNCLAIMED-PROPERTY FILING.
       FD  ESCH-OUT RECORD CONTAINS 150 CHARACTERS RECORDING MODE F.
       01  ESC-REC.
           05 ESC-IMAGE      PIC X(120).
           05 ESC-FIRST-DORM PIC 9(8).
           05 ESC-LETTER-DTE PIC 9(8).
           05 ESC-USD-MONEY  PIC 9(9)V99.
           05 FILLER         PIC X(3).

       FD  DORM-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 EOF           PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 RATE-EOF      PIC X(1) VALUE 'N'.
       01 LDG-EOF       PIC X(1) VALUE 'N'.
       01 RPL-EOF       PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.

       01 READ-COUNT      PIC 9(9) VALUE 0.
       01 OPEN-COUNT      PIC 9(9) VALUE 0.
       01 CLOSED-COUNT    PIC 9(9) VALUE 0.
       01 UNDATED-COUNT   PIC 9(9) VALUE 0.
       01 MONEY-BAD-COUNT PIC 9(9) VALUE 0.
       01 NEW-DORM-COUNT  PIC 9(9) VALUE 0.
       01 WAIT-COUNT      PIC 9(9) VALUE 0.
       01 CAND-COUNT      PIC 9(9) VALUE 0.
       01 CAND-TOTAL      PIC 9(13)V99 VALUE 0.
       01 LEFT-COUNT      PIC 9(9) VALUE 0.
       01 NUMVAL-TEST     PIC S9(4) VALUE 0.

      *    DORMANCY CONTROLS, DEFAULTED AND THEN OVERRIDDEN FROM THE
      *    PARM CARD.
       01 AS-OF-NUM     PIC 9(8) VALUE 0.
       01 AS-OF-INT     PIC 9(8) VALUE 0.
       01 DORM-YEARS    PIC 9(2) VALUE 3.
       01 DORM-DAYS     PIC 9(5) VALUE 0.
       01 REPLY-DAYS    PIC 9(3) VALUE 60.
       01 REPLY-DUE-INT PIC 9(8) VALUE 0.
       01 REPLY-DUE-DTE PIC 9(8) VALUE 0.

      *    INACTIVITY BANDS -- 1 ACTIVE, 2 ONE TO TWO YEARS, 3 TWO
      *    YEARS TO THE DORMANCY PERIOD, 4 DORMANT.  YEARS ARE 365
      *    DAYS, THE SAME ARITHMETIC TOPACCTS USES FOR TENURE.
       01 BAND-TABLE.
           05 BAND-ENTRY OCCURS 4 TIMES.
               10 BAND-LABEL PIC X(24).
               10 BAND-COUNT PIC 9(9).
               10 BAND-TOTAL PIC 9(13)V99.
       01 BAND-NO       PIC 9(1) VALUE 0.
       01 BAND-SUB      PIC 9(1) VALUE 0.

      *    ACTIVITY WORK AREA.  EFF-ACT IS THE LATER OF LAST-ACT AND
      *    ANY OWNER REPLY; ACT-FROM-REPLY SAYS WHICH ONE WON.
       01 ACT-NUM        PIC 9(8) VALUE 0.
       01 EFF-ACT        PIC 9(8) VALUE 0.
       01 ACT-OK         PIC X(1) VALUE 'N'.
       01 ACT-FROM-REPLY PIC X(1) VALUE 'N'.
       01 DAYS-IDLE      PIC S9(6) VALUE 0.
       01 END-NUM        PIC 9(8) VALUE 0.
       01 ACCT-STATUS    PIC X(6) VALUE SPACES.
       01 PRIOR-STATUS   PIC X(1) VALUE SPACE.

      *    DORMANCY LEDGER TABLE -- LAST RUN'S ENTRIES PLUS THIS
      *    RUN'S NEW ONES.  DISPOSITION BYTE PER ENTRY, SET AS THE
      *    MASTER IS READ:
      *        ' '  NOT FOUND ON THE MASTER THIS RUN     (DROPPED)
      *        'N'  NEWLY DORMANT, LETTER DUE            (KEPT)
      *        'W'  DORMANT, AWAITING OWNER REPLY        (KEPT)
      *        'E'  ESCHEATMENT CANDIDATE                (KEPT)
      *        'P'  OWNER REPLIED THIS RUN               (KEPT)
      *        'R'  EARLIER REPLY STILL STANDING         (KEPT)
      *        'H'  ACCOUNT NOW UNDATED, HELD AS IT WAS  (KEPT)
      *        'A'  ACTIVITY ON THE ACCOUNT              (DROPPED)
      *        'C'  ACCOUNT CLOSED                       (DROPPED)
      *        'S'  REPLY OVERTAKEN BY LATER ACTIVITY    (DROPPED)
       01 LDG-LIMIT      PIC 9(5) VALUE 20000.
       01 LDG-COUNT      PIC 9(5) VALUE 0.
       01 LDG-SCAN-IDX   PIC 9(5) VALUE 0.
       01 LDG-FOUND-IDX  PIC 9(5) VALUE 0.
       01 LDG-FOUND      PIC X(1) VALUE 'N'.
       01 LDG-FULL       PIC X(1) VALUE 'N'.
       01 LDG-BAD-COUNT  PIC 9(5) VALUE 0.
       01 LDG-KEPT       PIC 9(9) VALUE 0.
       01 LDG-KEY        PIC X(9) VALUE SPACES.
       01 LDG-TABLE.
           05 LDG-ENTRY OCCURS 20000 TIMES.
               10 LT-ACCTNO   PIC X(9).
               10 LT-STATUS   PIC X(1).
               10 LT-FIRST    PIC 9(8).
               10 LT-LETTER   PIC 9(8).
               10 LT-REPLY    PIC 9(8).
               10 LT-BRANCH   PIC X(3).
               10 LT-LNAME    PIC X(22).
               10 LT-LAST-ACT PIC X(8).
               10 LT-USD      PIC 9(9)V99.
               10 LT-DISP     PIC X(1).

      *    OWNER-REPLY TABLE -- TODAY'S REPLY CARDS.  A CARD THAT
      *    MATCHES NO OPEN ACCOUNT IS LISTED SO A MIS-KEYED ACCTNO
      *    DOES NOT LOOK LIKE A REPLY THAT WAS RECORDED.
       01 RPL-LIMIT      PIC 9(5) VALUE 2000.
       01 RPL-COUNT      PIC 9(5) VALUE 0.
       01 RPL-SCAN-IDX   PIC 9(5) VALUE 0.
       01 RPL-FOUND-IDX  PIC 9(5) VALUE 0.
       01 RPL-FOUND      PIC X(1) VALUE 'N'.
       01 RPL-BAD-COUNT  PIC 9(5) VALUE 0.
       01 RPL-UNMATCHED  PIC 9(5) VALUE 0.
       01 RPL-TABLE.
           05 RPL-ENTRY OCCURS 2000 TIMES.
               10 RP-ACCTNO  PIC X(9).
               10 RP-DATE    PIC 9(8).
               10 RP-USED    PIC X(1).

      *    ESCHEATMENT BRANCH TOTALS -- ONE ENTRY PER BRANCH WITH A
      *    CANDIDATE, PRINTED IN BRANCH ORDER.
       01 BR-LIMIT       PIC 9(3) VALUE 500.
       01 BR-COUNT       PIC 9(3) VALUE 0.
       01 BR-SCAN-IDX    PIC 9(3) VALUE 0.
       01 BR-FOUND-IDX   PIC 9(3) VALUE 0.
       01 BR-FOUND       PIC X(1) VALUE 'N'.
       01 BR-FULL        PIC X(1) VALUE 'N'.
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
               10 BT-CODE    PIC X(3).
               10 BT-COUNT   PIC 9(7).
               10 BT-TOTAL   PIC 9(13)V99.
               10 BT-LISTED  PIC X(1).
       01 LIST-DONE      PIC X(1) VALUE 'N'.
       01 BEST-IDX       PIC 9(3) VALUE 0.
       01 BEST-CODE      PIC X(3) VALUE HIGH-VALUES.

      *    CURRENCY CONVERSION -- SAME TABLE AND RULES AS TOPACCTS.
      *    AN ACCOUNT WHOSE MONEY WILL NOT CONVERT IS STILL BANDED
      *    (DORMANCY DOES NOT DEPEND ON THE BALANCE) BUT ADDS NOTHING
      *    TO THE USD TOTALS, AND THE REPORT COUNTS IT.
       01 RAW-MONEY      PIC 9(9)V99 VALUE 0.
       01 USD-MONEY      PIC 9(9)V99 VALUE 0.
       01 MONEY-OK       PIC X(1) VALUE 'Y'.
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

       01 DISP-COUNT    PIC Z(8)9.
       01 DISP-TOT      PIC Z(12)9.99.
       01 DISP-USD      PIC Z(10)9.99.
       01 DISP-YEARS    PIC Z9.
       01 DISP-DAYS     PIC ZZ9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT DORM-RPT

           MOVE SPACES TO RPT-REC
           MOVE "DORMANT ACCOUNT AND ESCHEATMENT REPORT" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A060-LEDGER-LOAD
           PERFORM A065-REPLY-LOAD
           PERFORM A070-RATE-LOAD

           OPEN INPUT ACCT-MST
           OPEN OUTPUT ESCH-OUT
           PERFORM A100-ACCOUNT-READ UNTIL EOF = 'Y'
           CLOSE ACCT-MST
           CLOSE ESCH-OUT

           PERFORM A200-REPORT-WRITE
           PERFORM A170-LEDGER-WRITEOUT

           CLOSE DORM-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION
      *        4  NORMAL COMPLETION, BUT THE MASTER HELD NO OPEN
      *           ACCOUNTS
      *        8  ONE OR MORE ACCOUNTS COULD NOT BE BANDED (NO USABLE
      *           LAST-ACT) OR VALUED (MONEY/CURRENCY WILL NOT
      *           CONVERT), OR LEDGER/REPLY CARDS WERE BAD OR
      *           UNMATCHED, OR THE LEDGER TABLE FILLED
      *       16  A PARM CARD VALUE WAS INVALID; A DEFAULT WAS
      *           SUBSTITUTED
      *           (ADDS WITH THE ABOVE, E.G. 24 = EXCEPTIONS + BAD PARM)
       A900-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           IF OPEN-COUNT = 0
               ADD 4 TO RETURN-CODE
           END-IF
           IF UNDATED-COUNT > 0 OR MONEY-BAD-COUNT > 0
               OR LDG-BAD-COUNT > 0 OR RPL-BAD-COUNT > 0
               OR RPL-UNMATCHED > 0 OR LDG-FULL = 'Y'
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
           MOVE "DORMACCT"    TO STP-PROGRAM-ID
           MOVE AS-OF-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE READ-COUNT    TO STP-INPUT-COUNT
           MOVE CAND-COUNT    TO STP-OUTPUT-COUNT
           COMPUTE STP-REJECT-COUNT = UNDATED-COUNT + MONEY-BAD-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE DORMANCY CONTROL CARD, WHEN ONE IS SUPPLIED, AND
      *    BUILDS THE BAND LABELS FROM THE PERIOD IN FORCE.
       A050-PARM-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-NUM

           OPEN INPUT DORM-PARM
           READ DORM-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF DRM-AS-OF-DTE IS NUMERIC AND DRM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(DRM-AS-OF-DTE) = 0
                       MOVE DRM-AS-OF-DTE TO AS-OF-NUM
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
               IF DRM-DORM-YEARS IS NUMERIC
                   IF DRM-DORM-YEARS NOT < 3
                       MOVE DRM-DORM-YEARS TO DORM-YEARS
                   ELSE
                       IF DRM-DORM-YEARS NOT = 0
                           MOVE 'Y' TO PARM-ERROR
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO PARM-ERROR
               END-IF
               IF DRM-REPLY-DAYS IS NUMERIC
                   IF DRM-REPLY-DAYS > 0
                       MOVE DRM-REPLY-DAYS TO REPLY-DAYS
                   END-IF
               ELSE
                   MOVE 'Y' TO PARM-ERROR
               END-IF
           END-IF
           CLOSE DORM-PARM

           COMPUTE AS-OF-INT = FUNCTION INTEGER-OF-DATE(AS-OF-NUM)
           COMPUTE DORM-DAYS = DORM-YEARS * 365

           MOVE DORM-YEARS TO DISP-YEARS
           MOVE "ACTIVE (UNDER 1 YR)" TO BAND-LABEL(1)
           MOVE "INACTIVE 1-2 YRS"    TO BAND-LABEL(2)
           MOVE SPACES TO BAND-LABEL(3)
           STRING
               "INACTIVE 2-"              DELIMITED BY SIZE
               FUNCTION TRIM(DISP-YEARS)  DELIMITED BY SIZE
               " YRS"                     DELIMITED BY SIZE
               INTO BAND-LABEL(3)
           END-STRING
           MOVE SPACES TO BAND-LABEL(4)
           STRING
               "DORMANT "                 DELIMITED BY SIZE
               FUNCTION TRIM(DISP-YEARS)  DELIMITED BY SIZE
               "+ YRS"                    DELIMITED BY SIZE
               INTO BAND-LABEL(4)
           END-STRING
           PERFORM A051-BAND-CLEAR
               VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4

           MOVE SPACES TO RPT-REC
           MOVE "AS-OF: " TO RPT-REC(1:7)
           MOVE AS-OF-NUM TO RPT-REC(8:8)
           MOVE "  DORMANCY YRS: " TO RPT-REC(16:16)
           MOVE DISP-YEARS TO RPT-REC(32:2)
           MOVE "  REPLY DAYS: " TO RPT-REC(34:14)
           MOVE REPLY-DAYS TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(48:3)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PARM CARD INVALID - DEFAULTS SUBSTITUTED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A051-BAND-CLEAR.
           MOVE 0 TO BAND-COUNT(BAND-SUB)
           MOVE 0 TO BAND-TOTAL(BAND-SUB).

      *    LOADS LAST RUN'S LEDGER.  AN ENTRY WITH A BLANK ACCTNO,
      *    AN UNKNOWN STATUS, OR DATES THAT ARE NOT DATES CAN DRIVE
      *    NOTHING AND IS COUNTED AS BAD.
       A060-LEDGER-LOAD.
           OPEN INPUT DORM-IN
           PERFORM A061-LEDGER-ENTRY UNTIL LDG-EOF = 'Y'
           CLOSE DORM-IN.

       A061-LEDGER-ENTRY.
           READ DORM-IN
               AT END
                   MOVE 'Y' TO LDG-EOF
               NOT AT END
                   IF DLI-ACCTNO = SPACES
                       OR NOT (DLI-STATUS = 'D' OR 'E' OR 'R')
                       OR DLI-FIRST-DORM IS NOT NUMERIC
                       OR DLI-LETTER-DTE IS NOT NUMERIC
                       OR DLI-REPLY-DTE  IS NOT NUMERIC
                       COMPUTE LDG-BAD-COUNT = LDG-BAD-COUNT + 1
                   ELSE
                       IF DLI-STATUS NOT = 'R'
                          AND FUNCTION TEST-DATE-YYYYMMDD
                              (DLI-LETTER-DTE) NOT = 0
                           COMPUTE LDG-BAD-COUNT = LDG-BAD-COUNT + 1
                       ELSE
                           PERFORM A062-LEDGER-TABLE-ADD
                       END-IF
                   END-IF
           END-READ.

       A062-LEDGER-TABLE-ADD.
           MOVE DLI-ACCTNO TO LDG-KEY
           PERFORM A150-LEDGER-FIND
           IF LDG-FOUND = 'Y'
               COMPUTE LDG-BAD-COUNT = LDG-BAD-COUNT + 1
           ELSE
               PERFORM A155-LEDGER-ADD
               IF LDG-FOUND = 'Y'
                   MOVE DLI-STATUS     TO LT-STATUS(LDG-FOUND-IDX)
                   MOVE DLI-FIRST-DORM TO LT-FIRST(LDG-FOUND-IDX)
                   MOVE DLI-LETTER-DTE TO LT-LETTER(LDG-FOUND-IDX)
                   MOVE DLI-REPLY-DTE  TO LT-REPLY(LDG-FOUND-IDX)
                   MOVE DLI-BRANCH-CD  TO LT-BRANCH(LDG-FOUND-IDX)
                   MOVE DLI-LNAME      TO LT-LNAME(LDG-FOUND-IDX)
               END-IF
           END-IF.

      *    LOADS TODAY'S OWNER-REPLY CARDS.  A BLANK ACCTNO, A DATE
      *    THAT IS NOT A DATE, OR A REPLY DATED AFTER THE AS-OF DATE
      *    IS COUNTED AS BAD.
       A065-REPLY-LOAD.
           OPEN INPUT RPLY-IN
           PERFORM A066-REPLY-CARD UNTIL RPL-EOF = 'Y'
           CLOSE RPLY-IN.

       A066-REPLY-CARD.
           READ RPLY-IN
               AT END
                   MOVE 'Y' TO RPL-EOF
               NOT AT END
                   IF RPL-ACCTNO = SPACES OR RPL-DATE IS NOT NUMERIC
                       COMPUTE RPL-BAD-COUNT = RPL-BAD-COUNT + 1
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(RPL-DATE) NOT = 0
                           OR RPL-DATE > AS-OF-NUM
                           COMPUTE RPL-BAD-COUNT = RPL-BAD-COUNT + 1
                       ELSE
                           IF RPL-COUNT < RPL-LIMIT
                               COMPUTE RPL-COUNT = RPL-COUNT + 1
                               MOVE RPL-ACCTNO TO RP-ACCTNO(RPL-COUNT)
                               MOVE RPL-DATE   TO RP-DATE(RPL-COUNT)
                               MOVE 'N'        TO RP-USED(RPL-COUNT)
                           ELSE
                               COMPUTE RPL-BAD-COUNT = RPL-BAD-COUNT + 1
                           END-IF
                       END-IF
                   END-IF
           END-READ.

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
           READ ACCT-MST
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   PERFORM A110-ACCOUNT-PROCESS
           END-READ.

      *    ONE MASTER RECORD.  A CLOSED ACCOUNT IS NOT BANDED AND
      *    LEAVES THE LEDGER; AN OPEN ONE IS BANDED ON ITS LATEST
      *    ACTIVITY AND ITS LEDGER ENTRY MOVED ALONG.
       A110-ACCOUNT-PROCESS.
           COMPUTE READ-COUNT = READ-COUNT + 1
           MOVE MST-ACCTNO TO LDG-KEY
           PERFORM A150-LEDGER-FIND
           PERFORM A115-STATUS-SET

           IF ACCT-STATUS = "CLOSED"
               COMPUTE CLOSED-COUNT = CLOSED-COUNT + 1
               IF LDG-FOUND = 'Y'
                   MOVE 'C' TO LT-DISP(LDG-FOUND-IDX)
                   PERFORM A145-LEDGER-REFRESH
               END-IF
           ELSE
               COMPUTE OPEN-COUNT = OPEN-COUNT + 1
               PERFORM A120-MONEY-RESOLVE
               PERFORM A125-ACTIVITY-SET
               IF ACT-OK = 'N'
                   COMPUTE UNDATED-COUNT = UNDATED-COUNT + 1
                   IF LDG-FOUND = 'Y'
                       MOVE 'H' TO LT-DISP(LDG-FOUND-IDX)
                       PERFORM A145-LEDGER-REFRESH
                   END-IF
               ELSE
                   PERFORM A128-BAND-SET
                   ADD 1 TO BAND-COUNT(BAND-NO)
                   ADD USD-MONEY TO BAND-TOTAL(BAND-NO)
                   IF BAND-NO = 4
                       PERFORM A130-DORMANT-ACCOUNT
                   ELSE
                       PERFORM A135-ACTIVE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *    A VALID, NON-ZERO ENDDATE MEANS CLOSED, THE SAME TEST
      *    TOPACCTS APPLIES.
       A115-STATUS-SET.
           MOVE "OPEN" TO ACCT-STATUS
           IF MST-ENDDATE IS NUMERIC AND MST-ENDDATE NOT = ZEROS
               MOVE MST-ENDDATE TO END-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(END-NUM) = 0
                   MOVE "CLOSED" TO ACCT-STATUS
               END-IF
           END-IF.

      *    CONVERTS THE MASTER'S MONEY TO USD, SAME RULES AS
      *    TOPACCTS.  FAILURE LEAVES ZERO AND IS COUNTED.
       A120-MONEY-RESOLVE.
           MOVE 'N' TO MONEY-OK
           MOVE 0   TO USD-MONEY
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(MST-MONEY)
           IF NUMVAL-TEST = 0
               COMPUTE RAW-MONEY = FUNCTION NUMVAL-C(MST-MONEY)
               IF MST-CCY-CODE = SPACES OR MST-CCY-CODE = "USD"
                   MOVE RAW-MONEY TO USD-MONEY
                   MOVE 'Y' TO MONEY-OK
               ELSE
                   MOVE 'N' TO RATE-FOUND
                   MOVE 0   TO RATE-FOUND-IDX
                   PERFORM A122-RATE-SCAN
                       VARYING RATE-SCAN-IDX FROM 1 BY 1
                       UNTIL RATE-SCAN-IDX > RATE-COUNT
                          OR RATE-FOUND = 'Y'
                   IF RATE-FOUND = 'Y'
                       MOVE 'Y' TO MONEY-OK
                       COMPUTE USD-MONEY ROUNDED =
                           RAW-MONEY * RT-RATE(RATE-FOUND-IDX)
                           ON SIZE ERROR
                               MOVE 'N' TO MONEY-OK
                               MOVE 0   TO USD-MONEY
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF
           IF MONEY-OK = 'N'
               COMPUTE MONEY-BAD-COUNT = MONEY-BAD-COUNT + 1
           END-IF.

       A122-RATE-SCAN.
           IF RT-CCY(RATE-SCAN-IDX) = MST-CCY-CODE
               MOVE 'Y' TO RATE-FOUND
               MOVE RATE-SCAN-IDX TO RATE-FOUND-IDX
           END-IF.

      *    LATEST KNOWN ACTIVITY: LAST-ACT FROM THE MASTER, UNLESS AN
      *    OWNER REPLY -- REMEMBERED ON THE LEDGER OR KEYED TODAY --
      *    IS LATER.
       A125-ACTIVITY-SET.
           MOVE 'N' TO ACT-OK
           MOVE 'N' TO ACT-FROM-REPLY
           MOVE 0   TO EFF-ACT
           MOVE 0   TO ACT-NUM
           IF MST-LAST-ACT IS NUMERIC AND MST-LAST-ACT NOT = ZEROS
               MOVE MST-LAST-ACT TO ACT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(ACT-NUM) = 0
                   MOVE ACT-NUM TO EFF-ACT
                   MOVE 'Y' TO ACT-OK
               ELSE
                   MOVE 0 TO ACT-NUM
               END-IF
           END-IF

           IF LDG-FOUND = 'Y'
               IF LT-REPLY(LDG-FOUND-IDX) > EFF-ACT
                   MOVE LT-REPLY(LDG-FOUND-IDX) TO EFF-ACT
                   MOVE 'Y' TO ACT-OK
                   MOVE 'Y' TO ACT-FROM-REPLY
               END-IF
           END-IF

           PERFORM A160-REPLY-FIND
           IF RPL-FOUND = 'Y'
               MOVE 'Y' TO RP-USED(RPL-FOUND-IDX)
               IF RP-DATE(RPL-FOUND-IDX) > EFF-ACT
                   MOVE RP-DATE(RPL-FOUND-IDX) TO EFF-ACT
                   MOVE 'Y' TO ACT-OK
                   MOVE 'Y' TO ACT-FROM-REPLY
               END-IF
           END-IF.

       A128-BAND-SET.
           COMPUTE DAYS-IDLE =
               AS-OF-INT - FUNCTION INTEGER-OF-DATE(EFF-ACT)
           EVALUATE TRUE
               WHEN DAYS-IDLE < 365
                   MOVE 1 TO BAND-NO
               WHEN DAYS-IDLE < 730
                   MOVE 2 TO BAND-NO
               WHEN DAYS-IDLE < DORM-DAYS
                   MOVE 3 TO BAND-NO
               WHEN OTHER
                   MOVE 4 TO BAND-NO
           END-EVALUATE.

      *    A DORMANT ACCOUNT.  FIRST TIME SEEN (OR DORMANT AGAIN A
      *    FULL PERIOD AFTER A REPLY): TABLE IT AND LIST IT FOR ITS
      *    LETTER.  LETTER ALREADY OUT: STILL WAITING, OR -- ONCE
      *    THE REPLY PERIOD HAS RUN -- AN ESCHEATMENT CANDIDATE.
       A130-DORMANT-ACCOUNT.
           IF LDG-FOUND = 'N'
               PERFORM A155-LEDGER-ADD
               IF LDG-FOUND = 'Y'
                   PERFORM A131-LETTER-ISSUE
               END-IF
           ELSE
               EVALUATE LT-STATUS(LDG-FOUND-IDX)
                   WHEN 'R'
                       PERFORM A131-LETTER-ISSUE
                   WHEN 'E'
                       MOVE 'E' TO LT-DISP(LDG-FOUND-IDX)
                   WHEN OTHER
                       COMPUTE REPLY-DUE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (LT-LETTER(LDG-FOUND-IDX))
                           + REPLY-DAYS
                       IF AS-OF-INT NOT < REPLY-DUE-INT
                           MOVE 'E' TO LT-STATUS(LDG-FOUND-IDX)
                           MOVE 'E' TO LT-DISP(LDG-FOUND-IDX)
                       ELSE
                           MOVE 'W' TO LT-DISP(LDG-FOUND-IDX)
                           COMPUTE WAIT-COUNT = WAIT-COUNT + 1
                       END-IF
               END-EVALUATE
           END-IF

           IF LDG-FOUND = 'Y'
               PERFORM A145-LEDGER-REFRESH
               IF LT-DISP(LDG-FOUND-IDX) = 'E'
                   PERFORM A140-CANDIDATE-WRITE
               END-IF
           END-IF.

       A131-LETTER-ISSUE.
           MOVE 'D'       TO LT-STATUS(LDG-FOUND-IDX)
           MOVE AS-OF-NUM TO LT-FIRST(LDG-FOUND-IDX)
           MOVE AS-OF-NUM TO LT-LETTER(LDG-FOUND-IDX)
           MOVE 0         TO LT-REPLY(LDG-FOUND-IDX)
           MOVE 'N'       TO LT-DISP(LDG-FOUND-IDX)
           COMPUTE NEW-DORM-COUNT = NEW-DORM-COUNT + 1.

      *    AN ACCOUNT SHORT OF DORMANT.  IF AN OWNER REPLY IS WHAT
      *    KEEPS IT THERE, THE REPLY MUST BE REMEMBERED (THE MASTER
      *    NEVER SAW IT); OTHERWISE ANY LEDGER ENTRY IS FINISHED.
       A135-ACTIVE-ACCOUNT.
           IF ACT-FROM-REPLY = 'Y'
               IF LDG-FOUND = 'N'
                   PERFORM A155-LEDGER-ADD
                   IF LDG-FOUND = 'Y'
                       MOVE 0 TO LT-FIRST(LDG-FOUND-IDX)
                       MOVE 0 TO LT-LETTER(LDG-FOUND-IDX)
                       MOVE 'R' TO LT-STATUS(LDG-FOUND-IDX)
                   END-IF
               END-IF
               IF LDG-FOUND = 'Y'
                   MOVE LT-STATUS(LDG-FOUND-IDX) TO PRIOR-STATUS
                   MOVE 'R'     TO LT-STATUS(LDG-FOUND-IDX)
                   MOVE EFF-ACT TO LT-REPLY(LDG-FOUND-IDX)
                   IF PRIOR-STATUS = 'D' OR PRIOR-STATUS = 'E'
                       MOVE 'P' TO LT-DISP(LDG-FOUND-IDX)
                   ELSE
                       MOVE 'R' TO LT-DISP(LDG-FOUND-IDX)
                   END-IF
                   PERFORM A145-LEDGER-REFRESH
               END-IF
           ELSE
               IF LDG-FOUND = 'Y'
                   IF LT-STATUS(LDG-FOUND-IDX) = 'R'
                       MOVE 'S' TO LT-DISP(LDG-FOUND-IDX)
                   ELSE
                       MOVE 'A' TO LT-DISP(LDG-FOUND-IDX)
                   END-IF
                   PERFORM A145-LEDGER-REFRESH
               END-IF
           END-IF.

      *    ONE ESCHEATMENT CANDIDATE -- PUNCHED TO THE CANDIDATE FILE
      *    AND ROLLED INTO ITS BRANCH TOTAL.
       A140-CANDIDATE-WRITE.
           COMPUTE CAND-COUNT = CAND-COUNT + 1
           ADD USD-MONEY TO CAND-TOTAL

           MOVE SPACES TO ESC-REC
           MOVE MST-REC TO ESC-IMAGE
           MOVE LT-FIRST(LDG-FOUND-IDX)  TO ESC-FIRST-DORM
           MOVE LT-LETTER(LDG-FOUND-IDX) TO ESC-LETTER-DTE
           MOVE USD-MONEY TO ESC-USD-MONEY
           WRITE ESC-REC

           MOVE 'N' TO BR-FOUND
           MOVE 0   TO BR-FOUND-IDX
           PERFORM A141-BRANCH-SCAN
               VARYING BR-SCAN-IDX FROM 1 BY 1
               UNTIL BR-SCAN-IDX > BR-COUNT
                  OR BR-FOUND = 'Y'
           IF BR-FOUND = 'N'
               IF BR-COUNT < BR-LIMIT
                   COMPUTE BR-COUNT = BR-COUNT + 1
                   MOVE MST-BRANCH-CD TO BT-CODE(BR-COUNT)
                   MOVE 0             TO BT-COUNT(BR-COUNT)
                   MOVE 0             TO BT-TOTAL(BR-COUNT)
                   MOVE 'N'           TO BT-LISTED(BR-COUNT)
                   MOVE 'Y'           TO BR-FOUND
                   MOVE BR-COUNT      TO BR-FOUND-IDX
               ELSE
                   MOVE 'Y' TO BR-FULL
               END-IF
           END-IF
           IF BR-FOUND = 'Y'
               ADD 1         TO BT-COUNT(BR-FOUND-IDX)
               ADD USD-MONEY TO BT-TOTAL(BR-FOUND-IDX)
           END-IF.

       A141-BRANCH-SCAN.
           IF BT-CODE(BR-SCAN-IDX) = MST-BRANCH-CD
               MOVE 'Y' TO BR-FOUND
               MOVE BR-SCAN-IDX TO BR-FOUND-IDX
           END-IF.

      *    KEEPS THE LEDGER ENTRY'S REPORTING DETAIL CURRENT WITH THE
      *    MASTER RECORD JUST READ.
       A145-LEDGER-REFRESH.
           MOVE MST-BRANCH-CD TO LT-BRANCH(LDG-FOUND-IDX)
           MOVE MST-LNAME     TO LT-LNAME(LDG-FOUND-IDX)
           MOVE MST-LAST-ACT  TO LT-LAST-ACT(LDG-FOUND-IDX)
           MOVE USD-MONEY     TO LT-USD(LDG-FOUND-IDX).

       A150-LEDGER-FIND.
           MOVE 'N' TO LDG-FOUND
           MOVE 0   TO LDG-FOUND-IDX
           PERFORM A151-LEDGER-SCAN
               VARYING LDG-SCAN-IDX FROM 1 BY 1
               UNTIL LDG-SCAN-IDX > LDG-COUNT
                  OR LDG-FOUND = 'Y'.

       A151-LEDGER-SCAN.
           IF LT-ACCTNO(LDG-SCAN-IDX) = LDG-KEY
               MOVE 'Y' TO LDG-FOUND
               MOVE LDG-SCAN-IDX TO LDG-FOUND-IDX
           END-IF.

      *    TABLES A NEW LEDGER ENTRY FOR LDG-KEY.  IF THE TABLE FILLS
      *    THE CALLER SEES LDG-FOUND = 'N' AND THE REPORT SAYS THE
      *    LEDGER IS INCOMPLETE.
       A155-LEDGER-ADD.
           IF LDG-COUNT < LDG-LIMIT
               COMPUTE LDG-COUNT = LDG-COUNT + 1
               MOVE LDG-KEY   TO LT-ACCTNO(LDG-COUNT)
               MOVE SPACE     TO LT-STATUS(LDG-COUNT)
               MOVE 0         TO LT-FIRST(LDG-COUNT)
               MOVE 0         TO LT-LETTER(LDG-COUNT)
               MOVE 0         TO LT-REPLY(LDG-COUNT)
               MOVE SPACES    TO LT-BRANCH(LDG-COUNT)
               MOVE SPACES    TO LT-LNAME(LDG-COUNT)
               MOVE SPACES    TO LT-LAST-ACT(LDG-COUNT)
               MOVE 0         TO LT-USD(LDG-COUNT)
               MOVE SPACE     TO LT-DISP(LDG-COUNT)
               MOVE 'Y'       TO LDG-FOUND
               MOVE LDG-COUNT TO LDG-FOUND-IDX
           ELSE
               MOVE 'Y' TO LDG-FULL
               MOVE 'N' TO LDG-FOUND
           END-IF.

       A160-REPLY-FIND.
           MOVE 'N' TO RPL-FOUND
           MOVE 0   TO RPL-FOUND-IDX
           PERFORM A161-REPLY-SCAN
               VARYING RPL-SCAN-IDX FROM 1 BY 1
               UNTIL RPL-SCAN-IDX > RPL-COUNT
                  OR RPL-FOUND = 'Y'.

       A161-REPLY-SCAN.
           IF RP-ACCTNO(RPL-SCAN-IDX) = MST-ACCTNO
               MOVE 'Y' TO RPL-FOUND
               MOVE RPL-SCAN-IDX TO RPL-FOUND-IDX
           END-IF.

      *    WRITES THE NEXT RUN'S LEDGER: EVERY ENTRY STILL DORMANT,
      *    STILL A CANDIDATE, HOLDING A REPLY, OR HELD FOR WANT OF A
      *    DATE.  FINISHED ENTRIES WERE REPORTED AND ARE DROPPED.
       A170-LEDGER-WRITEOUT.
           OPEN OUTPUT DORM-OUT
           PERFORM A171-LEDGER-CARRY
               VARYING LDG-SCAN-IDX FROM 1 BY 1
               UNTIL LDG-SCAN-IDX > LDG-COUNT
           CLOSE DORM-OUT.

       A171-LEDGER-CARRY.
           IF LT-DISP(LDG-SCAN-IDX) = 'N' OR 'W' OR 'E' OR 'P'
                                    OR 'R' OR 'H'
               COMPUTE LDG-KEPT = LDG-KEPT + 1
               MOVE SPACES TO DLO-REC
               MOVE LT-ACCTNO(LDG-SCAN-IDX) TO DLO-ACCTNO
               MOVE LT-STATUS(LDG-SCAN-IDX) TO DLO-STATUS
               MOVE LT-FIRST(LDG-SCAN-IDX)  TO DLO-FIRST-DORM
               MOVE LT-LETTER(LDG-SCAN-IDX) TO DLO-LETTER-DTE
               MOVE LT-REPLY(LDG-SCAN-IDX)  TO DLO-REPLY-DTE
               MOVE LT-BRANCH(LDG-SCAN-IDX) TO DLO-BRANCH-CD
               MOVE LT-LNAME(LDG-SCAN-IDX)  TO DLO-LNAME
               WRITE DLO-REC
           END-IF.

      *    PRINTS THE FULL REPORT: THE BAND SUMMARY, THE LETTERS DUE,
      *    THE ACCOUNTS AWAITING A REPLY, THE ACCOUNTS NO LONGER
      *    DORMANT, THE ESCHEATMENT CANDIDATES BY BRANCH, AND ANY
      *    REPLY CARDS THAT MATCHED NOTHING.
       A200-REPORT-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "INACTIVITY BAND" TO RPT-REC(1:15)
           MOVE "ACCOUNTS" TO RPT-REC(30:8)
           MOVE "USD BALANCE" TO RPT-REC(45:11)
           WRITE RPT-REC

           PERFORM A210-BAND-PRINT
               VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4

           MOVE SPACES TO RPT-REC
           MOVE "NO USABLE LAST-ACT" TO RPT-REC(1:24)
           MOVE UNDATED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(29:9)
           WRITE RPT-REC

           IF MONEY-BAD-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** MONEY NOT CONVERTIBLE - EXCLUDED FROM USD ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF RATE-BAD-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** BAD RATE CARDS SKIPPED ***" TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF LDG-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** LEDGER TABLE FULL - LEDGER INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "DUE-DILIGENCE LETTERS DUE (NEWLY DORMANT)" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ACCTNO"   TO RPT-REC(3:6)
           MOVE "NAME"     TO RPT-REC(14:4)
           MOVE "BR"       TO RPT-REC(36:2)
           MOVE "LAST-ACT" TO RPT-REC(41:8)
           MOVE "USD BALANCE" TO RPT-REC(54:11)
           WRITE RPT-REC
           PERFORM A220-LETTER-PRINT
               VARYING LDG-SCAN-IDX FROM 1 BY 1
               UNTIL LDG-SCAN-IDX > LDG-COUNT

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "AWAITING OWNER REPLY" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ACCTNO"    TO RPT-REC(3:6)
           MOVE "NAME"      TO RPT-REC(14:4)
           MOVE "BR"        TO RPT-REC(36:2)
           MOVE "LETTER"    TO RPT-REC(41:6)
           MOVE "REPLY DUE" TO RPT-REC(51:9)
           MOVE "USD BALANCE" TO RPT-REC(64:11)
           WRITE RPT-REC
           PERFORM A225-WAIT-PRINT
               VARYING LDG-SCAN-IDX FROM 1 BY 1
               UNTIL LDG-SCAN-IDX > LDG-COUNT

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "NO LONGER DORMANT" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ACCTNO"     TO RPT-REC(3:6)
           MOVE "NAME"       TO RPT-REC(14:4)
           MOVE "BR"         TO RPT-REC(36:2)
           MOVE "1ST DORM"   TO RPT-REC(41:8)
           MOVE "REASON"     TO RPT-REC(51:6)
           WRITE RPT-REC
           PERFORM A230-LEFT-PRINT
               VARYING LDG-SCAN-IDX FROM 1 BY 1
               UNTIL LDG-SCAN-IDX > LDG-COUNT

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ESCHEATMENT CANDIDATES BY BRANCH" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ACCTNO"     TO RPT-REC(3:6)
           MOVE "NAME"       TO RPT-REC(14:4)
           MOVE "1ST DORM"   TO RPT-REC(36:8)
           MOVE "LETTER"     TO RPT-REC(46:6)
           MOVE "USD BALANCE" TO RPT-REC(59:11)
           WRITE RPT-REC
           PERFORM A240-BRANCH-NEXT UNTIL LIST-DONE = 'Y'
           IF BR-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** BRANCH TABLE FULL - SUBTOTALS INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ALL BRANCHES" TO RPT-REC(3:12)
           MOVE CAND-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           MOVE CAND-TOTAL TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(54:16)
           WRITE RPT-REC

           IF RPL-COUNT > 0
               PERFORM A260-REPLY-UNMATCHED
                   VARYING RPL-SCAN-IDX FROM 1 BY 1
                   UNTIL RPL-SCAN-IDX > RPL-COUNT
           END-IF

           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "MASTER RECORDS READ:   " TO RPT-REC(1:23)
           MOVE READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "OPEN ACCOUNTS:         " TO RPT-REC(1:23)
           MOVE OPEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "CLOSED ACCOUNTS:       " TO RPT-REC(1:23)
           MOVE CLOSED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "LETTERS DUE:           " TO RPT-REC(1:23)
           MOVE NEW-DORM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "AWAITING REPLY:        " TO RPT-REC(1:23)
           MOVE WAIT-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NO LONGER DORMANT:     " TO RPT-REC(1:23)
           MOVE LEFT-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ESCHEATMENT CANDIDATES:" TO RPT-REC(1:23)
           MOVE CAND-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BAD LEDGER ENTRIES:    " TO RPT-REC(1:23)
           MOVE LDG-BAD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BAD REPLY CARDS:       " TO RPT-REC(1:23)
           MOVE RPL-BAD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(24:9)
           WRITE RPT-REC.

       A210-BAND-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE BAND-LABEL(BAND-SUB) TO RPT-REC(1:24)
           MOVE BAND-COUNT(BAND-SUB) TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(29:9)
           MOVE BAND-TOTAL(BAND-SUB) TO DISP-TOT
           MOVE DISP-TOT TO RPT-REC(40:16)
           WRITE RPT-REC.

       A220-LETTER-PRINT.
           IF LT-DISP(LDG-SCAN-IDX) = 'N'
               MOVE SPACES TO RPT-REC
               MOVE LT-ACCTNO(LDG-SCAN-IDX)   TO RPT-REC(3:9)
               MOVE LT-LNAME(LDG-SCAN-IDX)(1:20)
                                              TO RPT-REC(14:20)
               MOVE LT-BRANCH(LDG-SCAN-IDX)   TO RPT-REC(36:3)
               MOVE LT-LAST-ACT(LDG-SCAN-IDX) TO RPT-REC(41:8)
               MOVE LT-USD(LDG-SCAN-IDX)      TO DISP-USD
               MOVE DISP-USD                  TO RPT-REC(51:14)
               WRITE RPT-REC
           END-IF.

       A225-WAIT-PRINT.
           IF LT-DISP(LDG-SCAN-IDX) = 'W'
               COMPUTE REPLY-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(LT-LETTER(LDG-SCAN-IDX))
                   + REPLY-DAYS
               COMPUTE REPLY-DUE-DTE =
                   FUNCTION DATE-OF-INTEGER(REPLY-DUE-INT)
               MOVE SPACES TO RPT-REC
               MOVE LT-ACCTNO(LDG-SCAN-IDX)   TO RPT-REC(3:9)
               MOVE LT-LNAME(LDG-SCAN-IDX)(1:20)
                                              TO RPT-REC(14:20)
               MOVE LT-BRANCH(LDG-SCAN-IDX)   TO RPT-REC(36:3)
               MOVE LT-LETTER(LDG-SCAN-IDX)   TO RPT-REC(41:8)
               MOVE REPLY-DUE-DTE             TO RPT-REC(51:8)
               MOVE LT-USD(LDG-SCAN-IDX)      TO DISP-USD
               MOVE DISP-USD                  TO RPT-REC(61:14)
               WRITE RPT-REC
           END-IF.

      *    LEDGER ENTRIES THAT ARE FINISHED (OR, FOR A REPLY, PARKED)
      *    THIS RUN, WITH THE REASON.
       A230-LEFT-PRINT.
           IF LT-DISP(LDG-SCAN-IDX) = SPACE OR 'P' OR 'A' OR 'C'
               IF LT-STATUS(LDG-SCAN-IDX) NOT = 'R'
                   OR LT-DISP(LDG-SCAN-IDX) = 'P'
                   COMPUTE LEFT-COUNT = LEFT-COUNT + 1
                   MOVE SPACES TO RPT-REC
                   MOVE LT-ACCTNO(LDG-SCAN-IDX) TO RPT-REC(3:9)
                   MOVE LT-LNAME(LDG-SCAN-IDX)(1:20)
                                                TO RPT-REC(14:20)
                   MOVE LT-BRANCH(LDG-SCAN-IDX) TO RPT-REC(36:3)
                   MOVE LT-FIRST(LDG-SCAN-IDX)  TO RPT-REC(41:8)
                   EVALUATE LT-DISP(LDG-SCAN-IDX)
                       WHEN 'P'
                           MOVE "OWNER REPLIED" TO RPT-REC(51:20)
                       WHEN 'A'
                           MOVE "ACCOUNT ACTIVITY" TO RPT-REC(51:20)
                       WHEN 'C'
                           MOVE "ACCOUNT CLOSED" TO RPT-REC(51:20)
                       WHEN OTHER
                           MOVE "NO LONGER ON MASTER" TO RPT-REC(51:20)
                   END-EVALUATE
                   WRITE RPT-REC
               END-IF
           END-IF.

      *    SELECTS THE LOWEST UNLISTED BRANCH CODE WITH A CANDIDATE
      *    AND PRINTS ITS CANDIDATES AND SUBTOTAL; REPEATS UNTIL NONE
      *    REMAIN.  AN UNCODED BRANCH SORTS FIRST AS SPACES AND IS
      *    HEADED (NONE), AS IN TOPACCTS.
       A240-BRANCH-NEXT.
           MOVE 0 TO BEST-IDX
           MOVE HIGH-VALUES TO BEST-CODE
           PERFORM A241-BEST-SCAN
               VARYING BR-SCAN-IDX FROM 1 BY 1
               UNTIL BR-SCAN-IDX > BR-COUNT
           IF BEST-IDX = 0
               MOVE 'Y' TO LIST-DONE
           ELSE
               MOVE 'Y' TO BT-LISTED(BEST-IDX)
               MOVE "-------------------------------------" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "BRANCH: " TO RPT-REC(1:8)
               IF BT-CODE(BEST-IDX) = SPACES
                   MOVE "(NONE)" TO RPT-REC(9:6)
               ELSE
                   MOVE BT-CODE(BEST-IDX) TO RPT-REC(9:3)
               END-IF
               WRITE RPT-REC
               PERFORM A245-CANDIDATE-PRINT
                   VARYING LDG-SCAN-IDX FROM 1 BY 1
                   UNTIL LDG-SCAN-IDX > LDG-COUNT
               MOVE SPACES TO RPT-REC
               MOVE "BRANCH TOTAL" TO RPT-REC(3:12)
               MOVE BT-COUNT(BEST-IDX) TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(24:9)
               MOVE BT-TOTAL(BEST-IDX) TO DISP-TOT
               MOVE DISP-TOT TO RPT-REC(54:16)
               WRITE RPT-REC
           END-IF.

       A241-BEST-SCAN.
           IF BT-LISTED(BR-SCAN-IDX) = 'N'
               AND BT-CODE(BR-SCAN-IDX) < BEST-CODE
               MOVE BR-SCAN-IDX TO BEST-IDX
               MOVE BT-CODE(BR-SCAN-IDX) TO BEST-CODE
           END-IF.

       A245-CANDIDATE-PRINT.
           IF LT-DISP(LDG-SCAN-IDX) = 'E'
               AND LT-BRANCH(LDG-SCAN-IDX) = BT-CODE(BEST-IDX)
               MOVE SPACES TO RPT-REC
               MOVE LT-ACCTNO(LDG-SCAN-IDX)  TO RPT-REC(3:9)
               MOVE LT-LNAME(LDG-SCAN-IDX)(1:20)
                                             TO RPT-REC(14:20)
               MOVE LT-FIRST(LDG-SCAN-IDX)   TO RPT-REC(36:8)
               MOVE LT-LETTER(LDG-SCAN-IDX)  TO RPT-REC(46:8)
               MOVE LT-USD(LDG-SCAN-IDX)     TO DISP-USD
               MOVE DISP-USD                 TO RPT-REC(56:14)
               WRITE RPT-REC
           END-IF.

       A260-REPLY-UNMATCHED.
           IF RP-USED(RPL-SCAN-IDX) = 'N'
               COMPUTE RPL-UNMATCHED = RPL-UNMATCHED + 1
               MOVE SPACES TO RPT-REC
               MOVE "  REPLY NOT MATCHED: " TO RPT-REC(1:21)
               MOVE RP-ACCTNO(RPL-SCAN-IDX) TO RPT-REC(22:9)
               MOVE RP-DATE(RPL-SCAN-IDX)   TO RPT-REC(33:8)
               WRITE RPT-REC
           END-IF.

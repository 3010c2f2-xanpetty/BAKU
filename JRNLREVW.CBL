       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNLREVW.
       AUTHOR.        UNKNOWN.
      *
      *    DAILY SENSITIVE-CHANGE REVIEW OF THE MAINTENANCE JOURNAL.
      *    FOR EACH CHANGE ('C') ACCTMNT APPLIED ON THE REVIEW DAY,
      *    THE BEFORE AND AFTER IMAGES ARE COMPARED AND THE CHANGES
      *    THAT NEED A SECOND LOOK ARE FLAGGED:
      *        1  NAME CHANGES (FIRST OR LAST NAME)
      *        2  MONEY MOVES OVER THE CARD'S PERCENTAGE OR USD AMOUNT
      *        3  ACCOUNTS REOPENED BY BLANKING THEIR END DATE
      *        4  BRANCH OR OFFICER REASSIGNMENTS
      *        5  CUSTOMER-ID CHANGES, WHICH MOVE AN ACCOUNT BETWEEN
      *           RELATIONSHIPS
      *    AND EACH DELETE ('D') OF AN ACCOUNT WHOSE USD BALANCE WAS
      *    ABOVE THE CHOSEN PARM-IN TIER CUTOFF IS FLAGGED AS TYPE 6.
      *    USD AMOUNTS FOLLOW THE TOPACCTS CURRENCY RULES AND RATE-IN
      *    TABLE; A MONEY FIGURE THAT WILL NOT CONVERT IS FLAGGED
      *    RATHER THAN PASSED, SINCE IT CANNOT BE SHOWN TO BE SMALL.
      *    ONE CHANGE CAN RAISE SEVERAL FLAGS.  THE EXCEPTIONS ARE
      *    PRINTED GROUPED BY TYPE, AND EACH IS WRITTEN TO THE
      *    SIGN-OFF FILE WITH ITS REVIEWER, DECISION AND SIGN-OFF
      *    DATE LEFT BLANK FOR THE REVIEWING SUPERVISOR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-IN  ASSIGN TO JRNLIN.
           SELECT PARM-IN  ASSIGN TO PARMIN.
           SELECT OPTIONAL REVW-PARM ASSIGN TO REVWPARM.
           SELECT OPTIONAL RATE-IN ASSIGN TO RATEIN.
           SELECT SIGN-OUT ASSIGN TO REVWSIGN.
           SELECT REVW-RPT ASSIGN TO REVWRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-IN RECORD CONTAINS 264 CHARACTERS RECORDING MODE F.
       COPY JRNLREC REPLACING ==:TAG:== BY ==JIN==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY THE
      *    TIER CUTOFFS ARE USED HERE, FOR THE DELETE TEST.
       FD  PARM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-REC.
           05 PARM-TIER-1    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-2    PIC 9(9) VALUE ZEROS.
           05 PARM-TIER-3    PIC 9(9) VALUE ZEROS.
           05 PARM-AS-OF-DTE PIC 9(8) VALUE ZEROS.
           05 FILLER         PIC X(45) VALUE SPACES.

      *    OPTIONAL REVIEW CARD -- THE DAY (CCYYMMDD) WHOSE JOURNALS
      *    ARE REVIEWED, SELECTED ON THE JOURNAL STAMP; THE MONEY-MOVE
      *    PERCENTAGE AND USD AMOUNT (A MOVE OVER EITHER IS FLAGGED);
      *    AND THE TIER (1-3) WHOSE CUTOFF A DELETED BALANCE MUST
      *    EXCEED TO BE FLAGGED.  ZERO OR BLANK TAKES THE DEFAULT:
      *    TODAY, 25.00 PERCENT, $100,000.00 AND TIER 3.
       FD  REVW-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  REVW-PARM-REC.
           05 RVP-DATE      PIC 9(8).
           05 RVP-MONEY-PCT PIC 9(3)V99.
           05 RVP-MONEY-AMT PIC 9(9)V99.
           05 RVP-DEL-TIER  PIC 9(1).
           05 FILLER        PIC X(55).

      *    DAILY EXCHANGE-RATE TABLE -- SAME CARD LAYOUT AND SAME
      *    RULES AS TOPACCTS: BLANK AND USD PASS AT PAR, ANYTHING
      *    ELSE MUST HAVE A RATE CARD TODAY.
       FD  RATE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RATE-REC.
           05 RATE-CCY   PIC X(3).
           05 RATE-VALUE PIC X(12).
           05 FILLER     PIC X(65).

      *    SIGN-OFF FILE -- ONE RECORD PER EXCEPTION, IN THE ORDER
      *    PRINTED.  THE SUPERVISOR FILLS IN THE REVIEWER ID, THE
      *    DECISION AND THE SIGN-OFF DATE.
       FD  SIGN-OUT RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01  SGN-REC.
           05 SGN-REVIEW-DATE PIC 9(8).
           05 SGN-SEQ         PIC 9(5).
           05 SGN-TYPE        PIC 9(1).
           05 SGN-STAMP       PIC X(14).
           05 SGN-ACTION      PIC X(1).
           05 SGN-ACCTNO      PIC X(9).
           05 SGN-FIELD       PIC X(8).
           05 SGN-BEFORE      PIC X(22).
           05 SGN-AFTER       PIC X(22).
           05 SGN-REVIEWER    PIC X(8).
           05 SGN-DECISION    PIC X(1).
           05 SGN-SIGN-DATE   PIC X(8).
           05 FILLER          PIC X(13).

       FD  REVW-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    SORT WORK FILE -- ONE RECORD PER EXCEPTION, GROUPED BY
      *    TYPE, IN JOURNAL ORDER WITHIN THE TYPE.
       SD  SORT-WORK.
       01  SD-REC.
           05 SD-TYPE     PIC 9(1).
           05 SD-JRNL-SEQ PIC 9(9).
           05 SD-FLD-SEQ  PIC 9(1).
           05 SD-STAMP    PIC X(14).
           05 SD-ACTION   PIC X(1).
           05 SD-ACCTNO   PIC X(9).
           05 SD-FIELD    PIC X(8).
           05 SD-BEFORE   PIC X(22).
           05 SD-AFTER    PIC X(22).
           05 SD-NOTE     PIC X(30).

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 JRNL-EOF      PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 RVP-EOF       PIC X(1) VALUE 'N'.
       01 RATE-EOF      PIC X(1) VALUE 'N'.
       01 SORT-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 TIER-ERROR    PIC X(1) VALUE 'N'.

       01 REVIEW-DATE   PIC 9(8) VALUE 0.
       01 MONEY-PCT     PIC 9(3)V99 VALUE 25.00.
       01 MONEY-AMT     PIC 9(9)V99 VALUE 100000.00.
       01 DEL-TIER      PIC 9(1) VALUE 3.

       01 JRNL-READ     PIC 9(9) VALUE 0.
       01 CHG-REVIEWED  PIC 9(9) VALUE 0.
       01 DEL-REVIEWED  PIC 9(9) VALUE 0.
       01 EXCP-COUNT    PIC 9(9) VALUE 0.
       01 NUMVAL-TEST   PIC S9(4) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.
       01 DISP-AMT      PIC -(11)9.99.
       01 DISP-PCT      PIC ZZ9.99.
       01 DISP-TIER-THRESH PIC ZZZ,ZZZ,ZZ9.
       01 TIER-SUB      PIC 9(1) VALUE 0.

      *    EXCEPTIONS BY TYPE, FOR THE SUMMARY.
       01 TYPE-COUNTS VALUE ZEROS.
           05 TYPE-COUNT PIC 9(9) OCCURS 6 TIMES.
       01 TYPE-SUB      PIC 9(1) VALUE 0.
       01 TYPE-NAME     PIC X(30) VALUE SPACES.
       01 CUR-TYPE      PIC 9(1) VALUE 0.

      *    THE JOURNAL RECORD UNDER REVIEW, SPLIT INTO ITS TWO
      *    MASTER IMAGES.
       COPY ACCTREC REPLACING ==:TAG:== BY ==BEF==.
       COPY ACCTREC REPLACING ==:TAG:== BY ==AFT==.

      *    MONEY-MOVE WORK FIELDS.
       01 BEF-USD       PIC S9(9)V99 VALUE 0.
       01 AFT-USD       PIC S9(9)V99 VALUE 0.
       01 BEF-OK        PIC X(1) VALUE 'Y'.
       01 AFT-OK        PIC X(1) VALUE 'Y'.
       01 MOVE-USD      PIC S9(10)V99 VALUE 0.
       01 MOVE-ABS      PIC 9(10)V99 VALUE 0.
       01 MOVE-FLAG     PIC X(1) VALUE 'N'.

      *    CURRENCY CONVERSION -- SAME TABLE AND RULES AS TOPACCTS.
      *    CONV-MONEY AND CONV-CCY ARE SET BY THE CALLER.
       01 CONV-MONEY     PIC X(12) VALUE SPACES.
       01 CONV-CCY       PIC X(3) VALUE SPACES.
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

      *    TIER CONTROL TABLE -- BUILT FROM THE PARM CARD AT STARTUP
      *    EXACTLY AS TOPACCTS BUILDS ITS OWN, DEFAULTS AND ALL.
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 3 TIMES INDEXED BY TIER-IDX.
               10 TIER-THRESHOLD PIC 9(9).
               10 TIER-LABEL     PIC X(24).

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT REVW-RPT
           OPEN OUTPUT SIGN-OUT

           MOVE SPACES TO RPT-REC
           MOVE "SENSITIVE-CHANGE REVIEW" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A060-REVIEW-CARD-READ

           IF PARM-ERROR = 'N'
               PERFORM A070-RATE-LOAD
               SORT SORT-WORK
                   ON ASCENDING KEY SD-TYPE SD-JRNL-SEQ SD-FLD-SEQ
                   INPUT PROCEDURE A100-JOURNAL-SCAN
                   OUTPUT PROCEDURE A200-EXCEPTION-WRITE
               PERFORM A300-SUMMARY-WRITE
           END-IF

           CLOSE SIGN-OUT
           CLOSE REVW-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, NOTHING FLAGGED
      *        4  NORMAL COMPLETION, EXCEPTIONS AWAIT SIGN-OFF
      *       16  THE REVIEW CARD WAS INVALID (NOTHING WAS REVIEWED
      *           AND THE SIGN-OFF FILE IS EMPTY), OR THE PARM CARD'S
      *           TIERS WERE OUT OF ORDER (THE LONGSTANDING DEFAULTS
      *           WERE SUBSTITUTED)
       A900-SET-RETURN-CODE.
           IF PARM-ERROR = 'Y' OR TIER-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF EXCP-COUNT > 0
                   ADD 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "JRNLREVW"    TO STP-PROGRAM-ID
           MOVE REVIEW-DATE   TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE JRNL-READ     TO STP-INPUT-COUNT
           MOVE EXCP-COUNT    TO STP-OUTPUT-COUNT
           MOVE 0             TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE TIER CUTOFFS FROM THE PARM CARD, FALLING BACK TO
      *    THE SAME LONGSTANDING DEFAULTS TOPACCTS USES.
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
           END-IF

           IF NOT (TIER-THRESHOLD(1) > TIER-THRESHOLD(2)
               AND TIER-THRESHOLD(2) > TIER-THRESHOLD(3))
               MOVE 10000000 TO TIER-THRESHOLD(1)
               MOVE  8500000 TO TIER-THRESHOLD(2)
               MOVE  5000000 TO TIER-THRESHOLD(3)
               MOVE 'Y' TO TIER-ERROR
           END-IF

           CLOSE PARM-IN

           PERFORM A051-TIER-LABEL-BUILD
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3

           IF TIER-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PARM CARD INVALID - DEFAULTS USED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A051-TIER-LABEL-BUILD.
           MOVE SPACES TO TIER-LABEL(TIER-IDX)
           MOVE TIER-THRESHOLD(TIER-IDX) TO DISP-TIER-THRESH
           STRING
               "OVER $"                       DELIMITED BY SIZE
               FUNCTION TRIM(DISP-TIER-THRESH) DELIMITED BY SIZE
               INTO TIER-LABEL(TIER-IDX)
           END-STRING.

      *    READS THE REVIEW CARD.  A DATE THAT IS NOT A REAL CCYYMMDD,
      *    OR A FIGURE THAT IS NOT NUMERIC, STOPS THE REVIEW RATHER
      *    THAN SIGNING OFF A DAY AGAINST LIMITS NOBODY SET.
       A060-REVIEW-CARD-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REVIEW-DATE

           OPEN INPUT REVW-PARM
           READ REVW-PARM
               AT END
                   MOVE 'Y' TO RVP-EOF
           END-READ

           IF RVP-EOF = 'N'
               IF RVP-DATE IS NUMERIC
                   IF RVP-DATE NOT = 0
                       IF FUNCTION TEST-DATE-YYYYMMDD(RVP-DATE) = 0
                           MOVE RVP-DATE TO REVIEW-DATE
                       ELSE
                           MOVE 'Y' TO PARM-ERROR
                       END-IF
                   END-IF
               ELSE
                   IF RVP-DATE NOT = SPACES
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
               IF RVP-MONEY-PCT IS NUMERIC
                   IF RVP-MONEY-PCT > 0
                       MOVE RVP-MONEY-PCT TO MONEY-PCT
                   END-IF
               ELSE
                   IF RVP-MONEY-PCT NOT = SPACES
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
               IF RVP-MONEY-AMT IS NUMERIC
                   IF RVP-MONEY-AMT > 0
                       MOVE RVP-MONEY-AMT TO MONEY-AMT
                   END-IF
               ELSE
                   IF RVP-MONEY-AMT NOT = SPACES
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
               IF RVP-DEL-TIER IS NUMERIC
                   IF RVP-DEL-TIER > 3
                       MOVE 'Y' TO PARM-ERROR
                   ELSE
                       IF RVP-DEL-TIER > 0
                           MOVE RVP-DEL-TIER TO DEL-TIER
                       END-IF
                   END-IF
               ELSE
                   IF RVP-DEL-TIER NOT = SPACE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
           END-IF
           CLOSE REVW-PARM

           MOVE SPACES TO RPT-REC
           MOVE "REVIEW DATE: " TO RPT-REC(1:13)
           MOVE REVIEW-DATE TO RPT-REC(14:8)
           MOVE "  MONEY OVER " TO RPT-REC(22:13)
           MOVE MONEY-PCT TO DISP-PCT
           MOVE FUNCTION TRIM(DISP-PCT) TO RPT-REC(35:6)
           MOVE "% OR $" TO RPT-REC(41:6)
           MOVE MONEY-AMT TO DISP-AMT
           MOVE FUNCTION TRIM(DISP-AMT) TO RPT-REC(47:16)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DELETES FLAGGED " TO RPT-REC(1:16)
           MOVE TIER-LABEL(DEL-TIER) TO RPT-REC(17:24)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** REVIEW CARD INVALID - NOTHING REVIEWED ***"
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

      *    SORT INPUT PROCEDURE -- READS THE JOURNAL AND RELEASES AN
      *    EXCEPTION FOR EVERY FLAG RAISED BY THE REVIEW DAY'S
      *    CHANGES AND DELETES.  ADDS ARE NOT REVIEWED HERE.
       A100-JOURNAL-SCAN.
           OPEN INPUT JRNL-IN
           PERFORM A110-JOURNAL-READ UNTIL JRNL-EOF = 'Y'
           CLOSE JRNL-IN.

       A110-JOURNAL-READ.
           READ JRNL-IN
               AT END
                   MOVE 'Y' TO JRNL-EOF
               NOT AT END
                   COMPUTE JRNL-READ = JRNL-READ + 1
                   IF JIN-STAMP(1:8) = REVIEW-DATE
                       MOVE JIN-BEFORE TO BEF-REC
                       MOVE JIN-AFTER  TO AFT-REC
                       EVALUATE JIN-ACTION
                           WHEN 'C'
                               PERFORM A120-CHANGE-REVIEW
                           WHEN 'D'
                               PERFORM A170-DELETE-REVIEW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    ONE CHANGE -- EACH TEST RELEASES ITS OWN EXCEPTION.
       A120-CHANGE-REVIEW.
           COMPUTE CHG-REVIEWED = CHG-REVIEWED + 1

           IF BEF-FNAME NOT = AFT-FNAME
               MOVE 1 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "FNAME"    TO SD-FIELD
               MOVE BEF-FNAME  TO SD-BEFORE
               MOVE AFT-FNAME  TO SD-AFTER
               MOVE SPACES     TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF
           IF BEF-LNAME NOT = AFT-LNAME
               MOVE 1 TO SD-TYPE
               MOVE 2 TO SD-FLD-SEQ
               MOVE "LNAME"    TO SD-FIELD
               MOVE BEF-LNAME  TO SD-BEFORE
               MOVE AFT-LNAME  TO SD-AFTER
               MOVE SPACES     TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF

           IF BEF-MONEY NOT = AFT-MONEY
               OR BEF-CCY-CODE NOT = AFT-CCY-CODE
               PERFORM A130-MONEY-REVIEW
           END-IF

      *    A REOPEN IS AN END DATE TAKEN BACK TO BLANK (OR ZEROS).
           IF BEF-ENDDATE NOT = SPACES AND BEF-ENDDATE NOT = ZEROS
               AND (AFT-ENDDATE = SPACES OR AFT-ENDDATE = ZEROS)
               MOVE 3 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "ENDDATE"   TO SD-FIELD
               MOVE BEF-ENDDATE TO SD-BEFORE
               MOVE AFT-ENDDATE TO SD-AFTER
               MOVE SPACES      TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF

           IF BEF-BRANCH-CD NOT = AFT-BRANCH-CD
               MOVE 4 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "BRANCH"      TO SD-FIELD
               MOVE BEF-BRANCH-CD TO SD-BEFORE
               MOVE AFT-BRANCH-CD TO SD-AFTER
               MOVE SPACES        TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF
           IF BEF-OFFICER-CD NOT = AFT-OFFICER-CD
               MOVE 4 TO SD-TYPE
               MOVE 2 TO SD-FLD-SEQ
               MOVE "OFFICER"      TO SD-FIELD
               MOVE BEF-OFFICER-CD TO SD-BEFORE
               MOVE AFT-OFFICER-CD TO SD-AFTER
               MOVE SPACES         TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF

           IF BEF-CUST-ID NOT = AFT-CUST-ID
               MOVE 5 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "CUST-ID"   TO SD-FIELD
               MOVE BEF-CUST-ID TO SD-BEFORE
               MOVE AFT-CUST-ID TO SD-AFTER
               MOVE SPACES      TO SD-NOTE
               PERFORM A190-EXCEPTION-RELEASE
           END-IF.

      *    MONEY MOVE -- BOTH SIDES IN USD, EACH AT ITS OWN CURRENCY,
      *    SO A CURRENCY SWITCH IS MEASURED TOO.  A MOVE OVER THE USD
      *    AMOUNT, OR OVER THE PERCENTAGE OF THE OLD BALANCE, IS
      *    FLAGGED; ANY MOVE OFF A ZERO BALANCE IS OVER THE
      *    PERCENTAGE.
       A130-MONEY-REVIEW.
           MOVE BEF-MONEY    TO CONV-MONEY
           MOVE BEF-CCY-CODE TO CONV-CCY
           PERFORM A180-CURRENCY-CONVERT
           MOVE CCY-OK     TO BEF-OK
           MOVE REAL-MONEY TO BEF-USD
           MOVE AFT-MONEY    TO CONV-MONEY
           MOVE AFT-CCY-CODE TO CONV-CCY
           PERFORM A180-CURRENCY-CONVERT
           MOVE CCY-OK     TO AFT-OK
           MOVE REAL-MONEY TO AFT-USD

           MOVE 'N' TO MOVE-FLAG
           MOVE SPACES TO SD-NOTE
           IF BEF-OK = 'N' OR AFT-OK = 'N'
               MOVE 'Y' TO MOVE-FLAG
               MOVE "USD MOVE: NOT CONVERTIBLE" TO SD-NOTE
           ELSE
               COMPUTE MOVE-USD = AFT-USD - BEF-USD
               IF MOVE-USD < 0
                   COMPUTE MOVE-ABS = 0 - MOVE-USD
               ELSE
                   MOVE MOVE-USD TO MOVE-ABS
               END-IF
               IF MOVE-ABS > MONEY-AMT
                   MOVE 'Y' TO MOVE-FLAG
               END-IF
               IF MOVE-ABS > 0
                   IF BEF-USD = 0
                       MOVE 'Y' TO MOVE-FLAG
                   ELSE
                       IF BEF-USD < 0
                           IF MOVE-ABS * 100 > MONEY-PCT * (0 - BEF-USD)
                               MOVE 'Y' TO MOVE-FLAG
                           END-IF
                       ELSE
                           IF MOVE-ABS * 100 > MONEY-PCT * BEF-USD
                               MOVE 'Y' TO MOVE-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE MOVE-USD TO DISP-AMT
               MOVE "USD MOVE:" TO SD-NOTE(1:9)
               MOVE DISP-AMT TO SD-NOTE(11:16)
           END-IF

           IF MOVE-FLAG = 'Y'
               MOVE 2 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "MONEY" TO SD-FIELD
               MOVE SPACES TO SD-BEFORE
               MOVE SPACES TO SD-AFTER
               STRING BEF-MONEY    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      BEF-CCY-CODE DELIMITED BY SIZE
                      INTO SD-BEFORE
               END-STRING
               STRING AFT-MONEY    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      AFT-CCY-CODE DELIMITED BY SIZE
                      INTO SD-AFTER
               END-STRING
               PERFORM A190-EXCEPTION-RELEASE
           END-IF.

      *    ONE DELETE -- FLAGGED WHEN THE BALANCE IT TOOK OFF THE
      *    MASTER WAS ABOVE THE CHOSEN CUTOFF, OR WILL NOT CONVERT.
       A170-DELETE-REVIEW.
           COMPUTE DEL-REVIEWED = DEL-REVIEWED + 1
           MOVE BEF-MONEY    TO CONV-MONEY
           MOVE BEF-CCY-CODE TO CONV-CCY
           PERFORM A180-CURRENCY-CONVERT

           MOVE 'N' TO MOVE-FLAG
           MOVE SPACES TO SD-NOTE
           IF CCY-OK = 'N'
               MOVE 'Y' TO MOVE-FLAG
               MOVE "USD BALANCE: NOT CONVERTIBLE" TO SD-NOTE
           ELSE
               IF REAL-MONEY > TIER-THRESHOLD(DEL-TIER)
                   MOVE 'Y' TO MOVE-FLAG
                   MOVE REAL-MONEY TO DISP-AMT
                   MOVE "USD BALANCE:" TO SD-NOTE(1:12)
                   MOVE DISP-AMT TO SD-NOTE(14:16)
               END-IF
           END-IF

           IF MOVE-FLAG = 'Y'
               MOVE 6 TO SD-TYPE
               MOVE 1 TO SD-FLD-SEQ
               MOVE "MONEY" TO SD-FIELD
               MOVE SPACES TO SD-BEFORE
               MOVE SPACES TO SD-AFTER
               STRING BEF-MONEY    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      BEF-CCY-CODE DELIMITED BY SIZE
                      INTO SD-BEFORE
               END-STRING
               MOVE "(DELETED)" TO SD-AFTER
               PERFORM A190-EXCEPTION-RELEASE
           END-IF.

      *    RESOLVES CONV-MONEY IN CONV-CCY TO USD EXACTLY AS TOPACCTS
      *    DOES; CCY-OK COMES BACK 'N' WHEN IT CANNOT.
       A180-CURRENCY-CONVERT.
           MOVE 'Y' TO CCY-OK
           MOVE 0   TO REAL-MONEY
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(CONV-MONEY)
           IF NUMVAL-TEST NOT = 0
               MOVE 'N' TO CCY-OK
           ELSE
               COMPUTE RAW-MONEY = FUNCTION NUMVAL-C(CONV-MONEY)
               IF CONV-CCY = SPACES OR CONV-CCY = "USD"
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
                       END-COMPUTE
                   ELSE
                       MOVE 'N' TO CCY-OK
                   END-IF
               END-IF
           END-IF.

       A182-RATE-SCAN.
           IF RT-CCY(RATE-SCAN-IDX) = CONV-CCY
               MOVE 'Y' TO RATE-FOUND
               MOVE RATE-SCAN-IDX TO RATE-FOUND-IDX
           END-IF.

      *    COMPLETES THE EXCEPTION FROM THE JOURNAL RECORD AND HANDS
      *    IT TO THE SORT.  THE CALLER HAS SET THE TYPE, FIELD AND
      *    VALUES.
       A190-EXCEPTION-RELEASE.
           MOVE JRNL-READ  TO SD-JRNL-SEQ
           MOVE JIN-STAMP  TO SD-STAMP
           MOVE JIN-ACTION TO SD-ACTION
           MOVE JIN-ACCTNO TO SD-ACCTNO
           RELEASE SD-REC.

      *    SORT OUTPUT PROCEDURE -- THE EXCEPTION LIST, ONE SECTION
      *    PER CHANGE TYPE, AND THE MATCHING SIGN-OFF RECORDS.
       A200-EXCEPTION-WRITE.
           PERFORM A210-EXCEPTION-RETURN UNTIL SORT-EOF = 'Y'.

       A210-EXCEPTION-RETURN.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF
               NOT AT END
                   PERFORM A220-EXCEPTION-PRINT
           END-RETURN.

       A220-EXCEPTION-PRINT.
           IF SD-TYPE NOT = CUR-TYPE
               MOVE SD-TYPE TO CUR-TYPE
               PERFORM A230-TYPE-HEADING
           END-IF

           COMPUTE EXCP-COUNT = EXCP-COUNT + 1
           ADD 1 TO TYPE-COUNT(SD-TYPE)

           MOVE SPACES TO RPT-REC
           MOVE SD-ACCTNO TO RPT-REC(1:9)
           MOVE SD-FIELD  TO RPT-REC(11:8)
           MOVE SD-BEFORE TO RPT-REC(20:22)
           MOVE SD-AFTER  TO RPT-REC(43:22)
           MOVE SD-STAMP(9:6) TO RPT-REC(66:6)
           WRITE RPT-REC

           IF SD-NOTE NOT = SPACES
               MOVE SPACES TO RPT-REC
               MOVE SD-NOTE TO RPT-REC(20:30)
               WRITE RPT-REC
           END-IF

           MOVE SPACES       TO SGN-REC
           MOVE REVIEW-DATE  TO SGN-REVIEW-DATE
           MOVE EXCP-COUNT   TO SGN-SEQ
           MOVE SD-TYPE      TO SGN-TYPE
           MOVE SD-STAMP     TO SGN-STAMP
           MOVE SD-ACTION    TO SGN-ACTION
           MOVE SD-ACCTNO    TO SGN-ACCTNO
           MOVE SD-FIELD     TO SGN-FIELD
           MOVE SD-BEFORE    TO SGN-BEFORE
           MOVE SD-AFTER     TO SGN-AFTER
           WRITE SGN-REC.

       A230-TYPE-HEADING.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE CUR-TYPE TO TYPE-SUB
           PERFORM A240-TYPE-NAME-SET
           MOVE SPACES TO RPT-REC
           MOVE TYPE-NAME TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "ACCTNO    FIELD    BEFORE" TO RPT-REC(1:25)
           MOVE "AFTER" TO RPT-REC(43:5)
           MOVE "TIME" TO RPT-REC(66:4)
           WRITE RPT-REC.

       A240-TYPE-NAME-SET.
           EVALUATE TYPE-SUB
               WHEN 1
                   MOVE "NAME CHANGES" TO TYPE-NAME
               WHEN 2
                   MOVE "MONEY MOVES" TO TYPE-NAME
               WHEN 3
                   MOVE "ACCOUNTS REOPENED" TO TYPE-NAME
               WHEN 4
                   MOVE "BRANCH/OFFICER REASSIGNMENTS" TO TYPE-NAME
               WHEN 5
                   MOVE "CUSTOMER-ID CHANGES" TO TYPE-NAME
               WHEN OTHER
                   MOVE "DELETES ABOVE CUTOFF" TO TYPE-NAME
           END-EVALUATE.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "JOURNAL READ:      " TO RPT-REC(1:19)
           MOVE JRNL-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "CHANGES REVIEWED:  " TO RPT-REC(1:19)
           MOVE CHG-REVIEWED TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DELETES REVIEWED:  " TO RPT-REC(1:19)
           MOVE DEL-REVIEWED TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           PERFORM A310-TYPE-COUNT-WRITE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 6

           MOVE SPACES TO RPT-REC
           MOVE "TO SIGN OFF:       " TO RPT-REC(1:19)
           MOVE EXCP-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           IF RATE-BAD-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** BAD RATE CARDS SKIPPED ***" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A310-TYPE-COUNT-WRITE.
           PERFORM A240-TYPE-NAME-SET
           MOVE SPACES TO RPT-REC
           MOVE TYPE-NAME TO RPT-REC(5:28)
           MOVE TYPE-COUNT(TYPE-SUB) TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(34:9)
           WRITE RPT-REC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTDRFT.
       AUTHOR.        UNKNOWN.
      *
      *    DRIFT RECONCILIATION OF THE KEYED ACCOUNT MASTER AGAINST A
      *    PERIODIC FULL RESEND FROM THE SOURCE SYSTEMS.  THE MASTER
      *    IS KEPT BY DAILY DELTAS ONLY, SO A LOST DELTA, A BACKOUT,
      *    OR A REJECTED TRANSACTION NOBODY CHASED LEAVES IT QUIETLY
      *    WRONG.  THIS STEP BALANCES THE FULL EXTRACT AGAINST ITS
      *    ACCTTRL TRAILER, SORTS IT INTO ACCTNO ORDER, AND MATCHES IT
      *    TO THE MASTER READ IN KEY ORDER, CHANGING NEITHER.  IT
      *    REPORTS ACCOUNTS ON THE SOURCE BUT NOT THE MASTER, ON THE
      *    MASTER BUT NOT THE SOURCE, AND FIELD DIFFERENCES ON THE
      *    ACCOUNTS BOTH HOLD, AND WRITES THE 'A'/'C'/'D' TRANSACTIONS
      *    THAT WOULD BRING THE MASTER BACK INTO LINE -- A BALANCED
      *    TRAN-IN FILE, WITH ITS OWN HEADER AND TRAILER, THAT ACCTMNT
      *    APPLIES LIKE ANY OTHER DAY'S FILE INSTEAD OF SOMEONE
      *    REBUILDING THE MASTER BLIND WITH ACCTLOAD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-IN   ASSIGN TO DRFTIN.
           SELECT ACCT-MST ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCTNO.
           SELECT OPTIONAL DRFT-PARM ASSIGN TO DRFTPARM.
           SELECT TRAN-OUT ASSIGN TO DRFTTRAN.
           SELECT DRFT-RPT ASSIGN TO DRFTRPT.
           SELECT SORT-WORK ASSIGN TO SORTWK1.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
      *    THE FULL RESEND, IN THE SAME LAYOUT AND UNDER THE SAME
      *    CONTROL TRAILER AS THE DAILY EXTRACT ACCTLOAD READS.
       FD  SRC-IN RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       COPY ACCTREC REPLACING ==:TAG:== BY ==IN==.
       COPY ACCTTRL REPLACING ==:TAG:== BY ==IN==.

       FD  ACCT-MST RECORD CONTAINS 120 CHARACTERS.
       COPY ACCTREC REPLACING ==:TAG:== BY ==MST==.

      *    OPTIONAL CONTROL CARD -- THE FILE DATE TO PUT ON THE
      *    CORRECTING FILE'S HEADER.  ACCTMNT ACCEPTS ONE FILE PER
      *    DATE, SO WHEN THE DAY'S OWN DELTA HAS ALREADY BEEN APPLIED
      *    UNDER TODAY'S DATE THE CORRECTIONS MUST BE GIVEN ANOTHER.
      *    BLANK OR ABSENT MEANS TODAY.
       FD  DRFT-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DRP-REC.
           05 DRP-FILE-DATE PIC 9(8).
           05 FILLER        PIC X(72).

      *    CORRECTING TRANSACTIONS -- THE TRAN-IN LAYOUT ACCTMNT READS:
      *    AN ACTION CODE AND A 120-BYTE ACCOUNT IMAGE.
       FD  TRAN-OUT RECORD CONTAINS 121 CHARACTERS RECORDING MODE F.
       01  TOT-REC.
           05 TOT-ACTION PIC X(1).
           05 TOT-IMAGE  PIC X(120).

       FD  DRFT-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    SORT WORK FILE -- THE EXTRACT IN ACCTNO ORDER, SO IT CAN BE
      *    MATCHED AGAINST THE MASTER IN ONE PASS OF EACH, WITH NO
      *    TABLE OF ACCOUNT NUMBERS HELD IN STORAGE.
       SD  SORT-WORK.
       COPY ACCTREC REPLACING ==:TAG:== BY ==SD==.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY ITS
      *    AS-OF DATE IS USED, TO DATE THE STEP-LOG RECORD WITH THE
      *    NIGHT'S BUSINESS DATE.  THE CORRECTING FILE'S DATE IS NOT
      *    USED FOR THIS: IT MAY BE DELIBERATELY ANOTHER DAY.
       FD  STEP-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  STEP-PARM-REC.
           05 FILLER        PIC X(27).
           05 SPM-AS-OF-DTE PIC 9(8).
           05 FILLER        PIC X(45).

       WORKING-STORAGE SECTION.

       01 EOF           PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 FILE-DATE     PIC 9(8) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.

      *    CONTROL VERIFICATION -- PASS ONE READS THE WHOLE EXTRACT AND
      *    BALANCES IT AGAINST ITS TRAILER BEFORE ANYTHING IS MATCHED,
      *    SO A SHORT RESEND IS NEVER MISTAKEN FOR A MASTER FULL OF
      *    ACCOUNTS THE SOURCE HAS CLOSED.  SAME RULE AS TOPACCTS.
       01 VER-EOF        PIC X(1) VALUE 'N'.
       01 TRL-SEEN       PIC X(1) VALUE 'N'.
       01 CTL-ERROR      PIC X(1) VALUE 'N'.
       01 VER-REC-COUNT  PIC 9(9) VALUE 0.
       01 EXP-REC-COUNT  PIC 9(9) VALUE 0.
       01 RUN-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 EXP-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 NUMVAL-TEST    PIC S9(4) VALUE 0.

      *    MATCH CONTROL.  EACH SIDE'S CURRENT KEY GOES TO HIGH-VALUES
      *    AT END OF FILE, SO THE OTHER SIDE'S REMAINDER FALLS OUT AS
      *    UNMATCHED WITHOUT A SEPARATE DRAIN LOOP.
       01 SRC-KEY       PIC X(9) VALUE SPACES.
       01 MST-KEY       PIC X(9) VALUE SPACES.
       01 LAST-SRC-KEY  PIC X(9) VALUE SPACES.
       01 SRC-TAKEN     PIC X(1) VALUE 'N'.
       01 ACCT-DIFFERS  PIC X(1) VALUE 'N'.
       01 SRC-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 MST-AMOUNT    PIC S9(13)V99 VALUE 0.
       01 DIFF-FIELD    PIC X(10) VALUE SPACES.
       01 DIFF-SRC      PIC X(22) VALUE SPACES.
       01 DIFF-MST      PIC X(22) VALUE SPACES.

       01 SRC-READ      PIC 9(9) VALUE 0.
       01 MST-READ      PIC 9(9) VALUE 0.
       01 MATCH-COUNT   PIC 9(9) VALUE 0.
       01 AGREE-COUNT   PIC 9(9) VALUE 0.
       01 DIFF-COUNT    PIC 9(9) VALUE 0.
       01 NOT-MST-COUNT PIC 9(9) VALUE 0.
       01 NOT-SRC-COUNT PIC 9(9) VALUE 0.
       01 BLANK-COUNT   PIC 9(9) VALUE 0.
       01 DUP-COUNT     PIC 9(9) VALUE 0.

      *    CORRECTING FILE CONTROL TOTALS, FOOTED AS EACH TRANSACTION
      *    IS WRITTEN BY THE SENDER'S ACCTTRL RULE, SO ACCTMNT'S OWN
      *    PASS ONE BALANCES THE FILE.
       01 OUT-TRAN-COUNT PIC 9(9) VALUE 0.
       01 OUT-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 ADD-COUNT      PIC 9(9) VALUE 0.
       01 CHG-COUNT      PIC 9(9) VALUE 0.
       01 DEL-COUNT      PIC 9(9) VALUE 0.

      *    WORKING VIEWS OF THE CONTROL RECORDS' IMAGES.
       01 HDR-IMAGE.
           05 HDR-FILE-DATE PIC X(8).
           05 FILLER        PIC X(112).
       01 TRL-IMAGE.
           05 TRL-TRAN-COUNT PIC 9(9).
           05 TRL-HASH-TOT   PIC 9(13)V99.
           05 FILLER         PIC X(96).

      *    THE CURRENT SOURCE ACCOUNT, HELD WHILE THE MASTER SIDE
      *    MOVES, AND THE OUTGOING TRANSACTION'S IMAGE.
       COPY ACCTREC REPLACING ==:TAG:== BY ==SRC==.
       COPY ACCTREC REPLACING ==:TAG:== BY ==WRK==.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT DRFT-RPT

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNT MASTER DRIFT RECONCILIATION" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A010-CONTROL-VERIFY

      *    THE CORRECTING FILE IS OPENED EVEN WHEN NOTHING IS MATCHED,
      *    BUT LEFT WITHOUT A HEADER OR TRAILER -- IF THE JOB RUNS ON
      *    REGARDLESS, ACCTMNT REFUSES IT RATHER THAN APPLYING IT.
           OPEN OUTPUT TRAN-OUT
           IF CTL-ERROR = 'N' AND PARM-ERROR = 'N'
               PERFORM A150-SOURCE-SORT
               PERFORM A300-SUMMARY-WRITE
           END-IF
           CLOSE TRAN-OUT

           CLOSE DRFT-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, MASTER AND SOURCE AGREE
      *        4  DRIFT FOUND; CORRECTING TRANSACTIONS WRITTEN FOR
      *           ACCTMNT
      *        8  ONE OR MORE SOURCE RECORDS COULD NOT BE MATCHED
      *           (BLANK OR REPEATED ACCTNO); SEE THE REPORT
      *       16  EXTRACT TRAILER MISSING OR OUT OF BALANCE, OR THE
      *           CONTROL CARD IS INVALID; NOTHING WAS MATCHED AND NO
      *           CORRECTIONS WERE WRITTEN
       A900-SET-RETURN-CODE.
           IF CTL-ERROR = 'Y' OR PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF OUT-TRAN-COUNT > 0
                   ADD 4 TO RETURN-CODE
               END-IF
               IF BLANK-COUNT > 0 OR DUP-COUNT > 0
                   ADD 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           PERFORM A951-STEP-DATE-READ
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "ACCTDRFT"    TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE SRC-READ      TO STP-INPUT-COUNT
           MOVE OUT-TRAN-COUNT TO STP-OUTPUT-COUNT
           COMPUTE STP-REJECT-COUNT = BLANK-COUNT + DUP-COUNT
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

      *    PASS ONE -- BALANCES THE EXTRACT AGAINST ITS TRAILER.  A
      *    MISSING TRAILER, A SECOND ONE, OR CONTROL FIGURES THAT ARE
      *    NOT EVEN NUMERIC FAIL THE FILE THE SAME WAY A MISMATCH DOES.
       A010-CONTROL-VERIFY.
           OPEN INPUT SRC-IN
           PERFORM A011-VERIFY-RECORD UNTIL VER-EOF = 'Y'
           CLOSE SRC-IN

           IF TRL-SEEN = 'N'
               OR EXP-REC-COUNT NOT = VER-REC-COUNT
               OR EXP-HASH-TOT NOT = RUN-HASH-TOT
               MOVE 'Y' TO CTL-ERROR
           END-IF

           MOVE SPACES TO RPT-REC
           MOVE "CORRECTIONS DATED: " TO RPT-REC(1:19)
           MOVE FILE-DATE TO RPT-REC(20:8)
           WRITE RPT-REC

           IF CTL-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** EXTRACT TRAILER MISSING OR OUT OF BALANCE ***"
                   TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "*** NOTHING MATCHED - CHASE THE SENDER ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A011-VERIFY-RECORD.
           READ SRC-IN
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

      *    READS THE OPTIONAL CONTROL CARD.  A DATE THAT IS PRESENT
      *    BUT NOT A REAL CCYYMMDD STOPS THE RUN: A CORRECTING FILE
      *    UNDER A BAD DATE WOULD ONLY FAIL LATER, IN ACCTMNT.
       A050-PARM-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FILE-DATE

           OPEN INPUT DRFT-PARM
           READ DRFT-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF DRP-REC(1:8) NOT = SPACES
                   IF DRP-FILE-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(DRP-FILE-DATE)
                           = 0
                       MOVE DRP-FILE-DATE TO FILE-DATE
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
           END-IF
           CLOSE DRFT-PARM

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CONTROL CARD INVALID - NOTHING MATCHED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    PASS TWO -- THE EXTRACT IS SORTED INTO ACCTNO ORDER AND
      *    MATCHED AGAINST THE MASTER.  A REPEATED ACCTNO KEEPS ITS
      *    EXTRACT ORDER, SO THE FIRST OCCURRENCE IS THE ONE MATCHED.
       A150-SOURCE-SORT.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE A100-SOURCE-RELEASE
               OUTPUT PROCEDURE A200-MATCH-MERGE.

      *    SORT INPUT PROCEDURE -- RELEASES EVERY ACCOUNT RECORD ON THE
      *    EXTRACT.  THE TRAILER HAS DONE ITS WORK IN PASS ONE.
       A100-SOURCE-RELEASE.
           OPEN INPUT SRC-IN
           PERFORM A110-SOURCE-READ UNTIL EOF = 'Y'
           CLOSE SRC-IN.

       A110-SOURCE-READ.
           READ SRC-IN
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   IF IN-TRL-ID NOT = "*TRAILER*"
                       MOVE IN-REC TO SD-REC
                       RELEASE SD-REC
                   END-IF
           END-READ.

      *    SORT OUTPUT PROCEDURE -- THE MATCH.  THE LOWER OF THE TWO
      *    CURRENT KEYS IS UNMATCHED ON THE OTHER SIDE; EQUAL KEYS ARE
      *    COMPARED FIELD BY FIELD.
       A200-MATCH-MERGE.
           OPEN INPUT ACCT-MST

           PERFORM A205-HEADING-WRITE
           PERFORM A280-HEADER-WRITE

           PERFORM A210-SOURCE-NEXT
           PERFORM A220-MASTER-NEXT
           PERFORM A230-MATCH-STEP
               UNTIL SRC-KEY = HIGH-VALUES
                 AND MST-KEY = HIGH-VALUES

           PERFORM A290-TRAILER-WRITE

           CLOSE ACCT-MST.

       A205-HEADING-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "FINDING"    TO RPT-REC(1:7)
           MOVE "ACCTNO"     TO RPT-REC(21:6)
           MOVE "LAST NAME"  TO RPT-REC(31:9)
           MOVE "CORRECTION" TO RPT-REC(54:10)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "FIELD"      TO RPT-REC(5:5)
           MOVE "SOURCE"     TO RPT-REC(16:6)
           MOVE "MASTER"     TO RPT-REC(39:6)
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC.

      *    RETURNS THE NEXT USABLE SOURCE ACCOUNT.  A BLANK ACCTNO
      *    CANNOT BE MATCHED, AND A REPEAT OF THE ACCTNO JUST TAKEN
      *    WOULD BE MATCHED TWICE, SO BOTH ARE LISTED AND PASSED BY.
       A210-SOURCE-NEXT.
           MOVE 'N' TO SRC-TAKEN
           PERFORM A211-SOURCE-RETURN UNTIL SRC-TAKEN = 'Y'.

       A211-SOURCE-RETURN.
           RETURN SORT-WORK
               AT END
                   MOVE HIGH-VALUES TO SRC-KEY
                   MOVE 'Y' TO SRC-TAKEN
               NOT AT END
                   COMPUTE SRC-READ = SRC-READ + 1
                   MOVE SD-REC TO SRC-REC
                   IF SRC-ACCTNO = SPACES
                       COMPUTE BLANK-COUNT = BLANK-COUNT + 1
                       MOVE SPACES TO RPT-REC
                       MOVE "NOT MATCHED" TO RPT-REC(1:11)
                       MOVE SRC-LNAME TO RPT-REC(31:22)
                       MOVE "BLANK ACCTNO" TO RPT-REC(54:12)
                       WRITE RPT-REC
                   ELSE
                       IF SRC-ACCTNO = LAST-SRC-KEY
                           COMPUTE DUP-COUNT = DUP-COUNT + 1
                           MOVE SPACES TO RPT-REC
                           MOVE "NOT MATCHED" TO RPT-REC(1:11)
                           MOVE SRC-ACCTNO TO RPT-REC(21:9)
                           MOVE SRC-LNAME TO RPT-REC(31:22)
                           MOVE "REPEATED ON SOURCE" TO RPT-REC(54:18)
                           WRITE RPT-REC
                       ELSE
                           MOVE SRC-ACCTNO TO SRC-KEY
                           MOVE SRC-ACCTNO TO LAST-SRC-KEY
                           MOVE 'Y' TO SRC-TAKEN
                       END-IF
                   END-IF
           END-RETURN.

       A220-MASTER-NEXT.
           READ ACCT-MST
               AT END
                   MOVE HIGH-VALUES TO MST-KEY
               NOT AT END
                   COMPUTE MST-READ = MST-READ + 1
                   MOVE MST-ACCTNO TO MST-KEY
           END-READ.

       A230-MATCH-STEP.
           IF SRC-KEY < MST-KEY
               PERFORM A240-MISSING-FROM-MASTER
               PERFORM A210-SOURCE-NEXT
           ELSE
               IF SRC-KEY > MST-KEY
                   PERFORM A250-MISSING-FROM-SOURCE
                   PERFORM A220-MASTER-NEXT
               ELSE
                   PERFORM A260-ACCOUNT-COMPARE
                   PERFORM A210-SOURCE-NEXT
                   PERFORM A220-MASTER-NEXT
               END-IF
           END-IF.

      *    ON THE SOURCE BUT NOT THE MASTER -- A LOST ADD.  CORRECTED
      *    BY ADDING THE SOURCE'S IMAGE.
       A240-MISSING-FROM-MASTER.
           COMPUTE NOT-MST-COUNT = NOT-MST-COUNT + 1
           MOVE SPACES TO RPT-REC
           MOVE "MISSING FROM MASTER" TO RPT-REC(1:19)
           MOVE SRC-ACCTNO TO RPT-REC(21:9)
           MOVE SRC-LNAME  TO RPT-REC(31:22)
           MOVE "ADD"      TO RPT-REC(54:3)
           WRITE RPT-REC

           COMPUTE ADD-COUNT = ADD-COUNT + 1
           MOVE 'A' TO TOT-ACTION
           MOVE SRC-REC TO TOT-IMAGE
           PERFORM A285-DETAIL-WRITE.

      *    ON THE MASTER BUT NOT THE SOURCE -- A LOST DELETE.
      *    CORRECTED BY DELETING THE MASTER'S IMAGE.
       A250-MISSING-FROM-SOURCE.
           COMPUTE NOT-SRC-COUNT = NOT-SRC-COUNT + 1
           MOVE SPACES TO RPT-REC
           MOVE "MISSING FROM SOURCE" TO RPT-REC(1:19)
           MOVE MST-ACCTNO TO RPT-REC(21:9)
           MOVE MST-LNAME  TO RPT-REC(31:22)
           MOVE "DELETE"   TO RPT-REC(54:6)
           WRITE RPT-REC

           COMPUTE DEL-COUNT = DEL-COUNT + 1
           MOVE 'D' TO TOT-ACTION
           MOVE MST-REC TO TOT-IMAGE
           PERFORM A285-DETAIL-WRITE.

      *    ON BOTH -- EACH WATCHED FIELD THAT DIFFERS IS LISTED UNDER
      *    THE ACCOUNT.  MONEY IS COMPARED AS AN AMOUNT WHEN BOTH SIDES
      *    CONVERT, SO 1,000.00 AND 1000.00 ARE NOT DRIFT.  NAME,
      *    CUSTOMER AND PRODUCT ARE NOT WATCHED FIELDS BUT ARE STILL
      *    CORRECTED, SINCE THE CHANGE CARRIES THE WHOLE SOURCE IMAGE.
       A260-ACCOUNT-COMPARE.
           COMPUTE MATCH-COUNT = MATCH-COUNT + 1
           MOVE 'N' TO ACCT-DIFFERS

           IF FUNCTION TEST-NUMVAL-C(SRC-MONEY) = 0
               AND FUNCTION TEST-NUMVAL-C(MST-MONEY) = 0
               COMPUTE SRC-AMOUNT = FUNCTION NUMVAL-C(SRC-MONEY)
               COMPUTE MST-AMOUNT = FUNCTION NUMVAL-C(MST-MONEY)
               IF SRC-AMOUNT NOT = MST-AMOUNT
                   MOVE "MONEY" TO DIFF-FIELD
                   MOVE SRC-MONEY TO DIFF-SRC
                   MOVE MST-MONEY TO DIFF-MST
                   PERFORM A270-DIFF-WRITE
               END-IF
           ELSE
               IF SRC-MONEY NOT = MST-MONEY
                   MOVE "MONEY" TO DIFF-FIELD
                   MOVE SRC-MONEY TO DIFF-SRC
                   MOVE MST-MONEY TO DIFF-MST
                   PERFORM A270-DIFF-WRITE
               END-IF
           END-IF

           IF SRC-STARTDATE NOT = MST-STARTDATE
               MOVE "STARTDATE" TO DIFF-FIELD
               MOVE SRC-STARTDATE TO DIFF-SRC
               MOVE MST-STARTDATE TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-ENDDATE NOT = MST-ENDDATE
               MOVE "ENDDATE" TO DIFF-FIELD
               MOVE SRC-ENDDATE TO DIFF-SRC
               MOVE MST-ENDDATE TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-LAST-ACT NOT = MST-LAST-ACT
               MOVE "LAST-ACT" TO DIFF-FIELD
               MOVE SRC-LAST-ACT TO DIFF-SRC
               MOVE MST-LAST-ACT TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-BRANCH-CD NOT = MST-BRANCH-CD
               MOVE "BRANCH" TO DIFF-FIELD
               MOVE SRC-BRANCH-CD TO DIFF-SRC
               MOVE MST-BRANCH-CD TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-CCY-CODE NOT = MST-CCY-CODE
               MOVE "CURRENCY" TO DIFF-FIELD
               MOVE SRC-CCY-CODE TO DIFF-SRC
               MOVE MST-CCY-CODE TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-OFFICER-CD NOT = MST-OFFICER-CD
               MOVE "OFFICER" TO DIFF-FIELD
               MOVE SRC-OFFICER-CD TO DIFF-SRC
               MOVE MST-OFFICER-CD TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF
           IF SRC-FNAME NOT = MST-FNAME
               OR SRC-LNAME NOT = MST-LNAME
               OR SRC-CUST-ID NOT = MST-CUST-ID
               OR SRC-PRODUCT-CD NOT = MST-PRODUCT-CD
               MOVE "OTHER" TO DIFF-FIELD
               MOVE "NAME/CUSTOMER/PRODUCT" TO DIFF-SRC
               MOVE SPACES TO DIFF-MST
               PERFORM A270-DIFF-WRITE
           END-IF

           IF ACCT-DIFFERS = 'Y'
               COMPUTE DIFF-COUNT = DIFF-COUNT + 1
               COMPUTE CHG-COUNT = CHG-COUNT + 1
               MOVE 'C' TO TOT-ACTION
               MOVE SRC-REC TO TOT-IMAGE
               PERFORM A285-DETAIL-WRITE
           ELSE
               COMPUTE AGREE-COUNT = AGREE-COUNT + 1
           END-IF.

      *    LISTS ONE DIFFERING FIELD.  THE FIRST FOR AN ACCOUNT ALSO
      *    WRITES THE ACCOUNT'S OWN LINE ABOVE IT.
       A270-DIFF-WRITE.
           IF ACCT-DIFFERS = 'N'
               MOVE 'Y' TO ACCT-DIFFERS
               MOVE SPACES TO RPT-REC
               MOVE "FIELD DIFFERENCES" TO RPT-REC(1:17)
               MOVE SRC-ACCTNO TO RPT-REC(21:9)
               MOVE SRC-LNAME  TO RPT-REC(31:22)
               MOVE "CHANGE"   TO RPT-REC(54:6)
               WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE DIFF-FIELD TO RPT-REC(5:10)
           MOVE DIFF-SRC   TO RPT-REC(16:22)
           MOVE DIFF-MST   TO RPT-REC(39:22)
           WRITE RPT-REC.

       A280-HEADER-WRITE.
           MOVE SPACES TO HDR-IMAGE
           MOVE FILE-DATE TO HDR-FILE-DATE
           MOVE 'H' TO TOT-ACTION
           MOVE HDR-IMAGE TO TOT-IMAGE
           WRITE TOT-REC.

      *    WRITES ONE CORRECTING TRANSACTION, FOOTING ITS COUNT AND
      *    MONEY HASH.  THE IMAGE'S TRAILING FILLER IS CLEARED FIRST:
      *    ACCTMNT READS AN EFFECTIVE DATE THERE, AND A CORRECTION IS
      *    DUE THE DAY IT IS APPLIED.
       A285-DETAIL-WRITE.
           MOVE SPACES TO TOT-IMAGE(107:14)
           COMPUTE OUT-TRAN-COUNT = OUT-TRAN-COUNT + 1
           MOVE TOT-IMAGE TO WRK-REC
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(WRK-MONEY)
           IF NUMVAL-TEST = 0
               ADD FUNCTION NUMVAL-C(WRK-MONEY) TO OUT-HASH-TOT
           END-IF
           WRITE TOT-REC.

       A290-TRAILER-WRITE.
           MOVE SPACES TO TRL-IMAGE
           MOVE OUT-TRAN-COUNT TO TRL-TRAN-COUNT
           MOVE OUT-HASH-TOT   TO TRL-HASH-TOT
           MOVE 'T' TO TOT-ACTION
           MOVE TRL-IMAGE TO TOT-IMAGE
           WRITE TOT-REC.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "SOURCE RECORDS:    " TO RPT-REC(1:19)
           MOVE SRC-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "MASTER RECORDS:    " TO RPT-REC(1:19)
           MOVE MST-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "MATCHED:           " TO RPT-REC(1:19)
           MOVE MATCH-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "  IN AGREEMENT:    " TO RPT-REC(1:19)
           MOVE AGREE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "  DIFFERING:       " TO RPT-REC(1:19)
           MOVE DIFF-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT ON MASTER:     " TO RPT-REC(1:19)
           MOVE NOT-MST-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT ON SOURCE:     " TO RPT-REC(1:19)
           MOVE NOT-SRC-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "BLANK ACCTNO:      " TO RPT-REC(1:19)
           MOVE BLANK-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "REPEATED ACCTNO:   " TO RPT-REC(1:19)
           MOVE DUP-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "ADDS WRITTEN:      " TO RPT-REC(1:19)
           MOVE ADD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "CHANGES WRITTEN:   " TO RPT-REC(1:19)
           MOVE CHG-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DELETES WRITTEN:   " TO RPT-REC(1:19)
           MOVE DEL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENDAPRV.
       AUTHOR.        UNKNOWN.
      *
      *    CHECKER SIDE OF THE MAINTENANCE APPROVAL QUEUE.  READS THE
      *    PENDING FILE PENDKEY BUILDS AND THE DAY'S APPROVE/DECLINE
      *    CARDS, ONE PER QUEUE NUMBER, EACH CARRYING THE DECIDING
      *    OPERATOR'S ID.  AN APPROVED ITEM IS RELEASED INTO THE
      *    TRANSACTION FILE ACCTMNT APPLIES; A DECLINED ITEM IS
      *    DROPPED FROM THE QUEUE; ANYTHING UNDECIDED IS CARRIED TO
      *    THE NEW PENDING FILE.  A DECISION BY THE OPERATOR WHO
      *    KEYED THE ITEM IS REFUSED AND THE ITEM STAYS PENDING -- NO
      *    ONE MAY APPROVE THEIR OWN WORK.  ITEMS STILL PENDING AFTER
      *    THE AGING PERIOD ARE LISTED SO THEY ARE CHASED, NOT LOST.
      *
      *    THE SOURCE SYSTEMS' OWN DELTA FILE, WHEN ONE IS SUPPLIED,
      *    IS BALANCED AGAINST ITS HEADER AND TRAILER EXACTLY AS
      *    ACCTMNT WOULD AND PASSED THROUGH AHEAD OF THE RELEASED
      *    ITEMS, UNDER ONE HEADER AND ONE TRAILER RE-FOOTED FOR THE
      *    COMBINED FILE, SO ACCTMNT STILL SEES A SINGLE BALANCED
      *    TRANSACTION FILE.  IF THE DELTA FILE DOES NOT BALANCE,
      *    NOTHING IS RELEASED AND NO DECISION IS TAKEN: THE QUEUE IS
      *    CARRIED FORWARD UNCHANGED FOR THE RERUN.  AN INVALID
      *    CONTROL CARD IS TREATED THE SAME WAY -- NO DECISION IS
      *    TAKEN ON A DATE OR AGING PERIOD NOBODY ASKED FOR.
      *
      *    THE NEW PENDING FILE ENDS WITH THE HIGH-WATER RECORD (SEE
      *    THE PENDREC COPYBOOK), CARRYING THE HIGHEST QUEUE NUMBER
      *    EVER ISSUED PAST THE ITEMS DECIDED TODAY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEND-IN   ASSIGN TO PENDIN.
           SELECT PEND-OUT  ASSIGN TO PENDOUT.
           SELECT OPTIONAL APRV-IN   ASSIGN TO APRVIN.
           SELECT OPTIONAL APRV-PARM ASSIGN TO APRVPARM.
           SELECT OPTIONAL FEED-IN   ASSIGN TO FEEDIN.
           SELECT TRAN-OUT  ASSIGN TO TRANOUT.
           SELECT APRV-RPT  ASSIGN TO APRVRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
      *    PENDING FILE -- SEE THE PENDREC COPYBOOK.  THIS RUN'S
      *    QUEUE IN, THE UNDECIDED REMAINDER OUT.
       FD  PEND-IN RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       COPY PENDREC REPLACING ==:TAG:== BY ==PIN==.

       FD  PEND-OUT RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       COPY PENDREC REPLACING ==:TAG:== BY ==POT==.

      *    ONE DECISION CARD -- THE QUEUE NUMBER FROM THE PENDKEY
      *    REPORT, 'A' APPROVE OR 'D' DECLINE, AND THE DECIDING
      *    OPERATOR'S ID.
       FD  APRV-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  APR-REC.
           05 APR-ID       PIC 9(9).
           05 APR-DECISION PIC X(1).
           05 APR-OPER-ID  PIC X(8).
           05 FILLER       PIC X(62).

      *    APPROVAL CONTROL CARD -- THE BUSINESS DATE (CCYYMMDD, ZERO
      *    MEANS TODAY) AND THE DAYS AN ITEM MAY WAIT BEFORE IT IS
      *    LISTED AS AGED (ZERO MEANS THREE).
       FD  APRV-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  APP-REC.
           05 APP-AS-OF-DTE PIC 9(8).
           05 APP-AGE-DAYS  PIC 9(3).
           05 FILLER        PIC X(69).

      *    THE SOURCE SYSTEMS' DELTA FILE, IN THE TRAN-IN LAYOUT.
       FD  FEED-IN RECORD CONTAINS 121 CHARACTERS RECORDING MODE F.
       01  FED-REC.
           05 FED-ACTION PIC X(1).
           05 FED-IMAGE  PIC X(120).

      *    THE TRANSACTION FILE FOR ACCTMNT -- HEADER, THE DELTA
      *    FILE'S TRANSACTIONS, THE RELEASED ITEMS, TRAILER.
       FD  TRAN-OUT RECORD CONTAINS 121 CHARACTERS RECORDING MODE F.
       01  TOT-REC.
           05 TOT-ACTION PIC X(1).
           05 TOT-IMAGE  PIC X(120).

       FD  APRV-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 PIN-EOF       PIC X(1) VALUE 'N'.
       01 APR-EOF       PIC X(1) VALUE 'N'.
       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 AS-OF-NUM     PIC 9(8) VALUE 0.
       01 AS-OF-INT     PIC 9(8) VALUE 0.
       01 AGE-DAYS      PIC 9(3) VALUE 3.
       01 ITEM-DAYS     PIC 9(5) VALUE 0.
       01 KEY-DATE      PIC 9(8) VALUE 0.
       01 PEND-READ     PIC 9(9) VALUE 0.
       01 HIGH-ID       PIC 9(9) VALUE 0.
       01 RELEASE-COUNT PIC 9(9) VALUE 0.
       01 DECLINE-COUNT PIC 9(9) VALUE 0.
       01 REFUSE-COUNT  PIC 9(9) VALUE 0.
       01 CARRY-COUNT   PIC 9(9) VALUE 0.
       01 AGED-COUNT    PIC 9(9) VALUE 0.
       01 CARD-COUNT    PIC 9(9) VALUE 0.
       01 APR-REASON    PIC X(20) VALUE SPACES.
       01 ITEM-DISP     PIC X(8) VALUE SPACES.
       01 DISP-COUNT    PIC Z(8)9.
       01 DISP-DAYS     PIC ZZ9.
       01 DISP-AGE      PIC ZZZZ9.

      *    DELTA FILE VERIFICATION -- THE SAME HEADER/TRAILER RULES
      *    ACCTMNT APPLIES, SO A FILE THAT WOULD FAIL THERE FAILS
      *    HERE FIRST, BEFORE ANY DECISION IS CONSUMED.
       01 FED-EOF        PIC X(1) VALUE 'N'.
       01 FEED-SEEN      PIC X(1) VALUE 'N'.
       01 HDR-SEEN       PIC X(1) VALUE 'N'.
       01 TRL-SEEN       PIC X(1) VALUE 'N'.
       01 CTL-ERROR      PIC X(1) VALUE 'N'.
       01 FILE-DATE      PIC X(8) VALUE SPACES.
       01 VER-TRAN-COUNT PIC 9(9) VALUE 0.
       01 EXP-TRAN-COUNT PIC 9(9) VALUE 0.
       01 RUN-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 EXP-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 NUMVAL-TEST    PIC S9(4) VALUE 0.

      *    CONTROL FIGURES OF THE COMBINED FILE BEING WRITTEN.
       01 OUT-TRAN-COUNT PIC 9(9) VALUE 0.
       01 OUT-HASH-TOT   PIC 9(13)V99 VALUE 0.
       01 FEED-COUNT     PIC 9(9) VALUE 0.

      *    WORKING VIEWS OF THE CONTROL RECORDS' IMAGES.
       01 HDR-IMAGE.
           05 HDR-FILE-DATE PIC X(8).
           05 FILLER        PIC X(112).
       01 TRL-IMAGE.
           05 TRL-TRAN-COUNT PIC 9(9).
           05 TRL-HASH-TOT   PIC 9(13)V99.
           05 FILLER         PIC X(96).

      *    WORKING VIEW OF A TRANSACTION'S ACCOUNT IMAGE.
       COPY ACCTREC REPLACING ==:TAG:== BY ==WRK==.

      *    DECISION CARD TABLE.  CARD STATUS: ' ' NOT YET MATCHED,
      *    'U' USED ON ITS ITEM, 'X' A SECOND CARD FOR A NUMBER
      *    ALREADY DECIDED THIS RUN -- REFUSED, THE FIRST CARD STANDS.
       01 CARD-LIMIT     PIC 9(5) VALUE 5000.
       01 CARD-LOADED    PIC 9(5) VALUE 0.
       01 CARD-SCAN-IDX  PIC 9(5) VALUE 0.
       01 CARD-FOUND-IDX PIC 9(5) VALUE 0.
       01 CARD-FOUND     PIC X(1) VALUE 'N'.
       01 CARD-FULL      PIC X(1) VALUE 'N'.
       01 CARD-KEY       PIC 9(9) VALUE 0.
       01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 5000 TIMES.
               10 CT-ID       PIC 9(9).
               10 CT-DECISION PIC X(1).
               10 CT-OPER-ID  PIC X(8).
               10 CT-STATUS   PIC X(1).

      *    AGED-ITEM TABLE -- ITEMS CARRIED FORWARD PAST THE AGING
      *    PERIOD, HELD FOR THEIR OWN REPORT SECTION.
       01 AGE-LIMIT      PIC 9(5) VALUE 5000.
       01 AGE-COUNT      PIC 9(5) VALUE 0.
       01 AGE-SCAN-IDX   PIC 9(5) VALUE 0.
       01 AGE-FULL       PIC X(1) VALUE 'N'.
       01 AGE-TABLE.
           05 AGE-ENTRY OCCURS 5000 TIMES.
               10 AG-ID       PIC 9(9).
               10 AG-ACTION   PIC X(1).
               10 AG-ACCTNO   PIC X(9).
               10 AG-KEYER    PIC X(8).
               10 AG-KEY-DATE PIC X(8).
               10 AG-DAYS     PIC 9(5).

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT APRV-RPT

           MOVE SPACES TO RPT-REC
           MOVE "MAINTENANCE APPROVAL AND RELEASE" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A010-FEED-VERIFY

           OPEN INPUT  PEND-IN
           OPEN OUTPUT PEND-OUT
           IF CTL-ERROR = 'N' AND PARM-ERROR = 'N'
               PERFORM A060-CARD-LOAD
               OPEN OUTPUT TRAN-OUT
               PERFORM A020-HEADER-WRITE
               IF FEED-SEEN = 'Y'
                   OPEN INPUT FEED-IN
                   PERFORM A030-FEED-COPY UNTIL FED-EOF = 'Y'
                   CLOSE FEED-IN
               END-IF
               PERFORM A100-PEND-READ UNTIL PIN-EOF = 'Y'
               PERFORM A040-TRAILER-WRITE
               CLOSE TRAN-OUT
           ELSE
      *        THE TRANSACTION FILE IS STILL OPENED, BUT LEFT WITHOUT A
      *        HEADER OR TRAILER -- IF THE JOB RUNS ON REGARDLESS,
      *        ACCTMNT REFUSES IT RATHER THAN APPLYING LAST NIGHT'S.
               OPEN OUTPUT TRAN-OUT
               CLOSE TRAN-OUT
               PERFORM A190-PEND-CARRY UNTIL PIN-EOF = 'Y'
           END-IF
           PERFORM A195-HIGH-WATER-WRITE
           CLOSE PEND-IN
           CLOSE PEND-OUT

           IF CTL-ERROR = 'N' AND PARM-ERROR = 'N'
               PERFORM A200-CARD-REPORT
               PERFORM A250-AGED-REPORT
           END-IF
           PERFORM A300-SUMMARY-WRITE

           CLOSE APRV-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION
      *        4  NORMAL COMPLETION, BUT NOTHING WAS RELEASED
      *        8  ONE OR MORE DECISION CARDS REFUSED (OWN WORK, NOT
      *           PENDING, DUPLICATE OR INVALID); SEE THE REPORT
      *       16  THE DELTA FILE DID NOT BALANCE OR THE CONTROL CARD
      *           WAS INVALID -- NOTHING RELEASED, QUEUE CARRIED
      *           UNCHANGED
       A900-SET-RETURN-CODE.
           IF CTL-ERROR = 'Y' OR PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF RELEASE-COUNT = 0
                   ADD 4 TO RETURN-CODE
               END-IF
               IF REFUSE-COUNT > 0
                   ADD 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "PENDAPRV"    TO STP-PROGRAM-ID
           MOVE AS-OF-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           COMPUTE STP-INPUT-COUNT = PEND-READ + FEED-COUNT
           MOVE OUT-TRAN-COUNT TO STP-OUTPUT-COUNT
           MOVE REFUSE-COUNT  TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE OPTIONAL CONTROL CARD.  A DATE THAT IS NOT A
      *    CALENDAR DATE, OR NON-NUMERIC FIELDS, FLAG THE RUN AND NO
      *    DECISION IS TAKEN; THE DEFAULTS ONLY DATE THE REPORT.
       A050-PARM-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-NUM

           OPEN INPUT APRV-PARM
           READ APRV-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'N'
               IF APP-AS-OF-DTE IS NUMERIC AND APP-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(APP-AS-OF-DTE) = 0
                       MOVE APP-AS-OF-DTE TO AS-OF-NUM
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
               IF APP-AGE-DAYS IS NUMERIC
                   IF APP-AGE-DAYS > 0
                       MOVE APP-AGE-DAYS TO AGE-DAYS
                   END-IF
               ELSE
                   MOVE 'Y' TO PARM-ERROR
               END-IF
           END-IF
           CLOSE APRV-PARM

           COMPUTE AS-OF-INT = FUNCTION INTEGER-OF-DATE(AS-OF-NUM)

           MOVE SPACES TO RPT-REC
           MOVE "AS-OF: " TO RPT-REC(1:7)
           MOVE AS-OF-NUM TO RPT-REC(8:8)
           MOVE "  AGED AFTER DAYS: " TO RPT-REC(16:19)
           MOVE AGE-DAYS TO DISP-DAYS
           MOVE DISP-DAYS TO RPT-REC(35:3)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CONTROL CARD INVALID ***" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "*** NOTHING RELEASED - QUEUE CARRIED UNCHANGED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    BALANCES THE DELTA FILE AGAINST ITS HEADER AND TRAILER.
      *    NO DELTA FILE AT ALL IS NOT AN ERROR -- THE RELEASED ITEMS
      *    THEN MAKE UP THE WHOLE TRANSACTION FILE.
       A010-FEED-VERIFY.
           OPEN INPUT FEED-IN
           PERFORM A011-VERIFY-RECORD UNTIL FED-EOF = 'Y'
           CLOSE FEED-IN
           MOVE 'N' TO FED-EOF

           IF FEED-SEEN = 'Y'
               IF HDR-SEEN = 'N' OR TRL-SEEN = 'N'
                   OR EXP-TRAN-COUNT NOT = VER-TRAN-COUNT
                   OR EXP-HASH-TOT NOT = RUN-HASH-TOT
                   MOVE 'Y' TO CTL-ERROR
               END-IF
           ELSE
               MOVE AS-OF-NUM TO FILE-DATE
               MOVE SPACES TO RPT-REC
               MOVE "*** NO DELTA FILE - RELEASED ITEMS ONLY ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE SPACES TO RPT-REC
           MOVE "FILE DATE: " TO RPT-REC(1:11)
           MOVE FILE-DATE TO RPT-REC(12:8)
           WRITE RPT-REC

           IF CTL-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CONTROL HEADER/TRAILER MISSING OR OUT OF BALAN
      -            "CE ***" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "*** NOTHING RELEASED - QUEUE CARRIED UNCHANGED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A011-VERIFY-RECORD.
           READ FEED-IN
               AT END
                   MOVE 'Y' TO FED-EOF
               NOT AT END
                   MOVE 'Y' TO FEED-SEEN
                   EVALUATE FED-ACTION
                       WHEN 'H'
                           IF HDR-SEEN = 'Y'
                               MOVE 'Y' TO CTL-ERROR
                           ELSE
                               MOVE FED-IMAGE TO HDR-IMAGE
                               IF HDR-FILE-DATE IS NUMERIC
                                   MOVE HDR-FILE-DATE TO FILE-DATE
                                   MOVE 'Y' TO HDR-SEEN
                               ELSE
                                   MOVE 'Y' TO CTL-ERROR
                               END-IF
                           END-IF
                       WHEN 'T'
                           IF TRL-SEEN = 'Y'
                               MOVE 'Y' TO CTL-ERROR
                           ELSE
                               MOVE FED-IMAGE TO TRL-IMAGE
                               IF TRL-TRAN-COUNT IS NUMERIC
                                   AND TRL-HASH-TOT IS NUMERIC
                                   MOVE TRL-TRAN-COUNT
                                       TO EXP-TRAN-COUNT
                                   MOVE TRL-HASH-TOT TO EXP-HASH-TOT
                                   MOVE 'Y' TO TRL-SEEN
                               ELSE
                                   MOVE 'Y' TO CTL-ERROR
                               END-IF
                           END-IF
                       WHEN OTHER
                           COMPUTE VER-TRAN-COUNT = VER-TRAN-COUNT + 1
                           MOVE FED-IMAGE TO WRK-REC
                           COMPUTE NUMVAL-TEST =
                               FUNCTION TEST-NUMVAL-C(WRK-MONEY)
                           IF NUMVAL-TEST = 0
                               ADD FUNCTION NUMVAL-C(WRK-MONEY)
                                   TO RUN-HASH-TOT
                           END-IF
                   END-EVALUATE
           END-READ.

      *    THE COMBINED FILE'S HEADER CARRIES THE DELTA FILE'S DATE,
      *    SO ACCTMNT'S RUN-CONTROL CHECK STILL CATCHES A RESUBMITTED
      *    DAY; WITH NO DELTA FILE IT CARRIES THE BUSINESS DATE.
       A020-HEADER-WRITE.
           MOVE SPACES TO HDR-IMAGE
           MOVE FILE-DATE TO HDR-FILE-DATE
           MOVE 'H' TO TOT-ACTION
           MOVE HDR-IMAGE TO TOT-IMAGE
           WRITE TOT-REC.

      *    PASSES ONE DELTA FILE TRANSACTION THROUGH; ITS OWN HEADER
      *    AND TRAILER ARE REPLACED BY THE COMBINED FILE'S.
       A030-FEED-COPY.
           READ FEED-IN
               AT END
                   MOVE 'Y' TO FED-EOF
               NOT AT END
                   IF FED-ACTION = 'H' OR FED-ACTION = 'T'
                       CONTINUE
                   ELSE
                       COMPUTE FEED-COUNT = FEED-COUNT + 1
                       MOVE FED-REC TO TOT-REC
                       PERFORM A035-DETAIL-WRITE
                   END-IF
           END-READ.

      *    WRITES ONE TRANSACTION TO THE COMBINED FILE, FOOTING ITS
      *    COUNT AND MONEY HASH BY THE SENDER'S ACCTTRL RULE.
       A035-DETAIL-WRITE.
           COMPUTE OUT-TRAN-COUNT = OUT-TRAN-COUNT + 1
           MOVE TOT-IMAGE TO WRK-REC
           COMPUTE NUMVAL-TEST = FUNCTION TEST-NUMVAL-C(WRK-MONEY)
           IF NUMVAL-TEST = 0
               ADD FUNCTION NUMVAL-C(WRK-MONEY) TO OUT-HASH-TOT
           END-IF
           WRITE TOT-REC.

       A040-TRAILER-WRITE.
           MOVE SPACES TO TRL-IMAGE
           MOVE OUT-TRAN-COUNT TO TRL-TRAN-COUNT
           MOVE OUT-HASH-TOT   TO TRL-HASH-TOT
           MOVE 'T' TO TOT-ACTION
           MOVE TRL-IMAGE TO TOT-IMAGE
           WRITE TOT-REC.

      *    LOADS THE DECISION CARDS.  A SECOND CARD FOR A NUMBER
      *    ALREADY CARDED IS MARKED AT LOAD, SO THE FIRST DECISION
      *    STANDS AND THE SECOND IS REFUSED ON THE REPORT.
       A060-CARD-LOAD.
           OPEN INPUT APRV-IN
           PERFORM A061-CARD-ENTRY UNTIL APR-EOF = 'Y'
           CLOSE APRV-IN
           IF CARD-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** DECISION TABLE FULL - SOME CARDS IGNORED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A061-CARD-ENTRY.
           READ APRV-IN
               AT END
                   MOVE 'Y' TO APR-EOF
               NOT AT END
                   COMPUTE CARD-COUNT = CARD-COUNT + 1
                   IF CARD-LOADED < CARD-LIMIT
                       IF APR-ID IS NUMERIC
                           MOVE APR-ID TO CARD-KEY
                       ELSE
                           MOVE 0 TO CARD-KEY
                       END-IF
                       PERFORM A150-CARD-FIND
                       COMPUTE CARD-LOADED = CARD-LOADED + 1
                       MOVE CARD-KEY     TO CT-ID(CARD-LOADED)
                       MOVE APR-DECISION TO CT-DECISION(CARD-LOADED)
                       MOVE APR-OPER-ID  TO CT-OPER-ID(CARD-LOADED)
                       IF CARD-FOUND = 'Y'
                           MOVE 'X' TO CT-STATUS(CARD-LOADED)
                       ELSE
                           MOVE SPACE TO CT-STATUS(CARD-LOADED)
                       END-IF
                   ELSE
                       MOVE 'Y' TO CARD-FULL
                   END-IF
           END-READ.

      *    DECIDES ONE PENDING ITEM.  THE ITEM IS RELEASED OR DROPPED
      *    ONLY ON A GOOD CARD; A REFUSED CARD OR NO CARD AT ALL
      *    CARRIES IT TO THE NEW PENDING FILE.
       A100-PEND-READ.
           READ PEND-IN
               AT END
                   MOVE 'Y' TO PIN-EOF
               NOT AT END
                   PERFORM A115-HIGH-WATER-NOTE
                   IF PIN-ACTION NOT = 'H'
                       PERFORM A110-PEND-DECIDE
                   END-IF
           END-READ.

       A110-PEND-DECIDE.
           COMPUTE PEND-READ = PEND-READ + 1
           MOVE PIN-IMAGE TO WRK-REC
           MOVE SPACES TO APR-REASON
           MOVE PIN-ID TO CARD-KEY
           PERFORM A150-CARD-FIND

           IF CARD-FOUND = 'N'
               PERFORM A120-PEND-KEEP
           ELSE
               MOVE 'U' TO CT-STATUS(CARD-FOUND-IDX)
               IF CT-OPER-ID(CARD-FOUND-IDX) = SPACES
                   MOVE "NO APPROVER ID" TO APR-REASON
               ELSE
                   IF CT-OPER-ID(CARD-FOUND-IDX) = PIN-KEYER
                       MOVE "OWN WORK" TO APR-REASON
                   ELSE
                       IF NOT (CT-DECISION(CARD-FOUND-IDX) = 'A'
                           OR CT-DECISION(CARD-FOUND-IDX) = 'D')
                           MOVE "INVALID DECISION" TO APR-REASON
                       END-IF
                   END-IF
               END-IF

               IF APR-REASON NOT = SPACES
                   MOVE "REFUSED" TO ITEM-DISP
                   COMPUTE REFUSE-COUNT = REFUSE-COUNT + 1
                   PERFORM A120-PEND-KEEP
               ELSE
                   IF CT-DECISION(CARD-FOUND-IDX) = 'A'
                       MOVE "RELEASED" TO ITEM-DISP
                       COMPUTE RELEASE-COUNT = RELEASE-COUNT + 1
                       MOVE PIN-ACTION TO TOT-ACTION
                       MOVE PIN-IMAGE  TO TOT-IMAGE
                       PERFORM A035-DETAIL-WRITE
                   ELSE
                       MOVE "DECLINED" TO ITEM-DISP
                       COMPUTE DECLINE-COUNT = DECLINE-COUNT + 1
                   END-IF
               END-IF
               PERFORM A130-DECISION-WRITE
           END-IF.

      *    KEEPS THE HIGHEST QUEUE NUMBER SEEN, FROM ITEMS AND FROM
      *    THE HIGH-WATER RECORD ALIKE.  THE OLD HIGH-WATER RECORD IS
      *    NOT COPIED; ONE NEW ONE IS WRITTEN AT THE END.
       A115-HIGH-WATER-NOTE.
           IF PIN-ID IS NUMERIC AND PIN-ID > HIGH-ID
               MOVE PIN-ID TO HIGH-ID
           END-IF.

      *    CARRIES AN UNDECIDED ITEM FORWARD, AGING IT FROM THE DATE
      *    IT WAS KEYED.
       A120-PEND-KEEP.
           COMPUTE CARRY-COUNT = CARRY-COUNT + 1
           MOVE PIN-REC TO POT-REC
           WRITE POT-REC

           MOVE 0 TO ITEM-DAYS
           IF PIN-KEY-STAMP(1:8) IS NUMERIC
               MOVE PIN-KEY-STAMP(1:8) TO KEY-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(KEY-DATE) = 0
                   AND KEY-DATE < AS-OF-NUM
                   COMPUTE ITEM-DAYS = AS-OF-INT
                       - FUNCTION INTEGER-OF-DATE(KEY-DATE)
               END-IF
           END-IF
           IF ITEM-DAYS > AGE-DAYS
               COMPUTE AGED-COUNT = AGED-COUNT + 1
               IF AGE-COUNT < AGE-LIMIT
                   COMPUTE AGE-COUNT = AGE-COUNT + 1
                   MOVE PIN-ID     TO AG-ID(AGE-COUNT)
                   MOVE PIN-ACTION TO AG-ACTION(AGE-COUNT)
                   MOVE WRK-ACCTNO TO AG-ACCTNO(AGE-COUNT)
                   MOVE PIN-KEYER  TO AG-KEYER(AGE-COUNT)
                   MOVE PIN-KEY-STAMP(1:8) TO AG-KEY-DATE(AGE-COUNT)
                   MOVE ITEM-DAYS  TO AG-DAYS(AGE-COUNT)
               ELSE
                   MOVE 'Y' TO AGE-FULL
               END-IF
           END-IF.

      *    ONE REPORT LINE PER DECIDED ITEM, WITH BOTH OPERATORS, SO
      *    THE DAY'S RELEASES CAN BE AUDITED MAKER AGAINST CHECKER.
       A130-DECISION-WRITE.
           MOVE SPACES TO RPT-REC
           MOVE PIN-ID     TO RPT-REC(1:9)
           MOVE PIN-ACTION TO RPT-REC(11:1)
           MOVE WRK-ACCTNO TO RPT-REC(13:9)
           MOVE PIN-KEYER  TO RPT-REC(23:8)
           MOVE CT-OPER-ID(CARD-FOUND-IDX) TO RPT-REC(32:8)
           MOVE ITEM-DISP  TO RPT-REC(41:8)
           MOVE APR-REASON TO RPT-REC(50:20)
           WRITE RPT-REC.

      *    A FAILED DELTA FILE TAKES NO DECISIONS: THE QUEUE IS
      *    COPIED FORWARD AS IT STOOD.
       A190-PEND-CARRY.
           READ PEND-IN
               AT END
                   MOVE 'Y' TO PIN-EOF
               NOT AT END
                   PERFORM A115-HIGH-WATER-NOTE
                   IF PIN-ACTION NOT = 'H'
                       COMPUTE PEND-READ = PEND-READ + 1
                       COMPUTE CARRY-COUNT = CARRY-COUNT + 1
                       MOVE PIN-REC TO POT-REC
                       WRITE POT-REC
                   END-IF
           END-READ.

      *    ENDS THE NEW PENDING FILE WITH THE HIGH-WATER RECORD, SO
      *    PENDKEY CONTINUES PAST EVERY NUMBER EVER ISSUED.  A QUEUE
      *    THAT HAS NEVER HELD AN ITEM NEEDS NONE.
       A195-HIGH-WATER-WRITE.
           IF HIGH-ID > 0
               MOVE SPACES  TO POT-REC
               MOVE HIGH-ID TO POT-ID
               MOVE 'H'     TO POT-ACTION
               WRITE POT-REC
           END-IF.

      *    FINDS THE FIRST UNUSED CARD FOR CARD-KEY.
       A150-CARD-FIND.
           MOVE 'N' TO CARD-FOUND
           MOVE 0   TO CARD-FOUND-IDX
           PERFORM A151-CARD-SCAN
               VARYING CARD-SCAN-IDX FROM 1 BY 1
               UNTIL CARD-SCAN-IDX > CARD-LOADED
                  OR CARD-FOUND = 'Y'.

       A151-CARD-SCAN.
           IF CT-ID(CARD-SCAN-IDX) = CARD-KEY
               AND CT-STATUS(CARD-SCAN-IDX) = SPACE
               MOVE 'Y' TO CARD-FOUND
               MOVE CARD-SCAN-IDX TO CARD-FOUND-IDX
           END-IF.

      *    CARDS THAT DECIDED NOTHING -- NUMBERS NOT ON THE QUEUE,
      *    AND SECOND CARDS FOR A NUMBER ALREADY DECIDED.
       A200-CARD-REPORT.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "DECISION CARDS REFUSED" TO RPT-REC
           WRITE RPT-REC
           PERFORM A210-CARD-PRINT
               VARYING CARD-SCAN-IDX FROM 1 BY 1
               UNTIL CARD-SCAN-IDX > CARD-LOADED.

       A210-CARD-PRINT.
           MOVE SPACES TO APR-REASON
           IF CT-STATUS(CARD-SCAN-IDX) = 'X'
               MOVE "DUPLICATE DECISION" TO APR-REASON
           ELSE
               IF CT-STATUS(CARD-SCAN-IDX) = SPACE
                   MOVE "NOT PENDING" TO APR-REASON
               END-IF
           END-IF
           IF APR-REASON NOT = SPACES
               COMPUTE REFUSE-COUNT = REFUSE-COUNT + 1
               MOVE SPACES TO RPT-REC
               MOVE CT-ID(CARD-SCAN-IDX) TO RPT-REC(1:9)
               MOVE CT-DECISION(CARD-SCAN-IDX) TO RPT-REC(11:1)
               MOVE CT-OPER-ID(CARD-SCAN-IDX) TO RPT-REC(32:8)
               MOVE "REFUSED" TO RPT-REC(41:7)
               MOVE APR-REASON TO RPT-REC(50:20)
               WRITE RPT-REC
           END-IF.

      *    ITEMS STILL WAITING PAST THE AGING PERIOD, OLDEST FIRST AS
      *    THE QUEUE IS IN KEYING ORDER.
       A250-AGED-REPORT.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "PENDING PAST AGING PERIOD" TO RPT-REC
           WRITE RPT-REC
           PERFORM A251-AGED-PRINT
               VARYING AGE-SCAN-IDX FROM 1 BY 1
               UNTIL AGE-SCAN-IDX > AGE-COUNT
           IF AGE-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** AGED TABLE FULL - LIST INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A251-AGED-PRINT.
           MOVE SPACES TO RPT-REC
           MOVE AG-ID(AGE-SCAN-IDX)       TO RPT-REC(1:9)
           MOVE AG-ACTION(AGE-SCAN-IDX)   TO RPT-REC(11:1)
           MOVE AG-ACCTNO(AGE-SCAN-IDX)   TO RPT-REC(13:9)
           MOVE AG-KEYER(AGE-SCAN-IDX)    TO RPT-REC(23:8)
           MOVE AG-KEY-DATE(AGE-SCAN-IDX) TO RPT-REC(32:8)
           MOVE AG-DAYS(AGE-SCAN-IDX)     TO DISP-AGE
           MOVE DISP-AGE                  TO RPT-REC(41:5)
           MOVE "DAYS" TO RPT-REC(47:4)
           WRITE RPT-REC.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "PENDING READ:      " TO RPT-REC(1:19)
           MOVE PEND-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DECISION CARDS:    " TO RPT-REC(1:19)
           MOVE CARD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "RELEASED:          " TO RPT-REC(1:19)
           MOVE RELEASE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DECLINED:          " TO RPT-REC(1:19)
           MOVE DECLINE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "CARDS REFUSED:     " TO RPT-REC(1:19)
           MOVE REFUSE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STILL PENDING:     " TO RPT-REC(1:19)
           MOVE CARRY-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "PAST AGING PERIOD: " TO RPT-REC(1:19)
           MOVE AGED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "DELTA TRANSACTIONS:" TO RPT-REC(1:19)
           MOVE FEED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.

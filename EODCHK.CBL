       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EODCHK.
       AUTHOR.        UNKNOWN.
      *
      *    END-OF-DAY COMPLETION REPORT.  EVERY BATCH PROGRAM APPENDS
      *    ONE STEPREC RECORD TO THE STEP LOG EACH TIME IT RUNS; THIS
      *    STEP READS THE LOG FOR ONE BUSINESS DATE AND CHECKS THE
      *    NIGHT AGAINST THE EXPECTED STEP LIST ON ITS CONTROL CARDS,
      *    SO THE MORNING SHIFT READS ONE LISTING INSTEAD OF EVERY
      *    STEP'S PRINTOUT.  FOR EACH EXPECTED STEP IT SHOWS WHETHER
      *    IT RAN, WAS MISSING OR RAN MORE THAN ONCE, AND THE LAST
      *    RUN'S TIMES, RETURN CODE AND COUNTS, FLAGGING A RETURN
      *    CODE ABOVE ZERO.  CARRIED-COUNT CARDS THEN COMPARE A COUNT
      *    ONE STEP HANDED ON WITH THE COUNT THE NEXT STEP TOOK IN
      *    (ACCTUNLD'S OUTPUT AGAINST TOPACCTS'S RECORDS READ, SAY),
      *    AND ANY STEP THAT LOGGED FOR THE DATE WITHOUT BEING ON THE
      *    LIST IS LISTED ON ITS OWN.
      *
      *    CONTROL CARDS (EODCTL), ONE ITEM PER CARD, TYPE IN COL 1:
      *        D  BUSINESS DATE CCYYMMDD IN COLS 2-9.  WITHOUT ONE,
      *           THE AS-OF DATE ON THE PARM-IN CARD, OTHERWISE TODAY.
      *        S  EXPECTED STEP -- PROGRAM ID IN COLS 2-11.
      *        C  CARRIED COUNT -- FROM PROGRAM ID IN COLS 2-11 AND
      *           ITS COUNT IN COL 12, TO PROGRAM ID IN COLS 13-22
      *           AND ITS COUNT IN COL 23.  COUNT IS I (INPUT READ),
      *           O (OUTPUT WRITTEN) OR R (REJECTED).  BOTH PROGRAMS
      *           MUST ALSO BE ON S CARDS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-IN   ASSIGN TO EODCTL.
           SELECT OPTIONAL STEP-IN ASSIGN TO STEPLOG.
           SELECT EOD-RPT  ASSIGN TO EODRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
      *    CONTROL CARDS -- ONE LAYOUT PER CARD TYPE, SEE ABOVE.
       FD  CTL-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CTL-REC.
           05 CTL-TYPE      PIC X(1).
           05 FILLER        PIC X(79).
       01  CTL-DATE-REC.
           05 FILLER        PIC X(1).
           05 CTL-BUS-DATE  PIC 9(8).
           05 FILLER        PIC X(71).
       01  CTL-STEP-REC.
           05 FILLER        PIC X(1).
           05 CTL-STEP-ID   PIC X(10).
           05 FILLER        PIC X(69).
       01  CTL-CARRY-REC.
           05 FILLER        PIC X(1).
           05 CTL-FROM-ID   PIC X(10).
           05 CTL-FROM-CNT  PIC X(1).
           05 CTL-TO-ID     PIC X(10).
           05 CTL-TO-CNT    PIC X(1).
           05 FILLER        PIC X(57).

      *    THE STEP LOG, READ FROM THE START.  THIS STEP'S OWN RECORD
      *    IS APPENDED THROUGH STEP-LOG ONCE THE READ IS CLOSED.
       FD  STEP-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==SIN==.

       FD  EOD-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

      *    SAME CONTROL/PARAMETER CARD TOPACCTS READS -- ONLY ITS
      *    AS-OF DATE IS USED, AS THE DEFAULT BUSINESS DATE.
       FD  STEP-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  STEP-PARM-REC.
           05 FILLER        PIC X(27).
           05 SPM-AS-OF-DTE PIC 9(8).
           05 FILLER        PIC X(45).

       WORKING-STORAGE SECTION.

       01 CTL-EOF       PIC X(1) VALUE 'N'.
       01 LOG-EOF       PIC X(1) VALUE 'N'.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.
       01 CTL-ERROR     PIC X(1) VALUE 'N'.
       01 BUS-DATE      PIC 9(8) VALUE 0.

       01 CARD-COUNT    PIC 9(9) VALUE 0.
       01 LOG-READ      PIC 9(9) VALUE 0.
       01 LOG-FOR-DATE  PIC 9(9) VALUE 0.
       01 RAN-COUNT     PIC 9(9) VALUE 0.
       01 MISSING-COUNT PIC 9(9) VALUE 0.
       01 RERUN-COUNT   PIC 9(9) VALUE 0.
       01 RC-COUNT      PIC 9(9) VALUE 0.
       01 AGREE-COUNT   PIC 9(9) VALUE 0.
       01 DISAGREE-COUNT PIC 9(9) VALUE 0.
       01 UNCHECKED-COUNT PIC 9(9) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.
       01 DISP-RC       PIC ZZ9.
       01 DISP-RUNS     PIC Z9.

      *    EXPECTED STEPS, IN CARD ORDER -- THE ORDER THE REPORT
      *    LISTS THEM.  EACH HOLDS HOW MANY TIMES IT LOGGED FOR THE
      *    DATE AND THE LAST RUN'S RECORD.  THE LOG IS APPENDED IN
      *    RUN ORDER, SO THE LAST ONE READ IS THE LAST ONE RUN.
       01 EXP-LIMIT      PIC 9(5) VALUE 200.
       01 EXP-COUNT      PIC 9(5) VALUE 0.
       01 EXP-SCAN-IDX   PIC 9(5) VALUE 0.
       01 EXP-FOUND-IDX  PIC 9(5) VALUE 0.
       01 EXP-FOUND      PIC X(1) VALUE 'N'.
       01 EXP-KEY        PIC X(10) VALUE SPACES.
       01 EXP-TABLE.
           05 EXP-ENTRY OCCURS 200 TIMES.
               10 ET-PROGRAM-ID PIC X(10).
               10 ET-RUNS       PIC 9(5).
               10 ET-LAST-RUN   PIC X(80).

      *    CARRIED-COUNT CHECKS, IN CARD ORDER.
       01 CHK-LIMIT      PIC 9(5) VALUE 100.
       01 CHK-COUNT      PIC 9(5) VALUE 0.
       01 CHK-IDX        PIC 9(5) VALUE 0.
       01 CHK-TABLE.
           05 CHK-ENTRY OCCURS 100 TIMES.
               10 CT-FROM-ID    PIC X(10).
               10 CT-FROM-CNT   PIC X(1).
               10 CT-TO-ID      PIC X(10).
               10 CT-TO-CNT     PIC X(1).

      *    STEPS THAT LOGGED FOR THE DATE BUT ARE NOT EXPECTED.
       01 UNX-LIMIT      PIC 9(5) VALUE 200.
       01 UNX-COUNT      PIC 9(5) VALUE 0.
       01 UNX-SCAN-IDX   PIC 9(5) VALUE 0.
       01 UNX-FOUND-IDX  PIC 9(5) VALUE 0.
       01 UNX-FOUND      PIC X(1) VALUE 'N'.
       01 UNX-FULL       PIC X(1) VALUE 'N'.
       01 UNX-TABLE.
           05 UNX-ENTRY OCCURS 200 TIMES.
               10 UT-PROGRAM-ID PIC X(10).
               10 UT-RUNS       PIC 9(5).
               10 UT-LAST-RC    PIC 9(3).

      *    ONE SIDE OF A CARRIED-COUNT CHECK, LOOKED UP FROM THE LAST
      *    RUN OF THE NAMED STEP.
       01 SIDE-ID        PIC X(10) VALUE SPACES.
       01 SIDE-CNT-TYPE  PIC X(1) VALUE SPACE.
       01 SIDE-RAN       PIC X(1) VALUE 'N'.
       01 SIDE-VALUE     PIC 9(9) VALUE 0.
       01 SIDE-WORD      PIC X(6) VALUE SPACES.
       01 FROM-RAN       PIC X(1) VALUE 'N'.
       01 FROM-VALUE     PIC 9(9) VALUE 0.
       01 FROM-WORD      PIC X(6) VALUE SPACES.

      *    WORK COPY OF A STEP-LOG RECORD HELD IN THE TABLE.
       COPY STEPREC REPLACING ==:TAG:== BY ==LST==.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT EOD-RPT

           MOVE SPACES TO RPT-REC
           MOVE "END-OF-DAY BATCH COMPLETION CHECK" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-CONTROL-READ

           IF CTL-ERROR = 'N'
               PERFORM A100-LOG-SCAN
               PERFORM A200-STEP-WRITE
               PERFORM A300-CARRY-WRITE
               PERFORM A400-UNEXPECTED-WRITE
               PERFORM A500-SUMMARY-WRITE
           END-IF

           CLOSE EOD-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  EVERY EXPECTED STEP RAN ONCE, CLEAN, AND EVERY
      *           CARRIED COUNT AGREED
      *        4  A STEP ENDED WITH A RETURN CODE ABOVE ZERO, OR RAN
      *           MORE THAN ONCE
      *        8  AN EXPECTED STEP IS MISSING, OR A CARRIED COUNT
      *           DISAGREES
      *       12  BOTH OF THE ABOVE
      *       16  THE CONTROL CARDS WERE MISSING OR UNUSABLE; NOTHING
      *           WAS CHECKED
       A900-SET-RETURN-CODE.
           IF CTL-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               IF RC-COUNT > 0 OR RERUN-COUNT > 0
                   ADD 4 TO RETURN-CODE
               END-IF
               IF MISSING-COUNT > 0 OR DISAGREE-COUNT > 0
                   ADD 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "EODCHK"      TO STP-PROGRAM-ID
           MOVE BUS-DATE      TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE LOG-READ      TO STP-INPUT-COUNT
           MOVE EXP-COUNT     TO STP-OUTPUT-COUNT
           COMPUTE STP-REJECT-COUNT =
               MISSING-COUNT + RERUN-COUNT + RC-COUNT + DISAGREE-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    THE DEFAULT BUSINESS DATE -- THE AS-OF DATE ON THE PARM-IN
      *    CARD WHEN ONE IS SUPPLIED, OTHERWISE THE RUN DATE.
       A040-STEP-DATE-READ.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE
           OPEN INPUT STEP-PARM
           READ STEP-PARM
               AT END
                   MOVE 'Y' TO STEP-PARM-EOF
           END-READ
           IF STEP-PARM-EOF = 'N'
               IF SPM-AS-OF-DTE IS NUMERIC AND SPM-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(SPM-AS-OF-DTE) = 0
                       MOVE SPM-AS-OF-DTE TO BUS-DATE
                   END-IF
               END-IF
           END-IF
           CLOSE STEP-PARM.

      *    READS THE CONTROL DECK INTO THE STEP AND CHECK TABLES.  A
      *    CARD THAT CANNOT BE USED IS LISTED AND STOPS THE CHECK --
      *    A NIGHT MEASURED AGAINST THE WRONG LIST IS WORSE THAN NONE.
       A050-CONTROL-READ.
           PERFORM A040-STEP-DATE-READ

           OPEN INPUT CTL-IN
           PERFORM A051-CONTROL-CARD UNTIL CTL-EOF = 'Y'
           CLOSE CTL-IN

           IF EXP-COUNT = 0
               MOVE 'Y' TO CTL-ERROR
               MOVE SPACES TO RPT-REC
               MOVE "*** NO EXPECTED STEPS ON THE CONTROL CARDS ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           PERFORM A060-CHECK-VERIFY
               VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > CHK-COUNT

           MOVE SPACES TO RPT-REC
           MOVE "BUSINESS DATE: " TO RPT-REC(1:15)
           MOVE BUS-DATE TO RPT-REC(16:8)
           WRITE RPT-REC

           IF CTL-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CONTROL CARDS INVALID - NOTHING CHECKED ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A051-CONTROL-CARD.
           READ CTL-IN
               AT END
                   MOVE 'Y' TO CTL-EOF
               NOT AT END
                   COMPUTE CARD-COUNT = CARD-COUNT + 1
                   EVALUATE CTL-TYPE
                       WHEN 'D'
                           PERFORM A052-DATE-CARD
                       WHEN 'S'
                           PERFORM A053-STEP-CARD
                       WHEN 'C'
                           PERFORM A054-CARRY-CARD
                       WHEN OTHER
                           PERFORM A059-CARD-REJECT
                   END-EVALUATE
           END-READ.

       A052-DATE-CARD.
           IF CTL-BUS-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(CTL-BUS-DATE) = 0
               MOVE CTL-BUS-DATE TO BUS-DATE
           ELSE
               PERFORM A059-CARD-REJECT
           END-IF.

      *    A STEP LISTED TWICE IS EXPECTED ONCE.
       A053-STEP-CARD.
           IF CTL-STEP-ID = SPACES
               PERFORM A059-CARD-REJECT
           ELSE
               MOVE CTL-STEP-ID TO EXP-KEY
               PERFORM A150-EXPECTED-LOCATE
               IF EXP-FOUND = 'N'
                   IF EXP-COUNT < EXP-LIMIT
                       COMPUTE EXP-COUNT = EXP-COUNT + 1
                       MOVE CTL-STEP-ID TO ET-PROGRAM-ID(EXP-COUNT)
                       MOVE 0           TO ET-RUNS(EXP-COUNT)
                       MOVE SPACES      TO ET-LAST-RUN(EXP-COUNT)
                   ELSE
                       PERFORM A059-CARD-REJECT
                   END-IF
               END-IF
           END-IF.

       A054-CARRY-CARD.
           IF CTL-FROM-ID = SPACES OR CTL-TO-ID = SPACES
               OR NOT (CTL-FROM-CNT = 'I' OR 'O' OR 'R')
               OR NOT (CTL-TO-CNT = 'I' OR 'O' OR 'R')
               OR CHK-COUNT NOT < CHK-LIMIT
               PERFORM A059-CARD-REJECT
           ELSE
               COMPUTE CHK-COUNT = CHK-COUNT + 1
               MOVE CTL-FROM-ID  TO CT-FROM-ID(CHK-COUNT)
               MOVE CTL-FROM-CNT TO CT-FROM-CNT(CHK-COUNT)
               MOVE CTL-TO-ID    TO CT-TO-ID(CHK-COUNT)
               MOVE CTL-TO-CNT   TO CT-TO-CNT(CHK-COUNT)
           END-IF.

       A059-CARD-REJECT.
           MOVE 'Y' TO CTL-ERROR
           MOVE SPACES TO RPT-REC
           MOVE "*** BAD CONTROL CARD: " TO RPT-REC(1:22)
           MOVE CTL-REC(1:40) TO RPT-REC(23:40)
           WRITE RPT-REC.

      *    BOTH ENDS OF A CARRIED COUNT MUST BE EXPECTED STEPS -- A
      *    NAME THAT IS NOT ON THE LIST IS A MISTYPED CARD, AND WOULD
      *    OTHERWISE PASS EVERY NIGHT AS "NOT CHECKED".
       A060-CHECK-VERIFY.
           MOVE CT-FROM-ID(CHK-IDX) TO EXP-KEY
           PERFORM A150-EXPECTED-LOCATE
           IF EXP-FOUND = 'Y'
               MOVE CT-TO-ID(CHK-IDX) TO EXP-KEY
               PERFORM A150-EXPECTED-LOCATE
           END-IF
           IF EXP-FOUND = 'N'
               MOVE 'Y' TO CTL-ERROR
               MOVE SPACES TO RPT-REC
               MOVE "*** CARRIED COUNT FOR A STEP NOT EXPECTED: "
                   TO RPT-REC(1:43)
               MOVE EXP-KEY TO RPT-REC(44:10)
               WRITE RPT-REC
           END-IF.

      *    ONE PASS OVER THE LOG.  RECORDS FOR OTHER DATES ARE SKIPPED;
      *    THE LOG HOLDS EVERY NIGHT THERE HAS BEEN.
       A100-LOG-SCAN.
           OPEN INPUT STEP-IN
           PERFORM A110-LOG-RECORD UNTIL LOG-EOF = 'Y'
           CLOSE STEP-IN.

       A110-LOG-RECORD.
           READ STEP-IN
               AT END
                   MOVE 'Y' TO LOG-EOF
               NOT AT END
                   COMPUTE LOG-READ = LOG-READ + 1
                   IF SIN-BUS-DATE = BUS-DATE
                       COMPUTE LOG-FOR-DATE = LOG-FOR-DATE + 1
                       PERFORM A120-LOG-TALLY
                   END-IF
           END-READ.

       A120-LOG-TALLY.
           MOVE SIN-PROGRAM-ID TO EXP-KEY
           PERFORM A150-EXPECTED-LOCATE
           IF EXP-FOUND = 'Y'
               COMPUTE ET-RUNS(EXP-FOUND-IDX) =
                   ET-RUNS(EXP-FOUND-IDX) + 1
               MOVE SIN-REC TO ET-LAST-RUN(EXP-FOUND-IDX)
           ELSE
               PERFORM A160-UNEXPECTED-LOCATE
               IF UNX-FOUND = 'Y'
                   COMPUTE UT-RUNS(UNX-FOUND-IDX) =
                       UT-RUNS(UNX-FOUND-IDX) + 1
                   MOVE SIN-RETURN-CODE TO UT-LAST-RC(UNX-FOUND-IDX)
               END-IF
           END-IF.

      *    FINDS THE STEP IN EXP-KEY ON THE EXPECTED LIST.
       A150-EXPECTED-LOCATE.
           MOVE 'N' TO EXP-FOUND
           MOVE 0   TO EXP-FOUND-IDX
           PERFORM A151-EXPECTED-SCAN
               VARYING EXP-SCAN-IDX FROM 1 BY 1
               UNTIL EXP-SCAN-IDX > EXP-COUNT
                  OR EXP-FOUND = 'Y'.

       A151-EXPECTED-SCAN.
           IF ET-PROGRAM-ID(EXP-SCAN-IDX) = EXP-KEY
               MOVE 'Y' TO EXP-FOUND
               MOVE EXP-SCAN-IDX TO EXP-FOUND-IDX
           END-IF.

      *    FINDS AN UNEXPECTED STEP, TABLING IT ON FIRST SIGHT.  IF
      *    THE TABLE FILLS THE CALLER SEES UNX-FOUND = 'N'.
       A160-UNEXPECTED-LOCATE.
           MOVE 'N' TO UNX-FOUND
           MOVE 0   TO UNX-FOUND-IDX
           PERFORM A161-UNEXPECTED-SCAN
               VARYING UNX-SCAN-IDX FROM 1 BY 1
               UNTIL UNX-SCAN-IDX > UNX-COUNT
                  OR UNX-FOUND = 'Y'
           IF UNX-FOUND = 'N'
               IF UNX-COUNT < UNX-LIMIT
                   COMPUTE UNX-COUNT = UNX-COUNT + 1
                   MOVE EXP-KEY TO UT-PROGRAM-ID(UNX-COUNT)
                   MOVE 0       TO UT-RUNS(UNX-COUNT)
                   MOVE 0       TO UT-LAST-RC(UNX-COUNT)
                   MOVE 'Y' TO UNX-FOUND
                   MOVE UNX-COUNT TO UNX-FOUND-IDX
               ELSE
                   MOVE 'Y' TO UNX-FULL
               END-IF
           END-IF.

       A161-UNEXPECTED-SCAN.
           IF UT-PROGRAM-ID(UNX-SCAN-IDX) = EXP-KEY
               MOVE 'Y' TO UNX-FOUND
               MOVE UNX-SCAN-IDX TO UNX-FOUND-IDX
           END-IF.

      *    ONE LINE PER EXPECTED STEP, IN CARD ORDER: WHETHER IT RAN
      *    AND HOW OFTEN, THEN THE LAST RUN'S START AND END TIMES,
      *    RETURN CODE AND INPUT/OUTPUT/REJECT COUNTS.
       A200-STEP-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "STEPS" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "PROGRAM    STATUS   START  END     RC" TO RPT-REC(1:37)
           MOVE "     INPUT    OUTPUT   REJECTS" TO RPT-REC(38:30)
           WRITE RPT-REC
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC

           PERFORM A210-STEP-LINE
               VARYING EXP-SCAN-IDX FROM 1 BY 1
               UNTIL EXP-SCAN-IDX > EXP-COUNT.

       A210-STEP-LINE.
           MOVE SPACES TO RPT-REC
           MOVE ET-PROGRAM-ID(EXP-SCAN-IDX) TO RPT-REC(1:10)
           IF ET-RUNS(EXP-SCAN-IDX) = 0
               COMPUTE MISSING-COUNT = MISSING-COUNT + 1
               MOVE "MISSING" TO RPT-REC(12:7)
               MOVE "*** CHECK" TO RPT-REC(69:9)
           ELSE
               COMPUTE RAN-COUNT = RAN-COUNT + 1
               MOVE ET-LAST-RUN(EXP-SCAN-IDX) TO LST-REC
               MOVE "RAN" TO RPT-REC(12:3)
               IF ET-RUNS(EXP-SCAN-IDX) > 1
                   COMPUTE RERUN-COUNT = RERUN-COUNT + 1
                   MOVE ET-RUNS(EXP-SCAN-IDX) TO DISP-RUNS
                   MOVE DISP-RUNS TO RPT-REC(15:2)
                   MOVE "X" TO RPT-REC(17:1)
                   MOVE "*** CHECK" TO RPT-REC(69:9)
               END-IF
               MOVE LST-START-STAMP(9:6) TO RPT-REC(21:6)
               MOVE LST-END-STAMP(9:6) TO RPT-REC(28:6)
               MOVE LST-RETURN-CODE TO DISP-RC
               MOVE DISP-RC TO RPT-REC(35:3)
               MOVE LST-INPUT-COUNT TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(39:9)
               MOVE LST-OUTPUT-COUNT TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(49:9)
               MOVE LST-REJECT-COUNT TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(59:9)
               IF LST-RETURN-CODE > 0
                   COMPUTE RC-COUNT = RC-COUNT + 1
                   MOVE "*** CHECK" TO RPT-REC(69:9)
               END-IF
           END-IF
           WRITE RPT-REC.

      *    ONE LINE PER CARRIED-COUNT CARD.  A COUNT IS ONLY CHECKED
      *    WHEN BOTH STEPS RAN -- A MISSING STEP IS ALREADY FLAGGED
      *    ABOVE.  A STEP THAT RAN TWICE IS CHECKED ON ITS LAST RUN.
       A300-CARRY-WRITE.
           IF CHK-COUNT > 0
               MOVE "=====================================" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "CARRIED COUNTS" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "FROM       COUNT      VALUE   TO" TO RPT-REC(1:32)
               MOVE "COUNT      VALUE  RESULT" TO RPT-REC(42:24)
               WRITE RPT-REC
               MOVE "-------------------------------------" TO RPT-REC
               WRITE RPT-REC

               PERFORM A310-CARRY-LINE
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > CHK-COUNT
           END-IF.

       A310-CARRY-LINE.
           MOVE CT-FROM-ID(CHK-IDX)  TO SIDE-ID
           MOVE CT-FROM-CNT(CHK-IDX) TO SIDE-CNT-TYPE
           PERFORM A320-SIDE-VALUE
           MOVE SIDE-RAN   TO FROM-RAN
           MOVE SIDE-VALUE TO FROM-VALUE
           MOVE SIDE-WORD  TO FROM-WORD
           MOVE CT-TO-ID(CHK-IDX)  TO SIDE-ID
           MOVE CT-TO-CNT(CHK-IDX) TO SIDE-CNT-TYPE
           PERFORM A320-SIDE-VALUE

           MOVE SPACES TO RPT-REC
           MOVE CT-FROM-ID(CHK-IDX) TO RPT-REC(1:10)
           MOVE FROM-WORD TO RPT-REC(12:6)
           MOVE CT-TO-ID(CHK-IDX) TO RPT-REC(31:10)
           MOVE SIDE-WORD TO RPT-REC(42:6)
           IF FROM-RAN = 'Y' AND SIDE-RAN = 'Y'
               MOVE FROM-VALUE TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(19:9)
               MOVE SIDE-VALUE TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(49:9)
               IF FROM-VALUE = SIDE-VALUE
                   COMPUTE AGREE-COUNT = AGREE-COUNT + 1
                   MOVE "AGREE" TO RPT-REC(60:5)
               ELSE
                   COMPUTE DISAGREE-COUNT = DISAGREE-COUNT + 1
                   MOVE "*** DISAGREE" TO RPT-REC(60:12)
               END-IF
           ELSE
               COMPUTE UNCHECKED-COUNT = UNCHECKED-COUNT + 1
               MOVE "NOT CHECKED" TO RPT-REC(60:11)
           END-IF
           WRITE RPT-REC.

      *    THE COUNT NAMED BY SIDE-CNT-TYPE FROM THE LAST RUN OF THE
      *    STEP IN SIDE-ID; SIDE-RAN = 'N' WHEN IT DID NOT RUN.
       A320-SIDE-VALUE.
           MOVE 'N' TO SIDE-RAN
           MOVE 0   TO SIDE-VALUE
           EVALUATE SIDE-CNT-TYPE
               WHEN 'I'
                   MOVE "INPUT " TO SIDE-WORD
               WHEN 'O'
                   MOVE "OUTPUT" TO SIDE-WORD
               WHEN OTHER
                   MOVE "REJECT" TO SIDE-WORD
           END-EVALUATE
           MOVE SIDE-ID TO EXP-KEY
           PERFORM A150-EXPECTED-LOCATE
           IF EXP-FOUND = 'Y'
               IF ET-RUNS(EXP-FOUND-IDX) > 0
                   MOVE 'Y' TO SIDE-RAN
                   MOVE ET-LAST-RUN(EXP-FOUND-IDX) TO LST-REC
                   EVALUATE SIDE-CNT-TYPE
                       WHEN 'I'
                           MOVE LST-INPUT-COUNT TO SIDE-VALUE
                       WHEN 'O'
                           MOVE LST-OUTPUT-COUNT TO SIDE-VALUE
                       WHEN OTHER
                           MOVE LST-REJECT-COUNT TO SIDE-VALUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    STEPS THAT LOGGED FOR THE DATE WITHOUT BEING EXPECTED --
      *    LISTED FOR THE RECORD (A RERUN UNDER ANOTHER NAME, AN
      *    AD-HOC INQUIRY); THEY DO NOT AFFECT THE RETURN CODE.
       A400-UNEXPECTED-WRITE.
           IF UNX-COUNT > 0
               MOVE "=====================================" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "STEPS RUN BUT NOT EXPECTED" TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               MOVE "PROGRAM     RUNS  LAST RC" TO RPT-REC
               WRITE RPT-REC
               MOVE "-------------------------------------" TO RPT-REC
               WRITE RPT-REC

               PERFORM A410-UNEXPECTED-LINE
                   VARYING UNX-SCAN-IDX FROM 1 BY 1
                   UNTIL UNX-SCAN-IDX > UNX-COUNT
           END-IF
           IF UNX-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** STEP TABLE FULL - LIST INCOMPLETE ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A410-UNEXPECTED-LINE.
           MOVE SPACES TO RPT-REC
           MOVE UT-PROGRAM-ID(UNX-SCAN-IDX) TO RPT-REC(1:10)
           MOVE UT-RUNS(UNX-SCAN-IDX) TO DISP-RUNS
           MOVE DISP-RUNS TO RPT-REC(15:2)
           MOVE UT-LAST-RC(UNX-SCAN-IDX) TO DISP-RC
           MOVE DISP-RC TO RPT-REC(23:3)
           WRITE RPT-REC.

       A500-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "LOG RECORDS READ:  " TO RPT-REC(1:19)
           MOVE LOG-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "LOGGED FOR DATE:   " TO RPT-REC(1:19)
           MOVE LOG-FOR-DATE TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STEPS EXPECTED:    " TO RPT-REC(1:19)
           MOVE EXP-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STEPS RAN:         " TO RPT-REC(1:19)
           MOVE RAN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STEPS MISSING:     " TO RPT-REC(1:19)
           MOVE MISSING-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STEPS RERUN:       " TO RPT-REC(1:19)
           MOVE RERUN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "RETURN CODE > 0:   " TO RPT-REC(1:19)
           MOVE RC-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "COUNTS AGREE:      " TO RPT-REC(1:19)
           MOVE AGREE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "COUNTS DISAGREE:   " TO RPT-REC(1:19)
           MOVE DISAGREE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT CHECKED:       " TO RPT-REC(1:19)
           MOVE UNCHECKED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOT EXPECTED:      " TO RPT-REC(1:19)
           MOVE UNX-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           IF MISSING-COUNT = 0 AND RERUN-COUNT = 0 AND RC-COUNT = 0
               AND DISAGREE-COUNT = 0
               MOVE "*** NIGHT COMPLETE ***" TO RPT-REC
           ELSE
               MOVE "*** NIGHT NOT CLEAN - SEE FLAGGED LINES ***"
                   TO RPT-REC
           END-IF
           WRITE RPT-REC.

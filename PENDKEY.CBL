       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PENDKEY.
       AUTHOR.        UNKNOWN.
      *
      *    MAKER SIDE OF THE MAINTENANCE APPROVAL QUEUE.  KEYED
      *    ACCOUNT-MASTER MAINTENANCE NO LONGER GOES STRAIGHT INTO
      *    TRAN-IN, WHERE ONE OPERATOR COULD CHANGE A HIGH-VALUE
      *    ACCOUNT'S MONEY OR NAME AND HAVE ACCTMNT APPLY IT THE SAME
      *    NIGHT.  THIS STEP READS THE OPERATORS' KEYED TRANSACTIONS
      *    (THE OPERATOR ID IN FRONT OF THE USUAL ACTION CODE AND
      *    ACCOUNT IMAGE), GIVES EACH ONE THE NEXT QUEUE NUMBER,
      *    STAMPS WHO KEYED IT AND WHEN, AND APPENDS IT TO THE
      *    PENDING FILE.  NOTHING REACHES THE MASTER UNTIL PENDAPRV
      *    RELEASES IT ON A SECOND OPERATOR'S APPROVAL.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-IN   ASSIGN TO KEYIN.
           SELECT OPTIONAL PEND-FILE ASSIGN TO PENDF.
           SELECT KEY-RPT  ASSIGN TO KEYRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
           SELECT OPTIONAL STEP-PARM ASSIGN TO PARMIN.
      *
       DATA DIVISION.
       FILE SECTION.
      *    ONE KEYED TRANSACTION -- THE KEYING OPERATOR'S ID, THEN
      *    THE SAME ACTION CODE AND 120-BYTE IMAGE ACCTMNT READS ON
      *    TRAN-IN, INCLUDING THE 'X' CANCEL OF A WAREHOUSED ITEM
      *    AND ANY EFFECTIVE DATE IN THE IMAGE.
       FD  KEY-IN RECORD CONTAINS 129 CHARACTERS RECORDING MODE F.
       01  KEY-REC.
           05 KEY-OPER-ID PIC X(8).
           05 KEY-ACTION  PIC X(1).
           05 KEY-IMAGE   PIC X(120).

      *    PENDING FILE -- SEE THE PENDREC COPYBOOK.  READ ONCE FOR
      *    THE HIGHEST QUEUE NUMBER ISSUED, THEN OPENED EXTEND.  THE
      *    HIGH-WATER RECORD PENDAPRV LEAVES ON IT IS LEFT IN PLACE.
       FD  PEND-FILE RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       COPY PENDREC REPLACING ==:TAG:== BY ==PND==.

       FD  KEY-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
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

       01 EOF           PIC X(1) VALUE 'N'.
       01 PND-EOF       PIC X(1) VALUE 'N'.
       01 READ-COUNT    PIC 9(9) VALUE 0.
       01 QUEUE-COUNT   PIC 9(9) VALUE 0.
       01 REJ-COUNT     PIC 9(9) VALUE 0.
       01 PEND-COUNT    PIC 9(9) VALUE 0.
       01 LAST-ID       PIC 9(9) VALUE 0.
       01 KEY-STAMP     PIC X(14) VALUE SPACES.
       01 KEY-REASON    PIC X(20) VALUE SPACES.
       01 DISP-COUNT    PIC Z(8)9.

      *    WORKING VIEW OF THE KEYED ACCOUNT IMAGE.
       COPY ACCTREC REPLACING ==:TAG:== BY ==WRK==.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.
       01 STEP-BUS-DATE PIC 9(8) VALUE 0.
       01 STEP-PARM-EOF PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT KEY-RPT

           MOVE SPACES TO RPT-REC
           MOVE "KEYED MAINTENANCE QUEUED FOR APPROVAL" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-LAST-ID-FIND

           MOVE FUNCTION CURRENT-DATE(1:14) TO KEY-STAMP

           OPEN INPUT KEY-IN
           OPEN EXTEND PEND-FILE
           PERFORM A100-KEY-READ UNTIL EOF = 'Y'
           CLOSE KEY-IN
           CLOSE PEND-FILE

           PERFORM A300-SUMMARY-WRITE

           CLOSE KEY-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, EVERY KEYED TRANSACTION QUEUED
      *        4  NORMAL COMPLETION, BUT NOTHING WAS KEYED
      *        8  ONE OR MORE KEYED TRANSACTIONS REJECTED; SEE THE
      *           REPORT
       A900-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           IF READ-COUNT = 0
               ADD 4 TO RETURN-CODE
           END-IF
           IF REJ-COUNT > 0
               ADD 8 TO RETURN-CODE
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           PERFORM A951-STEP-DATE-READ
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "PENDKEY"     TO STP-PROGRAM-ID
           MOVE STEP-BUS-DATE TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE READ-COUNT    TO STP-INPUT-COUNT
           MOVE QUEUE-COUNT   TO STP-OUTPUT-COUNT
           MOVE REJ-COUNT     TO STP-REJECT-COUNT
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

      *    FINDS THE HIGHEST QUEUE NUMBER EVER ISSUED, SO TODAY'S
      *    ITEMS CONTINUE THE SEQUENCE.  PENDAPRV DROPS DECIDED ITEMS
      *    BUT CARRIES THEIR NUMBERS FORWARD IN THE HIGH-WATER RECORD,
      *    SO A NUMBER IS NEVER REUSED: A LATE DECISION CARD FOR AN
      *    ITEM ALREADY DECIDED CAN ONLY FIND NOTHING PENDING, NEVER
      *    A NEWER ITEM.  ONLY A QUEUE THAT HAS NEVER HELD AN ITEM
      *    STARTS AT ONE.
       A050-LAST-ID-FIND.
           OPEN INPUT PEND-FILE
           PERFORM A051-PENDING-SCAN UNTIL PND-EOF = 'Y'
           CLOSE PEND-FILE.

       A051-PENDING-SCAN.
           READ PEND-FILE
               AT END
                   MOVE 'Y' TO PND-EOF
               NOT AT END
                   IF PND-ACTION NOT = 'H'
                       COMPUTE PEND-COUNT = PEND-COUNT + 1
                   END-IF
                   IF PND-ID IS NUMERIC AND PND-ID > LAST-ID
                       MOVE PND-ID TO LAST-ID
                   END-IF
           END-READ.

       A100-KEY-READ.
           READ KEY-IN
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   PERFORM A110-KEY-QUEUE
           END-READ.

      *    QUEUES ONE KEYED TRANSACTION.  AN ITEM WITH NO OPERATOR ID
      *    CAN NEVER BE CHECKED AGAINST ITS APPROVER, SO IT IS
      *    REJECTED HERE ALONG WITH ANYTHING ACCTMNT COULD NOT APPLY
      *    IN ANY CASE.
       A110-KEY-QUEUE.
           COMPUTE READ-COUNT = READ-COUNT + 1
           MOVE KEY-IMAGE TO WRK-REC
           MOVE SPACES TO KEY-REASON
           IF KEY-OPER-ID = SPACES
               MOVE "NO OPERATOR ID" TO KEY-REASON
           ELSE
               IF NOT (KEY-ACTION = 'A' OR KEY-ACTION = 'C'
                   OR KEY-ACTION = 'D' OR KEY-ACTION = 'X')
                   MOVE "INVALID ACTION CODE" TO KEY-REASON
               ELSE
                   IF WRK-ACCTNO = SPACES
                       MOVE "BLANK ACCTNO" TO KEY-REASON
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO RPT-REC
           IF KEY-REASON = SPACES
               COMPUTE LAST-ID = LAST-ID + 1
               COMPUTE QUEUE-COUNT = QUEUE-COUNT + 1
               MOVE SPACES      TO PND-REC
               MOVE LAST-ID     TO PND-ID
               MOVE KEY-OPER-ID TO PND-KEYER
               MOVE KEY-STAMP   TO PND-KEY-STAMP
               MOVE KEY-ACTION  TO PND-ACTION
               MOVE KEY-IMAGE   TO PND-IMAGE
               WRITE PND-REC
               MOVE LAST-ID TO RPT-REC(1:9)
               MOVE "QUEUED" TO RPT-REC(62:6)
           ELSE
               COMPUTE REJ-COUNT = REJ-COUNT + 1
               MOVE "REJECTED" TO RPT-REC(62:8)
           END-IF
           MOVE KEY-ACTION  TO RPT-REC(11:1)
           MOVE WRK-ACCTNO  TO RPT-REC(13:9)
           MOVE WRK-LNAME(1:20) TO RPT-REC(23:20)
           MOVE KEY-OPER-ID TO RPT-REC(44:8)
           WRITE RPT-REC
           IF KEY-REASON NOT = SPACES
               MOVE SPACES TO RPT-REC
               MOVE KEY-REASON TO RPT-REC(62:19)
               WRITE RPT-REC
           END-IF.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "KEYED READ:        " TO RPT-REC(1:19)
           MOVE READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "QUEUED:            " TO RPT-REC(1:19)
           MOVE QUEUE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "REJECTED:          " TO RPT-REC(1:19)
           MOVE REJ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "NOW PENDING:       " TO RPT-REC(1:19)
           COMPUTE PEND-COUNT = PEND-COUNT + QUEUE-COUNT
           MOVE PEND-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.

      *    JOURNALED WITH ITS BEFORE AND AFTER MASTER IMAGES, SO
      *    ACCTRCVR CAN ROLL A BACKUP FORWARD OR BACK A BAD DAY OUT
      *    WITHOUT A FULL REBUILD FROM A RESEND.
      *
      *    A TRANSACTION MAY CARRY AN EFFECTIVE DATE.  ONE DUE ON OR
      *    BEFORE THE BUSINESS DATE (THE FILE DATE) IS APPLIED AS
      *    USUAL; A LATER ONE IS WAREHOUSED AND CARRIED FROM RUN TO
      *    RUN UNTIL ITS DATE ARRIVES, WHEN IT IS APPLIED AFTER THAT
      *    DAY'S OWN TRANSACTIONS.  A CANCEL TRANSACTION WITHDRAWS A
      *    WAREHOUSED ITEM BEFORE IT FIRES, AND THE REPORT LISTS
      *    THE ITEMS STILL SCHEDULED, IN EFFECTIVE-DATE ORDER.
      *
      *    PASS TWO TAKES A CHECKPOINT EVERY SO MANY TRANSACTIONS.
      *    JOURNAL RECORDS AND REPORT LINES ARE HELD BACK UNTIL THE
      *    CHECKPOINT THAT COVERS THEM, AND KEPT MEANWHILE ON A
      *    JOURNAL TAIL FILE STAMPED WITH THAT CHECKPOINT'S SEQUENCE
      *    NUMBER.  WRITING THE CHECKPOINT COMMITS THE BATCH; ONLY
      *    THEN ARE THE HELD RECORDS WRITTEN TO THE JOURNAL AND THE
      *    CARRY FILE.  A RUN RESUBMITTED WITH THE RESTART SWITCH
      *    BACKS OUT OF THE MASTER ONLY THE TAIL ENTRIES NEWER THAN
      *    THE LAST CHECKPOINT, FINISHES FROM THE TAIL ANY WRITING OF
      *    A COMMITTED BATCH THE STOP CUT SHORT (SKIPPING WHAT HAD
      *    ALREADY REACHED THE JOURNAL), REBUILDS THE REPORT FROM THE
      *    CHECKPOINTED LINES, AND CARRIES ON AFTER THE LAST
      *    CHECKPOINTED TRANSACTION, SO IT ENDS WITH ONE REPORT AND
      *    ONE JOURNAL, THE SAME AS A RUN THAT NEVER STOPPED.
      *
       ENVIRONMENT DIVISION.
      *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-CODE.
           SELECT OPTIONAL WHSE-IN ASSIGN TO WHSEIN.
           SELECT WHSE-OUT ASSIGN TO WHSEOUT.
           SELECT OPTIONAL MNT-PARM   ASSIGN TO MNTPARM.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO MNTCHKPT.
           SELECT OPTIONAL MNT-CARRY  ASSIGN TO MNTCARRY.
           SELECT OPTIONAL JRNL-TAIL  ASSIGN TO JRNLTAIL.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
      *        'A'  ADD A NEW ACCOUNT
      *        'C'  CHANGE (FULL REPLACEMENT OF THE IMAGE)
      *        'D'  DELETE (ONLY THE ACCTNO IN THE IMAGE IS USED)
      *        'X'  CANCEL A WAREHOUSED TRANSACTION FOR THE ACCTNO --
      *             THE ONE WITH THE EFFECTIVE DATE GIVEN, OR EVERY
      *             ONE FOR THE ACCOUNT IF NO DATE IS GIVEN
      *    AN OPTIONAL EFFECTIVE DATE (CCYYMMDD) RIDES IN THE FIRST
      *    EIGHT BYTES OF THE IMAGE'S UNUSED TAIL; SPACES OR ZEROS
      *    MEAN EFFECTIVE AT ONCE.  IT IS CLEARED BEFORE THE IMAGE
      *    REACHES THE MASTER.
      *    THE FILE IS BRACKETED BY TWO CONTROL RECORDS IN THE SAME
      *    SHAPE, VERIFIED BEFORE ANYTHING IS APPLIED:
      *        'H'  HEADER, FIRST -- THE FILE DATE (CCYYMMDD) IN THE
       FD  BRNCH-MST RECORD CONTAINS 80 CHARACTERS.
       COPY BRNCHREC REPLACING ==:TAG:== BY ==BRN==.

      *    TRANSACTION WAREHOUSE -- SEE THE WHSEREC COPYBOOK.  LAST
      *    RUN'S SCHEDULED ITEMS IN, THIS RUN'S OUT.
       FD  WHSE-IN RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       COPY WHSEREC REPLACING ==:TAG:== BY ==WHI==.

       FD  WHSE-OUT RECORD CONTAINS 160 CHARACTERS RECORDING MODE F.
       COPY WHSEREC REPLACING ==:TAG:== BY ==WHO==.

      *    RUN CONTROL CARD -- THE RESTART SWITCH ('Y' RESUMES FROM
      *    THE LAST CHECKPOINT) AND THE NUMBER OF TRANSACTIONS
      *    BETWEEN CHECKPOINTS (ZERO MEANS 100, AT MOST 500).  NO
      *    CARD IS A NORMAL RUN.
       FD  MNT-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  MNP-REC.
           05 MNP-RESTART-SW  PIC X(1).
           05 MNP-CHKPT-EVERY PIC 9(4).
           05 FILLER          PIC X(75).

      *    RESTART CHECKPOINT -- SEE CHKPT-DATA IN WORKING-STORAGE.
       FD  CHKPT-FILE RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  CHKPT-REC PIC X(100).

      *    REPORT CARRY-FORWARD FILE -- EVERY DISPOSITION LINE
      *    COVERED BY A CHECKPOINT, SO A RESTART CAN REBUILD MNT-RPT
      *    (TRUNCATED AND REOPENED EVERY RUN) IN FULL.
       FD  MNT-CARRY RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CARRY-REC PIC X(80).

      *    JOURNAL TAIL -- EVERY JOURNAL RECORD ('J') AND REPORT LINE
      *    ('R') HELD BACK SINCE THE LAST CHECKPOINT, STAMPED WITH THE
      *    SEQUENCE NUMBER OF THE CHECKPOINT THAT WILL COVER IT, AND
      *    EMPTIED ONCE THAT CHECKPOINT'S RECORDS ARE WRITTEN.  A
      *    RESTART APPLIES THE BEFORE-IMAGES OF THE ENTRIES NEWER
      *    THAN THE CHECKPOINT IN REVERSE TO TAKE THE MASTER BACK TO
      *    IT, AND WRITES FROM THE CHECKPOINT'S OWN ENTRIES WHATEVER
      *    DID NOT REACH THE JOURNAL OR THE CARRY FILE.
       FD  JRNL-TAIL RECORD CONTAINS 274 CHARACTERS RECORDING MODE F.
       01  TAIL-REC.
           05 TAIL-SEQ  PIC 9(9).
           05 TAIL-KIND PIC X(1).
           05 TAIL-DATA PIC X(264).

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 EOF           PIC X(1) VALUE 'N'.
       01 REJ-COUNT     PIC 9(9) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.
       01 TRAN-REASON   PIC X(20) VALUE SPACES.
       01 TRAN-NOTE     PIC X(10) VALUE SPACES.

      *    WORKING VIEW OF THE TRANSACTION'S ACCOUNT IMAGE, SO ITS
      *    FIELDS CAN BE NAMED WITHOUT ANOTHER LAYOUT UNDER THE FD.
       01 BEFORE-IMAGE  PIC X(120) VALUE SPACES.
       01 AFTER-IMAGE   PIC X(120) VALUE SPACES.

      *    EFFECTIVE-DATE VIEW OF THE TRANSACTION IMAGE -- THE DATE
      *    SITS IN THE FIRST EIGHT BYTES OF THE ACCOUNT RECORD'S
      *    TRAILING FILLER.
       01 EFF-IMAGE.
           05 FILLER        PIC X(106).
           05 EFF-DATE      PIC X(8).
           05 FILLER        PIC X(6).
       01 EFF-NUM       PIC 9(8) VALUE 0.
       01 EFF-DUE       PIC X(1) VALUE 'Y'.
       01 EFF-KEY       PIC X(8) VALUE SPACES.

      *    WAREHOUSE TABLE -- LAST RUN'S SCHEDULED ITEMS PLUS TODAY'S
      *    NEW ONES.  DISPOSITION: ' ' STILL SCHEDULED, 'C' CANCELLED,
      *    'F' FIRED (APPLIED OR REJECTED ON ITS DATE).  ITEMS BEYOND
      *    THE TABLE ARE COPIED STRAIGHT THROUGH TO THE NEW WAREHOUSE
      *    FILE UNTOUCHED -- NEVER LOST -- AND THE REPORT SAYS SO.
       01 WHSE-EOF       PIC X(1) VALUE 'N'.
       01 WHSE-LIMIT     PIC 9(5) VALUE 5000.
       01 WHSE-COUNT     PIC 9(5) VALUE 0.
       01 WHSE-SCAN-IDX  PIC 9(5) VALUE 0.
       01 WHSE-FOUND-IDX PIC 9(5) VALUE 0.
       01 WHSE-FULL      PIC X(1) VALUE 'N'.
       01 WHSE-LIST-DONE PIC X(1) VALUE 'N'.
       01 WHSE-BEST-IDX  PIC 9(5) VALUE 0.
       01 WHSE-BEST-DATE PIC X(8) VALUE SPACES.
       01 WHSE-TABLE.
           05 WHSE-ENTRY OCCURS 5000 TIMES.
               10 WT-EFF-DATE  PIC X(8).
               10 WT-RECV-DATE PIC X(8).
               10 WT-ACTION    PIC X(1).
               10 WT-ACCTNO    PIC X(9).
               10 WT-IMAGE     PIC X(120).
               10 WT-DISP      PIC X(1).
               10 WT-LISTED    PIC X(1).
       01 WHSE-NEW-COUNT PIC 9(9) VALUE 0.
       01 WHSE-CAN-COUNT PIC 9(9) VALUE 0.
       01 WHSE-DUE-COUNT PIC 9(9) VALUE 0.
       01 WHSE-HELD-COUNT PIC 9(9) VALUE 0.
       01 WHSE-PASS-COUNT PIC 9(9) VALUE 0.
       01 CAN-HITS       PIC 9(5) VALUE 0.

      *    RESTART/CHECKPOINT CONTROL.  A UNIT IS ONE TRANSACTION OR
      *    ONE FIRED WAREHOUSE ITEM; EACH WRITES AT MOST ONE JOURNAL
      *    RECORD AND TWO REPORT LINES, SO THE HOLD-BACK BUFFERS AND
      *    THE TAIL TABLE NEVER OVERFLOW AT THE LARGEST INTERVAL.
      *    BATCH-SEQ IS THE SEQUENCE NUMBER THE NEXT CHECKPOINT WILL
      *    CARRY, STAMPED ON EVERY TAIL ENTRY UNTIL THEN.
       01 PARM-EOF        PIC X(1) VALUE 'N'.
       01 RESTART-SW      PIC X(1) VALUE 'N'.
       01 RESTART-ERROR   PIC X(1) VALUE 'N'.
       01 CHKPT-LIMIT     PIC 9(4) VALUE 500.
       01 CHKPT-EVERY     PIC 9(4) VALUE 100.
       01 UNIT-COUNT      PIC 9(4) VALUE 0.
       01 TRAN-READ       PIC 9(9) VALUE 0.
       01 RECORDS-TO-SKIP PIC 9(9) VALUE 0.
       01 SKIP-IDX        PIC 9(9) VALUE 0.
       01 FIRE-POS        PIC 9(5) VALUE 0.
       01 FIRE-SKIP-IDX   PIC 9(5) VALUE 0.
       01 CARRY-EOF       PIC X(1) VALUE 'N'.
       01 CARRY-READ      PIC 9(9) VALUE 0.
       01 CARRY-TOTAL     PIC 9(9) VALUE 0.
       01 CARRY-SHORT     PIC 9(9) VALUE 0.
       01 CHKPT-SEQ       PIC 9(9) VALUE 0.
       01 BATCH-SEQ       PIC 9(9) VALUE 1.
       01 TAIL-LIMIT      PIC 9(4) VALUE 1500.
       01 TAIL-EOF        PIC X(1) VALUE 'N'.
       01 TAIL-COUNT      PIC 9(4) VALUE 0.
       01 TAIL-IDX        PIC 9(4) VALUE 0.
       01 TAIL-FULL       PIC X(1) VALUE 'N'.
       01 TAIL-BAD        PIC X(1) VALUE 'N'.
       01 TAIL-TABLE.
           05 TAIL-ENTRY OCCURS 1500 TIMES.
               10 TE-SEQ  PIC 9(9).
               10 TE-KIND PIC X(1).
               10 TE-DATA PIC X(264).
       01 JB-COUNT        PIC 9(4) VALUE 0.
       01 JB-IDX          PIC 9(4) VALUE 0.
       01 JB-TABLE.
           05 JB-ENTRY OCCURS 500 TIMES PIC X(264).
       01 RB-COUNT        PIC 9(4) VALUE 0.
       01 RB-IDX          PIC 9(4) VALUE 0.
       01 RB-LIMIT        PIC 9(4) VALUE 1000.
       01 RB-TABLE.
           05 RB-ENTRY OCCURS 1000 TIMES PIC X(80).

      *    RESTART CHECKPOINT -- HOW FAR PASS TWO GOT (TRANSACTION
      *    RECORDS READ, AND HOW FAR THROUGH THE WAREHOUSE THE DUE
      *    ITEMS HAD FIRED) AND THE DISPOSITION COUNTS AT THAT POINT.
      *    THE FILE DATE TIES IT TO THE TRANSACTION FILE IT BELONGS
      *    TO.  THE SEQUENCE NUMBER MATCHES IT TO ITS TAIL ENTRIES;
      *    THE JOURNAL AND REPORT-LINE COUNTS ARE THE BATCH IT
      *    COMMITS, THE CARRY TOTAL EVERY LINE THE CARRY FILE SHOULD
      *    HOLD ONCE THAT BATCH IS WRITTEN, AND THE FLUSHED FLAG SAYS
      *    WHETHER IT HAS BEEN.  BUILT HERE AND WRITTEN WHOLE, SO A
      *    RESTART CAN REWRITE THE ONE IT READ.
       01 CHKPT-DATA.
           05 CHK-FILE-DATE   PIC X(8).
           05 CHK-TRAN-READ   PIC 9(9).
           05 CHK-FIRE-IDX    PIC 9(5).
           05 CHK-TRAN-COUNT  PIC 9(9).
           05 CHK-ADD-COUNT   PIC 9(9).
           05 CHK-CHG-COUNT   PIC 9(9).
           05 CHK-DEL-COUNT   PIC 9(9).
           05 CHK-REJ-COUNT   PIC 9(9).
           05 CHK-SEQ         PIC 9(9).
           05 CHK-FLUSHED     PIC X(1).
           05 CHK-JRNL-COUNT  PIC 9(4).
           05 CHK-RPT-COUNT   PIC 9(4).
           05 CHK-CARRY-TOTAL PIC 9(9).
           05 FILLER          PIC X(6).

      *    FINISHING A COMMITTED BATCH ON RESTART -- THE TAIL TABLE
      *    POSITIONS OF THE CHECKPOINT'S OWN JOURNAL RECORDS AND
      *    REPORT LINES, IN THE ORDER THEY WERE HELD, AND HOW MANY OF
      *    THE JOURNAL RECORDS ALREADY END THE JOURNAL.
       01 CJ-COUNT        PIC 9(4) VALUE 0.
       01 CR-COUNT        PIC 9(4) VALUE 0.
       01 COMMIT-IDX      PIC 9(4) VALUE 0.
       01 COMMIT-START    PIC 9(4) VALUE 0.
       01 JRNL-EOF        PIC X(1) VALUE 'N'.
       01 JRNL-MATCH      PIC 9(4) VALUE 0.
       01 JRNL-NEXT       PIC 9(4) VALUE 0.
       01 CJ-TABLE.
           05 CJ-POS OCCURS 500 TIMES PIC 9(4).
       01 CR-TABLE.
           05 CR-POS OCCURS 1000 TIMES PIC 9(4).

      *    WORKING VIEW OF A TAIL ENTRY'S JOURNAL RECORD.
       COPY JRNLREC REPLACING ==:TAG:== BY ==JTL==.

      *    BRANCH VALIDATION TABLE, LOADED FROM THE BRANCH REFERENCE
      *    MASTER AT STARTUP.  A TRANSACTION CARRYING A CODE NOT ON
      *    IT (OR AN INACTIVE ONE) IS REJECTED -- A FAT-FINGERED
               10 BV-CODE   PIC X(3).
               10 BV-STATUS PIC X(1).

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT MNT-RPT

           MOVE SPACES TO RPT-REC
           MOVE "ACCOUNT MASTER DAILY MAINTENANCE" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ
           PERFORM A010-CONTROL-VERIFY

           IF CTL-ERROR = 'N' AND DUP-FILE = 'N'
               PERFORM A040-BRANCH-LOAD
               PERFORM A060-WAREHOUSE-LOAD
               OPEN I-O   ACCT-MST
               IF RESTART-SW = 'Y'
                   PERFORM A080-RESTART-RECOVER
               ELSE
                   PERFORM A082-FRESH-START
               END-IF
               IF RESTART-ERROR = 'N'
                   OPEN EXTEND JRNL-FILE
                   OPEN OUTPUT JRNL-TAIL
                   OPEN INPUT TRAN-IN
                   PERFORM A083-SKIP-RECORD
                       VARYING SKIP-IDX FROM 1 BY 1
                       UNTIL SKIP-IDX > RECORDS-TO-SKIP
                          OR EOF = 'Y'
                   PERFORM A100-TRAN-APPLY UNTIL EOF = 'Y'
                   PERFORM A170-WAREHOUSE-FIRE
                   PERFORM A088-CHECKPOINT-SAVE
                   CLOSE TRAN-IN
                   CLOSE ACCT-MST
                   CLOSE JRNL-FILE
                   CLOSE JRNL-TAIL
                   CLOSE MNT-CARRY
                   PERFORM A180-WAREHOUSE-WRITE
                   PERFORM A030-RUNCTL-RECORD
                   PERFORM A084-CHECKPOINT-CLEAR
                   PERFORM A250-WAREHOUSE-REPORT
                   PERFORM A300-SUMMARY-WRITE
               ELSE
                   CLOSE ACCT-MST
                   PERFORM A180-WAREHOUSE-WRITE
               END-IF
           ELSE
               PERFORM A065-WAREHOUSE-CARRY
           END-IF

           CLOSE MNT-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION, EVERY TRANSACTION APPLIED
      *        4  NORMAL COMPLETION, BUT THE FILE HELD NO TRANSACTIONS
      *           AND NO WAREHOUSED ITEM FELL DUE
      *        8  ONE OR MORE TRANSACTIONS REJECTED; SEE THE REPORT
      *       12  THE FILE DATE IS ALREADY ON THE RUN-CONTROL FILE --
      *           A DUPLICATE SUBMISSION; NOTHING WAS APPLIED
      *       16  CONTROL HEADER/TRAILER MISSING OR DISAGREEING WITH
      *           THE FILE'S CONTENTS; NOTHING WAS APPLIED -- OR A
      *           RESTART COULD NOT BE MADE (CHECKPOINT FOR ANOTHER
      *           FILE, OR THE TAIL COULD NOT BE BACKED OUT)
       A900-SET-RETURN-CODE.
           IF CTL-ERROR = 'Y' OR RESTART-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF DUP-FILE = 'Y'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   IF TRAN-COUNT = 0 AND WHSE-DUE-COUNT = 0
                       ADD 4 TO RETURN-CODE
                   END-IF
                   IF REJ-COUNT > 0
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "ACCTMNT"     TO STP-PROGRAM-ID
           IF FILE-DATE IS NUMERIC
               MOVE FILE-DATE TO STP-BUS-DATE
           ELSE
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE TRAN-COUNT    TO STP-INPUT-COUNT
           COMPUTE STP-OUTPUT-COUNT = ADD-COUNT + CHG-COUNT + DEL-COUNT
           MOVE REJ-COUNT     TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    PASS ONE -- BALANCES THE FILE AGAINST ITS HEADER AND
      *    TRAILER AND CHECKS THE RUN-CONTROL FILE, BEFORE PASS TWO
      *    TOUCHES THE MASTER.  A FILE THAT CANNOT PROVE ITSELF
               MOVE BRNCH-SCAN-IDX TO BRNCH-FOUND-IDX
           END-IF.

      *    READS THE OPTIONAL RUN CONTROL CARD.  NOTHING IS PRINTED
      *    HERE, SO A RESTARTED RUN'S REPORT READS THE SAME AS AN
      *    UNINTERRUPTED ONE.
       A050-PARM-READ.
           OPEN INPUT MNT-PARM
           READ MNT-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ
           IF PARM-EOF = 'N'
               IF MNP-RESTART-SW = 'Y'
                   MOVE 'Y' TO RESTART-SW
               END-IF
               IF MNP-CHKPT-EVERY IS NUMERIC
                   AND MNP-CHKPT-EVERY > 0
                   IF MNP-CHKPT-EVERY > CHKPT-LIMIT
                       MOVE CHKPT-LIMIT TO CHKPT-EVERY
                   ELSE
                       MOVE MNP-CHKPT-EVERY TO CHKPT-EVERY
                   END-IF
               END-IF
           END-IF
           CLOSE MNT-PARM.

      *    PICKS UP FROM THE LAST CHECKPOINT: RESTORES THE COUNTS,
      *    REPLAYS THE CHECKPOINTED REPORT LINES, BACKS THE TAIL
      *    ENTRIES NEWER THAN THE CHECKPOINT OUT OF THE MASTER, AND
      *    FINISHES WRITING THE CHECKPOINT'S OWN BATCH IF THE STOP
      *    CAME BEFORE IT WAS ALL WRITTEN.  A CHECKPOINT LEFT BY
      *    ANOTHER DAY'S FILE IS NEVER TRUSTED.  NO CHECKPOINT AT ALL
      *    MEANS THE FIRST ATTEMPT STOPPED BEFORE ITS FIRST ONE: THE
      *    TAIL IS BACKED OUT AND THE FILE STARTS FROM THE TOP.  A
      *    CARRY FILE HOLDING MORE LINES THAN THE CHECKPOINT ACCOUNTS
      *    FOR MEANS THE CHECKPOINT WAS LOST IN THE REWRITING, AND
      *    STOPS THE RESTART BEFORE THE MASTER IS TOUCHED.
       A080-RESTART-RECOVER.
           MOVE 0 TO RECORDS-TO-SKIP
           MOVE 0 TO FIRE-SKIP-IDX
           MOVE SPACES TO CHKPT-DATA
           MOVE 'Y' TO CHK-FLUSHED
           OPEN INPUT CHKPT-FILE
           READ CHKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CHKPT-REC TO CHKPT-DATA
                   IF CHK-FILE-DATE NOT = FILE-DATE
                       MOVE 'Y' TO RESTART-ERROR
                   ELSE
                       MOVE CHK-TRAN-READ   TO RECORDS-TO-SKIP
                       MOVE CHK-FIRE-IDX    TO FIRE-SKIP-IDX
                       MOVE CHK-TRAN-COUNT  TO TRAN-COUNT
                       MOVE CHK-ADD-COUNT   TO ADD-COUNT
                       MOVE CHK-CHG-COUNT   TO CHG-COUNT
                       MOVE CHK-DEL-COUNT   TO DEL-COUNT
                       MOVE CHK-REJ-COUNT   TO REJ-COUNT
                       MOVE CHK-SEQ         TO CHKPT-SEQ
                       MOVE CHK-CARRY-TOTAL TO CARRY-TOTAL
                   END-IF
           END-READ
           CLOSE CHKPT-FILE
           COMPUTE BATCH-SEQ = CHKPT-SEQ + 1

           IF RESTART-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** CHECKPOINT IS FOR ANOTHER FILE DATE ***"
                   TO RPT-REC
               WRITE RPT-REC
           ELSE
               OPEN INPUT MNT-CARRY
               PERFORM A081-CARRY-REPLAY UNTIL CARRY-EOF = 'Y'
               CLOSE MNT-CARRY
               IF CARRY-READ > CARRY-TOTAL
                   MOVE 'Y' TO RESTART-ERROR
                   MOVE SPACES TO RPT-REC
                   MOVE "*** CARRY FILE DOES NOT MATCH THE CHECKPOINT *
      -                "**" TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF

           IF RESTART-ERROR = 'N'
               PERFORM A085-TAIL-BACKOUT
           END-IF
           IF RESTART-ERROR = 'N' AND CHK-FLUSHED = 'N'
               PERFORM A095-FLUSH-COMPLETE
           END-IF

           IF RESTART-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** RESTART NOT POSSIBLE - NOTHING FURTHER APPLIED
      -            " ***" TO RPT-REC
               WRITE RPT-REC
           ELSE
               OPEN EXTEND MNT-CARRY
           END-IF.

      *    REPLAYS ONE CHECKPOINTED DISPOSITION LINE FROM THE PRIOR
      *    ATTEMPT BACK INTO THE FRESHLY-REOPENED MNT-RPT.
       A081-CARRY-REPLAY.
           READ MNT-CARRY
               AT END
                   MOVE 'Y' TO CARRY-EOF
               NOT AT END
                   COMPUTE CARRY-READ = CARRY-READ + 1
                   MOVE CARRY-REC TO RPT-REC
                   WRITE RPT-REC
           END-READ.

      *    A NORMAL (NON-RESTART) RUN STARTS WITH EMPTY CHECKPOINT AND
      *    CARRY FILES SO AN EARLIER, UNRELATED RESTART CONDITION CAN'T
      *    BLEED INTO THIS RUN.
       A082-FRESH-START.
           MOVE 0 TO RECORDS-TO-SKIP
           MOVE 0 TO FIRE-SKIP-IDX
           OPEN OUTPUT MNT-CARRY
           CLOSE MNT-CARRY
           OPEN EXTEND MNT-CARRY
           OPEN OUTPUT CHKPT-FILE
           CLOSE CHKPT-FILE.

      *    READS PAST ONE TRANSACTION RECORD ALREADY ACCOUNTED FOR BY
      *    THE RECOVERED CHECKPOINT.  ITS EFFECT ON THE WAREHOUSE
      *    TABLE (A NEW FUTURE-DATED ITEM, OR A CANCEL) IS REPLAYED,
      *    SINCE THE TABLE WAS RELOADED FROM LAST RUN'S WAREHOUSE;
      *    NOTHING TOUCHES THE MASTER, THE JOURNAL OR THE REPORT.
       A083-SKIP-RECORD.
           READ TRAN-IN
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   COMPUTE TRAN-READ = TRAN-READ + 1
                   IF TRN-ACTION = 'H' OR TRN-ACTION = 'T'
                       CONTINUE
                   ELSE
                       MOVE TRN-IMAGE TO WRK-REC
                       MOVE SPACES TO TRAN-REASON
                       IF WRK-ACCTNO NOT = SPACES
                           PERFORM A102-EFFECTIVE-CHECK
                           IF TRAN-REASON = SPACES
                               IF TRN-ACTION = 'X'
                                   PERFORM A150-CANCEL-APPLY
                               ELSE
                                   IF EFF-DUE = 'N'
                                       PERFORM A160-WAREHOUSE-ADD
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    A SUCCESSFUL RUN CLEARS THE CHECKPOINT, CARRY AND TAIL
      *    FILES SO THE NEXT NORMAL RUN STARTS CLEAN INSTEAD OF
      *    INHERITING A COMPLETED RUN'S LEFTOVERS.
       A084-CHECKPOINT-CLEAR.
           OPEN OUTPUT CHKPT-FILE
           CLOSE CHKPT-FILE
           OPEN OUTPUT MNT-CARRY
           CLOSE MNT-CARRY
           OPEN OUTPUT JRNL-TAIL
           CLOSE JRNL-TAIL.

      *    TAKES THE MASTER BACK TO THE LAST CHECKPOINT BY APPLYING
      *    THE BEFORE-IMAGES OF THE TAIL'S JOURNAL ENTRIES NEWER THAN
      *    THE CHECKPOINT, NEWEST FIRST -- THE SAME BACKOUT ACCTRCVR
      *    MAKES FOR A WHOLE DAY, CONFINED TO THE UPDATES NO
      *    CHECKPOINT COVERS.  ENTRIES STAMPED WITH THE CHECKPOINT'S
      *    OWN SEQUENCE ARE COMMITTED AND STAY APPLIED.  A TAIL TOO
      *    LONG TO HOLD, ONE CARRYING ANY OTHER SEQUENCE, OR A
      *    BACKOUT THAT FINDS THE MASTER NOT AS THE TAIL LEFT IT,
      *    STOPS THE RESTART RATHER THAN APPLY ON TOP OF AN UNKNOWN
      *    MASTER.
       A085-TAIL-BACKOUT.
           OPEN INPUT JRNL-TAIL
           PERFORM A086-TAIL-LOAD UNTIL TAIL-EOF = 'Y'
           CLOSE JRNL-TAIL
           IF TAIL-FULL = 'Y'
               MOVE 'Y' TO RESTART-ERROR
               MOVE SPACES TO RPT-REC
               MOVE "*** JOURNAL TAIL TOO LONG TO BACK OUT ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF TAIL-BAD = 'Y' AND TAIL-FULL = 'N'
               MOVE 'Y' TO RESTART-ERROR
               MOVE SPACES TO RPT-REC
               MOVE "*** JOURNAL TAIL DOES NOT MATCH THE CHECKPOINT ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF RESTART-ERROR = 'N'
               PERFORM A087-TAIL-APPLY
                   VARYING TAIL-IDX FROM TAIL-COUNT BY -1
                   UNTIL TAIL-IDX < 1
               IF RESTART-ERROR = 'Y'
                   MOVE SPACES TO RPT-REC
                   MOVE "*** JOURNAL TAIL BACKOUT FAILED ***"
                       TO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF.

      *    LOADS ONE TAIL ENTRY.  EVERY ENTRY MUST BELONG EITHER TO
      *    THE CHECKPOINT ON FILE OR TO THE BATCH AFTER IT.
       A086-TAIL-LOAD.
           READ JRNL-TAIL
               AT END
                   MOVE 'Y' TO TAIL-EOF
               NOT AT END
                   IF TAIL-COUNT < TAIL-LIMIT
                       COMPUTE TAIL-COUNT = TAIL-COUNT + 1
                       MOVE TAIL-REC TO TAIL-ENTRY(TAIL-COUNT)
                   ELSE
                       MOVE 'Y' TO TAIL-FULL
                   END-IF
                   IF TAIL-SEQ NOT = BATCH-SEQ
                       AND (TAIL-SEQ NOT = CHKPT-SEQ OR CHKPT-SEQ = 0)
                       MOVE 'Y' TO TAIL-BAD
                   END-IF
           END-READ.

      *    UNDOES ONE UNCOMMITTED TAIL UPDATE: AN ADD IS DELETED, A
      *    CHANGE GETS ITS BEFORE-IMAGE BACK, A DELETE IS WRITTEN
      *    BACK.  REPORT LINES AND COMMITTED ENTRIES ARE PASSED OVER.
       A087-TAIL-APPLY.
           IF TE-KIND(TAIL-IDX) = 'J' AND TE-SEQ(TAIL-IDX) > CHKPT-SEQ
               MOVE TE-DATA(TAIL-IDX) TO JTL-REC
               EVALUATE JTL-ACTION
                   WHEN 'A'
                       MOVE JTL-ACCTNO TO MST-ACCTNO
                       DELETE ACCT-MST RECORD
                           INVALID KEY
                               MOVE 'Y' TO RESTART-ERROR
                       END-DELETE
                   WHEN 'C'
                       MOVE JTL-BEFORE TO MST-REC
                       REWRITE MST-REC
                           INVALID KEY
                               MOVE 'Y' TO RESTART-ERROR
                       END-REWRITE
                   WHEN 'D'
                       MOVE JTL-BEFORE TO MST-REC
                       WRITE MST-REC
                           INVALID KEY
                               MOVE 'Y' TO RESTART-ERROR
                       END-WRITE
               END-EVALUATE
           END-IF.

      *    COMMITS THE WORK SINCE THE LAST CHECKPOINT.  THE CHECKPOINT
      *    RECORD IS THE COMMIT POINT, SO THE ORDER MATTERS:
      *      1. THE TAIL IS CLOSED, SO EVERY ENTRY OF THE BATCH IS ON
      *         IT BEFORE ANYTHING CLAIMS THE BATCH IS COMMITTED;
      *      2. THE CHECKPOINT IS WRITTEN WITH THE BATCH'S SEQUENCE
      *         NUMBER, POSITION, COUNTS AND CARRY TOTAL, MARKED NOT
      *         YET FLUSHED;
      *      3. THE HELD-BACK JOURNAL RECORDS AND REPORT LINES ARE
      *         WRITTEN, AND THE JOURNAL AND CARRY FILE CLOSED AND
      *         REOPENED SO THEY ARE SAFELY DOWN;
      *      4. THE CHECKPOINT IS WRITTEN AGAIN MARKED FLUSHED, AND
      *         THE TAIL EMPTIED FOR THE NEXT BATCH.
      *    A STOP BEFORE 2 LEAVES THE BATCH UNCOMMITTED: ITS TAIL
      *    ENTRIES ARE NEWER THAN THE CHECKPOINT AND ARE BACKED OUT,
      *    AND NONE OF IT HAS REACHED THE JOURNAL OR THE CARRY FILE.
      *    A STOP AFTER 2 LEAVES IT COMMITTED: THE RESTART KEEPS IT
      *    AND WRITES FROM THE TAIL WHATEVER OF 3 WAS NOT DONE.
       A088-CHECKPOINT-SAVE.
           CLOSE JRNL-TAIL

           COMPUTE CARRY-TOTAL = CARRY-TOTAL + RB-COUNT
           MOVE BATCH-SEQ TO CHKPT-SEQ
           MOVE SPACES      TO CHKPT-DATA
           MOVE FILE-DATE   TO CHK-FILE-DATE
           MOVE TRAN-READ   TO CHK-TRAN-READ
           MOVE FIRE-POS    TO CHK-FIRE-IDX
           MOVE TRAN-COUNT  TO CHK-TRAN-COUNT
           MOVE ADD-COUNT   TO CHK-ADD-COUNT
           MOVE CHG-COUNT   TO CHK-CHG-COUNT
           MOVE DEL-COUNT   TO CHK-DEL-COUNT
           MOVE REJ-COUNT   TO CHK-REJ-COUNT
           MOVE CHKPT-SEQ   TO CHK-SEQ
           MOVE 'N'         TO CHK-FLUSHED
           MOVE JB-COUNT    TO CHK-JRNL-COUNT
           MOVE RB-COUNT    TO CHK-RPT-COUNT
           MOVE CARRY-TOTAL TO CHK-CARRY-TOTAL
           PERFORM A093-CHECKPOINT-WRITE

           PERFORM A089-JOURNAL-FLUSH
               VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-COUNT
           PERFORM A091-CARRY-FLUSH
               VARYING RB-IDX FROM 1 BY 1 UNTIL RB-IDX > RB-COUNT
           MOVE 0 TO JB-COUNT
           MOVE 0 TO RB-COUNT
           CLOSE JRNL-FILE
           OPEN EXTEND JRNL-FILE
           CLOSE MNT-CARRY
           OPEN EXTEND MNT-CARRY

           MOVE 'Y' TO CHK-FLUSHED
           PERFORM A093-CHECKPOINT-WRITE

           OPEN OUTPUT JRNL-TAIL
           COMPUTE BATCH-SEQ = CHKPT-SEQ + 1
           MOVE 0 TO UNIT-COUNT.

       A089-JOURNAL-FLUSH.
           MOVE JB-ENTRY(JB-IDX) TO JRN-REC
           WRITE JRN-REC.

       A091-CARRY-FLUSH.
           MOVE RB-ENTRY(RB-IDX) TO CARRY-REC
           WRITE CARRY-REC.

      *    ENDS ONE UNIT OF WORK, CHECKPOINTING WHEN THE INTERVAL IS
      *    REACHED.
       A090-UNIT-COMMIT.
           COMPUTE UNIT-COUNT = UNIT-COUNT + 1
           IF UNIT-COUNT NOT < CHKPT-EVERY
               PERFORM A088-CHECKPOINT-SAVE
           END-IF.

      *    HOLDS ONE REPORT LINE BACK FOR THE CARRY FILE UNTIL THE
      *    CHECKPOINT THAT COVERS IT, KEEPING IT ON THE TAIL MEANWHILE.
       A092-CARRY-HOLD.
           COMPUTE RB-COUNT = RB-COUNT + 1
           MOVE RPT-REC TO RB-ENTRY(RB-COUNT)
           MOVE BATCH-SEQ TO TAIL-SEQ
           MOVE 'R'       TO TAIL-KIND
           MOVE RPT-REC   TO TAIL-DATA
           WRITE TAIL-REC.

      *    REPLACES THE CHECKPOINT WITH THE ONE BUILT IN CHKPT-DATA.
       A093-CHECKPOINT-WRITE.
           OPEN OUTPUT CHKPT-FILE
           MOVE CHKPT-DATA TO CHKPT-REC
           WRITE CHKPT-REC
           CLOSE CHKPT-FILE.

      *    FINISHES WRITING A COMMITTED BATCH THE STOP CUT SHORT.  THE
      *    TAIL MUST HOLD EXACTLY THE JOURNAL RECORDS AND REPORT LINES
      *    THE CHECKPOINT COMMITTED.  THE JOURNAL IS READ THROUGH TO
      *    FIND HOW MANY OF THE BATCH'S RECORDS ALREADY END IT, AND
      *    ONLY THE REST ARE WRITTEN; THE CARRY FILE IS SHORT BY THE
      *    DIFFERENCE FROM THE CHECKPOINT'S TOTAL, AND THAT MANY OF
      *    THE BATCH'S LAST LINES ARE WRITTEN TO IT AND THE REPORT.
      *    THE CHECKPOINT IS THEN MARKED FLUSHED.
       A095-FLUSH-COMPLETE.
           MOVE 0 TO CJ-COUNT
           MOVE 0 TO CR-COUNT
           PERFORM A096-COMMIT-LIST
               VARYING TAIL-IDX FROM 1 BY 1
               UNTIL TAIL-IDX > TAIL-COUNT
           COMPUTE CARRY-SHORT = CARRY-TOTAL - CARRY-READ
           IF CJ-COUNT NOT = CHK-JRNL-COUNT
               OR CR-COUNT NOT = CHK-RPT-COUNT
               OR CARRY-SHORT > CR-COUNT
               MOVE 'Y' TO RESTART-ERROR
               MOVE SPACES TO RPT-REC
               MOVE "*** JOURNAL TAIL INCOMPLETE FOR THE CHECKPOINT ***"
                   TO RPT-REC
               WRITE RPT-REC
           ELSE
               MOVE 0 TO JRNL-MATCH
               IF CJ-COUNT > 0
                   OPEN INPUT JRNL-FILE
                   PERFORM A097-JOURNAL-MATCH UNTIL JRNL-EOF = 'Y'
                   CLOSE JRNL-FILE
               END-IF
               COMPUTE COMMIT-START = JRNL-MATCH + 1
               OPEN EXTEND JRNL-FILE
               PERFORM A098-JOURNAL-FINISH
                   VARYING COMMIT-IDX FROM COMMIT-START BY 1
                   UNTIL COMMIT-IDX > CJ-COUNT
               CLOSE JRNL-FILE

               COMPUTE COMMIT-START = CR-COUNT - CARRY-SHORT + 1
               OPEN EXTEND MNT-CARRY
               PERFORM A099-CARRY-FINISH
                   VARYING COMMIT-IDX FROM COMMIT-START BY 1
                   UNTIL COMMIT-IDX > CR-COUNT
               CLOSE MNT-CARRY

               MOVE 'Y' TO CHK-FLUSHED
               PERFORM A093-CHECKPOINT-WRITE
           END-IF.

      *    NOTES WHERE THE CHECKPOINT'S OWN ENTRIES SIT IN THE TAIL.
       A096-COMMIT-LIST.
           IF TE-SEQ(TAIL-IDX) = CHKPT-SEQ
               IF TE-KIND(TAIL-IDX) = 'J'
                   IF CJ-COUNT < CHKPT-LIMIT
                       COMPUTE CJ-COUNT = CJ-COUNT + 1
                       MOVE TAIL-IDX TO CJ-POS(CJ-COUNT)
                   ELSE
                       MOVE 'Y' TO RESTART-ERROR
                   END-IF
               ELSE
                   IF CR-COUNT < RB-LIMIT
                       COMPUTE CR-COUNT = CR-COUNT + 1
                       MOVE TAIL-IDX TO CR-POS(CR-COUNT)
                   ELSE
                       MOVE 'Y' TO RESTART-ERROR
                   END-IF
               END-IF
           END-IF.

      *    THE BATCH WAS WRITTEN TO THE JOURNAL IN ORDER AND LAST, SO
      *    THE RECORDS ALREADY THERE ARE A RUN OF ITS FIRST ENTRIES AT
      *    THE VERY END.  JRNL-MATCH COUNTS HOW FAR THE RECORDS READ
      *    SO FAR AGREE WITH THE START OF THE BATCH; A RECORD THAT
      *    BREAKS THE RUN STARTS THE COUNT AGAIN.
       A097-JOURNAL-MATCH.
           READ JRNL-FILE
               AT END
                   MOVE 'Y' TO JRNL-EOF
               NOT AT END
                   IF JRNL-MATCH < CJ-COUNT
                       COMPUTE JRNL-NEXT = JRNL-MATCH + 1
                   ELSE
                       MOVE 1 TO JRNL-NEXT
                   END-IF
                   MOVE CJ-POS(JRNL-NEXT) TO TAIL-IDX
                   IF JRN-REC = TE-DATA(TAIL-IDX)
                       MOVE JRNL-NEXT TO JRNL-MATCH
                   ELSE
                       MOVE CJ-POS(1) TO TAIL-IDX
                       IF JRN-REC = TE-DATA(TAIL-IDX)
                           MOVE 1 TO JRNL-MATCH
                       ELSE
                           MOVE 0 TO JRNL-MATCH
                       END-IF
                   END-IF
           END-READ.

       A098-JOURNAL-FINISH.
           MOVE CJ-POS(COMMIT-IDX) TO TAIL-IDX
           MOVE TE-DATA(TAIL-IDX) TO JRN-REC
           WRITE JRN-REC.

       A099-CARRY-FINISH.
           MOVE CR-POS(COMMIT-IDX) TO TAIL-IDX
           MOVE TE-DATA(TAIL-IDX) TO CARRY-REC
           WRITE CARRY-REC
           MOVE CARRY-REC TO RPT-REC
           WRITE RPT-REC.

      *    LOADS LAST RUN'S WAREHOUSE INTO THE TABLE AND OPENS THE
      *    NEW WAREHOUSE FILE, WHICH STAYS OPEN UNTIL THE SCHEDULED
      *    REMAINDER IS WRITTEN AT THE END OF THE RUN.
       A060-WAREHOUSE-LOAD.
           OPEN INPUT  WHSE-IN
           OPEN OUTPUT WHSE-OUT
           PERFORM A061-WAREHOUSE-ENTRY UNTIL WHSE-EOF = 'Y'
           CLOSE WHSE-IN
           IF WHSE-FULL = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** WAREHOUSE TABLE FULL - SOME ITEMS NOT CHECKED *
      -            "**" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       A061-WAREHOUSE-ENTRY.
           READ WHSE-IN
               AT END
                   MOVE 'Y' TO WHSE-EOF
               NOT AT END
                   IF WHSE-COUNT < WHSE-LIMIT
                       COMPUTE WHSE-COUNT = WHSE-COUNT + 1
                       MOVE WHI-EFF-DATE  TO WT-EFF-DATE(WHSE-COUNT)
                       MOVE WHI-RECV-DATE TO WT-RECV-DATE(WHSE-COUNT)
                       MOVE WHI-ACTION    TO WT-ACTION(WHSE-COUNT)
                       MOVE WHI-IMAGE     TO WT-IMAGE(WHSE-COUNT)
                       MOVE WHI-IMAGE     TO WRK-REC
                       MOVE WRK-ACCTNO    TO WT-ACCTNO(WHSE-COUNT)
                       MOVE SPACE TO WT-DISP(WHSE-COUNT)
                       MOVE 'N'   TO WT-LISTED(WHSE-COUNT)
                   ELSE
                       MOVE 'Y' TO WHSE-FULL
                       COMPUTE WHSE-PASS-COUNT = WHSE-PASS-COUNT + 1
                       MOVE WHI-REC TO WHO-REC
                       WRITE WHO-REC
                   END-IF
           END-READ.

      *    A RUN THAT APPLIES NOTHING CARRIES THE WAREHOUSE FORWARD
      *    EXACTLY AS IT STOOD.
       A065-WAREHOUSE-CARRY.
           OPEN INPUT  WHSE-IN
           OPEN OUTPUT WHSE-OUT
           PERFORM A066-WAREHOUSE-COPY UNTIL WHSE-EOF = 'Y'
           CLOSE WHSE-IN
           CLOSE WHSE-OUT.

       A066-WAREHOUSE-COPY.
           READ WHSE-IN
               AT END
                   MOVE 'Y' TO WHSE-EOF
               NOT AT END
                   MOVE WHI-REC TO WHO-REC
                   WRITE WHO-REC
           END-READ.

      *    RECORDS THE FILE DATE AS APPLIED, SO A RESUBMISSION OF THE
      *    SAME FILE STOPS AT THE RUN-CONTROL CHECK NEXT TIME.
       A030-RUNCTL-RECORD.
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   COMPUTE TRAN-READ = TRAN-READ + 1
      *            THE CONTROL RECORDS WERE CONSUMED BY PASS ONE AND
      *            ARE NOT TRANSACTIONS.
                   IF TRN-ACTION = 'H' OR TRN-ACTION = 'T'
                       CONTINUE
                   ELSE
                       PERFORM A101-ONE-TRAN-APPLY
                       PERFORM A090-UNIT-COMMIT
                   END-IF
           END-READ.

           COMPUTE TRAN-COUNT = TRAN-COUNT + 1
           MOVE TRN-IMAGE TO WRK-REC
           MOVE SPACES TO TRAN-REASON
           MOVE SPACES TO TRAN-NOTE
           IF WRK-ACCTNO = SPACES
               MOVE "BLANK ACCTNO" TO TRAN-REASON
           ELSE
               PERFORM A102-EFFECTIVE-CHECK
               IF TRAN-REASON NOT = SPACES
                   CONTINUE
               ELSE
                   IF TRN-ACTION = 'X'
                       PERFORM A150-CANCEL-APPLY
                   ELSE
                       IF EFF-DUE = 'N'
                           PERFORM A160-WAREHOUSE-ADD
                       ELSE
                           PERFORM A105-TRAN-POST
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM A200-DISPOSITION-WRITE.

      *    SPLITS THE OPTIONAL EFFECTIVE DATE OFF THE IMAGE.  DUE
      *    MEANS ON OR BEFORE THE FILE DATE; ON A CANCEL THE DATE
      *    INSTEAD NAMES THE WAREHOUSED ITEM TO WITHDRAW.  THE DATE
      *    IS BLANKED FROM THE WORKING IMAGE EITHER WAY, SO IT NEVER
      *    REACHES THE MASTER.
       A102-EFFECTIVE-CHECK.
           MOVE 'Y' TO EFF-DUE
           MOVE WRK-REC TO EFF-IMAGE
           MOVE EFF-DATE TO EFF-KEY
           IF EFF-DATE = SPACES OR EFF-DATE = ZEROS
               MOVE SPACES TO EFF-KEY
           ELSE
               IF EFF-DATE IS NUMERIC
                   MOVE EFF-DATE TO EFF-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(EFF-NUM) NOT = 0
                       MOVE "INVALID EFF DATE" TO TRAN-REASON
                   ELSE
                       IF EFF-DATE > FILE-DATE
                           MOVE 'N' TO EFF-DUE
                       END-IF
                   END-IF
               ELSE
                   MOVE "INVALID EFF DATE" TO TRAN-REASON
               END-IF
           END-IF
           MOVE SPACES TO EFF-DATE
           MOVE EFF-IMAGE TO WRK-REC.

      *    POSTS ONE DUE TRANSACTION TO THE MASTER -- TODAY'S, OR A
      *    WAREHOUSED ONE WHOSE DATE HAS ARRIVED.
       A105-TRAN-POST.
      *    A DELETE USES ONLY THE KEY, SO ONLY ADDS AND CHANGES
      *    CARRY A BRANCH CODE WORTH VALIDATING.
           IF BRANCH-LOADED = 'Y'
               AND (TRN-ACTION = 'A' OR TRN-ACTION = 'C')
               AND WRK-BRANCH-CD NOT = SPACES
               PERFORM A045-BRANCH-CHECK
           END-IF
           IF TRAN-REASON NOT = SPACES
               CONTINUE
           ELSE
           EVALUATE TRN-ACTION
               WHEN 'A'
                   PERFORM A110-ADD-APPLY
               WHEN 'C'
                   PERFORM A120-CHANGE-APPLY
               WHEN 'D'
                   PERFORM A130-DELETE-APPLY
               WHEN OTHER
                   MOVE "INVALID ACTION CODE"
                       TO TRAN-REASON
           END-EVALUATE
           END-IF.

       A110-ADD-APPLY.
           MOVE WRK-REC TO MST-REC
           WRITE MST-REC

      *    ONE JOURNAL RECORD PER APPLIED TRANSACTION -- THE CALLER
      *    STAGES THE BEFORE/AFTER IMAGES; THE STAMP IS TAKEN HERE SO
      *    THE JOURNAL ORDERS EXACTLY AS THE MASTER WAS TOUCHED.  THE
      *    RECORD IS HELD BACK FOR THE NEXT CHECKPOINT AND WRITTEN TO
      *    THE TAIL AT ONCE, SO IT CAN BE BACKED OUT IF THE RUN STOPS
      *    FIRST.
       A140-JOURNAL-WRITE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-STAMP
           MOVE TRN-ACTION   TO JRN-ACTION
           MOVE WRK-ACCTNO   TO JRN-ACCTNO
           MOVE BEFORE-IMAGE TO JRN-BEFORE
           MOVE AFTER-IMAGE  TO JRN-AFTER
           COMPUTE JB-COUNT = JB-COUNT + 1
           MOVE JRN-REC TO JB-ENTRY(JB-COUNT)
           MOVE BATCH-SEQ TO TAIL-SEQ
           MOVE 'J'       TO TAIL-KIND
           MOVE JRN-REC   TO TAIL-DATA
           WRITE TAIL-REC.

      *    WITHDRAWS THE WAREHOUSED ITEMS THE CANCEL NAMES.  NOTHING
      *    TO WITHDRAW IS A REJECT -- THE ITEM MAY ALREADY HAVE FIRED.
       A150-CANCEL-APPLY.
           MOVE 0 TO CAN-HITS
           PERFORM A151-CANCEL-SCAN
               VARYING WHSE-SCAN-IDX FROM 1 BY 1
               UNTIL WHSE-SCAN-IDX > WHSE-COUNT
           IF CAN-HITS = 0
               MOVE "NOT WAREHOUSED" TO TRAN-REASON
           ELSE
               ADD CAN-HITS TO WHSE-CAN-COUNT
               MOVE "CANCELLED" TO TRAN-NOTE
           END-IF.

       A151-CANCEL-SCAN.
           IF WT-DISP(WHSE-SCAN-IDX) = SPACE
               AND WT-ACCTNO(WHSE-SCAN-IDX) = WRK-ACCTNO
               AND (EFF-KEY = SPACES
                   OR WT-EFF-DATE(WHSE-SCAN-IDX) = EFF-KEY)
               MOVE 'C' TO WT-DISP(WHSE-SCAN-IDX)
               COMPUTE CAN-HITS = CAN-HITS + 1
           END-IF.

      *    WAREHOUSES A FUTURE-DATED TRANSACTION AS RECEIVED, DATE
      *    AND ALL.  NOTHING IS CHECKED AGAINST THE MASTER NOW -- THE
      *    MASTER MAY LOOK DIFFERENT BY THE TIME THE DATE ARRIVES.
       A160-WAREHOUSE-ADD.
           IF NOT (TRN-ACTION = 'A' OR TRN-ACTION = 'C'
               OR TRN-ACTION = 'D')
               MOVE "INVALID ACTION CODE" TO TRAN-REASON
           ELSE
               IF WHSE-COUNT < WHSE-LIMIT
                   COMPUTE WHSE-COUNT = WHSE-COUNT + 1
                   COMPUTE WHSE-NEW-COUNT = WHSE-NEW-COUNT + 1
                   MOVE EFF-KEY    TO WT-EFF-DATE(WHSE-COUNT)
                   MOVE FILE-DATE  TO WT-RECV-DATE(WHSE-COUNT)
                   MOVE TRN-ACTION TO WT-ACTION(WHSE-COUNT)
                   MOVE TRN-IMAGE  TO WT-IMAGE(WHSE-COUNT)
                   MOVE WRK-ACCTNO TO WT-ACCTNO(WHSE-COUNT)
                   MOVE SPACE TO WT-DISP(WHSE-COUNT)
                   MOVE 'N'   TO WT-LISTED(WHSE-COUNT)
                   MOVE "WAREHOUSED" TO TRAN-NOTE
               ELSE
                   MOVE "WAREHOUSE FULL" TO TRAN-REASON
               END-IF
           END-IF.

      *    APPLIES THE WAREHOUSED ITEMS WHOSE DATE HAS ARRIVED, AFTER
      *    THE DAY'S OWN TRANSACTIONS -- SO A CANCEL ON TODAY'S FILE
      *    STILL WITHDRAWS AN ITEM DUE TODAY.  THEY ARE REPORTED AND
      *    JOURNALED LIKE ANY OTHER TRANSACTION.
       A170-WAREHOUSE-FIRE.
           PERFORM A171-WAREHOUSE-DUE
               VARYING WHSE-SCAN-IDX FROM 1 BY 1
               UNTIL WHSE-SCAN-IDX > WHSE-COUNT.

      *    ON A RESTART, ITEMS THE CHECKPOINT SAYS HAVE ALREADY FIRED
      *    ARE ONLY MARKED SO.
       A171-WAREHOUSE-DUE.
           IF WT-DISP(WHSE-SCAN-IDX) = SPACE
               AND WT-EFF-DATE(WHSE-SCAN-IDX) NOT > FILE-DATE
               AND WHSE-SCAN-IDX NOT > FIRE-SKIP-IDX
               COMPUTE WHSE-DUE-COUNT = WHSE-DUE-COUNT + 1
               MOVE 'F' TO WT-DISP(WHSE-SCAN-IDX)
           END-IF
           IF WT-DISP(WHSE-SCAN-IDX) = SPACE
               AND WT-EFF-DATE(WHSE-SCAN-IDX) NOT > FILE-DATE
               IF WHSE-DUE-COUNT = 0
                   MOVE SPACES TO RPT-REC
                   MOVE "WAREHOUSED ITEMS DUE" TO RPT-REC
                   WRITE RPT-REC
                   PERFORM A092-CARRY-HOLD
               END-IF
               COMPUTE WHSE-DUE-COUNT = WHSE-DUE-COUNT + 1
               MOVE 'F' TO WT-DISP(WHSE-SCAN-IDX)
               MOVE WHSE-SCAN-IDX TO FIRE-POS
               MOVE WT-ACTION(WHSE-SCAN-IDX) TO TRN-ACTION
               MOVE WT-IMAGE(WHSE-SCAN-IDX)  TO TRN-IMAGE
               MOVE TRN-IMAGE TO WRK-REC
               MOVE WRK-REC TO EFF-IMAGE
               MOVE SPACES TO EFF-DATE
               MOVE EFF-IMAGE TO WRK-REC
               MOVE SPACES TO TRAN-REASON
               MOVE SPACES TO TRAN-NOTE
               PERFORM A105-TRAN-POST
               PERFORM A200-DISPOSITION-WRITE
               PERFORM A090-UNIT-COMMIT
           END-IF.

      *    WRITES THE ITEMS STILL SCHEDULED TO THE NEW WAREHOUSE.
       A180-WAREHOUSE-WRITE.
           PERFORM A181-WAREHOUSE-KEEP
               VARYING WHSE-SCAN-IDX FROM 1 BY 1
               UNTIL WHSE-SCAN-IDX > WHSE-COUNT
           CLOSE WHSE-OUT.

       A181-WAREHOUSE-KEEP.
           IF WT-DISP(WHSE-SCAN-IDX) = SPACE
               COMPUTE WHSE-HELD-COUNT = WHSE-HELD-COUNT + 1
               MOVE SPACES TO WHO-REC
               MOVE WT-EFF-DATE(WHSE-SCAN-IDX)  TO WHO-EFF-DATE
               MOVE WT-RECV-DATE(WHSE-SCAN-IDX) TO WHO-RECV-DATE
               MOVE WT-ACTION(WHSE-SCAN-IDX)    TO WHO-ACTION
               MOVE WT-IMAGE(WHSE-SCAN-IDX)     TO WHO-IMAGE
               WRITE WHO-REC
           END-IF.

      *    ONE REPORT LINE PER TRANSACTION, APPLIED OR REJECTED, SO
      *    THE DAY'S MAINTENANCE CAN BE AUDITED LINE BY LINE.
           MOVE WRK-ACCTNO TO RPT-REC(8:9)
           MOVE WRK-LNAME  TO RPT-REC(19:22)
           IF TRAN-REASON = SPACES
               IF TRAN-NOTE = SPACES
                   MOVE "APPLIED"  TO RPT-REC(43:7)
               ELSE
                   MOVE TRAN-NOTE  TO RPT-REC(43:10)
                   IF TRAN-NOTE = "WAREHOUSED"
                       MOVE EFF-KEY TO RPT-REC(54:8)
                   END-IF
               END-IF
           ELSE
               MOVE "REJECTED" TO RPT-REC(43:8)
               MOVE TRAN-REASON TO RPT-REC(53:20)
               COMPUTE REJ-COUNT = REJ-COUNT + 1
           END-IF
           WRITE RPT-REC
           PERFORM A092-CARRY-HOLD.

      *    THE ITEMS STILL SCHEDULED, EARLIEST EFFECTIVE DATE FIRST,
      *    SO OPS CAN SEE WHAT WILL FIRE AND WHEN.
       A250-WAREHOUSE-REPORT.
           MOVE "-------------------------------------" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "WAREHOUSED ITEMS SCHEDULED" TO RPT-REC
           WRITE RPT-REC
           PERFORM A251-WAREHOUSE-NEXT UNTIL WHSE-LIST-DONE = 'Y'
           IF WHSE-PASS-COUNT > 0
               MOVE SPACES TO RPT-REC
               MOVE "*** ITEMS BEYOND THE TABLE CARRIED UNLISTED: "
                   TO RPT-REC(1:46)
               MOVE WHSE-PASS-COUNT TO DISP-COUNT
               MOVE DISP-COUNT TO RPT-REC(47:9)
               MOVE " ***" TO RPT-REC(56:4)
               WRITE RPT-REC
           END-IF.

       A251-WAREHOUSE-NEXT.
           MOVE 0 TO WHSE-BEST-IDX
           MOVE HIGH-VALUES TO WHSE-BEST-DATE
           PERFORM A252-WAREHOUSE-BEST
               VARYING WHSE-SCAN-IDX FROM 1 BY 1
               UNTIL WHSE-SCAN-IDX > WHSE-COUNT
           IF WHSE-BEST-IDX = 0
               MOVE 'Y' TO WHSE-LIST-DONE
           ELSE
               MOVE 'Y' TO WT-LISTED(WHSE-BEST-IDX)
               MOVE WT-IMAGE(WHSE-BEST-IDX) TO WRK-REC
               MOVE SPACES TO RPT-REC
               MOVE WT-EFF-DATE(WHSE-BEST-IDX) TO RPT-REC(1:8)
               MOVE WT-ACTION(WHSE-BEST-IDX)   TO RPT-REC(11:1)
               MOVE WRK-ACCTNO TO RPT-REC(14:9)
               MOVE WRK-LNAME  TO RPT-REC(25:22)
               MOVE "RECEIVED" TO RPT-REC(49:8)
               MOVE WT-RECV-DATE(WHSE-BEST-IDX) TO RPT-REC(58:8)
               WRITE RPT-REC
           END-IF.

       A252-WAREHOUSE-BEST.
           IF WT-DISP(WHSE-SCAN-IDX) = SPACE
               AND WT-LISTED(WHSE-SCAN-IDX) = 'N'
               AND WT-EFF-DATE(WHSE-SCAN-IDX) < WHSE-BEST-DATE
               MOVE WHSE-SCAN-IDX TO WHSE-BEST-IDX
               MOVE WT-EFF-DATE(WHSE-SCAN-IDX) TO WHSE-BEST-DATE
           END-IF.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           MOVE "REJECTED:          " TO RPT-REC(1:19)
           MOVE REJ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "WAREHOUSED:        " TO RPT-REC(1:19)
           MOVE WHSE-NEW-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "CANCELLED:         " TO RPT-REC(1:19)
           MOVE WHSE-CAN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "WAREHOUSE DUE:     " TO RPT-REC(1:19)
           MOVE WHSE-DUE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "STILL SCHEDULED:   " TO RPT-REC(1:19)
           COMPUTE WHSE-HELD-COUNT = WHSE-HELD-COUNT + WHSE-PASS-COUNT
           MOVE WHSE-HELD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.

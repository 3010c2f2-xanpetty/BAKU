       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALHPURG.
       AUTHOR.        UNKNOWN.
      *
      *    RETENTION PURGE FOR THE BALANCE HISTORY.  BALHLOAD ADDS A
      *    DAY PER ACCOUNT EVERY NIGHT, SO LEFT ALONE THE HISTORY
      *    GROWS BY THE WHOLE MASTER DAILY.  DRIVEN BY A RETENTION
      *    CARD IN THE SAME FORM ARCHPURG READS (DAYS TO KEEP ONLINE,
      *    AND AN OPTIONAL AS-OF DATE), THIS STEP MOVES EVERY DAY
      *    OLDER THAN THE CUTOFF TO THE BALANCE ARCHIVE (OPENED
      *    EXTEND -- THE ARCHIVE ONLY EVER GROWS) AND DELETES IT FROM
      *    THE KEYED HISTORY IN PLACE.  NO SUMMARY IS LEFT BEHIND,
      *    SO BALHRPT CAN ONLY AVERAGE OVER DAYS STILL ONLINE; THE
      *    ARCHIVE IS A RETENTION COPY IN PURGE ORDER, NOT A REPORT
      *    SOURCE.  KEEP THE RETENTION AT LEAST AS LONG AS THE
      *    LONGEST PERIOD THE AVERAGE-BALANCE REPORT IS ASKED FOR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALH-PARM ASSIGN TO BALHRETN.
           SELECT BAL-HIST  ASSIGN TO BALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY.
           SELECT BAL-ARC   ASSIGN TO BALHARC.
           SELECT BALH-RPT  ASSIGN TO BALHPRPT.
           SELECT OPTIONAL STEP-LOG ASSIGN TO STEPLOG.
      *
       DATA DIVISION.
       FILE SECTION.
      *    RETENTION CONTROL CARD -- DAYS TO KEEP ONLINE, AND AN
      *    OPTIONAL AS-OF DATE (CCYYMMDD) THE WINDOW IS MEASURED
      *    FROM; ZERO MEANS TODAY.
       FD  BALH-PARM RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BALH-PARM-REC.
           05 BALH-RETAIN-DAYS PIC 9(4).
           05 BALH-AS-OF-DTE   PIC 9(8).
           05 FILLER           PIC X(68).

       FD  BAL-HIST RECORD CONTAINS 80 CHARACTERS.
       COPY BALHREC REPLACING ==:TAG:== BY ==BAL==.

       FD  BAL-ARC RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY BALHREC REPLACING ==:TAG:== BY ==BAR==.

       FD  BALH-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RPT-REC    PIC X(80) VALUE SPACES.

      *    CUMULATIVE BATCH STEP LOG -- SEE THE STEPREC COPYBOOK.
       FD  STEP-LOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY STEPREC REPLACING ==:TAG:== BY ==STP==.

       WORKING-STORAGE SECTION.

       01 PARM-EOF      PIC X(1) VALUE 'N'.
       01 PARM-ERROR    PIC X(1) VALUE 'N'.
       01 HIST-EOF      PIC X(1) VALUE 'N'.

       01 RETAIN-DAYS   PIC 9(4) VALUE 0.
       01 AS-OF-NUM     PIC 9(8) VALUE 0.
       01 CUTOFF-DATE   PIC 9(8) VALUE 0.
       01 CUTOFF-INT    PIC 9(8) VALUE 0.

       01 HIST-READ     PIC 9(9) VALUE 0.
       01 HIST-KEPT     PIC 9(9) VALUE 0.
       01 HIST-ARCHD    PIC 9(9) VALUE 0.
       01 DISP-COUNT    PIC Z(8)9.

      *    STEP-LOG FIELDS -- WHEN THE STEP STARTED AND THE BUSINESS
      *    DATE IT RAN FOR.
       01 STEP-START    PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START

           OPEN OUTPUT BALH-RPT

           MOVE SPACES TO RPT-REC
           MOVE "BALANCE HISTORY ARCHIVE AND PURGE" TO RPT-REC
           WRITE RPT-REC

           PERFORM A050-PARM-READ

           IF PARM-ERROR = 'N'
               PERFORM A100-HISTORY-PURGE
               PERFORM A300-SUMMARY-WRITE
           END-IF

           CLOSE BALH-RPT

           PERFORM A900-SET-RETURN-CODE
           PERFORM A950-STEP-LOG-WRITE
           STOP RUN.

      *    RETURN-CODE LETS THE CALLING JOB STEP CONDITION ON OUTCOME:
      *        0  NORMAL COMPLETION
      *        4  NOTHING FELL OUTSIDE THE RETENTION WINDOW
      *       16  THE PARM CARD WAS MISSING OR THE RETENTION/AS-OF
      *           VALUES UNUSABLE; NOTHING WAS REMOVED
       A900-SET-RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           IF PARM-ERROR = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HIST-ARCHD = 0
                   ADD 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    APPENDS THE STEP-LOG RECORD -- WRITTEN LAST, AFTER THE
      *    RETURN CODE IS KNOWN, AND WRITTEN WHATEVER THE OUTCOME, SO
      *    THE END-OF-DAY CHECK SEES EVERY RUN THAT HAPPENED.
       A950-STEP-LOG-WRITE.
           OPEN EXTEND STEP-LOG
           MOVE SPACES        TO STP-REC
           MOVE "BALHPURG"    TO STP-PROGRAM-ID
           MOVE AS-OF-NUM     TO STP-BUS-DATE
           IF STP-BUS-DATE = 0
               MOVE STEP-START(1:8) TO STP-BUS-DATE
           END-IF
           MOVE STEP-START    TO STP-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO STP-END-STAMP
           MOVE RETURN-CODE   TO STP-RETURN-CODE
           MOVE HIST-READ     TO STP-INPUT-COUNT
           MOVE HIST-ARCHD    TO STP-OUTPUT-COUNT
           MOVE 0             TO STP-REJECT-COUNT
           WRITE STP-REC
           CLOSE STEP-LOG.

      *    READS THE RETENTION CARD AND DERIVES THE CUTOFF -- THE
      *    OLDEST BUSINESS DATE THAT STAYS ONLINE.
       A050-PARM-READ.
           OPEN INPUT BALH-PARM
           READ BALH-PARM
               AT END
                   MOVE 'Y' TO PARM-EOF
           END-READ

           IF PARM-EOF = 'Y'
               MOVE 'Y' TO PARM-ERROR
           ELSE
               IF BALH-RETAIN-DAYS IS NUMERIC
                   AND BALH-RETAIN-DAYS > 0
                   MOVE BALH-RETAIN-DAYS TO RETAIN-DAYS
               ELSE
                   MOVE 'Y' TO PARM-ERROR
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-NUM
               IF BALH-AS-OF-DTE IS NUMERIC AND BALH-AS-OF-DTE NOT = 0
                   IF FUNCTION TEST-DATE-YYYYMMDD(BALH-AS-OF-DTE) = 0
                       MOVE BALH-AS-OF-DTE TO AS-OF-NUM
                   ELSE
                       MOVE 'Y' TO PARM-ERROR
                   END-IF
               END-IF
           END-IF
           CLOSE BALH-PARM

           IF PARM-ERROR = 'N'
               COMPUTE CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-NUM) - RETAIN-DAYS
               COMPUTE CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
           END-IF

           MOVE SPACES TO RPT-REC
           MOVE "RETAIN DAYS: " TO RPT-REC(1:13)
           MOVE RETAIN-DAYS TO RPT-REC(14:4)
           MOVE "  AS-OF: " TO RPT-REC(19:9)
           MOVE AS-OF-NUM TO RPT-REC(28:8)
           MOVE "  CUTOFF: " TO RPT-REC(37:10)
           MOVE CUTOFF-DATE TO RPT-REC(47:8)
           WRITE RPT-REC

           IF PARM-ERROR = 'Y'
               MOVE SPACES TO RPT-REC
               MOVE "*** PARM CARD MISSING OR INVALID - NO ACTION ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.

      *    ONE PASS OVER THE HISTORY.  EACH DAY OLDER THAN THE CUTOFF
      *    IS COPIED TO THE ARCHIVE BEFORE IT IS DELETED, SO A FAILED
      *    DELETE NEVER LOSES A DAY -- AT WORST IT IS ON BOTH FILES.
       A100-HISTORY-PURGE.
           OPEN I-O    BAL-HIST
           OPEN EXTEND BAL-ARC
           PERFORM A110-HISTORY-RECORD UNTIL HIST-EOF = 'Y'
           CLOSE BAL-HIST
           CLOSE BAL-ARC.

       A110-HISTORY-RECORD.
           READ BAL-HIST
               AT END
                   MOVE 'Y' TO HIST-EOF
               NOT AT END
                   COMPUTE HIST-READ = HIST-READ + 1
                   IF BAL-BUS-DATE < CUTOFF-DATE
                       PERFORM A120-HISTORY-ARCHIVE
                   ELSE
                       COMPUTE HIST-KEPT = HIST-KEPT + 1
                   END-IF
           END-READ.

       A120-HISTORY-ARCHIVE.
           MOVE BAL-REC TO BAR-REC
           WRITE BAR-REC
           DELETE BAL-HIST RECORD
           COMPUTE HIST-ARCHD = HIST-ARCHD + 1.

       A300-SUMMARY-WRITE.
           MOVE "=====================================" TO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "HISTORY READ:      " TO RPT-REC(1:19)
           MOVE HIST-READ TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "HISTORY KEPT:      " TO RPT-REC(1:19)
           MOVE HIST-KEPT TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           MOVE "HISTORY ARCHIVED:  " TO RPT-REC(1:19)
           MOVE HIST-ARCHD TO DISP-COUNT
           MOVE DISP-COUNT TO RPT-REC(20:9)
           WRITE RPT-REC.

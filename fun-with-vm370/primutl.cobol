      *                  ADDED TO THE CONTROL CARD FOR THE
      *                  JOURNAL; NEITHER FUNCTION RUNS IF THE
      *                  JOURNAL CANNOT BE OPENED.
      *   11/14/94  RH   EVERY RUN NOW APPENDS A STEP RECORD (STEP
      *                  CODE U) TO AUDITLOG WITH THE RECORDS READ,
      *                  THE RECORDS LOADED, PURGED OR RELEASED, THE
      *                  VERIFY MISMATCHES AND THE RETURN CODE.  THE
      *                  UTILITY WORKS ON THE MASTER RATHER THAN ON
      *                  A PRIMES GENERATION, SO THE GENERATION
      *                  FIELDS ARE LEFT BLANK.
      *   11/21/94  RH   RELOAD NOW STAMPS EACH PRIMEMST RECORD IT
      *                  WRITES WITH THE CONTROL-CARD JOB ID, RUN
      *                  DATE AND METHOD 'T' (TRIAL DIVISION).  A
      *                  VERIFY MISMATCH LINE NOW SHOWS THE STAMP OF
      *                  THE RECORD IN ERROR, SO THE JOB THAT WROTE
      *                  THE BAD FLAG NO LONGER HAS TO BE DUG OUT OF
      *                  MSTJRNL BY HAND.
      *   12/05/94  RH   PURGE AND RELOAD NOW DROP THE PRIMCNT COUNT
      *                  INDEX ENTRIES FROM THE BLOCK HOLDING THE
      *                  FIRST KEY OF THE RANGE UPWARD.  COUNT AND
      *                  NTH PRIME INQUIRIES ABOVE THAT POINT ANSWER
      *                  'U' UNTIL THE NEXT PRIMLOD REBUILDS THE
      *                  DROPPED ENTRIES.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT MASTER-FILE    ASSIGN TO PRIMEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT JOURNAL-FILE   ASSIGN TO MSTJRNL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT COUNT-INDEX-FILE ASSIGN TO PRIMCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-BLOCK-START
               FILE STATUS IS WS-PRIMCNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(133).

      *----------------------------------------------------------*
      * RPTCTL - ONE RECORD NAMING THIS RUN'S SYSPRINT REPORT FOR
      * THE RPTCAP STEP THAT FILES IT IN THE REPORT REPOSITORY.
      *----------------------------------------------------------*
       FD  REPORT-CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPORT-CTL-RECORD.
           05  RPC-PROGRAM-ID          PIC X(08).
           05  RPC-JOB-ID              PIC X(08).
           05  RPC-RUN-DATE            PIC 9(08).
           05  RPC-RUN-TIME            PIC 9(08).
           05  RPC-RETURN-CODE         PIC 9(03).
           05  FILLER                  PIC X(45).

      *----------------------------------------------------------*
      * PRIMEMST - KEYED MASTER OF NUMBERS ALREADY CHECKED.
      *----------------------------------------------------------*
           05  MASTER-PRIME-FLAG       PIC X(01).
               88  MASTER-IS-PRIME         VALUE 'Y'.
               88  MASTER-NOT-PRIME        VALUE 'N'.
           05  MASTER-PROVENANCE.
               10  MASTER-PROV-JOB-ID  PIC X(08).
               10  MASTER-PROV-DATE    PIC 9(08).
               10  MASTER-PROV-METHOD  PIC X(01).
                   88  MASTER-PROV-SIEVE   VALUE 'S'.
                   88  MASTER-PROV-TRIAL   VALUE 'T'.
                   88  MASTER-PROV-REPLAY  VALUE 'J'.
               10  MASTER-PROV-ORIG-METHOD
                                       PIC X(01).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * RUNREG - RUN REGISTRY FOR THE PRIMES JOB FAMILY, WRITTEN
           05  JR-AFTER-IMAGE          PIC X(28).
           05  FILLER                  PIC X(07).

      *----------------------------------------------------------*
      * AUDITLOG - HISTORY OF RUNS.  A STEP RECORD CARRIES THE
      * STEP CODE IN THE RUN MODE BYTE, THE STEP'S RECORD COUNTS
      * AND THE PRIMMAN JOB ID AND RUN DATE OF THE GENERATION IT
      * WORKED ON.  THE RETURN CODE IS IN THE SAME PLACE AS ON A
      * PRIMES RUN RECORD.
      *----------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-RUN-TIME            PIC 9(08).
           05  AUD-JOB-ID              PIC X(08).
           05  AUD-RUN-MODE            PIC X(01).
           05  AUD-STEP-RECORDS-IN     PIC 9(07).
           05  AUD-STEP-RECORDS-OUT    PIC 9(07).
           05  AUD-STEP-EXCEPTIONS     PIC 9(07).
           05  AUD-STEP-GEN-JOB-ID     PIC X(08).
           05  AUD-RETURN-CODE         PIC 9(03).
           05  AUD-STEP-GEN-DATE       PIC 9(08).
           05  FILLER                  PIC X(03).

      *----------------------------------------------------------*
      * PRIMCNT - CUMULATIVE PRIME COUNT INDEX OVER PRIMEMST, ONE
      * ENTRY PER 10,000-KEY BLOCK KEYED BY THE BLOCK'S FIRST
      * KEY, BUILT AND REFRESHED BY PRIMLOD.
      *----------------------------------------------------------*
       FD  COUNT-INDEX-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  COUNT-INDEX-RECORD.
           05  CX-BLOCK-START          PIC 9(07).
           05  CX-LAST-KEY             PIC 9(07).
           05  CX-BLOCK-PRIMES         PIC 9(07).
           05  CX-CUM-PRIMES           PIC 9(09).
           05  CX-COMPLETE-FLAG        PIC X(01).
               88  CX-BLOCK-COMPLETE       VALUE 'Y'.
               88  CX-BLOCK-PARTIAL        VALUE 'N'.
           05  CX-BUILD-JOB-ID         PIC X(08).
           05  CX-BUILD-DATE           PIC 9(08).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * FILE STATUS SWITCHES.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
           05  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           05  WS-PRIMCNT-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
               88  WS-REG-KEY-OK           VALUE 'Y'.
           05  WS-NUM-PRIME-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-NUM-IS-PRIME         VALUE 'Y'.
           05  WS-INDEX-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-INDEX-EOF            VALUE 'Y'.

      *----------------------------------------------------------*
      * CONTROL CARD VALUES AND WORK FIELDS.
       77  WS-DIV-REMAINDER            PIC 9(07) VALUE ZERO.
       77  WS-MAX-KEY                  PIC 9(07) VALUE 9999999.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMUTL1'.
       77  WS-IX-INTERVAL              PIC 9(07) VALUE 10000.
       77  WS-IX-QUOTIENT              PIC 9(07) VALUE ZERO.
       77  WS-IX-ENTRIES-DROPPED       PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * MASTER UPDATE JOURNALING WORK FIELDS.
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  FILLER                  PIC X(17) VALUE
               ' TRIAL DIVISION '.
           05  MM-TRIAL-FLAG           PIC X(01).
           05  FILLER                  PIC X(12) VALUE
               ' WRITTEN BY '.
           05  MM-PROV-JOB-ID          PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' ON '.
           05  MM-PROV-DATE            PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' METHOD '.
           05  MM-PROV-METHOD          PIC X(01).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
                   PERFORM 4000-VERIFY-PARA THRU 4000-EXIT
               WHEN WS-FUNC-PURGE
                   PERFORM 5000-PURGE-PARA THRU 5000-EXIT
                   PERFORM 7400-DROP-COUNT-INDEX THRU 7400-EXIT
               WHEN WS-FUNC-RELOAD
                   PERFORM 6000-RELOAD-PARA THRU 6000-EXIT
                   PERFORM 7400-DROP-COUNT-INDEX THRU 7400-EXIT
               WHEN WS-FUNC-RELEASE
                   PERFORM 6500-RELEASE-PARA THRU 6500-EXIT
           END-EVALUATE.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
                   MOVE MASTER-NUMBER TO MM-NUMBER
                   MOVE MASTER-PRIME-FLAG TO MM-MASTER-FLAG
                   MOVE WS-NUM-PRIME-SWITCH TO MM-TRIAL-FLAG
                   MOVE MASTER-PROV-JOB-ID TO MM-PROV-JOB-ID
                   MOVE MASTER-PROV-DATE TO MM-PROV-DATE
                   MOVE MASTER-PROV-METHOD TO MM-PROV-METHOD
                   MOVE WS-MISMATCH-LINE TO WS-PRINT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               END-IF
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-NUM TO MASTER-NUMBER.
           MOVE WS-NUM-PRIME-SWITCH TO MASTER-PRIME-FLAG.
           MOVE WS-JOB-ID TO MASTER-PROV-JOB-ID.
           MOVE WS-CURRENT-DATE TO MASTER-PROV-DATE.
           MOVE 'T' TO MASTER-PROV-METHOD.
           IF WS-JRNL-ACTION EQUAL 'W'
               WRITE MASTER-RECORD
                   INVALID KEY
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7400-DROP-COUNT-INDEX - A PURGE OR RELOAD CHANGES THE
      * PRIME COUNT OF EVERY BLOCK FROM THE START OF ITS RANGE
      * UPWARD, SO THOSE PRIMCNT ENTRIES ARE DELETED RATHER THAN
      * LEFT TO GIVE WRONG COUNTS.  THE NEXT PRIMLOD REBUILDS
      * THEM FROM THE MASTER.  NO INDEX YET IS NOT AN ERROR.
      *----------------------------------------------------------*
       7400-DROP-COUNT-INDEX.
           OPEN I-O COUNT-INDEX-FILE.
           IF WS-PRIMCNT-STATUS EQUAL '35'
               GO TO 7400-EXIT
           END-IF.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMUTL - UNABLE TO OPEN PRIMCNT - STATUS '
                   WS-PRIMCNT-STATUS ' - COUNT INDEX NOT RESET'
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO 7400-EXIT
           END-IF.
           DIVIDE WS-KEY-START BY WS-IX-INTERVAL
               GIVING WS-IX-QUOTIENT.
           MULTIPLY WS-IX-QUOTIENT BY WS-IX-INTERVAL
               GIVING CX-BLOCK-START.
           MOVE 'N' TO WS-INDEX-EOF-SWITCH.
           START COUNT-INDEX-FILE
               KEY IS NOT LESS THAN CX-BLOCK-START
               INVALID KEY
                   MOVE 'Y' TO WS-INDEX-EOF-SWITCH
           END-START.
           PERFORM 7410-DROP-ONE-ENTRY THRU 7410-EXIT
               UNTIL WS-INDEX-EOF.
           CLOSE COUNT-INDEX-FILE.
           DISPLAY 'PRIMUTL - ' WS-IX-ENTRIES-DROPPED
               ' PRIMCNT ENTRIES DROPPED FROM KEY ' WS-KEY-START.
       7400-EXIT.
           EXIT.

       7410-DROP-ONE-ENTRY.
           READ COUNT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INDEX-EOF-SWITCH
           END-READ.
           IF WS-INDEX-EOF
               GO TO 7410-EXIT
           END-IF.
           DELETE COUNT-INDEX-FILE RECORD.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMUTL - PRIMCNT DELETE FAILED - STATUS '
                   WS-PRIMCNT-STATUS ' AT BLOCK ' CX-BLOCK-START
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-INDEX-EOF-SWITCH
               GO TO 7410-EXIT
           END-IF.
           ADD 1 TO WS-IX-ENTRIES-DROPPED.
       7410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-WRITE-REPORT-LINE - COMMON LINE WRITER WITH PAGE
      * BREAK AND REPEATED TITLE EVERY WS-LINES-PER-PAGE.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE UTILITY FUNCTION ITSELF IS ALREADY OVER.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMUTL - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'U' TO AUD-RUN-MODE.
           MOVE WS-RECORDS-READ TO AUD-STEP-RECORDS-IN.
           COMPUTE AUD-STEP-RECORDS-OUT = WS-RECORDS-LOADED
               + WS-RECORDS-PURGED + WS-RECORDS-RELEASED.
           MOVE WS-MISMATCHES TO AUD-STEP-EXCEPTIONS.
           MOVE SPACES TO AUD-STEP-GEN-JOB-ID.
           MOVE ZERO TO AUD-STEP-GEN-DATE.
           MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8950-WRITE-REPORT-CONTROL - NAME THIS RUN'S SYSPRINT
      * REPORT ON RPTCTL SO THE RPTCAP STEP CAN FILE IT IN THE
      * REPORT REPOSITORY.  A FAILURE HERE ONLY WARNS - THE
      * REPORT ITSELF HAS ALREADY BEEN PRINTED.
      *----------------------------------------------------------*
       8950-WRITE-REPORT-CONTROL.
           OPEN OUTPUT REPORT-CTL-FILE.
           IF WS-RPTCTL-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMUTL - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMUTL' TO RPC-PROGRAM-ID.
           MOVE WS-JOB-ID TO RPC-JOB-ID.
           MOVE WS-CURRENT-DATE TO RPC-RUN-DATE.
           MOVE WS-CURRENT-TIME TO RPC-RUN-TIME.
           MOVE WS-RETURN-CODE TO RPC-RETURN-CODE.
           WRITE REPORT-CTL-RECORD.
           CLOSE REPORT-CTL-FILE.
       8950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE SYSPRINT IF IT OPENED.
      *----------------------------------------------------------*

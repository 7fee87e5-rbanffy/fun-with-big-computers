      *                  READ NOW STOPS WITH RC 16 ON A NON-EOF
      *                  FAILURE INSTEAD OF LOOPING ON A STALE
      *                  RECORD, MATCHING THE OTHER PROGRAMS.
      *   11/14/94  RH   BATCH STEP RECORDS (PRIMLOD, PRIMCLS,
      *                  PRIMSTAT, PRIMRCN, PRIMXTR, PRIMACK AND
      *                  PRIMUTL NOW AUDIT THEIR RUNS) ARE COUNTED
      *                  ON THEIR OWN MODE LINE INSTEAD OF UNDER
      *                  OTHER MODES.  THEIR RETURN CODES AND JOB
      *                  IDS ARE TALLIED WITH THE REST.
      *   12/05/94  RH   PINQ COUNT AND NTH PRIME QUESTIONS, AUDITED
      *                  WITH RESULT 'A', ARE COUNTED ON THEIR OWN
      *                  INQUIRY RESULTS LINE INSTEAD OF BEING
      *                  DROPPED.
      *   12/12/94  RH   PARTITION COUNT RUNS (MODE P) NOW REPORTED
      *                  IN THEIR OWN MODE LINE, WITH THE EVEN
      *                  NUMBERS COUNTED AND THE PARTITION EXCEPTIONS
      *                  TOTALLED LIKE THE GOLDBACH ONES.
      *   12/19/94  RH   ARITHMETIC EXTRACT RUNS (MODE E) NOW
      *                  REPORTED IN THEIR OWN MODE LINE, WITH THE
      *                  NUMBERS EXTRACTED AND THE NUMBERS NOT
      *                  FACTORED TOTALLED LIKE THE PARTITION ONES.
      *   12/26/94  RH   PRIMCMP GENERATION COMPARE STEP RECORDS
      *                  (STEP CODE K) ARE COUNTED WITH THE OTHER
      *                  BATCH STEP RECORDS.
      *   01/02/95  RH   PRIMREQ REQUESTOR MASTER MAINTENANCE (STEP
      *                  CODE M) AND PRIMEDT INQREQ EDIT (STEP CODE
      *                  V) STEP RECORDS ARE COUNTED WITH THE OTHER
      *                  BATCH STEP RECORDS.
      *   01/09/95  RH   PRIMPIN PARTNER TABLE INTAKE STEP RECORDS
      *                  (STEP CODE Q) ARE COUNTED WITH THE OTHER
      *                  BATCH STEP RECORDS.
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

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           05  FILLER                  PIC X(64).

      *----------------------------------------------------------*
      * AUDITLOG - HISTORY OF RUNS WRITTEN BY PRIMES AND BY THE
      * BATCH STEPS DOWNSTREAM OF IT.
      *----------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
               88  AUD-MODE-BATCH-INQ      VALUE 'B'.
               88  AUD-MODE-FACTOR         VALUE 'F'.
               88  AUD-MODE-GOLDBACH       VALUE 'G'.
               88  AUD-MODE-PARTITION      VALUE 'P'.
               88  AUD-MODE-ARITH          VALUE 'E'.
               88  AUD-MODE-STEP           VALUE 'L' 'C' 'S' 'N'
                                                 'X' 'A' 'U' 'K'
                                                 'M' 'V' 'Q'.
           05  AUD-START-VALUE         PIC 9(07).
           05  AUD-LIMIT               PIC 9(07).
           05  AUD-PRIMES-FOUND        PIC 9(07).
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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * FILE STATUS SWITCHES.
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
           05  WS-MODE-BATCH-RUNS      PIC 9(07) VALUE ZERO.
           05  WS-MODE-FACTOR-RUNS     PIC 9(07) VALUE ZERO.
           05  WS-MODE-GOLD-RUNS       PIC 9(07) VALUE ZERO.
           05  WS-MODE-PART-RUNS       PIC 9(07) VALUE ZERO.
           05  WS-MODE-ARITH-RUNS      PIC 9(07) VALUE ZERO.
           05  WS-MODE-STEP-RUNS       PIC 9(07) VALUE ZERO.
           05  WS-MODE-OTHER-RUNS      PIC 9(07) VALUE ZERO.
           05  WS-RC-ZERO-RUNS         PIC 9(07) VALUE ZERO.
           05  WS-RC-FOUR-RUNS         PIC 9(07) VALUE ZERO.
           05  WS-INQ-RESULT-Y         PIC 9(07) VALUE ZERO.
           05  WS-INQ-RESULT-N         PIC 9(07) VALUE ZERO.
           05  WS-INQ-RESULT-U         PIC 9(07) VALUE ZERO.
           05  WS-INQ-RESULT-A         PIC 9(07) VALUE ZERO.
           05  WS-BATCH-ANSWERED       PIC 9(11) VALUE ZERO.
           05  WS-BATCH-UNKNOWN        PIC 9(11) VALUE ZERO.
           05  WS-GOLD-VERIFIED        PIC 9(11) VALUE ZERO.
           05  WS-GOLD-EXCEPTIONS      PIC 9(11) VALUE ZERO.
           05  WS-PART-COUNTED         PIC 9(11) VALUE ZERO.
           05  WS-PART-EXCEPTIONS      PIC 9(11) VALUE ZERO.
           05  WS-ARITH-EXTRACTED      PIC 9(11) VALUE ZERO.
           05  WS-ARITH-EXCEPTIONS     PIC 9(11) VALUE ZERO.

      *----------------------------------------------------------*
      * SUBMITTING JOB-ID TABLE.  OVERFLOW PAST 50 DISTINCT IDS
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
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
                           ADD 1 TO WS-INQ-RESULT-N
                       WHEN 'U'
                           ADD 1 TO WS-INQ-RESULT-U
                       WHEN 'A'
                           ADD 1 TO WS-INQ-RESULT-A
                   END-EVALUATE
               WHEN AUD-MODE-BATCH-INQ
                   ADD 1 TO WS-MODE-BATCH-RUNS
                   IF AUD-BATCH-UNKNOWN IS NUMERIC
                       ADD AUD-BATCH-UNKNOWN TO WS-GOLD-EXCEPTIONS
                   END-IF
               WHEN AUD-MODE-PARTITION
                   ADD 1 TO WS-MODE-PART-RUNS
                   ADD AUD-PRIMES-FOUND TO WS-PART-COUNTED
                   IF AUD-BATCH-UNKNOWN IS NUMERIC
                       ADD AUD-BATCH-UNKNOWN TO WS-PART-EXCEPTIONS
                   END-IF
               WHEN AUD-MODE-ARITH
                   ADD 1 TO WS-MODE-ARITH-RUNS
                   ADD AUD-PRIMES-FOUND TO WS-ARITH-EXTRACTED
                   IF AUD-BATCH-UNKNOWN IS NUMERIC
                       ADD AUD-BATCH-UNKNOWN TO WS-ARITH-EXCEPTIONS
                   END-IF
               WHEN AUD-MODE-STEP
                   ADD 1 TO WS-MODE-STEP-RUNS
               WHEN OTHER
                   ADD 1 TO WS-MODE-OTHER-RUNS
           END-EVALUATE.
               TO SU-SUMMARY-TEXT.
           MOVE WS-MODE-GOLD-RUNS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PARTITION COUNT RUNS (P)      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MODE-PART-RUNS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'ARITHMETIC EXTRACT RUNS (E)   '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MODE-ARITH-RUNS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'BATCH STEP RECORDS            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MODE-STEP-RUNS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'OTHER MODES                   '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MODE-OTHER-RUNS TO SU-SUMMARY-VALUE.
               TO SU-SUMMARY-TEXT.
           MOVE WS-INQ-RESULT-U TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'INQUIRIES ANSWERED COUNT/NTH  '
               TO SU-SUMMARY-TEXT.
           MOVE WS-INQ-RESULT-A TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'BATCH REQUESTS ANSWERED       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-BATCH-ANSWERED TO SU-SUMMARY-VALUE.
               TO SU-SUMMARY-TEXT.
           MOVE WS-GOLD-EXCEPTIONS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PARTITION NUMBERS COUNTED     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PART-COUNTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PARTITION EXCEPTIONS          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PART-EXCEPTIONS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'ARITHMETIC NUMBERS EXTRACTED  '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ARITH-EXTRACTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'ARITHMETIC NOT FACTORED       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ARITH-EXCEPTIONS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6300-EXIT.
           EXIT.

       8300-EXIT.
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
               DISPLAY 'AUDRPT - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'AUDRPT' TO RPC-PROGRAM-ID.
           MOVE SPACES TO RPC-JOB-ID.
           MOVE WS-CURRENT-DATE TO RPC-RUN-DATE.
           MOVE WS-CURRENT-TIME TO RPC-RUN-TIME.
           MOVE WS-RETURN-CODE TO RPC-RETURN-CODE.
           WRITE REPORT-CTL-RECORD.
           CLOSE REPORT-CTL-FILE.
       8950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE WHATEVER OPENED.
      *----------------------------------------------------------*

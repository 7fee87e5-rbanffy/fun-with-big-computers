      *                  READ COUNT IS TIED TO THE MANIFEST
      *                  RECORD COUNT AND A BREAK ENDS THE RUN
      *                  WITH RC 8.
      *   11/14/94  RH   EVERY RUN NOW APPENDS A STEP RECORD (STEP
      *                  CODE C) TO AUDITLOG WITH THE PRIMES READ
      *                  AND CLASSIFIED, THE RETURN CODE AND THE
      *                  JOB ID AND RUN DATE OF THE PRIMMAN
      *                  GENERATION, FOR THE PRIMLIN LINEAGE
      *                  REPORT.  A REFUSED GENERATION IS AUDITED
      *                  TOO, SO THE ATTEMPT SHOWS ON THE LINEAGE.
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

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MASTER-FILE    ASSIGN TO PRIMEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               88  MASTER-NOT-PRIME        VALUE 'N'.
           05  FILLER                  PIC X(20).

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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * FILE STATUS SWITCHES.
           05  WS-CLASS-STATUS         PIC X(02) VALUE '00'.
           05  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
       77  WS-PALIN-DIGIT              PIC 9(01) VALUE ZERO.
       77  WS-MERSENNE-POWER           PIC 9(08) VALUE ZERO.
       77  WS-MANIFEST-COUNT           PIC 9(09) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMCLS1'.
       77  WS-GEN-JOB-ID               PIC X(08) VALUE SPACES.
       77  WS-GEN-RUN-DATE             PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * CATEGORY COUNTERS.
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.

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
                   MOVE 16 TO WS-RETURN-CODE
           END-READ.
           IF WS-RETURN-CODE EQUAL ZERO
               MOVE MF-JOB-ID TO WS-GEN-JOB-ID
               MOVE MF-RUN-DATE TO WS-GEN-RUN-DATE
               IF NOT MF-COMPLETE
                   DISPLAY 'PRIMCLS - GENERATION ' MF-JOB-ID
                       ' RANGE ' MF-START-VALUE ' TO ' MF-LIMIT
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE CLASSIFICATION ITSELF IS ALREADY OVER.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCLS - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'C' TO AUD-RUN-MODE.
           MOVE WS-PRIMES-READ TO AUD-STEP-RECORDS-IN.
           MOVE WS-PRIMES-READ TO AUD-STEP-RECORDS-OUT.
           MOVE ZERO TO AUD-STEP-EXCEPTIONS.
           MOVE WS-GEN-JOB-ID TO AUD-STEP-GEN-JOB-ID.
           MOVE WS-GEN-RUN-DATE TO AUD-STEP-GEN-DATE.
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
               DISPLAY 'PRIMCLS - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMCLS' TO RPC-PROGRAM-ID.
           MOVE WS-JOB-ID TO RPC-JOB-ID.
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

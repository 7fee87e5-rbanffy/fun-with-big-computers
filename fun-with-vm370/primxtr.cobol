      *                  AND REGISTER THE FEED BY HAND - AND THE
      *                  DO-NOT-TRANSMIT TEXT IS KEPT FOR THE
      *                  GENUINE RC 16 TRAILERLESS PATHS.
      *   11/14/94  RH   EVERY RUN NOW APPENDS A STEP RECORD (STEP
      *                  CODE X) TO AUDITLOG WITH THE DETAIL COUNT,
      *                  THE RETURN CODE AND THE JOB ID AND RUN DATE
      *                  OF THE PRIMMAN GENERATION EXTRACTED - ALSO
      *                  WHEN THE GENERATION IS REFUSED.  THE AUDIT
      *                  DATE AND TIME ARE THE FEED KEY'S, SO THE
      *                  PRIMLIN LINEAGE REPORT CAN FIND THE FEED ON
      *                  XMITCTL.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS XM-FEED-KEY
               FILE STATUS IS WS-XMIT-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           05  XM-ACK-DATE             PIC 9(08).
           05  FILLER                  PIC X(03).

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
           05  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           05  WS-INTF-STATUS          PIC X(02) VALUE '00'.
           05  WS-XMIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
       77  WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       77  WS-HASH-TOTAL               PIC 9(13) VALUE ZERO.
       77  WS-MANIFEST-COUNT           PIC 9(09) VALUE ZERO.
       77  WS-GEN-JOB-ID               PIC X(08) VALUE SPACES.
       77  WS-GEN-RUN-DATE             PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * FEED KEY - GENERATION TIMESTAMP, THE RUNREG CONVENTION.
           END-EVALUATE.

       0000-EXIT.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

               CLOSE MANIFEST-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE MF-JOB-ID TO WS-GEN-JOB-ID.
           MOVE MF-RUN-DATE TO WS-GEN-RUN-DATE.
           IF NOT MF-COMPLETE
               DISPLAY 'PRIMXTR - GENERATION ' MF-JOB-ID
                   ' RANGE ' MF-START-VALUE ' TO ' MF-LIMIT
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE EXTRACT ITSELF IS ALREADY OVER.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMXTR - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-N TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME-N TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'X' TO AUD-RUN-MODE.
           MOVE WS-DETAIL-COUNT TO AUD-STEP-RECORDS-IN.
           MOVE WS-DETAIL-COUNT TO AUD-STEP-RECORDS-OUT.
           MOVE ZERO TO AUD-STEP-EXCEPTIONS.
           MOVE WS-GEN-JOB-ID TO AUD-STEP-GEN-JOB-ID.
           MOVE WS-GEN-RUN-DATE TO AUD-STEP-GEN-DATE.
           MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FEED FILES.
      *----------------------------------------------------------*

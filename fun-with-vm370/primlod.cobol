      *                  LOAD WITH RC 16 - THE EXTRACT IS ALWAYS
      *                  ASCENDING AND ANYTHING ELSE MEANS THE
      *                  WRONG DATASET IS UNDER THE DD.
      *   11/14/94  RH   EVERY RUN NOW APPENDS A STEP RECORD (STEP
      *                  CODE L) TO AUDITLOG WITH THE STAGING,
      *                  UPDATE AND SKIPPED COUNTS, THE RETURN
      *                  CODE AND THE JOB ID AND RUN DATE OF THE
      *                  GENERATION LOADED, TAKEN FROM ITS PRIMMAN
      *                  MANIFEST, FOR THE PRIMLIN LINEAGE REPORT.
      *                  A MISSING MANIFEST ONLY LEAVES THE
      *                  GENERATION BLANK ON THE AUDIT RECORD.
      *   11/21/94  RH   THE MSTSTAGE PROVENANCE STAMP (JOB ID, RUN
      *                  DATE, METHOD 'S') IS NOW CARRIED ONTO EACH
      *                  PRIMEMST RECORD LOADED, AND SO INTO THE
      *                  JOURNAL AFTER IMAGE.  A STAGING RECORD
      *                  WITHOUT A STAMP IS STAMPED WITH THE PRIMMAN
      *                  GENERATION, OR FAILING THAT THIS STEP'S
      *                  OWN JOB ID AND DATE.
      *   12/05/94  RH   AT THE END OF EVERY CLEAN LOAD THE PRIMCNT
      *                  CUMULATIVE PRIME COUNT INDEX IS REFRESHED
      *                  FROM THE BLOCK HOLDING THE LOWEST STAGING
      *                  KEY (OR FROM THE END OF THE INDEX'S UNBROKEN
      *                  RUN OF COMPLETE BLOCKS, IF THAT IS LOWER),
      *                  SO THE COUNT AND NTH PRIME INQUIRIES NEVER
      *                  ANSWER FROM A STALE BLOCK. AN INDEX FAILURE
      *                  LEAVES THE LOAD STANDING AND ENDS THE STEP
      *                  RC 8.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT LOAD-CKPT-FILE ASSIGN TO LODCKPT
               FILE STATUS IS WS-LODCKPT-STATUS.

           SELECT MANIFEST-FILE  ASSIGN TO PRIMMAN
               FILE STATUS IS WS-MANIFEST-STATUS.

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
       01  STAGING-RECORD.
           05  ST-NUMBER               PIC 9(07).
           05  ST-PRIME-FLAG           PIC X(01).
           05  ST-PROVENANCE.
               10  ST-PROV-JOB-ID      PIC X(08).
               10  ST-PROV-DATE        PIC 9(08).
               10  ST-PROV-METHOD      PIC X(01).
               10  ST-PROV-ORIG-METHOD PIC X(01).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * PRIMEMST - KEYED MASTER OF NUMBERS ALREADY CHECKED.
      * CREATED ON FIRST USE THE SAME WAY THE RANGE RUN USED TO.
      * EACH RECORD CARRIES THE JOB ID, DATE AND METHOD THAT
      * ESTABLISHED IT - S = SIEVE RANGE RUN LOADED HERE, T =
      * PRIMUTL RELOAD BY TRIAL DIVISION, J = PRIMRCV REPLAY
      * (WITH THE METHOD REPLAYED IN THE ORIGINAL-METHOD BYTE).
      *----------------------------------------------------------*
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
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
      * MSTJRNL - PRIMEMST UPDATE JOURNAL, APPENDED TO BY EVERY
           05  LC-LAST-KEY             PIC 9(07).
           05  FILLER                  PIC X(73).

      *----------------------------------------------------------*
      * PRIMMAN - GENERATION MANIFEST OF THE RANGE RUN THAT WROTE
      * THE STAGING EXTRACT.  READ ONLY TO IDENTIFY THE
      * GENERATION ON THE AUDIT RECORD.
      *----------------------------------------------------------*
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           05  MF-JOB-ID               PIC X(08).
           05  MF-RUN-DATE             PIC 9(08).
           05  MF-START-VALUE          PIC 9(07).
           05  MF-LIMIT                PIC 9(07).
           05  MF-RECORD-COUNT         PIC 9(09).
           05  MF-COMPLETE-FLAG        PIC X(01).
               88  MF-COMPLETE             VALUE 'Y'.
               88  MF-PARTIAL              VALUE 'N'.
           05  FILLER                  PIC X(40).

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
      * KEY.  CX-CUM-PRIMES IS THE NUMBER OF PRIMES FROM 2
      * THROUGH CX-LAST-KEY.  THE ENTRIES RUN UNBROKEN FROM
      * BLOCK ZERO ONLY AS FAR AS THE MASTER HOLDS EVERY KEY
      * FROM 2 UPWARD; THE LAST ONE MAY BE A PARTIAL BLOCK THAT
      * ENDS AT THE FIRST COVERAGE HOLE.  NOTHING PAST A HOLE IS
      * INDEXED, BECAUSE NO COUNT PAST IT CAN BE KNOWN.
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
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
           05  WS-LODCKPT-STATUS       PIC X(02) VALUE '00'.
           05  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           05  WS-PRIMCNT-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
               88  WS-STAGING-EOF          VALUE 'Y'.
           05  WS-RESTART-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RESTARTING           VALUE 'Y'.
           05  WS-IX-STOP-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-IX-STOPPED           VALUE 'Y'.

      *----------------------------------------------------------*
      * CONTROL VALUES AND COUNTERS.
       77  WS-CHECKPOINT-INTERVAL      PIC 9(05) VALUE 500.
       77  WS-SINCE-CHECKPOINT         PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------*
      * GENERATION BEING LOADED, FROM THE PRIMMAN MANIFEST.
      *----------------------------------------------------------*
       77  WS-GEN-JOB-ID               PIC X(08) VALUE SPACES.
       77  WS-GEN-RUN-DATE             PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * PRIMCNT COUNT INDEX REFRESH FIELDS.  WS-LOW-KEY IS THE
      * FIRST (LOWEST) STAGING KEY, RESTART OR NOT.
      *----------------------------------------------------------*
       77  WS-IX-INTERVAL              PIC 9(07) VALUE 10000.
       77  WS-LOW-KEY                  PIC 9(07) VALUE 9999999.
       77  WS-IX-QUOTIENT              PIC 9(07) VALUE ZERO.
       77  WS-IX-FROM-BLOCK            PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK                 PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK-END             PIC 9(07) VALUE ZERO.
       77  WS-IX-NEXT-KEY              PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK-KEYS            PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK-PRIMES          PIC 9(07) VALUE ZERO.
       77  WS-IX-CUM-PRIMES            PIC 9(09) VALUE ZERO.
       77  WS-IX-COMPLETE-FLAG         PIC X(01) VALUE 'N'.
       77  WS-IX-ENTRIES-WRITTEN       PIC 9(07) VALUE ZERO.
       77  WS-IX-ENTRIES-DROPPED       PIC 9(07) VALUE ZERO.
       77  WS-INDEX-RETURN-CODE        PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      * MASTER UPDATE JOURNALING WORK FIELDS.
      *----------------------------------------------------------*
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
           PERFORM 5000-MERGE-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-STAGING-EOF
               OR WS-RETURN-CODE NOT EQUAL ZERO.
           IF WS-RETURN-CODE EQUAL ZERO
               PERFORM 6000-REFRESH-COUNT-INDEX THRU 6000-EXIT
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
               DISPLAY 'PRIMLOD - LOAD INCOMPLETE - RESUBMIT TO '
                   'RESTART FROM THE CHECKPOINT'
           END-IF.
           IF WS-RETURN-CODE EQUAL ZERO
               MOVE WS-INDEX-RETURN-CODE TO WS-RETURN-CODE
           END-IF.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL '00'
               CLOSE CONTROL-FILE
           END-IF.

           PERFORM 2000-READ-MANIFEST THRU 2000-EXIT.
           PERFORM 3000-RESTART-CHECK THRU 3000-EXIT.

           OPEN INPUT STAGING-FILE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-READ-MANIFEST - NOTE THE JOB ID AND RUN DATE OF THE
      * GENERATION BEING LOADED FOR THE AUDIT RECORD.  THE LOAD
      * DOES NOT DEPEND ON THE MANIFEST, SO A MISSING OR EMPTY
      * ONE ONLY LEAVES THE GENERATION BLANK.
      *----------------------------------------------------------*
       2000-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - NO PRIMMAN MANIFEST - STATUS '
                   WS-MANIFEST-STATUS ' - GENERATION NOT IDENTIFIED'
               GO TO 2000-EXIT
           END-IF.
           READ MANIFEST-FILE
               AT END
                   DISPLAY 'PRIMLOD - PRIMMAN IS EMPTY - GENERATION '
                       'NOT IDENTIFIED'
               NOT AT END
                   MOVE MF-JOB-ID TO WS-GEN-JOB-ID
                   MOVE MF-RUN-DATE TO WS-GEN-RUN-DATE
           END-READ.
           CLOSE MANIFEST-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RESTART-CHECK - A LODCKPT RECORD MEANS A CANCELLED
      * LOAD GOT AS FAR AS ITS KEY; THE STAGING RECORDS UP TO AND
           MOVE SPACES TO MASTER-RECORD.
           MOVE ST-NUMBER TO MASTER-NUMBER.
           MOVE ST-PRIME-FLAG TO MASTER-PRIME-FLAG.
           IF ST-PROV-JOB-ID EQUAL SPACES
               PERFORM 5050-STAMP-UNSTAMPED THRU 5050-EXIT
           ELSE
               MOVE ST-PROVENANCE TO MASTER-PROVENANCE
           END-IF.
           IF WS-JRNL-ACTION EQUAL 'W'
               WRITE MASTER-RECORD
                   INVALID KEY
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5050-STAMP-UNSTAMPED - AN EXTRACT STAGED BEFORE THE RANGE
      * RUN STAMPED ITS RECORDS.  CREDIT THE GENERATION NAMED ON
      * PRIMMAN WHEN THERE IS ONE, OTHERWISE THIS LOAD STEP.
      *----------------------------------------------------------*
       5050-STAMP-UNSTAMPED.
           IF WS-GEN-JOB-ID NOT EQUAL SPACES
               MOVE WS-GEN-JOB-ID TO MASTER-PROV-JOB-ID
               MOVE WS-GEN-RUN-DATE TO MASTER-PROV-DATE
           ELSE
               MOVE WS-JOB-ID TO MASTER-PROV-JOB-ID
               MOVE WS-CURRENT-DATE TO MASTER-PROV-DATE
           END-IF.
           MOVE 'S' TO MASTER-PROV-METHOD.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5460-WRITE-JOURNAL - ONE JOURNAL RECORD PER MASTER UPDATE
      * WITH A FRESH TIMESTAMP, SO PRIMRCV CAN STOP THE REPLAY AT
               GO TO 5900-EXIT
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-RECORDS-READ EQUAL 1
                   AND ST-NUMBER IS NUMERIC
               MOVE ST-NUMBER TO WS-LOW-KEY
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-REFRESH-COUNT-INDEX - BRING PRIMCNT UP TO DATE WITH
      * THE MASTER JUST LOADED.  THE ENTRIES BELOW THE BLOCK OF
      * THE LOWEST STAGING KEY ARE UNTOUCHED BY THIS LOAD AND ARE
      * KEPT AS LONG AS THEY FORM AN UNBROKEN RUN OF COMPLETE
      * BLOCKS FROM ZERO.  EVERYTHING FROM THE END OF THAT RUN UP
      * IS DROPPED AND REBUILT BY ONE MASTER BROWSE THAT STOPS AT
      * THE FIRST COVERAGE HOLE.  A FAILURE HERE DOES NOT UNDO THE
      * LOAD - IT IS REPORTED AND THE STEP ENDS RC 8.
      *----------------------------------------------------------*
       6000-REFRESH-COUNT-INDEX.
           OPEN I-O COUNT-INDEX-FILE.
           IF WS-PRIMCNT-STATUS EQUAL '35'
               OPEN OUTPUT COUNT-INDEX-FILE
               CLOSE COUNT-INDEX-FILE
               OPEN I-O COUNT-INDEX-FILE
           END-IF.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - UNABLE TO OPEN PRIMCNT - STATUS '
                   WS-PRIMCNT-STATUS ' - COUNT INDEX NOT REFRESHED'
               MOVE 8 TO WS-INDEX-RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           DIVIDE WS-LOW-KEY BY WS-IX-INTERVAL
               GIVING WS-IX-QUOTIENT.
           MULTIPLY WS-IX-QUOTIENT BY WS-IX-INTERVAL
               GIVING WS-IX-FROM-BLOCK.

           MOVE ZERO TO WS-IX-BLOCK.
           MOVE ZERO TO WS-IX-CUM-PRIMES.
           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE ZERO TO CX-BLOCK-START.
           START COUNT-INDEX-FILE
               KEY IS NOT LESS THAN CX-BLOCK-START
               INVALID KEY
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
           END-START.
           PERFORM 6100-KEEP-INDEX-ENTRY THRU 6100-EXIT
               UNTIL WS-IX-STOPPED.
           MOVE WS-IX-BLOCK TO WS-IX-FROM-BLOCK.

           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE WS-IX-BLOCK TO CX-BLOCK-START.
           START COUNT-INDEX-FILE
               KEY IS NOT LESS THAN CX-BLOCK-START
               INVALID KEY
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
           END-START.
           PERFORM 6200-DROP-INDEX-ENTRY THRU 6200-EXIT
               UNTIL WS-IX-STOPPED.
           IF WS-INDEX-RETURN-CODE NOT EQUAL ZERO
               CLOSE COUNT-INDEX-FILE
               GO TO 6000-EXIT
           END-IF.

           COMPUTE WS-IX-BLOCK-END =
               WS-IX-BLOCK + WS-IX-INTERVAL - 1.
           MOVE WS-IX-BLOCK TO WS-IX-NEXT-KEY.
           IF WS-IX-NEXT-KEY < 2
               MOVE 2 TO WS-IX-NEXT-KEY
           END-IF.
           MOVE ZERO TO WS-IX-BLOCK-KEYS WS-IX-BLOCK-PRIMES.
           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE WS-IX-NEXT-KEY TO MASTER-NUMBER.
           START MASTER-FILE
               KEY IS NOT LESS THAN MASTER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
           END-START.
           PERFORM 6300-INDEX-ONE-MASTER-KEY THRU 6300-EXIT
               UNTIL WS-IX-STOPPED.
           IF WS-IX-BLOCK-KEYS > ZERO
                   AND WS-INDEX-RETURN-CODE EQUAL ZERO
               MOVE 'N' TO WS-IX-COMPLETE-FLAG
               PERFORM 6400-WRITE-INDEX-ENTRY THRU 6400-EXIT
           END-IF.
           CLOSE COUNT-INDEX-FILE.
           DISPLAY 'PRIMLOD - PRIMCNT REFRESHED FROM KEY '
               WS-IX-FROM-BLOCK ' - ' WS-IX-ENTRIES-DROPPED
               ' ENTRIES DROPPED, ' WS-IX-ENTRIES-WRITTEN
               ' WRITTEN'.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-KEEP-INDEX-ENTRY - WALK THE INDEX FROM BLOCK ZERO
      * WHILE THE ENTRIES ARE CONSECUTIVE, COMPLETE AND BELOW THE
      * FIRST BLOCK THIS LOAD TOUCHED.  WS-IX-BLOCK ENDS AT THE
      * FIRST BLOCK TO REBUILD, WITH THE PRIMES BELOW IT COUNTED.
      *----------------------------------------------------------*
       6100-KEEP-INDEX-ENTRY.
           IF WS-IX-BLOCK NOT LESS THAN WS-IX-FROM-BLOCK
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6100-EXIT
           END-IF.
           READ COUNT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 6100-EXIT
           END-READ.
           IF CX-BLOCK-START NOT EQUAL WS-IX-BLOCK
                   OR NOT CX-BLOCK-COMPLETE
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6100-EXIT
           END-IF.
           MOVE CX-CUM-PRIMES TO WS-IX-CUM-PRIMES.
           ADD WS-IX-INTERVAL TO WS-IX-BLOCK.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6200-DROP-INDEX-ENTRY - DELETE EVERY ENTRY FROM THE FIRST
      * BLOCK TO REBUILD UPWARD, SO NO STALE ENTRY SURVIVES PAST
      * A HOLE THE REBUILD STOPS AT.
      *----------------------------------------------------------*
       6200-DROP-INDEX-ENTRY.
           READ COUNT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 6200-EXIT
           END-READ.
           DELETE COUNT-INDEX-FILE RECORD.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - PRIMCNT DELETE FAILED - STATUS '
                   WS-PRIMCNT-STATUS ' AT BLOCK ' CX-BLOCK-START
               MOVE 8 TO WS-INDEX-RETURN-CODE
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-IX-ENTRIES-DROPPED.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6300-INDEX-ONE-MASTER-KEY - COUNT THE NEXT MASTER KEY
      * INTO ITS BLOCK.  A KEY OUT OF STEP WITH THE ONE EXPECTED
      * IS A COVERAGE HOLE AND ENDS THE REBUILD; REACHING THE
      * LAST KEY OF A BLOCK WRITES THE BLOCK AS COMPLETE.
      *----------------------------------------------------------*
       6300-INDEX-ONE-MASTER-KEY.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 6300-EXIT
           END-READ.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - PRIMEMST BROWSE FAILED - STATUS '
                   WS-MASTER-STATUS ' - COUNT INDEX INCOMPLETE'
               MOVE 8 TO WS-INDEX-RETURN-CODE
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6300-EXIT
           END-IF.
           IF MASTER-NUMBER NOT EQUAL WS-IX-NEXT-KEY
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-IX-BLOCK-KEYS.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-IX-BLOCK-PRIMES
               ADD 1 TO WS-IX-CUM-PRIMES
           END-IF.
           IF MASTER-NUMBER EQUAL WS-IX-BLOCK-END
               MOVE 'Y' TO WS-IX-COMPLETE-FLAG
               PERFORM 6400-WRITE-INDEX-ENTRY THRU 6400-EXIT
               IF MASTER-NUMBER EQUAL 9999999
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 6300-EXIT
               END-IF
               ADD WS-IX-INTERVAL TO WS-IX-BLOCK
               ADD WS-IX-INTERVAL TO WS-IX-BLOCK-END
               MOVE ZERO TO WS-IX-BLOCK-KEYS WS-IX-BLOCK-PRIMES
           END-IF.
           ADD 1 TO WS-IX-NEXT-KEY.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6400-WRITE-INDEX-ENTRY - ONE PRIMCNT ENTRY FOR THE BLOCK
      * IN HAND.  THE CALLER SETS WS-IX-COMPLETE-FLAG FIRST.  A
      * PARTIAL BLOCK ENDS AT THE LAST KEY BEFORE THE HOLE.
      *----------------------------------------------------------*
       6400-WRITE-INDEX-ENTRY.
           MOVE SPACES TO COUNT-INDEX-RECORD.
           MOVE WS-IX-BLOCK TO CX-BLOCK-START.
           MOVE WS-IX-COMPLETE-FLAG TO CX-COMPLETE-FLAG.
           IF CX-BLOCK-COMPLETE
               MOVE WS-IX-BLOCK-END TO CX-LAST-KEY
           ELSE
               COMPUTE CX-LAST-KEY = WS-IX-NEXT-KEY - 1
           END-IF.
           MOVE WS-IX-BLOCK-PRIMES TO CX-BLOCK-PRIMES.
           MOVE WS-IX-CUM-PRIMES TO CX-CUM-PRIMES.
           MOVE WS-JOB-ID TO CX-BUILD-JOB-ID.
           MOVE WS-CURRENT-DATE TO CX-BUILD-DATE.
           WRITE COUNT-INDEX-RECORD
               INVALID KEY
                   REWRITE COUNT-INDEX-RECORD
           END-WRITE.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - PRIMCNT WRITE FAILED - STATUS '
                   WS-PRIMCNT-STATUS ' AT BLOCK ' CX-BLOCK-START
               MOVE 8 TO WS-INDEX-RETURN-CODE
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 6400-EXIT
           END-IF.
           ADD 1 TO WS-IX-ENTRIES-WRITTEN.
       6400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE LOAD ITSELF IS ALREADY OVER.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLOD - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'L' TO AUD-RUN-MODE.
           MOVE WS-RECORDS-READ TO AUD-STEP-RECORDS-IN.
           COMPUTE AUD-STEP-RECORDS-OUT =
               WS-RECORDS-WRITTEN + WS-RECORDS-REWRITTEN.
           MOVE WS-RECORDS-SKIPPED TO AUD-STEP-EXCEPTIONS.
           MOVE WS-GEN-JOB-ID TO AUD-STEP-GEN-JOB-ID.
           MOVE WS-GEN-RUN-DATE TO AUD-STEP-GEN-DATE.
           MOVE WS-RETURN-CODE TO AUD-RETURN-CODE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE WHATEVER OPENED.
      *----------------------------------------------------------*
           IF WS-STAGING-STATUS EQUAL '00' OR '10'
               CLOSE STAGING-FILE
           END-IF.
           IF WS-MASTER-STATUS EQUAL '00' OR '10' OR '23'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-JRNL-STATUS EQUAL '00'

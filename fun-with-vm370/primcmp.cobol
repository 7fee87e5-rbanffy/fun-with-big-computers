       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMCMP.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  12/26/1994.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   12/26/94  RH   ORIGINAL PROGRAM - PRIMEOUT GENERATION
      *                  COMPARE.  PROVES A RE-RUN RANGE (AFTER A
      *                  PRIMUTL RELOAD, A RECOVERY OR A NEW
      *                  COMPILER LEVEL) AGREES WITH THE EARLIER
      *                  GENERATION FOR THE SAME NUMBERS.  BOTH
      *                  PRIMMAN MANIFESTS MUST BE PRESENT; THEIR
      *                  RANGES GIVE THE OVERLAPPING KEY RANGE
      *                  AND EACH MUST BE COMPLETE AND TIE TO THE
      *                  RECORD COUNT OF ITS PRIMEOUT.  INSIDE THE
      *                  OVERLAP A PRIME ON ONLY ONE GENERATION OR
      *                  A PR-TWIN-FLAG THAT DIFFERS IS LISTED,
      *                  AND THE COUNT AND HASH TOTAL OF THE
      *                  OVERLAP ARE PRINTED FROM EACH SIDE.  A
      *                  DIFFERENCE ENDS THE RUN WITH RC 8 SO THE
      *                  SCHEDULER HOLDS PRIMCLS AND PRIMXTR; NO
      *                  OVERLAP AT ALL IS RC 4; RC 16 MEANS THE
      *                  COMPARE ITSELF COULD NOT RUN.  EVERY RUN
      *                  APPENDS A STEP RECORD (STEP CODE K) TO
      *                  AUDITLOG.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *   01/23/95  RH   BOTH MANIFESTS ARE NOW READ INTO WORKING
      *                  COPIES.  THE OVERLAP, THE PARTIAL CHECKS AND
      *                  THE RECORD COUNT TIES NO LONGER REFER TO THE
      *                  MANIFEST RECORD AREAS AFTER THE FILES ARE
      *                  CLOSED.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRIME-FILE ASSIGN TO PRIMOLD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-PRIME-FILE ASSIGN TO PRIMNEW
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-MANIFEST-FILE ASSIGN TO MANOLD
               FILE STATUS IS WS-OLD-MAN-STATUS.

           SELECT NEW-MANIFEST-FILE ASSIGN TO MANNEW
               FILE STATUS IS WS-NEW-MAN-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * PRIMOLD - THE EARLIER PRIMEOUT GENERATION.
      *----------------------------------------------------------*
       FD  OLD-PRIME-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-PRIME-RECORD.
           05  OP-NUMBER               PIC 9(07).
           05  OP-TWIN-FLAG            PIC X(01).
               88  OP-IS-TWIN              VALUE 'Y'.
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * PRIMNEW - THE RE-RUN PRIMEOUT GENERATION.
      *----------------------------------------------------------*
       FD  NEW-PRIME-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NEW-PRIME-RECORD.
           05  NP-NUMBER               PIC 9(07).
           05  NP-TWIN-FLAG            PIC X(01).
               88  NP-IS-TWIN              VALUE 'Y'.
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * MANOLD - PRIMMAN MANIFEST OF THE EARLIER GENERATION.
      *----------------------------------------------------------*
       FD  OLD-MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OLD-MANIFEST-RECORD.
           05  MO-JOB-ID               PIC X(08).
           05  MO-RUN-DATE             PIC 9(08).
           05  MO-START-VALUE          PIC 9(07).
           05  MO-LIMIT                PIC 9(07).
           05  MO-RECORD-COUNT         PIC 9(09).
           05  MO-COMPLETE-FLAG        PIC X(01).
               88  MO-COMPLETE             VALUE 'Y'.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------*
      * MANNEW - PRIMMAN MANIFEST OF THE RE-RUN GENERATION.
      *----------------------------------------------------------*
       FD  NEW-MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NEW-MANIFEST-RECORD.
           05  MN-JOB-ID               PIC X(08).
           05  MN-RUN-DATE             PIC 9(08).
           05  MN-START-VALUE          PIC 9(07).
           05  MN-LIMIT                PIC 9(07).
           05  MN-RECORD-COUNT         PIC 9(09).
           05  MN-COMPLETE-FLAG        PIC X(01).
               88  MN-COMPLETE             VALUE 'Y'.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------*
      * SYSPRINT - GENERATION COMPARE REPORT.
      *----------------------------------------------------------*
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
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
      *----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-OLD-STATUS           PIC X(02) VALUE '00'.
           05  WS-NEW-STATUS           PIC X(02) VALUE '00'.
           05  WS-OLD-MAN-STATUS       PIC X(02) VALUE '00'.
           05  WS-NEW-MAN-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-OLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OLD-EOF              VALUE 'Y'.
           05  WS-NEW-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-NEW-EOF              VALUE 'Y'.
           05  WS-OVERLAP-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-NO-OVERLAP           VALUE 'N'.

      *----------------------------------------------------------*
      * WORKING COPIES OF BOTH MANIFESTS.  EACH IS READ INTO ITS
      * COPY SO THE RANGES, COUNTS AND FLAGS OUTLIVE THE CLOSE.
      *----------------------------------------------------------*
       01  WS-OLD-MANIFEST.
           05  WO-JOB-ID               PIC X(08).
           05  WO-RUN-DATE             PIC 9(08).
           05  WO-START-VALUE          PIC 9(07).
           05  WO-LIMIT                PIC 9(07).
           05  WO-RECORD-COUNT         PIC 9(09).
           05  WO-COMPLETE-FLAG        PIC X(01).
               88  WO-COMPLETE             VALUE 'Y'.
           05  FILLER                  PIC X(40).
       01  WS-NEW-MANIFEST.
           05  WN-JOB-ID               PIC X(08).
           05  WN-RUN-DATE             PIC 9(08).
           05  WN-START-VALUE          PIC 9(07).
           05  WN-LIMIT                PIC 9(07).
           05  WN-RECORD-COUNT         PIC 9(09).
           05  WN-COMPLETE-FLAG        PIC X(01).
               88  WN-COMPLETE             VALUE 'Y'.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------*
      * OVERLAPPING KEY RANGE - THE HIGHER OF THE TWO MANIFEST
      * START VALUES TO THE LOWER OF THE TWO LIMITS.
      *----------------------------------------------------------*
       77  WS-OVERLAP-LOW              PIC 9(07) VALUE ZERO.
       77  WS-OVERLAP-HIGH             PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * CONTROL TOTALS.  THE RECORD COUNTS COVER THE WHOLE OF
      * EACH PRIMEOUT FOR THE MANIFEST TIE; THE OVERLAP COUNTS,
      * HASH TOTALS AND TWIN COUNTS COVER ONLY THE KEYS INSIDE
      * THE OVERLAPPING RANGE.
      *----------------------------------------------------------*
       77  WS-OLD-RECORDS              PIC 9(09) VALUE ZERO.
       77  WS-NEW-RECORDS              PIC 9(09) VALUE ZERO.
       77  WS-OLD-COUNT                PIC 9(09) VALUE ZERO.
       77  WS-NEW-COUNT                PIC 9(09) VALUE ZERO.
       77  WS-OLD-HASH                 PIC 9(13) VALUE ZERO.
       77  WS-NEW-HASH                 PIC 9(13) VALUE ZERO.
       77  WS-OLD-TWINS                PIC 9(09) VALUE ZERO.
       77  WS-NEW-TWINS                PIC 9(09) VALUE ZERO.
       77  WS-MATCHED-COUNT            PIC 9(09) VALUE ZERO.
       77  WS-EDGE-TWIN-SKIPPED        PIC 9(07) VALUE ZERO.
       77  WS-DIFFERENCE-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMCMP1'.
       77  WS-GEN-JOB-ID               PIC X(08) VALUE SPACES.
       77  WS-GEN-RUN-DATE             PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * REPORT PAGINATION CONTROLS.
      *----------------------------------------------------------*
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
       77  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      * DATE AND TIME.
      *----------------------------------------------------------*
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       77  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RD-MM                   PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  RD-DD                   PIC 9(02).

      *----------------------------------------------------------*
      * REPORT LINE LAYOUTS.
      *----------------------------------------------------------*
       01  WS-PRINT-LINE               PIC X(133).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               'PRIMEOUT GENERATION COMPARE'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-GENERATION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  GL-GENERATION           PIC X(16).
           05  FILLER                  PIC X(04) VALUE 'JOB '.
           05  GL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(11) VALUE
               '  RUN DATE '.
           05  GL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(08) VALUE
               '  RANGE '.
           05  GL-START-VALUE          PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  GL-LIMIT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE
               '  RECORDS '.
           05  GL-RECORD-COUNT         PIC Z(08)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  GL-COMPLETE             PIC X(08).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-OVERLAP-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'OVERLAPPING KEY RANGE'.
           05  OL-LOW                  PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  OL-HIGH                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-DIFFERENCE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               'DIFFERENCE '.
           05  DF-NUMBER               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DF-FILE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DF-REASON               PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DF-FLAG-TEXT            PIC X(12).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-FLAG-PAIR.
           05  FILLER                  PIC X(04) VALUE 'OLD '.
           05  FP-OLD-FLAG             PIC X(01).
           05  FILLER                  PIC X(06) VALUE '  NEW '.
           05  FP-NEW-FLAG             PIC X(01).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC Z(12)9.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  VD-VERDICT-TEXT         PIC X(60).
           05  FILLER                  PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           PERFORM 2500-SET-OVERLAP THRU 2500-EXIT.
           PERFORM 5000-MATCH-ONE-PAIR THRU 5000-EXIT
               UNTIL (WS-OLD-EOF AND WS-NEW-EOF)
               OR WS-RETURN-CODE EQUAL 16.
           IF WS-RETURN-CODE NOT EQUAL 16
               PERFORM 6000-BALANCE-TOTALS THRU 6000-EXIT
               PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, READ BOTH MANIFESTS, OPEN THE
      * TWO GENERATIONS AND THE REPORT AND PRIME THE FIRST READ
      * ON EACH GENERATION.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.

           PERFORM 2000-READ-MANIFESTS THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT OLD-PRIME-FILE.
           IF WS-OLD-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN PRIMOLD - STATUS '
                   WS-OLD-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT NEW-PRIME-FILE.
           IF WS-NEW-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN PRIMNEW - STATUS '
                   WS-NEW-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           PERFORM 5910-READ-OLD-FILE THRU 5910-EXIT.
           PERFORM 5920-READ-NEW-FILE THRU 5920-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-READ-MANIFESTS - BOTH MANIFESTS ARE REQUIRED.  THE
      * OVERLAP COMES FROM THEIR RANGES, SO A MISSING OR EMPTY
      * ONE MEANS THE COMPARE CANNOT RUN.
      *----------------------------------------------------------*
       2000-READ-MANIFESTS.
           OPEN INPUT OLD-MANIFEST-FILE.
           IF WS-OLD-MAN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN MANOLD - STATUS '
                   WS-OLD-MAN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           READ OLD-MANIFEST-FILE INTO WS-OLD-MANIFEST
               AT END
                   DISPLAY 'PRIMCMP - MANOLD IS EMPTY - NO RANGE FOR '
                       'THE EARLIER GENERATION'
                   MOVE 16 TO WS-RETURN-CODE
           END-READ.
           CLOSE OLD-MANIFEST-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-EXIT
           END-IF.

           OPEN INPUT NEW-MANIFEST-FILE.
           IF WS-NEW-MAN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN MANNEW - STATUS '
                   WS-NEW-MAN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           READ NEW-MANIFEST-FILE INTO WS-NEW-MANIFEST
               AT END
                   DISPLAY 'PRIMCMP - MANNEW IS EMPTY - NO RANGE FOR '
                       'THE RE-RUN GENERATION'
                   MOVE 16 TO WS-RETURN-CODE
               NOT AT END
                   MOVE WN-JOB-ID TO WS-GEN-JOB-ID
                   MOVE WN-RUN-DATE TO WS-GEN-RUN-DATE
           END-READ.
           CLOSE NEW-MANIFEST-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2500-SET-OVERLAP - PRINT BOTH GENERATIONS AND WORK OUT
      * THE OVERLAPPING KEY RANGE.  A PARTIAL GENERATION IS A
      * DIFFERENCE IN ITSELF - ITS MANIFEST RANGE PROMISES KEYS
      * THE FILE MAY NOT HOLD.
      *----------------------------------------------------------*
       2500-SET-OVERLAP.
           MOVE 'OLD GENERATION  ' TO GL-GENERATION.
           MOVE WO-JOB-ID TO GL-JOB-ID.
           MOVE WO-RUN-DATE TO GL-RUN-DATE.
           MOVE WO-START-VALUE TO GL-START-VALUE.
           MOVE WO-LIMIT TO GL-LIMIT.
           MOVE WO-RECORD-COUNT TO GL-RECORD-COUNT.
           IF WO-COMPLETE
               MOVE 'COMPLETE' TO GL-COMPLETE
           ELSE
               MOVE 'PARTIAL ' TO GL-COMPLETE
           END-IF.
           MOVE WS-GENERATION-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE 'NEW GENERATION  ' TO GL-GENERATION.
           MOVE WN-JOB-ID TO GL-JOB-ID.
           MOVE WN-RUN-DATE TO GL-RUN-DATE.
           MOVE WN-START-VALUE TO GL-START-VALUE.
           MOVE WN-LIMIT TO GL-LIMIT.
           MOVE WN-RECORD-COUNT TO GL-RECORD-COUNT.
           IF WN-COMPLETE
               MOVE 'COMPLETE' TO GL-COMPLETE
           ELSE
               MOVE 'PARTIAL ' TO GL-COMPLETE
           END-IF.
           MOVE WS-GENERATION-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF WO-START-VALUE > WN-START-VALUE
               MOVE WO-START-VALUE TO WS-OVERLAP-LOW
           ELSE
               MOVE WN-START-VALUE TO WS-OVERLAP-LOW
           END-IF.
           IF WO-LIMIT < WN-LIMIT
               MOVE WO-LIMIT TO WS-OVERLAP-HIGH
           ELSE
               MOVE WN-LIMIT TO WS-OVERLAP-HIGH
           END-IF.
           IF WS-OVERLAP-LOW > WS-OVERLAP-HIGH
               MOVE 'N' TO WS-OVERLAP-SWITCH
               MOVE SPACES TO VD-VERDICT-TEXT
               MOVE 'NO OVERLAPPING KEY RANGE - NOTHING TO COMPARE'
                   TO VD-VERDICT-TEXT
               MOVE WS-VERDICT-LINE TO WS-PRINT-LINE
           ELSE
               MOVE WS-OVERLAP-LOW TO OL-LOW
               MOVE WS-OVERLAP-HIGH TO OL-HIGH
               MOVE WS-OVERLAP-LINE TO WS-PRINT-LINE
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF NOT WO-COMPLETE
               MOVE ZERO TO DF-NUMBER
               MOVE 'MANOLD  ' TO DF-FILE
               MOVE 'GENERATION IS NOT MARKED COMPLETE'
                   TO DF-REASON
               MOVE SPACES TO DF-FLAG-TEXT
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
           END-IF.
           IF NOT WN-COMPLETE
               MOVE ZERO TO DF-NUMBER
               MOVE 'MANNEW  ' TO DF-FILE
               MOVE 'GENERATION IS NOT MARKED COMPLETE'
                   TO DF-REASON
               MOVE SPACES TO DF-FLAG-TEXT
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-MATCH-ONE-PAIR - TWO-FILE MATCH OF THE GENERATIONS
      * ON THE PRIME NUMBER.  BOTH ARRIVE IN ASCENDING ORDER AND
      * ARE READ TO THE END SO THE RECORD COUNTS CAN BE TIED TO
      * THE MANIFESTS; ONLY KEYS INSIDE THE OVERLAP ARE COMPARED.
      *----------------------------------------------------------*
       5000-MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-OLD-EOF
                   PERFORM 5040-NEW-ONLY THRU 5040-EXIT
               WHEN WS-NEW-EOF
                   PERFORM 5030-OLD-ONLY THRU 5030-EXIT
               WHEN OP-NUMBER EQUAL NP-NUMBER
                   PERFORM 5010-MATCHED-PAIR THRU 5010-EXIT
               WHEN OP-NUMBER < NP-NUMBER
                   PERFORM 5030-OLD-ONLY THRU 5030-EXIT
               WHEN OTHER
                   PERFORM 5040-NEW-ONLY THRU 5040-EXIT
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5010-MATCHED-PAIR - THE PRIME IS ON BOTH GENERATIONS.
      * PRIMES SETS PR-TWIN-FLAG FROM THE PREVIOUS PRIME IT FOUND
      * IN THE SAME RUN, SO A PRIME WHOSE PARTNER (P - 2) LIES
      * BELOW THE OVERLAP WAS NEVER SEEN BY THE LATER-STARTING
      * GENERATION.  ITS FLAG IS NOT COMPARED, ONLY COUNTED.
      *----------------------------------------------------------*
       5010-MATCHED-PAIR.
           IF OP-NUMBER NOT < WS-OVERLAP-LOW
                   AND OP-NUMBER NOT > WS-OVERLAP-HIGH
               PERFORM 5015-COMPARE-PAIR THRU 5015-EXIT
           END-IF.
           PERFORM 5910-READ-OLD-FILE THRU 5910-EXIT.
           PERFORM 5920-READ-NEW-FILE THRU 5920-EXIT.
       5010-EXIT.
           EXIT.

       5015-COMPARE-PAIR.
           ADD 1 TO WS-MATCHED-COUNT.
           IF OP-TWIN-FLAG NOT EQUAL NP-TWIN-FLAG
               IF OP-NUMBER < WS-OVERLAP-LOW + 2
                   ADD 1 TO WS-EDGE-TWIN-SKIPPED
               ELSE
                   MOVE OP-NUMBER TO DF-NUMBER
                   MOVE 'PRIMNEW ' TO DF-FILE
                   MOVE 'TWIN FLAG DIFFERS FROM OLD GENERATION'
                       TO DF-REASON
                   MOVE OP-TWIN-FLAG TO FP-OLD-FLAG
                   MOVE NP-TWIN-FLAG TO FP-NEW-FLAG
                   MOVE WS-FLAG-PAIR TO DF-FLAG-TEXT
                   PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
               END-IF
           END-IF.
           PERFORM 5020-TALLY-OLD THRU 5020-EXIT.
           PERFORM 5050-TALLY-NEW THRU 5050-EXIT.
       5015-EXIT.
           EXIT.

       5020-TALLY-OLD.
           ADD 1 TO WS-OLD-COUNT.
           ADD OP-NUMBER TO WS-OLD-HASH.
           IF OP-IS-TWIN
               ADD 1 TO WS-OLD-TWINS
           END-IF.
       5020-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5030-OLD-ONLY - A PRIME ON THE EARLIER GENERATION THAT
      * THE RE-RUN DID NOT PRODUCE.
      *----------------------------------------------------------*
       5030-OLD-ONLY.
           IF OP-NUMBER NOT < WS-OVERLAP-LOW
                   AND OP-NUMBER NOT > WS-OVERLAP-HIGH
               MOVE OP-NUMBER TO DF-NUMBER
               MOVE 'PRIMOLD ' TO DF-FILE
               MOVE 'PRIME ON OLD GENERATION ONLY'
                   TO DF-REASON
               MOVE SPACES TO DF-FLAG-TEXT
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
               PERFORM 5020-TALLY-OLD THRU 5020-EXIT
           END-IF.
           PERFORM 5910-READ-OLD-FILE THRU 5910-EXIT.
       5030-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5040-NEW-ONLY - A PRIME THE RE-RUN PRODUCED THAT THE
      * EARLIER GENERATION DOES NOT HOLD.
      *----------------------------------------------------------*
       5040-NEW-ONLY.
           IF NP-NUMBER NOT < WS-OVERLAP-LOW
                   AND NP-NUMBER NOT > WS-OVERLAP-HIGH
               MOVE NP-NUMBER TO DF-NUMBER
               MOVE 'PRIMNEW ' TO DF-FILE
               MOVE 'PRIME ON NEW GENERATION ONLY'
                   TO DF-REASON
               MOVE SPACES TO DF-FLAG-TEXT
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
               PERFORM 5050-TALLY-NEW THRU 5050-EXIT
           END-IF.
           PERFORM 5920-READ-NEW-FILE THRU 5920-EXIT.
       5040-EXIT.
           EXIT.

       5050-TALLY-NEW.
           ADD 1 TO WS-NEW-COUNT.
           ADD NP-NUMBER TO WS-NEW-HASH.
           IF NP-IS-TWIN
               ADD 1 TO WS-NEW-TWINS
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5910-READ-OLD-FILE - COMMON PRIMOLD READ WITH EOF AND
      * STATUS HANDLING.
      *----------------------------------------------------------*
       5910-READ-OLD-FILE.
           READ OLD-PRIME-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-EOF-SWITCH
           END-READ.
           IF NOT WS-OLD-EOF
               IF WS-OLD-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMCMP - PRIMOLD READ FAILED - STATUS '
                       WS-OLD-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-OLD-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-OLD-RECORDS
               END-IF
           END-IF.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5920-READ-NEW-FILE - COMMON PRIMNEW READ WITH EOF AND
      * STATUS HANDLING.
      *----------------------------------------------------------*
       5920-READ-NEW-FILE.
           READ NEW-PRIME-FILE
               AT END
                   MOVE 'Y' TO WS-NEW-EOF-SWITCH
           END-READ.
           IF NOT WS-NEW-EOF
               IF WS-NEW-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMCMP - PRIMNEW READ FAILED - STATUS '
                       WS-NEW-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-NEW-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-NEW-RECORDS
               END-IF
           END-IF.
       5920-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-BALANCE-TOTALS - TIE EACH PRIMEOUT TO ITS OWN
      * MANIFEST COUNT, THEN THE OVERLAP TOTALS TO EACH OTHER.
      *----------------------------------------------------------*
       6000-BALANCE-TOTALS.
           MOVE ZERO TO DF-NUMBER.
           MOVE SPACES TO DF-FLAG-TEXT.
           IF WS-OLD-RECORDS NOT EQUAL WO-RECORD-COUNT
               MOVE 'PRIMOLD ' TO DF-FILE
               MOVE 'RECORD COUNT DOES NOT TIE TO MANOLD'
                   TO DF-REASON
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
           END-IF.
           IF WS-NEW-RECORDS NOT EQUAL WN-RECORD-COUNT
               MOVE 'PRIMNEW ' TO DF-FILE
               MOVE 'RECORD COUNT DOES NOT TIE TO MANNEW'
                   TO DF-REASON
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
           END-IF.
           IF WS-NEW-COUNT NOT EQUAL WS-OLD-COUNT
                   OR WS-NEW-HASH NOT EQUAL WS-OLD-HASH
               MOVE 'PRIMNEW ' TO DF-FILE
               MOVE 'OVERLAP COUNT/HASH DOES NOT TIE TO OLD'
                   TO DF-REASON
               PERFORM 7000-REPORT-DIFFERENCE THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-SUMMARY - OVERLAP TOTALS FROM EACH SIDE AND
      * THE VERDICT LINE OPERATIONS READS BEFORE RELEASING
      * PRIMCLS AND PRIMXTR.
      *----------------------------------------------------------*
       6100-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'OLD PRIMES IN OVERLAP         '
               TO SU-SUMMARY-TEXT.
           MOVE WS-OLD-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'OLD HASH TOTAL IN OVERLAP     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-OLD-HASH TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'OLD TWINS IN OVERLAP          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-OLD-TWINS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'NEW PRIMES IN OVERLAP         '
               TO SU-SUMMARY-TEXT.
           MOVE WS-NEW-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'NEW HASH TOTAL IN OVERLAP     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-NEW-HASH TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'NEW TWINS IN OVERLAP          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-NEW-TWINS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PRIMES ON BOTH GENERATIONS    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MATCHED-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'TWIN FLAGS NOT COMPARED - EDGE'
               TO SU-SUMMARY-TEXT.
           MOVE WS-EDGE-TWIN-SKIPPED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'DIFFERENCES REPORTED          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-DIFFERENCE-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.

           IF WS-DIFFERENCE-COUNT NOT EQUAL ZERO
               MOVE 'GENERATIONS DIFFER - HOLD PRIMCLS AND PRIMXTR'
                   TO VD-VERDICT-TEXT
               IF WS-RETURN-CODE EQUAL ZERO
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
           IF WS-NO-OVERLAP
               MOVE 'NO OVERLAP - GENERATIONS NOT PROVEN TO AGREE'
                   TO VD-VERDICT-TEXT
               IF WS-RETURN-CODE EQUAL ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 'GENERATIONS AGREE - PRIMCLS/PRIMXTR MAY PROCEED'
                   TO VD-VERDICT-TEXT
           END-IF
           END-IF.
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-REPORT-DIFFERENCE - ONE LINE PER DIFFERENCE, NAMING
      * THE NUMBER AND THE FILE IT WAS FOUND ON.
      *----------------------------------------------------------*
       7000-REPORT-DIFFERENCE.
           ADD 1 TO WS-DIFFERENCE-COUNT.
           MOVE WS-DIFFERENCE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8000-WRITE-REPORT-LINE - COMMON LINE WRITER WITH PAGE
      * BREAK AND REPEATED TITLE EVERY WS-LINES-PER-PAGE.
      *----------------------------------------------------------*
       8000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8100-WRITE-PAGE-HEADERS - TITLE LINE AT THE TOP OF EVERY
      * PAGE.
      *----------------------------------------------------------*
       8100-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO TL-PAGE-NUMBER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING NEW-PAGE.
           MOVE ZERO TO WS-LINE-COUNT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8300-WRITE-SUMMARY-LINE - SUMMARY COUNT LINE.
      *----------------------------------------------------------*
       8300-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  THE COUNTS
      * ARE THE OVERLAP PRIMES ON EACH SIDE AND THE GENERATION IS
      * THE RE-RUN ONE.  A FAILURE HERE ONLY WARNS - THE COMPARE
      * ITSELF IS ALREADY OVER.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMCMP - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'K' TO AUD-RUN-MODE.
           MOVE WS-OLD-COUNT TO AUD-STEP-RECORDS-IN.
           MOVE WS-NEW-COUNT TO AUD-STEP-RECORDS-OUT.
           MOVE WS-DIFFERENCE-COUNT TO AUD-STEP-EXCEPTIONS.
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
               DISPLAY 'PRIMCMP - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMCMP' TO RPC-PROGRAM-ID.
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
       9000-TERMINATE.
           IF WS-OLD-STATUS EQUAL '00' OR '10'
               CLOSE OLD-PRIME-FILE
           END-IF.
           IF WS-NEW-STATUS EQUAL '00' OR '10'
               CLOSE NEW-PRIME-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMLIN.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  11/14/1994.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   11/14/94  RH   ORIGINAL PROGRAM - GENERATION LINEAGE
      *                  REPORT.  READS AUDITLOG AND FOLLOWS EACH
      *                  PRIMES GENERATION (THE JOB ID AND RUN
      *                  DATE ON ITS PRIMMAN MANIFEST) THROUGH
      *                  THE BATCH STEPS THAT NOW AUDIT THEIR
      *                  RUNS - PRIMES WRITES PRIMEOUT AND
      *                  MSTSTAGE, PRIMLOD LOADS THE STAGING FILE,
      *                  PRIMCLS WRITES CLASOUT, PRIMRCN GIVES THE
      *                  VERDICT AND PRIMXTR CUTS THE FEED, WHOSE
      *                  ACK STATUS COMES FROM XMITCTL.  PRIMSTAT
      *                  IS LISTED BUT ONLY HAS TO FOLLOW PRIMES.
      *                  A GENERATION IS FLAGGED WHEN A LATER
      *                  STEP RAN WITHOUT AN EARLIER ONE
      *                  COMPLETING, OR WHEN THE STEPS RAN OUT OF
      *                  ORDER.  SELECTED BY GENERATION RUN DATE
      *                  ON THE AUDRPT DATE RANGE CONTROL CARD.
      *                  RC 4 = GENERATIONS FLAGGED, RC 8 = MORE
      *                  GENERATIONS THAN THE TABLE HOLDS, RC 16 =
      *                  THE RUN ITSELF FAILED.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO SYSIN
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT XMIT-CTL-FILE  ASSIGN TO XMITCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-FEED-KEY
               FILE STATUS IS WS-XMIT-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - GENERATION RUN DATE RANGE, YYYYMMDD.
      * ZERO DATES LEAVE THE RANGE OPEN AT THAT END.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  AC-DATE-FROM            PIC 9(08).
           05  AC-DATE-TO              PIC 9(08).
           05  FILLER                  PIC X(64).

      *----------------------------------------------------------*
      * AUDITLOG - HISTORY OF RUNS.  A PRIMES RUN RECORD AND A
      * BATCH STEP RECORD SHARE THE FIRST 25 BYTES; THE STEP
      * RECORD CARRIES ITS COUNTS AND THE GENERATION IT WORKED
      * ON WHERE THE RUN RECORD CARRIES THE RANGE AND RESULTS.
      * THE RETURN CODE IS IN THE SAME PLACE ON BOTH.
      *----------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-RUN-TIME            PIC 9(08).
           05  AUD-JOB-ID              PIC X(08).
           05  AUD-RUN-MODE            PIC X(01).
               88  AUD-MODE-RANGE          VALUE 'R'.
               88  AUD-MODE-LOAD           VALUE 'L'.
               88  AUD-MODE-CLASSIFY       VALUE 'C'.
               88  AUD-MODE-STATISTICS     VALUE 'S'.
               88  AUD-MODE-RECONCILE      VALUE 'N'.
               88  AUD-MODE-EXTRACT        VALUE 'X'.
           05  AUD-RUN-BODY.
               10  AUD-START-VALUE     PIC 9(07).
               10  AUD-LIMIT           PIC 9(07).
               10  AUD-PRIMES-FOUND    PIC 9(07).
               10  AUD-INQUIRY-NUMBER  PIC 9(07).
               10  AUD-INQUIRY-RESULT  PIC X(01).
               10  AUD-RETURN-CODE     PIC 9(03).
               10  AUD-BATCH-UNKNOWN   PIC 9(07).
               10  FILLER              PIC X(04).
           05  AUD-STEP-BODY REDEFINES AUD-RUN-BODY.
               10  AUD-STEP-RECORDS-IN PIC 9(07).
               10  AUD-STEP-RECORDS-OUT
                                       PIC 9(07).
               10  AUD-STEP-EXCEPTIONS PIC 9(07).
               10  AUD-STEP-GEN-JOB-ID PIC X(08).
               10  AUD-STEP-RETURN-CODE
                                       PIC 9(03).
               10  AUD-STEP-GEN-DATE   PIC 9(08).
               10  FILLER              PIC X(03).

      *----------------------------------------------------------*
      * XMITCTL - TRANSMISSION CONTROL, KEYED ON THE FEED KEY
      * (PRIMXTR RUN DATE AND TIME).  ACK STATUS P = PENDING,
      * A = ACKNOWLEDGED IN BALANCE, M = ACKNOWLEDGED WITH A
      * COUNT/HASH MISMATCH.
      *----------------------------------------------------------*
       FD  XMIT-CTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  XMIT-CTL-RECORD.
           05  XM-FEED-KEY             PIC 9(16).
           05  XM-RUN-DATE             PIC 9(08).
           05  XM-JOB-ID               PIC X(08).
           05  XM-RANGE-START          PIC 9(07).
           05  XM-RANGE-LIMIT          PIC 9(07).
           05  XM-DETAIL-COUNT         PIC 9(09).
           05  XM-HASH-TOTAL           PIC 9(13).
           05  XM-ACK-STATUS           PIC X(01).
               88  XM-ACK-PENDING          VALUE 'P'.
               88  XM-ACK-BALANCED         VALUE 'A'.
               88  XM-ACK-MISMATCHED       VALUE 'M'.
           05  XM-ACK-DATE             PIC 9(08).
           05  FILLER                  PIC X(03).

      *----------------------------------------------------------*
      * SYSPRINT - GENERATION LINEAGE REPORT.
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

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * FILE STATUS SWITCHES.
      *----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           05  WS-XMIT-STATUS          PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF            VALUE 'Y'.
           05  WS-XMIT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-XMIT-OPEN            VALUE 'Y'.
           05  WS-GEN-FLAGGED-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-GEN-FLAGGED          VALUE 'Y'.

      *----------------------------------------------------------*
      * SELECTION DATE RANGE.
      *----------------------------------------------------------*
       77  WS-DATE-FROM                PIC 9(08) VALUE ZERO.
       77  WS-DATE-TO                  PIC 9(08) VALUE 99999999.
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      * GENERATION OF THE AUDIT RECORD IN HAND AND ITS RUN
      * TIMESTAMP - DATE AND TIME, THE RUNREG KEY CONVENTION.
      * FOR A PRIMXTR RECORD THE TIMESTAMP IS ALSO THE FEED KEY.
      *----------------------------------------------------------*
       77  WS-GEN-JOB-ID               PIC X(08) VALUE SPACES.
       77  WS-GEN-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STAMP-BUILD.
           05  WS-STAMP-DATE           PIC 9(08).
           05  WS-STAMP-TIME           PIC 9(08).
       01  WS-STAMP REDEFINES WS-STAMP-BUILD
                                       PIC 9(16).

      *----------------------------------------------------------*
      * STEP NAMES BY STEP NUMBER - 1 PRIMES, 2 PRIMLOD,
      * 3 PRIMCLS, 4 PRIMSTAT, 5 PRIMRCN, 6 PRIMXTR - AND THE
      * ORDER THE CHAINED STEPS MUST RUN IN.  PRIMSTAT IS NOT IN
      * THE CHAIN; IT ONLY HAS TO FOLLOW PRIMES.
      *----------------------------------------------------------*
       01  WS-STEP-NAME-DATA.
           05  FILLER                  PIC X(08) VALUE 'PRIMES  '.
           05  FILLER                  PIC X(08) VALUE 'PRIMLOD '.
           05  FILLER                  PIC X(08) VALUE 'PRIMCLS '.
           05  FILLER                  PIC X(08) VALUE 'PRIMSTAT'.
           05  FILLER                  PIC X(08) VALUE 'PRIMRCN '.
           05  FILLER                  PIC X(08) VALUE 'PRIMXTR '.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-DATA.
           05  WS-STEP-NAME            PIC X(08) OCCURS 6 TIMES.
       01  WS-CHAIN-DATA               PIC X(05) VALUE '12356'.
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-DATA.
           05  WS-CHAIN-STEP           PIC 9(01) OCCURS 5 TIMES.

      *----------------------------------------------------------*
      * GENERATION TABLE - ONE ENTRY PER GENERATION IN THE
      * PERIOD, IN ORDER OF FIRST APPEARANCE ON AUDITLOG.  EACH
      * STEP KEEPS ITS RUN COUNT AND THE TIMESTAMP, RETURN CODE
      * AND COUNTS OF ITS LATEST RUN.  RECORDS FOR GENERATIONS
      * PAST THE 200TH ARE COUNTED AND NOT REPORTED.
      *----------------------------------------------------------*
       77  WS-GEN-USED                 PIC 9(03) VALUE ZERO.
       77  WS-GEN-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-SCAN-SUB                 PIC 9(03) VALUE ZERO.
       77  WS-STEP-SUB                 PIC 9(01) VALUE ZERO.
       77  WS-CHAIN-SUB                PIC 9(01) VALUE ZERO.
       77  WS-LATER-SUB                PIC 9(01) VALUE ZERO.
       77  WS-LINK-STEP                PIC 9(01) VALUE ZERO.
       77  WS-LATER-STEP               PIC 9(01) VALUE ZERO.
       77  WS-PREV-STEP                PIC 9(01) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  GT-ENTRY OCCURS 200 TIMES.
               10  GT-GEN-JOB-ID       PIC X(08).
               10  GT-GEN-RUN-DATE     PIC 9(08).
               10  GT-RANGE-START      PIC 9(07).
               10  GT-RANGE-LIMIT      PIC 9(07).
               10  GT-STEP OCCURS 6 TIMES.
                   15  GT-STEP-RUNS    PIC 9(03).
                   15  GT-STEP-STAMP   PIC 9(16).
                   15  GT-STEP-RC      PIC 9(03).
                   15  GT-STEP-IN      PIC 9(07).
                   15  GT-STEP-OUT     PIC 9(07).

      *----------------------------------------------------------*
      * ACCUMULATORS.
      *----------------------------------------------------------*
       01  WS-TOTALS.
           05  WS-GENS-FLAGGED         PIC 9(07) VALUE ZERO.
           05  WS-SKIP-FLAGS           PIC 9(07) VALUE ZERO.
           05  WS-ORDER-FLAGS          PIC 9(07) VALUE ZERO.
           05  WS-STEPS-UNTIED         PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-NOT-TABLED   PIC 9(07) VALUE ZERO.

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
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
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
           05  FILLER                  PIC X(30) VALUE
               'GENERATION LINEAGE - AUDITLOG'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-SELECT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'PERIOD SELECTED '.
           05  SE-DATE-FROM            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  SE-DATE-TO              PIC 9(08).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SL-SECTION-TITLE        PIC X(40).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'STEP'.
           05  FILLER                  PIC X(17) VALUE
               'RUN DATE AND TIME'.
           05  FILLER                  PIC X(05) VALUE '   RC'.
           05  FILLER                  PIC X(05) VALUE ' RUNS'.
           05  FILLER                  PIC X(09) VALUE '  RECS IN'.
           05  FILLER                  PIC X(09) VALUE ' RECS OUT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'LINEAGE'.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-GEN-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               'GENERATION '.
           05  GL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(10) VALUE
               ' RUN DATE '.
           05  GL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(07) VALUE ' RANGE '.
           05  GL-RANGE-START          PIC Z(06)9.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  GL-RANGE-LIMIT          PIC Z(06)9.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-STEP-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  SP-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SP-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-RETURN-CODE          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-RUNS                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-RECORDS-IN           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-RECORDS-OUT          PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SP-NOTE                 PIC X(50).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-NOT-RUN-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  NR-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'NOT RUN'.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-FEED-NOTE.
           05  FILLER                  PIC X(05) VALUE 'FEED '.
           05  FN-FEED-KEY             PIC 9(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FN-ACK-TEXT             PIC X(20).
           05  FN-ACK-DATE             PIC X(08).

       01  WS-FLAG-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FL-FLAG-TEXT            PIC X(18).
           05  FL-STEP-A               PIC X(08).
           05  FL-CONNECT-TEXT         PIC X(28).
           05  FL-STEP-B               PIC X(08).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC Z(10)9.
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 5000-TABLE-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-AUDIT-EOF.

           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           MOVE WS-DATE-FROM TO SE-DATE-FROM.
           MOVE WS-DATE-TO TO SE-DATE-TO.
           MOVE WS-SELECT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE 'GENERATIONS' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 6000-REPORT-ONE-GENERATION THRU 6000-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-USED.
           PERFORM 6900-WRITE-SUMMARY THRU 6900-EXIT.

           IF WS-GENS-FLAGGED > ZERO
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, CONTROL CARD, OPEN THE FILES
      * AND PRIME THE FIRST AUDIT READ.  WITHOUT XMITCTL THE
      * REPORT STILL RUNS - THE FEEDS ARE SHOWN WITHOUT THEIR
      * ACK STATUS.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-DATE-FROM IS NUMERIC
                           MOVE AC-DATE-FROM TO WS-DATE-FROM
                       END-IF
                       IF AC-DATE-TO IS NUMERIC
                               AND AC-DATE-TO NOT EQUAL ZERO
                           MOVE AC-DATE-TO TO WS-DATE-TO
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-DATE-FROM > WS-DATE-TO
               DISPLAY 'PRIMLIN - CONTROL CARD ERROR - FROM DATE IS '
                   'AFTER TO DATE'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLIN - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT XMIT-CTL-FILE.
           IF WS-XMIT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-XMIT-OPEN-SWITCH
           ELSE
               DISPLAY 'PRIMLIN - UNABLE TO OPEN XMITCTL - STATUS '
                   WS-XMIT-STATUS ' - ACK STATUS NOT REPORTED'
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLIN - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           INITIALIZE WS-GEN-TABLE.
           PERFORM 5900-READ-AUDIT-FILE THRU 5900-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-TABLE-ONE-RECORD - WORK OUT THE STEP AND GENERATION
      * OF AN AUDIT RECORD, APPLY THE DATE SELECTION TO THE
      * GENERATION RUN DATE AND POST THE RUN TO THE GENERATION
      * TABLE.  RECORDS OF OTHER PRIMES MODES AND OF PRIMACK AND
      * PRIMUTL ARE NOT PART OF ANY GENERATION'S LINEAGE.
      *----------------------------------------------------------*
       5000-TABLE-ONE-RECORD.
           EVALUATE TRUE
               WHEN AUD-MODE-RANGE
                   MOVE 1 TO WS-STEP-SUB
               WHEN AUD-MODE-LOAD
                   MOVE 2 TO WS-STEP-SUB
               WHEN AUD-MODE-CLASSIFY
                   MOVE 3 TO WS-STEP-SUB
               WHEN AUD-MODE-STATISTICS
                   MOVE 4 TO WS-STEP-SUB
               WHEN AUD-MODE-RECONCILE
                   MOVE 5 TO WS-STEP-SUB
               WHEN AUD-MODE-EXTRACT
                   MOVE 6 TO WS-STEP-SUB
               WHEN OTHER
                   GO TO 5000-NEXT
           END-EVALUATE.

           IF AUD-MODE-RANGE
               MOVE AUD-JOB-ID TO WS-GEN-JOB-ID
               MOVE AUD-RUN-DATE TO WS-GEN-RUN-DATE
           ELSE
               MOVE AUD-STEP-GEN-JOB-ID TO WS-GEN-JOB-ID
               MOVE AUD-STEP-GEN-DATE TO WS-GEN-RUN-DATE
           END-IF.
           IF WS-GEN-JOB-ID EQUAL SPACES
               IF AUD-RUN-DATE NOT < WS-DATE-FROM
                       AND AUD-RUN-DATE NOT > WS-DATE-TO
                   ADD 1 TO WS-STEPS-UNTIED
               END-IF
               GO TO 5000-NEXT
           END-IF.
           IF WS-GEN-RUN-DATE < WS-DATE-FROM
                   OR WS-GEN-RUN-DATE > WS-DATE-TO
               GO TO 5000-NEXT
           END-IF.

           PERFORM 5100-FIND-GENERATION THRU 5100-EXIT.
           IF WS-GEN-SUB EQUAL ZERO
               GO TO 5000-NEXT
           END-IF.

           ADD 1 TO GT-STEP-RUNS (WS-GEN-SUB, WS-STEP-SUB).
           MOVE AUD-RUN-DATE TO WS-STAMP-DATE.
           MOVE AUD-RUN-TIME TO WS-STAMP-TIME.
           IF WS-STAMP < GT-STEP-STAMP (WS-GEN-SUB, WS-STEP-SUB)
               GO TO 5000-NEXT
           END-IF.
           MOVE WS-STAMP TO GT-STEP-STAMP (WS-GEN-SUB, WS-STEP-SUB).
           IF AUD-MODE-RANGE
               MOVE AUD-START-VALUE TO GT-RANGE-START (WS-GEN-SUB)
               MOVE AUD-LIMIT TO GT-RANGE-LIMIT (WS-GEN-SUB)
               MOVE AUD-RETURN-CODE
                   TO GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB)
               MOVE ZERO TO GT-STEP-IN (WS-GEN-SUB, WS-STEP-SUB)
               MOVE AUD-PRIMES-FOUND
                   TO GT-STEP-OUT (WS-GEN-SUB, WS-STEP-SUB)
           ELSE
               MOVE AUD-STEP-RETURN-CODE
                   TO GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB)
               MOVE AUD-STEP-RECORDS-IN
                   TO GT-STEP-IN (WS-GEN-SUB, WS-STEP-SUB)
               MOVE AUD-STEP-RECORDS-OUT
                   TO GT-STEP-OUT (WS-GEN-SUB, WS-STEP-SUB)
           END-IF.

       5000-NEXT.
           PERFORM 5900-READ-AUDIT-FILE THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-FIND-GENERATION - LOCATE OR ADD THE TABLE ENTRY FOR
      * WS-GEN-JOB-ID / WS-GEN-RUN-DATE.  A FULL TABLE LEAVES
      * WS-GEN-SUB ZERO AND THE RUN ENDS RC 8.
      *----------------------------------------------------------*
       5100-FIND-GENERATION.
           MOVE ZERO TO WS-GEN-SUB.
           PERFORM 5110-MATCH-ONE-ENTRY THRU 5110-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-GEN-USED
               OR WS-GEN-SUB > ZERO.
           IF WS-GEN-SUB > ZERO
               GO TO 5100-EXIT
           END-IF.
           IF WS-GEN-USED < 200
               ADD 1 TO WS-GEN-USED
               MOVE WS-GEN-USED TO WS-GEN-SUB
               MOVE WS-GEN-JOB-ID TO GT-GEN-JOB-ID (WS-GEN-SUB)
               MOVE WS-GEN-RUN-DATE TO GT-GEN-RUN-DATE (WS-GEN-SUB)
           ELSE
               IF WS-RECORDS-NOT-TABLED EQUAL ZERO
                   DISPLAY 'PRIMLIN - GENERATION TABLE FULL AT 200 '
                       '- LATER GENERATIONS NOT REPORTED'
               END-IF
               ADD 1 TO WS-RECORDS-NOT-TABLED
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5110-MATCH-ONE-ENTRY - COMPARE ONE TABLE ENTRY.
      *----------------------------------------------------------*
       5110-MATCH-ONE-ENTRY.
           IF GT-GEN-JOB-ID (WS-SCAN-SUB) EQUAL WS-GEN-JOB-ID
                   AND GT-GEN-RUN-DATE (WS-SCAN-SUB)
                       EQUAL WS-GEN-RUN-DATE
               MOVE WS-SCAN-SUB TO WS-GEN-SUB
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-AUDIT-FILE - COMMON AUDITLOG READ WITH EOF
      * HANDLING.
      *----------------------------------------------------------*
       5900-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.
           IF NOT WS-AUDIT-EOF
               IF WS-AUDIT-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMLIN - AUDITLOG READ FAILED - STATUS '
                       WS-AUDIT-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               END-IF
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-REPORT-ONE-GENERATION - THE GENERATION LINE, ONE
      * LINE PER STEP, THEN ANY SKIPPED-STEP AND OUT-OF-ORDER
      * FLAGS.
      *----------------------------------------------------------*
       6000-REPORT-ONE-GENERATION.
           MOVE 'N' TO WS-GEN-FLAGGED-SWITCH.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE GT-GEN-JOB-ID (WS-GEN-SUB) TO GL-JOB-ID.
           MOVE GT-GEN-RUN-DATE (WS-GEN-SUB) TO GL-RUN-DATE.
           MOVE GT-RANGE-START (WS-GEN-SUB) TO GL-RANGE-START.
           MOVE GT-RANGE-LIMIT (WS-GEN-SUB) TO GL-RANGE-LIMIT.
           MOVE WS-GEN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           PERFORM 6100-REPORT-ONE-STEP THRU 6100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 6.
           PERFORM 6200-CHECK-SKIPPED-STEPS THRU 6200-EXIT.
           PERFORM 6300-CHECK-STEP-ORDER THRU 6300-EXIT.

           IF WS-GEN-FLAGGED
               ADD 1 TO WS-GENS-FLAGGED
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-REPORT-ONE-STEP - THE LATEST RUN OF ONE STEP AND
      * WHAT IT LEFT BEHIND.  FOR PRIMRCN THAT IS THE VERDICT;
      * FOR PRIMXTR IT IS THE FEED AND ITS ACK STATUS.
      *----------------------------------------------------------*
       6100-REPORT-ONE-STEP.
           IF GT-STEP-RUNS (WS-GEN-SUB, WS-STEP-SUB) EQUAL ZERO
               MOVE WS-STEP-NAME (WS-STEP-SUB) TO NR-STEP-NAME
               MOVE WS-NOT-RUN-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 6100-EXIT
           END-IF.

           MOVE GT-STEP-STAMP (WS-GEN-SUB, WS-STEP-SUB) TO WS-STAMP.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO SP-STEP-NAME.
           MOVE WS-STAMP-DATE TO SP-RUN-DATE.
           MOVE WS-STAMP-TIME TO SP-RUN-TIME.
           MOVE GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB)
               TO SP-RETURN-CODE.
           MOVE GT-STEP-RUNS (WS-GEN-SUB, WS-STEP-SUB) TO SP-RUNS.
           MOVE GT-STEP-IN (WS-GEN-SUB, WS-STEP-SUB)
               TO SP-RECORDS-IN.
           MOVE GT-STEP-OUT (WS-GEN-SUB, WS-STEP-SUB)
               TO SP-RECORDS-OUT.

           IF GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB) NOT < 16
               EVALUATE WS-STEP-SUB
                   WHEN 1
                       MOVE 'RANGE RUN FAILED' TO SP-NOTE
                   WHEN 2
                       MOVE 'PRIMEMST LOAD FAILED' TO SP-NOTE
                   WHEN 3
                       MOVE 'CLASSIFICATION FAILED' TO SP-NOTE
                   WHEN 4
                       MOVE 'STATISTICS FAILED' TO SP-NOTE
                   WHEN 5
                       MOVE 'RECONCILIATION FAILED - NO VERDICT'
                           TO SP-NOTE
                   WHEN 6
                       MOVE 'EXTRACT FAILED - NO FEED' TO SP-NOTE
               END-EVALUATE
               GO TO 6100-WRITE
           END-IF.

           EVALUATE WS-STEP-SUB
               WHEN 1
                   MOVE 'PRIMEOUT AND MSTSTAGE WRITTEN' TO SP-NOTE
               WHEN 2
                   MOVE 'MSTSTAGE LOADED TO PRIMEMST' TO SP-NOTE
               WHEN 3
                   MOVE 'CLASOUT WRITTEN' TO SP-NOTE
               WHEN 4
                   MOVE 'STATISTICS REPORTED' TO SP-NOTE
               WHEN 5
                   IF GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB) EQUAL ZERO
                       MOVE 'VERDICT - IN BALANCE' TO SP-NOTE
                   ELSE
                       MOVE 'VERDICT - OUT OF BALANCE' TO SP-NOTE
                   END-IF
               WHEN 6
                   PERFORM 6110-FEED-ACK-STATUS THRU 6110-EXIT
           END-EVALUATE.

       6100-WRITE.
           MOVE WS-STEP-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6110-FEED-ACK-STATUS - THE PRIMXTR AUDIT TIMESTAMP IS THE
      * FEED KEY.  LOOK THE FEED UP ON XMITCTL FOR ITS ACK STATUS.
      * AN RC 8 EXTRACT WROTE A GOOD FEED THAT XMITCTL NEVER SAW.
      *----------------------------------------------------------*
       6110-FEED-ACK-STATUS.
           MOVE WS-STAMP TO FN-FEED-KEY.
           MOVE SPACES TO FN-ACK-DATE.
           IF GT-STEP-RC (WS-GEN-SUB, WS-STEP-SUB) EQUAL 8
               MOVE 'NOT ON XMITCTL' TO FN-ACK-TEXT
               GO TO 6110-NOTE
           END-IF.
           IF NOT WS-XMIT-OPEN
               MOVE 'ACK NOT CHECKED' TO FN-ACK-TEXT
               GO TO 6110-NOTE
           END-IF.
           MOVE WS-STAMP TO XM-FEED-KEY.
           READ XMIT-CTL-FILE
               INVALID KEY
                   MOVE 'NOT ON XMITCTL' TO FN-ACK-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN XM-ACK-PENDING
                           MOVE 'ACK PENDING' TO FN-ACK-TEXT
                       WHEN XM-ACK-BALANCED
                           MOVE 'ACKNOWLEDGED' TO FN-ACK-TEXT
                           MOVE XM-ACK-DATE TO FN-ACK-DATE
                       WHEN XM-ACK-MISMATCHED
                           MOVE 'ACK MISMATCH' TO FN-ACK-TEXT
                           MOVE XM-ACK-DATE TO FN-ACK-DATE
                       WHEN OTHER
                           MOVE 'ACK STATUS UNKNOWN' TO FN-ACK-TEXT
                   END-EVALUATE
           END-READ.
       6110-NOTE.
           MOVE WS-FEED-NOTE TO SP-NOTE.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6200-CHECK-SKIPPED-STEPS - FOR EACH STEP IN THE CHAIN
      * THAT DID NOT COMPLETE (NOT RUN, OR ITS LATEST RUN ENDED
      * RC 16), FLAG THE FIRST LATER STEP THAT RAN ANYWAY.
      * PRIMSTAT ONLY NEEDS PRIMES.
      *----------------------------------------------------------*
       6200-CHECK-SKIPPED-STEPS.
           PERFORM 6210-CHECK-ONE-LINK THRU 6210-EXIT
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 4.
           IF GT-STEP-RUNS (WS-GEN-SUB, 4) > ZERO
                   AND (GT-STEP-RUNS (WS-GEN-SUB, 1) EQUAL ZERO
                   OR GT-STEP-RC (WS-GEN-SUB, 1) NOT < 16)
               MOVE 1 TO WS-LINK-STEP
               MOVE 4 TO WS-LATER-STEP
               PERFORM 7000-FLAG-SKIPPED THRU 7000-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6210-CHECK-ONE-LINK - ONE CHAIN STEP.
      *----------------------------------------------------------*
       6210-CHECK-ONE-LINK.
           MOVE WS-CHAIN-STEP (WS-CHAIN-SUB) TO WS-LINK-STEP.
           IF GT-STEP-RUNS (WS-GEN-SUB, WS-LINK-STEP) > ZERO
                   AND GT-STEP-RC (WS-GEN-SUB, WS-LINK-STEP) < 16
               GO TO 6210-EXIT
           END-IF.
           MOVE ZERO TO WS-LATER-STEP.
           COMPUTE WS-LATER-SUB = WS-CHAIN-SUB + 1.
           PERFORM 6220-FIND-LATER-STEP THRU 6220-EXIT
               VARYING WS-LATER-SUB FROM WS-LATER-SUB BY 1
               UNTIL WS-LATER-SUB > 5
               OR WS-LATER-STEP > ZERO.
           IF WS-LATER-STEP > ZERO
               PERFORM 7000-FLAG-SKIPPED THRU 7000-EXIT
           END-IF.
       6210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6220-FIND-LATER-STEP - DID THIS LATER CHAIN STEP RUN.
      *----------------------------------------------------------*
       6220-FIND-LATER-STEP.
           IF GT-STEP-RUNS (WS-GEN-SUB,
                   WS-CHAIN-STEP (WS-LATER-SUB)) > ZERO
               MOVE WS-CHAIN-STEP (WS-LATER-SUB) TO WS-LATER-STEP
           END-IF.
       6220-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6300-CHECK-STEP-ORDER - THE LATEST RUNS OF THE CHAIN
      * STEPS THAT RAN MUST BE IN CHAIN ORDER BY TIMESTAMP; A
      * STEP RE-RUN AFTER ITS SUCCESSOR LEAVES THE SUCCESSOR
      * WORKING FROM STALE INPUT.  PRIMSTAT ONLY HAS TO FOLLOW
      * PRIMES.
      *----------------------------------------------------------*
       6300-CHECK-STEP-ORDER.
           MOVE ZERO TO WS-PREV-STEP.
           PERFORM 6310-ORDER-ONE-LINK THRU 6310-EXIT
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 5.
           IF GT-STEP-RUNS (WS-GEN-SUB, 4) > ZERO
                   AND GT-STEP-RUNS (WS-GEN-SUB, 1) > ZERO
                   AND GT-STEP-STAMP (WS-GEN-SUB, 4)
                       < GT-STEP-STAMP (WS-GEN-SUB, 1)
               MOVE 4 TO WS-LINK-STEP
               MOVE 1 TO WS-PREV-STEP
               PERFORM 7100-FLAG-OUT-OF-ORDER THRU 7100-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6310-ORDER-ONE-LINK - COMPARE ONE CHAIN STEP THAT RAN
      * WITH THE LAST ONE BEFORE IT THAT RAN.
      *----------------------------------------------------------*
       6310-ORDER-ONE-LINK.
           MOVE WS-CHAIN-STEP (WS-CHAIN-SUB) TO WS-LINK-STEP.
           IF GT-STEP-RUNS (WS-GEN-SUB, WS-LINK-STEP) EQUAL ZERO
               GO TO 6310-EXIT
           END-IF.
           IF WS-PREV-STEP > ZERO
               IF GT-STEP-STAMP (WS-GEN-SUB, WS-LINK-STEP)
                       < GT-STEP-STAMP (WS-GEN-SUB, WS-PREV-STEP)
                   PERFORM 7100-FLAG-OUT-OF-ORDER THRU 7100-EXIT
               END-IF
           END-IF.
           MOVE WS-LINK-STEP TO WS-PREV-STEP.
       6310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6900-WRITE-SUMMARY - RUN TOTALS.
      *----------------------------------------------------------*
       6900-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE 'GENERATIONS REPORTED          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-GEN-USED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'GENERATIONS FLAGGED           '
               TO SU-SUMMARY-TEXT.
           MOVE WS-GENS-FLAGGED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'SKIPPED STEP FLAGS            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-SKIP-FLAGS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'OUT OF ORDER FLAGS            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ORDER-FLAGS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'STEP RUNS WITH NO GENERATION  '
               TO SU-SUMMARY-TEXT.
           MOVE WS-STEPS-UNTIED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'RECORDS PAST GENERATION TABLE '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORDS-NOT-TABLED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-FLAG-SKIPPED - WS-LATER-STEP RAN WITHOUT
      * WS-LINK-STEP COMPLETING AHEAD OF IT.
      *----------------------------------------------------------*
       7000-FLAG-SKIPPED.
           MOVE '*** SKIPPED STEP  ' TO FL-FLAG-TEXT.
           MOVE WS-STEP-NAME (WS-LINK-STEP) TO FL-STEP-A.
           MOVE ' DID NOT COMPLETE AHEAD OF ' TO FL-CONNECT-TEXT.
           MOVE WS-STEP-NAME (WS-LATER-STEP) TO FL-STEP-B.
           ADD 1 TO WS-SKIP-FLAGS.
           PERFORM 7900-WRITE-FLAG-LINE THRU 7900-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7100-FLAG-OUT-OF-ORDER - WS-LINK-STEP'S LATEST RUN CAME
      * BEFORE WS-PREV-STEP'S.
      *----------------------------------------------------------*
       7100-FLAG-OUT-OF-ORDER.
           MOVE '*** OUT OF ORDER  ' TO FL-FLAG-TEXT.
           MOVE WS-STEP-NAME (WS-LINK-STEP) TO FL-STEP-A.
           MOVE ' LAST RAN BEFORE ' TO FL-CONNECT-TEXT.
           MOVE WS-STEP-NAME (WS-PREV-STEP) TO FL-STEP-B.
           ADD 1 TO WS-ORDER-FLAGS.
           PERFORM 7900-WRITE-FLAG-LINE THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7900-WRITE-FLAG-LINE - PRINT A FLAG AND MARK THE
      * GENERATION.
      *----------------------------------------------------------*
       7900-WRITE-FLAG-LINE.
           MOVE 'Y' TO WS-GEN-FLAGGED-SWITCH.
           MOVE WS-FLAG-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       7900-EXIT.
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
      * 8200-WRITE-SECTION-TITLE - SECTION TITLE WITH A BLANK
      * LINE ABOVE IT.
      *----------------------------------------------------------*
       8200-WRITE-SECTION-TITLE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       8200-EXIT.
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
      * 8950-WRITE-REPORT-CONTROL - NAME THIS RUN'S SYSPRINT
      * REPORT ON RPTCTL SO THE RPTCAP STEP CAN FILE IT IN THE
      * REPORT REPOSITORY.  A FAILURE HERE ONLY WARNS - THE
      * REPORT ITSELF HAS ALREADY BEEN PRINTED.
      *----------------------------------------------------------*
       8950-WRITE-REPORT-CONTROL.
           OPEN OUTPUT REPORT-CTL-FILE.
           IF WS-RPTCTL-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMLIN - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMLIN' TO RPC-PROGRAM-ID.
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
       9000-TERMINATE.
           IF WS-AUDIT-STATUS EQUAL '00' OR '10'
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-XMIT-OPEN
               CLOSE XMIT-CTL-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMPRV.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  11/21/1994.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   11/21/94  RH   ORIGINAL PROGRAM - PRIMEMST PROVENANCE
      *                  REPORT.  BROWSES THE MASTER AND BREAKS IT
      *                  DOWN BY THE PROVENANCE STAMP ON EACH
      *                  RECORD - BY METHOD (S = SIEVE RANGE RUN
      *                  LOADED BY PRIMLOD, T = PRIMUTL RELOAD BY
      *                  TRIAL DIVISION, J = PRIMRCV REPLAY,
      *                  BLANK = WRITTEN BEFORE RECORDS WERE
      *                  STAMPED) AND BY METHOD AND JOB ID, WITH
      *                  KEY AND PRIME COUNTS, THE LOWEST AND
      *                  HIGHEST KEY AND THE FIRST AND LAST DATE.
      *                  A SUSPECT JOB ID ON THE CONTROL CARD
      *                  ALSO LISTS THE CONTIGUOUS KEY RANGES THAT
      *                  JOB ESTABLISHED, READY TO KEY INTO
      *                  PRIMUTL RELOAD CARDS.  RC 4 = THE SUSPECT
      *                  JOB OWNS NO KEYS, RC 8 = MORE METHOD/JOB
      *                  COMBINATIONS THAN THE TABLE HOLDS, RC 16
      *                  = THE RUN ITSELF FAILED.
      *   01/09/95  RH   KEYS ESTABLISHED BY THE PRIMPIN PARTNER
      *                  TABLE INTAKE (METHOD P - A PARTNER'S ANSWER
      *                  CONFIRMED BY TRIAL DIVISION AND LOADED BY
      *                  PRIMLOD) ARE COUNTED AND NAMED IN THEIR OWN
      *                  RIGHT INSTEAD OF UNDER OTHER METHOD CODES.
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

           SELECT MASTER-FILE    ASSIGN TO PRIMEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - OPTIONAL SUSPECT JOB ID, AND AN
      * OPTIONAL METHOD TO NARROW ITS KEY RANGES TO.  NO CARD OR
      * A BLANK JOB ID GIVES THE BREAKDOWN ONLY.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  PV-JOB-ID               PIC X(08).
           05  PV-METHOD               PIC X(01).
           05  FILLER                  PIC X(71).

      *----------------------------------------------------------*
      * PRIMEMST - KEYED MASTER OF NUMBERS ALREADY CHECKED.
      *----------------------------------------------------------*
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASTER-RECORD.
           05  MASTER-NUMBER           PIC 9(07).
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
                   88  MASTER-PROV-PARTNER VALUE 'P'.
                   88  MASTER-PROV-NONE    VALUE SPACE.
               10  MASTER-PROV-ORIG-METHOD
                                       PIC X(01).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * SYSPRINT - PROVENANCE REPORT.
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
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
           05  WS-RANGE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RANGE-OPEN           VALUE 'Y'.

      *----------------------------------------------------------*
      * CONTROL CARD VALUES.
      *----------------------------------------------------------*
       77  WS-SELECT-JOB-ID            PIC X(08) VALUE SPACES.
       77  WS-SELECT-METHOD            PIC X(01) VALUE SPACE.
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      * SUSPECT-JOB RANGE TRACKING.
      *----------------------------------------------------------*
       77  WS-RANGE-START              PIC 9(07) VALUE ZERO.
       77  WS-RANGE-END                PIC 9(07) VALUE ZERO.
       77  WS-RANGE-KEYS               PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * RECORD COUNTERS.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
           05  WS-SIEVE-KEYS           PIC 9(07) VALUE ZERO.
           05  WS-TRIAL-KEYS           PIC 9(07) VALUE ZERO.
           05  WS-REPLAY-KEYS          PIC 9(07) VALUE ZERO.
           05  WS-PARTNER-KEYS         PIC 9(07) VALUE ZERO.
           05  WS-UNSTAMPED-KEYS       PIC 9(07) VALUE ZERO.
           05  WS-OTHER-METHOD-KEYS    PIC 9(07) VALUE ZERO.
           05  WS-RANGES-LISTED        PIC 9(07) VALUE ZERO.
           05  WS-SELECT-KEYS          PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * METHOD/JOB TABLE, IN ORDER OF FIRST APPEARANCE IN KEY
      * SEQUENCE.  OVERFLOW PAST 100 COMBINATIONS IS LUMPED INTO
      * AN OTHERS BUCKET AND ENDS THE RUN RC 8.
      *----------------------------------------------------------*
       77  WS-PB-USED                  PIC 9(03) VALUE ZERO.
       77  WS-PB-SUB                   PIC 9(03) VALUE ZERO.
       77  WS-PB-SCAN                  PIC 9(03) VALUE ZERO.
       77  WS-PB-OTHER-KEYS            PIC 9(07) VALUE ZERO.
       01  WS-PB-TABLE.
           05  PB-ENTRY OCCURS 100 TIMES.
               10  PB-METHOD           PIC X(01).
               10  PB-JOB-ID           PIC X(08).
               10  PB-KEYS             PIC 9(07).
               10  PB-PRIMES           PIC 9(07).
               10  PB-LOW-KEY          PIC 9(07).
               10  PB-HIGH-KEY         PIC 9(07).
               10  PB-FIRST-DATE       PIC 9(08).
               10  PB-LAST-DATE        PIC 9(08).

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
               'PRIMEMST PROVENANCE'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-SELECT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'SUSPECT JOB '.
           05  SE-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' METHOD '.
           05  SE-METHOD               PIC X(03).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SL-SECTION-TITLE        PIC X(40).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RANGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'RELOAD RANGE '.
           05  RG-RANGE-START          PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  RG-RANGE-END            PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  KEYS '.
           05  RG-RANGE-KEYS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-JOB-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE 'METHOD'.
           05  FILLER                  PIC X(08) VALUE 'JOB ID'.
           05  FILLER                  PIC X(09) VALUE '     KEYS'.
           05  FILLER                  PIC X(09) VALUE '   PRIMES'.
           05  FILLER                  PIC X(09) VALUE '  LOW KEY'.
           05  FILLER                  PIC X(09) VALUE ' HIGH KEY'.
           05  FILLER                  PIC X(11) VALUE '   FIRST'.
           05  FILLER                  PIC X(11) VALUE '   LAST'.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-JOB-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  JB-METHOD-NAME          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JB-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JB-KEYS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JB-PRIMES               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JB-LOW-KEY              PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JB-HIGH-KEY             PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  JB-FIRST-DATE           PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  JB-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC ZZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

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
           IF WS-SELECT-JOB-ID NOT EQUAL SPACES
               MOVE WS-SELECT-JOB-ID TO SE-JOB-ID
               IF WS-SELECT-METHOD EQUAL SPACE
                   MOVE 'ANY' TO SE-METHOD
               ELSE
                   MOVE WS-SELECT-METHOD TO SE-METHOD
               END-IF
               MOVE WS-SELECT-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 'KEY RANGES FOR RELOAD' TO SL-SECTION-TITLE
               PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT
           END-IF.

           PERFORM 3900-READ-NEXT-MASTER THRU 3900-EXIT.
           PERFORM 5000-TALLY-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-MASTER-EOF.
           IF WS-RANGE-OPEN
               PERFORM 5300-REPORT-RANGE THRU 5300-EXIT
           END-IF.

           PERFORM 6000-WRITE-METHOD-SECTION THRU 6000-EXIT.
           PERFORM 6100-WRITE-JOB-SECTION THRU 6100-EXIT.
           PERFORM 6200-WRITE-SUMMARY THRU 6200-EXIT.

           IF WS-SELECT-JOB-ID NOT EQUAL SPACES
                   AND WS-SELECT-KEYS EQUAL ZERO
               DISPLAY 'PRIMPRV - NO PRIMEMST KEYS CARRY THE STAMP OF '
                   'JOB ' WS-SELECT-JOB-ID
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, CONTROL CARD, OPEN THE FILES.
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
                       MOVE PV-JOB-ID TO WS-SELECT-JOB-ID
                       MOVE PV-METHOD TO WS-SELECT-METHOD
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPRV - UNABLE TO OPEN PRIMEMST - STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPRV - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3900-READ-NEXT-MASTER - SEQUENTIAL MASTER BROWSE WITH EOF
      * HANDLING.
      *----------------------------------------------------------*
       3900-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.
           IF NOT WS-MASTER-EOF
               IF WS-MASTER-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMPRV - PRIMEMST READ FAILED - STATUS '
                       WS-MASTER-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               END-IF
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-TALLY-ONE-RECORD - COUNT THE RECORD BY METHOD AND BY
      * METHOD AND JOB, FOLLOW THE SUSPECT JOB'S KEY RANGES AND
      * READ THE NEXT RECORD.
      *----------------------------------------------------------*
       5000-TALLY-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           EVALUATE TRUE
               WHEN MASTER-PROV-SIEVE
                   ADD 1 TO WS-SIEVE-KEYS
               WHEN MASTER-PROV-TRIAL
                   ADD 1 TO WS-TRIAL-KEYS
               WHEN MASTER-PROV-REPLAY
                   ADD 1 TO WS-REPLAY-KEYS
               WHEN MASTER-PROV-PARTNER
                   ADD 1 TO WS-PARTNER-KEYS
               WHEN MASTER-PROV-NONE
                   ADD 1 TO WS-UNSTAMPED-KEYS
               WHEN OTHER
                   ADD 1 TO WS-OTHER-METHOD-KEYS
           END-EVALUATE.
           PERFORM 5100-TALLY-METHOD-JOB THRU 5100-EXIT.
           IF WS-SELECT-JOB-ID NOT EQUAL SPACES
               PERFORM 5200-TRACK-RANGE THRU 5200-EXIT
           END-IF.
           PERFORM 3900-READ-NEXT-MASTER THRU 3900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-TALLY-METHOD-JOB - LOCATE OR ADD THE METHOD/JOB
      * ENTRY AND ACCUMULATE INTO IT.  A BLANK OR DAMAGED STAMP
      * DATE IS LEFT OUT OF THE DATE SPAN.
      *----------------------------------------------------------*
       5100-TALLY-METHOD-JOB.
           MOVE ZERO TO WS-PB-SUB.
           PERFORM 5110-MATCH-ONE-ENTRY THRU 5110-EXIT
               VARYING WS-PB-SCAN FROM 1 BY 1
               UNTIL WS-PB-SCAN > WS-PB-USED
               OR WS-PB-SUB > ZERO.
           IF WS-PB-SUB EQUAL ZERO
               IF WS-PB-USED < 100
                   ADD 1 TO WS-PB-USED
                   MOVE WS-PB-USED TO WS-PB-SUB
                   MOVE MASTER-PROV-METHOD TO PB-METHOD (WS-PB-SUB)
                   MOVE MASTER-PROV-JOB-ID TO PB-JOB-ID (WS-PB-SUB)
                   MOVE ZERO TO PB-KEYS (WS-PB-SUB)
                   MOVE ZERO TO PB-PRIMES (WS-PB-SUB)
                   MOVE MASTER-NUMBER TO PB-LOW-KEY (WS-PB-SUB)
                   MOVE ZERO TO PB-FIRST-DATE (WS-PB-SUB)
                   MOVE ZERO TO PB-LAST-DATE (WS-PB-SUB)
               ELSE
                   ADD 1 TO WS-PB-OTHER-KEYS
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   GO TO 5100-EXIT
               END-IF
           END-IF.
           ADD 1 TO PB-KEYS (WS-PB-SUB).
           IF MASTER-IS-PRIME
               ADD 1 TO PB-PRIMES (WS-PB-SUB)
           END-IF.
           MOVE MASTER-NUMBER TO PB-HIGH-KEY (WS-PB-SUB).
           IF MASTER-PROV-DATE IS NUMERIC
               IF PB-FIRST-DATE (WS-PB-SUB) EQUAL ZERO
                       OR MASTER-PROV-DATE < PB-FIRST-DATE (WS-PB-SUB)
                   MOVE MASTER-PROV-DATE TO PB-FIRST-DATE (WS-PB-SUB)
               END-IF
               IF MASTER-PROV-DATE > PB-LAST-DATE (WS-PB-SUB)
                   MOVE MASTER-PROV-DATE TO PB-LAST-DATE (WS-PB-SUB)
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5110-MATCH-ONE-ENTRY - COMPARE ONE TABLE ENTRY.
      *----------------------------------------------------------*
       5110-MATCH-ONE-ENTRY.
           IF PB-METHOD (WS-PB-SCAN) EQUAL MASTER-PROV-METHOD
                   AND PB-JOB-ID (WS-PB-SCAN) EQUAL MASTER-PROV-JOB-ID
               MOVE WS-PB-SCAN TO WS-PB-SUB
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5200-TRACK-RANGE - A RUN OF CONSECUTIVE KEYS ALL STAMPED
      * BY THE SUSPECT JOB (AND METHOD, IF ONE WAS GIVEN) IS ONE
      * RELOAD RANGE.  A HOLE IN THE MASTER OR A KEY FROM ANY
      * OTHER JOB ENDS IT.
      *----------------------------------------------------------*
       5200-TRACK-RANGE.
           IF MASTER-PROV-JOB-ID NOT EQUAL WS-SELECT-JOB-ID
                   OR (WS-SELECT-METHOD NOT EQUAL SPACE
                   AND MASTER-PROV-METHOD NOT EQUAL WS-SELECT-METHOD)
               IF WS-RANGE-OPEN
                   PERFORM 5300-REPORT-RANGE THRU 5300-EXIT
               END-IF
               GO TO 5200-EXIT
           END-IF.
           IF WS-RANGE-OPEN
                   AND MASTER-NUMBER EQUAL WS-RANGE-END + 1
               MOVE MASTER-NUMBER TO WS-RANGE-END
               ADD 1 TO WS-RANGE-KEYS
               GO TO 5200-EXIT
           END-IF.
           IF WS-RANGE-OPEN
               PERFORM 5300-REPORT-RANGE THRU 5300-EXIT
           END-IF.
           MOVE MASTER-NUMBER TO WS-RANGE-START.
           MOVE MASTER-NUMBER TO WS-RANGE-END.
           MOVE 1 TO WS-RANGE-KEYS.
           MOVE 'Y' TO WS-RANGE-OPEN-SWITCH.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5300-REPORT-RANGE - PRINT AND CLOSE THE OPEN RANGE.
      *----------------------------------------------------------*
       5300-REPORT-RANGE.
           MOVE WS-RANGE-START TO RG-RANGE-START.
           MOVE WS-RANGE-END TO RG-RANGE-END.
           MOVE WS-RANGE-KEYS TO RG-RANGE-KEYS.
           MOVE WS-RANGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           ADD 1 TO WS-RANGES-LISTED.
           ADD WS-RANGE-KEYS TO WS-SELECT-KEYS.
           MOVE 'N' TO WS-RANGE-OPEN-SWITCH.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-METHOD-SECTION - KEYS BY METHOD.
      *----------------------------------------------------------*
       6000-WRITE-METHOD-SECTION.
           MOVE 'KEYS BY METHOD' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE 'SIEVE RANGE RUN (S)           '
               TO SU-SUMMARY-TEXT.
           MOVE WS-SIEVE-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PRIMUTL RELOAD (T)            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-TRIAL-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PRIMRCV REPLAY (J)            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPLAY-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PRIMPIN PARTNER INTAKE (P)    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PARTNER-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'UNSTAMPED                     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-UNSTAMPED-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'OTHER METHOD CODES            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-OTHER-METHOD-KEYS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-JOB-SECTION - KEYS BY METHOD AND JOB.
      *----------------------------------------------------------*
       6100-WRITE-JOB-SECTION.
           MOVE 'KEYS BY METHOD AND JOB' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE WS-JOB-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 6110-WRITE-ONE-JOB THRU 6110-EXIT
               VARYING WS-PB-SUB FROM 1 BY 1
               UNTIL WS-PB-SUB > WS-PB-USED.
           IF WS-PB-OTHER-KEYS > ZERO
               MOVE 'OTHERS                        '
                   TO SU-SUMMARY-TEXT
               MOVE WS-PB-OTHER-KEYS TO SU-SUMMARY-VALUE
               PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6110-WRITE-ONE-JOB.
           EVALUATE PB-METHOD (WS-PB-SUB)
               WHEN 'S'
                   MOVE 'SIEVE' TO JB-METHOD-NAME
               WHEN 'T'
                   MOVE 'RELOAD' TO JB-METHOD-NAME
               WHEN 'J'
                   MOVE 'REPLAY' TO JB-METHOD-NAME
               WHEN 'P'
                   MOVE 'PARTNER' TO JB-METHOD-NAME
               WHEN SPACE
                   MOVE 'UNSTAMPED' TO JB-METHOD-NAME
               WHEN OTHER
                   MOVE 'OTHER CODE' TO JB-METHOD-NAME
           END-EVALUATE.
           MOVE PB-JOB-ID (WS-PB-SUB) TO JB-JOB-ID.
           MOVE PB-KEYS (WS-PB-SUB) TO JB-KEYS.
           MOVE PB-PRIMES (WS-PB-SUB) TO JB-PRIMES.
           MOVE PB-LOW-KEY (WS-PB-SUB) TO JB-LOW-KEY.
           MOVE PB-HIGH-KEY (WS-PB-SUB) TO JB-HIGH-KEY.
           IF PB-FIRST-DATE (WS-PB-SUB) EQUAL ZERO
               MOVE SPACES TO JB-FIRST-DATE
               MOVE SPACES TO JB-LAST-DATE
           ELSE
               MOVE PB-FIRST-DATE (WS-PB-SUB) TO JB-FIRST-DATE
               MOVE PB-LAST-DATE (WS-PB-SUB) TO JB-LAST-DATE
           END-IF.
           MOVE WS-JOB-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       6110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6200-WRITE-SUMMARY - RUN TOTALS.
      *----------------------------------------------------------*
       6200-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE 'RECORDS ON MASTER             '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORDS-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'METHOD/JOB COMBINATIONS       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PB-USED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           IF WS-SELECT-JOB-ID NOT EQUAL SPACES
               MOVE 'RELOAD RANGES LISTED          '
                   TO SU-SUMMARY-TEXT
               MOVE WS-RANGES-LISTED TO SU-SUMMARY-VALUE
               PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT
               MOVE 'KEYS IN RELOAD RANGES         '
                   TO SU-SUMMARY-TEXT
               MOVE WS-SELECT-KEYS TO SU-SUMMARY-VALUE
               PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT
           END-IF.
       6200-EXIT.
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
               DISPLAY 'PRIMPRV - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMPRV' TO RPC-PROGRAM-ID.
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
           IF WS-MASTER-STATUS EQUAL '00' OR '10'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

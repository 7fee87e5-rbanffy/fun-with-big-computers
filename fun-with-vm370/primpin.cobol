       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMPIN.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/09/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/09/95  RH   ORIGINAL PROGRAM - INTAKE AND CROSS-CHECK OF
      *                  A PRIME TABLE SUPPLIED BY A PARTNER SITE IN
      *                  THE LAYOUT OF OUR INTFOUT FEED - H HEADER
      *                  WITH THE PARTNER'S JOB ID, RUN DATE, RANGE
      *                  AND FEED KEY, D DETAIL PER PRIME, T TRAILER
      *                  WITH THE DETAIL COUNT AND HASH TOTAL.  THE
      *                  FILE IS BALANCED FIRST AND REFUSED WHOLE,
      *                  RC 16, IF THE HEADER OR TRAILER IS MISSING
      *                  OR DAMAGED, A DETAIL IS OUT OF SEQUENCE OR
      *                  OUTSIDE THE HEADER RANGE, OR THE COUNT OR
      *                  HASH DISAGREES.  A FEED ALREADY ON THE KEYED
      *                  INTAKLOG IS REFUSED THE SAME WAY.  EVERY
      *                  NUMBER IN THE HEADER RANGE IS THEN CHECKED -
      *                  LISTED AS PRIME OR, BY ITS ABSENCE, NOT
      *                  PRIME - AGAINST PRIMEMST WHERE THE MASTER
      *                  HOLDS IT AND BY TRIAL DIVISION WHERE IT DOES
      *                  NOT.  TRIAL-DIVISION AGREEMENTS ARE WRITTEN
      *                  TO MSTSTAGE STAMPED METHOD P WITH THIS
      *                  STEP'S JOB ID, FOR PRIMLOD TO LOAD WITH ITS
      *                  NORMAL JOURNALING.  DISAGREEMENTS GO TO THE
      *                  PARTDSC DISCREPANCY FILE AND THE REPORT AND
      *                  END THE RUN RC 8.  EACH COMPLETED INTAKE IS
      *                  LOGGED ON INTAKLOG WITH ITS COUNTS, AND
      *                  EVERY RUN APPENDS A STEP RECORD (STEP CODE
      *                  Q) TO AUDITLOG.
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

           SELECT PARTNER-FILE   ASSIGN TO PARTNIN
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT MASTER-FILE    ASSIGN TO PRIMEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STAGING-FILE   ASSIGN TO MSTSTAGE
               FILE STATUS IS WS-STAGING-STATUS.

           SELECT DISCREPANCY-FILE ASSIGN TO PARTDSC
               FILE STATUS IS WS-PARTDSC-STATUS.

           SELECT INTAKE-LOG-FILE ASSIGN TO INTAKLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IL-KEY
               FILE STATUS IS WS-INTAKLOG-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - JOB ID FOR THE STAGING STAMP AND THE
      * INTAKE LOG.  BLANK TAKES THE COMPILED-IN DEFAULT.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  PC-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * PARTNIN - PARTNER PRIME TABLE IN THE INTFOUT LAYOUT.
      * RECORD TYPE IN COLUMN 1: H HEADER, D DETAIL (ONE PER
      * PRIME, ASCENDING), T TRAILER.  THE HASH TOTAL IS THE SUM
      * OF THE DETAIL NUMBERS, AS ON OUR OWN FEED.
      *----------------------------------------------------------*
       FD  PARTNER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARTNER-HEADER-RECORD.
           05  PH-RECORD-TYPE          PIC X(01).
               88  PH-HEADER               VALUE 'H'.
           05  PH-RUN-DATE             PIC 9(08).
           05  PH-RUN-TIME             PIC 9(08).
           05  PH-JOB-ID               PIC X(08).
           05  PH-RANGE-START          PIC 9(07).
           05  PH-RANGE-LIMIT          PIC 9(07).
           05  PH-FEED-KEY             PIC 9(16).
           05  FILLER                  PIC X(25).
       01  PARTNER-DETAIL-RECORD.
           05  PD-RECORD-TYPE          PIC X(01).
               88  PD-DETAIL               VALUE 'D'.
           05  PD-NUMBER               PIC 9(07).
           05  FILLER                  PIC X(72).
       01  PARTNER-TRAILER-RECORD.
           05  PT-RECORD-TYPE          PIC X(01).
               88  PT-TRAILER              VALUE 'T'.
           05  PT-DETAIL-COUNT         PIC 9(09).
           05  PT-HASH-TOTAL           PIC 9(13).
           05  FILLER                  PIC X(57).

      *----------------------------------------------------------*
      * PRIMEMST - KEYED MASTER OF NUMBERS ALREADY CHECKED.  READ
      * ONLY; A NUMBER IT HOLDS IS CHECKED AGAINST ITS FLAG.
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
               10  MASTER-PROV-ORIG-METHOD
                                       PIC X(01).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * MSTSTAGE - STAGING EXTRACT FOR PRIMLOD, IN ASCENDING KEY
      * ORDER.  ONLY NUMBERS THE MASTER DOES NOT YET HOLD, WHERE
      * TRIAL DIVISION AGREED WITH THE PARTNER, ARE STAGED.
      *----------------------------------------------------------*
       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
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
      * PARTDSC - ONE RECORD PER NUMBER WHERE THE PARTNER AND WE
      * DISAGREE.  CHECK SOURCE M = AGAINST PRIMEMST (WITH THE
      * MASTER RECORD'S PROVENANCE STAMP), T = TRIAL DIVISION.
      *----------------------------------------------------------*
       FD  DISCREPANCY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DISCREPANCY-RECORD.
           05  DS-FEED-KEY             PIC 9(16).
           05  DS-PARTNER-JOB-ID       PIC X(08).
           05  DS-NUMBER               PIC 9(07).
           05  DS-PARTNER-FLAG         PIC X(01).
           05  DS-OUR-FLAG             PIC X(01).
           05  DS-CHECK-SOURCE         PIC X(01).
               88  DS-BY-MASTER            VALUE 'M'.
               88  DS-BY-TRIAL             VALUE 'T'.
           05  DS-PROV-JOB-ID          PIC X(08).
           05  DS-PROV-DATE            PIC 9(08).
           05  DS-PROV-METHOD          PIC X(01).
           05  FILLER                  PIC X(29).

      *----------------------------------------------------------*
      * INTAKLOG - ONE RECORD PER PARTNER FEED TAKEN IN, KEYED BY
      * THE PARTNER'S JOB ID AND FEED KEY FROM THE HEADER.
      * STATUS A = EVERY NUMBER AGREED, D = DISCREPANCIES FOUND.
      *----------------------------------------------------------*
       FD  INTAKE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INTAKE-LOG-RECORD.
           05  IL-KEY.
               10  IL-PARTNER-JOB-ID   PIC X(08).
               10  IL-FEED-KEY         PIC 9(16).
           05  IL-PARTNER-RUN-DATE     PIC 9(08).
           05  IL-RANGE-START          PIC 9(07).
           05  IL-RANGE-LIMIT          PIC 9(07).
           05  IL-DETAIL-COUNT         PIC 9(09).
           05  IL-HASH-TOTAL           PIC 9(13).
           05  IL-INTAKE-DATE          PIC 9(08).
           05  IL-INTAKE-TIME          PIC 9(08).
           05  IL-INTAKE-JOB-ID        PIC X(08).
           05  IL-STAGED-COUNT         PIC 9(08).
           05  IL-DISCREPANCY-COUNT    PIC 9(08).
           05  IL-INTAKE-STATUS        PIC X(01).
               88  IL-ALL-AGREED           VALUE 'A'.
               88  IL-DISCREPANT           VALUE 'D'.
           05  FILLER                  PIC X(09).

      *----------------------------------------------------------*
      * SYSPRINT - BALANCE, DISCREPANCY AND SUMMARY REPORT.
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
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-PARTNER-STATUS       PIC X(02) VALUE '00'.
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-STAGING-STATUS       PIC X(02) VALUE '00'.
           05  WS-PARTDSC-STATUS       PIC X(02) VALUE '00'.
           05  WS-INTAKLOG-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-PARTNER-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-PARTNER-EOF          VALUE 'Y'.
           05  WS-TRAILER-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TRAILER-FOUND        VALUE 'Y'.
           05  WS-ALREADY-TAKEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ALREADY-TAKEN        VALUE 'Y'.
           05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND         VALUE 'Y'.
           05  WS-NUM-PRIME-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-NUM-IS-PRIME         VALUE 'Y'.
           05  WS-PARTNER-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-PARTNER-OPEN         VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPEN          VALUE 'Y'.
           05  WS-STAGING-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-STAGING-OPEN         VALUE 'Y'.
           05  WS-PARTDSC-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-PARTDSC-OPEN         VALUE 'Y'.
           05  WS-INTAKLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-INTAKLOG-OPEN        VALUE 'Y'.

      *----------------------------------------------------------*
      * WORK FIELDS.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMPIN1'.
       77  WS-REFUSE-TEXT              PIC X(44) VALUE SPACES.
       77  WS-PARTNER-FLAG             PIC X(01) VALUE SPACE.
       77  WS-OUR-FLAG                 PIC X(01) VALUE SPACE.
       77  WS-CHECK-SOURCE             PIC X(01) VALUE SPACE.

      *----------------------------------------------------------*
      * PARTNER FEED IDENTITY AND BALANCE, FROM THE HEADER AND
      * TRAILER AND AS COUNTED ON THE FILE.
      *----------------------------------------------------------*
       77  WS-PARTNER-JOB-ID           PIC X(08) VALUE SPACES.
       77  WS-PARTNER-RUN-DATE         PIC 9(08) VALUE ZERO.
       77  WS-PARTNER-FEED-KEY         PIC 9(16) VALUE ZERO.
       77  WS-RANGE-START              PIC 9(07) VALUE ZERO.
       77  WS-RANGE-LIMIT              PIC 9(07) VALUE ZERO.
       77  WS-TRAILER-COUNT            PIC 9(09) VALUE ZERO.
       77  WS-TRAILER-HASH             PIC 9(13) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       77  WS-HASH-TOTAL               PIC 9(13) VALUE ZERO.
       77  WS-PREV-NUMBER              PIC 9(07) VALUE ZERO.
       77  WS-PARTNER-RECORDS          PIC 9(09) VALUE ZERO.
       77  WS-NEXT-LISTED              PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      * TRIAL DIVISION WORK FIELDS, AS IN PRIMUTL.
      *----------------------------------------------------------*
       77  WS-NUM                      PIC 9(08) VALUE ZERO.
       77  WS-DIVISOR                  PIC 9(07) VALUE ZERO.
       77  WS-DIV-SQUARE               PIC 9(15) VALUE ZERO.
       77  WS-DIV-QUOTIENT             PIC 9(07) VALUE ZERO.
       77  WS-DIV-REMAINDER            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * RECORD COUNTERS.  ONLY THE FIRST 500 DISCREPANCIES ARE
      * LISTED - A PARTNER TABLE THAT IS WRONG THROUGHOUT WOULD
      * OTHERWISE PRINT A LINE PER NUMBER.  PARTDSC HOLDS THEM
      * ALL.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-NUMBERS-CHECKED      PIC 9(08) VALUE ZERO.
           05  WS-MASTER-CHECKED       PIC 9(08) VALUE ZERO.
           05  WS-MASTER-AGREED        PIC 9(08) VALUE ZERO.
           05  WS-MASTER-DISAGREED     PIC 9(08) VALUE ZERO.
           05  WS-TRIAL-CHECKED        PIC 9(08) VALUE ZERO.
           05  WS-TRIAL-STAGED         PIC 9(08) VALUE ZERO.
           05  WS-TRIAL-DISAGREED      PIC 9(08) VALUE ZERO.
           05  WS-DISCREPANCIES        PIC 9(08) VALUE ZERO.
       77  WS-DSC-REPORT-MAX           PIC 9(05) VALUE 500.

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
               'PARTNER PRIME TABLE INTAKE'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SL-SECTION-TITLE        PIC X(40).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'PARTNER JOB '.
           05  FL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(10) VALUE
               ' RUN DATE '.
           05  FL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(06) VALUE ' FEED '.
           05  FL-FEED-KEY             PIC 9(16).
           05  FILLER                  PIC X(07) VALUE ' RANGE '.
           05  FL-RANGE-START          PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  FL-RANGE-LIMIT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  BL-BALANCE-TEXT         PIC X(24).
           05  FILLER                  PIC X(08) VALUE 'DETAILS '.
           05  BL-DETAIL-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  HASH '.
           05  BL-HASH-TOTAL           PIC ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ML-MESSAGE-TEXT         PIC X(60).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-REFUSE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               'FILE REFUSED - '.
           05  RF-REFUSE-TEXT          PIC X(44).
           05  FILLER                  PIC X(16) VALUE
               ' - RECORDS READ '.
           05  RF-RECORDS-READ         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-PRIOR-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(23) VALUE
               'PREVIOUSLY TAKEN IN ON '.
           05  PL-INTAKE-DATE          PIC 9(08).
           05  FILLER                  PIC X(08) VALUE ' BY JOB '.
           05  PL-INTAKE-JOB-ID        PIC X(08).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE
               ' NUMBER  '.
           05  FILLER                  PIC X(11) VALUE
               'PARTNER    '.
           05  FILLER                  PIC X(11) VALUE
               'OURS       '.
           05  FILLER                  PIC X(16) VALUE
               'CHECKED BY      '.
           05  FILLER                  PIC X(20) VALUE
               'MASTER STAMP'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-DISCREPANCY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  DL-NUMBER               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PARTNER-TEXT         PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-OUR-TEXT             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SOURCE-TEXT          PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-PROV-JOB-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-PROV-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL-PROV-METHOD          PIC X(01).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC ZZZZZZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-BALANCE-PARTNER-FILE THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-CHECK-INTAKE-LOG THRU 3000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 4000-OPEN-FILES THRU 4000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           MOVE 'DISCREPANCIES' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE WS-COLUMN-HEADER-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 5000-CHECK-ONE-NUMBER THRU 5000-EXIT
               VARYING WS-NUM FROM WS-RANGE-START BY 1
               UNTIL WS-NUM > WS-RANGE-LIMIT
               OR WS-RETURN-CODE NOT EQUAL ZERO.
           IF WS-RETURN-CODE EQUAL ZERO
               PERFORM 6000-LOG-INTAKE THRU 6000-EXIT
           END-IF.
           PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               DISPLAY 'PRIMPIN - INTAKE INCOMPLETE AND NOT LOGGED - '
                   'DO NOT LOAD MSTSTAGE'
               GO TO 0000-EXIT
           END-IF.
           IF WS-DISCREPANCIES > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, CONTROL CARD AND SYSPRINT.
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
                       IF PC-JOB-ID NOT EQUAL SPACES
                           MOVE PC-JOB-ID TO WS-JOB-ID
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-BALANCE-PARTNER-FILE - FIRST PASS.  CHECK THE HEADER,
      * COUNT AND HASH THE DETAILS (ASCENDING, WITHIN THE HEADER
      * RANGE) AND BALANCE THEM TO THE TRAILER.  NOTHING IS
      * WRITTEN ANYWHERE UNTIL THE WHOLE FILE HAS BALANCED.
      *----------------------------------------------------------*
       2000-BALANCE-PARTNER-FILE.
           MOVE 'PARTNER FILE BALANCE' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN PARTNIN - STATUS '
                   WS-PARTNER-STATUS
               MOVE 'PARTNIN COULD NOT BE OPENED' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PARTNER-OPEN-SWITCH.
           PERFORM 2800-READ-PARTNER THRU 2800-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-CLOSE
           END-IF.
           IF WS-PARTNER-EOF
               MOVE 'PARTNIN IS EMPTY' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           IF NOT PH-HEADER
               MOVE 'FIRST RECORD IS NOT A HEADER' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           IF PH-RANGE-START IS NOT NUMERIC
                   OR PH-RANGE-LIMIT IS NOT NUMERIC
                   OR PH-FEED-KEY IS NOT NUMERIC
                   OR PH-RUN-DATE IS NOT NUMERIC
               MOVE 'HEADER FIELDS ARE NOT NUMERIC' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           IF PH-JOB-ID EQUAL SPACES
               MOVE 'HEADER HAS NO PARTNER JOB ID' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           IF PH-RANGE-LIMIT EQUAL ZERO
                   OR PH-RANGE-START > PH-RANGE-LIMIT
               MOVE 'HEADER RANGE IS EMPTY OR REVERSED'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           MOVE PH-JOB-ID TO WS-PARTNER-JOB-ID.
           MOVE PH-RUN-DATE TO WS-PARTNER-RUN-DATE.
           MOVE PH-FEED-KEY TO WS-PARTNER-FEED-KEY.
           MOVE PH-RANGE-START TO WS-RANGE-START.
           MOVE PH-RANGE-LIMIT TO WS-RANGE-LIMIT.
           MOVE WS-PARTNER-JOB-ID TO FL-JOB-ID.
           MOVE WS-PARTNER-RUN-DATE TO FL-RUN-DATE.
           MOVE WS-PARTNER-FEED-KEY TO FL-FEED-KEY.
           MOVE WS-RANGE-START TO FL-RANGE-START.
           MOVE WS-RANGE-LIMIT TO FL-RANGE-LIMIT.
           MOVE WS-FEED-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           PERFORM 2100-BALANCE-ONE-RECORD THRU 2100-EXIT
               UNTIL WS-TRAILER-FOUND
               OR WS-RETURN-CODE NOT EQUAL ZERO.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-CLOSE
           END-IF.
           PERFORM 2800-READ-PARTNER THRU 2800-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-CLOSE
           END-IF.
           IF NOT WS-PARTNER-EOF
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           MOVE 'PARTNER TRAILER' TO BL-BALANCE-TEXT.
           MOVE WS-TRAILER-COUNT TO BL-DETAIL-COUNT.
           MOVE WS-TRAILER-HASH TO BL-HASH-TOTAL.
           MOVE WS-BALANCE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'COUNTED ON PARTNIN' TO BL-BALANCE-TEXT.
           MOVE WS-DETAIL-COUNT TO BL-DETAIL-COUNT.
           MOVE WS-HASH-TOTAL TO BL-HASH-TOTAL.
           MOVE WS-BALANCE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-TRAILER-COUNT NOT EQUAL WS-DETAIL-COUNT
               MOVE 'TRAILER COUNT DISAGREES WITH THE FILE'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           IF WS-TRAILER-HASH NOT EQUAL WS-HASH-TOTAL
               MOVE 'TRAILER HASH TOTAL DISAGREES WITH THE FILE'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2000-CLOSE
           END-IF.
           MOVE 'FILE IN BALANCE' TO ML-MESSAGE-TEXT.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

       2000-CLOSE.
           CLOSE PARTNER-FILE.
           MOVE 'N' TO WS-PARTNER-OPEN-SWITCH.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-BALANCE-ONE-RECORD - ONE RECORD AFTER THE HEADER.
      * A DETAIL IS COUNTED AND HASHED; THE TRAILER ENDS THE
      * PASS.  A DUPLICATE NUMBER FAILS THE SEQUENCE CHECK.
      *----------------------------------------------------------*
       2100-BALANCE-ONE-RECORD.
           PERFORM 2800-READ-PARTNER THRU 2800-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2100-EXIT
           END-IF.
           IF WS-PARTNER-EOF
               MOVE 'NO TRAILER RECORD' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PT-TRAILER
                   AND (PT-DETAIL-COUNT IS NOT NUMERIC
                   OR PT-HASH-TOTAL IS NOT NUMERIC)
               MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PT-TRAILER
               MOVE PT-DETAIL-COUNT TO WS-TRAILER-COUNT
               MOVE PT-HASH-TOTAL TO WS-TRAILER-HASH
               MOVE 'Y' TO WS-TRAILER-FOUND-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF NOT PD-DETAIL
               MOVE 'UNEXPECTED RECORD TYPE' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PD-NUMBER IS NOT NUMERIC
               MOVE 'DETAIL NUMBER IS NOT NUMERIC' TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PD-NUMBER < WS-RANGE-START
                   OR PD-NUMBER > WS-RANGE-LIMIT
               MOVE 'DETAIL NUMBER IS OUTSIDE THE HEADER RANGE'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-DETAIL-COUNT > ZERO
                   AND PD-NUMBER NOT > WS-PREV-NUMBER
               MOVE 'DETAIL NUMBER IS OUT OF SEQUENCE'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD PD-NUMBER TO WS-HASH-TOTAL.
           MOVE PD-NUMBER TO WS-PREV-NUMBER.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2800-READ-PARTNER - COMMON PARTNIN READ WITH EOF AND
      * STATUS HANDLING, COUNTING THE RECORDS READ IN THE PASS.
      *----------------------------------------------------------*
       2800-READ-PARTNER.
           READ PARTNER-FILE
               AT END
                   MOVE 'Y' TO WS-PARTNER-EOF-SWITCH
           END-READ.
           IF WS-PARTNER-EOF
               GO TO 2800-EXIT
           END-IF.
           IF WS-PARTNER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - PARTNIN READ FAILED - STATUS '
                   WS-PARTNER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-PARTNER-EOF-SWITCH
               GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WS-PARTNER-RECORDS.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2900-REFUSE-FILE - LIST WHY THE FILE WAS REFUSED AND HOW
      * FAR INTO IT THE CHECK GOT, AND END THE RUN RC 16.
      *----------------------------------------------------------*
       2900-REFUSE-FILE.
           MOVE WS-REFUSE-TEXT TO RF-REFUSE-TEXT.
           MOVE WS-PARTNER-RECORDS TO RF-RECORDS-READ.
           MOVE WS-REFUSE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           DISPLAY 'PRIMPIN - PARTNIN REFUSED - ' WS-REFUSE-TEXT.
           MOVE 16 TO WS-RETURN-CODE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-CHECK-INTAKE-LOG - OPEN INTAKLOG, CREATING IT ON
      * FIRST USE, AND REFUSE A FEED ALREADY TAKEN IN.  THE LOG
      * STAYS OPEN FOR THE RECORD WRITTEN AT THE END OF THE RUN.
      *----------------------------------------------------------*
       3000-CHECK-INTAKE-LOG.
           OPEN I-O INTAKE-LOG-FILE.
           IF WS-INTAKLOG-STATUS EQUAL '35'
               OPEN OUTPUT INTAKE-LOG-FILE
               CLOSE INTAKE-LOG-FILE
               OPEN I-O INTAKE-LOG-FILE
           END-IF.
           IF WS-INTAKLOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN INTAKLOG - STATUS '
                   WS-INTAKLOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-INTAKLOG-OPEN-SWITCH.
           MOVE WS-PARTNER-JOB-ID TO IL-PARTNER-JOB-ID.
           MOVE WS-PARTNER-FEED-KEY TO IL-FEED-KEY.
           READ INTAKE-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-TAKEN-SWITCH
           END-READ.
           IF WS-INTAKLOG-STATUS NOT EQUAL '00'
                   AND WS-INTAKLOG-STATUS NOT EQUAL '23'
               DISPLAY 'PRIMPIN - INTAKLOG READ FAILED - STATUS '
                   WS-INTAKLOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-ALREADY-TAKEN
               MOVE IL-INTAKE-DATE TO PL-INTAKE-DATE
               MOVE IL-INTAKE-JOB-ID TO PL-INTAKE-JOB-ID
               MOVE WS-PRIOR-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY 'PRIMPIN - FEED ' WS-PARTNER-FEED-KEY
                   ' FROM ' WS-PARTNER-JOB-ID ' WAS TAKEN IN ON '
                   IL-INTAKE-DATE ' BY ' IL-INTAKE-JOB-ID
               MOVE 'FEED ALREADY TAKEN IN - SEE INTAKLOG'
                   TO WS-REFUSE-TEXT
               PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-OPEN-FILES - SECOND PASS.  OPEN THE MASTER AND THE
      * OUTPUTS, REOPEN PARTNIN AND POSITION ON THE FIRST DETAIL.
      * WITH NO PRIMEMST AT ALL EVERY NUMBER IS CHECKED BY TRIAL
      * DIVISION, AS ON A NEW INSTALLATION.
      *----------------------------------------------------------*
       4000-OPEN-FILES.
           OPEN INPUT MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
               WHEN '35'
                   DISPLAY 'PRIMPIN - NO PRIMEMST - EVERY NUMBER '
                       'CHECKED BY TRIAL DIVISION'
               WHEN OTHER
                   DISPLAY 'PRIMPIN - UNABLE TO OPEN PRIMEMST - '
                       'STATUS ' WS-MASTER-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO 4000-EXIT
           END-EVALUATE.

           OPEN OUTPUT STAGING-FILE.
           IF WS-STAGING-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN MSTSTAGE - STATUS '
                   WS-STAGING-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-STAGING-OPEN-SWITCH.

           OPEN OUTPUT DISCREPANCY-FILE.
           IF WS-PARTDSC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN PARTDSC - STATUS '
                   WS-PARTDSC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PARTDSC-OPEN-SWITCH.

           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO REOPEN PARTNIN - STATUS '
                   WS-PARTNER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PARTNER-OPEN-SWITCH.
           MOVE 'N' TO WS-PARTNER-EOF-SWITCH.
           MOVE ZERO TO WS-PARTNER-RECORDS.
           PERFORM 2800-READ-PARTNER THRU 2800-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 5910-READ-NEXT-DETAIL THRU 5910-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-CHECK-ONE-NUMBER - THE PARTNER CALLS THE NUMBER
      * PRIME WHEN IT IS THE NEXT ONE LISTED, OTHERWISE NOT
      * PRIME.  CHECK THAT AGAINST THE MASTER WHEN IT HOLDS THE
      * NUMBER; OTHERWISE BY TRIAL DIVISION, STAGING THE NUMBER
      * WHEN THE TWO AGREE.
      *----------------------------------------------------------*
       5000-CHECK-ONE-NUMBER.
           ADD 1 TO WS-NUMBERS-CHECKED.
           IF WS-NUM EQUAL WS-NEXT-LISTED
               MOVE 'Y' TO WS-PARTNER-FLAG
               PERFORM 5910-READ-NEXT-DETAIL THRU 5910-EXIT
           ELSE
               MOVE 'N' TO WS-PARTNER-FLAG
           END-IF.
           MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
           IF WS-MASTER-OPEN
               PERFORM 5900-READ-MASTER THRU 5900-EXIT
           END-IF.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5000-EXIT
           END-IF.
           IF WS-MASTER-FOUND
               ADD 1 TO WS-MASTER-CHECKED
               IF MASTER-PRIME-FLAG EQUAL WS-PARTNER-FLAG
                   ADD 1 TO WS-MASTER-AGREED
               ELSE
                   ADD 1 TO WS-MASTER-DISAGREED
                   MOVE 'M' TO WS-CHECK-SOURCE
                   MOVE MASTER-PRIME-FLAG TO WS-OUR-FLAG
                   PERFORM 5500-WRITE-DISCREPANCY THRU 5500-EXIT
               END-IF
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-TRIAL-CHECKED.
           PERFORM 7100-TRIAL-DIVISION THRU 7100-EXIT.
           IF WS-NUM-PRIME-SWITCH EQUAL WS-PARTNER-FLAG
               PERFORM 5400-STAGE-AGREEMENT THRU 5400-EXIT
           ELSE
               ADD 1 TO WS-TRIAL-DISAGREED
               MOVE 'T' TO WS-CHECK-SOURCE
               MOVE WS-NUM-PRIME-SWITCH TO WS-OUR-FLAG
               PERFORM 5500-WRITE-DISCREPANCY THRU 5500-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5400-STAGE-AGREEMENT - STAGE A NUMBER THE MASTER DOES NOT
      * HOLD, STAMPED WITH THIS STEP'S JOB ID, THE RUN DATE AND
      * METHOD P SO PRIMLOD CARRIES THE STAMP ONTO THE MASTER.
      *----------------------------------------------------------*
       5400-STAGE-AGREEMENT.
           MOVE SPACES TO STAGING-RECORD.
           MOVE WS-NUM TO ST-NUMBER.
           MOVE WS-NUM-PRIME-SWITCH TO ST-PRIME-FLAG.
           MOVE WS-JOB-ID TO ST-PROV-JOB-ID.
           MOVE WS-CURRENT-DATE TO ST-PROV-DATE.
           MOVE 'P' TO ST-PROV-METHOD.
           WRITE STAGING-RECORD.
           IF WS-STAGING-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - MSTSTAGE WRITE FAILED - STATUS '
                   WS-STAGING-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5400-EXIT
           END-IF.
           ADD 1 TO WS-TRIAL-STAGED.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5500-WRITE-DISCREPANCY - WRITE THE DISAGREEMENT TO
      * PARTDSC AND LIST IT, UP TO THE REPORT LIMIT.
      *----------------------------------------------------------*
       5500-WRITE-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCIES.
           MOVE SPACES TO DISCREPANCY-RECORD.
           MOVE WS-PARTNER-FEED-KEY TO DS-FEED-KEY.
           MOVE WS-PARTNER-JOB-ID TO DS-PARTNER-JOB-ID.
           MOVE WS-NUM TO DS-NUMBER.
           MOVE WS-PARTNER-FLAG TO DS-PARTNER-FLAG.
           MOVE WS-OUR-FLAG TO DS-OUR-FLAG.
           MOVE WS-CHECK-SOURCE TO DS-CHECK-SOURCE.
           IF DS-BY-MASTER
               MOVE MASTER-PROV-JOB-ID TO DS-PROV-JOB-ID
               MOVE MASTER-PROV-DATE TO DS-PROV-DATE
               MOVE MASTER-PROV-METHOD TO DS-PROV-METHOD
           ELSE
               MOVE ZERO TO DS-PROV-DATE
           END-IF.
           WRITE DISCREPANCY-RECORD.
           IF WS-PARTDSC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - PARTDSC WRITE FAILED - STATUS '
                   WS-PARTDSC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5500-EXIT
           END-IF.
           IF WS-DISCREPANCIES > WS-DSC-REPORT-MAX
               GO TO 5500-EXIT
           END-IF.
           IF WS-DISCREPANCIES EQUAL WS-DSC-REPORT-MAX
               PERFORM 5510-LIST-DISCREPANCY THRU 5510-EXIT
               MOVE 'FURTHER DISCREPANCIES ARE ON PARTDSC ONLY'
                   TO ML-MESSAGE-TEXT
               MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5510-LIST-DISCREPANCY THRU 5510-EXIT.
       5500-EXIT.
           EXIT.

       5510-LIST-DISCREPANCY.
           MOVE WS-NUM TO DL-NUMBER.
           IF WS-PARTNER-FLAG EQUAL 'Y'
               MOVE 'PRIME' TO DL-PARTNER-TEXT
               MOVE 'NOT PRIME' TO DL-OUR-TEXT
           ELSE
               MOVE 'NOT PRIME' TO DL-PARTNER-TEXT
               MOVE 'PRIME' TO DL-OUR-TEXT
           END-IF.
           IF DS-BY-MASTER
               MOVE 'PRIMEMST' TO DL-SOURCE-TEXT
               MOVE DS-PROV-JOB-ID TO DL-PROV-JOB-ID
               MOVE DS-PROV-DATE TO DL-PROV-DATE
               MOVE DS-PROV-METHOD TO DL-PROV-METHOD
           ELSE
               MOVE 'TRIAL DIVISION' TO DL-SOURCE-TEXT
               MOVE SPACES TO DL-PROV-JOB-ID
               MOVE SPACES TO DL-PROV-DATE
               MOVE SPACES TO DL-PROV-METHOD
           END-IF.
           MOVE WS-DISCREPANCY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-MASTER - KEYED READ FOR THE NUMBER BEING
      * CHECKED.  NOT FOUND SENDS IT TO TRIAL DIVISION; ANY
      * OTHER FAILURE STOPS THE RUN RC 16.
      *----------------------------------------------------------*
       5900-READ-MASTER.
           MOVE WS-NUM TO MASTER-NUMBER.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
           END-READ.
           IF WS-MASTER-STATUS NOT EQUAL '00'
                   AND WS-MASTER-STATUS NOT EQUAL '23'
               DISPLAY 'PRIMPIN - PRIMEMST READ FAILED FOR '
                   WS-NUM ' - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5910-READ-NEXT-DETAIL - NEXT NUMBER THE PARTNER LISTS.
      * THE FIRST PASS HAS ALREADY PROVED THE FILE, SO THE
      * TRAILER SIMPLY ENDS THE LIST.
      *----------------------------------------------------------*
       5910-READ-NEXT-DETAIL.
           PERFORM 2800-READ-PARTNER THRU 2800-EXIT.
           IF WS-PARTNER-EOF
               MOVE 99999999 TO WS-NEXT-LISTED
               GO TO 5910-EXIT
           END-IF.
           IF PD-DETAIL
               MOVE PD-NUMBER TO WS-NEXT-LISTED
           ELSE
               MOVE 99999999 TO WS-NEXT-LISTED
           END-IF.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-LOG-INTAKE - RECORD THE COMPLETED INTAKE ON
      * INTAKLOG.  A FEED THAT CANNOT BE LOGGED COULD BE TAKEN IN
      * AGAIN, SO THE RUN ENDS RC 16 AND MSTSTAGE IS NOT LOADED.
      *----------------------------------------------------------*
       6000-LOG-INTAKE.
           MOVE SPACES TO INTAKE-LOG-RECORD.
           MOVE WS-PARTNER-JOB-ID TO IL-PARTNER-JOB-ID.
           MOVE WS-PARTNER-FEED-KEY TO IL-FEED-KEY.
           MOVE WS-PARTNER-RUN-DATE TO IL-PARTNER-RUN-DATE.
           MOVE WS-RANGE-START TO IL-RANGE-START.
           MOVE WS-RANGE-LIMIT TO IL-RANGE-LIMIT.
           MOVE WS-DETAIL-COUNT TO IL-DETAIL-COUNT.
           MOVE WS-HASH-TOTAL TO IL-HASH-TOTAL.
           MOVE WS-CURRENT-DATE TO IL-INTAKE-DATE.
           MOVE WS-CURRENT-TIME TO IL-INTAKE-TIME.
           MOVE WS-JOB-ID TO IL-INTAKE-JOB-ID.
           MOVE WS-TRIAL-STAGED TO IL-STAGED-COUNT.
           MOVE WS-DISCREPANCIES TO IL-DISCREPANCY-COUNT.
           IF WS-DISCREPANCIES > ZERO
               MOVE 'D' TO IL-INTAKE-STATUS
           ELSE
               MOVE 'A' TO IL-INTAKE-STATUS
           END-IF.
           WRITE INTAKE-LOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-INTAKLOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - INTAKLOG WRITE FAILED - STATUS '
                   WS-INTAKLOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-SUMMARY - RUN COUNTS.
      *----------------------------------------------------------*
       6100-WRITE-SUMMARY.
           MOVE 'RUN SUMMARY' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE 'PRIMES LISTED BY PARTNER      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-DETAIL-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'NUMBERS CHECKED IN RANGE      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-NUMBERS-CHECKED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'CHECKED AGAINST PRIMEMST      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MASTER-CHECKED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  AGREED                      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MASTER-AGREED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  DISAGREED                   '
               TO SU-SUMMARY-TEXT.
           MOVE WS-MASTER-DISAGREED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'CHECKED BY TRIAL DIVISION     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-TRIAL-CHECKED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  AGREED AND STAGED           '
               TO SU-SUMMARY-TEXT.
           MOVE WS-TRIAL-STAGED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  DISAGREED                   '
               TO SU-SUMMARY-TEXT.
           MOVE WS-TRIAL-DISAGREED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'DISCREPANCIES ON PARTDSC      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-DISCREPANCIES TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7100-TRIAL-DIVISION - SET WS-NUM-PRIME-SWITCH FOR WS-NUM
      * BY ODD DIVISORS UP TO ITS SQUARE ROOT, AS PRIMUTL DOES.
      *----------------------------------------------------------*
       7100-TRIAL-DIVISION.
           MOVE 'N' TO WS-NUM-PRIME-SWITCH.
           IF WS-NUM < 2
               GO TO 7100-EXIT
           END-IF.
           IF WS-NUM EQUAL 2
               MOVE 'Y' TO WS-NUM-PRIME-SWITCH
               GO TO 7100-EXIT
           END-IF.
           DIVIDE WS-NUM BY 2 GIVING WS-DIV-QUOTIENT
               REMAINDER WS-DIV-REMAINDER.
           IF WS-DIV-REMAINDER EQUAL ZERO
               GO TO 7100-EXIT
           END-IF.
           MOVE 'Y' TO WS-NUM-PRIME-SWITCH.
           MOVE 3 TO WS-DIVISOR.
           COMPUTE WS-DIV-SQUARE = WS-DIVISOR * WS-DIVISOR.
           PERFORM 7110-TRY-ONE-DIVISOR THRU 7110-EXIT
               UNTIL WS-DIV-SQUARE > WS-NUM
               OR NOT WS-NUM-IS-PRIME.
       7100-EXIT.
           EXIT.

       7110-TRY-ONE-DIVISOR.
           DIVIDE WS-NUM BY WS-DIVISOR
               GIVING WS-DIV-QUOTIENT
               REMAINDER WS-DIV-REMAINDER.
           IF WS-DIV-REMAINDER EQUAL ZERO
               MOVE 'N' TO WS-NUM-PRIME-SWITCH
           END-IF.
           ADD 2 TO WS-DIVISOR.
           COMPUTE WS-DIV-SQUARE = WS-DIVISOR * WS-DIVISOR.
       7110-EXIT.
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
      * 8900-WRITE-AUDIT-RECORD - APPEND THIS STEP'S RECORD TO
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE INTAKE ITSELF IS ALREADY OVER.  THE
      * GENERATION WORKED ON IS THE PARTNER'S, SO ITS JOB ID AND
      * RUN DATE FROM THE PARTNIN HEADER GO IN THE GENERATION
      * FIELDS.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMPIN - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'Q' TO AUD-RUN-MODE.
           MOVE WS-DETAIL-COUNT TO AUD-STEP-RECORDS-IN.
           MOVE WS-TRIAL-STAGED TO AUD-STEP-RECORDS-OUT.
           MOVE WS-DISCREPANCIES TO AUD-STEP-EXCEPTIONS.
           MOVE WS-PARTNER-JOB-ID TO AUD-STEP-GEN-JOB-ID.
           MOVE WS-PARTNER-RUN-DATE TO AUD-STEP-GEN-DATE.
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
               DISPLAY 'PRIMPIN - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMPIN' TO RPC-PROGRAM-ID.
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
           IF WS-PARTNER-OPEN
               CLOSE PARTNER-FILE
           END-IF.
           IF WS-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           IF WS-STAGING-OPEN
               CLOSE STAGING-FILE
           END-IF.
           IF WS-PARTDSC-OPEN
               CLOSE DISCREPANCY-FILE
           END-IF.
           IF WS-INTAKLOG-OPEN
               CLOSE INTAKE-LOG-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

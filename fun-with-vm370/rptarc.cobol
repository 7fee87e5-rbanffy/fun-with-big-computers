       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTARC.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/16/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/16/95  RH   ORIGINAL PROGRAM - REPORT REPOSITORY PURGE
      *                  UNDER RETENTION BY REPORT TYPE, SO RPTREPO
      *                  AND RPTDIR DO NOT GROW WITHOUT BOUND.  EACH
      *                  SYSIN CARD GIVES A PROGRAM AND ITS RETENTION
      *                  IN MONTHS; A CARD WITH A BLANK PROGRAM SETS
      *                  THE DEFAULT FOR EVERY PROGRAM NOT NAMED (12
      *                  MONTHS WITHOUT ONE).  A REPORT WHOSE RUN
      *                  MONTH IS AT OR BEFORE THE CUTOFF FOR ITS
      *                  PROGRAM HAS ITS LINES DELETED FROM RPTREPO
      *                  AND THEN ITS DIRECTORY RECORD DELETED FROM
      *                  RPTDIR, AND IS LISTED ON THE REPORT.  A
      *                  PURGE INTERRUPTED BETWEEN THE TWO IS
      *                  FINISHED BY THE NEXT RUN.
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

           SELECT DIRECTORY-FILE ASSIGN TO RPTDIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DIRECTORY-STATUS.

           SELECT REPOSITORY-FILE ASSIGN TO RPTREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-REPOSITORY-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN RETENTION CARDS - PROGRAM AND RETENTION IN MONTHS.
      * A BLANK PROGRAM SETS THE DEFAULT RETENTION.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  RC-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RC-RETAIN-MONTHS        PIC 9(03).
           05  FILLER                  PIC X(68).

      *----------------------------------------------------------*
      * RPTDIR - REPORT DIRECTORY, ONE RECORD PER REPORT HELD.
      *----------------------------------------------------------*
       FD  DIRECTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DIRECTORY-RECORD.
           05  DR-KEY.
               10  DR-PROGRAM-ID       PIC X(08).
               10  DR-RUN-DATE         PIC 9(08).
               10  DR-RUN-TIME         PIC 9(08).
               10  DR-JOB-ID           PIC X(08).
           05  DR-PAGE-COUNT           PIC 9(05).
           05  DR-LINE-COUNT           PIC 9(07).
           05  DR-RETURN-CODE          PIC 9(03).
           05  DR-CAPTURE-DATE         PIC 9(08).
           05  DR-CAPTURE-TIME         PIC 9(08).
           05  FILLER                  PIC X(37).

      *----------------------------------------------------------*
      * RPTREPO - REPORT REPOSITORY, ONE RECORD PER PRINT LINE,
      * KEYED BY THE DIRECTORY KEY AND THE LINE NUMBER.
      *----------------------------------------------------------*
       FD  REPOSITORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REPOSITORY-RECORD.
           05  RP-KEY.
               10  RP-REPORT-KEY.
                   15  RP-PROGRAM-ID   PIC X(08).
                   15  RP-RUN-DATE     PIC 9(08).
                   15  RP-RUN-TIME     PIC 9(08).
                   15  RP-JOB-ID       PIC X(08).
               10  RP-LINE-NUMBER      PIC 9(07).
           05  RP-PAGE-NUMBER          PIC 9(05).
           05  RP-CARRIAGE             PIC X(01).
           05  RP-PRINT-LINE           PIC X(133).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * SYSPRINT - PURGE RUN REPORT.
      *----------------------------------------------------------*
       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * FILE STATUS SWITCHES.
      *----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-DIRECTORY-STATUS     PIC X(02) VALUE '00'.
           05  WS-REPOSITORY-STATUS    PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CONTROL-EOF          VALUE 'Y'.
           05  WS-DIRECTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  WS-DIRECTORY-EOF        VALUE 'Y'.
           05  WS-REPOSITORY-EOF-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-REPOSITORY-EOF       VALUE 'Y'.
           05  WS-DIRECTORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-DIRECTORY-FILE-OPEN  VALUE 'Y'.
           05  WS-REPOSITORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-REPOSITORY-FILE-OPEN VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REPORT-FILE-OPEN     VALUE 'Y'.
           05  WS-PURGE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-PURGE-REPORT         VALUE 'Y'.
               88  WS-KEEP-REPORT          VALUE 'N'.

      *----------------------------------------------------------*
      * RETENTION TABLE.  ONE ENTRY PER PROGRAM NAMED ON SYSIN;
      * EVERY OTHER PROGRAM TAKES THE DEFAULT.
      *----------------------------------------------------------*
       77  WS-DEFAULT-MONTHS           PIC 9(03) VALUE 12.
       77  WS-RET-USED                 PIC 9(02) VALUE ZERO.
       77  WS-RET-SUB                  PIC 9(02) VALUE ZERO.
       01  WS-RETENTION-TABLE.
           05  WS-RET-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10  WS-RET-PROGRAM-ID   PIC X(08).
               10  WS-RET-MONTHS       PIC 9(03).

      *----------------------------------------------------------*
      * RETENTION CHECK AND MONTH ARITHMETIC.  A MONTH SERIAL IS
      * YEAR TIMES TWELVE PLUS MONTH, AS IN AUDARC.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-CHECK-PROGRAM-ID         PIC X(08) VALUE SPACES.
       77  WS-CHECK-MONTHS             PIC 9(03) VALUE ZERO.
       77  WS-CURRENT-SERIAL           PIC 9(07) VALUE ZERO.
       77  WS-CUTOFF-SERIAL            PIC 9(07) VALUE ZERO.
       77  WS-REPORT-SERIAL            PIC 9(07) VALUE ZERO.
       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY           PIC 9(04).
           05  WS-CHECK-MM             PIC 9(02).
           05  WS-CHECK-DD             PIC 9(02).
       01  WS-CURRENT-REPORT-KEY       PIC X(32) VALUE LOW-VALUES.

      *----------------------------------------------------------*
      * RUN COUNTERS.
      *----------------------------------------------------------*
       77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
       77  WS-LINES-DELETED            PIC 9(09) VALUE ZERO.
       77  WS-REPORTS-KEPT             PIC 9(07) VALUE ZERO.
       77  WS-REPORTS-PURGED           PIC 9(07) VALUE ZERO.

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
               'REPORT REPOSITORY PURGE'.
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

       01  WS-RETAIN-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RT-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-RETAIN-MONTHS        PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE ' MONTHS'.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'CARD REJECTED - '.
           05  RJ-CARD-IMAGE           PIC X(80).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'PROGRAM   RUN DATE  RUN TIME  JOB ID    '.
           05  FILLER                  PIC X(40) VALUE
               'PAGES    LINES   RC  FILED ON'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-PURGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  PL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PAGES                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-LINES                PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RETURN-CODE          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-CAPTURE-DATE         PIC 9(08).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE EQUAL 16
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1500-LIST-RETENTION THRU 1500-EXIT.

           PERFORM 2000-PURGE-REPOSITORY THRU 2000-EXIT.
           IF WS-RETURN-CODE EQUAL 16
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-PURGE-DIRECTORY THRU 3000-EXIT.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, RETENTION CARDS AND FILE
      * OPENS.  A MISSING REPOSITORY HAS NOTHING TO PURGE BUT IS
      * A SETUP ERROR ALL THE SAME.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.
           COMPUTE WS-CURRENT-SERIAL =
               (WS-CURRENT-YYYY * 12) + WS-CURRENT-MM.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SWITCH.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL '00'
               PERFORM 1100-READ-RETENTION-CARD THRU 1100-EXIT
                   UNTIL WS-CONTROL-EOF
               CLOSE CONTROL-FILE
           END-IF.

           OPEN I-O DIRECTORY-FILE.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - UNABLE TO OPEN RPTDIR - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DIRECTORY-OPEN-SWITCH.

           OPEN I-O REPOSITORY-FILE.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - UNABLE TO OPEN RPTREPO - STATUS '
                   WS-REPOSITORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPOSITORY-OPEN-SWITCH.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1100-READ-RETENTION-CARD - A BLANK PROGRAM SETS THE
      * DEFAULT; ANY OTHER PROGRAM GOES IN THE TABLE, A REPEAT
      * REPLACING ITS EARLIER CARD.  A ZERO OR NON-NUMERIC
      * PERIOD, OR A FULL TABLE, REJECTS THE CARD RC 4.
      *----------------------------------------------------------*
       1100-READ-RETENTION-CARD.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
           END-READ.
           IF WS-CONTROL-EOF
               GO TO 1100-EXIT
           END-IF.
           IF RC-RETAIN-MONTHS NOT NUMERIC
                   OR RC-RETAIN-MONTHS EQUAL ZERO
               GO TO 1100-REJECT
           END-IF.
           IF RC-PROGRAM-ID EQUAL SPACES
               MOVE RC-RETAIN-MONTHS TO WS-DEFAULT-MONTHS
               GO TO 1100-EXIT
           END-IF.
           MOVE RC-PROGRAM-ID TO WS-CHECK-PROGRAM-ID.
           MOVE ZERO TO WS-RET-SUB.
           PERFORM 2210-FIND-PROGRAM THRU 2210-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-USED OR WS-RET-SUB > ZERO.
           IF WS-RET-SUB EQUAL ZERO
               IF WS-RET-USED NOT < 50
                   GO TO 1100-REJECT
               END-IF
               ADD 1 TO WS-RET-USED
               MOVE WS-RET-USED TO WS-RET-SUB
               MOVE RC-PROGRAM-ID TO WS-RET-PROGRAM-ID (WS-RET-SUB)
           END-IF.
           MOVE RC-RETAIN-MONTHS TO WS-RET-MONTHS (WS-RET-SUB).
           GO TO 1100-EXIT.
       1100-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE CONTROL-RECORD TO RJ-CARD-IMAGE.
           MOVE WS-REJECT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 4 TO WS-RETURN-CODE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 1500-LIST-RETENTION - THE RETENTION IN FORCE FOR THIS RUN.
      *----------------------------------------------------------*
       1500-LIST-RETENTION.
           MOVE 'RETENTION IN MONTHS' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE '(OTHERS)' TO RT-PROGRAM-ID.
           MOVE WS-DEFAULT-MONTHS TO RT-RETAIN-MONTHS.
           MOVE WS-RETAIN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 1510-LIST-ONE-RETENTION THRU 1510-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-USED.
       1500-EXIT.
           EXIT.

       1510-LIST-ONE-RETENTION.
           MOVE WS-RET-PROGRAM-ID (RT-IDX) TO RT-PROGRAM-ID.
           MOVE WS-RET-MONTHS (RT-IDX) TO RT-RETAIN-MONTHS.
           MOVE WS-RETAIN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PURGE-REPOSITORY - FIRST PASS, OVER RPTREPO IN KEY
      * ORDER.  THE FIRST LINE OF EACH REPORT DECIDES ITS FATE:
      * A REPORT PAST RETENTION HAS EVERY LINE DELETED AS IT IS
      * READ; A REPORT STILL RETAINED IS SKIPPED WHOLE BY
      * STARTING PAST ITS HIGHEST POSSIBLE LINE NUMBER.  LINES
      * LEFT BY A CAPTURE THAT NEVER REACHED THE DIRECTORY ARE
      * AGED THE SAME WAY.
      *----------------------------------------------------------*
       2000-PURGE-REPOSITORY.
           MOVE 'N' TO WS-REPOSITORY-EOF-SWITCH.
           MOVE LOW-VALUES TO RP-KEY.
           START REPOSITORY-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
           END-START.
           PERFORM 2100-EXAMINE-ONE-LINE THRU 2100-EXIT
               UNTIL WS-REPOSITORY-EOF.
       2000-EXIT.
           EXIT.

       2100-EXAMINE-ONE-LINE.
           READ REPOSITORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
           END-READ.
           IF WS-REPOSITORY-EOF
               GO TO 2100-EXIT
           END-IF.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - RPTREPO READ FAILED - STATUS '
                   WS-REPOSITORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               GO TO 2100-EXIT
           END-IF.
           IF RP-REPORT-KEY NOT EQUAL WS-CURRENT-REPORT-KEY
               MOVE RP-REPORT-KEY TO WS-CURRENT-REPORT-KEY
               MOVE RP-PROGRAM-ID TO WS-CHECK-PROGRAM-ID
               MOVE RP-RUN-DATE TO WS-CHECK-DATE
               PERFORM 2200-CHECK-RETENTION THRU 2200-EXIT
           END-IF.
           IF WS-KEEP-REPORT
               MOVE 9999999 TO RP-LINE-NUMBER
               START REPOSITORY-FILE KEY IS GREATER THAN RP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               END-START
               GO TO 2100-EXIT
           END-IF.
           DELETE REPOSITORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - RPTREPO DELETE FAILED - STATUS '
                   WS-REPOSITORY-STATUS ' REPORT ' RP-REPORT-KEY
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LINES-DELETED.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2200-CHECK-RETENTION - SET WS-PURGE-SWITCH FOR THE REPORT
      * OF PROGRAM WS-CHECK-PROGRAM-ID RUN ON WS-CHECK-DATE.  AS
      * IN AUDARC, A REPORT WHOSE RUN MONTH IS AT OR BEFORE THE
      * CURRENT MONTH LESS THE RETENTION IS PURGED.
      *----------------------------------------------------------*
       2200-CHECK-RETENTION.
           MOVE WS-DEFAULT-MONTHS TO WS-CHECK-MONTHS.
           MOVE ZERO TO WS-RET-SUB.
           PERFORM 2210-FIND-PROGRAM THRU 2210-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-USED OR WS-RET-SUB > ZERO.
           IF WS-RET-SUB > ZERO
               MOVE WS-RET-MONTHS (WS-RET-SUB) TO WS-CHECK-MONTHS
           END-IF.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-CURRENT-SERIAL - WS-CHECK-MONTHS.
           COMPUTE WS-REPORT-SERIAL =
               (WS-CHECK-YYYY * 12) + WS-CHECK-MM.
           IF WS-REPORT-SERIAL <= WS-CUTOFF-SERIAL
               MOVE 'Y' TO WS-PURGE-SWITCH
           ELSE
               MOVE 'N' TO WS-PURGE-SWITCH
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2210-FIND-PROGRAM - NOTE THE TABLE ENTRY FOR PROGRAM
      * WS-CHECK-PROGRAM-ID IN WS-RET-SUB.
      *----------------------------------------------------------*
       2210-FIND-PROGRAM.
           IF WS-RET-PROGRAM-ID (RT-IDX) EQUAL WS-CHECK-PROGRAM-ID
               SET WS-RET-SUB TO RT-IDX
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-PURGE-DIRECTORY - SECOND PASS, OVER RPTDIR.  EVERY
      * REPORT PAST RETENTION HAS ALREADY LOST ITS LINES, SO ITS
      * DIRECTORY RECORD IS DELETED AND THE REPORT LISTED.
      *----------------------------------------------------------*
       3000-PURGE-DIRECTORY.
           MOVE 'REPORTS PURGED' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'N' TO WS-DIRECTORY-EOF-SWITCH.
           MOVE LOW-VALUES TO DR-KEY.
           START DIRECTORY-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
           END-START.
           PERFORM 3100-EXAMINE-ONE-REPORT THRU 3100-EXIT
               UNTIL WS-DIRECTORY-EOF.
       3000-EXIT.
           EXIT.

       3100-EXAMINE-ONE-REPORT.
           READ DIRECTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
           END-READ.
           IF WS-DIRECTORY-EOF
               GO TO 3100-EXIT
           END-IF.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - RPTDIR READ FAILED - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.
           MOVE DR-PROGRAM-ID TO WS-CHECK-PROGRAM-ID.
           MOVE DR-RUN-DATE TO WS-CHECK-DATE.
           PERFORM 2200-CHECK-RETENTION THRU 2200-EXIT.
           IF WS-KEEP-REPORT
               ADD 1 TO WS-REPORTS-KEPT
               GO TO 3100-EXIT
           END-IF.
           DELETE DIRECTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTARC - RPTDIR DELETE FAILED - STATUS '
                   WS-DIRECTORY-STATUS ' REPORT ' DR-KEY
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-REPORTS-PURGED.
           MOVE DR-PROGRAM-ID TO PL-PROGRAM-ID.
           MOVE DR-RUN-DATE TO PL-RUN-DATE.
           MOVE DR-RUN-TIME TO PL-RUN-TIME.
           MOVE DR-JOB-ID TO PL-JOB-ID.
           MOVE DR-PAGE-COUNT TO PL-PAGES.
           MOVE DR-LINE-COUNT TO PL-LINES.
           MOVE DR-RETURN-CODE TO PL-RETURN-CODE.
           MOVE DR-CAPTURE-DATE TO PL-CAPTURE-DATE.
           MOVE WS-PURGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-SUMMARY - RUN COUNTS.
      *----------------------------------------------------------*
       6000-WRITE-SUMMARY.
           MOVE 'SUMMARY' TO SL-SECTION-TITLE.
           PERFORM 8200-WRITE-SECTION-TITLE THRU 8200-EXIT.
           MOVE 'REPORTS RETAINED              '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORTS-KEPT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORTS PURGED                '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORTS-PURGED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORT LINES DELETED          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-LINES-DELETED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'RETENTION CARDS REJECTED      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-REJECTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6000-EXIT.
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
      * 8200-WRITE-SECTION-TITLE - SECTION TITLE AFTER A BLANK
      * LINE.
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
      * 9000-TERMINATE - CLOSE WHATEVER OPENED.
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-DIRECTORY-FILE-OPEN
               CLOSE DIRECTORY-FILE
           END-IF.
           IF WS-REPOSITORY-FILE-OPEN
               CLOSE REPOSITORY-FILE
           END-IF.
           IF WS-REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

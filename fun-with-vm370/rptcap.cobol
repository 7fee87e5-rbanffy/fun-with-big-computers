       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTCAP.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/16/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/16/95  RH   ORIGINAL PROGRAM - FILE ONE SYSPRINT REPORT
      *                  IN THE REPORT REPOSITORY.  RUN AS THE STEP
      *                  AFTER ANY PRIMES-FAMILY PROGRAM, WITH THAT
      *                  PROGRAM'S SYSPRINT AS RPTIN AND ITS RPTCTL
      *                  RECORD NAMING THE REPORT.  EVERY PRINT LINE
      *                  IS KEPT ON THE KEYED RPTREPO DATASET WITH
      *                  ITS CARRIAGE CONTROL AND PAGE NUMBER, AND
      *                  ONE RPTDIR DIRECTORY RECORD, KEYED BY
      *                  PROGRAM, RUN DATE, RUN TIME AND JOB ID,
      *                  HOLDS THE PAGE AND LINE COUNTS AND THE STEP
      *                  RETURN CODE.  THE DIRECTORY RECORD IS
      *                  WRITTEN LAST, SO A REPORT IS ONLY EVER
      *                  LISTED ONCE ALL OF ITS LINES ARE HELD AND AN
      *                  INTERRUPTED CAPTURE CAN SIMPLY BE RERUN.  A
      *                  REPORT ALREADY IN THE DIRECTORY, OR AN EMPTY
      *                  RPTIN, IS NOT FILED AND ENDS THE STEP RC 4.
      *                  RPTPRT LISTS AND REPRINTS WHAT IS HELD;
      *                  RPTARC PURGES IT UNDER RETENTION.
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

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT PRINT-IN-FILE  ASSIGN TO RPTIN
               FILE STATUS IS WS-PRINT-IN-STATUS.

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
      * SYSIN CONTROL CARD - OPTIONAL JOB ID.  A NON-BLANK JOB ID
      * HERE REPLACES THE ONE ON RPTCTL, FOR THE PROGRAMS THAT
      * HAVE NO JOB ID OF THEIR OWN.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CC-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * RPTCTL - WRITTEN AT THE END OF THE REPORTING PROGRAM'S
      * RUN, NAMING THE REPORT ON RPTIN.
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
      * RPTIN - THE REPORTING PROGRAM'S SYSPRINT, CARRIAGE
      * CONTROL CHARACTER FIRST.  A '1' STARTS A NEW PAGE.
      *----------------------------------------------------------*
       FD  PRINT-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PRINT-IN-RECORD.
           05  CP-CARRIAGE             PIC X(01).
               88  CP-NEW-PAGE             VALUE '1'.
           05  CP-PRINT-LINE           PIC X(133).

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
      * SYSPRINT - CAPTURE SUMMARY.
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
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-PRINT-IN-STATUS      PIC X(02) VALUE '00'.
           05  WS-DIRECTORY-STATUS     PIC X(02) VALUE '00'.
           05  WS-REPOSITORY-STATUS    PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-PRINT-IN-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-PRINT-IN-EOF         VALUE 'Y'.
           05  WS-PRINT-IN-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PRINT-IN-FILE-OPEN   VALUE 'Y'.
           05  WS-DIRECTORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-DIRECTORY-FILE-OPEN  VALUE 'Y'.
           05  WS-REPOSITORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-REPOSITORY-FILE-OPEN VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REPORT-FILE-OPEN     VALUE 'Y'.

      *----------------------------------------------------------*
      * THE REPORT BEING FILED.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-REPORT-RC                PIC 9(03) VALUE ZERO.
       77  WS-LINES-FILED              PIC 9(07) VALUE ZERO.
       77  WS-PAGES-FILED              PIC 9(05) VALUE ZERO.
       01  WS-REPORT-KEY.
           05  WS-RK-PROGRAM-ID        PIC X(08) VALUE SPACES.
           05  WS-RK-RUN-DATE          PIC 9(08) VALUE ZERO.
           05  WS-RK-RUN-TIME          PIC 9(08) VALUE ZERO.
           05  WS-RK-JOB-ID            PIC X(08) VALUE SPACES.

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
           05  FILLER                  PIC X(32) VALUE
               'REPORT REPOSITORY CAPTURE'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-REPORT-ID-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM   '.
           05  RL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(12) VALUE
               '  RUN DATE  '.
           05  RL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  RUN TIME  '.
           05  RL-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               '  JOB ID  '.
           05  RL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ML-MESSAGE              PIC X(60).
           05  FILLER                  PIC X(63) VALUE SPACES.

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
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           MOVE WS-REPORT-ID-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           PERFORM 2000-CHECK-DIRECTORY THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5900-READ-PRINT-IN THRU 5900-EXIT.
           IF WS-PRINT-IN-EOF
               IF WS-RETURN-CODE EQUAL ZERO
                   MOVE 'RPTIN IS EMPTY - REPORT NOT FILED'
                       TO ML-MESSAGE
                   PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 0000-EXIT
           END-IF.
           MOVE 1 TO WS-PAGES-FILED.
           PERFORM 5000-FILE-ONE-LINE THRU 5000-EXIT
               UNTIL WS-PRINT-IN-EOF.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.

           PERFORM 6000-WRITE-DIRECTORY THRU 6000-EXIT.

       0000-EXIT.
           IF WS-REPORT-FILE-OPEN
               PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, THE RPTCTL RECORD NAMING THE
      * REPORT, THE OPTIONAL JOB ID CARD, AND THE FILE OPENS.
      * THE REPOSITORY DATASETS ARE CREATED ON FIRST USE.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.

           OPEN INPUT REPORT-CTL-FILE.
           IF WS-RPTCTL-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           READ REPORT-CTL-FILE
               AT END
                   DISPLAY 'RPTCAP - RPTCTL IS EMPTY - NO REPORT '
                       'TO FILE'
                   MOVE 16 TO WS-RETURN-CODE
           END-READ.
           CLOSE REPORT-CTL-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 1000-EXIT
           END-IF.
           IF RPC-PROGRAM-ID EQUAL SPACES
                   OR RPC-RUN-DATE NOT NUMERIC
                   OR RPC-RUN-TIME NOT NUMERIC
               DISPLAY 'RPTCAP - RPTCTL RECORD IS INCOMPLETE - '
                   REPORT-CTL-RECORD
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE RPC-PROGRAM-ID TO WS-RK-PROGRAM-ID.
           MOVE RPC-RUN-DATE TO WS-RK-RUN-DATE.
           MOVE RPC-RUN-TIME TO WS-RK-RUN-TIME.
           MOVE RPC-JOB-ID TO WS-RK-JOB-ID.
           IF RPC-RETURN-CODE IS NUMERIC
               MOVE RPC-RETURN-CODE TO WS-REPORT-RC
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-JOB-ID NOT EQUAL SPACES
                           MOVE CC-JOB-ID TO WS-RK-JOB-ID
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE WS-RK-PROGRAM-ID TO RL-PROGRAM-ID.
           MOVE WS-RK-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-RK-RUN-TIME TO RL-RUN-TIME.
           MOVE WS-RK-JOB-ID TO RL-JOB-ID.

           OPEN INPUT PRINT-IN-FILE.
           IF WS-PRINT-IN-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - UNABLE TO OPEN RPTIN - STATUS '
                   WS-PRINT-IN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PRINT-IN-OPEN-SWITCH.

           OPEN I-O DIRECTORY-FILE.
           IF WS-DIRECTORY-STATUS EQUAL '35'
               OPEN OUTPUT DIRECTORY-FILE
               CLOSE DIRECTORY-FILE
               OPEN I-O DIRECTORY-FILE
           END-IF.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - UNABLE TO OPEN RPTDIR - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DIRECTORY-OPEN-SWITCH.

           OPEN I-O REPOSITORY-FILE.
           IF WS-REPOSITORY-STATUS EQUAL '35'
               OPEN OUTPUT REPOSITORY-FILE
               CLOSE REPOSITORY-FILE
               OPEN I-O REPOSITORY-FILE
           END-IF.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - UNABLE TO OPEN RPTREPO - STATUS '
                   WS-REPOSITORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPOSITORY-OPEN-SWITCH.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SWITCH.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-CHECK-DIRECTORY - A REPORT ALREADY IN THE DIRECTORY
      * WAS FILED COMPLETE BY AN EARLIER CAPTURE.  IT IS NOT
      * FILED AGAIN, AND THE STEP ENDS RC 4 SO THE DUPLICATE
      * CAPTURE IS NOTICED.
      *----------------------------------------------------------*
       2000-CHECK-DIRECTORY.
           MOVE WS-REPORT-KEY TO DR-KEY.
           READ DIRECTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DIRECTORY-STATUS EQUAL '23'
               GO TO 2000-EXIT
           END-IF.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - RPTDIR READ FAILED - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE 'REPORT IS ALREADY HELD - NOT FILED AGAIN'
               TO ML-MESSAGE.
           PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT.
           MOVE 4 TO WS-RETURN-CODE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-FILE-ONE-LINE - KEEP THE PRINT LINE JUST READ ON
      * RPTREPO.  A LINE LEFT BY AN INTERRUPTED CAPTURE OF THE
      * SAME REPORT IS REPLACED.  A NEW-PAGE CARRIAGE CONTROL
      * OPENS THE NEXT PAGE, EXCEPT ON THE FIRST LINE, WHICH IS
      * ALWAYS ON PAGE ONE.
      *----------------------------------------------------------*
       5000-FILE-ONE-LINE.
           IF CP-NEW-PAGE AND WS-LINES-FILED > ZERO
               ADD 1 TO WS-PAGES-FILED
           END-IF.
           ADD 1 TO WS-LINES-FILED.
           MOVE SPACES TO REPOSITORY-RECORD.
           MOVE WS-REPORT-KEY TO RP-REPORT-KEY.
           MOVE WS-LINES-FILED TO RP-LINE-NUMBER.
           MOVE WS-PAGES-FILED TO RP-PAGE-NUMBER.
           MOVE CP-CARRIAGE TO RP-CARRIAGE.
           MOVE CP-PRINT-LINE TO RP-PRINT-LINE.
           WRITE REPOSITORY-RECORD
               INVALID KEY
                   REWRITE REPOSITORY-RECORD
           END-WRITE.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - RPTREPO WRITE FAILED - STATUS '
                   WS-REPOSITORY-STATUS ' LINE ' WS-LINES-FILED
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-PRINT-IN-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5900-READ-PRINT-IN THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-PRINT-IN - COMMON RPTIN READ WITH EOF HANDLING.
      *----------------------------------------------------------*
       5900-READ-PRINT-IN.
           READ PRINT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-PRINT-IN-EOF-SWITCH
           END-READ.
           IF NOT WS-PRINT-IN-EOF
               IF WS-PRINT-IN-STATUS NOT EQUAL '00'
                   DISPLAY 'RPTCAP - RPTIN READ FAILED - STATUS '
                       WS-PRINT-IN-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-PRINT-IN-EOF-SWITCH
               END-IF
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-DIRECTORY - LIST THE REPORT NOW THAT EVERY
      * LINE IS HELD.
      *----------------------------------------------------------*
       6000-WRITE-DIRECTORY.
           MOVE SPACES TO DIRECTORY-RECORD.
           MOVE WS-REPORT-KEY TO DR-KEY.
           MOVE WS-PAGES-FILED TO DR-PAGE-COUNT.
           MOVE WS-LINES-FILED TO DR-LINE-COUNT.
           MOVE WS-REPORT-RC TO DR-RETURN-CODE.
           MOVE WS-CURRENT-DATE TO DR-CAPTURE-DATE.
           MOVE WS-CURRENT-TIME TO DR-CAPTURE-TIME.
           WRITE DIRECTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTCAP - RPTDIR WRITE FAILED - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           MOVE 'REPORT FILED IN THE REPOSITORY' TO ML-MESSAGE.
           PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-WRITE-SUMMARY - COUNTS FOR THE REPORT.  A FAILED
      * CAPTURE SAYS SO - ITS LINES STAY ON RPTREPO UNLISTED
      * UNTIL THE STEP IS RERUN.
      *----------------------------------------------------------*
       7000-WRITE-SUMMARY.
           IF WS-RETURN-CODE EQUAL 16
               MOVE 'CAPTURE FAILED - RERUN THIS STEP'
                   TO ML-MESSAGE
               PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT
           END-IF.
           MOVE 'PRINT LINES FILED             '
               TO SU-SUMMARY-TEXT.
           MOVE WS-LINES-FILED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PAGES FILED                   '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PAGES-FILED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORT STEP RETURN CODE       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORT-RC TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
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
      * 8400-WRITE-MESSAGE-LINE - ONE-LINE RESULT MESSAGE.
      *----------------------------------------------------------*
       8400-WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE WHATEVER OPENED.
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PRINT-IN-FILE-OPEN
               CLOSE PRINT-IN-FILE
           END-IF.
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

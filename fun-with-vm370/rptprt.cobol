       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPTPRT.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/16/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/16/95  RH   ORIGINAL PROGRAM - INDEX AND REPRINT OF THE
      *                  REPORT REPOSITORY FILLED BY RPTCAP.  EACH
      *                  SYSIN CARD IS ONE REQUEST.  AN L CARD LISTS
      *                  THE REPORTS HELD FOR A RUN-DATE RANGE,
      *                  OPTIONALLY FOR ONE PROGRAM, WITH THEIR JOB
      *                  ID, PAGE AND LINE COUNTS AND STEP RETURN
      *                  CODE.  A P CARD REPRINTS ONE REPORT, NAMED
      *                  BY PROGRAM, RUN DATE, RUN TIME AND JOB ID,
      *                  WHOLE OR FOR A RANGE OF ITS PAGES, TO THE
      *                  REPRINT DD WITH ITS ORIGINAL CARRIAGE
      *                  CONTROL.  EVERY CARD AND ITS RESULT IS
      *                  LOGGED ON SYSPRINT.  A BAD CARD OR A REPORT
      *                  NOT HELD ENDS THE STEP RC 4.
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

           SELECT REPRINT-FILE   ASSIGN TO REPRINT
               FILE STATUS IS WS-REPRINT-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN REQUEST CARDS.
      *   L - LIST.  PROGRAM OPTIONAL (BLANK FOR ALL), FROM AND TO
      *       RUN DATES YYYYMMDD.  A BLANK TO DATE LISTS THE FROM
      *       DATE ONLY; A BLANK FROM DATE LISTS EVERY DATE.
      *   P - REPRINT.  PROGRAM, RUN DATE (IN THE FROM DATE), RUN
      *       TIME AND JOB ID AS LISTED, AND AN OPTIONAL FROM AND
      *       TO PAGE.  BLANK PAGES REPRINT THE WHOLE REPORT.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  PC-FUNCTION             PIC X(01).
               88  PC-LIST                 VALUE 'L'.
               88  PC-REPRINT              VALUE 'P'.
           05  FILLER                  PIC X(01).
           05  PC-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-FROM-DATE-X          PIC X(08).
           05  PC-FROM-DATE REDEFINES PC-FROM-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PC-TO-DATE-X            PIC X(08).
           05  PC-TO-DATE REDEFINES PC-TO-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PC-RUN-TIME-X           PIC X(08).
           05  PC-RUN-TIME REDEFINES PC-RUN-TIME-X
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PC-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-FROM-PAGE-X          PIC X(05).
           05  PC-FROM-PAGE REDEFINES PC-FROM-PAGE-X
                                       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PC-TO-PAGE-X            PIC X(05).
           05  PC-TO-PAGE REDEFINES PC-TO-PAGE-X
                                       PIC 9(05).
           05  FILLER                  PIC X(22).

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
      * REPRINT - THE REPRINTED REPORTS.
      *----------------------------------------------------------*
       FD  REPRINT-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  REPRINT-RECORD              PIC X(133).

      *----------------------------------------------------------*
      * SYSPRINT - REQUEST LOG AND REPOSITORY INDEX.
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
           05  WS-REPRINT-STATUS       PIC X(02) VALUE '00'.
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
           05  WS-CONTROL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-CONTROL-FILE-OPEN    VALUE 'Y'.
           05  WS-DIRECTORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-DIRECTORY-FILE-OPEN  VALUE 'Y'.
           05  WS-REPOSITORY-OPEN-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-REPOSITORY-FILE-OPEN VALUE 'Y'.
           05  WS-REPRINT-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-REPRINT-FILE-OPEN    VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REPORT-FILE-OPEN     VALUE 'Y'.
           05  WS-CARD-SWITCH          PIC X(01) VALUE 'Y'.
               88  WS-CARD-VALID           VALUE 'Y'.
               88  WS-CARD-INVALID         VALUE 'N'.

      *----------------------------------------------------------*
      * SELECTION FROM THE CURRENT CARD.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-SEL-PROGRAM-ID           PIC X(08) VALUE SPACES.
       77  WS-SEL-FROM-DATE            PIC 9(08) VALUE ZERO.
       77  WS-SEL-TO-DATE              PIC 9(08) VALUE ZERO.
       77  WS-SEL-FROM-PAGE            PIC 9(05) VALUE ZERO.
       77  WS-SEL-TO-PAGE              PIC 9(05) VALUE ZERO.
       77  WS-REPRINT-PAGE             PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------*
      * COUNTERS.
      *----------------------------------------------------------*
       77  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
       77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
       77  WS-REPORTS-LISTED           PIC 9(07) VALUE ZERO.
       77  WS-CARD-LISTED              PIC 9(07) VALUE ZERO.
       77  WS-REPORTS-REPRINTED        PIC 9(05) VALUE ZERO.
       77  WS-REPORTS-NOT-HELD         PIC 9(05) VALUE ZERO.
       77  WS-LINES-REPRINTED          PIC 9(09) VALUE ZERO.
       77  WS-CARD-LINES               PIC 9(07) VALUE ZERO.
       77  WS-CARD-PAGES               PIC 9(05) VALUE ZERO.

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
               'REPORT REPOSITORY INDEX/REPRINT'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'CARD -  '.
           05  CL-CARD-IMAGE           PIC X(80).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'PROGRAM   RUN DATE  RUN TIME  JOB ID    '.
           05  FILLER                  PIC X(40) VALUE
               'PAGES    LINES   RC  FILED ON'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-LIST-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  LL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-PAGES                PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-LINES                PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RETURN-CODE          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-CAPTURE-DATE         PIC 9(08).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ML-MESSAGE              PIC X(50).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  CT-MESSAGE              PIC X(50).
           05  CT-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

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
           PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-CONTROL-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE AND FILE OPENS.  THE
      * REPOSITORY IS ONLY READ HERE, SO A MISSING RPTDIR OR
      * RPTREPO MEANS NOTHING HAS EVER BEEN CAPTURED - THAT IS
      * A SETUP ERROR, NOT AN EMPTY INDEX.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - UNABLE TO OPEN SYSIN - STATUS '
                   WS-CONTROL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-CONTROL-OPEN-SWITCH.

           OPEN INPUT DIRECTORY-FILE.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - UNABLE TO OPEN RPTDIR - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DIRECTORY-OPEN-SWITCH.

           OPEN INPUT REPOSITORY-FILE.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - UNABLE TO OPEN RPTREPO - STATUS '
                   WS-REPOSITORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPOSITORY-OPEN-SWITCH.

           OPEN OUTPUT REPRINT-FILE.
           IF WS-REPRINT-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - UNABLE TO OPEN REPRINT - STATUS '
                   WS-REPRINT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPRINT-OPEN-SWITCH.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REPORT-OPEN-SWITCH.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-ONE-CARD - LOG THE CARD JUST READ, CARRY OUT
      * ITS REQUEST, THEN READ THE NEXT ONE.  A REPOSITORY READ
      * FAILURE ENDS THE RUN RC 16.
      *----------------------------------------------------------*
       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE CONTROL-RECORD TO CL-CARD-IMAGE.
           MOVE WS-CARD-LINE TO WS-PRINT-LINE.
           PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT.
           EVALUATE TRUE
               WHEN PC-LIST
                   PERFORM 3000-LIST-REPORTS THRU 3000-EXIT
               WHEN PC-REPRINT
                   PERFORM 4000-REPRINT-REPORT THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - FUNCTION MUST BE L OR P'
                       TO ML-MESSAGE
                   PERFORM 2800-REJECT-CARD THRU 2800-EXIT
           END-EVALUATE.
           IF WS-RETURN-CODE EQUAL 16
               MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2900-READ-CONTROL THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2800-REJECT-CARD - LOG THE REASON ALREADY IN ML-MESSAGE
      * AND RAISE THE RETURN CODE TO 4.
      *----------------------------------------------------------*
       2800-REJECT-CARD.
           ADD 1 TO WS-CARDS-REJECTED.
           PERFORM 8400-WRITE-MESSAGE-LINE THRU 8400-EXIT.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2900-READ-CONTROL - COMMON SYSIN READ WITH EOF HANDLING.
      *----------------------------------------------------------*
       2900-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-LIST-REPORTS - INDEX OF THE REPORTS HELD FOR THE
      * CARD'S RUN-DATE RANGE.  WITH A PROGRAM NAMED THE BROWSE
      * STARTS AT THAT PROGRAM'S FROM DATE AND STOPS AT ITS LAST
      * REPORT; OTHERWISE THE WHOLE DIRECTORY IS READ.
      *----------------------------------------------------------*
       3000-LIST-REPORTS.
           PERFORM 3200-EDIT-DATE-RANGE THRU 3200-EXIT.
           IF WS-CARD-INVALID
               GO TO 3000-EXIT
           END-IF.
           MOVE PC-PROGRAM-ID TO WS-SEL-PROGRAM-ID.
           MOVE ZERO TO WS-CARD-LISTED.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 8200-WRITE-SECTION-LINE THRU 8200-EXIT.

           MOVE 'N' TO WS-DIRECTORY-EOF-SWITCH.
           MOVE LOW-VALUES TO DR-KEY.
           IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
               MOVE WS-SEL-PROGRAM-ID TO DR-PROGRAM-ID
               MOVE WS-SEL-FROM-DATE TO DR-RUN-DATE
               MOVE ZERO TO DR-RUN-TIME
           END-IF.
           START DIRECTORY-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
           END-START.
           PERFORM 3100-LIST-ONE-REPORT THRU 3100-EXIT
               UNTIL WS-DIRECTORY-EOF.
           IF WS-RETURN-CODE EQUAL 16
               GO TO 3000-EXIT
           END-IF.
           MOVE 'REPORTS LISTED' TO CT-MESSAGE.
           MOVE WS-CARD-LISTED TO CT-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-REPORT.
           READ DIRECTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
           END-READ.
           IF WS-DIRECTORY-EOF
               GO TO 3100-EXIT
           END-IF.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - RPTDIR READ FAILED - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
               GO TO 3100-EXIT
           END-IF.
           IF WS-SEL-PROGRAM-ID NOT EQUAL SPACES
               IF DR-PROGRAM-ID NOT EQUAL WS-SEL-PROGRAM-ID
                       OR DR-RUN-DATE > WS-SEL-TO-DATE
                   MOVE 'Y' TO WS-DIRECTORY-EOF-SWITCH
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF DR-RUN-DATE < WS-SEL-FROM-DATE
                   OR DR-RUN-DATE > WS-SEL-TO-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE DR-PROGRAM-ID TO LL-PROGRAM-ID.
           MOVE DR-RUN-DATE TO LL-RUN-DATE.
           MOVE DR-RUN-TIME TO LL-RUN-TIME.
           MOVE DR-JOB-ID TO LL-JOB-ID.
           MOVE DR-PAGE-COUNT TO LL-PAGES.
           MOVE DR-LINE-COUNT TO LL-LINES.
           MOVE DR-RETURN-CODE TO LL-RETURN-CODE.
           MOVE DR-CAPTURE-DATE TO LL-CAPTURE-DATE.
           MOVE WS-LIST-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           ADD 1 TO WS-CARD-LISTED.
           ADD 1 TO WS-REPORTS-LISTED.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3200-EDIT-DATE-RANGE - FROM AND TO RUN DATES FOR AN L
      * CARD.  BLANK FROM MEANS EVERY DATE; BLANK TO MEANS THE
      * FROM DATE ALONE.
      *----------------------------------------------------------*
       3200-EDIT-DATE-RANGE.
           MOVE 'Y' TO WS-CARD-SWITCH.
           IF PC-FROM-DATE-X EQUAL SPACES
               MOVE ZERO TO WS-SEL-FROM-DATE
               MOVE 99999999 TO WS-SEL-TO-DATE
           ELSE
               IF PC-FROM-DATE NOT NUMERIC
                   MOVE 'REJECTED - FROM DATE IS NOT NUMERIC'
                       TO ML-MESSAGE
                   MOVE 'N' TO WS-CARD-SWITCH
                   GO TO 3200-CHECK
               END-IF
               MOVE PC-FROM-DATE TO WS-SEL-FROM-DATE
               MOVE PC-FROM-DATE TO WS-SEL-TO-DATE
           END-IF.
           IF PC-TO-DATE-X NOT EQUAL SPACES
               IF PC-TO-DATE NOT NUMERIC
                   MOVE 'REJECTED - TO DATE IS NOT NUMERIC'
                       TO ML-MESSAGE
                   MOVE 'N' TO WS-CARD-SWITCH
                   GO TO 3200-CHECK
               END-IF
               MOVE PC-TO-DATE TO WS-SEL-TO-DATE
           END-IF.
           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               MOVE 'REJECTED - FROM DATE IS AFTER TO DATE'
                   TO ML-MESSAGE
               MOVE 'N' TO WS-CARD-SWITCH
           END-IF.
       3200-CHECK.
           IF WS-CARD-INVALID
               PERFORM 2800-REJECT-CARD THRU 2800-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4000-REPRINT-REPORT - REPRINT THE REPORT NAMED ON A P
      * CARD, OR ITS SELECTED PAGES, TO THE REPRINT DD.  THE
      * FIRST LINE REPRINTED ALWAYS STARTS A NEW PAGE SO EACH
      * REQUEST SEPARATES CLEANLY FROM THE ONE BEFORE.
      *----------------------------------------------------------*
       4000-REPRINT-REPORT.
           PERFORM 4200-EDIT-REPRINT-CARD THRU 4200-EXIT.
           IF WS-CARD-INVALID
               GO TO 4000-EXIT
           END-IF.
           MOVE PC-PROGRAM-ID TO DR-PROGRAM-ID.
           MOVE PC-FROM-DATE TO DR-RUN-DATE.
           MOVE PC-RUN-TIME TO DR-RUN-TIME.
           MOVE PC-JOB-ID TO DR-JOB-ID.
           READ DIRECTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DIRECTORY-STATUS EQUAL '23'
               ADD 1 TO WS-REPORTS-NOT-HELD
               MOVE 'REJECTED - REPORT IS NOT HELD' TO ML-MESSAGE
               PERFORM 2800-REJECT-CARD THRU 2800-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF WS-DIRECTORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - RPTDIR READ FAILED - STATUS '
                   WS-DIRECTORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO TO WS-CARD-LINES WS-CARD-PAGES WS-REPRINT-PAGE.
           MOVE 'N' TO WS-REPOSITORY-EOF-SWITCH.
           MOVE DR-KEY TO RP-REPORT-KEY.
           MOVE 1 TO RP-LINE-NUMBER.
           START REPOSITORY-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
           END-START.
           PERFORM 4100-REPRINT-ONE-LINE THRU 4100-EXIT
               UNTIL WS-REPOSITORY-EOF.
           IF WS-RETURN-CODE EQUAL 16
               GO TO 4000-EXIT
           END-IF.

           IF WS-CARD-LINES EQUAL ZERO
               MOVE 'REJECTED - NO LINES HELD IN THE PAGE RANGE'
                   TO ML-MESSAGE
               PERFORM 2800-REJECT-CARD THRU 2800-EXIT
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-REPORTS-REPRINTED.
           MOVE 'PAGES REPRINTED' TO CT-MESSAGE.
           MOVE WS-CARD-PAGES TO CT-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.
           MOVE 'LINES REPRINTED' TO CT-MESSAGE.
           MOVE WS-CARD-LINES TO CT-COUNT.
           PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT.
           IF WS-SEL-FROM-PAGE EQUAL 1
                   AND WS-SEL-TO-PAGE EQUAL 99999
                   AND WS-CARD-LINES NOT EQUAL DR-LINE-COUNT
               MOVE 'WARNING - LINES HELD DIFFER FROM DIRECTORY COUNT'
                   TO CT-MESSAGE
               MOVE DR-LINE-COUNT TO CT-COUNT
               PERFORM 8500-WRITE-COUNT-LINE THRU 8500-EXIT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4100-REPRINT-ONE-LINE - NEXT REPOSITORY LINE OF THE
      * REPORT, WRITTEN WITH ITS OWN CARRIAGE CONTROL WHEN ITS
      * PAGE IS SELECTED.
      *----------------------------------------------------------*
       4100-REPRINT-ONE-LINE.
           READ REPOSITORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
           END-READ.
           IF WS-REPOSITORY-EOF
               GO TO 4100-EXIT
           END-IF.
           IF WS-REPOSITORY-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - RPTREPO READ FAILED - STATUS '
                   WS-REPOSITORY-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               GO TO 4100-EXIT
           END-IF.
           IF RP-REPORT-KEY NOT EQUAL DR-KEY
                   OR RP-PAGE-NUMBER > WS-SEL-TO-PAGE
               MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               GO TO 4100-EXIT
           END-IF.
           IF RP-PAGE-NUMBER < WS-SEL-FROM-PAGE
               GO TO 4100-EXIT
           END-IF.
           IF RP-PAGE-NUMBER NOT EQUAL WS-REPRINT-PAGE
               ADD 1 TO WS-CARD-PAGES
               MOVE RP-PAGE-NUMBER TO WS-REPRINT-PAGE
           END-IF.
           IF WS-CARD-LINES EQUAL ZERO
               WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                   AFTER ADVANCING NEW-PAGE
               GO TO 4100-COUNT
           END-IF.
           EVALUATE RP-CARRIAGE
               WHEN '1'
                   WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                       AFTER ADVANCING NEW-PAGE
               WHEN '0'
                   WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                       AFTER ADVANCING 2 LINES
               WHEN '-'
                   WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                       AFTER ADVANCING 3 LINES
               WHEN '+'
                   WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                       AFTER ADVANCING 0 LINES
               WHEN OTHER
                   WRITE REPRINT-RECORD FROM RP-PRINT-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
       4100-COUNT.
           IF WS-REPRINT-STATUS NOT EQUAL '00'
               DISPLAY 'RPTPRT - REPRINT WRITE FAILED - STATUS '
                   WS-REPRINT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-REPOSITORY-EOF-SWITCH
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CARD-LINES.
           ADD 1 TO WS-LINES-REPRINTED.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 4200-EDIT-REPRINT-CARD - A P CARD NEEDS THE PROGRAM, RUN
      * DATE AND RUN TIME; THE JOB ID MAY BE BLANK WHERE THE
      * REPORT WAS FILED WITHOUT ONE.  BLANK PAGES MEAN THE
      * WHOLE REPORT.
      *----------------------------------------------------------*
       4200-EDIT-REPRINT-CARD.
           MOVE 'Y' TO WS-CARD-SWITCH.
           IF PC-PROGRAM-ID EQUAL SPACES
               MOVE 'REJECTED - PROGRAM IS REQUIRED' TO ML-MESSAGE
               MOVE 'N' TO WS-CARD-SWITCH
               GO TO 4200-CHECK
           END-IF.
           IF PC-FROM-DATE NOT NUMERIC
               MOVE 'REJECTED - RUN DATE IS NOT NUMERIC'
                   TO ML-MESSAGE
               MOVE 'N' TO WS-CARD-SWITCH
               GO TO 4200-CHECK
           END-IF.
           IF PC-RUN-TIME NOT NUMERIC
               MOVE 'REJECTED - RUN TIME IS NOT NUMERIC'
                   TO ML-MESSAGE
               MOVE 'N' TO WS-CARD-SWITCH
               GO TO 4200-CHECK
           END-IF.
           MOVE 1 TO WS-SEL-FROM-PAGE.
           MOVE 99999 TO WS-SEL-TO-PAGE.
           IF PC-FROM-PAGE-X NOT EQUAL SPACES
               IF PC-FROM-PAGE NOT NUMERIC
                       OR PC-FROM-PAGE EQUAL ZERO
                   MOVE 'REJECTED - FROM PAGE IS NOT VALID'
                       TO ML-MESSAGE
                   MOVE 'N' TO WS-CARD-SWITCH
                   GO TO 4200-CHECK
               END-IF
               MOVE PC-FROM-PAGE TO WS-SEL-FROM-PAGE
           END-IF.
           IF PC-TO-PAGE-X NOT EQUAL SPACES
               IF PC-TO-PAGE NOT NUMERIC
                   MOVE 'REJECTED - TO PAGE IS NOT NUMERIC'
                       TO ML-MESSAGE
                   MOVE 'N' TO WS-CARD-SWITCH
                   GO TO 4200-CHECK
               END-IF
               MOVE PC-TO-PAGE TO WS-SEL-TO-PAGE
           END-IF.
           IF WS-SEL-FROM-PAGE > WS-SEL-TO-PAGE
               MOVE 'REJECTED - FROM PAGE IS AFTER TO PAGE'
                   TO ML-MESSAGE
               MOVE 'N' TO WS-CARD-SWITCH
           END-IF.
       4200-CHECK.
           IF WS-CARD-INVALID
               PERFORM 2800-REJECT-CARD THRU 2800-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-SUMMARY - RUN COUNTS.
      *----------------------------------------------------------*
       6000-WRITE-SUMMARY.
           MOVE 'REQUEST CARDS READ            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REQUEST CARDS REJECTED        '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-REJECTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORTS LISTED                '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORTS-LISTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORTS REPRINTED             '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORTS-REPRINTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REPORTS REQUESTED NOT HELD    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REPORTS-NOT-HELD TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'LINES REPRINTED               '
               TO SU-SUMMARY-TEXT.
           MOVE WS-LINES-REPRINTED TO SU-SUMMARY-VALUE.
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
      * 8200-WRITE-SECTION-LINE - LINE IN WS-PRINT-LINE AFTER A
      * BLANK LINE, TO SET OFF EACH CARD AND ITS HEADINGS.
      *----------------------------------------------------------*
       8200-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
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
      * 8400-WRITE-MESSAGE-LINE - RESULT OF A CARD.
      *----------------------------------------------------------*
       8400-WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 8500-WRITE-COUNT-LINE - RESULT OF A CARD WITH ITS COUNT.
      *----------------------------------------------------------*
       8500-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE WHATEVER OPENED.
      *----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CONTROL-FILE-OPEN
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-DIRECTORY-FILE-OPEN
               CLOSE DIRECTORY-FILE
           END-IF.
           IF WS-REPOSITORY-FILE-OPEN
               CLOSE REPOSITORY-FILE
           END-IF.
           IF WS-REPRINT-FILE-OPEN
               CLOSE REPRINT-FILE
           END-IF.
           IF WS-REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

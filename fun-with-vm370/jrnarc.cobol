       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNARC.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  11/28/1994.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   11/28/94  RH   ORIGINAL PROGRAM - MSTJRNL ARCHIVE AND
      *                  PURGE UNDER BACKUP RETENTION.  THE
      *                  CONTROL CARD GIVES HOW MANY PRIMEMST
      *                  IMAGE COPIES TO KEEP AS RECOVERY STARTING
      *                  POINTS (DEFAULT 3).  OLDER RETAINED
      *                  ENTRIES ON THE BKUPCAT BACKUP CATALOG ARE
      *                  MARKED EXPIRED.  EVERY JOURNAL RECORD AT
      *                  OR BEFORE THE JOURNAL POSITION OF THE
      *                  OLDEST BACKUP STILL RETAINED IS ALREADY IN
      *                  EVERY RETAINED COPY, SO IT GOES TO THE
      *                  JRNARCH ARCHIVE GENERATION; EVERYTHING
      *                  LATER IS COPIED TO JRNLNEW, WHICH THE JCL
      *                  CATALOGS OVER THE LIVE MSTJRNL AFTER A
      *                  CLEAN RUN, THE SAME WAY AUDARC TRIMS
      *                  AUDITLOG.  PRIMRCV REPLAY TIME NOW STAYS
      *                  BOUNDED BY THE RETENTION INSTEAD OF
      *                  GROWING EVERY MONTH.  A RERUN AFTER A
      *                  FAILED STEP FINDS THE SAME OLDEST RETAINED
      *                  BACKUP AND SPLITS THE SAME WAY.
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

           SELECT CATALOG-FILE   ASSIGN TO BKUPCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BACKUP-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT JOURNAL-FILE   ASSIGN TO MSTJRNL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ARCHIVE-FILE   ASSIGN TO JRNARCH
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAINED-FILE  ASSIGN TO JRNLNEW
               FILE STATUS IS WS-RETAINED-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - NUMBER OF IMAGE COPIES TO RETAIN.
      * ZERO OR BLANK TAKES THE DEFAULT OF THREE.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  JA-RETAIN-BACKUPS       PIC 9(03).
           05  FILLER                  PIC X(77).

      *----------------------------------------------------------*
      * BKUPCAT - BACKUP CATALOG WRITTEN BY PRIMIMG, ONE RECORD
      * PER IMAGE COPY KEYED BY THE COPY TIMESTAMP.  STATUS R =
      * RETAINED, X = EXPIRED HERE.
      *----------------------------------------------------------*
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CATALOG-RECORD.
           05  BC-BACKUP-KEY           PIC 9(16).
           05  BC-JOB-ID               PIC X(08).
           05  BC-RECORD-COUNT         PIC 9(09).
           05  BC-PRIME-COUNT          PIC 9(09).
           05  BC-HASH-TOTAL           PIC 9(15).
           05  BC-JRNL-DATE            PIC 9(08).
           05  BC-JRNL-TIME            PIC 9(08).
           05  BC-JRNL-RECORDS         PIC 9(09).
           05  BC-STATUS               PIC X(01).
               88  BC-RETAINED             VALUE 'R'.
               88  BC-EXPIRED              VALUE 'X'.
           05  BC-EXPIRED-DATE         PIC 9(08).
           05  FILLER                  PIC X(09).

      *----------------------------------------------------------*
      * MSTJRNL - PRIMEMST UPDATE JOURNAL, IN CHRONOLOGICAL
      * ORDER.
      *----------------------------------------------------------*
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JR-RUN-DATE             PIC 9(08).
           05  JR-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * JRNARCH - ARCHIVE GENERATION OF THE JOURNAL RECORDS
      * COVERED BY EVERY RETAINED BACKUP, SAME LAYOUT.
      *----------------------------------------------------------*
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD              PIC X(88).

      *----------------------------------------------------------*
      * JRNLNEW - THE RETAINED JOURNAL RECORDS.  THE JCL
      * CATALOGS THIS DATASET OVER THE LIVE MSTJRNL AFTER A
      * CLEAN RUN.
      *----------------------------------------------------------*
       FD  RETAINED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETAINED-RECORD             PIC X(88).

      *----------------------------------------------------------*
      * SYSPRINT - JOURNAL ARCHIVE RUN REPORT.
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
           05  WS-CATALOG-STATUS       PIC X(02) VALUE '00'.
           05  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
           05  WS-ARCHIVE-STATUS       PIC X(02) VALUE '00'.
           05  WS-RETAINED-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-CATALOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CATALOG-EOF          VALUE 'Y'.
           05  WS-JRNL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF             VALUE 'Y'.

      *----------------------------------------------------------*
      * RETENTION CONTROL AND THE ARCHIVE POSITION - THE JOURNAL
      * POSITION OF THE OLDEST BACKUP STILL RETAINED.  ZERO
      * ARCHIVES NOTHING.
      *----------------------------------------------------------*
       77  WS-RETAIN-BACKUPS           PIC 9(03) VALUE 3.
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-BACKUPS-RETAINED         PIC 9(05) VALUE ZERO.
       77  WS-BACKUPS-TO-EXPIRE        PIC 9(05) VALUE ZERO.
       77  WS-BACKUPS-EXPIRED          PIC 9(05) VALUE ZERO.
       77  WS-ARC-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-ARC-TIME                 PIC 9(08) VALUE ZERO.
       77  WS-OLDEST-BACKUP-KEY        PIC 9(16) VALUE ZERO.

      *----------------------------------------------------------*
      * RUN COUNTERS.
      *----------------------------------------------------------*
       77  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       77  WS-RECORDS-ARCHIVED         PIC 9(09) VALUE ZERO.
       77  WS-RECORDS-RETAINED         PIC 9(09) VALUE ZERO.

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
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(08).
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
               'MSTJRNL ARCHIVE AND PURGE'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-RETAIN-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               'BACKUPS RETAINED      '.
           05  RT-RETAIN-BACKUPS       PIC ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-BACKUP-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  BL-ACTION               PIC X(22).
           05  BL-BACKUP-KEY           PIC 9(16).
           05  FILLER                  PIC X(06) VALUE '  JOB '.
           05  BL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(20) VALUE
               '  JOURNAL POSITION  '.
           05  BL-JRNL-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  BL-JRNL-TIME            PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.

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
           MOVE WS-RETAIN-BACKUPS TO RT-RETAIN-BACKUPS.
           MOVE WS-RETAIN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           PERFORM 2000-COUNT-RETAINED THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2100-EXPIRE-BACKUPS THRU 2100-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           IF WS-OLDEST-BACKUP-KEY EQUAL ZERO
               DISPLAY 'JRNARC - NO RETAINED BACKUP ON BKUPCAT - '
                   'JOURNAL KEPT WHOLE'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

           PERFORM 5900-READ-JOURNAL THRU 5900-EXIT.
           PERFORM 5000-SPLIT-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-JRNL-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, RETENTION CARD, OPEN THE
      * FILES.  WITHOUT A BACKUP CATALOG THERE IS NO SAFE POINT
      * TO TRIM TO, SO A MISSING BKUPCAT FAILS THE RUN.
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
                       IF JA-RETAIN-BACKUPS IS NUMERIC
                               AND JA-RETAIN-BACKUPS NOT EQUAL ZERO
                           MOVE JA-RETAIN-BACKUPS
                               TO WS-RETAIN-BACKUPS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           OPEN I-O CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - UNABLE TO OPEN BKUPCAT - STATUS '
                   WS-CATALOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - UNABLE TO OPEN MSTJRNL - STATUS '
                   WS-JRNL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - UNABLE TO OPEN JRNARCH - STATUS '
                   WS-ARCHIVE-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - UNABLE TO OPEN JRNLNEW - STATUS '
                   WS-RETAINED-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-COUNT-RETAINED - COUNT THE CATALOG ENTRIES STILL
      * RETAINED AND HOW MANY OF THE OLDEST MUST BE EXPIRED.
      *----------------------------------------------------------*
       2000-COUNT-RETAINED.
           PERFORM 2900-READ-NEXT-CATALOG THRU 2900-EXIT
               UNTIL WS-CATALOG-EOF.
           IF WS-BACKUPS-RETAINED > WS-RETAIN-BACKUPS
               COMPUTE WS-BACKUPS-TO-EXPIRE =
                   WS-BACKUPS-RETAINED - WS-RETAIN-BACKUPS
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-EXPIRE-BACKUPS - SECOND PASS IN KEY (AGE) ORDER.
      * THE OLDEST SURPLUS RETAINED ENTRIES ARE MARKED EXPIRED;
      * THE FIRST ONE LEFT RETAINED FIXES THE ARCHIVE POSITION.
      *----------------------------------------------------------*
       2100-EXPIRE-BACKUPS.
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH.
           MOVE ZERO TO BC-BACKUP-KEY.
           START CATALOG-FILE KEY IS NOT LESS THAN BC-BACKUP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-START.
           PERFORM 2110-EXPIRE-ONE-BACKUP THRU 2110-EXIT
               UNTIL WS-CATALOG-EOF.
       2100-EXIT.
           EXIT.

       2110-EXPIRE-ONE-BACKUP.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-READ.
           IF WS-CATALOG-EOF
               GO TO 2110-EXIT
           END-IF.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - BKUPCAT READ FAILED - STATUS '
                   WS-CATALOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
               GO TO 2110-EXIT
           END-IF.
           IF NOT BC-RETAINED
               GO TO 2110-EXIT
           END-IF.
           MOVE BC-BACKUP-KEY TO BL-BACKUP-KEY.
           MOVE BC-JOB-ID TO BL-JOB-ID.
           MOVE BC-JRNL-DATE TO BL-JRNL-DATE.
           MOVE BC-JRNL-TIME TO BL-JRNL-TIME.
           IF WS-BACKUPS-EXPIRED < WS-BACKUPS-TO-EXPIRE
               MOVE 'X' TO BC-STATUS
               MOVE WS-CURRENT-DATE-N TO BC-EXPIRED-DATE
               REWRITE CATALOG-RECORD
               IF WS-CATALOG-STATUS NOT EQUAL '00'
                   DISPLAY 'JRNARC - BKUPCAT REWRITE FAILED - STATUS '
                       WS-CATALOG-STATUS ' BACKUP ' BC-BACKUP-KEY
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
                   GO TO 2110-EXIT
               END-IF
               ADD 1 TO WS-BACKUPS-EXPIRED
               MOVE 'BACKUP EXPIRED        ' TO BL-ACTION
               MOVE WS-BACKUP-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE BC-BACKUP-KEY TO WS-OLDEST-BACKUP-KEY.
           MOVE BC-JRNL-DATE TO WS-ARC-DATE.
           MOVE BC-JRNL-TIME TO WS-ARC-TIME.
           MOVE 'OLDEST RETAINED BACKUP' TO BL-ACTION.
           MOVE WS-BACKUP-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'Y' TO WS-CATALOG-EOF-SWITCH.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2900-READ-NEXT-CATALOG - FIRST PASS, COUNTING RETAINED
      * ENTRIES.
      *----------------------------------------------------------*
       2900-READ-NEXT-CATALOG.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-READ.
           IF WS-CATALOG-EOF
               GO TO 2900-EXIT
           END-IF.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'JRNARC - BKUPCAT READ FAILED - STATUS '
                   WS-CATALOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
               GO TO 2900-EXIT
           END-IF.
           IF BC-RETAINED
               ADD 1 TO WS-BACKUPS-RETAINED
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-SPLIT-ONE-RECORD - ROUTE THE JOURNAL RECORD JUST
      * READ TO THE ARCHIVE (AT OR BEFORE THE ARCHIVE POSITION)
      * OR THE RETAINED FILE.
      *----------------------------------------------------------*
       5000-SPLIT-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF JR-RUN-DATE < WS-ARC-DATE
                   OR (JR-RUN-DATE EQUAL WS-ARC-DATE
                       AND JR-RUN-TIME NOT > WS-ARC-TIME)
               WRITE ARCHIVE-RECORD FROM JOURNAL-RECORD
               IF WS-ARCHIVE-STATUS NOT EQUAL '00'
                   DISPLAY 'JRNARC - JRNARCH WRITE FAILED - STATUS '
                       WS-ARCHIVE-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-JRNL-EOF-SWITCH
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-RECORDS-ARCHIVED
           ELSE
               WRITE RETAINED-RECORD FROM JOURNAL-RECORD
               IF WS-RETAINED-STATUS NOT EQUAL '00'
                   DISPLAY 'JRNARC - JRNLNEW WRITE FAILED - STATUS '
                       WS-RETAINED-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-JRNL-EOF-SWITCH
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-RECORDS-RETAINED
           END-IF.
           PERFORM 5900-READ-JOURNAL THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-JOURNAL - COMMON MSTJRNL READ WITH EOF
      * HANDLING.
      *----------------------------------------------------------*
       5900-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-READ.
           IF NOT WS-JRNL-EOF
               IF WS-JRNL-STATUS NOT EQUAL '00'
                   DISPLAY 'JRNARC - MSTJRNL READ FAILED - STATUS '
                       WS-JRNL-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-JRNL-EOF-SWITCH
               END-IF
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-SUMMARY - RUN COUNTS.  THE JCL MUST NOT
      * CATALOG JRNLNEW OVER THE LIVE MSTJRNL UNLESS THE STEP
      * ENDED RC 4 OR LOWER.
      *----------------------------------------------------------*
       6000-WRITE-SUMMARY.
           MOVE 'BACKUPS EXPIRED THIS RUN      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-BACKUPS-EXPIRED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'JOURNAL RECORDS READ          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORDS-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'RECORDS ARCHIVED              '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORDS-ARCHIVED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'RECORDS RETAINED              '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORDS-RETAINED TO SU-SUMMARY-VALUE.
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
               DISPLAY 'JRNARC - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'JRNARC' TO RPC-PROGRAM-ID.
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
           IF WS-CATALOG-STATUS EQUAL '00' OR '10'
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-JRNL-STATUS EQUAL '00' OR '10'
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-ARCHIVE-STATUS EQUAL '00'
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-RETAINED-STATUS EQUAL '00'
               CLOSE RETAINED-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMIMG.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  11/28/1994.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   11/28/94  RH   ORIGINAL PROGRAM - PRIMEMST IMAGE COPY.
      *                  UNLOADS THE MASTER IN KEY ORDER TO THE
      *                  MSTBKUP BACKUP GENERATION AND RECORDS THE
      *                  COPY ON THE KEYED BKUPCAT BACKUP CATALOG
      *                  (KEY = COPY TIMESTAMP, THE RUNREG
      *                  CONVENTION) WITH THE RECORD COUNT, THE
      *                  PRIME COUNT, A HASH TOTAL OF THE KEYS AND
      *                  THE JOURNAL POSITION AT COPY TIME - THE
      *                  TIMESTAMP OF THE LAST MSTJRNL RECORD AND
      *                  THE NUMBER OF RECORDS ON THE JOURNAL.
      *                  EVERY JOURNAL RECORD AT OR BEFORE THAT
      *                  POSITION IS ALREADY IN THE COPY, SO
      *                  PRIMRCV STARTS ITS REPLAY AFTER IT.  THE
      *                  COPY MUST RUN WHILE NOTHING ELSE UPDATES
      *                  THE MASTER.  A COPY THAT FAILS PART WAY
      *                  IS NOT CATALOGED AND ENDS RC 16; A GOOD
      *                  COPY THAT CANNOT BE CATALOGED ENDS RC 8.
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

           SELECT JOURNAL-FILE   ASSIGN TO MSTJRNL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT BACKUP-FILE    ASSIGN TO MSTBKUP
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT CATALOG-FILE   ASSIGN TO BKUPCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BACKUP-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - JOB ID FOR THE CATALOG ENTRY.  NO
      * CARD OR A BLANK JOB ID TAKES THE PROGRAM DEFAULT.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  IC-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(72).

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
           05  FILLER                  PIC X(20).

      *----------------------------------------------------------*
      * MSTJRNL - PRIMEMST UPDATE JOURNAL.  READ TO THE END ONLY
      * TO TAKE THE JOURNAL POSITION THE COPY CORRESPONDS TO.
      *----------------------------------------------------------*
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           05  JR-RUN-DATE             PIC 9(08).
           05  JR-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(72).

      *----------------------------------------------------------*
      * MSTBKUP - THE BACKUP GENERATION, ONE MASTER IMAGE PER
      * KEY IN KEY ORDER.  RESTORED BY RELOADING IT UNDER THE
      * PRIMEMST DD AHEAD OF PRIMRCV.
      *----------------------------------------------------------*
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BACKUP-RECORD               PIC X(28).

      *----------------------------------------------------------*
      * BKUPCAT - BACKUP CATALOG, ONE RECORD PER IMAGE COPY,
      * KEYED BY THE COPY TIMESTAMP.  STATUS R = RETAINED, X =
      * EXPIRED BY JRNARC (THE JOURNAL BEHIND IT MAY ALREADY BE
      * ARCHIVED, SO IT IS NO LONGER A RECOVERY STARTING POINT).
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
      * SYSPRINT - IMAGE COPY REPORT.
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
           05  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
           05  WS-BACKUP-STATUS        PIC X(02) VALUE '00'.
           05  WS-CATALOG-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
           05  WS-JRNL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF             VALUE 'Y'.

      *----------------------------------------------------------*
      * WORKING FIELDS.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMIMG1'.

      *----------------------------------------------------------*
      * COPY CONTROL TOTALS AND JOURNAL POSITION.
      *----------------------------------------------------------*
       77  WS-RECORD-COUNT             PIC 9(09) VALUE ZERO.
       77  WS-PRIME-COUNT              PIC 9(09) VALUE ZERO.
       77  WS-HASH-TOTAL               PIC 9(15) VALUE ZERO.
       77  WS-JRNL-DATE                PIC 9(08) VALUE ZERO.
       77  WS-JRNL-TIME                PIC 9(08) VALUE ZERO.
       77  WS-JRNL-RECORDS             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------*
      * BACKUP KEY - COPY TIMESTAMP, THE RUNREG CONVENTION.
      *----------------------------------------------------------*
       01  WS-BACKUP-KEY-BUILD.
           05  WS-BACKUP-KEY-DATE      PIC 9(08).
           05  WS-BACKUP-KEY-TIME      PIC 9(08).
       01  WS-BACKUP-KEY REDEFINES WS-BACKUP-KEY-BUILD
                                       PIC 9(16).

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
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HH           PIC 9(02).
           05  WS-CURRENT-MN           PIC 9(02).
           05  WS-CURRENT-SS           PIC 9(02).
           05  WS-CURRENT-HS           PIC 9(02).
       01  WS-CURRENT-TIME-N REDEFINES WS-CURRENT-TIME
                                       PIC 9(08).
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
               'PRIMEMST IMAGE COPY'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-KEY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'BACKUP KEY'.
           05  KL-BACKUP-KEY           PIC 9(16).
           05  FILLER                  PIC X(06) VALUE '  JOB '.
           05  KL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-POSITION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'JOURNAL POSITION'.
           05  PL-JRNL-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  PL-JRNL-TIME            PIC 9(08).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SU-SUMMARY-TEXT         PIC X(30).
           05  SU-SUMMARY-VALUE        PIC Z(14)9.
           05  FILLER                  PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------*
      * 0000-MAINLINE
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-TAKE-JOURNAL-POSITION THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5900-READ-NEXT-MASTER THRU 5900-EXIT.
           PERFORM 5000-COPY-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-MASTER-EOF.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               DISPLAY 'PRIMIMG - IMAGE COPY INCOMPLETE - MSTBKUP '
                   'NOT CATALOGED, DO NOT KEEP THIS GENERATION'
               GO TO 0000-EXIT
           END-IF.

           PERFORM 6000-CATALOG-BACKUP THRU 6000-EXIT.
           PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE AND TIME (THE BACKUP KEY),
      * CONTROL CARD, OPEN THE FILES.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.
           MOVE WS-CURRENT-DATE-N TO WS-BACKUP-KEY-DATE.
           MOVE WS-CURRENT-TIME-N TO WS-BACKUP-KEY-TIME.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS EQUAL '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IC-JOB-ID NOT EQUAL SPACES
                           MOVE IC-JOB-ID TO WS-JOB-ID
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - UNABLE TO OPEN PRIMEMST - STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - UNABLE TO OPEN MSTBKUP - STATUS '
                   WS-BACKUP-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-TAKE-JOURNAL-POSITION - READ MSTJRNL TO THE END AND
      * KEEP THE TIMESTAMP OF ITS LAST RECORD AND ITS RECORD
      * COUNT.  NO JOURNAL YET (STATUS 35) IS POSITION ZERO -
      * EVERYTHING EVER JOURNALED WILL COME AFTER THIS COPY.
      *----------------------------------------------------------*
       2000-TAKE-JOURNAL-POSITION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS EQUAL '35'
               GO TO 2000-EXIT
           END-IF.
           IF WS-JRNL-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - UNABLE TO OPEN MSTJRNL - STATUS '
                   WS-JRNL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE JOURNAL-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-READ.
           IF WS-JRNL-EOF
               GO TO 2100-EXIT
           END-IF.
           IF WS-JRNL-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - MSTJRNL READ FAILED - STATUS '
                   WS-JRNL-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-JRNL-EOF-SWITCH
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-JRNL-RECORDS.
           MOVE JR-RUN-DATE TO WS-JRNL-DATE.
           MOVE JR-RUN-TIME TO WS-JRNL-TIME.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-COPY-ONE-RECORD - WRITE THE MASTER IMAGE TO THE
      * BACKUP AND ACCUMULATE THE CONTROL TOTALS.
      *----------------------------------------------------------*
       5000-COPY-ONE-RECORD.
           WRITE BACKUP-RECORD FROM MASTER-RECORD.
           IF WS-BACKUP-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - MSTBKUP WRITE FAILED - STATUS '
                   WS-BACKUP-STATUS ' AT KEY ' MASTER-NUMBER
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           ADD MASTER-NUMBER TO WS-HASH-TOTAL.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-PRIME-COUNT
           END-IF.
           PERFORM 5900-READ-NEXT-MASTER THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-NEXT-MASTER - SEQUENTIAL MASTER BROWSE WITH EOF
      * HANDLING.
      *----------------------------------------------------------*
       5900-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.
           IF NOT WS-MASTER-EOF
               IF WS-MASTER-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMIMG - PRIMEMST READ FAILED - STATUS '
                       WS-MASTER-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               END-IF
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-CATALOG-BACKUP - RECORD THE COMPLETED COPY ON
      * BKUPCAT, STATUS RETAINED.  THE CATALOG IS CREATED ON
      * FIRST USE THE SAME WAY XMITCTL IS.  A COPY THAT COULD NOT
      * BE CATALOGED IS STILL A GOOD BACKUP, BUT PRIMRCV CANNOT
      * USE IT UNTIL IT IS - RC 8 SO OPERATIONS LOOKS.
      *----------------------------------------------------------*
       6000-CATALOG-BACKUP.
           OPEN I-O CATALOG-FILE.
           IF WS-CATALOG-STATUS EQUAL '35'
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN I-O CATALOG-FILE
           END-IF.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - UNABLE TO OPEN BKUPCAT - STATUS '
                   WS-CATALOG-STATUS ' - BACKUP ' WS-BACKUP-KEY
                   ' NOT CATALOGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE WS-BACKUP-KEY TO BC-BACKUP-KEY.
           MOVE WS-JOB-ID TO BC-JOB-ID.
           MOVE WS-RECORD-COUNT TO BC-RECORD-COUNT.
           MOVE WS-PRIME-COUNT TO BC-PRIME-COUNT.
           MOVE WS-HASH-TOTAL TO BC-HASH-TOTAL.
           MOVE WS-JRNL-DATE TO BC-JRNL-DATE.
           MOVE WS-JRNL-TIME TO BC-JRNL-TIME.
           MOVE WS-JRNL-RECORDS TO BC-JRNL-RECORDS.
           MOVE 'R' TO BC-STATUS.
           MOVE ZERO TO BC-EXPIRED-DATE.
           WRITE CATALOG-RECORD
               INVALID KEY
                   REWRITE CATALOG-RECORD
           END-WRITE.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMIMG - BKUPCAT WRITE FAILED - STATUS '
                   WS-CATALOG-STATUS ' - BACKUP ' WS-BACKUP-KEY
                   ' NOT CATALOGED'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           CLOSE CATALOG-FILE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-SUMMARY - BACKUP KEY, JOURNAL POSITION AND
      * CONTROL TOTALS.
      *----------------------------------------------------------*
       6100-WRITE-SUMMARY.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           MOVE WS-BACKUP-KEY TO KL-BACKUP-KEY.
           MOVE WS-JOB-ID TO KL-JOB-ID.
           MOVE WS-KEY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE WS-JRNL-DATE TO PL-JRNL-DATE.
           MOVE WS-JRNL-TIME TO PL-JRNL-TIME.
           MOVE WS-POSITION-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'JOURNAL RECORDS AT COPY       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-JRNL-RECORDS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'MASTER RECORDS COPIED         '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RECORD-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'PRIME RECORDS COPIED          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-PRIME-COUNT TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'KEY HASH TOTAL                '
               TO SU-SUMMARY-TEXT.
           MOVE WS-HASH-TOTAL TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6100-EXIT.
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
               DISPLAY 'PRIMIMG - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMIMG' TO RPC-PROGRAM-ID.
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
           IF WS-MASTER-STATUS EQUAL '00' OR '10'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-BACKUP-STATUS EQUAL '00'
               CLOSE BACKUP-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

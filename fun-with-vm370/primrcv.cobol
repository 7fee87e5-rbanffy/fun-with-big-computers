      *                  ENDS THE RUN WITH RC 4, SINCE IT USUALLY
      *                  MEANS THE WRONG BACKUP GENERATION WAS
      *                  RESTORED.
      *   11/21/94  RH   EVERY RECORD WRITTEN OR REWRITTEN FROM AN
      *                  AFTER IMAGE IS RE-STAMPED METHOD 'J'
      *                  (REPLAY).  THE ORIGINATING JOB ID AND DATE
      *                  ON THE IMAGE ARE KEPT, SO A SUSPECT JOB CAN
      *                  STILL BE TRACED, AND THE METHOD IT HAD IS
      *                  KEPT IN THE ORIGINAL-METHOD BYTE.  AN IMAGE
      *                  JOURNALED BEFORE RECORDS WERE STAMPED TAKES
      *                  THE JOB ID AND DATE OF ITS JOURNAL RECORD.
      *   11/28/94  RH   THE RESTORED COPY IS NOW TIED TO THE BKUPCAT
      *                  BACKUP CATALOG WRITTEN BY PRIMIMG.  THE
      *                  CONTROL CARD MAY NAME THE BACKUP KEY; ZERO
      *                  TAKES THE LATEST RETAINED BACKUP.  BEFORE
      *                  ANYTHING IS REPLAYED THE MASTER IS BROWSED
      *                  AND ITS RECORD COUNT, PRIME COUNT AND KEY
      *                  HASH MUST AGREE WITH THE CATALOG ENTRY - A
      *                  DISAGREEMENT MEANS THE WRONG GENERATION WAS
      *                  RESTORED AND ENDS THE RUN RC 16 UNTOUCHED.
      *                  JOURNAL RECORDS AT OR BEFORE THE JOURNAL
      *                  POSITION CATALOGED WITH THE BACKUP ARE
      *                  ALREADY IN THE COPY AND ARE SKIPPED, SO THE
      *                  OPERATOR NO LONGER WORKS OUT WHERE THE
      *                  REPLAY STARTS.  AN EXPIRED BACKUP, OR A
      *                  CUTOFF BEFORE THE BACKUP'S JOURNAL
      *                  POSITION, IS REFUSED RC 16.
      *   12/05/94  RH   EVERY RUN NOW EMPTIES THE PRIMCNT COUNT
      *                  INDEX.  A RESTORED AND REPLAYED MASTER NO
      *                  LONGER MATCHES IT, AND THE NEXT PRIMLOD
      *                  REBUILDS IT IN FULL.  UNTIL THEN COUNT AND
      *                  NTH PRIME INQUIRIES ANSWER 'U' RATHER THAN
      *                  FROM THE OLD MASTER'S COUNTS.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               RECORD KEY IS MASTER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CATALOG-FILE   ASSIGN TO BKUPCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BACKUP-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT COUNT-INDEX-FILE ASSIGN TO PRIMCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-BLOCK-START
               FILE STATUS IS WS-PRIMCNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN CONTROL CARD - RECOVERY CUTOFF.  JOURNAL RECORDS
      * TIMESTAMPED AFTER THE CUTOFF ARE NOT REPLAYED.  A ZERO
      * CUTOFF DATE REPLAYS EVERYTHING.  THE BACKUP KEY NAMES THE
      * BKUPCAT ENTRY OF THE COPY RESTORED; ZERO OR BLANK TAKES
      * THE LATEST RETAINED BACKUP.
      *----------------------------------------------------------*
       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED
       01  CONTROL-RECORD.
           05  RV-CUTOFF-DATE          PIC 9(08).
           05  RV-CUTOFF-TIME          PIC 9(08).
           05  RV-BACKUP-KEY           PIC 9(16).
           05  FILLER                  PIC X(48).

      *----------------------------------------------------------*
      * MSTJRNL - PRIMEMST UPDATE JOURNAL WRITTEN BY THE RANGE

      *----------------------------------------------------------*
      * PRIMEMST - THE RESTORED BACKUP COPY BEING ROLLED FORWARD.
      * PROVENANCE METHOD S = SIEVE RANGE RUN, T = PRIMUTL
      * RELOAD, J = REPLAYED HERE.
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
      * BKUPCAT - BACKUP CATALOG WRITTEN BY PRIMIMG, ONE RECORD
      * PER IMAGE COPY KEYED BY THE COPY TIMESTAMP, WITH THE
      * COPY'S CONTROL TOTALS AND THE JOURNAL POSITION IT
      * REACHES.  STATUS R = RETAINED, X = EXPIRED BY JRNARC.
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
      * SYSPRINT - RECOVERY RUN REPORT.
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
      * PRIMCNT - CUMULATIVE PRIME COUNT INDEX OVER PRIMEMST, ONE
      * ENTRY PER 10,000-KEY BLOCK KEYED BY THE BLOCK'S FIRST
      * KEY, BUILT AND REFRESHED BY PRIMLOD.
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
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-JRNL-STATUS          PIC X(02) VALUE '00'.
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-CATALOG-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-PRIMCNT-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF             VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF           VALUE 'Y'.
           05  WS-CATALOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CATALOG-EOF          VALUE 'Y'.
           05  WS-BACKUP-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-BACKUP-FOUND         VALUE 'Y'.

      *----------------------------------------------------------*
      * CUTOFF AND COUNTERS.
       77  WS-REWRITES-APPLIED         PIC 9(09) VALUE ZERO.
       77  WS-DELETES-APPLIED          PIC 9(09) VALUE ZERO.
       77  WS-ANOMALIES                PIC 9(09) VALUE ZERO.
       77  WS-JRNL-SKIPPED             PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------*
      * THE BACKUP RESTORED - ITS CATALOG ENTRY AND THE TOTALS
      * OF THE MASTER ACTUALLY FOUND UNDER THE PRIMEMST DD.
      *----------------------------------------------------------*
       77  WS-REQUEST-BACKUP-KEY       PIC 9(16) VALUE ZERO.
       01  WS-BACKUP-ENTRY.
           05  WS-BK-BACKUP-KEY        PIC 9(16) VALUE ZERO.
           05  WS-BK-JOB-ID            PIC X(08) VALUE SPACES.
           05  WS-BK-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-BK-PRIME-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-BK-HASH-TOTAL        PIC 9(15) VALUE ZERO.
           05  WS-BK-JRNL-DATE         PIC 9(08) VALUE ZERO.
           05  WS-BK-JRNL-TIME         PIC 9(08) VALUE ZERO.
       77  WS-RESTORED-COUNT           PIC 9(09) VALUE ZERO.
       77  WS-RESTORED-PRIMES          PIC 9(09) VALUE ZERO.
       77  WS-RESTORED-HASH            PIC 9(15) VALUE ZERO.

      *----------------------------------------------------------*
      * REPORT PAGINATION CONTROLS.
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  CO-CUTOFF-TIME          PIC 9(08).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-BACKUP-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'RESTORED BACKUP   '.
           05  BL-BACKUP-KEY           PIC 9(16).
           05  FILLER                  PIC X(06) VALUE '  JOB '.
           05  BL-JOB-ID               PIC X(08).
           05  FILLER                  PIC X(24) VALUE
               '  JOURNAL STARTS AFTER  '.
           05  BL-JRNL-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  BL-JRNL-TIME            PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-VERIFY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  VL-ITEM                 PIC X(20).
           05  FILLER                  PIC X(09) VALUE ' CATALOG '.
           05  VL-CATALOG              PIC Z(14)9.
           05  FILLER                  PIC X(10) VALUE ' RESTORED '.
           05  VL-RESTORED             PIC Z(14)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-VERDICT              PIC X(08).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-ANOMALY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE
               GO TO 0000-EXIT
           END-IF.
           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           PERFORM 2000-SELECT-BACKUP THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2100-VERIFY-RESTORED-COPY THRU 2100-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               DISPLAY 'PRIMRCV - RESTORED PRIMEMST DOES NOT MATCH '
                   'BACKUP ' WS-BK-BACKUP-KEY ' - NOTHING REPLAYED'
               GO TO 0000-EXIT
           END-IF.
           MOVE WS-CUTOFF-DATE TO CO-CUTOFF-DATE.
           MOVE WS-CUTOFF-TIME TO CO-CUTOFF-TIME.
           MOVE WS-CUTOFF-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 5900-READ-JOURNAL THRU 5900-EXIT.
           PERFORM 5000-REPLAY-ONE-RECORD THRU 5000-EXIT
               UNTIL WS-JRNL-EOF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.

       0000-EXIT.
           PERFORM 3000-RESET-COUNT-INDEX THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, CUTOFF CARD AND OPEN THE
      * FILES.  THE MASTER MUST
      * ALREADY EXIST - STATUS 35 MEANS NO BACKUP WAS RESTORED
      * UNDER THE PRIMEMST DD, WHICH IS AN OPERATOR ERROR, NOT A
      * FILE TO CREATE.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
                               MOVE RV-CUTOFF-TIME TO WS-CUTOFF-TIME
                           END-IF
                       END-IF
                       IF RV-BACKUP-KEY IS NUMERIC
                           MOVE RV-BACKUP-KEY TO WS-REQUEST-BACKUP-KEY
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-SELECT-BACKUP - FIND THE BKUPCAT ENTRY OF THE COPY
      * RESTORED: THE ONE NAMED ON THE CARD, OR THE LATEST ONE
      * STILL RETAINED.  AN EXPIRED ENTRY IS NO STARTING POINT -
      * THE JOURNAL BEHIND IT MAY HAVE BEEN ARCHIVED - AND A
      * CUTOFF BEFORE THE BACKUP'S JOURNAL POSITION CANNOT BE
      * REACHED BY ROLLING FORWARD FROM IT.
      *----------------------------------------------------------*
       2000-SELECT-BACKUP.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMRCV - UNABLE TO OPEN BKUPCAT - STATUS '
                   WS-CATALOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF WS-REQUEST-BACKUP-KEY NOT EQUAL ZERO
               MOVE WS-REQUEST-BACKUP-KEY TO BC-BACKUP-KEY
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY 'PRIMRCV - BACKUP '
                           WS-REQUEST-BACKUP-KEY
                           ' IS NOT ON BKUPCAT'
                       MOVE 16 TO WS-RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 2020-KEEP-BACKUP-ENTRY THRU 2020-EXIT
               END-READ
           ELSE
               PERFORM 2010-READ-NEXT-CATALOG THRU 2010-EXIT
                   UNTIL WS-CATALOG-EOF
           END-IF.
           CLOSE CATALOG-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-BACKUP-FOUND
               DISPLAY 'PRIMRCV - NO RETAINED BACKUP ON BKUPCAT'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-BK-BACKUP-KEY TO BL-BACKUP-KEY.
           MOVE WS-BK-JOB-ID TO BL-JOB-ID.
           MOVE WS-BK-JRNL-DATE TO BL-JRNL-DATE.
           MOVE WS-BK-JRNL-TIME TO BL-JRNL-TIME.
           MOVE WS-BACKUP-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           IF WS-CUTOFF-DATE < WS-BK-JRNL-DATE
                   OR (WS-CUTOFF-DATE EQUAL WS-BK-JRNL-DATE
                       AND WS-CUTOFF-TIME < WS-BK-JRNL-TIME)
               DISPLAY 'PRIMRCV - CUTOFF ' WS-CUTOFF-DATE '/'
                   WS-CUTOFF-TIME ' IS BEFORE THE JOURNAL POSITION '
                   'OF BACKUP ' WS-BK-BACKUP-KEY
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2010-READ-NEXT-CATALOG.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
           END-READ.
           IF WS-CATALOG-EOF
               GO TO 2010-EXIT
           END-IF.
           IF WS-CATALOG-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMRCV - BKUPCAT READ FAILED - STATUS '
                   WS-CATALOG-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-CATALOG-EOF-SWITCH
               GO TO 2010-EXIT
           END-IF.
           IF BC-RETAINED
               PERFORM 2020-KEEP-BACKUP-ENTRY THRU 2020-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

       2020-KEEP-BACKUP-ENTRY.
           IF BC-EXPIRED
               DISPLAY 'PRIMRCV - BACKUP ' BC-BACKUP-KEY
                   ' EXPIRED ON ' BC-EXPIRED-DATE
                   ' - NOT A RECOVERY STARTING POINT'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2020-EXIT
           END-IF.
           MOVE BC-BACKUP-KEY TO WS-BK-BACKUP-KEY.
           MOVE BC-JOB-ID TO WS-BK-JOB-ID.
           MOVE BC-RECORD-COUNT TO WS-BK-RECORD-COUNT.
           MOVE BC-PRIME-COUNT TO WS-BK-PRIME-COUNT.
           MOVE BC-HASH-TOTAL TO WS-BK-HASH-TOTAL.
           MOVE BC-JRNL-DATE TO WS-BK-JRNL-DATE.
           MOVE BC-JRNL-TIME TO WS-BK-JRNL-TIME.
           MOVE 'Y' TO WS-BACKUP-FOUND-SWITCH.
       2020-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2100-VERIFY-RESTORED-COPY - BROWSE THE RESTORED MASTER
      * AND TIE ITS RECORD COUNT, PRIME COUNT AND KEY HASH TO THE
      * CATALOG ENTRY.  ANY DISAGREEMENT IS RC 16 BEFORE A SINGLE
      * JOURNAL RECORD IS APPLIED.
      *----------------------------------------------------------*
       2100-VERIFY-RESTORED-COPY.
           PERFORM 2110-READ-NEXT-MASTER THRU 2110-EXIT.
           PERFORM 2120-TOTAL-ONE-MASTER THRU 2120-EXIT
               UNTIL WS-MASTER-EOF.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE 'RECORD COUNT' TO VL-ITEM.
           MOVE WS-BK-RECORD-COUNT TO VL-CATALOG.
           MOVE WS-RESTORED-COUNT TO VL-RESTORED.
           IF WS-RESTORED-COUNT EQUAL WS-BK-RECORD-COUNT
               MOVE 'AGREES' TO VL-VERDICT
           ELSE
               MOVE 'DIFFERS' TO VL-VERDICT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-VERIFY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'PRIME COUNT' TO VL-ITEM.
           MOVE WS-BK-PRIME-COUNT TO VL-CATALOG.
           MOVE WS-RESTORED-PRIMES TO VL-RESTORED.
           IF WS-RESTORED-PRIMES EQUAL WS-BK-PRIME-COUNT
               MOVE 'AGREES' TO VL-VERDICT
           ELSE
               MOVE 'DIFFERS' TO VL-VERDICT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-VERIFY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'KEY HASH TOTAL' TO VL-ITEM.
           MOVE WS-BK-HASH-TOTAL TO VL-CATALOG.
           MOVE WS-RESTORED-HASH TO VL-RESTORED.
           IF WS-RESTORED-HASH EQUAL WS-BK-HASH-TOTAL
               MOVE 'AGREES' TO VL-VERDICT
           ELSE
               MOVE 'DIFFERS' TO VL-VERDICT
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-VERIFY-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.
           IF NOT WS-MASTER-EOF
               IF WS-MASTER-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMRCV - PRIMEMST READ FAILED - STATUS '
                       WS-MASTER-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       2120-TOTAL-ONE-MASTER.
           ADD 1 TO WS-RESTORED-COUNT.
           ADD MASTER-NUMBER TO WS-RESTORED-HASH.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-RESTORED-PRIMES
           END-IF.
           PERFORM 2110-READ-NEXT-MASTER THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 3000-RESET-COUNT-INDEX - THE MASTER UNDER THE DD IS A
      * RESTORED COPY, REPLAYED OR NOT, SO NO PRIMCNT ENTRY CAN
      * BE TRUSTED.  THE INDEX IS EMPTIED ON EVERY PATH OUT AND
      * THE NEXT PRIMLOD REBUILDS IT FROM THE MASTER.
      *----------------------------------------------------------*
       3000-RESET-COUNT-INDEX.
           OPEN OUTPUT COUNT-INDEX-FILE.
           IF WS-PRIMCNT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMRCV - UNABLE TO RESET PRIMCNT - STATUS '
                   WS-PRIMCNT-STATUS ' - DELETE IT BEFORE ANY '
                   'COUNT INQUIRY'
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF.
           CLOSE COUNT-INDEX-FILE.
           DISPLAY 'PRIMRCV - PRIMCNT COUNT INDEX EMPTIED - THE NEXT '
               'PRIMLOD REBUILDS IT'.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-REPLAY-ONE-RECORD - APPLY THE JOURNAL RECORD JUST
      * READ UNLESS IT IS PAST THE CUTOFF.  THE JOURNAL IS
      * APPENDED CHRONOLOGICALLY, SO THE FIRST RECORD PAST THE
      * CUTOFF ENDS THE REPLAY.  RECORDS AT OR BEFORE THE
      * BACKUP'S JOURNAL POSITION ARE ALREADY IN THE COPY.
      *----------------------------------------------------------*
       5000-REPLAY-ONE-RECORD.
           IF JR-RUN-DATE < WS-BK-JRNL-DATE
                   OR (JR-RUN-DATE EQUAL WS-BK-JRNL-DATE
                       AND JR-RUN-TIME NOT > WS-BK-JRNL-TIME)
               ADD 1 TO WS-JRNL-SKIPPED
               PERFORM 5900-READ-JOURNAL THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF JR-RUN-DATE > WS-CUTOFF-DATE
                   OR (JR-RUN-DATE EQUAL WS-CUTOFF-DATE
                       AND JR-RUN-TIME > WS-CUTOFF-TIME)
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5050-STAMP-REPLAY - MARK THE AFTER IMAGE AS REPLAYED.  THE
      * JOB AND DATE THAT ESTABLISHED THE KEY STAY ON IT.
      *----------------------------------------------------------*
       5050-STAMP-REPLAY.
           IF MASTER-PROV-JOB-ID EQUAL SPACES
               MOVE JR-JOB-ID TO MASTER-PROV-JOB-ID
               MOVE JR-RUN-DATE TO MASTER-PROV-DATE
               MOVE SPACE TO MASTER-PROV-ORIG-METHOD
           ELSE
               MOVE MASTER-PROV-METHOD TO MASTER-PROV-ORIG-METHOD
           END-IF.
           MOVE 'J' TO MASTER-PROV-METHOD.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-APPLY-WRITE - THE JOURNAL SAYS THE KEY WAS NEW.  AN
      * EXISTING KEY IS REWRITTEN ANYWAY - THE AFTER IMAGE IS
      *----------------------------------------------------------*
       5100-APPLY-WRITE.
           MOVE JR-AFTER-IMAGE TO MASTER-RECORD.
           PERFORM 5050-STAMP-REPLAY THRU 5050-EXIT.
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
      *----------------------------------------------------------*
       5200-APPLY-REWRITE.
           MOVE JR-AFTER-IMAGE TO MASTER-RECORD.
           PERFORM 5050-STAMP-REPLAY THRU 5050-EXIT.
           REWRITE MASTER-RECORD
               INVALID KEY
                   WRITE MASTER-RECORD
               TO SU-SUMMARY-TEXT.
           MOVE WS-JRNL-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'ALREADY IN THE BACKUP COPY    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-JRNL-SKIPPED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'RECORDS REPLAYED              '
               TO SU-SUMMARY-TEXT.
           MOVE WS-JRNL-APPLIED TO SU-SUMMARY-VALUE.
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
               DISPLAY 'PRIMRCV - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMRCV' TO RPC-PROGRAM-ID.
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
           IF WS-JRNL-STATUS EQUAL '00' OR '10'
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-MASTER-STATUS EQUAL '00' OR '10'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMREQ.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/02/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/02/95  RH   ORIGINAL PROGRAM - REQMAST REQUESTOR
      *                  MASTER MAINTENANCE.  ONE TRANSACTION CARD
      *                  PER CHANGE ON SYSIN - A ADDS A REFERENCE
      *                  WITH ITS DEPARTMENT NAME, COST CENTRE AND
      *                  CONTACT, C CHANGES ANY OF THOSE (A BLANK
      *                  FIELD IS LEFT AS IT IS), S SUSPENDS A
      *                  REFERENCE AND R REINSTATES A SUSPENDED
      *                  ONE.  EVERY CARD IS LISTED ON THE SYSPRINT
      *                  CHANGE REPORT WITH THE BEFORE AND AFTER
      *                  IMAGES OF THE ENTRY, OR WITH THE REASON
      *                  IT WAS REJECTED.  A REJECTED CARD ENDS
      *                  THE RUN RC 4 AND THE REST OF THE DECK IS
      *                  STILL APPLIED; RC 16 MEANS A FILE FAILED.
      *                  REQMAST IS CREATED ON FIRST USE.  EVERY
      *                  RUN APPENDS A STEP RECORD (STEP CODE M)
      *                  TO AUDITLOG.
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
           SELECT TRANSACTION-FILE ASSIGN TO SYSIN
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REFERENCE
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * SYSIN - MAINTENANCE TRANSACTION CARDS.  ACTION A = ADD,
      * C = CHANGE, S = SUSPEND, R = REINSTATE.
      *----------------------------------------------------------*
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  RT-ACTION               PIC X(01).
               88  RT-ACTION-ADD           VALUE 'A'.
               88  RT-ACTION-CHANGE        VALUE 'C'.
               88  RT-ACTION-SUSPEND       VALUE 'S'.
               88  RT-ACTION-REINSTATE     VALUE 'R'.
           05  RT-REFERENCE            PIC X(16).
           05  RT-DEPT-NAME            PIC X(30).
           05  RT-COST-CENTRE          PIC X(08).
           05  RT-CONTACT              PIC X(24).
           05  FILLER                  PIC X(01).

      *----------------------------------------------------------*
      * SYSPRINT - CHANGE REPORT.
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
      * REQMAST - REQUESTOR MASTER, KEYED BY THE 16-BYTE
      * REFERENCE THE DEPARTMENTS PUNCH ON THEIR INQREQ CARDS.
      * STATUS A = ACTIVE, S = SUSPENDED.  THE LAST CHANGE DATE
      * AND JOB ARE STAMPED BY EVERY ADD, CHANGE, SUSPEND AND
      * REINSTATE.
      *----------------------------------------------------------*
       FD  REQ-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  REQ-MASTER-RECORD.
           05  RM-REFERENCE            PIC X(16).
           05  RM-DEPT-NAME            PIC X(30).
           05  RM-COST-CENTRE          PIC X(08).
           05  RM-CONTACT              PIC X(24).
           05  RM-STATUS               PIC X(01).
               88  RM-ACTIVE               VALUE 'A'.
               88  RM-SUSPENDED            VALUE 'S'.
           05  RM-LAST-CHANGE-DATE     PIC 9(08).
           05  RM-LAST-CHANGE-JOB      PIC X(08).
           05  FILLER                  PIC X(05).

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
           05  WS-TRANS-STATUS         PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-REQMAST-STATUS       PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRANS-EOF            VALUE 'Y'.
           05  WS-TRANS-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-TRANS-OPEN           VALUE 'Y'.
           05  WS-REQMAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-REQMAST-OPEN         VALUE 'Y'.
           05  WS-REQ-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REQ-FOUND            VALUE 'Y'.

      *----------------------------------------------------------*
      * WORK FIELDS.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMREQ1'.
       77  WS-IMAGE-LABEL              PIC X(08) VALUE SPACES.

      *----------------------------------------------------------*
      * RECORD COUNTERS.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-ADDED        PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-CHANGED      PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-SUSPENDED    PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-REINSTATED   PIC 9(07) VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(07) VALUE ZERO.

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
               'REQUESTOR MASTER CHANGE REPORT'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               'ACTION     '.
           05  FILLER                  PIC X(18) VALUE
               'REFERENCE         '.
           05  FILLER                  PIC X(31) VALUE
               'DEPARTMENT'.
           05  FILLER                  PIC X(09) VALUE
               'COST CTR '.
           05  FILLER                  PIC X(25) VALUE
               'CONTACT'.
           05  FILLER                  PIC X(06) VALUE
               'STATUS'.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TRANSACTION-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  TR-ACTION-TEXT          PIC X(11).
           05  TR-REFERENCE            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TR-OUTCOME              PIC X(11).
           05  TR-REASON-TEXT          PIC X(45).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  IM-LABEL                PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  IM-DEPT-NAME            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-COST-CENTRE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-CONTACT              PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-STATUS               PIC X(01).
           05  FILLER                  PIC X(28) VALUE SPACES.

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
           PERFORM 5000-APPLY-ONE-TRANSACTION THRU 5000-EXIT
               UNTIL WS-TRANS-EOF.
           PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT.
           IF WS-CARDS-REJECTED > ZERO
                   AND WS-RETURN-CODE EQUAL ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8900-WRITE-AUDIT-RECORD THRU 8900-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE, SYSPRINT, THE TRANSACTION
      * DECK AND REQMAST.  REQMAST IS CREATED WHEN IT DOES NOT
      * EXIST YET, THE SAME WAY THE PRIMEMST RELOAD DOES, SO THE
      * FIRST DECK OF ADDS BUILDS IT.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANS-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - UNABLE TO OPEN SYSIN - STATUS '
                   WS-TRANS-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-TRANS-OPEN-SWITCH.

           OPEN I-O REQ-MASTER-FILE.
           IF WS-REQMAST-STATUS EQUAL '35'
               OPEN OUTPUT REQ-MASTER-FILE
               CLOSE REQ-MASTER-FILE
               OPEN I-O REQ-MASTER-FILE
           END-IF.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - UNABLE TO OPEN REQMAST - STATUS '
                   WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REQMAST-OPEN-SWITCH.

           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           PERFORM 5910-READ-TRANSACTION THRU 5910-EXIT.
           IF WS-TRANS-EOF
               DISPLAY 'PRIMREQ - NO TRANSACTION CARDS ON SYSIN'
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-APPLY-ONE-TRANSACTION - LOOK THE CARD'S REFERENCE UP
      * ON REQMAST AND HAND THE CARD TO ITS ACTION.  A BLANK
      * REFERENCE OR AN UNKNOWN ACTION CODE IS REJECTED HERE.
      *----------------------------------------------------------*
       5000-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE RT-REFERENCE TO TR-REFERENCE.
           EVALUATE TRUE
               WHEN RT-ACTION-ADD
                   MOVE 'ADD        ' TO TR-ACTION-TEXT
               WHEN RT-ACTION-CHANGE
                   MOVE 'CHANGE     ' TO TR-ACTION-TEXT
               WHEN RT-ACTION-SUSPEND
                   MOVE 'SUSPEND    ' TO TR-ACTION-TEXT
               WHEN RT-ACTION-REINSTATE
                   MOVE 'REINSTATE  ' TO TR-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO TR-ACTION-TEXT
                   MOVE RT-ACTION TO TR-ACTION-TEXT (1:1)
                   MOVE 'ACTION CODE IS NOT A, C, S OR R'
                       TO TR-REASON-TEXT
                   PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
                   GO TO 5000-NEXT
           END-EVALUATE.
           IF RT-REFERENCE EQUAL SPACES
               MOVE 'NO REQUESTOR REFERENCE ON THE CARD'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5000-NEXT
           END-IF.
           PERFORM 5900-READ-REQ-MASTER THRU 5900-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RT-ACTION-ADD
                   PERFORM 5100-ADD-REQUESTOR THRU 5100-EXIT
               WHEN RT-ACTION-CHANGE
                   PERFORM 5200-CHANGE-REQUESTOR THRU 5200-EXIT
               WHEN RT-ACTION-SUSPEND
                   PERFORM 5300-SUSPEND-REQUESTOR THRU 5300-EXIT
               WHEN RT-ACTION-REINSTATE
                   PERFORM 5400-REINSTATE-REQUESTOR THRU 5400-EXIT
           END-EVALUATE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.

       5000-NEXT.
           PERFORM 5910-READ-TRANSACTION THRU 5910-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-ADD-REQUESTOR - A NEW REFERENCE NEEDS A DEPARTMENT
      * AND A COST CENTRE TO BILL; THE CONTACT MAY FOLLOW ON A
      * CHANGE CARD.  A NEW ENTRY IS ALWAYS ACTIVE.
      *----------------------------------------------------------*
       5100-ADD-REQUESTOR.
           IF WS-REQ-FOUND
               MOVE 'REFERENCE IS ALREADY ON REQMAST'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF RT-DEPT-NAME EQUAL SPACES
                   OR RT-COST-CENTRE EQUAL SPACES
               MOVE 'ADD NEEDS A DEPARTMENT NAME AND A COST CENTRE'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO REQ-MASTER-RECORD.
           MOVE RT-REFERENCE TO RM-REFERENCE.
           MOVE RT-DEPT-NAME TO RM-DEPT-NAME.
           MOVE RT-COST-CENTRE TO RM-COST-CENTRE.
           MOVE RT-CONTACT TO RM-CONTACT.
           MOVE 'A' TO RM-STATUS.
           MOVE WS-CURRENT-DATE TO RM-LAST-CHANGE-DATE.
           MOVE WS-JOB-ID TO RM-LAST-CHANGE-JOB.
           WRITE REQ-MASTER-RECORD.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - REQMAST WRITE FAILED FOR '
                   RM-REFERENCE ' - STATUS ' WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-ADDED.
           MOVE 'ADDED' TO TR-OUTCOME.
           MOVE SPACES TO TR-REASON-TEXT.
           PERFORM 7000-REPORT-TRANSACTION THRU 7000-EXIT.
           MOVE 'AFTER   ' TO WS-IMAGE-LABEL.
           PERFORM 7100-REPORT-IMAGE THRU 7100-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5200-CHANGE-REQUESTOR - REPLACE EVERY NON-BLANK FIELD OF
      * THE CARD ON THE ENTRY.  THE STATUS IS ONLY EVER CHANGED
      * BY A SUSPEND OR REINSTATE CARD.
      *----------------------------------------------------------*
       5200-CHANGE-REQUESTOR.
           IF NOT WS-REQ-FOUND
               MOVE 'REFERENCE IS NOT ON REQMAST'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5200-EXIT
           END-IF.
           IF RT-DEPT-NAME EQUAL SPACES
                   AND RT-COST-CENTRE EQUAL SPACES
                   AND RT-CONTACT EQUAL SPACES
               MOVE 'CHANGE CARD CARRIES NO NEW VALUES'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE 'CHANGED' TO TR-OUTCOME.
           MOVE SPACES TO TR-REASON-TEXT.
           PERFORM 7000-REPORT-TRANSACTION THRU 7000-EXIT.
           MOVE 'BEFORE  ' TO WS-IMAGE-LABEL.
           PERFORM 7100-REPORT-IMAGE THRU 7100-EXIT.
           IF RT-DEPT-NAME NOT EQUAL SPACES
               MOVE RT-DEPT-NAME TO RM-DEPT-NAME
           END-IF.
           IF RT-COST-CENTRE NOT EQUAL SPACES
               MOVE RT-COST-CENTRE TO RM-COST-CENTRE
           END-IF.
           IF RT-CONTACT NOT EQUAL SPACES
               MOVE RT-CONTACT TO RM-CONTACT
           END-IF.
           PERFORM 5500-REWRITE-REQ-MASTER THRU 5500-EXIT.
           IF WS-RETURN-CODE EQUAL ZERO
               ADD 1 TO WS-ENTRIES-CHANGED
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5300-SUSPEND-REQUESTOR - A SUSPENDED REFERENCE STAYS ON
      * THE MASTER SO ITS PAST TRAFFIC STILL BILLS, BUT THE
      * INQREQ EDIT RETURNS ITS NEW CARDS.
      *----------------------------------------------------------*
       5300-SUSPEND-REQUESTOR.
           IF NOT WS-REQ-FOUND
               MOVE 'REFERENCE IS NOT ON REQMAST'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF RM-SUSPENDED
               MOVE 'REFERENCE IS ALREADY SUSPENDED'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE 'SUSPENDED' TO TR-OUTCOME.
           MOVE SPACES TO TR-REASON-TEXT.
           PERFORM 7000-REPORT-TRANSACTION THRU 7000-EXIT.
           MOVE 'BEFORE  ' TO WS-IMAGE-LABEL.
           PERFORM 7100-REPORT-IMAGE THRU 7100-EXIT.
           MOVE 'S' TO RM-STATUS.
           PERFORM 5500-REWRITE-REQ-MASTER THRU 5500-EXIT.
           IF WS-RETURN-CODE EQUAL ZERO
               ADD 1 TO WS-ENTRIES-SUSPENDED
           END-IF.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5400-REINSTATE-REQUESTOR - RETURN A SUSPENDED REFERENCE
      * TO ACTIVE.
      *----------------------------------------------------------*
       5400-REINSTATE-REQUESTOR.
           IF NOT WS-REQ-FOUND
               MOVE 'REFERENCE IS NOT ON REQMAST'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5400-EXIT
           END-IF.
           IF NOT RM-SUSPENDED
               MOVE 'REFERENCE IS NOT SUSPENDED'
                   TO TR-REASON-TEXT
               PERFORM 7300-REJECT-TRANSACTION THRU 7300-EXIT
               GO TO 5400-EXIT
           END-IF.
           MOVE 'REINSTATED' TO TR-OUTCOME.
           MOVE SPACES TO TR-REASON-TEXT.
           PERFORM 7000-REPORT-TRANSACTION THRU 7000-EXIT.
           MOVE 'BEFORE  ' TO WS-IMAGE-LABEL.
           PERFORM 7100-REPORT-IMAGE THRU 7100-EXIT.
           MOVE 'A' TO RM-STATUS.
           PERFORM 5500-REWRITE-REQ-MASTER THRU 5500-EXIT.
           IF WS-RETURN-CODE EQUAL ZERO
               ADD 1 TO WS-ENTRIES-REINSTATED
           END-IF.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5500-REWRITE-REQ-MASTER - STAMP AND REWRITE THE ENTRY
      * JUST CHANGED AND LIST ITS AFTER IMAGE.
      *----------------------------------------------------------*
       5500-REWRITE-REQ-MASTER.
           MOVE WS-CURRENT-DATE TO RM-LAST-CHANGE-DATE.
           MOVE WS-JOB-ID TO RM-LAST-CHANGE-JOB.
           REWRITE REQ-MASTER-RECORD.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - REQMAST REWRITE FAILED FOR '
                   RM-REFERENCE ' - STATUS ' WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5500-EXIT
           END-IF.
           MOVE 'AFTER   ' TO WS-IMAGE-LABEL.
           PERFORM 7100-REPORT-IMAGE THRU 7100-EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-REQ-MASTER - KEYED READ FOR THE CARD'S
      * REFERENCE.  NOT FOUND IS NORMAL; ANY OTHER FAILURE STOPS
      * THE RUN RC 16.
      *----------------------------------------------------------*
       5900-READ-REQ-MASTER.
           MOVE 'N' TO WS-REQ-FOUND-SWITCH.
           MOVE RT-REFERENCE TO RM-REFERENCE.
           READ REQ-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQ-FOUND-SWITCH
           END-READ.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
                   AND WS-REQMAST-STATUS NOT EQUAL '23'
               DISPLAY 'PRIMREQ - REQMAST READ FAILED FOR '
                   RT-REFERENCE ' - STATUS ' WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5910-READ-TRANSACTION - COMMON SYSIN READ WITH EOF AND
      * STATUS HANDLING.
      *----------------------------------------------------------*
       5910-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF-SWITCH
           END-READ.
           IF NOT WS-TRANS-EOF
               IF WS-TRANS-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMREQ - SYSIN READ FAILED - STATUS '
                       WS-TRANS-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-TRANS-EOF-SWITCH
               END-IF
           END-IF.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-SUMMARY - COUNTS BY OUTCOME.
      *----------------------------------------------------------*
       6100-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'TRANSACTION CARDS READ        '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REQUESTORS ADDED              '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ENTRIES-ADDED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REQUESTORS CHANGED            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ENTRIES-CHANGED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REQUESTORS SUSPENDED          '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ENTRIES-SUSPENDED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'REQUESTORS REINSTATED         '
               TO SU-SUMMARY-TEXT.
           MOVE WS-ENTRIES-REINSTATED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'CARDS REJECTED                '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-REJECTED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-REPORT-TRANSACTION - ACTION, REFERENCE AND OUTCOME.
      *----------------------------------------------------------*
       7000-REPORT-TRANSACTION.
           MOVE WS-TRANSACTION-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7100-REPORT-IMAGE - THE ENTRY AS IT STANDS NOW, UNDER
      * THE LABEL IN WS-IMAGE-LABEL.
      *----------------------------------------------------------*
       7100-REPORT-IMAGE.
           MOVE WS-IMAGE-LABEL TO IM-LABEL.
           MOVE RM-DEPT-NAME TO IM-DEPT-NAME.
           MOVE RM-COST-CENTRE TO IM-COST-CENTRE.
           MOVE RM-CONTACT TO IM-CONTACT.
           MOVE RM-STATUS TO IM-STATUS.
           MOVE WS-IMAGE-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7300-REJECT-TRANSACTION - COUNT AND LIST A CARD THAT WAS
      * NOT APPLIED.  THE REASON IS ALREADY IN TR-REASON-TEXT.
      *----------------------------------------------------------*
       7300-REJECT-TRANSACTION.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE 'REJECTED - ' TO TR-OUTCOME.
           PERFORM 7000-REPORT-TRANSACTION THRU 7000-EXIT.
       7300-EXIT.
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
      * 8100-WRITE-PAGE-HEADERS - TITLE AND COLUMN HEADINGS AT
      * THE TOP OF EVERY PAGE.
      *----------------------------------------------------------*
       8100-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO TL-PAGE-NUMBER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING NEW-PAGE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 2 TO WS-LINE-COUNT.
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
      * AUDITLOG THE SAME WAY THE PRIMES RUN DOES.  A FAILURE
      * HERE ONLY WARNS - THE MAINTENANCE ITSELF IS ALREADY OVER.
      * THE STEP WORKS ON THE REQUESTOR MASTER RATHER THAN ON A
      * PRIMES GENERATION, SO THE GENERATION FIELDS ARE BLANK.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMREQ - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'M' TO AUD-RUN-MODE.
           MOVE WS-CARDS-READ TO AUD-STEP-RECORDS-IN.
           COMPUTE AUD-STEP-RECORDS-OUT = WS-ENTRIES-ADDED
               + WS-ENTRIES-CHANGED + WS-ENTRIES-SUSPENDED
               + WS-ENTRIES-REINSTATED.
           MOVE WS-CARDS-REJECTED TO AUD-STEP-EXCEPTIONS.
           MOVE SPACES TO AUD-STEP-GEN-JOB-ID.
           MOVE ZERO TO AUD-STEP-GEN-DATE.
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
               DISPLAY 'PRIMREQ - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMREQ' TO RPC-PROGRAM-ID.
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
           IF WS-TRANS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
           IF WS-REQMAST-OPEN
               CLOSE REQ-MASTER-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *                  OTHERS BUCKET AND THE RUN ENDS RC 8 SO
      *                  SOMEBODY WIDENS THE TABLE BEFORE THE
      *                  BILLS GO OUT.
      *   01/02/95  RH   REQUESTS ARE NOW BILLED TO THE COST CENTRE
      *                  OF THEIR REFERENCE ON THE REQMAST REQUESTOR
      *                  MASTER INSTEAD OF TO THE RAW REFERENCE TEXT,
      *                  SO ONE DEPARTMENT'S REFERENCES ROLL UP
      *                  TOGETHER AND A MISPUNCHED REFERENCE NO
      *                  LONGER OPENS A BILL OF ITS OWN.  THE MODE
      *                  'I' AUDIT RECORDS ARE LOOKED UP BY JOB ID
      *                  THE SAME WAY, SO THE ONLINE TRAFFIC BILLS
      *                  ONCE 'CICSPINQ' IS REGISTERED.  A SUSPENDED
      *                  REFERENCE STILL BILLS.  TRAFFIC WHOSE
      *                  REFERENCE IS NOT ON REQMAST IS PRICED INTO
      *                  AN UNREGISTERED LINE THAT IS NOT EXTRACTED,
      *                  THE REFERENCES ARE LISTED UNDER THE
      *                  STATEMENT AND THE RUN ENDS RC 4.  BILLOUT
      *                  CARRIES THE COST CENTRE IN THE FIRST EIGHT
      *                  BYTES OF THE OLD REFERENCE FIELD.  NO
      *                  REQMAST STOPS THE RUN.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REFERENCE
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT BILLING-FILE   ASSIGN TO BILLOUT
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
           05  AUD-BATCH-UNKNOWN       PIC 9(07).
           05  FILLER                  PIC X(04).

      *----------------------------------------------------------*
      * REQMAST - REQUESTOR MASTER MAINTAINED BY PRIMREQ.  GIVES
      * THE COST CENTRE AND DEPARTMENT OF EACH REFERENCE.
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
      * BILLOUT - MACHINE-READABLE BILLING EXTRACT FOR THE
      * ACCOUNTING SYSTEM, ONE RECORD PER COST CENTRE, AMOUNT IN
      * CENTS.
      *----------------------------------------------------------*
       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BILLING-RECORD.
           05  BO-COST-CENTRE          PIC X(08).
           05  FILLER                  PIC X(08).
           05  BO-PERIOD-FROM          PIC 9(08).
           05  BO-PERIOD-TO            PIC 9(08).
           05  BO-REQUESTS             PIC 9(09).
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
           05  WS-RATE-STATUS          PIC X(02) VALUE '00'.
           05  WS-INQANS-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           05  WS-REQMAST-STATUS       PIC X(02) VALUE '00'.
           05  WS-BILLING-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
               88  WS-INQANS-EOF           VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF            VALUE 'Y'.
           05  WS-REQMAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-REQMAST-OPEN         VALUE 'Y'.

      *----------------------------------------------------------*
      * PERIOD, RATES AND RUN TOTALS.  MONEY IS CARRIED IN CENTS.
       77  WS-TOTAL-REQUESTS           PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-AMOUNT             PIC 9(11) VALUE ZERO.
       77  WS-REQUESTORS-BILLED        PIC 9(03) VALUE ZERO.
       77  WS-UNREG-AMOUNT             PIC 9(11) VALUE ZERO.

      *----------------------------------------------------------*
      * COST CENTRE ROLL-UP TABLE.  OVERFLOW PAST 100 DISTINCT
      * COST CENTRES IS LUMPED INTO AN OTHERS BUCKET AND FLAGGED
      * RC 8 - THE AUDRPT JOB TABLE PATTERN, WIDENED.  AN ENTRY
      * CARRIES THE DEPARTMENT NAME OF THE FIRST REFERENCE SEEN
      * FOR ITS COST CENTRE.
      *----------------------------------------------------------*
       77  WS-REQ-USED                 PIC 9(03) VALUE ZERO.
       77  WS-REQ-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-REQ-MAX                  PIC 9(03) VALUE 100.
       01  WS-WORK-REFERENCE           PIC X(16) VALUE SPACES.
       01  WS-WORK-RESULT              PIC X(01) VALUE SPACE.
       01  WS-WORK-COST-CENTRE         PIC X(08) VALUE SPACES.
       01  WS-WORK-DEPT-NAME           PIC X(30) VALUE SPACES.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 100 TIMES INDEXED BY RQ-IDX.
               10  WS-REQ-COST-CENTRE  PIC X(08).
               10  WS-REQ-DEPT-NAME    PIC X(30).
               10  WS-REQ-REQUESTS     PIC 9(09).
               10  WS-REQ-ANSWERED     PIC 9(09).
               10  WS-REQ-UNKNOWN      PIC 9(09).
           05  WS-OTH-ANSWERED         PIC 9(09) VALUE ZERO.
           05  WS-OTH-UNKNOWN          PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------*
      * UNREGISTERED TRAFFIC - REFERENCES NOT ON REQMAST.  ONE
      * BUCKET FOR THE STATEMENT AND A LIST OF THE FIRST 100
      * DISTINCT REFERENCES SO THEY CAN BE REGISTERED; ANY MORE
      * ARE ONLY COUNTED.
      *----------------------------------------------------------*
       01  WS-UNREG-BUCKET.
           05  WS-UNR-REQUESTS         PIC 9(09) VALUE ZERO.
           05  WS-UNR-ANSWERED         PIC 9(09) VALUE ZERO.
           05  WS-UNR-UNKNOWN          PIC 9(09) VALUE ZERO.
       77  WS-UNR-USED                 PIC 9(03) VALUE ZERO.
       77  WS-UNR-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-UNR-MAX                  PIC 9(03) VALUE 100.
       77  WS-UNR-NOT-LISTED           PIC 9(09) VALUE ZERO.
       01  WS-UNR-TABLE.
           05  WS-UNR-ENTRY OCCURS 100 TIMES INDEXED BY UR-IDX.
               10  WS-UNR-REFERENCE    PIC X(16).
               10  WS-UNR-REF-REQUESTS PIC 9(09).

      *----------------------------------------------------------*
      * REPORT PAGINATION CONTROLS.
      *----------------------------------------------------------*
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'COST CENTRE       '.
           05  FILLER                  PIC X(10) VALUE
               'REQUESTS  '.
           05  FILLER                  PIC X(10) VALUE
               'UNKNOWN   '.
           05  FILLER                  PIC X(13) VALUE
               '   AMOUNT DUE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE
               'DEPARTMENT'.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-STATEMENT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  ST-COST-CENTRE          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ST-REQUESTS             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ST-UNKNOWN              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ST-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ST-DEPT-NAME            PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-UNREG-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'REFERENCES NOT ON REQMAST - NOT BILLED'.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-UNREG-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  UL-REFERENCE            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UL-REQUESTS             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * 1000-INITIALIZE - RUN DATE, PERIOD CARD, RATE CARD, OPEN
      * THE FILES, CLEAR THE ROLL-UP TABLE AND PRIME THE READS.
      * A MISSING OR ZERO RATE CARD STOPS THE RUN - A STATEMENT
      * PRICED AT NOTHING HELPS NOBODY.  SO DOES A MISSING
      * REQMAST - WITHOUT IT NO REQUEST HAS A COST CENTRE.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT REQ-MASTER-FILE.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMBIL - UNABLE TO OPEN REQMAST - STATUS '
                   WS-REQMAST-STATUS ' - BILLING RUN STOPPED'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REQMAST-OPEN-SWITCH.

           PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
               VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-REQ-MAX.
           EXIT.

       1100-CLEAR-ONE-ENTRY.
           MOVE SPACES TO WS-REQ-COST-CENTRE (RQ-IDX).
           MOVE SPACES TO WS-REQ-DEPT-NAME (RQ-IDX).
           MOVE ZERO TO WS-REQ-REQUESTS (RQ-IDX).
           MOVE ZERO TO WS-REQ-ANSWERED (RQ-IDX).
           MOVE ZERO TO WS-REQ-UNKNOWN (RQ-IDX).

      *----------------------------------------------------------*
      * 5000-TALLY-ONE-ANSWER - ROLL THE INQANS RECORD JUST READ
      * INTO ITS COST CENTRE'S TABLE ENTRY.
      *----------------------------------------------------------*
       5000-TALLY-ONE-ANSWER.
           MOVE IA-REFERENCE TO WS-WORK-REFERENCE.
               MOVE 'UNREFERENCED    ' TO WS-WORK-REFERENCE
           END-IF.
           MOVE IA-RESULT TO WS-WORK-RESULT.
           PERFORM 5050-FIND-COST-CENTRE THRU 5050-EXIT.
           PERFORM 5100-POST-ONE-REQUEST THRU 5100-EXIT.
           PERFORM 5910-READ-INQANS THRU 5910-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5050-FIND-COST-CENTRE - LOOK WS-WORK-REFERENCE UP ON
      * REQMAST.  NOT FOUND LEAVES THE COST CENTRE BLANK AND THE
      * REQUEST GOES TO THE UNREGISTERED BUCKET.  A SUSPENDED
      * REFERENCE STILL BILLS - ITS TRAFFIC WAS TAKEN BEFORE THE
      * SUSPENSION.  ANY OTHER READ FAILURE ENDS THE ROLL-UP
      * WITH RC 16.
      *----------------------------------------------------------*
       5050-FIND-COST-CENTRE.
           MOVE SPACES TO WS-WORK-COST-CENTRE.
           MOVE SPACES TO WS-WORK-DEPT-NAME.
           MOVE WS-WORK-REFERENCE TO RM-REFERENCE.
           READ REQ-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RM-COST-CENTRE TO WS-WORK-COST-CENTRE
                   MOVE RM-DEPT-NAME TO WS-WORK-DEPT-NAME
           END-READ.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
                   AND WS-REQMAST-STATUS NOT EQUAL '23'
               DISPLAY 'PRIMBIL - REQMAST READ FAILED FOR '
                   WS-WORK-REFERENCE ' - STATUS ' WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-INQANS-EOF-SWITCH
               MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-IF.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-POST-ONE-REQUEST - FIND OR ADD THE TABLE ENTRY FOR
      * WS-WORK-COST-CENTRE AND COUNT WS-WORK-RESULT AGAINST IT.
      * A REQUEST WITH NO COST CENTRE IS UNREGISTERED.
      *----------------------------------------------------------*
       5100-POST-ONE-REQUEST.
           ADD 1 TO WS-TOTAL-REQUESTS.
           IF WS-WORK-COST-CENTRE EQUAL SPACES
               PERFORM 5200-POST-UNREGISTERED THRU 5200-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE ZERO TO WS-REQ-SUB.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > WS-REQ-USED
                   OR WS-REQ-SUB > ZERO
               IF WS-REQ-COST-CENTRE (RQ-IDX)
                       EQUAL WS-WORK-COST-CENTRE
                   SET WS-REQ-SUB TO RQ-IDX
               END-IF
           END-PERFORM.
               IF WS-REQ-USED < WS-REQ-MAX
                   ADD 1 TO WS-REQ-USED
                   MOVE WS-REQ-USED TO WS-REQ-SUB
                   MOVE WS-WORK-COST-CENTRE
                       TO WS-REQ-COST-CENTRE (WS-REQ-SUB)
                   MOVE WS-WORK-DEPT-NAME
                       TO WS-REQ-DEPT-NAME (WS-REQ-SUB)
               ELSE
                   ADD 1 TO WS-OTH-REQUESTS
                   IF WS-WORK-RESULT EQUAL 'U'
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5200-POST-UNREGISTERED - COUNT THE REQUEST IN THE
      * UNREGISTERED BUCKET AND AGAINST ITS REFERENCE IN THE
      * LIST PRINTED UNDER THE STATEMENT.
      *----------------------------------------------------------*
       5200-POST-UNREGISTERED.
           ADD 1 TO WS-UNR-REQUESTS.
           IF WS-WORK-RESULT EQUAL 'U'
               ADD 1 TO WS-UNR-UNKNOWN
           ELSE
               ADD 1 TO WS-UNR-ANSWERED
           END-IF.
           MOVE ZERO TO WS-UNR-SUB.
           PERFORM 5210-FIND-UNREGISTERED THRU 5210-EXIT
               VARYING UR-IDX FROM 1 BY 1
               UNTIL UR-IDX > WS-UNR-USED
               OR WS-UNR-SUB > ZERO.
           IF WS-UNR-SUB EQUAL ZERO
               IF WS-UNR-USED < WS-UNR-MAX
                   ADD 1 TO WS-UNR-USED
                   MOVE WS-UNR-USED TO WS-UNR-SUB
                   MOVE WS-WORK-REFERENCE
                       TO WS-UNR-REFERENCE (WS-UNR-SUB)
                   MOVE ZERO TO WS-UNR-REF-REQUESTS (WS-UNR-SUB)
               ELSE
                   ADD 1 TO WS-UNR-NOT-LISTED
                   GO TO 5200-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-UNR-REF-REQUESTS (WS-UNR-SUB).
       5200-EXIT.
           EXIT.

       5210-FIND-UNREGISTERED.
           IF WS-UNR-REFERENCE (UR-IDX) EQUAL WS-WORK-REFERENCE
               SET WS-UNR-SUB TO UR-IDX
           END-IF.
       5210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5500-TALLY-ONE-AUDIT - ROLL AN IN-PERIOD MODE 'I' AUDIT
      * RECORD INTO THE COST CENTRE ITS SUBMITTING JOB ID IS
      * REGISTERED UNDER ON REQMAST.  THE ONLINE PINQ TRAFFIC
      * ARRIVES HERE AS JOB 'CICSPINQ'.
      *----------------------------------------------------------*
       5500-TALLY-ONE-AUDIT.
           IF NOT AUD-MODE-INQUIRY
           MOVE SPACES TO WS-WORK-REFERENCE.
           MOVE AUD-JOB-ID TO WS-WORK-REFERENCE (1:8).
           MOVE AUD-INQUIRY-RESULT TO WS-WORK-RESULT.
           PERFORM 5050-FIND-COST-CENTRE THRU 5050-EXIT.
           PERFORM 5100-POST-ONE-REQUEST THRU 5100-EXIT.

       5500-NEXT.
      *----------------------------------------------------------*
      * 6000-BILL-ALL-REQUESTORS - PRICE EVERY TABLE ENTRY, PRINT
      * THE STATEMENT AND CUT THE BILLING EXTRACT.  THE OTHERS
      * AND UNREGISTERED BUCKETS ARE PRINTED BUT NOT EXTRACTED -
      * ACCOUNTING CANNOT POST AN AMOUNT WITHOUT A COST CENTRE.
      * THE UNREGISTERED LINE IS PRICED, WITHOUT THE MINIMUM, SO
      * THE REVENUE WAITING ON REGISTRATION SHOWS, AND ITS
      * REFERENCES ARE LISTED AFTER THE STATEMENT.
      *----------------------------------------------------------*
       6000-BILL-ALL-REQUESTORS.
           MOVE WS-COLUMN-HEADER-LINE TO WS-PRINT-LINE.
               VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-REQ-USED.
           IF WS-OTH-REQUESTS > ZERO
               MOVE 'OTHERS-OVERFLOW ' TO ST-COST-CENTRE
               MOVE WS-OTH-REQUESTS TO ST-REQUESTS
               MOVE WS-OTH-ANSWERED TO ST-ANSWERED
               MOVE WS-OTH-UNKNOWN TO ST-UNKNOWN
               MOVE ZERO TO ST-AMOUNT
               MOVE SPACES TO ST-DEPT-NAME
               MOVE WS-STATEMENT-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-UNR-REQUESTS > ZERO
               COMPUTE WS-UNREG-AMOUNT =
                   (WS-UNR-ANSWERED * WS-RATE-ANSWERED)
                   + (WS-UNR-UNKNOWN * WS-RATE-UNKNOWN)
               MOVE 'UNREGISTERED    ' TO ST-COST-CENTRE
               MOVE WS-UNR-REQUESTS TO ST-REQUESTS
               MOVE WS-UNR-ANSWERED TO ST-ANSWERED
               MOVE WS-UNR-UNKNOWN TO ST-UNKNOWN
               COMPUTE WS-AMOUNT-DOLLARS = WS-UNREG-AMOUNT / 100
               MOVE WS-AMOUNT-DOLLARS TO ST-AMOUNT
               MOVE 'NOT BILLED - SEE LIST BELOW' TO ST-DEPT-NAME
               MOVE WS-STATEMENT-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 6200-LIST-UNREGISTERED THRU 6200-EXIT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

           ADD 1 TO WS-REQUESTORS-BILLED.
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT.

           MOVE WS-REQ-COST-CENTRE (RQ-IDX) TO ST-COST-CENTRE.
           MOVE WS-REQ-DEPT-NAME (RQ-IDX) TO ST-DEPT-NAME.
           MOVE WS-REQ-REQUESTS (RQ-IDX) TO ST-REQUESTS.
           MOVE WS-REQ-ANSWERED (RQ-IDX) TO ST-ANSWERED.
           MOVE WS-REQ-UNKNOWN (RQ-IDX) TO ST-UNKNOWN.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.

           MOVE SPACES TO BILLING-RECORD.
           MOVE WS-REQ-COST-CENTRE (RQ-IDX) TO BO-COST-CENTRE.
           MOVE WS-DATE-FROM TO BO-PERIOD-FROM.
           MOVE WS-DATE-TO TO BO-PERIOD-TO.
           MOVE WS-REQ-REQUESTS (RQ-IDX) TO BO-REQUESTS.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6200-LIST-UNREGISTERED - THE REFERENCES BEHIND THE
      * UNREGISTERED LINE, FOR REGISTRATION ON REQMAST BEFORE
      * THE NEXT BILLING RUN.
      *----------------------------------------------------------*
       6200-LIST-UNREGISTERED.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE WS-UNREG-HEADER-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 6210-LIST-ONE-UNREGISTERED THRU 6210-EXIT
               VARYING UR-IDX FROM 1 BY 1
               UNTIL UR-IDX > WS-UNR-USED.
           IF WS-UNR-NOT-LISTED > ZERO
               MOVE 'MORE, NOT LISTED' TO UL-REFERENCE
               MOVE WS-UNR-NOT-LISTED TO UL-REQUESTS
               MOVE WS-UNREG-LINE TO WS-PRINT-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

       6210-LIST-ONE-UNREGISTERED.
           MOVE WS-UNR-REFERENCE (UR-IDX) TO UL-REFERENCE.
           MOVE WS-UNR-REF-REQUESTS (UR-IDX) TO UL-REQUESTS.
           MOVE WS-UNREG-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       6210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-WRITE-SUMMARY - PERIOD TOTALS.
      *----------------------------------------------------------*
               TO SU-SUMMARY-TEXT.
           MOVE WS-TOTAL-REQUESTS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'COST CENTRES BILLED           '
               TO SU-SUMMARY-TEXT.
           MOVE WS-REQUESTORS-BILLED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'UNREGISTERED REQUESTS         '
               TO SU-SUMMARY-TEXT.
           MOVE WS-UNR-REQUESTS TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'TOTAL AMOUNT DUE (CENTS)      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-TOTAL-AMOUNT TO SU-SUMMARY-VALUE.
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
               DISPLAY 'PRIMBIL - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMBIL' TO RPC-PROGRAM-ID.
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
           IF WS-AUDIT-STATUS EQUAL '00' OR '10'
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-REQMAST-OPEN
               CLOSE REQ-MASTER-FILE
           END-IF.
           IF WS-BILLING-STATUS EQUAL '00'
               CLOSE BILLING-FILE
           END-IF.

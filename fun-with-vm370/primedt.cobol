       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIMEDT.
       AUTHOR.        R HANNIGAN.
       INSTALLATION.  DATA CENTER OPERATIONS.
       DATE-WRITTEN.  01/02/1995.
       DATE-COMPILED.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY
      *----------------------------------------------------------*
      *   01/02/95  RH   ORIGINAL PROGRAM - FRONT-END EDIT OF AN
      *                  INQREQ REQUEST DECK, RUN AHEAD OF THE
      *                  PRIMES MODE B BATCH INQUIRY.  EVERY CARD
      *                  IS CHECKED FOR A REQUESTOR REFERENCE THAT
      *                  IS ACTIVE ON REQMAST, A NUMERIC NON-ZERO
      *                  NUMBER, A QUESTION CODE OF BLANK, P, C OR
      *                  N, AND AGAINST THE EARLIER CARDS OF THE
      *                  DECK FOR A DUPLICATE.  CLEAN CARDS ARE
      *                  PASSED UNCHANGED TO INQCLEAN, WHICH THE
      *                  MODE B STEP READS AS ITS INQREQ.  EACH
      *                  FAILING CARD GOES TO THE INQRTN RETURN
      *                  FILE WITH A REASON CODE AND THE COST
      *                  CENTRE OF ITS REFERENCE WHEN KNOWN, FOR
      *                  RETURN TO THE SUBMITTING DEPARTMENT, AND
      *                  IS LISTED ON SYSPRINT.  ANY RETURNED CARD
      *                  ENDS THE RUN RC 4; RC 16 MEANS THE EDIT
      *                  COULD NOT RUN AND NO INQCLEAN WAS CUT.
      *                  EVERY RUN APPENDS A STEP RECORD (STEP
      *                  CODE V) TO AUDITLOG.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *   01/23/95  RH   A CARD WHOSE NUMBER IS OUTSIDE THE PRIMEMST
      *                  RANGE IS NOW RETURNED WITH REASON R.  THE
      *                  RANGE IS THE START VALUE AND LIMIT OF THE
      *                  PRIMMAN MANIFEST, WHICH IS NOW REQUIRED - A
      *                  MISSING OR EMPTY ONE ENDS THE RUN RC 16.  ON
      *                  AN N CARD ONLY A NUMBER PAST THE LIMIT IS
      *                  RETURNED.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       SPECIAL-NAMES.
           C01 IS NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQ-FILE ASSIGN TO INQREQ
               FILE STATUS IS WS-INQREQ-STATUS.

           SELECT CLEAN-REQ-FILE ASSIGN TO INQCLEAN
               FILE STATUS IS WS-INQCLEAN-STATUS.

           SELECT RETURN-FILE    ASSIGN TO INQRTN
               FILE STATUS IS WS-INQRTN-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN TO REQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REFERENCE
               FILE STATUS IS WS-REQMAST-STATUS.

           SELECT MANIFEST-FILE  ASSIGN TO PRIMMAN
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO AUDITLOG
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * INQREQ - BATCH INQUIRY REQUEST DECK AS SUBMITTED, IN THE
      * PRIMES LAYOUT.  IQ-NUMBER IS TAKEN AS TEXT UNTIL IT HAS
      * BEEN PROVED NUMERIC.
      *----------------------------------------------------------*
       FD  INQUIRY-REQ-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  INQUIRY-REQUEST-RECORD.
           05  IQ-NUMBER               PIC 9(07).
           05  IQ-NUMBER-TEXT REDEFINES IQ-NUMBER
                                       PIC X(07).
           05  IQ-REFERENCE            PIC X(16).
           05  IQ-QUESTION             PIC X(01).
               88  IQ-ASK-IS-PRIME         VALUE SPACE 'P'.
               88  IQ-ASK-COUNT            VALUE 'C'.
               88  IQ-ASK-NTH-PRIME        VALUE 'N'.
           05  FILLER                  PIC X(56).

      *----------------------------------------------------------*
      * INQCLEAN - THE CARDS THAT PASSED, UNCHANGED.
      *----------------------------------------------------------*
       FD  CLEAN-REQ-FILE
           LABEL RECORDS ARE OMITTED
           RECORDING MODE IS F.
       01  CLEAN-REQUEST-RECORD        PIC X(80).

      *----------------------------------------------------------*
      * INQRTN - RETURNED CARDS FOR THE SUBMITTING DEPARTMENT.
      * THE CARD AS PUNCHED, THE REASON CODE AND TEXT, AND THE
      * COST CENTRE OF THE REFERENCE (BLANK WHEN THE REFERENCE
      * IS NOT ON REQMAST).
      *   B = NO REQUESTOR REFERENCE   M = REFERENCE NOT ON REQMAST
      *   S = REFERENCE SUSPENDED      N = NUMBER NOT NUMERIC
      *   Z = NUMBER IS ZERO           Q = QUESTION CODE INVALID
      *   R = NUMBER OUTSIDE THE PRIMEMST RANGE
      *   D = DUPLICATE OF AN EARLIER CARD IN THE DECK
      *----------------------------------------------------------*
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           05  RJ-CARD-IMAGE           PIC X(80).
           05  RJ-REASON               PIC X(01).
               88  RJ-NO-REFERENCE         VALUE 'B'.
               88  RJ-NOT-REGISTERED       VALUE 'M'.
               88  RJ-SUSPENDED            VALUE 'S'.
               88  RJ-NOT-NUMERIC          VALUE 'N'.
               88  RJ-ZERO-NUMBER          VALUE 'Z'.
               88  RJ-BAD-QUESTION         VALUE 'Q'.
               88  RJ-OUT-OF-RANGE         VALUE 'R'.
               88  RJ-DUPLICATE            VALUE 'D'.
           05  RJ-REASON-TEXT          PIC X(30).
           05  RJ-COST-CENTRE          PIC X(08).
           05  FILLER                  PIC X(01).

      *----------------------------------------------------------*
      * REQMAST - REQUESTOR MASTER MAINTAINED BY PRIMREQ.
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
      * PRIMMAN - MANIFEST OF THE GENERATION LOADED TO PRIMEMST.
      * ITS START VALUE AND LIMIT ARE THE RANGE THE MODE B STEP
      * CAN ANSWER FROM.
      *----------------------------------------------------------*
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           05  MF-JOB-ID               PIC X(08).
           05  MF-RUN-DATE             PIC 9(08).
           05  MF-START-VALUE          PIC 9(07).
           05  MF-LIMIT                PIC 9(07).
           05  MF-RECORD-COUNT         PIC 9(09).
           05  MF-COMPLETE-FLAG        PIC X(01).
               88  MF-COMPLETE             VALUE 'Y'.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------*
      * SYSPRINT - EDIT REPORT.
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
           05  WS-INQREQ-STATUS        PIC X(02) VALUE '00'.
           05  WS-INQCLEAN-STATUS      PIC X(02) VALUE '00'.
           05  WS-INQRTN-STATUS        PIC X(02) VALUE '00'.
           05  WS-REQMAST-STATUS       PIC X(02) VALUE '00'.
           05  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
      *----------------------------------------------------------*
       01  WS-SWITCHES.
           05  WS-INQREQ-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INQREQ-EOF           VALUE 'Y'.
           05  WS-INQREQ-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-INQREQ-OPEN          VALUE 'Y'.
           05  WS-REQMAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-REQMAST-OPEN         VALUE 'Y'.
           05  WS-INQCLEAN-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-INQCLEAN-OPEN        VALUE 'Y'.
           05  WS-INQRTN-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-INQRTN-OPEN          VALUE 'Y'.
           05  WS-REQ-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REQ-FOUND            VALUE 'Y'.
           05  WS-DUP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-DUP-FOUND            VALUE 'Y'.
           05  WS-DUP-FULL-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DUP-FULL             VALUE 'Y'.

      *----------------------------------------------------------*
      * WORK FIELDS.
      *----------------------------------------------------------*
       77  WS-RETURN-CODE              PIC 9(03) VALUE ZERO.
       77  WS-JOB-ID                   PIC X(08) VALUE 'PRIMEDT1'.
       01  WS-RETURN-REASON            PIC X(01) VALUE SPACE.
       01  WS-RETURN-TEXT              PIC X(30) VALUE SPACES.

      *----------------------------------------------------------*
      * PRIMEMST RANGE FROM THE PRIMMAN MANIFEST.
      *----------------------------------------------------------*
       77  WS-RANGE-START              PIC 9(07) VALUE ZERO.
       77  WS-RANGE-LIMIT              PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * DUPLICATE CHECK TABLE - ONE ENTRY PER CLEAN CARD OF THE
      * DECK SO FAR: NUMBER, QUESTION (BLANK TAKEN AS P) AND
      * REFERENCE.  PAST 5,000 CLEAN CARDS THE REST OF THE DECK
      * IS PASSED WITHOUT THE DUPLICATE CHECK AND THE RUN ENDS
      * RC 4 SO SOMEBODY SPLITS THE DECK OR WIDENS THE TABLE.
      *----------------------------------------------------------*
       77  WS-DUP-USED                 PIC 9(05) VALUE ZERO.
       77  WS-DUP-MAX                  PIC 9(05) VALUE 5000.
       01  WS-DUP-KEY.
           05  WS-DUP-KEY-NUMBER       PIC X(07).
           05  WS-DUP-KEY-QUESTION     PIC X(01).
           05  WS-DUP-KEY-REFERENCE    PIC X(16).
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY            PIC X(24)
                                       OCCURS 5000 TIMES
                                       INDEXED BY DP-IDX.

      *----------------------------------------------------------*
      * RECORD COUNTERS.
      *----------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-CARDS-PASSED         PIC 9(07) VALUE ZERO.
           05  WS-CARDS-RETURNED       PIC 9(07) VALUE ZERO.
           05  WS-RTN-NO-REFERENCE     PIC 9(07) VALUE ZERO.
           05  WS-RTN-NOT-REGISTERED   PIC 9(07) VALUE ZERO.
           05  WS-RTN-SUSPENDED        PIC 9(07) VALUE ZERO.
           05  WS-RTN-NOT-NUMERIC      PIC 9(07) VALUE ZERO.
           05  WS-RTN-ZERO-NUMBER      PIC 9(07) VALUE ZERO.
           05  WS-RTN-BAD-QUESTION     PIC 9(07) VALUE ZERO.
           05  WS-RTN-OUT-OF-RANGE     PIC 9(07) VALUE ZERO.
           05  WS-RTN-DUPLICATE        PIC 9(07) VALUE ZERO.
           05  WS-DUP-UNCHECKED        PIC 9(07) VALUE ZERO.

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
               'INQREQ EDIT - RETURNED CARDS'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE  '.
           05  TL-PAGE-NUMBER          PIC ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE
               'CARD     '.
           05  FILLER                  PIC X(09) VALUE
               'NUMBER   '.
           05  FILLER                  PIC X(18) VALUE
               'REFERENCE         '.
           05  FILLER                  PIC X(03) VALUE
               'Q  '.
           05  FILLER                  PIC X(10) VALUE
               'COST CTR  '.
           05  FILLER                  PIC X(34) VALUE
               'REASON'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-RETURN-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RL-CARD-NUMBER          PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-NUMBER               PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-REFERENCE            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-QUESTION             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-COST-CENTRE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-REASON               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RL-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(42) VALUE SPACES.

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
           PERFORM 5000-EDIT-ONE-CARD THRU 5000-EXIT
               UNTIL WS-INQREQ-EOF.
           PERFORM 6100-WRITE-SUMMARY THRU 6100-EXIT.
           IF (WS-CARDS-RETURNED > ZERO OR WS-DUP-FULL)
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
      * 1000-INITIALIZE - RUN DATE, SYSPRINT, THEN THE INPUTS
      * AND OUTPUTS.  THE EDIT CANNOT TELL A GOOD REFERENCE FROM
      * A BAD ONE WITHOUT REQMAST, SO A MISSING MASTER STOPS THE
      * RUN RC 16 BEFORE INQCLEAN IS OPENED - THE MODE B STEP
      * THEN HAS NO DECK AND CANNOT ANSWER AN UNEDITED ONE.  THE
      * SAME GOES FOR THE PRIMMAN MANIFEST AND THE RANGE CHECK.
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
               DISPLAY 'PRIMEDT - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT REQ-MASTER-FILE.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - UNABLE TO OPEN REQMAST - STATUS '
                   WS-REQMAST-STATUS ' - DECK NOT EDITED'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-REQMAST-OPEN-SWITCH.

           PERFORM 2000-READ-MANIFEST THRU 2000-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT INQUIRY-REQ-FILE.
           IF WS-INQREQ-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - UNABLE TO OPEN INQREQ - STATUS '
                   WS-INQREQ-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-INQREQ-OPEN-SWITCH.

           OPEN OUTPUT CLEAN-REQ-FILE.
           IF WS-INQCLEAN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - UNABLE TO OPEN INQCLEAN - STATUS '
                   WS-INQCLEAN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-INQCLEAN-OPEN-SWITCH.

           OPEN OUTPUT RETURN-FILE.
           IF WS-INQRTN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - UNABLE TO OPEN INQRTN - STATUS '
                   WS-INQRTN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-INQRTN-OPEN-SWITCH.

           PERFORM 8100-WRITE-PAGE-HEADERS THRU 8100-EXIT.
           PERFORM 5910-READ-INQUIRY-REQUEST THRU 5910-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 2000-READ-MANIFEST - TAKE THE PRIMEMST RANGE FROM THE
      * PRIMMAN MANIFEST.  WITHOUT IT THE EDIT CANNOT TELL A
      * NUMBER THE MODE B STEP CAN ANSWER FROM ONE IT CANNOT.
      *----------------------------------------------------------*
       2000-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - NO PRIMMAN MANIFEST - STATUS '
                   WS-MANIFEST-STATUS ' - DECK NOT EDITED'
               MOVE 16 TO WS-RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           READ MANIFEST-FILE
               AT END
                   DISPLAY 'PRIMEDT - PRIMMAN IS EMPTY - DECK NOT '
                       'EDITED'
                   MOVE 16 TO WS-RETURN-CODE
               NOT AT END
                   MOVE MF-START-VALUE TO WS-RANGE-START
                   MOVE MF-LIMIT TO WS-RANGE-LIMIT
           END-READ.
           CLOSE MANIFEST-FILE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-EDIT-ONE-CARD - THE CHECKS IN ORDER; THE FIRST ONE
      * A CARD FAILS IS THE REASON IT IS RETURNED WITH.  THE
      * REFERENCE IS CHECKED FIRST SO A RETURNED CARD CARRIES
      * ITS COST CENTRE WHENEVER THE REFERENCE IS KNOWN.  ON AN
      * N CARD THE NUMBER IS AN ORDINAL, NOT A KEY - THE NTH
      * PRIME IS ALWAYS GREATER THAN N, SO ONLY AN N PAST THE
      * LIMIT IS OUTSIDE THE RANGE.
      *----------------------------------------------------------*
       5000-EDIT-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO RM-COST-CENTRE.
           IF IQ-REFERENCE EQUAL SPACES
               MOVE 'B' TO WS-RETURN-REASON
               MOVE 'NO REQUESTOR REFERENCE' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-NO-REFERENCE
               GO TO 5000-RETURN
           END-IF.
           PERFORM 5900-READ-REQ-MASTER THRU 5900-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               MOVE 'Y' TO WS-INQREQ-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.
           IF NOT WS-REQ-FOUND
               MOVE SPACES TO RM-COST-CENTRE
               MOVE 'M' TO WS-RETURN-REASON
               MOVE 'REFERENCE NOT ON REQMAST' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-NOT-REGISTERED
               GO TO 5000-RETURN
           END-IF.
           IF NOT RM-ACTIVE
               MOVE 'S' TO WS-RETURN-REASON
               MOVE 'REFERENCE IS SUSPENDED' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-SUSPENDED
               GO TO 5000-RETURN
           END-IF.
           IF IQ-NUMBER IS NOT NUMERIC
               MOVE 'N' TO WS-RETURN-REASON
               MOVE 'NUMBER IS NOT NUMERIC' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-NOT-NUMERIC
               GO TO 5000-RETURN
           END-IF.
           IF IQ-NUMBER EQUAL ZERO
               MOVE 'Z' TO WS-RETURN-REASON
               MOVE 'NUMBER IS ZERO' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-ZERO-NUMBER
               GO TO 5000-RETURN
           END-IF.
           IF NOT IQ-ASK-IS-PRIME AND NOT IQ-ASK-COUNT
                   AND NOT IQ-ASK-NTH-PRIME
               MOVE 'Q' TO WS-RETURN-REASON
               MOVE 'QUESTION IS NOT BLANK, P, C, N'
                   TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-BAD-QUESTION
               GO TO 5000-RETURN
           END-IF.
           IF IQ-NUMBER > WS-RANGE-LIMIT
                   OR (IQ-NUMBER < WS-RANGE-START
                       AND NOT IQ-ASK-NTH-PRIME)
               MOVE 'R' TO WS-RETURN-REASON
               MOVE 'NUMBER OUTSIDE PRIMEMST RANGE' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-OUT-OF-RANGE
               GO TO 5000-RETURN
           END-IF.
           PERFORM 5400-CHECK-DUPLICATE THRU 5400-EXIT.
           IF WS-DUP-FOUND
               MOVE 'D' TO WS-RETURN-REASON
               MOVE 'DUPLICATE OF AN EARLIER CARD' TO WS-RETURN-TEXT
               ADD 1 TO WS-RTN-DUPLICATE
               GO TO 5000-RETURN
           END-IF.

           WRITE CLEAN-REQUEST-RECORD FROM INQUIRY-REQUEST-RECORD.
           IF WS-INQCLEAN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - INQCLEAN WRITE FAILED - STATUS '
                   WS-INQCLEAN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-INQREQ-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-CARDS-PASSED.
           GO TO 5000-NEXT.

       5000-RETURN.
           PERFORM 5500-RETURN-ONE-CARD THRU 5500-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               MOVE 'Y' TO WS-INQREQ-EOF-SWITCH
               GO TO 5000-EXIT
           END-IF.

       5000-NEXT.
           PERFORM 5910-READ-INQUIRY-REQUEST THRU 5910-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5400-CHECK-DUPLICATE - SEARCH THE CLEAN CARDS SO FAR FOR
      * THE SAME NUMBER, QUESTION AND REFERENCE, AND REMEMBER
      * THIS CARD WHEN IT IS NEW.  A BLANK QUESTION IS THE SAME
      * QUESTION AS P.
      *----------------------------------------------------------*
       5400-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.
           MOVE IQ-NUMBER-TEXT TO WS-DUP-KEY-NUMBER.
           MOVE IQ-QUESTION TO WS-DUP-KEY-QUESTION.
           IF IQ-QUESTION EQUAL SPACE
               MOVE 'P' TO WS-DUP-KEY-QUESTION
           END-IF.
           MOVE IQ-REFERENCE TO WS-DUP-KEY-REFERENCE.
           PERFORM 5410-COMPARE-ONE-ENTRY THRU 5410-EXIT
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > WS-DUP-USED
               OR WS-DUP-FOUND.
           IF WS-DUP-FOUND
               GO TO 5400-EXIT
           END-IF.
           IF WS-DUP-USED < WS-DUP-MAX
               ADD 1 TO WS-DUP-USED
               MOVE WS-DUP-KEY TO WS-DUP-ENTRY (WS-DUP-USED)
           ELSE
               IF NOT WS-DUP-FULL
                   DISPLAY 'PRIMEDT - DUPLICATE TABLE FULL AT CARD '
                       WS-CARDS-READ ' - REST OF DECK NOT CHECKED '
                       'FOR DUPLICATES'
                   MOVE 'Y' TO WS-DUP-FULL-SWITCH
               END-IF
               ADD 1 TO WS-DUP-UNCHECKED
           END-IF.
       5400-EXIT.
           EXIT.

       5410-COMPARE-ONE-ENTRY.
           IF WS-DUP-ENTRY (DP-IDX) EQUAL WS-DUP-KEY
               MOVE 'Y' TO WS-DUP-FOUND-SWITCH
           END-IF.
       5410-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5500-RETURN-ONE-CARD - WRITE THE CARD TO INQRTN WITH ITS
      * REASON AND LIST IT ON SYSPRINT.
      *----------------------------------------------------------*
       5500-RETURN-ONE-CARD.
           ADD 1 TO WS-CARDS-RETURNED.
           MOVE SPACES TO RETURN-RECORD.
           MOVE INQUIRY-REQUEST-RECORD TO RJ-CARD-IMAGE.
           MOVE WS-RETURN-REASON TO RJ-REASON.
           MOVE WS-RETURN-TEXT TO RJ-REASON-TEXT.
           MOVE RM-COST-CENTRE TO RJ-COST-CENTRE.
           WRITE RETURN-RECORD.
           IF WS-INQRTN-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - INQRTN WRITE FAILED - STATUS '
                   WS-INQRTN-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5500-EXIT
           END-IF.
           MOVE WS-CARDS-READ TO RL-CARD-NUMBER.
           MOVE IQ-NUMBER-TEXT TO RL-NUMBER.
           MOVE IQ-REFERENCE TO RL-REFERENCE.
           MOVE IQ-QUESTION TO RL-QUESTION.
           MOVE RM-COST-CENTRE TO RL-COST-CENTRE.
           MOVE WS-RETURN-REASON TO RL-REASON.
           MOVE WS-RETURN-TEXT TO RL-REASON-TEXT.
           MOVE WS-RETURN-LINE TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5900-READ-REQ-MASTER - KEYED READ FOR THE CARD'S
      * REFERENCE.  NOT FOUND IS A RETURN REASON; ANY OTHER
      * FAILURE STOPS THE RUN RC 16.
      *----------------------------------------------------------*
       5900-READ-REQ-MASTER.
           MOVE 'N' TO WS-REQ-FOUND-SWITCH.
           MOVE IQ-REFERENCE TO RM-REFERENCE.
           READ REQ-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQ-FOUND-SWITCH
           END-READ.
           IF WS-REQMAST-STATUS NOT EQUAL '00'
                   AND WS-REQMAST-STATUS NOT EQUAL '23'
               DISPLAY 'PRIMEDT - REQMAST READ FAILED FOR '
                   IQ-REFERENCE ' - STATUS ' WS-REQMAST-STATUS
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5910-READ-INQUIRY-REQUEST - COMMON INQREQ READ WITH EOF
      * AND STATUS HANDLING.
      *----------------------------------------------------------*
       5910-READ-INQUIRY-REQUEST.
           READ INQUIRY-REQ-FILE
               AT END
                   MOVE 'Y' TO WS-INQREQ-EOF-SWITCH
           END-READ.
           IF NOT WS-INQREQ-EOF
               IF WS-INQREQ-STATUS NOT EQUAL '00'
                   DISPLAY 'PRIMEDT - INQREQ READ FAILED - STATUS '
                       WS-INQREQ-STATUS
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-INQREQ-EOF-SWITCH
               END-IF
           END-IF.
       5910-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6100-WRITE-SUMMARY - DECK TOTALS AND RETURNS BY REASON.
      *----------------------------------------------------------*
       6100-WRITE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 'CARDS READ                    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-READ TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'CARDS PASSED TO INQCLEAN      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-PASSED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE 'CARDS RETURNED ON INQRTN      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-CARDS-RETURNED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  B NO REQUESTOR REFERENCE    '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-NO-REFERENCE TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  M REFERENCE NOT ON REQMAST  '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-NOT-REGISTERED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  S REFERENCE SUSPENDED       '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-SUSPENDED TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  N NUMBER NOT NUMERIC        '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-NOT-NUMERIC TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  Z NUMBER IS ZERO            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-ZERO-NUMBER TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  Q QUESTION CODE INVALID     '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-BAD-QUESTION TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  R NUMBER OUTSIDE RANGE      '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-OUT-OF-RANGE TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE '  D DUPLICATE CARD            '
               TO SU-SUMMARY-TEXT.
           MOVE WS-RTN-DUPLICATE TO SU-SUMMARY-VALUE.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           IF WS-DUP-FULL
               MOVE 'PASSED WITHOUT DUPLICATE CHECK'
                   TO SU-SUMMARY-TEXT
               MOVE WS-DUP-UNCHECKED TO SU-SUMMARY-VALUE
               PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT
           END-IF.
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
      * HERE ONLY WARNS - THE EDIT ITSELF IS ALREADY OVER.  THE
      * STEP WORKS ON A REQUEST DECK RATHER THAN ON A PRIMES
      * GENERATION, SO THE GENERATION FIELDS ARE LEFT BLANK.
      *----------------------------------------------------------*
       8900-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMEDT - UNABLE TO OPEN AUDITLOG - STATUS '
                   WS-AUDIT-STATUS ' - STEP NOT AUDITED'
               GO TO 8900-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
           MOVE 'V' TO AUD-RUN-MODE.
           MOVE WS-CARDS-READ TO AUD-STEP-RECORDS-IN.
           MOVE WS-CARDS-PASSED TO AUD-STEP-RECORDS-OUT.
           MOVE WS-CARDS-RETURNED TO AUD-STEP-EXCEPTIONS.
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
               DISPLAY 'PRIMEDT - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMEDT' TO RPC-PROGRAM-ID.
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
           IF WS-INQREQ-OPEN
               CLOSE INQUIRY-REQ-FILE
           END-IF.
           IF WS-REQMAST-OPEN
               CLOSE REQ-MASTER-FILE
           END-IF.
           IF WS-INQCLEAN-OPEN
               CLOSE CLEAN-REQ-FILE
           END-IF.
           IF WS-INQRTN-OPEN
               CLOSE RETURN-FILE
           END-IF.
           IF WS-REPORT-STATUS EQUAL '00'
               CLOSE REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

      *                  IN WHERE THEY BROKE AND ONE OF THEM WAS
      *                  PICKING UP A PAD BLANK, SHOWING A DOUBLE
      *                  SPACE ON THE SCREEN.
      *   12/05/94  RH   TWO MORE QUESTIONS - "PINQ C NNNNNNN" GIVES
      *                  HOW MANY PRIMES ARE AT OR BELOW THE NUMBER
      *                  AND "PINQ N NNNNNNN" GIVES THE NTH PRIME.
      *                  BOTH GO THROUGH THE PRIMCNT COUNT INDEX AND
      *                  ONE SHORT PRIMEMST BROWSE, AS BATCH INQUIRY
      *                  MODE B DOES, AND A HOLE IN THE MASTER BELOW
      *                  THE ANSWER IS REPORTED AS NOT KNOWN (AUDITED
      *                  'U').  AN ANSWERED COUNT OR NTH PRIME
      *                  QUESTION IS AUDITED WITH RESULT 'A'.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-BROWSE-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-BROWSE-EOF           VALUE 'Y'.
           05  WS-AUDIT-RESULT         PIC X(01) VALUE 'U'.
           05  WS-QUESTION             PIC X(01) VALUE SPACE.
               88  WS-ASK-COUNT            VALUE 'C'.
               88  WS-ASK-NTH-PRIME        VALUE 'N'.
           05  WS-IX-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-IX-FOUND             VALUE 'Y'.

      *----------------------------------------------------------*
      * TERMINAL INPUT - "PINQ NNNNNNN", "PINQ C NNNNNNN" OR
      * "PINQ N NNNNNNN".
      *----------------------------------------------------------*
       01  WS-INPUT-AREA               PIC X(80) VALUE SPACES.
       01  WS-PARSE-FIELDS.
           05  WS-TOKEN-1              PIC X(10) VALUE SPACES.
           05  WS-TOKEN-2              PIC X(10) VALUE SPACES.
           05  WS-TOKEN-3              PIC X(10) VALUE SPACES.
           05  WS-TOKEN-LEN            PIC 9(02) VALUE ZERO.
           05  WS-TOKEN-POS            PIC 9(02) VALUE ZERO.
       77  WS-INQUIRY-NUMBER           PIC 9(07) VALUE ZERO.
       77  WS-PRIME-ABOVE              PIC 9(07) VALUE ZERO.
       77  WS-NEIGHBOR                 PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * PRIMCNT COUNT INDEX ENTRY - ONE PER 10,000-KEY BLOCK,
      * KEYED BY THE BLOCK'S FIRST KEY, WITH THE RUNNING PRIME
      * COUNT FROM 2 THROUGH CX-LAST-KEY.  BUILT BY PRIMLOD.
      *----------------------------------------------------------*
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
       77  WS-IX-INTERVAL              PIC 9(07) VALUE 10000.
       77  WS-IX-QUOTIENT              PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK                 PIC 9(07) VALUE ZERO.
       77  WS-IX-KEY                   PIC 9(07) VALUE ZERO.
       77  WS-IX-NEXT-KEY              PIC 9(07) VALUE ZERO.
       77  WS-IX-CUM-PRIMES            PIC 9(09) VALUE ZERO.
       77  WS-IX-ANSWER                PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * AUDIT RECORD - SAME LAYOUT THE BATCH JOB WRITES, FED TO
      * AUDITLOG THROUGH THE AUDL EXTRAPARTITION TD QUEUE.
           05  TP-TOP-KEY              PIC ZZZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'PRIMES AT OR BELOW '.
           05  CT-NUMBER               PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE ': '.
           05  CT-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-NTH-LINE.
           05  FILLER                  PIC X(13) VALUE
               'PRIME NUMBER '.
           05  NT-NUMBER               PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' IN SEQUENCE IS '.
           05  NT-PRIME                PIC ZZZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-PROMPT-TEXT.
           05  FILLER                  PIC X(45) VALUE
               'PRIMES ONLINE INQUIRY - KEY PINQ AND A NUMBER'.
           05  FILLER                  PIC X(35) VALUE
               ' (PINQ C N = COUNT, PINQ N N = NTH)'.

       01  WS-USAGE-TEXT.
           05  FILLER                  PIC X(80) VALUE
               'OR PINQ C 4441 (COUNT TO IT), PINQ N 4441 (NTH PRIME)'.

       01  WS-TWIN-UNDET-TEXT.
           05  FILLER                  PIC X(80) VALUE
           IF NOT WS-NUMBER-OK
               MOVE 'ENTER A NUMBER OF 1 TO 7 DIGITS, E.G. PINQ 4441'
                   TO WS-REPLY-LINE-1
               MOVE WS-USAGE-TEXT TO WS-REPLY-LINE-2
               PERFORM 8100-SEND-REPLY THRU 8100-EXIT
               GO TO 0000-RETURN
           END-IF.

           EVALUATE TRUE
               WHEN WS-ASK-COUNT
                   PERFORM 5000-ANSWER-COUNT THRU 5000-EXIT
               WHEN WS-ASK-NTH-PRIME
                   PERFORM 5100-ANSWER-NTH-PRIME THRU 5100-EXIT
               WHEN OTHER
                   PERFORM 2000-INQUIRE-MASTER THRU 2000-EXIT
           END-EVALUATE.
           PERFORM 7000-AUDIT-INQUIRY THRU 7000-EXIT.
           PERFORM 8100-SEND-REPLY THRU 8100-EXIT.


      *----------------------------------------------------------*
      * 1000-PARSE-INPUT - THE TERMINAL DELIVERS THE TRANSID AND
      * THE NUMBER; TAKE THE FIRST ALL-NUMERIC TOKEN.  A C OR N
      * AHEAD OF THE NUMBER IS THE COUNT OR NTH PRIME QUESTION
      * AND IS TAKEN OUT OF THE WAY FIRST.
      *----------------------------------------------------------*
       1000-PARSE-INPUT.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           MOVE SPACE TO WS-QUESTION.
           UNSTRING WS-INPUT-AREA
               DELIMITED BY ALL SPACES
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING.
           IF WS-TOKEN-2 EQUAL 'C' OR 'N'
               MOVE WS-TOKEN-2 TO WS-QUESTION
               MOVE WS-TOKEN-3 TO WS-TOKEN-2
           ELSE
               IF WS-TOKEN-1 EQUAL 'C' OR 'N'
                   MOVE WS-TOKEN-1 TO WS-QUESTION
                   MOVE SPACES TO WS-TOKEN-1
               END-IF
           END-IF.
           PERFORM 1100-TEST-TOKEN-1 THRU 1100-EXIT.
           IF NOT WS-NUMBER-OK
               MOVE WS-TOKEN-2 TO WS-TOKEN-1
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5000-ANSWER-COUNT - HOW MANY PRIMES ARE AT OR BELOW THE
      * NUMBER.  THE PRIMCNT ENTRY OF THE BLOCK BELOW THE
      * NUMBER'S OWN BLOCK GIVES THE COUNT THAT FAR (IT MUST BE A
      * COMPLETE BLOCK), THEN ONE PRIMEMST BROWSE COUNTS ON UP TO
      * THE NUMBER.  A KEY MISSING ON THE WAY IS A HOLE IN THE
      * COVERAGE AND THE COUNT IS NOT KNOWN.
      *----------------------------------------------------------*
       5000-ANSWER-COUNT.
           MOVE 'U' TO WS-AUDIT-RESULT.
           MOVE WS-INQUIRY-NUMBER TO AN-NUMBER.
           MOVE ' - COUNT NOT KNOWN, PRIMEMST HAS A GAP AT OR BELOW IT'
               TO AN-ANSWER-TEXT.
           MOVE WS-ANSWER-LINE TO WS-REPLY-LINE-1.
           MOVE ZERO TO WS-IX-CUM-PRIMES.
           IF WS-INQUIRY-NUMBER < 2
               MOVE 'Y' TO WS-IX-FOUND-SWITCH
               GO TO 5000-REPLY
           END-IF.
           DIVIDE WS-INQUIRY-NUMBER BY WS-IX-INTERVAL
               GIVING WS-IX-QUOTIENT.
           MULTIPLY WS-IX-QUOTIENT BY WS-IX-INTERVAL
               GIVING WS-IX-BLOCK.
           MOVE 2 TO WS-IX-NEXT-KEY.
           IF WS-IX-BLOCK > ZERO
               COMPUTE WS-IX-KEY = WS-IX-BLOCK - WS-IX-INTERVAL
               EXEC CICS READ
                   FILE('PRIMCNT')
                   INTO(COUNT-INDEX-RECORD)
                   RIDFLD(WS-IX-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                       AND WS-RESP NOT EQUAL DFHRESP(NOTFND)
                   MOVE 'PRIMCNT IS NOT AVAILABLE - CALL OPERATIONS'
                       TO WS-REPLY-LINE-2
                   GO TO 5000-EXIT
               END-IF
               IF WS-RESP EQUAL DFHRESP(NOTFND)
                       OR NOT CX-BLOCK-COMPLETE
                   GO TO 5000-EXIT
               END-IF
               MOVE CX-CUM-PRIMES TO WS-IX-CUM-PRIMES
               MOVE WS-IX-BLOCK TO WS-IX-NEXT-KEY
           END-IF.

           MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
           MOVE WS-IX-NEXT-KEY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('PRIMEMST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5050-COUNT-ONE-KEY THRU 5050-EXIT
               UNTIL WS-BROWSE-EOF.
           EXEC CICS ENDBR
               FILE('PRIMEMST')
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-IX-FOUND
               GO TO 5000-EXIT
           END-IF.

       5000-REPLY.
           MOVE 'Y' TO WS-KNOWN-SWITCH.
           MOVE 'A' TO WS-AUDIT-RESULT.
           MOVE WS-INQUIRY-NUMBER TO CT-NUMBER.
           MOVE WS-IX-CUM-PRIMES TO CT-COUNT.
           MOVE WS-COUNT-LINE TO WS-REPLY-LINE-1.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5050-COUNT-ONE-KEY - ONE READNEXT OF THE COUNT BROWSE.
      * THE KEYS MUST COME ONE AFTER ANOTHER UP TO THE NUMBER.
      *----------------------------------------------------------*
       5050-COUNT-ONE-KEY.
           EXEC CICS READNEXT
               FILE('PRIMEMST')
               INTO(MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR MASTER-NUMBER NOT EQUAL WS-IX-NEXT-KEY
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5050-EXIT
           END-IF.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-IX-CUM-PRIMES
           END-IF.
           IF MASTER-NUMBER EQUAL WS-INQUIRY-NUMBER
               MOVE 'Y' TO WS-IX-FOUND-SWITCH
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5050-EXIT
           END-IF.
           ADD 1 TO WS-IX-NEXT-KEY.
       5050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5100-ANSWER-NTH-PRIME - WHICH NUMBER IS THE NTH PRIME.
      * BROWSE PRIMCNT FROM BLOCK ZERO TO THE FIRST ENTRY WHOSE
      * RUNNING COUNT REACHES N, THEN BROWSE THAT ONE BLOCK OF
      * PRIMEMST FOR THE PRIME ITSELF.  RUNNING OUT OF ENTRIES
      * MEANS THE NTH PRIME IS PAST THE UNBROKEN COVERAGE.
      *----------------------------------------------------------*
       5100-ANSWER-NTH-PRIME.
           MOVE 'U' TO WS-AUDIT-RESULT.
           MOVE WS-INQUIRY-NUMBER TO AN-NUMBER.
           MOVE ' - NTH PRIME NOT KNOWN, IT IS PAST UNBROKEN COVERAGE'
               TO AN-ANSWER-TEXT.
           MOVE WS-ANSWER-LINE TO WS-REPLY-LINE-1.
           IF WS-INQUIRY-NUMBER EQUAL ZERO
               MOVE 'THERE IS NO PRIME NUMBER 0 - START AT 1'
                   TO WS-REPLY-LINE-1
               GO TO 5100-EXIT
           END-IF.
           MOVE 'N' TO WS-IX-FOUND-SWITCH.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
           MOVE ZERO TO WS-IX-BLOCK.
           MOVE ZERO TO WS-IX-KEY.
           EXEC CICS STARTBR
               FILE('PRIMCNT')
               RIDFLD(WS-IX-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5150-FIND-NTH-BLOCK THRU 5150-EXIT
               UNTIL WS-BROWSE-EOF.
           EXEC CICS ENDBR
               FILE('PRIMCNT')
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-IX-FOUND
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-IX-CUM-PRIMES =
               CX-CUM-PRIMES - CX-BLOCK-PRIMES.
           MOVE CX-BLOCK-START TO WS-IX-NEXT-KEY.
           IF WS-IX-NEXT-KEY < 2
               MOVE 2 TO WS-IX-NEXT-KEY
           END-IF.
           MOVE 'N' TO WS-IX-FOUND-SWITCH.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH.
           MOVE WS-IX-NEXT-KEY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('PRIMEMST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5160-FIND-NTH-KEY THRU 5160-EXIT
               UNTIL WS-BROWSE-EOF.
           EXEC CICS ENDBR
               FILE('PRIMEMST')
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-IX-FOUND
               GO TO 5100-EXIT
           END-IF.
           MOVE 'Y' TO WS-KNOWN-SWITCH.
           MOVE 'A' TO WS-AUDIT-RESULT.
           MOVE WS-INQUIRY-NUMBER TO NT-NUMBER.
           MOVE WS-IX-ANSWER TO NT-PRIME.
           MOVE WS-NTH-LINE TO WS-REPLY-LINE-1.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5150-FIND-NTH-BLOCK - ONE PRIMCNT ENTRY.  THE ENTRIES
      * MUST RUN ONE BLOCK AFTER ANOTHER FROM ZERO, AND ONLY A
      * COMPLETE BLOCK LETS THE SEARCH GO ON PAST IT.
      *----------------------------------------------------------*
       5150-FIND-NTH-BLOCK.
           EXEC CICS READNEXT
               FILE('PRIMCNT')
               INTO(COUNT-INDEX-RECORD)
               RIDFLD(WS-IX-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR CX-BLOCK-START NOT EQUAL WS-IX-BLOCK
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5150-EXIT
           END-IF.
           IF CX-CUM-PRIMES NOT LESS THAN WS-INQUIRY-NUMBER
               MOVE 'Y' TO WS-IX-FOUND-SWITCH
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5150-EXIT
           END-IF.
           IF NOT CX-BLOCK-COMPLETE
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5150-EXIT
           END-IF.
           ADD WS-IX-INTERVAL TO WS-IX-BLOCK.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5160-FIND-NTH-KEY - ONE READNEXT THROUGH THE BLOCK THE
      * INDEX CHOSE, COUNTING PRIMES UP TO THE NTH.
      *----------------------------------------------------------*
       5160-FIND-NTH-KEY.
           EXEC CICS READNEXT
               FILE('PRIMEMST')
               INTO(MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   OR MASTER-NUMBER NOT EQUAL WS-IX-NEXT-KEY
               MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
               GO TO 5160-EXIT
           END-IF.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-IX-CUM-PRIMES
               IF WS-IX-CUM-PRIMES EQUAL WS-INQUIRY-NUMBER
                   MOVE MASTER-NUMBER TO WS-IX-ANSWER
                   MOVE 'Y' TO WS-IX-FOUND-SWITCH
                   MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
                   GO TO 5160-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-IX-NEXT-KEY.
       5160-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-AUDIT-INQUIRY - ONE AUDIT RECORD PER ONLINE INQUIRY
      * THROUGH THE AUDL TD QUEUE, IN THE BATCH LAYOUT.  MODE 'I'
      * WITH JOB ID 'CICSPINQ' KEEPS AUDRPT'S ANSWERED/UNKNOWN
      * TRACKING COMPLETE WHILE LEAVING ONLINE TRAFFIC
      * SEPARABLE BY JOB ID.  AN ANSWERED COUNT OR NTH PRIME
      * QUESTION CARRIES RESULT 'A' SO IT IS NOT TAKEN FOR A
      * PRIME ANSWER.
      *----------------------------------------------------------*
       7000-AUDIT-INQUIRY.
           EXEC CICS ASKTIME

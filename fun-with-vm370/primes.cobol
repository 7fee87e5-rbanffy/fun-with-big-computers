      *                  KEY ACTUALLY STAGED, SO THE EXTENDED
      *                  OUTPUTS STAY DUPLICATE-FREE AND THE
      *                  STAMPED COUNT MATCHES THE FILE.
      *   11/21/94  RH   EVERY MSTSTAGE RECORD NOW CARRIES A
      *                  PROVENANCE STAMP - THE RANGE RUN'S JOB ID,
      *                  RUN DATE AND METHOD 'S' (SIEVE) - IN WHAT
      *                  WAS FILLER, FOR PRIMLOD TO CARRY ONTO THE
      *                  PRIMEMST RECORD IT LOADS.
      *   12/05/94  RH   BATCH INQUIRY MODE B ANSWERS TWO MORE
      *                  QUESTIONS, CHOSEN BY IQ-QUESTION ON THE
      *                  INQREQ CARD - C = HOW MANY PRIMES ARE AT OR
      *                  BELOW THE NUMBER, N = WHICH IS THE NTH PRIME
      *                  (BLANK OR P IS STILL "IS IT PRIME"). THE
      *                  PRIMCNT COUNT INDEX GIVES THE COUNT AT THE
      *                  BLOCK BOUNDARY BELOW THE ANSWER AND ONE
      *                  SHORT PRIMEMST BROWSE FINISHES IT.  THE
      *                  ANSWER GOES BACK IN IA-ANSWER; A HOLE IN THE
      *                  MASTER BELOW THE ANSWER, OR NO INDEX, GIVES
      *                  'U'.
      *   12/12/94  RH   PARTITION COUNT MODE 'P' - FOR EVERY EVEN
      *                  NUMBER IN THE RANGE, THE NUMBER OF WAYS IT
      *                  IS THE SUM OF TWO PRIMES, THE PAIRS WITH THE
      *                  SMALLEST AND LARGEST P AND THE RATIO TO THE
      *                  HARDY-LITTLEWOOD EXPECTED COUNT GO TO
      *                  PARTOUT.  PRIMEMST IS LOADED INTO THE SIEVE
      *                  TABLE ONCE, SO THE LIMIT IS THE SIEVE SIZE.
      *                  A NUMBER THE MASTER CANNOT DECIDE GOES TO
      *                  PARTEXC WITH REASON 'U'.  A DISTRIBUTION
      *                  REPORT BY 100,000 BAND (MINIMUM, MAXIMUM,
      *                  AVERAGE AND THE FIVE NUMBERS WITH THE FEWEST
      *                  PARTITIONS) GOES TO SYSPRINT.  CHECKPOINTS
      *                  LIKE MODE G; A RESTART REBUILDS ITS TOTALS
      *                  FROM PARTOUT AND PARTEXC.
      *   12/19/94  RH   ARITHMETIC FUNCTION EXTRACT MODE 'E' - EVERY
      *                  NUMBER IN THE RANGE IS FACTORED FROM THE
      *                  PRIMEMST LOAD PARTITION MODE USES AND ITS
      *                  TOTIENT, DIVISOR COUNT AND SUM, MOEBIUS
      *                  VALUE, DISTINCT AND TOTAL PRIME FACTORS,
      *                  PERFECT/ABUNDANT/DEFICIENT CLASS AND
      *                  SQUAREFREE FLAG GO TO ARITOUT.  A NUMBER THE
      *                  MASTER CANNOT FACTOR GOES TO ARITEXC WITH
      *                  REASON 'U' INSTEAD.  SYSPRINT GETS THE CLASS
      *                  COUNTS AND THE RECORD HOLDERS FOR THE RANGE.
      *                  BATCH WINDOW APPLIES; NO CHECKPOINT - A
      *                  CANCELLED RUN IS RESUBMITTED.
      *   01/16/95  RH   EVERY RUN NOW WRITES AN RPTCTL RECORD NAMING
      *                  ITS SYSPRINT REPORT (PROGRAM, JOB ID, RUN
      *                  DATE AND TIME, RETURN CODE) SO THE RPTCAP
      *                  STEP CAN FILE THE REPORT IN THE REPORT
      *                  REPOSITORY.  A MISSING RPTCTL DD ONLY WARNS.
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE    ASSIGN TO SYSPRINT
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REPORT-CTL-FILE ASSIGN TO RPTCTL
               FILE STATUS IS WS-RPTCTL-STATUS.

           SELECT PRIME-FILE     ASSIGN TO PRIMEOUT
               FILE STATUS IS WS-PRIME-STATUS.

           SELECT GOLD-EXC-FILE  ASSIGN TO GOLDEXC
               FILE STATUS IS WS-GOLDEXC-STATUS.

           SELECT PART-CNT-FILE  ASSIGN TO PARTOUT
               FILE STATUS IS WS-PARTOUT-STATUS.

           SELECT PART-EXC-FILE  ASSIGN TO PARTEXC
               FILE STATUS IS WS-PARTEXC-STATUS.

           SELECT ARITH-FILE     ASSIGN TO ARITOUT
               FILE STATUS IS WS-ARITOUT-STATUS.

           SELECT ARITH-EXC-FILE ASSIGN TO ARITEXC
               FILE STATUS IS WS-ARITEXC-STATUS.

           SELECT RUN-REG-FILE   ASSIGN TO RUNREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT MANIFEST-FILE  ASSIGN TO PRIMMAN
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT COUNT-INDEX-FILE ASSIGN TO PRIMCNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-BLOCK-START
               FILE STATUS IS WS-PRIMCNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
               88  CC-MODE-BATCH-INQ       VALUE 'B'.
               88  CC-MODE-FACTOR          VALUE 'F'.
               88  CC-MODE-GOLDBACH        VALUE 'G'.
               88  CC-MODE-PARTITION       VALUE 'P'.
               88  CC-MODE-ARITH           VALUE 'E'.
           05  CC-START                PIC 9(07).
           05  CC-LIMIT                PIC 9(07).
           05  CC-INQUIRY-NUMBER       PIC 9(07).
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
      * PRIMEOUT - SEQUENTIAL PRIME LIST FOR DOWNSTREAM JOBS.
      *----------------------------------------------------------*

      *----------------------------------------------------------*
      * INQREQ - BATCH INQUIRY REQUEST DECK, ONE NUMBER AND A
      * REQUESTOR REFERENCE PER CARD.  IQ-QUESTION SAYS WHAT IS
      * ASKED ABOUT THE NUMBER - BLANK OR P IS IT PRIME, C HOW
      * MANY PRIMES ARE AT OR BELOW IT, N WHICH IS THE NTH PRIME.
      *----------------------------------------------------------*
       FD  INQUIRY-REQ-FILE
           LABEL RECORDS ARE OMITTED
       01  INQUIRY-REQUEST-RECORD.
           05  IQ-NUMBER               PIC 9(07).
           05  IQ-REFERENCE            PIC X(16).
           05  IQ-QUESTION             PIC X(01).
               88  IQ-ASK-IS-PRIME         VALUE SPACE 'P'.
               88  IQ-ASK-COUNT            VALUE 'C'.
               88  IQ-ASK-NTH-PRIME        VALUE 'N'.
           05  FILLER                  PIC X(56).

      *----------------------------------------------------------*
      * INQANS - BATCH INQUIRY ANSWER FILE SENT BACK TO THE
      * REQUESTING DEPARTMENT.  IA-RESULT IS Y, N OR U.  FOR A
      * COUNT OR NTH PRIME QUESTION IT IS Y WITH THE COUNT OR THE
      * PRIME IN IA-ANSWER, OR U WHEN IT CANNOT BE ANSWERED.
      *----------------------------------------------------------*
       FD  INQUIRY-ANS-FILE
           LABEL RECORDS ARE STANDARD
           05  IA-NUMBER               PIC 9(07).
           05  IA-RESULT               PIC X(01).
           05  IA-REFERENCE            PIC X(16).
           05  IA-QUESTION             PIC X(01).
           05  IA-ANSWER               PIC 9(07).
           05  FILLER                  PIC X(48).

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

      *----------------------------------------------------------*
      * FACTOUT - PRIME FACTORIZATION RECORD.  A PIC 9(07) NUMBER
           05  GX-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(32).

      *----------------------------------------------------------*
      * PARTOUT - ONE RECORD PER EVEN NUMBER COUNTED IN PARTITION
      * MODE - HOW MANY WAYS IT IS THE SUM P + Q OF TWO PRIMES
      * WITH P NOT GREATER THAN Q, THE PAIRS WITH THE SMALLEST
      * AND LARGEST P, THE HARDY-LITTLEWOOD EXPECTED COUNT AND
      * THE ACTUAL COUNT AS A RATIO OF IT.
      *----------------------------------------------------------*
       FD  PART-CNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PART-CNT-RECORD.
           05  PC-NUMBER               PIC 9(07).
           05  PC-PARTITIONS           PIC 9(07).
           05  PC-SMALL-PRIME-1        PIC 9(07).
           05  PC-SMALL-PRIME-2        PIC 9(07).
           05  PC-LARGE-PRIME-1        PIC 9(07).
           05  PC-LARGE-PRIME-2        PIC 9(07).
           05  PC-EXPECTED             PIC 9(07)V9(02).
           05  PC-RATIO                PIC 9(03)V9(04).
           05  FILLER                  PIC X(22).

      *----------------------------------------------------------*
      * PARTEXC - EXCEPTION RECORD FOR AN EVEN NUMBER WHOSE
      * PARTITIONS COULD NOT BE COUNTED, LAID OUT LIKE GOLDEXC.
      * REASON 'U' MEANS PRIMEMST COVERAGE WAS INSUFFICIENT TO
      * COUNT THEM ALL, 'N' THAT COVERAGE WAS COMPLETE AND THERE
      * ARE NONE.
      *----------------------------------------------------------*
       FD  PART-EXC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PART-EXC-RECORD.
           05  PX-NUMBER               PIC 9(07).
           05  PX-REASON               PIC X(01).
           05  PX-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(32).

      *----------------------------------------------------------*
      * ARITOUT - ARITHMETIC FUNCTIONS OF ONE NUMBER: EULER'S
      * TOTIENT, NUMBER AND SUM OF DIVISORS, MOEBIUS VALUE
      * (-1, 0 OR +1 WITH A LEADING SIGN), DISTINCT AND TOTAL
      * PRIME FACTORS, CLASS BY THE SUM OF PROPER DIVISORS AND
      * WHETHER THE NUMBER IS SQUAREFREE.
      *----------------------------------------------------------*
       FD  ARITH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARITH-RECORD.
           05  AF-NUMBER               PIC 9(07).
           05  AF-TOTIENT              PIC 9(07).
           05  AF-DIVISOR-COUNT        PIC 9(05).
           05  AF-DIVISOR-SUM          PIC 9(09).
           05  AF-MOEBIUS              PIC S9(01)
                                        SIGN IS LEADING SEPARATE.
           05  AF-DISTINCT-FACTORS     PIC 9(02).
           05  AF-TOTAL-FACTORS        PIC 9(02).
           05  AF-CLASS                PIC X(01).
               88  AF-PERFECT              VALUE 'P'.
               88  AF-ABUNDANT             VALUE 'A'.
               88  AF-DEFICIENT            VALUE 'D'.
           05  AF-SQUAREFREE           PIC X(01).
               88  AF-IS-SQUAREFREE        VALUE 'Y'.
           05  FILLER                  PIC X(44).

      *----------------------------------------------------------*
      * ARITEXC - A NUMBER PRIMEMST COVERAGE COULD NOT FACTOR
      * COMPLETELY, LAID OUT LIKE GOLDEXC.  ITS VALUES ARE NOT
      * WRITTEN TO ARITOUT AT ALL.
      *----------------------------------------------------------*
       FD  ARITH-EXC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARITH-EXC-RECORD.
           05  AX-NUMBER               PIC 9(07).
           05  AX-REASON               PIC X(01).
           05  AX-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(32).

      *----------------------------------------------------------*
      * RUNREG - RUN REGISTRY FOR THE PRIMES JOB FAMILY.  ONE
      * RECORD PER RANGE-FAMILY RUN, KEYED BY THE START-UP
      * MSTSTAGE - SEQUENTIAL STAGING EXTRACT OF THE RANGE RUN'S
      * MASTER RESULTS, IN ASCENDING KEY ORDER.  THE PRIMLOD
      * STEP MERGES IT INTO PRIMEMST (AND JOURNALS THE UPDATES)
      * IN ONE KEY-SEQUENCE PASS.  THE PROVENANCE STAMP IS
      * CARRIED ONTO THE MASTER RECORD UNCHANGED.
      *----------------------------------------------------------*
       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD
       01  STAGING-RECORD.
           05  ST-NUMBER               PIC 9(07).
           05  ST-PRIME-FLAG           PIC X(01).
           05  ST-PROVENANCE.
               10  ST-PROV-JOB-ID      PIC X(08).
               10  ST-PROV-DATE        PIC 9(08).
               10  ST-PROV-METHOD      PIC X(01).
               10  ST-PROV-ORIG-METHOD PIC X(01).
           05  FILLER                  PIC X(02).

      *----------------------------------------------------------*
      * PRIMMAN - GENERATION MANIFEST FOR PRIMEOUT, ONE RECORD.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.
           05  WS-PRIME-STATUS         PIC X(02) VALUE '00'.
           05  WS-CHKPT-STATUS         PIC X(02) VALUE '00'.
           05  WS-MASTER-STATUS        PIC X(02) VALUE '00'.
           05  WS-FACTOR-STATUS        PIC X(02) VALUE '00'.
           05  WS-GOLD-STATUS          PIC X(02) VALUE '00'.
           05  WS-GOLDEXC-STATUS       PIC X(02) VALUE '00'.
           05  WS-PARTOUT-STATUS       PIC X(02) VALUE '00'.
           05  WS-PARTEXC-STATUS       PIC X(02) VALUE '00'.
           05  WS-ARITOUT-STATUS       PIC X(02) VALUE '00'.
           05  WS-ARITEXC-STATUS       PIC X(02) VALUE '00'.
           05  WS-RUNREG-STATUS        PIC X(02) VALUE '00'.
           05  WS-CALENDAR-STATUS      PIC X(02) VALUE '00'.
           05  WS-STAGING-STATUS       PIC X(02) VALUE '00'.
           05  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           05  WS-PRIMCNT-STATUS       PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
               88  WS-RUN-MODE-BATCH-INQ   VALUE 'B'.
               88  WS-RUN-MODE-FACTOR      VALUE 'F'.
               88  WS-RUN-MODE-GOLDBACH    VALUE 'G'.
               88  WS-RUN-MODE-PARTITION   VALUE 'P'.
               88  WS-RUN-MODE-ARITH       VALUE 'E'.
           05  WS-INQREQ-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INQREQ-EOF           VALUE 'Y'.
           05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-STAGE-EOF            VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REPORT-FILES-OPEN    VALUE 'Y'.
           05  WS-INDEX-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INDEX-OPEN           VALUE 'Y'.
           05  WS-IX-STOP-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-IX-STOPPED           VALUE 'Y'.
           05  WS-IX-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-IX-FOUND             VALUE 'Y'.
           05  WS-PART-GAP-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PART-GAP-SEEN        VALUE 'Y'.
           05  WS-PART-SCAN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PART-SCAN-DONE       VALUE 'Y'.
           05  WS-PART-COVER-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PART-COVER-BROKEN    VALUE 'Y'.
           05  WS-PART-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PART-EOF             VALUE 'Y'.
           05  WS-ARITH-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ARITH-DONE           VALUE 'Y'.
           05  WS-ARITH-UNKNOWN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-ARITH-UNKNOWN        VALUE 'Y'.

      *----------------------------------------------------------*
      * PARAMETER AND WORKING NUMERIC FIELDS (WIDENED PAST 999).
       77  WS-INQ-REQUESTS             PIC 9(07) VALUE ZERO.
       77  WS-INQ-ANSWERED             PIC 9(07) VALUE ZERO.
       77  WS-INQ-UNKNOWN              PIC 9(07) VALUE ZERO.
       77  WS-INQ-COUNT-ASKED          PIC 9(07) VALUE ZERO.
       77  WS-INQ-NTH-ASKED            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * COUNT AND NTH PRIME WORK FIELDS.  PRIMCNT HOLDS ONE ENTRY
      * PER WS-IX-INTERVAL KEYS.
      *----------------------------------------------------------*
       77  WS-IX-INTERVAL              PIC 9(07) VALUE 10000.
       77  WS-IX-QUOTIENT              PIC 9(07) VALUE ZERO.
       77  WS-IX-BLOCK                 PIC 9(07) VALUE ZERO.
       77  WS-IX-NEXT-KEY              PIC 9(07) VALUE ZERO.
       77  WS-IX-TARGET                PIC 9(07) VALUE ZERO.
       77  WS-IX-CUM-PRIMES            PIC 9(09) VALUE ZERO.
       77  WS-IX-ANSWER                PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * FACTORIZATION WORK FIELDS.
       77  WS-GOLD-UNKNOWN             PIC 9(07) VALUE ZERO.
       77  WS-GOLD-NOPAIR              PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * GOLDBACH PARTITION COUNT WORK FIELDS AND COUNTERS.  THE
      * PRIME LIST HOLDS EVERY PRIME IN THE UNBROKEN PRIMEMST
      * COVERAGE FROM 2, IN ORDER, AS THE CANDIDATE P VALUES - IT
      * IS SIZED FOR THE 78498 PRIMES BELOW THE SIEVE LIMIT.
      *----------------------------------------------------------*
       77  WS-PART-NUMBER              PIC 9(07) VALUE ZERO.
       77  WS-PART-COVER-HIGH          PIC 9(07) VALUE ZERO.
       77  WS-PART-HALF                PIC 9(07) VALUE ZERO.
       77  WS-PART-COMP                PIC 9(07) VALUE ZERO.
       77  WS-PART-COUNT               PIC 9(07) VALUE ZERO.
       77  WS-PART-SMALL               PIC 9(07) VALUE ZERO.
       77  WS-PART-LARGE               PIC 9(07) VALUE ZERO.
       77  WS-PART-RESUME              PIC 9(07) VALUE ZERO.
       77  WS-PART-COUNTED             PIC 9(07) VALUE ZERO.
       77  WS-PART-EXCEPTIONS          PIC 9(07) VALUE ZERO.
       77  WS-PART-UNKNOWN             PIC 9(07) VALUE ZERO.
       77  WS-PART-NOPAIR              PIC 9(07) VALUE ZERO.
       77  WS-PART-SUB                 PIC 9(07) COMP VALUE ZERO.
       77  WS-PART-PRIMES-LISTED       PIC 9(07) COMP VALUE ZERO.
       01  WS-PART-PRIME-TABLE.
           05  WS-PART-PRIME           PIC 9(07) COMP
                                        OCCURS 78498 TIMES.

      *----------------------------------------------------------*
      * HARDY-LITTLEWOOD EXPECTED COUNT - C2 * S(N) * N / LN(N)**2
      * WHERE C2 IS THE TWIN PRIME CONSTANT AND S(N) THE PRODUCT
      * OF (P - 1) / (P - 2) OVER THE ODD PRIMES DIVIDING N.  THE
      * LOGARITHM IS TAKEN AS K * LN(2) + LN(M) WITH M = N / 2**K
      * BETWEEN 1 AND 2, LN(M) FROM THE SERIES 2 * (T + T**3 / 3
      * + T**5 / 5 ...) WITH T = (M - 1) / (M + 1).
      *----------------------------------------------------------*
       77  WS-PART-TWIN-CONST          PIC 9(01)V9(10)
                                        VALUE 0.6601618158.
       77  WS-PART-LN-TWO              PIC 9(01)V9(11)
                                        VALUE 0.69314718056.
       77  WS-PART-LN-TERMS            PIC 9(02) VALUE 12.
       77  WS-PART-SERIES              PIC 9(03)V9(08) VALUE ZERO.
       77  WS-PART-RESIDUAL            PIC 9(07) VALUE ZERO.
       77  WS-PART-FACTOR              PIC 9(07) VALUE ZERO.
       77  WS-PART-QUOTIENT            PIC 9(07) VALUE ZERO.
       77  WS-PART-REMAINDER           PIC 9(07) VALUE ZERO.
       77  WS-PART-LN-MANTISSA         PIC 9(07)V9(11) VALUE ZERO.
       77  WS-PART-LN-HALVINGS         PIC 9(02) VALUE ZERO.
       77  WS-PART-LN-T                PIC 9(01)V9(12) VALUE ZERO.
       77  WS-PART-LN-T-SQUARED        PIC 9(01)V9(12) VALUE ZERO.
       77  WS-PART-LN-TERM             PIC 9(01)V9(12) VALUE ZERO.
       77  WS-PART-LN-SUM              PIC 9(01)V9(12) VALUE ZERO.
       77  WS-PART-LN-DIVISOR          PIC 9(02) VALUE ZERO.
       77  WS-PART-LOG                 PIC 9(02)V9(11) VALUE ZERO.
       77  WS-PART-EXPECTED            PIC 9(07)V9(02) VALUE ZERO.
       77  WS-PART-RATIO               PIC 9(03)V9(04) VALUE ZERO.

      *----------------------------------------------------------*
      * PARTITION DISTRIBUTION BY 100,000 BAND.  EACH BAND KEEPS
      * ITS FIVE EVEN NUMBERS WITH THE FEWEST PARTITIONS, FEWEST
      * FIRST, THE EARLIER NUMBER AHEAD ON A TIE.
      *----------------------------------------------------------*
       77  WS-PART-BAND-WIDTH          PIC 9(07) VALUE 100000.
       77  WS-PART-BAND                PIC 9(02) COMP VALUE ZERO.
       77  WS-PART-BAND-COUNT          PIC 9(02) COMP VALUE 10.
       77  WS-PART-LOW-SUB             PIC 9(02) COMP VALUE ZERO.
       77  WS-PART-ABOVE-SUB           PIC 9(02) COMP VALUE ZERO.
       01  WS-PART-HOLD-ENTRY.
           05  WS-PART-HOLD-NUMBER     PIC 9(07).
           05  WS-PART-HOLD-PARTS      PIC 9(07).
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY           OCCURS 10 TIMES.
               10  BT-EVENS            PIC 9(07).
               10  BT-UNDECIDED        PIC 9(07).
               10  BT-TOTAL-PARTS      PIC 9(11).
               10  BT-MIN-PARTS        PIC 9(07).
               10  BT-MAX-PARTS        PIC 9(07).
               10  BT-MAX-NUMBER       PIC 9(07).
               10  BT-LOW-USED         PIC 9(01).
               10  BT-LOW-ENTRY        OCCURS 5 TIMES.
                   15  BT-LOW-NUMBER   PIC 9(07).
                   15  BT-LOW-PARTS    PIC 9(07).

      *----------------------------------------------------------*
      * ARITHMETIC FUNCTION EXTRACT WORK FIELDS.  THE PRIMEMST
      * LOAD AND THE PRIME LIST ARE THE ONES PARTITION MODE USES.
      *----------------------------------------------------------*
       77  WS-ARITH-RESIDUAL           PIC 9(07) VALUE ZERO.
       77  WS-ARITH-FACTOR             PIC 9(07) VALUE ZERO.
       77  WS-ARITH-SQUARE             PIC 9(15) VALUE ZERO.
       77  WS-ARITH-QUOTIENT           PIC 9(07) VALUE ZERO.
       77  WS-ARITH-REMAINDER          PIC 9(07) VALUE ZERO.
       77  WS-ARITH-EXPONENT           PIC 9(02) VALUE ZERO.
       77  WS-ARITH-POWER              PIC 9(07) VALUE ZERO.
       77  WS-ARITH-POWER-SUM          PIC 9(09) VALUE ZERO.
       77  WS-ARITH-TOTIENT            PIC 9(07) VALUE ZERO.
       77  WS-ARITH-DIVISORS           PIC 9(05) VALUE ZERO.
       77  WS-ARITH-DIVISOR-SUM        PIC 9(09) VALUE ZERO.
       77  WS-ARITH-DISTINCT           PIC 9(02) VALUE ZERO.
       77  WS-ARITH-TOTAL              PIC 9(02) VALUE ZERO.
       77  WS-ARITH-MOEBIUS            PIC S9(01) VALUE ZERO.
       77  WS-ARITH-SQUAREFREE         PIC X(01) VALUE 'Y'.
       77  WS-ARITH-CLASS              PIC X(01) VALUE SPACE.
       77  WS-ARITH-ABUNDANCY          PIC 9(01)V9(06) VALUE ZERO.

      *----------------------------------------------------------*
      * ARITHMETIC FUNCTION EXTRACT COUNTERS AND RECORD HOLDERS.
      * A RECORD HOLDER IS THE FIRST NUMBER IN THE RANGE TO REACH
      * THE HIGHEST VALUE.
      *----------------------------------------------------------*
       77  WS-ARITH-EXTRACTED          PIC 9(07) VALUE ZERO.
       77  WS-ARITH-EXCEPTIONS         PIC 9(07) VALUE ZERO.
       77  WS-ARITH-PERFECT            PIC 9(07) VALUE ZERO.
       77  WS-ARITH-ABUNDANT           PIC 9(07) VALUE ZERO.
       77  WS-ARITH-DEFICIENT          PIC 9(07) VALUE ZERO.
       77  WS-ARITH-SQFREE-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-ARITH-PRIMES             PIC 9(07) VALUE ZERO.
       77  WS-ARITH-TOP-DIVISORS       PIC 9(05) VALUE ZERO.
       77  WS-ARITH-TOP-DIV-NUMBER     PIC 9(07) VALUE ZERO.
       77  WS-ARITH-TOP-SIGMA          PIC 9(09) VALUE ZERO.
       77  WS-ARITH-TOP-SIGMA-NUMBER   PIC 9(07) VALUE ZERO.
       77  WS-ARITH-TOP-ABUNDANCY      PIC 9(01)V9(06) VALUE ZERO.
       77  WS-ARITH-TOP-ABUND-NUMBER   PIC 9(07) VALUE ZERO.
       77  WS-ARITH-TOP-DISTINCT       PIC 9(02) VALUE ZERO.
       77  WS-ARITH-TOP-DIST-NUMBER    PIC 9(07) VALUE ZERO.
       77  WS-ARITH-TOP-TOTAL          PIC 9(02) VALUE ZERO.
       77  WS-ARITH-TOP-TOTAL-NUMBER   PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      * RUN REGISTRY AND BATCH WINDOW WORK FIELDS.
      *----------------------------------------------------------*
           05  IS-SUMMARY-VALUE        PIC ZZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-BAND-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(34) VALUE
               'GOLDBACH PARTITION DISTRIBUTION'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  BH-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-BAND-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               '      FROM        TO     EVENS UNDECIDED'.
           05  FILLER                  PIC X(40) VALUE
               '   MINIMUM   MAXIMUM   AVERAGE    MAX AT'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-BAND-DETAIL-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  BD-BAND-FROM            PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-BAND-TO              PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-EVENS                PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-UNDECIDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-MINIMUM              PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-MAXIMUM              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-AVERAGE              PIC ZZZZZZ9.9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-MAX-NUMBER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-BAND-LOW-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               'FEWEST PARTITIONS'.
           05  BL-LOW-ENTRY            OCCURS 5 TIMES.
               10  BL-LOW-NUMBER       PIC ZZZZZZ9.
               10  BL-LOW-OPEN         PIC X(02).
               10  BL-LOW-PARTS        PIC ZZZZZ9.
               10  BL-LOW-CLOSE        PIC X(02).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-ARITH-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(34) VALUE
               'ARITHMETIC FUNCTION SUMMARY'.
           05  FILLER                  PIC X(10) VALUE
               'RUN DATE: '.
           05  AT-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-ARITH-HOLDER-HEADER.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'RECORD HOLDERS'.
           05  FILLER                  PIC X(22) VALUE
               ' NUMBER         VALUE'.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-ARITH-HOLDER-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  AH-HOLDER-TEXT          PIC X(30).
           05  AH-HOLDER-NUMBER        PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AH-HOLDER-VALUE         PIC X(12).
           05  AH-HOLDER-COUNT REDEFINES AH-HOLDER-VALUE
                                       PIC Z(11)9.
           05  AH-HOLDER-RATIO REDEFINES AH-HOLDER-VALUE
                                       PIC Z(04)9.9(06).
           05  FILLER                  PIC X(71) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN             PIC S9(04) COMP.
           END-IF.

           IF WS-RUN-MODE-REPORT OR WS-RUN-MODE-GOLDBACH
                   OR WS-RUN-MODE-PARTITION OR WS-RUN-MODE-ARITH
               PERFORM 2600-BATCH-WINDOW-CHECK THRU 2600-EXIT
               IF WS-RETURN-CODE NOT EQUAL ZERO
                   GO TO 0000-EXIT
               END-IF
           END-IF.

           IF WS-RUN-MODE-REPORT OR WS-RUN-MODE-GOLDBACH
                   OR WS-RUN-MODE-PARTITION
               PERFORM 2700-RUN-REGISTRY-CHECK THRU 2700-EXIT
               IF WS-RETURN-CODE NOT EQUAL ZERO
                   GO TO 0000-EXIT
               GO TO 0000-EXIT
           END-IF.

           IF WS-RUN-MODE-PARTITION
               PERFORM 3000-RESTART-CHECK THRU 3000-EXIT
               PERFORM 5950-PARTITION-PARA THRU 5950-EXIT
               GO TO 0000-EXIT
           END-IF.

           IF WS-RUN-MODE-ARITH
               PERFORM 6500-ARITH-EXTRACT-PARA THRU 6500-EXIT
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-RESTART-CHECK THRU 3000-EXIT.
           IF WS-CHECKPOINT-EXISTS
               PERFORM 3050-RESYNC-FROM-STAGING THRU 3050-EXIT
               PERFORM 2800-RUN-REGISTRY-CLOSE THRU 2800-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

                   MOVE 'F' TO WS-RUN-MODE
               WHEN CC-MODE-GOLDBACH
                   MOVE 'G' TO WS-RUN-MODE
               WHEN CC-MODE-PARTITION
                   MOVE 'P' TO WS-RUN-MODE
               WHEN CC-MODE-ARITH
                   MOVE 'E' TO WS-RUN-MODE
               WHEN CC-MODE EQUAL SPACE
                   MOVE 'R' TO WS-RUN-MODE
               WHEN OTHER
                   AND NOT WS-RUN-MODE-BATCH-INQ
                   AND NOT WS-RUN-MODE-FACTOR
                   AND NOT WS-RUN-MODE-GOLDBACH
                   AND NOT WS-RUN-MODE-PARTITION
                   AND NOT WS-RUN-MODE-ARITH
               MOVE 'MODE MUST BE R, I, B, F, G, P OR E'
                   TO EL-ERROR-TEXT
               PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
           ELSE
           IF WS-RUN-MODE-BATCH-INQ
                   PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
               END-IF END-IF END-IF END-IF
           ELSE
           IF WS-RUN-MODE-PARTITION
               IF WS-LIMIT EQUAL ZERO
                   MOVE 'WS-LIMIT IS ZERO - NOTHING TO DO'
                       TO EL-ERROR-TEXT
                   PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
               ELSE
               IF WS-START-VALUE < 4
                   MOVE 'PARTITION RANGE MUST START AT 4 OR GREATER'
                       TO EL-ERROR-TEXT
                   PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
               ELSE
               IF WS-START-VALUE > WS-LIMIT
                   MOVE 'START VALUE IS GREATER THAN LIMIT'
                       TO EL-ERROR-TEXT
                   PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
               ELSE
               IF WS-LIMIT > WS-MAX-TABLE-SIZE
                   MOVE 'LIMIT EXCEEDS THE MAXIMUM SIEVE SIZE'
                       TO EL-ERROR-TEXT
                   PERFORM 2510-VALIDATION-FAILED THRU 2510-EXIT
               END-IF END-IF END-IF END-IF
           ELSE
           IF WS-RUN-MODE-FACTOR
               IF WS-INQUIRY-NUMBER < 2
                   MOVE 'FACTOR MODE REQUIRES A NUMBER GREATER THAN 1'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       2500-EXIT.
           EXIT.
               GO TO 2710-EXIT
           END-IF.
           IF REG-IN-FLIGHT
               AND (REG-RUN-MODE EQUAL 'R' OR 'G' OR 'P')
               AND REG-START-VALUE <= WS-LIMIT
               AND REG-LIMIT >= WS-START-VALUE
               DISPLAY 'PRIMES - RUN REJECTED - OVERLAPPING RUN '
                               COMPUTE WS-GOLD-NOPAIR =
                                   WS-GOLD-EXCEPTIONS - WS-GOLD-UNKNOWN
                               ADD 2 TO WS-NUM
                           ELSE
                           IF WS-RUN-MODE-PARTITION
                               ADD 2 TO WS-NUM
                           ELSE
                               ADD 1 TO WS-NUM
                           END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE 'N' TO ST-PRIME-FLAG
           END-IF.
           MOVE WS-JOB-ID TO ST-PROV-JOB-ID.
           MOVE WS-CURRENT-DATE TO ST-PROV-DATE.
           MOVE 'S' TO ST-PROV-METHOD.
           WRITE STAGING-RECORD.
           IF WS-STAGING-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - MSTSTAGE WRITE FAILED - STATUS '
      * PRIMEMST AND ANSWERED ON INQANS WITH ITS REQUESTOR
      * REFERENCE; A NUMBER NOT ON PRIMEMST (OR A NON-NUMERIC
      * CARD) IS ANSWERED 'U' AND COUNTED, AND THE RUN ENDS WITH
      * RC 4 SO THE DECK STILL COMPLETES.  COUNT AND NTH PRIME
      * CARDS GO THROUGH THE PRIMCNT INDEX; WITHOUT ONE THEY ARE
      * ALL ANSWERED 'U'.  A SUMMARY PAGE GOES TO SYSPRINT FOR
      * THE REQUESTING DEPARTMENT.
      *----------------------------------------------------------*
       5700-BATCH-INQUIRY-PARA.
           OPEN INPUT INQUIRY-REQ-FILE.
               CLOSE INQUIRY-ANS-FILE
               GO TO 5700-EXIT
           END-IF.
           OPEN INPUT COUNT-INDEX-FILE.
           IF WS-PRIMCNT-STATUS EQUAL '00'
               MOVE 'Y' TO WS-INDEX-OPEN-SWITCH
           ELSE
               DISPLAY 'PRIMES - PRIMCNT NOT AVAILABLE - STATUS '
                   WS-PRIMCNT-STATUS ' - COUNT AND NTH PRIME '
                   'REQUESTS WILL BE ANSWERED U'
           END-IF.

           PERFORM 5790-READ-INQUIRY-REQUEST THRU 5790-EXIT.
           PERFORM 5710-ANSWER-ONE-REQUEST THRU 5710-EXIT
           CLOSE INQUIRY-REQ-FILE.
           CLOSE INQUIRY-ANS-FILE.
           CLOSE MASTER-FILE.
           IF WS-INDEX-OPEN
               CLOSE COUNT-INDEX-FILE
           END-IF.
           PERFORM 5720-WRITE-INQUIRY-SUMMARY THRU 5720-EXIT.
           IF WS-INQ-UNKNOWN > ZERO
                   AND WS-RETURN-CODE EQUAL ZERO

      *----------------------------------------------------------*
      * 5710-ANSWER-ONE-REQUEST - LOOK THE CURRENT REQUEST UP ON
      * PRIMEMST AND WRITE ITS ANSWER RECORD.  AN UNRECOGNISED
      * QUESTION CODE IS ANSWERED 'U'.
      *----------------------------------------------------------*
       5710-ANSWER-ONE-REQUEST.
           ADD 1 TO WS-INQ-REQUESTS.
           MOVE SPACES TO INQUIRY-ANSWER-RECORD.
           MOVE IQ-REFERENCE TO IA-REFERENCE.
           MOVE IQ-QUESTION TO IA-QUESTION.
           MOVE ZERO TO IA-ANSWER.
           IF IQ-NUMBER IS NOT NUMERIC
               MOVE ZERO TO IA-NUMBER
               MOVE 'U' TO IA-RESULT
               ADD 1 TO WS-INQ-UNKNOWN
               GO TO 5710-WRITE-ANSWER
           END-IF.
           MOVE IQ-NUMBER TO IA-NUMBER.
           EVALUATE TRUE
               WHEN IQ-ASK-IS-PRIME
                   MOVE IQ-NUMBER TO MASTER-NUMBER
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'U' TO IA-RESULT
                       NOT INVALID KEY
                           IF MASTER-IS-PRIME
                               MOVE 'Y' TO IA-RESULT
                           ELSE
                               MOVE 'N' TO IA-RESULT
                           END-IF
                   END-READ
               WHEN IQ-ASK-COUNT
                   ADD 1 TO WS-INQ-COUNT-ASKED
                   PERFORM 5730-ANSWER-COUNT THRU 5730-EXIT
               WHEN IQ-ASK-NTH-PRIME
                   ADD 1 TO WS-INQ-NTH-ASKED
                   PERFORM 5740-ANSWER-NTH-PRIME THRU 5740-EXIT
               WHEN OTHER
                   MOVE 'U' TO IA-RESULT
           END-EVALUATE.
           IF IA-RESULT EQUAL 'U'
               ADD 1 TO WS-INQ-UNKNOWN
           ELSE
               ADD 1 TO WS-INQ-ANSWERED
           END-IF.

       5710-WRITE-ANSWER.
           WRITE INQUIRY-ANSWER-RECORD.
           PERFORM 5790-READ-INQUIRY-REQUEST THRU 5790-EXIT.
       5710-EXIT.
           MOVE 'REQUESTS UNKNOWN              '
               TO IS-SUMMARY-TEXT.
           MOVE WS-INQ-UNKNOWN TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'COUNT REQUESTS                '
               TO IS-SUMMARY-TEXT.
           MOVE WS-INQ-COUNT-ASKED TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NTH PRIME REQUESTS            '
               TO IS-SUMMARY-TEXT.
           MOVE WS-INQ-NTH-ASKED TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE REPORT-FILE.
       5720-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5730-ANSWER-COUNT - HOW MANY PRIMES ARE AT OR BELOW THE
      * REQUEST NUMBER.  THE PRIMCNT ENTRY OF THE BLOCK BELOW
      * GIVES THE COUNT UP TO THE NUMBER'S OWN BLOCK, WHICH MUST
      * BE COMPLETE; THE MASTER IS THEN BROWSED FROM THE START OF
      * THE NUMBER'S BLOCK UP TO THE NUMBER.  A MISSING ENTRY, A
      * PARTIAL BLOCK BELOW, OR ANY KEY MISSING ON THE WAY UP
      * LEAVES THE ANSWER 'U'.
      *----------------------------------------------------------*
       5730-ANSWER-COUNT.
           MOVE 'U' TO IA-RESULT.
           IF IQ-NUMBER < 2
               MOVE 'Y' TO IA-RESULT
               GO TO 5730-EXIT
           END-IF.
           IF NOT WS-INDEX-OPEN
               GO TO 5730-EXIT
           END-IF.
           DIVIDE IQ-NUMBER BY WS-IX-INTERVAL
               GIVING WS-IX-QUOTIENT.
           MULTIPLY WS-IX-QUOTIENT BY WS-IX-INTERVAL
               GIVING WS-IX-BLOCK.
           IF WS-IX-BLOCK EQUAL ZERO
               MOVE ZERO TO WS-IX-CUM-PRIMES
               MOVE 2 TO WS-IX-NEXT-KEY
           ELSE
               COMPUTE CX-BLOCK-START =
                   WS-IX-BLOCK - WS-IX-INTERVAL
               READ COUNT-INDEX-FILE
                   INVALID KEY
                       GO TO 5730-EXIT
               END-READ
               IF NOT CX-BLOCK-COMPLETE
                   GO TO 5730-EXIT
               END-IF
               MOVE CX-CUM-PRIMES TO WS-IX-CUM-PRIMES
               MOVE WS-IX-BLOCK TO WS-IX-NEXT-KEY
           END-IF.
           MOVE IQ-NUMBER TO WS-IX-TARGET.
           MOVE 'N' TO WS-IX-FOUND-SWITCH.
           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE WS-IX-NEXT-KEY TO MASTER-NUMBER.
           START MASTER-FILE
               KEY IS NOT LESS THAN MASTER-NUMBER
               INVALID KEY
                   GO TO 5730-EXIT
           END-START.
           PERFORM 5735-COUNT-ONE-KEY THRU 5735-EXIT
               UNTIL WS-IX-STOPPED.
           IF WS-IX-FOUND
               MOVE 'Y' TO IA-RESULT
               MOVE WS-IX-CUM-PRIMES TO IA-ANSWER
           END-IF.
       5730-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5735-COUNT-ONE-KEY - ONE STEP OF THE COUNT BROWSE.  THE
      * KEYS MUST ARRIVE ONE AFTER ANOTHER UP TO THE TARGET.
      *----------------------------------------------------------*
       5735-COUNT-ONE-KEY.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 5735-EXIT
           END-READ.
           IF MASTER-NUMBER NOT EQUAL WS-IX-NEXT-KEY
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5735-EXIT
           END-IF.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-IX-CUM-PRIMES
           END-IF.
           IF MASTER-NUMBER EQUAL WS-IX-TARGET
               MOVE 'Y' TO WS-IX-FOUND-SWITCH
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5735-EXIT
           END-IF.
           ADD 1 TO WS-IX-NEXT-KEY.
       5735-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5740-ANSWER-NTH-PRIME - WHICH NUMBER IS THE NTH PRIME.
      * THE PRIMCNT ENTRIES ARE READ UP FROM BLOCK ZERO TO THE
      * FIRST WHOSE RUNNING COUNT REACHES N, AND THAT ONE BLOCK
      * OF THE MASTER IS BROWSED FOR THE PRIME ITSELF.  RUNNING
      * OUT OF ENTRIES FIRST MEANS THE NTH PRIME IS PAST THE
      * MASTER'S UNBROKEN COVERAGE, SO THE ANSWER IS 'U'.
      *----------------------------------------------------------*
       5740-ANSWER-NTH-PRIME.
           MOVE 'U' TO IA-RESULT.
           IF IQ-NUMBER EQUAL ZERO
                   OR NOT WS-INDEX-OPEN
               GO TO 5740-EXIT
           END-IF.
           MOVE IQ-NUMBER TO WS-IX-TARGET.
           MOVE ZERO TO WS-IX-BLOCK.
           MOVE 'N' TO WS-IX-FOUND-SWITCH.
           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE ZERO TO CX-BLOCK-START.
           START COUNT-INDEX-FILE
               KEY IS NOT LESS THAN CX-BLOCK-START
               INVALID KEY
                   GO TO 5740-EXIT
           END-START.
           PERFORM 5745-FIND-NTH-BLOCK THRU 5745-EXIT
               UNTIL WS-IX-STOPPED.
           IF NOT WS-IX-FOUND
               GO TO 5740-EXIT
           END-IF.

           COMPUTE WS-IX-CUM-PRIMES =
               CX-CUM-PRIMES - CX-BLOCK-PRIMES.
           MOVE CX-BLOCK-START TO WS-IX-NEXT-KEY.
           IF WS-IX-NEXT-KEY < 2
               MOVE 2 TO WS-IX-NEXT-KEY
           END-IF.
           MOVE 'N' TO WS-IX-FOUND-SWITCH.
           MOVE 'N' TO WS-IX-STOP-SWITCH.
           MOVE WS-IX-NEXT-KEY TO MASTER-NUMBER.
           START MASTER-FILE
               KEY IS NOT LESS THAN MASTER-NUMBER
               INVALID KEY
                   GO TO 5740-EXIT
           END-START.
           PERFORM 5750-FIND-NTH-KEY THRU 5750-EXIT
               UNTIL WS-IX-STOPPED.
           IF WS-IX-FOUND
               MOVE 'Y' TO IA-RESULT
               MOVE WS-IX-ANSWER TO IA-ANSWER
           END-IF.
       5740-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5745-FIND-NTH-BLOCK - ONE PRIMCNT ENTRY.  THE ENTRIES
      * MUST RUN ONE BLOCK AFTER ANOTHER FROM ZERO.
      *----------------------------------------------------------*
       5745-FIND-NTH-BLOCK.
           READ COUNT-INDEX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 5745-EXIT
           END-READ.
           IF CX-BLOCK-START NOT EQUAL WS-IX-BLOCK
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5745-EXIT
           END-IF.
           IF CX-CUM-PRIMES NOT LESS THAN WS-IX-TARGET
               MOVE 'Y' TO WS-IX-FOUND-SWITCH
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5745-EXIT
           END-IF.
           IF NOT CX-BLOCK-COMPLETE
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5745-EXIT
           END-IF.
           ADD WS-IX-INTERVAL TO WS-IX-BLOCK.
       5745-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5750-FIND-NTH-KEY - ONE STEP OF THE NTH PRIME BROWSE
      * THROUGH THE BLOCK THE INDEX CHOSE.
      *----------------------------------------------------------*
       5750-FIND-NTH-KEY.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 5750-EXIT
           END-READ.
           IF MASTER-NUMBER NOT EQUAL WS-IX-NEXT-KEY
               MOVE 'Y' TO WS-IX-STOP-SWITCH
               GO TO 5750-EXIT
           END-IF.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-IX-CUM-PRIMES
               IF WS-IX-CUM-PRIMES EQUAL WS-IX-TARGET
                   MOVE MASTER-NUMBER TO WS-IX-ANSWER
                   MOVE 'Y' TO WS-IX-FOUND-SWITCH
                   MOVE 'Y' TO WS-IX-STOP-SWITCH
                   GO TO 5750-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-IX-NEXT-KEY.
       5750-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5790-READ-INQUIRY-REQUEST - COMMON INQREQ READ WITH EOF
      * HANDLING.
           EXIT.

      *----------------------------------------------------------*
      * 5950-PARTITION-PARA - COUNT THE GOLDBACH PARTITIONS OF
      * EVERY EVEN NUMBER IN THE START/LIMIT RANGE.  COUNTING
      * NEEDS EVERY PRIME BELOW HALF THE NUMBER AND THE PRIMALITY
      * OF EACH COMPLEMENT, FAR TOO MANY KEYED READS TO MAKE PER
      * NUMBER, SO PRIMEMST IS READ ONCE INTO THE SIEVE TABLE
      * (1 = PRIME, 0 = NOT PRIME, 2 = NOT ON THE MASTER) AND THE
      * LIMIT IS THE SIEVE SIZE.  EACH COUNTED NUMBER GOES TO
      * PARTOUT; ONE THE MASTER CANNOT DECIDE GOES TO PARTEXC
      * WITH REASON 'U', ONE WITH COMPLETE COVERAGE AND NO PAIR
      * WITH REASON 'N'.  'U' ENDS THE RUN WITH RC 4 AND 'N' WITH
      * RC 8, AS IN GOLDBACH MODE.  THE BAND REPORT GOES TO
      * SYSPRINT AT THE END.  THE LOOP CHECKPOINTS LIKE MODE G;
      * A RESTART REBUILDS THE TOTALS AND BANDS FROM THE EXTENDED
      * PARTOUT AND PARTEXC SO NOTHING IS COUNTED TWICE.
      *----------------------------------------------------------*
       5950-PARTITION-PARA.
           INITIALIZE WS-BAND-TABLE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PRIMEMST NOT AVAILABLE FOR '
                   'PARTITION COUNT - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5950-EXIT
           END-IF.
           PERFORM 5951-LOAD-MASTER-FLAGS THRU 5951-EXIT.
           CLOSE MASTER-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5950-EXIT
           END-IF.
           DISPLAY 'PRIMES - PARTITION COUNT - PRIMEMST COVERS 2 TO '
               WS-PART-COVER-HIGH ' WITHOUT A HOLE'.

           IF WS-CHECKPOINT-EXISTS
               PERFORM 5955-RESYNC-PARTITIONS THRU 5955-EXIT
               IF WS-RETURN-CODE NOT EQUAL ZERO
                   GO TO 5950-EXIT
               END-IF
           END-IF.
           PERFORM 5958-OPEN-PART-FILES THRU 5958-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5950-EXIT
           END-IF.

           IF NOT WS-CHECKPOINT-EXISTS
               IF WS-NUM < 4
                   MOVE 4 TO WS-NUM
               END-IF
           END-IF.
           DIVIDE WS-NUM BY 2 GIVING WS-PART-HALF
               REMAINDER WS-PART-COMP.
           IF WS-PART-COMP NOT EQUAL ZERO
               ADD 1 TO WS-NUM
           END-IF.

           PERFORM 5960-COUNT-ONE-EVEN THRU 5960-EXIT
               UNTIL WS-NUM > WS-LIMIT
               OR WS-RETURN-CODE NOT EQUAL ZERO.

           CLOSE PART-CNT-FILE.
           CLOSE PART-EXC-FILE.
           IF WS-RETURN-CODE EQUAL ZERO
               PERFORM 3200-DELETE-CHECKPOINT THRU 3200-EXIT
           END-IF.
           PERFORM 5990-WRITE-BAND-REPORT THRU 5990-EXIT.
           DISPLAY 'PRIMES - PARTITION COUNT - '
               WS-PART-COUNTED ' COUNTED, '
               WS-PART-UNKNOWN ' UNDECIDED, '
               WS-PART-NOPAIR ' WITHOUT A PAIR'.
           IF WS-RETURN-CODE EQUAL ZERO
               IF WS-PART-NOPAIR > ZERO
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   IF WS-PART-UNKNOWN > ZERO
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       5950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5951-LOAD-MASTER-FLAGS - MARK EVERY NUMBER UP TO THE
      * LIMIT AS NOT ON THE MASTER, THEN BROWSE PRIMEMST FROM 2
      * AND FLAG EACH KEY FOUND.  THE UNBROKEN RUN OF KEYS FROM 2
      * IS THE COVERAGE EVERY CANDIDATE P MUST LIE IN, AND ITS
      * PRIMES MAKE UP THE CANDIDATE LIST.
      *----------------------------------------------------------*
       5951-LOAD-MASTER-FLAGS.
           PERFORM 5952-CLEAR-ONE-FLAG THRU 5952-EXIT
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > WS-LIMIT.
           MOVE 1 TO WS-PART-COVER-HIGH.
           MOVE ZERO TO WS-PART-PRIMES-LISTED.
           MOVE 'N' TO WS-PART-COVER-SWITCH.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH.
           MOVE 2 TO MASTER-NUMBER.
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM 5953-LOAD-ONE-MASTER THRU 5953-EXIT
               UNTIL WS-MASTER-EOF.
       5951-EXIT.
           EXIT.

       5952-CLEAR-ONE-FLAG.
           MOVE 2 TO PRIME-FLAG (PS-IDX).
       5952-EXIT.
           EXIT.

       5953-LOAD-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-READ.
           IF WS-MASTER-EOF
               GO TO 5953-EXIT
           END-IF.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PRIMEMST READ FAILED - STATUS '
                   WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               GO TO 5953-EXIT
           END-IF.
           IF MASTER-NUMBER > WS-LIMIT
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               GO TO 5953-EXIT
           END-IF.
           SET PS-IDX TO MASTER-NUMBER.
           IF MASTER-IS-PRIME
               MOVE 1 TO PRIME-FLAG (PS-IDX)
           ELSE
               MOVE 0 TO PRIME-FLAG (PS-IDX)
           END-IF.
           IF WS-PART-COVER-BROKEN
               GO TO 5953-EXIT
           END-IF.
           IF MASTER-NUMBER NOT EQUAL WS-PART-COVER-HIGH + 1
               MOVE 'Y' TO WS-PART-COVER-SWITCH
               GO TO 5953-EXIT
           END-IF.
           MOVE MASTER-NUMBER TO WS-PART-COVER-HIGH.
           IF MASTER-IS-PRIME
               ADD 1 TO WS-PART-PRIMES-LISTED
               MOVE MASTER-NUMBER
                   TO WS-PART-PRIME (WS-PART-PRIMES-LISTED)
           END-IF.
       5953-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5955-RESYNC-PARTITIONS - THE CHECKPOINT LAGS THE CANCEL
      * POINT, AND THE NUMBERS IN BETWEEN ARE ALREADY ON PARTOUT
      * OR PARTEXC.  READ BOTH BACK, REBUILD THE RUN TOTALS AND
      * THE BAND TABLE FROM THEM AND RESUME AFTER THE HIGHEST
      * NUMBER EITHER HOLDS.  WITHOUT THEM THE BAND REPORT WOULD
      * BE INCOMPLETE, SO A RESTART THAT CANNOT READ THEM FAILS.
      *----------------------------------------------------------*
       5955-RESYNC-PARTITIONS.
           MOVE ZERO TO WS-PART-RESUME.
           OPEN INPUT PART-CNT-FILE.
           IF WS-PARTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - RESTART - UNABLE TO RESYNC FROM '
                   'PARTOUT - STATUS ' WS-PARTOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5955-EXIT
           END-IF.
           MOVE 'N' TO WS-PART-EOF-SWITCH.
           PERFORM 5956-RESYNC-ONE-COUNT THRU 5956-EXIT
               UNTIL WS-PART-EOF.
           CLOSE PART-CNT-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5955-EXIT
           END-IF.
           OPEN INPUT PART-EXC-FILE.
           IF WS-PARTEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - RESTART - UNABLE TO RESYNC FROM '
                   'PARTEXC - STATUS ' WS-PARTEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5955-EXIT
           END-IF.
           MOVE 'N' TO WS-PART-EOF-SWITCH.
           PERFORM 5957-RESYNC-ONE-EXCEPTION THRU 5957-EXIT
               UNTIL WS-PART-EOF.
           CLOSE PART-EXC-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5955-EXIT
           END-IF.
           IF WS-PART-RESUME + 2 > WS-NUM
               COMPUTE WS-NUM = WS-PART-RESUME + 2
           END-IF.
           DISPLAY 'PRIMES - RESTART - RESUMING AT ' WS-NUM
               ' AFTER THE COUNTED WORK'.
       5955-EXIT.
           EXIT.

       5956-RESYNC-ONE-COUNT.
           READ PART-CNT-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SWITCH
           END-READ.
           IF WS-PART-EOF
               GO TO 5956-EXIT
           END-IF.
           IF WS-PARTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PARTOUT READ FAILED - STATUS '
                   WS-PARTOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-PART-EOF-SWITCH
               GO TO 5956-EXIT
           END-IF.
           ADD 1 TO WS-PART-COUNTED.
           MOVE PC-NUMBER TO WS-PART-NUMBER.
           MOVE PC-PARTITIONS TO WS-PART-COUNT.
           PERFORM 5980-FOLD-INTO-BAND THRU 5980-EXIT.
           IF PC-NUMBER > WS-PART-RESUME
               MOVE PC-NUMBER TO WS-PART-RESUME
           END-IF.
       5956-EXIT.
           EXIT.

       5957-RESYNC-ONE-EXCEPTION.
           READ PART-EXC-FILE
               AT END
                   MOVE 'Y' TO WS-PART-EOF-SWITCH
           END-READ.
           IF WS-PART-EOF
               GO TO 5957-EXIT
           END-IF.
           IF WS-PARTEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PARTEXC READ FAILED - STATUS '
                   WS-PARTEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-PART-EOF-SWITCH
               GO TO 5957-EXIT
           END-IF.
           ADD 1 TO WS-PART-EXCEPTIONS.
           MOVE PX-NUMBER TO WS-PART-NUMBER.
           IF PX-REASON EQUAL 'U'
               ADD 1 TO WS-PART-UNKNOWN
               PERFORM 5985-FOLD-UNDECIDED THRU 5985-EXIT
           ELSE
               ADD 1 TO WS-PART-NOPAIR
               MOVE ZERO TO WS-PART-COUNT
               PERFORM 5980-FOLD-INTO-BAND THRU 5980-EXIT
           END-IF.
           IF PX-NUMBER > WS-PART-RESUME
               MOVE PX-NUMBER TO WS-PART-RESUME
           END-IF.
       5957-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5958-OPEN-PART-FILES - PARTOUT AND PARTEXC OPEN OUTPUT ON
      * A FRESH RUN AND EXTEND ON A RESTART, AS GOLDOUT AND
      * GOLDEXC DO.
      *----------------------------------------------------------*
       5958-OPEN-PART-FILES.
           IF WS-CHECKPOINT-EXISTS
               OPEN EXTEND PART-CNT-FILE
           ELSE
               OPEN OUTPUT PART-CNT-FILE
           END-IF.
           IF WS-PARTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN PARTOUT - STATUS '
                   WS-PARTOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5958-EXIT
           END-IF.
           IF WS-CHECKPOINT-EXISTS
               OPEN EXTEND PART-EXC-FILE
           ELSE
               OPEN OUTPUT PART-EXC-FILE
           END-IF.
           IF WS-PARTEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN PARTEXC - STATUS '
                   WS-PARTEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               CLOSE PART-CNT-FILE
           END-IF.
       5958-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5960-COUNT-ONE-EVEN - COUNT THE PAIRS P + Q FOR THE
      * CURRENT EVEN NUMBER.  THE COUNT IS ONLY DECIDED WHEN THE
      * UNBROKEN COVERAGE REACHES HALF THE NUMBER, SO EVERY
      * CANDIDATE P IS KNOWN, AND THE COMPLEMENT OF EVERY PRIME
      * CANDIDATE IS ON THE MASTER.
      *----------------------------------------------------------*
       5960-COUNT-ONE-EVEN.
           MOVE WS-NUM TO WS-PART-NUMBER.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE ZERO TO WS-PART-SMALL.
           MOVE ZERO TO WS-PART-LARGE.
           MOVE 'N' TO WS-PART-GAP-SWITCH.
           DIVIDE WS-NUM BY 2 GIVING WS-PART-HALF.
           IF WS-PART-COVER-HIGH < WS-PART-HALF
               MOVE 'Y' TO WS-PART-GAP-SWITCH
           ELSE
               MOVE 1 TO WS-PART-SUB
               MOVE 'N' TO WS-PART-SCAN-SWITCH
               PERFORM 5962-TRY-ONE-PRIME THRU 5962-EXIT
                   UNTIL WS-PART-SCAN-DONE
           END-IF.
           IF WS-PART-GAP-SEEN
               PERFORM 5966-WRITE-PART-EXCEPTION THRU 5966-EXIT
               PERFORM 5985-FOLD-UNDECIDED THRU 5985-EXIT
           ELSE
               IF WS-PART-COUNT EQUAL ZERO
                   PERFORM 5966-WRITE-PART-EXCEPTION THRU 5966-EXIT
               ELSE
                   PERFORM 5970-EXPECTED-COUNT THRU 5970-EXIT
                   PERFORM 5964-WRITE-PARTITION-COUNT
                       THRU 5964-EXIT
               END-IF
               PERFORM 5980-FOLD-INTO-BAND THRU 5980-EXIT
           END-IF.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 5960-EXIT
           END-IF.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM 5500-WRITE-CHECKPOINT THRU 5500-EXIT
               MOVE ZERO TO WS-SINCE-CHECKPOINT
           END-IF.
           ADD 2 TO WS-NUM.
       5960-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5962-TRY-ONE-PRIME - TAKE THE NEXT CANDIDATE P FROM THE
      * PRIME LIST AND LOOK ITS COMPLEMENT UP IN THE TABLE.  THE
      * FIRST PAIR FOUND HAS THE SMALLEST P, THE LAST THE LARGEST.
      * A COMPLEMENT NOT ON THE MASTER ENDS THE SCAN UNDECIDED.
      *----------------------------------------------------------*
       5962-TRY-ONE-PRIME.
           IF WS-PART-SUB > WS-PART-PRIMES-LISTED
               MOVE 'Y' TO WS-PART-SCAN-SWITCH
               GO TO 5962-EXIT
           END-IF.
           IF WS-PART-PRIME (WS-PART-SUB) > WS-PART-HALF
               MOVE 'Y' TO WS-PART-SCAN-SWITCH
               GO TO 5962-EXIT
           END-IF.
           COMPUTE WS-PART-COMP = WS-NUM - WS-PART-PRIME (WS-PART-SUB).
           SET PS-IDX TO WS-PART-COMP.
           EVALUATE PRIME-FLAG (PS-IDX)
               WHEN 1
                   ADD 1 TO WS-PART-COUNT
                   IF WS-PART-COUNT EQUAL 1
                       MOVE WS-PART-PRIME (WS-PART-SUB)
                           TO WS-PART-SMALL
                   END-IF
                   MOVE WS-PART-PRIME (WS-PART-SUB) TO WS-PART-LARGE
               WHEN 2
                   MOVE 'Y' TO WS-PART-GAP-SWITCH
                   MOVE 'Y' TO WS-PART-SCAN-SWITCH
           END-EVALUATE.
           ADD 1 TO WS-PART-SUB.
       5962-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5964-WRITE-PARTITION-COUNT - ONE PARTOUT RECORD.
      *----------------------------------------------------------*
       5964-WRITE-PARTITION-COUNT.
           MOVE SPACES TO PART-CNT-RECORD.
           MOVE WS-NUM TO PC-NUMBER.
           MOVE WS-PART-COUNT TO PC-PARTITIONS.
           MOVE WS-PART-SMALL TO PC-SMALL-PRIME-1.
           COMPUTE PC-SMALL-PRIME-2 = WS-NUM - WS-PART-SMALL.
           MOVE WS-PART-LARGE TO PC-LARGE-PRIME-1.
           COMPUTE PC-LARGE-PRIME-2 = WS-NUM - WS-PART-LARGE.
           MOVE WS-PART-EXPECTED TO PC-EXPECTED.
           MOVE WS-PART-RATIO TO PC-RATIO.
           WRITE PART-CNT-RECORD.
           IF WS-PARTOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PARTOUT WRITE FAILED - STATUS '
                   WS-PARTOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5964-EXIT
           END-IF.
           ADD 1 TO WS-PART-COUNTED.
       5964-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5966-WRITE-PART-EXCEPTION - RECORD AN EVEN NUMBER WHOSE
      * PARTITIONS WERE NOT COUNTED, KEEPING COVERAGE GAPS
      * DISTINCT FROM A GENUINE MISSING PAIR.
      *----------------------------------------------------------*
       5966-WRITE-PART-EXCEPTION.
           MOVE SPACES TO PART-EXC-RECORD.
           MOVE WS-NUM TO PX-NUMBER.
           IF WS-PART-GAP-SEEN
               MOVE 'U' TO PX-REASON
               MOVE 'PRIMEMST COVERAGE INSUFFICIENT TO COUNT'
                   TO PX-REASON-TEXT
           ELSE
               MOVE 'N' TO PX-REASON
               MOVE 'NO PRIME PAIR FOUND - REPORT TO RESEARCH'
                   TO PX-REASON-TEXT
           END-IF.
           WRITE PART-EXC-RECORD.
           IF WS-PARTEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PARTEXC WRITE FAILED - STATUS '
                   WS-PARTEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5966-EXIT
           END-IF.
           ADD 1 TO WS-PART-EXCEPTIONS.
           IF WS-PART-GAP-SEEN
               ADD 1 TO WS-PART-UNKNOWN
           ELSE
               ADD 1 TO WS-PART-NOPAIR
           END-IF.
       5966-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5970-EXPECTED-COUNT - THE HARDY-LITTLEWOOD EXPECTED COUNT
      * FOR THE CURRENT NUMBER AND THE ACTUAL COUNT'S RATIO TO
      * IT.  THE ODD PRIME FACTORS FOR S(N) ARE FOUND BY TRIAL
      * DIVISION FROM THE PRIME LIST, WHICH ALWAYS REACHES HALF
      * THE NUMBER HERE AND SO PAST ITS SQUARE ROOT.
      *----------------------------------------------------------*
       5970-EXPECTED-COUNT.
           MOVE 1 TO WS-PART-SERIES.
           MOVE WS-NUM TO WS-PART-RESIDUAL.
           MOVE ZERO TO WS-PART-REMAINDER.
           PERFORM 5971-HALVE-RESIDUAL THRU 5971-EXIT
               UNTIL WS-PART-REMAINDER NOT EQUAL ZERO.
           MOVE 2 TO WS-PART-SUB.
           MOVE 'N' TO WS-PART-SCAN-SWITCH.
           PERFORM 5972-TRY-SERIES-FACTOR THRU 5972-EXIT
               UNTIL WS-PART-SCAN-DONE.
           IF WS-PART-RESIDUAL > 1
               COMPUTE WS-PART-SERIES ROUNDED = WS-PART-SERIES
                   * (WS-PART-RESIDUAL - 1) / (WS-PART-RESIDUAL - 2)
           END-IF.

           MOVE WS-NUM TO WS-PART-LN-MANTISSA.
           MOVE ZERO TO WS-PART-LN-HALVINGS.
           PERFORM 5974-HALVE-MANTISSA THRU 5974-EXIT
               UNTIL WS-PART-LN-MANTISSA < 2.
           COMPUTE WS-PART-LN-T ROUNDED =
               (WS-PART-LN-MANTISSA - 1) / (WS-PART-LN-MANTISSA + 1).
           COMPUTE WS-PART-LN-T-SQUARED ROUNDED =
               WS-PART-LN-T * WS-PART-LN-T.
           MOVE WS-PART-LN-T TO WS-PART-LN-TERM.
           MOVE WS-PART-LN-T TO WS-PART-LN-SUM.
           MOVE 1 TO WS-PART-LN-DIVISOR.
           PERFORM 5975-ADD-LOG-TERM THRU 5975-EXIT
               WS-PART-LN-TERMS TIMES.
           COMPUTE WS-PART-LOG ROUNDED =
               WS-PART-LN-HALVINGS * WS-PART-LN-TWO
               + 2 * WS-PART-LN-SUM.

           COMPUTE WS-PART-EXPECTED ROUNDED =
               WS-PART-TWIN-CONST * WS-PART-SERIES * WS-NUM
               / (WS-PART-LOG * WS-PART-LOG).
           IF WS-PART-EXPECTED > ZERO
               COMPUTE WS-PART-RATIO ROUNDED =
                   WS-PART-COUNT / WS-PART-EXPECTED
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-PART-RATIO
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PART-RATIO
           END-IF.
       5970-EXIT.
           EXIT.

       5971-HALVE-RESIDUAL.
           DIVIDE WS-PART-RESIDUAL BY 2 GIVING WS-PART-QUOTIENT
               REMAINDER WS-PART-REMAINDER.
           IF WS-PART-REMAINDER EQUAL ZERO
               MOVE WS-PART-QUOTIENT TO WS-PART-RESIDUAL
           END-IF.
       5971-EXIT.
           EXIT.

       5972-TRY-SERIES-FACTOR.
           IF WS-PART-SUB > WS-PART-PRIMES-LISTED
               MOVE 'Y' TO WS-PART-SCAN-SWITCH
               GO TO 5972-EXIT
           END-IF.
           MOVE WS-PART-PRIME (WS-PART-SUB) TO WS-PART-FACTOR.
           IF WS-PART-FACTOR * WS-PART-FACTOR > WS-PART-RESIDUAL
               MOVE 'Y' TO WS-PART-SCAN-SWITCH
               GO TO 5972-EXIT
           END-IF.
           DIVIDE WS-PART-RESIDUAL BY WS-PART-FACTOR
               GIVING WS-PART-QUOTIENT
               REMAINDER WS-PART-REMAINDER.
           IF WS-PART-REMAINDER EQUAL ZERO
               COMPUTE WS-PART-SERIES ROUNDED = WS-PART-SERIES
                   * (WS-PART-FACTOR - 1) / (WS-PART-FACTOR - 2)
               PERFORM 5973-DIVIDE-OUT-FACTOR THRU 5973-EXIT
                   UNTIL WS-PART-REMAINDER NOT EQUAL ZERO
           END-IF.
           ADD 1 TO WS-PART-SUB.
       5972-EXIT.
           EXIT.

       5973-DIVIDE-OUT-FACTOR.
           MOVE WS-PART-QUOTIENT TO WS-PART-RESIDUAL.
           DIVIDE WS-PART-RESIDUAL BY WS-PART-FACTOR
               GIVING WS-PART-QUOTIENT
               REMAINDER WS-PART-REMAINDER.
       5973-EXIT.
           EXIT.

       5974-HALVE-MANTISSA.
           DIVIDE WS-PART-LN-MANTISSA BY 2
               GIVING WS-PART-LN-MANTISSA.
           ADD 1 TO WS-PART-LN-HALVINGS.
       5974-EXIT.
           EXIT.

       5975-ADD-LOG-TERM.
           COMPUTE WS-PART-LN-TERM ROUNDED =
               WS-PART-LN-TERM * WS-PART-LN-T-SQUARED.
           ADD 2 TO WS-PART-LN-DIVISOR.
           COMPUTE WS-PART-LN-SUM ROUNDED =
               WS-PART-LN-SUM + WS-PART-LN-TERM / WS-PART-LN-DIVISOR.
       5975-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5980-FOLD-INTO-BAND - ADD A DECIDED NUMBER AND ITS COUNT
      * TO ITS 100,000 BAND AND, IF IT HAS FEWER PARTITIONS THAN
      * THE FIFTH ENTRY, TO THE BAND'S FEWEST-PARTITIONS LIST.
      *----------------------------------------------------------*
       5980-FOLD-INTO-BAND.
           DIVIDE WS-PART-NUMBER BY WS-PART-BAND-WIDTH
               GIVING WS-PART-BAND.
           ADD 1 TO WS-PART-BAND.
           IF BT-EVENS (WS-PART-BAND) EQUAL ZERO
                   OR WS-PART-COUNT < BT-MIN-PARTS (WS-PART-BAND)
               MOVE WS-PART-COUNT TO BT-MIN-PARTS (WS-PART-BAND)
           END-IF.
           IF BT-EVENS (WS-PART-BAND) EQUAL ZERO
                   OR WS-PART-COUNT > BT-MAX-PARTS (WS-PART-BAND)
               MOVE WS-PART-COUNT TO BT-MAX-PARTS (WS-PART-BAND)
               MOVE WS-PART-NUMBER TO BT-MAX-NUMBER (WS-PART-BAND)
           END-IF.
           ADD 1 TO BT-EVENS (WS-PART-BAND).
           ADD WS-PART-COUNT TO BT-TOTAL-PARTS (WS-PART-BAND).

           IF BT-LOW-USED (WS-PART-BAND) < 5
               ADD 1 TO BT-LOW-USED (WS-PART-BAND)
               MOVE BT-LOW-USED (WS-PART-BAND) TO WS-PART-LOW-SUB
           ELSE
               IF WS-PART-COUNT NOT LESS THAN
                       BT-LOW-PARTS (WS-PART-BAND, 5)
                   GO TO 5980-EXIT
               END-IF
               MOVE 5 TO WS-PART-LOW-SUB
           END-IF.
           MOVE WS-PART-NUMBER
               TO BT-LOW-NUMBER (WS-PART-BAND, WS-PART-LOW-SUB).
           MOVE WS-PART-COUNT
               TO BT-LOW-PARTS (WS-PART-BAND, WS-PART-LOW-SUB).
           PERFORM 5981-RAISE-LOW-ENTRY THRU 5981-EXIT
               UNTIL WS-PART-LOW-SUB EQUAL 1.
       5980-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5981-RAISE-LOW-ENTRY - MOVE THE NEW ENTRY UP ONE PLACE
      * WHILE IT HAS FEWER PARTITIONS THAN THE ONE ABOVE IT.
      *----------------------------------------------------------*
       5981-RAISE-LOW-ENTRY.
           COMPUTE WS-PART-ABOVE-SUB = WS-PART-LOW-SUB - 1.
           IF BT-LOW-PARTS (WS-PART-BAND, WS-PART-LOW-SUB)
                   NOT LESS THAN
                   BT-LOW-PARTS (WS-PART-BAND, WS-PART-ABOVE-SUB)
               MOVE 1 TO WS-PART-LOW-SUB
               GO TO 5981-EXIT
           END-IF.
           MOVE BT-LOW-ENTRY (WS-PART-BAND, WS-PART-ABOVE-SUB)
               TO WS-PART-HOLD-ENTRY.
           MOVE BT-LOW-ENTRY (WS-PART-BAND, WS-PART-LOW-SUB)
               TO BT-LOW-ENTRY (WS-PART-BAND, WS-PART-ABOVE-SUB).
           MOVE WS-PART-HOLD-ENTRY
               TO BT-LOW-ENTRY (WS-PART-BAND, WS-PART-LOW-SUB).
           MOVE WS-PART-ABOVE-SUB TO WS-PART-LOW-SUB.
       5981-EXIT.
           EXIT.

       5985-FOLD-UNDECIDED.
           DIVIDE WS-PART-NUMBER BY WS-PART-BAND-WIDTH
               GIVING WS-PART-BAND.
           ADD 1 TO WS-PART-BAND.
           ADD 1 TO BT-UNDECIDED (WS-PART-BAND).
       5985-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 5990-WRITE-BAND-REPORT - ONE LINE PER 100,000 BAND THE
      * RUN TOUCHED WITH ITS FEWEST-PARTITIONS LIST UNDER IT,
      * THEN THE RUN TOTALS.  TEN BANDS FIT ON ONE PAGE, SO
      * SYSPRINT IS OPENED AND CLOSED HERE LIKE THE BATCH INQUIRY
      * SUMMARY AND A RESTART SIMPLY WRITES IT AFRESH.
      *----------------------------------------------------------*
       5990-WRITE-BAND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 5990-EXIT
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO BH-RUN-DATE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-BAND-TITLE-LINE
               AFTER ADVANCING NEW-PAGE.
           MOVE WS-START-VALUE TO RL-START-VALUE.
           MOVE WS-LIMIT TO RL-LIMIT.
           WRITE REPORT-RECORD FROM WS-RANGE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-RECORD FROM WS-BAND-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 5991-WRITE-ONE-BAND THRU 5991-EXIT
               VARYING WS-PART-BAND FROM 1 BY 1
               UNTIL WS-PART-BAND > WS-PART-BAND-COUNT.

           MOVE 'EVEN NUMBERS COUNTED          '
               TO IS-SUMMARY-TEXT.
           MOVE WS-PART-COUNTED TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'UNDECIDED - COVERAGE (U)      '
               TO IS-SUMMARY-TEXT.
           MOVE WS-PART-UNKNOWN TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO PRIME PAIR (N)             '
               TO IS-SUMMARY-TEXT.
           MOVE WS-PART-NOPAIR TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRIMEMST UNBROKEN TO          '
               TO IS-SUMMARY-TEXT.
           MOVE WS-PART-COVER-HIGH TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE REPORT-FILE.
       5990-EXIT.
           EXIT.

       5991-WRITE-ONE-BAND.
           IF BT-EVENS (WS-PART-BAND) EQUAL ZERO
                   AND BT-UNDECIDED (WS-PART-BAND) EQUAL ZERO
               GO TO 5991-EXIT
           END-IF.
           COMPUTE BD-BAND-FROM =
               (WS-PART-BAND - 1) * WS-PART-BAND-WIDTH.
           COMPUTE BD-BAND-TO =
               WS-PART-BAND * WS-PART-BAND-WIDTH - 1.
           MOVE BT-EVENS (WS-PART-BAND) TO BD-EVENS.
           MOVE BT-UNDECIDED (WS-PART-BAND) TO BD-UNDECIDED.
           IF BT-EVENS (WS-PART-BAND) EQUAL ZERO
               MOVE ZERO TO BD-MINIMUM
               MOVE ZERO TO BD-MAXIMUM
               MOVE ZERO TO BD-AVERAGE
               MOVE ZERO TO BD-MAX-NUMBER
           ELSE
               MOVE BT-MIN-PARTS (WS-PART-BAND) TO BD-MINIMUM
               MOVE BT-MAX-PARTS (WS-PART-BAND) TO BD-MAXIMUM
               COMPUTE BD-AVERAGE ROUNDED =
                   BT-TOTAL-PARTS (WS-PART-BAND)
                   / BT-EVENS (WS-PART-BAND)
               MOVE BT-MAX-NUMBER (WS-PART-BAND) TO BD-MAX-NUMBER
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-BAND-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           IF BT-EVENS (WS-PART-BAND) EQUAL ZERO
               GO TO 5991-EXIT
           END-IF.
           PERFORM 5992-FORMAT-LOW-ENTRY THRU 5992-EXIT
               VARYING WS-PART-LOW-SUB FROM 1 BY 1
               UNTIL WS-PART-LOW-SUB > 5.
           WRITE REPORT-RECORD FROM WS-BAND-LOW-LINE
               AFTER ADVANCING 1 LINE.
       5991-EXIT.
           EXIT.

       5992-FORMAT-LOW-ENTRY.
           IF WS-PART-LOW-SUB > BT-LOW-USED (WS-PART-BAND)
               MOVE SPACES TO BL-LOW-ENTRY (WS-PART-LOW-SUB)
               GO TO 5992-EXIT
           END-IF.
           MOVE BT-LOW-NUMBER (WS-PART-BAND, WS-PART-LOW-SUB)
               TO BL-LOW-NUMBER (WS-PART-LOW-SUB).
           MOVE ' (' TO BL-LOW-OPEN (WS-PART-LOW-SUB).
           MOVE BT-LOW-PARTS (WS-PART-BAND, WS-PART-LOW-SUB)
               TO BL-LOW-PARTS (WS-PART-LOW-SUB).
           MOVE ') ' TO BL-LOW-CLOSE (WS-PART-LOW-SUB).
       5992-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6000-WRITE-TRAILER - RUN SUMMARY STATISTICS.
      *----------------------------------------------------------*
       6000-WRITE-TRAILER.
           MOVE WS-PRIMES-FOUND TO TR1-PRIMES-FOUND.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE-1
               AFTER ADVANCING 2 LINES.

           MOVE WS-SUM-OF-PRIMES TO TR2-SUM-OF-PRIMES.
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE WS-LARGEST-GAP TO TR3-LARGEST-GAP.
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE-3
               AFTER ADVANCING 1 LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6500-ARITH-EXTRACT-PARA - FACTOR EVERY NUMBER IN THE
      * START/LIMIT RANGE AND WRITE ITS ARITHMETIC FUNCTIONS TO
      * ARITOUT.  TRIAL DIVISION NEEDS EVERY PRIME UP TO THE
      * SQUARE ROOT OF EACH NUMBER, SO PRIMEMST IS READ ONCE INTO
      * THE SIEVE TABLE AND PRIME LIST EXACTLY AS PARTITION MODE
      * READS IT AND THE LIMIT IS THE SIEVE SIZE.  A NUMBER THE
      * MASTER CANNOT FACTOR COMPLETELY GOES TO ARITEXC WITH
      * REASON 'U' AND ENDS THE RUN WITH RC 4.  THE RUN IS SHORT
      * AND WRITES NOTHING TO PRIMEMST, SO IT TAKES NO CHECKPOINT;
      * A CANCELLED RUN IS RESUBMITTED FROM THE START.
      *----------------------------------------------------------*
       6500-ARITH-EXTRACT-PARA.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - PRIMEMST NOT AVAILABLE FOR '
                   'ARITHMETIC EXTRACT - STATUS ' WS-MASTER-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6500-EXIT
           END-IF.
           PERFORM 5951-LOAD-MASTER-FLAGS THRU 5951-EXIT.
           CLOSE MASTER-FILE.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 6500-EXIT
           END-IF.
           DISPLAY 'PRIMES - ARITHMETIC EXTRACT - PRIMEMST COVERS 2 '
               'TO ' WS-PART-COVER-HIGH ' WITHOUT A HOLE'.

           PERFORM 6505-OPEN-ARITH-FILES THRU 6505-EXIT.
           IF WS-RETURN-CODE NOT EQUAL ZERO
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-START-VALUE TO WS-NUM.
           PERFORM 6510-EXTRACT-ONE-NUMBER THRU 6510-EXIT
               UNTIL WS-NUM > WS-LIMIT
               OR WS-RETURN-CODE NOT EQUAL ZERO.

           CLOSE ARITH-FILE.
           CLOSE ARITH-EXC-FILE.
           PERFORM 6580-WRITE-ARITH-SUMMARY THRU 6580-EXIT.
           DISPLAY 'PRIMES - ARITHMETIC EXTRACT - '
               WS-ARITH-EXTRACTED ' EXTRACTED, '
               WS-ARITH-EXCEPTIONS ' NOT FACTORED'.
           IF WS-RETURN-CODE EQUAL ZERO
               IF WS-ARITH-EXCEPTIONS > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6505-OPEN-ARITH-FILES - ARITOUT AND ARITEXC ARE WRITTEN
      * AFRESH ON EVERY RUN.
      *----------------------------------------------------------*
       6505-OPEN-ARITH-FILES.
           OPEN OUTPUT ARITH-FILE.
           IF WS-ARITOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN ARITOUT - STATUS '
                   WS-ARITOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6505-EXIT
           END-IF.
           OPEN OUTPUT ARITH-EXC-FILE.
           IF WS-ARITEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN ARITEXC - STATUS '
                   WS-ARITEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               CLOSE ARITH-FILE
           END-IF.
       6505-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6510-EXTRACT-ONE-NUMBER - FACTOR THE CURRENT NUMBER BY
      * TRIAL DIVISION OVER THE PRIME LIST, FOLDING EACH PRIME
      * POWER INTO THE FUNCTIONS AS IT IS DIVIDED OUT, THEN
      * RESOLVE WHATEVER IS LEFT.
      *----------------------------------------------------------*
       6510-EXTRACT-ONE-NUMBER.
           MOVE WS-NUM TO WS-ARITH-RESIDUAL.
           MOVE 1 TO WS-ARITH-TOTIENT.
           MOVE 1 TO WS-ARITH-DIVISORS.
           MOVE 1 TO WS-ARITH-DIVISOR-SUM.
           MOVE ZERO TO WS-ARITH-DISTINCT.
           MOVE ZERO TO WS-ARITH-TOTAL.
           MOVE 'Y' TO WS-ARITH-SQUAREFREE.
           MOVE 'N' TO WS-ARITH-DONE-SWITCH.
           MOVE 'N' TO WS-ARITH-UNKNOWN-SWITCH.
           PERFORM 6520-TRY-ONE-DIVISOR THRU 6520-EXIT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-ARITH-DONE.
           IF WS-ARITH-UNKNOWN
               PERFORM 6560-WRITE-ARITH-EXCEPTION THRU 6560-EXIT
           ELSE
               PERFORM 6550-WRITE-ARITH-RECORD THRU 6550-EXIT
           END-IF.
           ADD 1 TO WS-NUM.
       6510-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6520-TRY-ONE-DIVISOR - ONCE THE SQUARE OF THE NEXT PRIME
      * PASSES THE RESIDUAL, THE RESIDUAL IS 1 OR ITSELF A PRIME.
      * IF THE PRIME LIST RUNS OUT FIRST THE RESIDUAL IS TAKEN AS
      * PRIME ONLY WHEN THE MASTER SAYS SO - A COMPOSITE OR
      * MISSING RESIDUAL HAS A FACTOR BEYOND THE COVERAGE, AS IN
      * 5830-RESOLVE-RESIDUAL.
      *----------------------------------------------------------*
       6520-TRY-ONE-DIVISOR.
           IF WS-PART-SUB > WS-PART-PRIMES-LISTED
               MOVE 'Y' TO WS-ARITH-DONE-SWITCH
               SET PS-IDX TO WS-ARITH-RESIDUAL
               IF WS-ARITH-RESIDUAL > 1
                   IF PRIME-FLAG (PS-IDX) EQUAL 1
                       PERFORM 6540-FOLD-RESIDUAL THRU 6540-EXIT
                   ELSE
                       MOVE 'Y' TO WS-ARITH-UNKNOWN-SWITCH
                   END-IF
               END-IF
               GO TO 6520-EXIT
           END-IF.
           MOVE WS-PART-PRIME (WS-PART-SUB) TO WS-ARITH-FACTOR.
           COMPUTE WS-ARITH-SQUARE =
               WS-ARITH-FACTOR * WS-ARITH-FACTOR.
           IF WS-ARITH-SQUARE > WS-ARITH-RESIDUAL
               MOVE 'Y' TO WS-ARITH-DONE-SWITCH
               IF WS-ARITH-RESIDUAL > 1
                   PERFORM 6540-FOLD-RESIDUAL THRU 6540-EXIT
               END-IF
               GO TO 6520-EXIT
           END-IF.
           PERFORM 6530-DIVIDE-OUT THRU 6530-EXIT.
       6520-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6530-DIVIDE-OUT - DIVIDE THE CURRENT PRIME OUT OF THE
      * RESIDUAL AS MANY TIMES AS IT GOES, BUILDING P ** E AND
      * 1 + P + ... + P ** E ALONG THE WAY.
      *----------------------------------------------------------*
       6530-DIVIDE-OUT.
           MOVE ZERO TO WS-ARITH-EXPONENT.
           MOVE 1 TO WS-ARITH-POWER.
           MOVE 1 TO WS-ARITH-POWER-SUM.
           DIVIDE WS-ARITH-RESIDUAL BY WS-ARITH-FACTOR
               GIVING WS-ARITH-QUOTIENT
               REMAINDER WS-ARITH-REMAINDER.
           PERFORM 6535-DIVIDE-ONE-POWER THRU 6535-EXIT
               UNTIL WS-ARITH-REMAINDER NOT EQUAL ZERO.
           IF WS-ARITH-EXPONENT > ZERO
               PERFORM 6545-FOLD-PRIME-POWER THRU 6545-EXIT
           END-IF.
       6530-EXIT.
           EXIT.

       6535-DIVIDE-ONE-POWER.
           MOVE WS-ARITH-QUOTIENT TO WS-ARITH-RESIDUAL.
           ADD 1 TO WS-ARITH-EXPONENT.
           MULTIPLY WS-ARITH-FACTOR BY WS-ARITH-POWER.
           ADD WS-ARITH-POWER TO WS-ARITH-POWER-SUM.
           DIVIDE WS-ARITH-RESIDUAL BY WS-ARITH-FACTOR
               GIVING WS-ARITH-QUOTIENT
               REMAINDER WS-ARITH-REMAINDER.
       6535-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6540-FOLD-RESIDUAL - THE RESIDUAL LEFT AFTER TRIAL
      * DIVISION IS A PRIME TO THE FIRST POWER.
      *----------------------------------------------------------*
       6540-FOLD-RESIDUAL.
           MOVE WS-ARITH-RESIDUAL TO WS-ARITH-FACTOR.
           MOVE 1 TO WS-ARITH-EXPONENT.
           MOVE WS-ARITH-RESIDUAL TO WS-ARITH-POWER.
           COMPUTE WS-ARITH-POWER-SUM = WS-ARITH-RESIDUAL + 1.
           MOVE 1 TO WS-ARITH-RESIDUAL.
           PERFORM 6545-FOLD-PRIME-POWER THRU 6545-EXIT.
       6540-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6545-FOLD-PRIME-POWER - EVERY FUNCTION IS MULTIPLICATIVE,
      * SO EACH PRIME POWER P ** E FOLDS IN ON ITS OWN:
      *   TOTIENT     TIMES P ** E - P ** (E - 1)
      *   DIVISORS    TIMES E + 1
      *   DIVISOR SUM TIMES 1 + P + ... + P ** E
      *----------------------------------------------------------*
       6545-FOLD-PRIME-POWER.
           COMPUTE WS-ARITH-TOTIENT = WS-ARITH-TOTIENT *
               (WS-ARITH-POWER - WS-ARITH-POWER / WS-ARITH-FACTOR).
           COMPUTE WS-ARITH-DIVISORS =
               WS-ARITH-DIVISORS * (WS-ARITH-EXPONENT + 1).
           MULTIPLY WS-ARITH-POWER-SUM BY WS-ARITH-DIVISOR-SUM.
           ADD 1 TO WS-ARITH-DISTINCT.
           ADD WS-ARITH-EXPONENT TO WS-ARITH-TOTAL.
           IF WS-ARITH-EXPONENT > 1
               MOVE 'N' TO WS-ARITH-SQUAREFREE
           END-IF.
       6545-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6550-WRITE-ARITH-RECORD - FINISH THE MOEBIUS VALUE AND
      * CLASS, WRITE THE EXTRACT RECORD AND KEEP THE RUN COUNTS
      * AND RECORD HOLDERS.  THE CLASS COMPARES THE DIVISOR SUM
      * WITH TWICE THE NUMBER, WHICH IS THE SUM OF THE PROPER
      * DIVISORS COMPARED WITH THE NUMBER ITSELF.
      *----------------------------------------------------------*
       6550-WRITE-ARITH-RECORD.
           IF WS-ARITH-SQUAREFREE EQUAL 'N'
               MOVE ZERO TO WS-ARITH-MOEBIUS
           ELSE
               DIVIDE WS-ARITH-DISTINCT BY 2
                   GIVING WS-ARITH-QUOTIENT
                   REMAINDER WS-ARITH-REMAINDER
               IF WS-ARITH-REMAINDER EQUAL ZERO
                   MOVE 1 TO WS-ARITH-MOEBIUS
               ELSE
                   MOVE -1 TO WS-ARITH-MOEBIUS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ARITH-DIVISOR-SUM EQUAL WS-NUM * 2
                   MOVE 'P' TO WS-ARITH-CLASS
                   ADD 1 TO WS-ARITH-PERFECT
               WHEN WS-ARITH-DIVISOR-SUM > WS-NUM * 2
                   MOVE 'A' TO WS-ARITH-CLASS
                   ADD 1 TO WS-ARITH-ABUNDANT
               WHEN OTHER
                   MOVE 'D' TO WS-ARITH-CLASS
                   ADD 1 TO WS-ARITH-DEFICIENT
           END-EVALUATE.
           COMPUTE WS-ARITH-ABUNDANCY =
               WS-ARITH-DIVISOR-SUM / WS-NUM.

           MOVE SPACES TO ARITH-RECORD.
           MOVE WS-NUM TO AF-NUMBER.
           MOVE WS-ARITH-TOTIENT TO AF-TOTIENT.
           MOVE WS-ARITH-DIVISORS TO AF-DIVISOR-COUNT.
           MOVE WS-ARITH-DIVISOR-SUM TO AF-DIVISOR-SUM.
           MOVE WS-ARITH-MOEBIUS TO AF-MOEBIUS.
           MOVE WS-ARITH-DISTINCT TO AF-DISTINCT-FACTORS.
           MOVE WS-ARITH-TOTAL TO AF-TOTAL-FACTORS.
           MOVE WS-ARITH-CLASS TO AF-CLASS.
           MOVE WS-ARITH-SQUAREFREE TO AF-SQUAREFREE.
           WRITE ARITH-RECORD.
           IF WS-ARITOUT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - ARITOUT WRITE FAILED - STATUS '
                   WS-ARITOUT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6550-EXIT
           END-IF.
           ADD 1 TO WS-ARITH-EXTRACTED.
           IF AF-IS-SQUAREFREE
               ADD 1 TO WS-ARITH-SQFREE-COUNT
           END-IF.
           IF WS-ARITH-TOTAL EQUAL 1
               ADD 1 TO WS-ARITH-PRIMES
           END-IF.

           IF WS-ARITH-DIVISORS > WS-ARITH-TOP-DIVISORS
               MOVE WS-ARITH-DIVISORS TO WS-ARITH-TOP-DIVISORS
               MOVE WS-NUM TO WS-ARITH-TOP-DIV-NUMBER
           END-IF.
           IF WS-ARITH-DIVISOR-SUM > WS-ARITH-TOP-SIGMA
               MOVE WS-ARITH-DIVISOR-SUM TO WS-ARITH-TOP-SIGMA
               MOVE WS-NUM TO WS-ARITH-TOP-SIGMA-NUMBER
           END-IF.
           IF WS-ARITH-ABUNDANCY > WS-ARITH-TOP-ABUNDANCY
               MOVE WS-ARITH-ABUNDANCY TO WS-ARITH-TOP-ABUNDANCY
               MOVE WS-NUM TO WS-ARITH-TOP-ABUND-NUMBER
           END-IF.
           IF WS-ARITH-DISTINCT > WS-ARITH-TOP-DISTINCT
               MOVE WS-ARITH-DISTINCT TO WS-ARITH-TOP-DISTINCT
               MOVE WS-NUM TO WS-ARITH-TOP-DIST-NUMBER
           END-IF.
           IF WS-ARITH-TOTAL > WS-ARITH-TOP-TOTAL
               MOVE WS-ARITH-TOTAL TO WS-ARITH-TOP-TOTAL
               MOVE WS-NUM TO WS-ARITH-TOP-TOTAL-NUMBER
           END-IF.
       6550-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6560-WRITE-ARITH-EXCEPTION - RECORD A NUMBER THE MASTER
      * COULD NOT FACTOR.  NONE OF ITS VALUES ARE WRITTEN OR
      * COUNTED.
      *----------------------------------------------------------*
       6560-WRITE-ARITH-EXCEPTION.
           MOVE SPACES TO ARITH-EXC-RECORD.
           MOVE WS-NUM TO AX-NUMBER.
           MOVE 'U' TO AX-REASON.
           MOVE 'PRIMEMST COVERAGE INSUFFICIENT TO FACTOR'
               TO AX-REASON-TEXT.
           WRITE ARITH-EXC-RECORD.
           IF WS-ARITEXC-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - ARITEXC WRITE FAILED - STATUS '
                   WS-ARITEXC-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6560-EXIT
           END-IF.
           ADD 1 TO WS-ARITH-EXCEPTIONS.
       6560-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 6580-WRITE-ARITH-SUMMARY - COUNTS PER CLASSIFICATION AND
      * THE RECORD HOLDERS FOR THE RANGE.  SYSPRINT IS OPENED AND
      * CLOSED HERE LIKE THE BAND REPORT.  THE RECORD HOLDERS
      * ARE ONLY PRINTED WHEN SOMETHING WAS EXTRACTED.
      *----------------------------------------------------------*
       6580-WRITE-ARITH-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'PRIMES - UNABLE TO OPEN SYSPRINT - STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 6580-EXIT
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO AT-RUN-DATE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-ARITH-TITLE-LINE
               AFTER ADVANCING NEW-PAGE.
           MOVE WS-START-VALUE TO RL-START-VALUE.
           MOVE WS-LIMIT TO RL-LIMIT.
           WRITE REPORT-RECORD FROM WS-RANGE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'NUMBERS EXTRACTED             '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-EXTRACTED TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  PERFECT                     '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-PERFECT TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  ABUNDANT                    '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-ABUNDANT TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  DEFICIENT                   '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-DEFICIENT TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SQUAREFREE                    '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-SQFREE-COUNT TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRIME                         '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-PRIMES TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT FACTORED - COVERAGE (U)   '
               TO IS-SUMMARY-TEXT.
           MOVE WS-ARITH-EXCEPTIONS TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRIMEMST UNBROKEN TO          '
               TO IS-SUMMARY-TEXT.
           MOVE WS-PART-COVER-HIGH TO IS-SUMMARY-VALUE.
           WRITE REPORT-RECORD FROM WS-INQ-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-ARITH-EXTRACTED > ZERO
               PERFORM 6585-WRITE-RECORD-HOLDERS THRU 6585-EXIT
           END-IF.
           CLOSE REPORT-FILE.
       6580-EXIT.
           EXIT.

       6585-WRITE-RECORD-HOLDERS.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-HEADER
               AFTER ADVANCING 3 LINES.
           MOVE 'MOST DIVISORS                 ' TO AH-HOLDER-TEXT.
           MOVE WS-ARITH-TOP-DIV-NUMBER TO AH-HOLDER-NUMBER.
           MOVE WS-ARITH-TOP-DIVISORS TO AH-HOLDER-COUNT.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LARGEST DIVISOR SUM           ' TO AH-HOLDER-TEXT.
           MOVE WS-ARITH-TOP-SIGMA-NUMBER TO AH-HOLDER-NUMBER.
           MOVE WS-ARITH-TOP-SIGMA TO AH-HOLDER-COUNT.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HIGHEST DIVISOR SUM / NUMBER  ' TO AH-HOLDER-TEXT.
           MOVE WS-ARITH-TOP-ABUND-NUMBER TO AH-HOLDER-NUMBER.
           MOVE WS-ARITH-TOP-ABUNDANCY TO AH-HOLDER-RATIO.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MOST DISTINCT PRIME FACTORS   ' TO AH-HOLDER-TEXT.
           MOVE WS-ARITH-TOP-DIST-NUMBER TO AH-HOLDER-NUMBER.
           MOVE WS-ARITH-TOP-DISTINCT TO AH-HOLDER-COUNT.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MOST PRIME FACTORS IN ALL     ' TO AH-HOLDER-TEXT.
           MOVE WS-ARITH-TOP-TOTAL-NUMBER TO AH-HOLDER-NUMBER.
           MOVE WS-ARITH-TOP-TOTAL TO AH-HOLDER-COUNT.
           WRITE REPORT-RECORD FROM WS-ARITH-HOLDER-LINE
               AFTER ADVANCING 1 LINE.
       6585-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 7000-AUDIT-PARA - APPEND A HISTORY RECORD FOR THIS RUN.
      *----------------------------------------------------------*
       7000-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '05' OR '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
           MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
           MOVE WS-JOB-ID TO AUD-JOB-ID.
                   MOVE ZERO TO AUD-INQUIRY-NUMBER
                   MOVE SPACE TO AUD-INQUIRY-RESULT
                   MOVE WS-GOLD-EXCEPTIONS TO AUD-BATCH-UNKNOWN
               WHEN WS-RUN-MODE-PARTITION
                   MOVE WS-START-VALUE TO AUD-START-VALUE
                   MOVE WS-LIMIT TO AUD-LIMIT
                   MOVE WS-PART-COUNTED TO AUD-PRIMES-FOUND
                   MOVE ZERO TO AUD-INQUIRY-NUMBER
                   MOVE SPACE TO AUD-INQUIRY-RESULT
                   MOVE WS-PART-EXCEPTIONS TO AUD-BATCH-UNKNOWN
               WHEN WS-RUN-MODE-ARITH
                   MOVE WS-START-VALUE TO AUD-START-VALUE
                   MOVE WS-LIMIT TO AUD-LIMIT
                   MOVE WS-ARITH-EXTRACTED TO AUD-PRIMES-FOUND
                   MOVE ZERO TO AUD-INQUIRY-NUMBER
                   MOVE SPACE TO AUD-INQUIRY-RESULT
                   MOVE WS-ARITH-EXCEPTIONS TO AUD-BATCH-UNKNOWN
               WHEN OTHER
                   MOVE WS-START-VALUE TO AUD-START-VALUE
                   MOVE WS-LIMIT TO AUD-LIMIT
       8100-EXIT.
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
               DISPLAY 'PRIMES - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'PRIMES' TO RPC-PROGRAM-ID.
           MOVE WS-JOB-ID TO RPC-JOB-ID.
           MOVE WS-CURRENT-DATE TO RPC-RUN-DATE.
           MOVE WS-CURRENT-TIME TO RPC-RUN-TIME.
           MOVE WS-RETURN-CODE TO RPC-RETURN-CODE.
           WRITE REPORT-CTL-RECORD.
           CLOSE REPORT-CTL-FILE.
       8950-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES THAT STAY OPEN FOR THE
      * WHOLE RUN.  A BAD-PARM EXIT OR AN INQUIRY-MODE RUN REACHES

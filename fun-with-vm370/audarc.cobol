      *                  CLEAN END OF FILE), SO REPLACING IS
      *                  RIGHT FOR RERUNS AND FOR EVERY CLEAN
      *                  SCHEDULE ALIKE.
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

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
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
           05  WS-RETAINED-STATUS      PIC X(02) VALUE '00'.
           05  WS-HISTORY-STATUS       PIC X(02) VALUE '00'.
           05  WS-REPORT-STATUS        PIC X(02) VALUE '00'.
           05  WS-RPTCTL-STATUS        PIC X(02) VALUE '00'.

      *----------------------------------------------------------*
      * SWITCHES.
           05  WS-CURRENT-YYYY         PIC 9(04).
           05  WS-CURRENT-MM           PIC 9(02).
           05  WS-CURRENT-DD           PIC 9(02).
       01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-DISPLAY.
           05  RD-YYYY                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.

       0000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 8950-WRITE-REPORT-CONTROL THRU 8950-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-YYYY TO RD-YYYY.
           MOVE WS-CURRENT-MM TO RD-MM.
           MOVE WS-CURRENT-DD TO RD-DD.
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
               DISPLAY 'AUDARC - UNABLE TO OPEN RPTCTL - STATUS '
                   WS-RPTCTL-STATUS ' - REPORT NOT FILED'
               GO TO 8950-EXIT
           END-IF.
           MOVE SPACES TO REPORT-CTL-RECORD.
           MOVE 'AUDARC' TO RPC-PROGRAM-ID.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWHREMIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO BWHOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Treasury's backup-withholding remittance file: a header
      * naming the quarter and its dates, one detail per customer
      * with what was withheld from them in the quarter, then a
      * control trailer carrying the record count and the total to
      * be paid over, so treasury can refuse a short file and remit
      * the trailer figure.
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05  BWR-RECORD-TYPE   PIC X(01).
           05  BWR-CUSTOMER-ID   PIC X(10).
           05  BWR-NAME          PIC X(50).
           05  BWR-CERT-STATUS   PIC X(12).
           05  BWR-POSTING-COUNT PIC 9(05).
           05  BWR-WITHHELD      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(28).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-CERT-STATUS        PIC X(12).
       01  HV-POSTING-COUNT      PIC S9(9) COMP-5.
       01  HV-WITHHELD           PIC S9(11)V99 COMP-3.
       01  HV-QTR-FROM           PIC X(10).
       01  HV-QTR-TO             PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-REMIT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REMIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.

      * The quarter defaults to the one ending today - BATCHRUN runs
      * this step on the quarter's last month-end, after ACCRUAL has
      * posted the month's withholding. The QUARTER row in
      * BATCH_PARMS, as YYYYQn, overrides it for a rerun.
       01  WS-QTR-YEAR           PIC 9(04).
       01  WS-QTR-NUMBER         PIC 9(01).
       01  WS-CUR-MONTH          PIC 9(02).
       01  WS-QTR-LABEL          PIC X(06).
       01  WS-QTR-END-TBL.
           05  FILLER            PIC X(05) VALUE '03-31'.
           05  FILLER            PIC X(05) VALUE '06-30'.
           05  FILLER            PIC X(05) VALUE '09-30'.
           05  FILLER            PIC X(05) VALUE '12-31'.
       01  WS-QTR-ENDS REDEFINES WS-QTR-END-TBL.
           05  WS-QTR-END-MMDD   PIC X(05) OCCURS 4 TIMES.
       01  WS-QTR-START-TBL.
           05  FILLER            PIC X(05) VALUE '01-01'.
           05  FILLER            PIC X(05) VALUE '04-01'.
           05  FILLER            PIC X(05) VALUE '07-01'.
           05  FILLER            PIC X(05) VALUE '10-01'.
       01  WS-QTR-STARTS REDEFINES WS-QTR-START-TBL.
           05  WS-QTR-START-MMDD PIC X(05) OCCURS 4 TIMES.

       01  WS-BW-HEADER.
           05  BWH-RECORD-TYPE   PIC X(01) VALUE 'H'.
           05  BWH-FILE-ID       PIC X(08) VALUE 'BWHREMIT'.
           05  BWH-QUARTER       PIC X(06).
           05  BWH-QTR-FROM      PIC X(10).
           05  BWH-QTR-TO        PIC X(10).
           05  BWH-EXTRACTED-AT  PIC X(26).
           05  FILLER            PIC X(59) VALUE SPACES.

       01  WS-BW-TRAILER.
           05  BWT-RECORD-TYPE   PIC X(01) VALUE 'T'.
           05  BWT-COUNT         PIC 9(09).
           05  BWT-WITHHELD      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

      * Quarterly backup-withholding remittance: every BACKUPWH
      * debit ACCRUAL posted in the quarter, totalled per customer.
      * The postings are debits, so the amounts are turned back to
      * positive figures - what the bank owes the tax authority.
      * The file is read-only against the database, so a rerun for
      * the same quarter writes the same file again.
       MAIN-LOGIC.
           DISPLAY "STARTING BACKUP WITHHOLDING REMITTANCE"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM DERIVE-QUARTER
           DISPLAY "QUARTER: " WS-QTR-LABEL
               " (" HV-QTR-FROM " TO " HV-QTR-TO ")"

           OPEN OUTPUT REMIT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REMITTANCE FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'REMITTANCE FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-QTR-LABEL TO BWH-QUARTER
               MOVE HV-QTR-FROM  TO BWH-QTR-FROM
               MOVE HV-QTR-TO    TO BWH-QTR-TO
               MOVE HV-RUN-START TO BWH-EXTRACTED-AT
               WRITE REMIT-RECORD FROM WS-BW-HEADER

               PERFORM EXTRACT-WITHHOLDING

               MOVE WS-REMIT-COUNT TO BWT-COUNT
               MOVE WS-REMIT-TOTAL TO BWT-WITHHELD
               WRITE REMIT-RECORD FROM WS-BW-TRAILER

               CLOSE REMIT-FILE

               IF WS-ERROR-COUNT = 0
                   MOVE 'BACKUP WITHHOLDING REMITTANCE COMPLETE'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'REMITTANCE COMPLETED WITH ERRORS'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CUSTOMERS WITHHELD  : " WS-REMIT-COUNT
           DISPLAY "TOTAL TO REMIT      : " WS-REMIT-TOTAL
           DISPLAY "ERRORS              : " WS-ERROR-COUNT

           MOVE WS-REMIT-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       DERIVE-QUARTER.
           MOVE HV-RUN-START(1:4) TO WS-QTR-YEAR
           MOVE HV-RUN-START(6:2) TO WS-CUR-MONTH
           COMPUTE WS-QTR-NUMBER = (WS-CUR-MONTH + 2) / 3

           MOVE SPACES TO HV-PARM-VALUE
           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'BWHREMIT'
                 AND PARM_NAME = 'QUARTER'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = 'Q'
                   AND HV-PARM-VALUE(6:1) >= '1'
                   AND HV-PARM-VALUE(6:1) <= '4'
               MOVE HV-PARM-VALUE(1:4) TO WS-QTR-YEAR
               MOVE HV-PARM-VALUE(6:1) TO WS-QTR-NUMBER
           END-IF

           MOVE SPACES TO WS-QTR-LABEL
           STRING WS-QTR-YEAR 'Q' WS-QTR-NUMBER
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING

           MOVE SPACES TO HV-QTR-FROM
           STRING WS-QTR-YEAR '-' WS-QTR-START-MMDD(WS-QTR-NUMBER)
               DELIMITED BY SIZE INTO HV-QTR-FROM
           END-STRING

           MOVE SPACES TO HV-QTR-TO
           STRING WS-QTR-YEAR '-' WS-QTR-END-MMDD(WS-QTR-NUMBER)
               DELIMITED BY SIZE INTO HV-QTR-TO
           END-STRING.

      * The customer's register status is carried for treasury's
      * reference; a customer certified since the withholding was
      * taken still appears, because the money was still withheld.
       EXTRACT-WITHHOLDING.
           EXEC SQL
               DECLARE BWH_CUR CURSOR FOR
               SELECT T.CUSTOMER_ID, C.NAME,
                      COALESCE(R.CERT_STATUS, ' '),
                      COUNT(*), SUM(0 - T.AMOUNT)
               FROM TRANSACTIONS T
                    INNER JOIN CUSTOMER_MASTER C
                       ON C.CUSTOMER_ID = T.CUSTOMER_ID
                    LEFT OUTER JOIN TAXPAYER_CERTIFICATION R
                       ON R.CUSTOMER_ID = T.CUSTOMER_ID
               WHERE T.TXN_TYPE = 'BACKUPWH'
                 AND T.TXN_DATE >= :HV-QTR-FROM
                 AND T.TXN_DATE <= :HV-QTR-TO
               GROUP BY T.CUSTOMER_ID, C.NAME, R.CERT_STATUS
               HAVING SUM(0 - T.AMOUNT) <> 0
               ORDER BY T.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN BWH_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH BWH_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-CERT-STATUS,
                       :HV-POSTING-COUNT,
                       :HV-WITHHELD
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-REMIT-RECORD
               ELSE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING WITHHOLDING, SQLCODE: "
                           SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE BWH_CUR END-EXEC.

       WRITE-REMIT-RECORD.
           MOVE SPACES TO REMIT-RECORD
           MOVE 'D'              TO BWR-RECORD-TYPE
           MOVE HV-CUSTOMER-ID   TO BWR-CUSTOMER-ID
           MOVE HV-NAME          TO BWR-NAME
           MOVE HV-CERT-STATUS   TO BWR-CERT-STATUS
           MOVE HV-POSTING-COUNT TO BWR-POSTING-COUNT
           MOVE HV-WITHHELD      TO BWR-WITHHELD
           WRITE REMIT-RECORD

           ADD 1 TO WS-REMIT-COUNT
           ADD HV-WITHHELD TO WS-REMIT-TOTAL.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so BATCHRUN can see a step that blew up
      * instead of checkpointing it as complete.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('BWHREMIT', :HV-RUN-START, :HV-RUN-END,
                    :HV-RUN-COUNT, :HV-RUN-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING RUN LOG ROW, SQLCODE: " SQLCODE
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAREXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-FILE ASSIGN TO SAROUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The regulator's suspicious activity record: subject, the
      * case's dates and amount, whether the 30-day deadline was
      * missed, and the investigator's narrative. The control
      * trailer (count plus amount hash total) proves the file the
      * way REGCMPLT's does.
       FD  SAR-FILE.
       01  SAR-RECORD.
           05  SAR-RECORD-TYPE   PIC X(01).
               88  SAR-DETAIL        VALUE 'D'.
               88  SAR-TRAILER       VALUE 'T'.
           05  SAR-DETAIL-DATA.
               10  SAR-CASE-ID       PIC X(10).
               10  SAR-CUSTOMER-ID   PIC X(10).
               10  SAR-NAME          PIC X(50).
               10  SAR-SSN           PIC X(11).
               10  SAR-ADDR-STREET   PIC X(50).
               10  SAR-ADDR-CITY     PIC X(30).
               10  SAR-ADDR-STATE    PIC X(02).
               10  SAR-ADDR-POSTAL-CODE PIC X(10).
               10  SAR-DETECTED-DATE PIC X(10).
               10  SAR-DISPOSED-DATE PIC X(10).
               10  SAR-DUE-DATE      PIC X(10).
               10  SAR-LATE-FLAG     PIC X(01).
               10  SAR-ALERT-COUNT   PIC 9(05).
               10  SAR-AMOUNT        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10  SAR-NARRATIVE     PIC X(200).
           05  SAR-TRAILER-DATA REDEFINES SAR-DETAIL-DATA.
               10  SAR-TRL-COUNT     PIC 9(09).
               10  SAR-TRL-HASH      PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(398).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CASE-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SSN                PIC X(11).
       01  HV-ADDR-STREET        PIC X(50).
       01  HV-ADDR-CITY          PIC X(30).
       01  HV-ADDR-STATE         PIC X(02).
       01  HV-ADDR-POSTAL-CODE   PIC X(10).
       01  HV-DETECTED-DATE      PIC X(10).
       01  HV-DISPOSED-DATE      PIC X(10).
       01  HV-DUE-DATE           PIC X(10).
       01  HV-LATE-FLAG          PIC X(01).
       01  HV-ALERT-COUNT        PIC S9(9) COMP-5.
       01  HV-AMOUNT-INVOLVED    PIC S9(11)V99 COMP-3.
       01  HV-NARRATIVE          PIC X(200).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-SAR-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-LATE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-HASH        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
      * The per-case marker update issues its own SQL inside the
      * fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the SAR filing record
      * carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'SAREXT'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Suspicious activity filing. Every AML_CASES case AMLCASE
      * closed with disposition FILE and not yet filed goes on the
      * file, whenever it was disposed - a case cannot miss a run
      * and drop out, and the filed marker stops it being filed
      * twice. The narrative is the investigator's DISPOSE note,
      * which AMLCASE will not take blank. A case disposed after its
      * due date is filed all the same, with the late flag set.
       MAIN-LOGIC.
           DISPLAY "STARTING SUSPICIOUS ACTIVITY REPORT EXTRACT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           OPEN OUTPUT SAR-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING SAR FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'SAR EXTRACT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               EXEC SQL
                   DECLARE SAR_CUR CURSOR FOR
                   SELECT A.CASE_ID, A.CUSTOMER_ID,
                          COALESCE(C.NAME, ' '),
                          COALESCE(C.SSN, ' '),
                          COALESCE(C.ADDR_STREET, ' '),
                          COALESCE(C.ADDR_CITY, ' '),
                          COALESCE(C.ADDR_STATE, ' '),
                          COALESCE(C.ADDR_POSTAL_CODE, ' '),
                          CHAR(A.DETECTED_DATE),
                          CHAR(DATE(A.DISPOSED_AT)),
                          CHAR(A.FILING_DUE_DATE),
                          CASE WHEN DATE(A.DISPOSED_AT)
                                    > A.FILING_DUE_DATE
                               THEN 'Y' ELSE 'N' END,
                          A.ALERT_COUNT, A.AMOUNT_INVOLVED,
                          COALESCE((SELECT N.NOTE_TEXT
                                    FROM AML_CASE_NOTES N
                                    WHERE N.CASE_ID = A.CASE_ID
                                      AND N.NOTE_TYPE = 'DISPOSE'
                                    ORDER BY N.NOTED_AT DESC
                                    FETCH FIRST 1 ROW ONLY), ' ')
                   FROM AML_CASES A
                   LEFT JOIN CUSTOMER_MASTER C
                          ON C.CUSTOMER_ID = A.CUSTOMER_ID
                   WHERE A.DISPOSITION = 'FILE'
                     AND A.SAR_FILED_AT IS NULL
                   ORDER BY A.DISPOSED_AT, A.CASE_ID
               END-EXEC

               EXEC SQL OPEN SAR_CUR END-EXEC

               MOVE 'N' TO WS-FETCH-DONE
               PERFORM UNTIL FETCH-DONE
                   EXEC SQL
                       FETCH SAR_CUR INTO
                           :HV-CASE-ID,
                           :HV-CUSTOMER-ID,
                           :HV-NAME,
                           :HV-SSN,
                           :HV-ADDR-STREET,
                           :HV-ADDR-CITY,
                           :HV-ADDR-STATE,
                           :HV-ADDR-POSTAL-CODE,
                           :HV-DETECTED-DATE,
                           :HV-DISPOSED-DATE,
                           :HV-DUE-DATE,
                           :HV-LATE-FLAG,
                           :HV-ALERT-COUNT,
                           :HV-AMOUNT-INVOLVED,
                           :HV-NARRATIVE
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM FILE-ONE-CASE
                   ELSE
                       MOVE 'Y' TO WS-FETCH-DONE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE SAR_CUR END-EXEC

               PERFORM WRITE-SAR-TRAILER

               CLOSE SAR-FILE

      * One unit of work for the whole file: the markers commit only
      * when the complete file exists, so a run that dies mid-write
      * leaves every case unfiled for the rerun.
               IF WS-ERROR-COUNT = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'SAR EXTRACT COMPLETE' TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'SAR EXTRACT FAILED - MARKERS BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CASES FILED     : " WS-SAR-COUNT
           DISPLAY "FILED LATE      : " WS-LATE-COUNT
           DISPLAY "ERRORS          : " WS-ERROR-COUNT

           MOVE WS-SAR-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A token the vault cannot resolve leaves the SSN blank
      * on the filing record for the desk to complete.
       RESOLVE-CUSTOMER-SSN.
           MOVE HV-SSN TO WS-VAULT-TOKEN
           CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

           IF WS-VAULT-RETURN-CODE = 00
               MOVE WS-VAULT-SSN TO HV-SSN
           ELSE
               DISPLAY "SSN VAULT LOOKUP FAILED FOR CUSTOMER: "
                   HV-CUSTOMER-ID " RC: " WS-VAULT-RETURN-CODE
               MOVE SPACES TO HV-SSN
           END-IF.

       FILE-ONE-CASE.
           IF HV-SSN NOT = SPACES
               PERFORM RESOLVE-CUSTOMER-SSN
           END-IF

           MOVE SPACES TO SAR-RECORD
           MOVE 'D' TO SAR-RECORD-TYPE
           MOVE HV-CASE-ID          TO SAR-CASE-ID
           MOVE HV-CUSTOMER-ID      TO SAR-CUSTOMER-ID
           MOVE HV-NAME             TO SAR-NAME
           MOVE HV-SSN              TO SAR-SSN
           MOVE HV-ADDR-STREET      TO SAR-ADDR-STREET
           MOVE HV-ADDR-CITY        TO SAR-ADDR-CITY
           MOVE HV-ADDR-STATE       TO SAR-ADDR-STATE
           MOVE HV-ADDR-POSTAL-CODE TO SAR-ADDR-POSTAL-CODE
           MOVE HV-DETECTED-DATE    TO SAR-DETECTED-DATE
           MOVE HV-DISPOSED-DATE    TO SAR-DISPOSED-DATE
           MOVE HV-DUE-DATE         TO SAR-DUE-DATE
           MOVE HV-LATE-FLAG        TO SAR-LATE-FLAG
           MOVE HV-ALERT-COUNT      TO SAR-ALERT-COUNT
           MOVE HV-AMOUNT-INVOLVED  TO SAR-AMOUNT
           MOVE HV-NARRATIVE        TO SAR-NARRATIVE
           WRITE SAR-RECORD

           ADD 1 TO WS-SAR-COUNT
           ADD HV-AMOUNT-INVOLVED TO WS-AMOUNT-HASH
           IF HV-LATE-FLAG = 'Y'
               ADD 1 TO WS-LATE-COUNT
           END-IF

           EXEC SQL
               UPDATE AML_CASES
               SET SAR_FILED_AT = :HV-TIMESTAMP
               WHERE CASE_ID = :HV-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR MARKING CASE FILED: "
                   HV-CASE-ID " SQLCODE: " SQLCODE
           END-IF.

       WRITE-SAR-TRAILER.
           MOVE SPACES TO SAR-RECORD
           MOVE 'T' TO SAR-RECORD-TYPE
           MOVE WS-SAR-COUNT TO SAR-TRL-COUNT
           MOVE WS-AMOUNT-HASH TO SAR-TRL-HASH
           WRITE SAR-RECORD.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('SAREXT', :HV-RUN-START, :HV-RUN-END,
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

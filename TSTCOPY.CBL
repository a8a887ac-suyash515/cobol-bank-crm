       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTCOPY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE ASSIGN TO TSTCPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SEL-FILE-STATUS.

           SELECT CUST-LOAD-FILE ASSIGN TO TCCUST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCT-LOAD-FILE ASSIGN TO TCACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TXN-LOAD-FILE ASSIGN TO TCTXN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT CNTC-LOAD-FILE ASSIGN TO TCCNTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CNTC-FILE-STATUS.

           SELECT INTR-LOAD-FILE ASSIGN TO TCINTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INTR-FILE-STATUS.

           SELECT CMPL-LOAD-FILE ASSIGN TO TCCMPL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CMPL-FILE-STATUS.

           SELECT REL-LOAD-FILE ASSIGN TO TCREL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One customer ID per TSTCPRM record, columns 1-10. Blank
      * records and records starting '*' are skipped, so the list can
      * carry a note of why each customer was picked.
       FD  SELECT-FILE.
       01  SELECT-RECORD.
           05  SEL-CUSTOMER-ID   PIC X(10).
           05  FILLER            PIC X(70).

      * One fixed-position load file per table, columns in the
      * order given, for the test region's LOAD. Nullable columns
      * come out blank when null, so the LOAD control cards carry
      * NULLIF on the blank field; amounts are signed display.
      * The customer row is the CUSTMST layout, masked, followed by
      * HOUSEHOLD_ID.
       FD  CUST-LOAD-FILE.
       01  CUST-LOAD-RECORD.
           05  TCC-CUSTOMER-ROW  PIC X(614).
           05  TCC-HOUSEHOLD-ID  PIC X(10).
           05  FILLER            PIC X(16).

       FD  ACCT-LOAD-FILE.
       01  ACCT-LOAD-RECORD.
           05  TCA-ACCOUNT-ID    PIC X(12).
           05  TCA-CUSTOMER-ID   PIC X(10).
           05  TCA-ACCOUNT-TYPE  PIC X(20).
           05  TCA-BALANCE       PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  TCA-ACCOUNT-STATUS PIC X(10).
           05  TCA-OPENED-DATE   PIC X(26).
           05  TCA-LAST-UPDATED  PIC X(26).
           05  TCA-MATURITY-DATE PIC X(10).
           05  FILLER            PIC X(70).

       FD  TXN-LOAD-FILE.
       01  TXN-LOAD-RECORD.
           05  TCT-ACCOUNT-ID    PIC X(12).
           05  TCT-CUSTOMER-ID   PIC X(10).
           05  TCT-TXN-DATE      PIC X(10).
           05  TCT-TXN-TYPE      PIC X(10).
           05  TCT-AMOUNT        PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  TCT-DESCRIPTION   PIC X(100).
           05  TCT-BRANCH-ID     PIC X(06).
           05  TCT-CHANNEL       PIC X(08).
           05  TCT-FEE-CODE      PIC X(08).
           05  TCT-EMPLOYEE-ID   PIC X(08).
           05  TCT-INSTRUMENT-NO PIC X(10).
           05  FILLER            PIC X(34).

       FD  CNTC-LOAD-FILE.
       01  CNTC-LOAD-RECORD.
           05  TCN-CUSTOMER-ID   PIC X(10).
           05  TCN-CONTACT-TYPE  PIC X(10).
           05  TCN-CONTACT-VALUE PIC X(50).
           05  TCN-PREFERRED-FLAG PIC X(01).
           05  TCN-ADDED-BY      PIC X(08).
           05  TCN-ADDED-AT      PIC X(26).
           05  FILLER            PIC X(95).

       FD  INTR-LOAD-FILE.
       01  INTR-LOAD-RECORD.
           05  TCI-CUSTOMER-ID   PIC X(10).
           05  TCI-EMPLOYEE-ID   PIC X(08).
           05  TCI-INTERACTION-TYPE PIC X(20).
           05  TCI-INTERACTION-NOTES PIC X(250).
           05  TCI-INTERACTION-TIMESTAMP PIC X(26).
           05  TCI-FOLLOWUP-REQUIRED PIC X(01).
           05  TCI-FOLLOWUP-DATE PIC X(26).
           05  FILLER            PIC X(59).

       FD  CMPL-LOAD-FILE.
       01  CMPL-LOAD-RECORD.
           05  TCP-COMPLAINT-ID  PIC X(10).
           05  TCP-CUSTOMER-ID   PIC X(10).
           05  TCP-DATE-RECEIVED PIC X(26).
           05  TCP-STATUS        PIC X(10).
           05  TCP-DESCRIPTION   PIC X(100).
           05  TCP-RESOLUTION    PIC X(100).
           05  TCP-CATEGORY-CODE PIC X(10).
           05  TCP-PRODUCT-CODE  PIC X(10).
           05  FILLER            PIC X(124).

       FD  REL-LOAD-FILE.
       01  REL-LOAD-RECORD.
           05  TCR-PRIMARY-ID    PIC X(10).
           05  TCR-RELATED-ID    PIC X(10).
           05  TCR-RELATIONSHIP-TYPE PIC X(20).
           05  TCR-CREATED-BY    PIC X(08).
           05  TCR-CREATED-AT    PIC X(26).
           05  FILLER            PIC X(126).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL INCLUDE CUSTMST END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-HOUSEHOLD-ID       PIC X(10).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-POSTAL-COUNT       PIC S9(9) COMP-5.
       01  HV-POSTAL-ROW         PIC S9(9) COMP-5.
       01  HV-ZIP-CODE           PIC X(05).
       01  HV-CITY               PIC X(30).
       01  HV-STATE              PIC X(02).

       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BALANCE            PIC S9(13)V99 COMP-3.
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-OPENED-DATE        PIC X(26).
       01  HV-LAST-UPDATED       PIC X(26).
       01  HV-MATURITY-DATE      PIC X(10).

       01  HV-TXN-CUSTOMER-ID    PIC X(10).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-AMOUNT             PIC S9(13)V99 COMP-3.
       01  HV-TXN-DESCRIPTION    PIC X(100).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-CHANNEL            PIC X(08).
       01  HV-FEE-CODE           PIC X(08).
       01  HV-TXN-EMPLOYEE-ID    PIC X(08).
       01  HV-INSTRUMENT-NO      PIC X(10).

       01  HV-CONTACT-TYPE       PIC X(10).
       01  HV-CONTACT-VALUE      PIC X(50).
       01  HV-PREFERRED-FLAG     PIC X(01).
       01  HV-ADDED-BY           PIC X(08).
       01  HV-ADDED-AT           PIC X(26).

       01  HV-EMPLOYEE-ID        PIC X(08).
       01  HV-INTERACTION-TYPE   PIC X(20).
       01  HV-INTERACTION-NOTES  PIC X(250).
       01  HV-INTERACTION-TIMESTAMP PIC X(26).
       01  HV-FOLLOWUP-REQUIRED  PIC X(01).
       01  HV-FOLLOWUP-DATE      PIC X(26).

       01  HV-COMPLAINT-ID       PIC X(10).
       01  HV-DATE-RECEIVED      PIC X(26).
       01  HV-STATUS             PIC X(10).
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-RESOLUTION         PIC X(100).
       01  HV-CATEGORY-CODE      PIC X(10).
       01  HV-PRODUCT-CODE       PIC X(10).

       01  HV-RELATED-ID         PIC X(10).
       01  HV-RELATIONSHIP-TYPE  PIC X(20).
       01  HV-CREATED-BY         PIC X(08).
       01  HV-CREATED-AT         PIC X(26).

       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SEL-FILE-STATUS    PIC XX.
       01  WS-CUST-FILE-STATUS   PIC XX.
       01  WS-ACCT-FILE-STATUS   PIC XX.
       01  WS-TXN-FILE-STATUS    PIC XX.
       01  WS-CNTC-FILE-STATUS   PIC XX.
       01  WS-INTR-FILE-STATUS   PIC XX.
       01  WS-CMPL-FILE-STATUS   PIC XX.
       01  WS-REL-FILE-STATUS    PIC XX.
       01  WS-RESPONSE           PIC X(100).
       01  WS-FILES-OPEN         PIC X VALUE 'N'.
           88  FILES-OPEN            VALUE 'Y'.
       01  WS-SEL-EOF            PIC X VALUE 'N'.
           88  SEL-EOF               VALUE 'Y'.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-CUSTOMER-FOUND     PIC X VALUE 'N'.
           88  CUSTOMER-FOUND        VALUE 'Y'.
       01  WS-IN-SUBSET          PIC X VALUE 'N'.
           88  IN-SUBSET             VALUE 'Y'.

      * The customers asked for in TSTCPRM. Held in storage so a
      * relationship is only copied when both of its customers are
      * in the subset - a row pointing at a customer the test region
      * never receives would fail the load.
       01  WS-SELECT-MAX         PIC 9(3) VALUE 500.
       01  WS-SELECT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SELECT-IDX         PIC 9(3).
       01  WS-SEARCH-IDX         PIC 9(3).
       01  WS-SELECT-TABLE.
           05  WS-SELECT-ID      PIC X(10) OCCURS 500 TIMES.

       01  WS-COUNT-CUSTOMERS    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NOT-FOUND    PIC 9(7) VALUE ZERO.
       01  WS-COUNT-ACCOUNTS     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-TXNS         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CONTACTS     PIC 9(7) VALUE ZERO.
       01  WS-COUNT-INTERACTIONS PIC 9(7) VALUE ZERO.
       01  WS-COUNT-COMPLAINTS   PIC 9(7) VALUE ZERO.
       01  WS-COUNT-RELATIONSHIPS PIC 9(7) VALUE ZERO.
       01  WS-COUNT-REL-DROPPED  PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NO-POSTAL    PIC 9(7) VALUE ZERO.

      * Masking. Every letter and digit is shifted by an amount
      * drawn from the MASK_KEY batch parm and the character's
      * position within its word, so the same real value always
      * comes out as the same fake one - an SSN, a surname, a street
      * - and DUPFIND, CUSTREL and the SSN duplicate gate behave in
      * test as they do in production. Punctuation, spaces and
      * length are kept, so formats (NNN-NN-NNNN, digits-only phone
      * numbers, one '@' in an email) still pass the edits. The key
      * lives in BATCH_PARMS, not here: without it the program
      * refuses to run rather than fall back to a guessable default.
       01  WS-MASK-KEY           PIC X(26) VALUE SPACES.
       01  WS-MASK-KEY-LEN       PIC 9(3) VALUE ZERO.
       01  WS-MASK-KEY-MIN       PIC 9(3) VALUE 8.
       01  WS-SCRAMBLE-TEXT      PIC X(250).
       01  WS-SCRAMBLE-CHAR      PIC X(01).
       01  WS-SCRAMBLE-IDX       PIC 9(3).
       01  WS-WORD-POS           PIC 9(3).
       01  WS-KEY-POS            PIC 9(3).
       01  WS-SHIFT              PIC 9(5).
       01  WS-CHAR-POS           PIC 9(3).
       01  WS-UPPER-ALPHA        PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-ALPHA        PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-DIGIT-CHARS        PIC X(10) VALUE '0123456789'.
       01  WS-EMAIL-VALUE        PIC X(50).
       01  WS-EMAIL-LOCAL        PIC X(50).
       01  WS-POSTAL-HASH        PIC 9(9).
       01  WS-REAL-ZIP           PIC X(05).

      * CUSTOMER_MASTER.SSN is an SSNVAULT token. The real number is
      * fetched and scrambled like any other identifier, so the test
      * rows carry a fake SSN in clear, never a production token.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'TSTCOPY'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Copies a chosen set of customers, with their accounts,
      * transactions, contact points, interactions, complaints and
      * relationships, into load files for the test database, with
      * the personal data scrambled on the way out. Nothing is ever
      * written to a database from here: the test region loads the
      * files with its own LOAD, so a wrong DD or plan can never put
      * masked rows into production or real ones into test.
      * Structured addresses are replaced with a real city/state/ZIP
      * triplet off POSTAL_REFERENCE, picked from the real ZIP so
      * neighbours stay neighbours, which keeps CUSTMSTR's and
      * DATAIMPT's postal edits passing on the copied rows.
       MAIN-LOGIC.
           DISPLAY "STARTING MASKED TEST-DATA COPY"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-MASK-KEY
           PERFORM READ-SELECTION
           PERFORM COUNT-POSTAL-REFERENCE

           IF WS-MASK-KEY-LEN < WS-MASK-KEY-MIN
               MOVE 'TEST COPY REFUSED - NO USABLE MASK_KEY PARM'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE IF HV-POSTAL-COUNT = 0
               MOVE 'TEST COPY REFUSED - POSTAL_REFERENCE IS EMPTY'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE IF WS-SELECT-COUNT = 0
               MOVE 'NO CUSTOMERS SELECTED IN TSTCPRM' TO WS-RESPONSE
           ELSE
               PERFORM OPEN-LOAD-FILES

               IF NOT FILES-OPEN
                   MOVE 'TEST COPY FAILED - FILE OPEN ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   PERFORM COPY-ONE-CUSTOMER
                       VARYING WS-SELECT-IDX FROM 1 BY 1
                       UNTIL WS-SELECT-IDX > WS-SELECT-COUNT

                   CLOSE CUST-LOAD-FILE
                         ACCT-LOAD-FILE
                         TXN-LOAD-FILE
                         CNTC-LOAD-FILE
                         INTR-LOAD-FILE
                         CMPL-LOAD-FILE
                         REL-LOAD-FILE

                   IF HV-RUN-STATUS = 'SUCCESS'
                       MOVE 'MASKED TEST-DATA COPY COMPLETE'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'MASKED TEST-DATA COPY ENDED WITH ERRORS'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CUSTOMERS SELECTED    : " WS-SELECT-COUNT
           DISPLAY "CUSTOMERS COPIED      : " WS-COUNT-CUSTOMERS
           DISPLAY "CUSTOMERS NOT FOUND   : " WS-COUNT-NOT-FOUND
           DISPLAY "ACCOUNTS              : " WS-COUNT-ACCOUNTS
           DISPLAY "TRANSACTIONS          : " WS-COUNT-TXNS
           DISPLAY "CONTACT POINTS        : " WS-COUNT-CONTACTS
           DISPLAY "INTERACTIONS          : " WS-COUNT-INTERACTIONS
           DISPLAY "COMPLAINTS            : " WS-COUNT-COMPLAINTS
           DISPLAY "RELATIONSHIPS         : " WS-COUNT-RELATIONSHIPS
           DISPLAY "RELATIONSHIPS DROPPED : " WS-COUNT-REL-DROPPED
           DISPLAY "ADDRESSES NOT REPLACED: " WS-COUNT-NO-POSTAL

           MOVE WS-COUNT-CUSTOMERS TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-MASK-KEY.
           MOVE 'MASK_KEY' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM

           IF PARM-FOUND AND HV-PARM-VALUE NOT = SPACES
               MOVE HV-PARM-VALUE TO WS-MASK-KEY
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-KEY))
                   TO WS-MASK-KEY-LEN
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'TSTCOPY'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * A customer listed twice is only copied once - a second copy
      * would fail the load on the duplicate key.
       READ-SELECTION.
           MOVE ZERO TO WS-SELECT-COUNT
           MOVE 'N' TO WS-SEL-EOF
           OPEN INPUT SELECT-FILE

           IF WS-SEL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING TSTCPRM, STATUS: "
                   WS-SEL-FILE-STATUS
           ELSE
               PERFORM UNTIL SEL-EOF
                   READ SELECT-FILE
                       AT END
                           MOVE 'Y' TO WS-SEL-EOF
                       NOT AT END
                           IF SEL-CUSTOMER-ID NOT = SPACES
                                   AND SEL-CUSTOMER-ID(1:1) NOT = '*'
                               MOVE SEL-CUSTOMER-ID TO HV-RELATED-ID
                               PERFORM CHECK-IN-SUBSET
                               IF IN-SUBSET
                                   CONTINUE
                               ELSE IF WS-SELECT-COUNT >= WS-SELECT-MAX
                                   DISPLAY "SELECTION LIMIT REACHED, "
                                       "IGNORED: " SEL-CUSTOMER-ID
                               ELSE
                                   ADD 1 TO WS-SELECT-COUNT
                                   MOVE SEL-CUSTOMER-ID
                                       TO WS-SELECT-ID(WS-SELECT-COUNT)
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SELECT-FILE
           END-IF.

       CHECK-IN-SUBSET.
           MOVE 'N' TO WS-IN-SUBSET
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SELECT-COUNT
                      OR IN-SUBSET
               IF WS-SELECT-ID(WS-SEARCH-IDX) = HV-RELATED-ID
                   MOVE 'Y' TO WS-IN-SUBSET
               END-IF
           END-PERFORM.

       COUNT-POSTAL-REFERENCE.
           MOVE ZERO TO HV-POSTAL-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-POSTAL-COUNT
               FROM POSTAL_REFERENCE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR COUNTING POSTAL REFERENCE, SQLCODE: "
                   SQLCODE
               MOVE ZERO TO HV-POSTAL-COUNT
           END-IF.

       OPEN-LOAD-FILES.
           MOVE 'N' TO WS-FILES-OPEN

           OPEN OUTPUT CUST-LOAD-FILE
                       ACCT-LOAD-FILE
                       TXN-LOAD-FILE
                       CNTC-LOAD-FILE
                       INTR-LOAD-FILE
                       CMPL-LOAD-FILE
                       REL-LOAD-FILE

           IF WS-CUST-FILE-STATUS = '00'
                   AND WS-ACCT-FILE-STATUS = '00'
                   AND WS-TXN-FILE-STATUS = '00'
                   AND WS-CNTC-FILE-STATUS = '00'
                   AND WS-INTR-FILE-STATUS = '00'
                   AND WS-CMPL-FILE-STATUS = '00'
                   AND WS-REL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILES-OPEN
           ELSE
               DISPLAY "ERROR OPENING LOAD FILES, STATUS: "
                   WS-CUST-FILE-STATUS ' ' WS-ACCT-FILE-STATUS ' '
                   WS-TXN-FILE-STATUS ' ' WS-CNTC-FILE-STATUS ' '
                   WS-INTR-FILE-STATUS ' ' WS-CMPL-FILE-STATUS ' '
                   WS-REL-FILE-STATUS
           END-IF.

      * CUSTOMER_MASTER is the anchor, as in GDPREXT - an ID with no
      * master row is reported and skipped, child rows and all.
       COPY-ONE-CUSTOMER.
           MOVE WS-SELECT-ID(WS-SELECT-IDX) TO HV-CUSTOMER-ID

           PERFORM COPY-CUSTOMER-MASTER

           IF CUSTOMER-FOUND
               PERFORM COPY-ACCOUNTS
               PERFORM COPY-TRANSACTIONS
               PERFORM COPY-CONTACTS
               PERFORM COPY-INTERACTIONS
               PERFORM COPY-COMPLAINTS
               PERFORM COPY-RELATIONSHIPS
           END-IF.

       COPY-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUSTOMER-FOUND

           EXEC SQL
               SELECT CUSTOMER_ID, NAME, COALESCE(ADDRESS, ' '),
                      COALESCE(ADDR_STREET, ' '),
                      COALESCE(ADDR_CITY, ' '),
                      COALESCE(ADDR_STATE, ' '),
                      COALESCE(ADDR_POSTAL_CODE, ' '),
                      COALESCE(PHONE, ' '), COALESCE(EMAIL, ' '),
                      COALESCE(SSN, ' '),
                      COALESCE(DATE_OF_BIRTH, ' '),
                      COALESCE(SEGMENT, ' '),
                      COALESCE(STMT_DELIVERY, ' '),
                      COALESCE(STMT_CYCLE, ' '),
                      COALESCE(RISK_FLAG, ' '),
                      COALESCE(RECORD_STATUS, ' '),
                      COALESCE(CHAR(CLOSED_DATE), ' '),
                      COALESCE(CHAR(DATE_OF_DEATH), ' '),
                      COALESCE(CHAR(LAST_UPDATED), ' '),
                      COALESCE(RM_EMPLOYEE_ID, ' '),
                      COALESCE(MAIL_RETURNED, ' '),
                      COALESCE(ID_DOC_EXPIRED, ' '),
                      COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                      COALESCE(LEGAL_NAME, ' '),
                      COALESCE(EIN, ' '),
                      COALESCE(ENTITY_TYPE, ' '),
                      COALESCE(CHAR(FORMATION_DATE), ' '),
                      COALESCE(HOUSEHOLD_ID, ' ')
               INTO :CM-CUSTOMER-ID, :CM-NAME, :CM-ADDRESS,
                    :CM-ADDR-STREET, :CM-ADDR-CITY,
                    :CM-ADDR-STATE, :CM-ADDR-POSTAL-CODE,
                    :CM-PHONE, :CM-EMAIL, :CM-SSN,
                    :CM-DATE-OF-BIRTH, :CM-SEGMENT,
                    :CM-STMT-DELIVERY, :CM-STMT-CYCLE,
                    :CM-RISK-FLAG, :CM-RECORD-STATUS,
                    :CM-CLOSED-DATE, :CM-DATE-OF-DEATH,
                    :CM-LAST-UPDATED, :CM-RM-EMPLOYEE-ID,
                    :CM-MAIL-RETURNED, :CM-ID-DOC-EXPIRED,
                    :CM-CUSTOMER-TYPE, :CM-LEGAL-NAME,
                    :CM-EIN, :CM-ENTITY-TYPE,
                    :CM-FORMATION-DATE, :HV-HOUSEHOLD-ID
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-CUSTOMER-FOUND
               PERFORM MASK-CUSTOMER-ROW

               MOVE SPACES TO CUST-LOAD-RECORD
               MOVE DCLCUSTOMER-MASTER TO TCC-CUSTOMER-ROW
               MOVE HV-HOUSEHOLD-ID    TO TCC-HOUSEHOLD-ID
               WRITE CUST-LOAD-RECORD
               ADD 1 TO WS-COUNT-CUSTOMERS
           ELSE IF SQLCODE = 100
               DISPLAY "CUSTOMER NOT ON FILE, SKIPPED: " HV-CUSTOMER-ID
               ADD 1 TO WS-COUNT-NOT-FOUND
           ELSE
               DISPLAY "ERROR READING CUSTOMER: " HV-CUSTOMER-ID
                   " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF
           END-IF.

      * Names, identifiers, phone and email are scrambled; the date
      * of birth keeps its year and month (age rules still apply)
      * but loses the day. Segment, status, risk and the rest of the
      * row carry over as they are - they are what the test needs.
       MASK-CUSTOMER-ROW.
           MOVE CM-NAME TO WS-SCRAMBLE-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-SCRAMBLE-TEXT TO CM-NAME

           MOVE CM-LEGAL-NAME TO WS-SCRAMBLE-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-SCRAMBLE-TEXT TO CM-LEGAL-NAME

           MOVE CM-SSN TO WS-VAULT-TOKEN
           CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA
           IF WS-VAULT-RETURN-CODE = 00
               MOVE WS-VAULT-SSN TO WS-SCRAMBLE-TEXT
               PERFORM SCRAMBLE-TEXT
               MOVE WS-SCRAMBLE-TEXT TO CM-SSN
           ELSE
               DISPLAY "SSN VAULT LOOKUP FAILED, SSN BLANKED: "
                   CM-CUSTOMER-ID
               MOVE SPACES TO CM-SSN
           END-IF

           MOVE CM-EIN TO WS-SCRAMBLE-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-SCRAMBLE-TEXT TO CM-EIN

           MOVE CM-PHONE TO WS-SCRAMBLE-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-SCRAMBLE-TEXT TO CM-PHONE

           MOVE CM-EMAIL TO WS-EMAIL-VALUE
           PERFORM MASK-EMAIL
           MOVE WS-EMAIL-VALUE TO CM-EMAIL

           IF CM-DATE-OF-BIRTH(5:1) = '-'
               MOVE '01' TO CM-DATE-OF-BIRTH(9:2)
           END-IF

           PERFORM MASK-ADDRESS.

      * Street is scrambled like a name (house number and all). City,
      * state and ZIP come as a set from POSTAL_REFERENCE: the row is
      * picked from the real ZIP and the key, so every customer in a
      * real ZIP lands in the same fake one and DUPFIND's
      * same-street-same-ZIP match still fires. The one-line ADDRESS
      * is rebuilt from the masked parts.
       MASK-ADDRESS.
           MOVE CM-ADDR-STREET TO WS-SCRAMBLE-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-SCRAMBLE-TEXT TO CM-ADDR-STREET

           IF CM-ADDR-POSTAL-CODE = SPACES
               MOVE CM-ADDRESS TO WS-SCRAMBLE-TEXT
               PERFORM SCRAMBLE-TEXT
               MOVE WS-SCRAMBLE-TEXT TO CM-ADDRESS
           ELSE
               MOVE CM-ADDR-POSTAL-CODE(1:5) TO WS-REAL-ZIP
               PERFORM PICK-POSTAL-ROW

               IF SQLCODE = 0
                   MOVE HV-CITY     TO CM-ADDR-CITY
                   MOVE HV-STATE    TO CM-ADDR-STATE
                   MOVE HV-ZIP-CODE TO CM-ADDR-POSTAL-CODE
               ELSE
                   DISPLAY "NO POSTAL ROW FOR CUSTOMER: "
                       CM-CUSTOMER-ID " SQLCODE: " SQLCODE
                   ADD 1 TO WS-COUNT-NO-POSTAL
                   MOVE SPACES TO CM-ADDR-CITY CM-ADDR-STATE
                                  CM-ADDR-POSTAL-CODE
               END-IF

               MOVE SPACES TO CM-ADDRESS
               STRING FUNCTION TRIM(CM-ADDR-STREET) ', '
                      FUNCTION TRIM(CM-ADDR-CITY) ', '
                      CM-ADDR-STATE ' '
                      CM-ADDR-POSTAL-CODE
                   DELIMITED BY SIZE INTO CM-ADDRESS
               END-STRING
           END-IF.

       PICK-POSTAL-ROW.
           MOVE ZERO TO WS-POSTAL-HASH
           PERFORM VARYING WS-SCRAMBLE-IDX FROM 1 BY 1
                   UNTIL WS-SCRAMBLE-IDX > 5
               COMPUTE WS-KEY-POS =
                   FUNCTION MOD(WS-SCRAMBLE-IDX - 1, WS-MASK-KEY-LEN)
                   + 1
               COMPUTE WS-POSTAL-HASH = FUNCTION MOD(
                   WS-POSTAL-HASH * 31
                   + FUNCTION ORD(WS-REAL-ZIP(WS-SCRAMBLE-IDX:1))
                   * FUNCTION ORD(WS-MASK-KEY(WS-KEY-POS:1)),
                   999999937)
           END-PERFORM

           COMPUTE HV-POSTAL-ROW =
               FUNCTION MOD(WS-POSTAL-HASH, HV-POSTAL-COUNT) + 1

           EXEC SQL
               SELECT ZIP_CODE, CITY, STATE
               INTO :HV-ZIP-CODE, :HV-CITY, :HV-STATE
               FROM (SELECT ZIP_CODE, CITY, STATE,
                            ROW_NUMBER() OVER
                                (ORDER BY ZIP_CODE, CITY) AS ROW_NO
                     FROM POSTAL_REFERENCE) P
               WHERE P.ROW_NO = :HV-POSTAL-ROW
           END-EXEC.

      * The local part is scrambled; the domain always becomes
      * EXAMPLE.COM, so nothing sent from the test region can reach
      * a real mailbox.
       MASK-EMAIL.
           IF WS-EMAIL-VALUE NOT = SPACES
               MOVE SPACES TO WS-EMAIL-LOCAL
               UNSTRING WS-EMAIL-VALUE DELIMITED BY '@'
                   INTO WS-EMAIL-LOCAL
               END-UNSTRING

               MOVE WS-EMAIL-LOCAL TO WS-SCRAMBLE-TEXT
               PERFORM SCRAMBLE-TEXT

               MOVE SPACES TO WS-EMAIL-VALUE
               STRING FUNCTION TRIM(WS-SCRAMBLE-TEXT(1:37))
                      '@EXAMPLE.COM'
                   DELIMITED BY SIZE INTO WS-EMAIL-VALUE
               END-STRING
           END-IF.

      * Letters stay letters of the same case and digits stay digits;
      * anything else is left alone and starts a new word, so a
      * surname scrambles the same wherever it appears in a name.
      * The alphabets are looked up rather than computed, which
      * keeps this right in EBCDIC where the letters are not
      * contiguous.
       SCRAMBLE-TEXT.
           MOVE ZERO TO WS-WORD-POS

           PERFORM VARYING WS-SCRAMBLE-IDX FROM 1 BY 1
                   UNTIL WS-SCRAMBLE-IDX > 250
               MOVE WS-SCRAMBLE-TEXT(WS-SCRAMBLE-IDX:1)
                   TO WS-SCRAMBLE-CHAR

               MOVE ZERO TO WS-CHAR-POS
               INSPECT WS-UPPER-ALPHA TALLYING WS-CHAR-POS
                   FOR CHARACTERS BEFORE INITIAL WS-SCRAMBLE-CHAR

               IF WS-CHAR-POS < 26
                   PERFORM NEXT-SHIFT
                   COMPUTE WS-CHAR-POS =
                       FUNCTION MOD(WS-CHAR-POS + WS-SHIFT, 26) + 1
                   MOVE WS-UPPER-ALPHA(WS-CHAR-POS:1)
                       TO WS-SCRAMBLE-TEXT(WS-SCRAMBLE-IDX:1)
               ELSE
                   MOVE ZERO TO WS-CHAR-POS
                   INSPECT WS-LOWER-ALPHA TALLYING WS-CHAR-POS
                       FOR CHARACTERS BEFORE INITIAL WS-SCRAMBLE-CHAR

                   IF WS-CHAR-POS < 26
                       PERFORM NEXT-SHIFT
                       COMPUTE WS-CHAR-POS =
                           FUNCTION MOD(WS-CHAR-POS + WS-SHIFT, 26) + 1
                       MOVE WS-LOWER-ALPHA(WS-CHAR-POS:1)
                           TO WS-SCRAMBLE-TEXT(WS-SCRAMBLE-IDX:1)
                   ELSE
                       MOVE ZERO TO WS-CHAR-POS
                       INSPECT WS-DIGIT-CHARS TALLYING WS-CHAR-POS
                           FOR CHARACTERS
                           BEFORE INITIAL WS-SCRAMBLE-CHAR

                       IF WS-CHAR-POS < 10
                           PERFORM NEXT-SHIFT
                           COMPUTE WS-CHAR-POS =
                               FUNCTION MOD(WS-CHAR-POS + WS-SHIFT, 10)
                               + 1
                           MOVE WS-DIGIT-CHARS(WS-CHAR-POS:1)
                               TO WS-SCRAMBLE-TEXT(WS-SCRAMBLE-IDX:1)
                       ELSE
                           MOVE ZERO TO WS-WORD-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NEXT-SHIFT.
           ADD 1 TO WS-WORD-POS
           COMPUTE WS-KEY-POS =
               FUNCTION MOD(WS-WORD-POS - 1, WS-MASK-KEY-LEN) + 1
           COMPUTE WS-SHIFT =
               FUNCTION ORD(WS-MASK-KEY(WS-KEY-POS:1))
               + WS-WORD-POS * 7.

       COPY-ACCOUNTS.
           EXEC SQL
               DECLARE TC_ACCT_CUR CURSOR FOR
               SELECT ACCOUNT_ID, CUSTOMER_ID, ACCOUNT_TYPE, BALANCE,
                      ACCOUNT_STATUS,
                      COALESCE(CHAR(OPENED_DATE), ' '),
                      COALESCE(CHAR(LAST_UPDATED), ' '),
                      COALESCE(CHAR(MATURITY_DATE, ISO), ' ')
               FROM ACCOUNTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN TC_ACCT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-TXN-CUSTOMER-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-BALANCE,
                       :HV-ACCOUNT-STATUS,
                       :HV-OPENED-DATE,
                       :HV-LAST-UPDATED,
                       :HV-MATURITY-DATE
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO ACCT-LOAD-RECORD
                   MOVE HV-ACCOUNT-ID      TO TCA-ACCOUNT-ID
                   MOVE HV-TXN-CUSTOMER-ID TO TCA-CUSTOMER-ID
                   MOVE HV-ACCOUNT-TYPE    TO TCA-ACCOUNT-TYPE
                   MOVE HV-BALANCE         TO TCA-BALANCE
                   MOVE HV-ACCOUNT-STATUS  TO TCA-ACCOUNT-STATUS
                   MOVE HV-OPENED-DATE     TO TCA-OPENED-DATE
                   MOVE HV-LAST-UPDATED    TO TCA-LAST-UPDATED
                   MOVE HV-MATURITY-DATE   TO TCA-MATURITY-DATE
                   WRITE ACCT-LOAD-RECORD
                   ADD 1 TO WS-COUNT-ACCOUNTS
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING ACCOUNTS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_ACCT_CUR END-EXEC.

      * Driven by the customer's accounts rather than the row's own
      * CUSTOMER_ID, so every posting on a copied account comes
      * across. Descriptions are scrambled - payees and
      * counterparties are named in them.
       COPY-TRANSACTIONS.
           EXEC SQL
               DECLARE TC_TXN_CUR CURSOR FOR
               SELECT T.ACCOUNT_ID, T.CUSTOMER_ID,
                      CHAR(T.TXN_DATE, ISO), T.TXN_TYPE, T.AMOUNT,
                      COALESCE(T.DESCRIPTION, ' '),
                      COALESCE(T.BRANCH_ID, ' '),
                      COALESCE(T.CHANNEL, ' '),
                      COALESCE(T.FEE_CODE, ' '),
                      COALESCE(T.EMPLOYEE_ID, ' '),
                      COALESCE(T.INSTRUMENT_NO, ' ')
               FROM TRANSACTIONS T
               WHERE T.ACCOUNT_ID IN
                     (SELECT A.ACCOUNT_ID FROM ACCOUNTS A
                      WHERE A.CUSTOMER_ID = :HV-CUSTOMER-ID)
               ORDER BY T.ACCOUNT_ID, T.TXN_DATE
           END-EXEC

           EXEC SQL OPEN TC_TXN_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_TXN_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-TXN-CUSTOMER-ID,
                       :HV-TXN-DATE,
                       :HV-TXN-TYPE,
                       :HV-AMOUNT,
                       :HV-TXN-DESCRIPTION,
                       :HV-BRANCH-ID,
                       :HV-CHANNEL,
                       :HV-FEE-CODE,
                       :HV-TXN-EMPLOYEE-ID,
                       :HV-INSTRUMENT-NO
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-TXN-DESCRIPTION TO WS-SCRAMBLE-TEXT
                   PERFORM SCRAMBLE-TEXT

                   MOVE SPACES TO TXN-LOAD-RECORD
                   MOVE HV-ACCOUNT-ID      TO TCT-ACCOUNT-ID
                   MOVE HV-TXN-CUSTOMER-ID TO TCT-CUSTOMER-ID
                   MOVE HV-TXN-DATE        TO TCT-TXN-DATE
                   MOVE HV-TXN-TYPE        TO TCT-TXN-TYPE
                   MOVE HV-AMOUNT          TO TCT-AMOUNT
                   MOVE WS-SCRAMBLE-TEXT   TO TCT-DESCRIPTION
                   MOVE HV-BRANCH-ID       TO TCT-BRANCH-ID
                   MOVE HV-CHANNEL         TO TCT-CHANNEL
                   MOVE HV-FEE-CODE        TO TCT-FEE-CODE
                   MOVE HV-TXN-EMPLOYEE-ID TO TCT-EMPLOYEE-ID
                   MOVE HV-INSTRUMENT-NO   TO TCT-INSTRUMENT-NO
                   WRITE TXN-LOAD-RECORD
                   ADD 1 TO WS-COUNT-TXNS
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING TRANSACTIONS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_TXN_CUR END-EXEC.

      * An email contact point is masked exactly as the master EMAIL
      * is, and a phone exactly as PHONE, so the contact that mirrors
      * the master row still matches it.
       COPY-CONTACTS.
           EXEC SQL
               DECLARE TC_CNTC_CUR CURSOR FOR
               SELECT CONTACT_TYPE, CONTACT_VALUE,
                      COALESCE(PREFERRED_FLAG, 'N'),
                      COALESCE(ADDED_BY, ' '),
                      COALESCE(CHAR(ADDED_AT), ' ')
               FROM CUSTOMER_CONTACTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               ORDER BY CONTACT_TYPE, CONTACT_VALUE
           END-EXEC

           EXEC SQL OPEN TC_CNTC_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_CNTC_CUR INTO
                       :HV-CONTACT-TYPE,
                       :HV-CONTACT-VALUE,
                       :HV-PREFERRED-FLAG,
                       :HV-ADDED-BY,
                       :HV-ADDED-AT
               END-EXEC

               IF SQLCODE = 0
                   IF HV-CONTACT-TYPE = 'EMAIL'
                       MOVE HV-CONTACT-VALUE TO WS-EMAIL-VALUE
                       PERFORM MASK-EMAIL
                       MOVE WS-EMAIL-VALUE TO HV-CONTACT-VALUE
                   ELSE
                       MOVE HV-CONTACT-VALUE TO WS-SCRAMBLE-TEXT
                       PERFORM SCRAMBLE-TEXT
                       MOVE WS-SCRAMBLE-TEXT TO HV-CONTACT-VALUE
                   END-IF

                   MOVE SPACES TO CNTC-LOAD-RECORD
                   MOVE HV-CUSTOMER-ID    TO TCN-CUSTOMER-ID
                   MOVE HV-CONTACT-TYPE   TO TCN-CONTACT-TYPE
                   MOVE HV-CONTACT-VALUE  TO TCN-CONTACT-VALUE
                   MOVE HV-PREFERRED-FLAG TO TCN-PREFERRED-FLAG
                   MOVE HV-ADDED-BY       TO TCN-ADDED-BY
                   MOVE HV-ADDED-AT       TO TCN-ADDED-AT
                   WRITE CNTC-LOAD-RECORD
                   ADD 1 TO WS-COUNT-CONTACTS
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CONTACTS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_CNTC_CUR END-EXEC.

      * Notes are free text keyed by staff and routinely carry names,
      * numbers and addresses, so they are scrambled whole.
       COPY-INTERACTIONS.
           EXEC SQL
               DECLARE TC_INTR_CUR CURSOR FOR
               SELECT COALESCE(EMPLOYEE_ID, ' '), INTERACTION_TYPE,
                      COALESCE(INTERACTION_NOTES, ' '),
                      CHAR(INTERACTION_TIMESTAMP),
                      COALESCE(FOLLOWUP_REQUIRED, 'N'),
                      COALESCE(CHAR(FOLLOWUP_DATE), ' ')
               FROM CUSTOMER_INTERACTIONS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               ORDER BY INTERACTION_TIMESTAMP
           END-EXEC

           EXEC SQL OPEN TC_INTR_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_INTR_CUR INTO
                       :HV-EMPLOYEE-ID,
                       :HV-INTERACTION-TYPE,
                       :HV-INTERACTION-NOTES,
                       :HV-INTERACTION-TIMESTAMP,
                       :HV-FOLLOWUP-REQUIRED,
                       :HV-FOLLOWUP-DATE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-INTERACTION-NOTES TO WS-SCRAMBLE-TEXT
                   PERFORM SCRAMBLE-TEXT

                   MOVE SPACES TO INTR-LOAD-RECORD
                   MOVE HV-CUSTOMER-ID       TO TCI-CUSTOMER-ID
                   MOVE HV-EMPLOYEE-ID       TO TCI-EMPLOYEE-ID
                   MOVE HV-INTERACTION-TYPE  TO TCI-INTERACTION-TYPE
                   MOVE WS-SCRAMBLE-TEXT     TO TCI-INTERACTION-NOTES
                   MOVE HV-INTERACTION-TIMESTAMP
                       TO TCI-INTERACTION-TIMESTAMP
                   MOVE HV-FOLLOWUP-REQUIRED TO TCI-FOLLOWUP-REQUIRED
                   MOVE HV-FOLLOWUP-DATE     TO TCI-FOLLOWUP-DATE
                   WRITE INTR-LOAD-RECORD
                   ADD 1 TO WS-COUNT-INTERACTIONS
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING INTERACTIONS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_INTR_CUR END-EXEC.

       COPY-COMPLAINTS.
           EXEC SQL
               DECLARE TC_CMPL_CUR CURSOR FOR
               SELECT COMPLAINT_ID, CHAR(DATE_RECEIVED), STATUS,
                      COALESCE(DESCRIPTION, ' '),
                      COALESCE(RESOLUTION, ' '),
                      COALESCE(CATEGORY_CODE, ' '),
                      COALESCE(PRODUCT_CODE, ' ')
               FROM CUSTOMER_COMPLAINTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               ORDER BY COMPLAINT_ID
           END-EXEC

           EXEC SQL OPEN TC_CMPL_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_CMPL_CUR INTO
                       :HV-COMPLAINT-ID,
                       :HV-DATE-RECEIVED,
                       :HV-STATUS,
                       :HV-DESCRIPTION,
                       :HV-RESOLUTION,
                       :HV-CATEGORY-CODE,
                       :HV-PRODUCT-CODE
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO CMPL-LOAD-RECORD

                   MOVE HV-DESCRIPTION TO WS-SCRAMBLE-TEXT
                   PERFORM SCRAMBLE-TEXT
                   MOVE WS-SCRAMBLE-TEXT TO TCP-DESCRIPTION

                   MOVE HV-RESOLUTION TO WS-SCRAMBLE-TEXT
                   PERFORM SCRAMBLE-TEXT
                   MOVE WS-SCRAMBLE-TEXT TO TCP-RESOLUTION

                   MOVE HV-COMPLAINT-ID   TO TCP-COMPLAINT-ID
                   MOVE HV-CUSTOMER-ID    TO TCP-CUSTOMER-ID
                   MOVE HV-DATE-RECEIVED  TO TCP-DATE-RECEIVED
                   MOVE HV-STATUS         TO TCP-STATUS
                   MOVE HV-CATEGORY-CODE  TO TCP-CATEGORY-CODE
                   MOVE HV-PRODUCT-CODE   TO TCP-PRODUCT-CODE
                   WRITE CMPL-LOAD-RECORD
                   ADD 1 TO WS-COUNT-COMPLAINTS
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING COMPLAINTS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_CMPL_CUR END-EXEC.

      * Each link is read from its primary side only, so a pair with
      * both customers in the subset is written once. A link to a
      * customer outside the subset is counted and left behind.
       COPY-RELATIONSHIPS.
           EXEC SQL
               DECLARE TC_REL_CUR CURSOR FOR
               SELECT RELATED_CUSTOMER_ID, RELATIONSHIP_TYPE,
                      COALESCE(CREATED_BY, ' '),
                      COALESCE(CHAR(CREATED_AT), ' ')
               FROM CUSTOMER_RELATIONSHIP
               WHERE PRIMARY_CUSTOMER_ID = :HV-CUSTOMER-ID
               ORDER BY RELATED_CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN TC_REL_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH TC_REL_CUR INTO
                       :HV-RELATED-ID,
                       :HV-RELATIONSHIP-TYPE,
                       :HV-CREATED-BY,
                       :HV-CREATED-AT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CHECK-IN-SUBSET

                   IF IN-SUBSET
                       MOVE SPACES TO REL-LOAD-RECORD
                       MOVE HV-CUSTOMER-ID       TO TCR-PRIMARY-ID
                       MOVE HV-RELATED-ID        TO TCR-RELATED-ID
                       MOVE HV-RELATIONSHIP-TYPE
                           TO TCR-RELATIONSHIP-TYPE
                       MOVE HV-CREATED-BY        TO TCR-CREATED-BY
                       MOVE HV-CREATED-AT        TO TCR-CREATED-AT
                       WRITE REL-LOAD-RECORD
                       ADD 1 TO WS-COUNT-RELATIONSHIPS
                   ELSE
                       ADD 1 TO WS-COUNT-REL-DROPPED
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING RELATIONSHIPS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE TC_REL_CUR END-EXEC.

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
                   ('TSTCOPY', :HV-RUN-START, :HV-RUN-END,
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

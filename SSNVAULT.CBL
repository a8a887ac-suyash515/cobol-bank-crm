       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNVAULT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-SSN                PIC X(11).
       01  HV-SSN-TOKEN          PIC X(11).
       01  HV-TOKEN-SEQ          PIC S9(9) COMP-5.
       01  HV-CALLER             PIC X(08).
       01  HV-CREATED-AT         PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SSN-VALID          PIC X VALUE 'N'.
           88  SSN-VALID             VALUE 'Y'.
       01  WS-TOKEN-FOUND        PIC X VALUE 'N'.
           88  TOKEN-FOUND           VALUE 'Y'.

      * A new token takes the next vault sequence number. Two callers
      * vaulting at the same moment can draw the same number; the
      * loser's insert hits the unique token index and draws again,
      * a bounded number of times.
       01  WS-INSERT-TRIES       PIC 9(02) VALUE ZERO.
       01  WS-INSERT-MAX-TRIES   PIC 9(02) VALUE 3.

      * Token layout: 'T', the sequence number in six base-36
      * characters, then the SSN's last four digits - eleven
      * characters, so it sits in CUSTOMER_MASTER.SSN where the clear
      * number used to, and the last four stay searchable and
      * displayable without a trip to the vault. A clear SSN always
      * starts with a digit, so the 'T' tells the two apart.
       01  WS-TOKEN-BUILD.
           05  WS-TOKEN-PREFIX   PIC X(01) VALUE 'T'.
           05  WS-TOKEN-SEQ-CHARS PIC X(06).
           05  WS-TOKEN-LAST4    PIC X(04).
       01  WS-BASE36-CHARS       PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-SEQ-WORK           PIC 9(10).
       01  WS-SEQ-DIGIT          PIC 9(02).
       01  WS-SEQ-IDX            PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-FUNCTION        PIC X(08).
               88  FUNC-TOKENIZE      VALUE 'TOKENIZE'.
               88  FUNC-FIND-TOKEN    VALUE 'FINDTOKN'.
               88  FUNC-DETOKENIZE    VALUE 'DETOKEN '.
      * The programs with a standing need for the full number: the
      * regulatory and remittance extracts, the watchlist screen,
      * CUSTMSTR's entitled reveal and the test-data copy (which
      * masks what it gets). Anything else asking for a clear SSN
      * is refused.
           05  LK-CALLER          PIC X(08).
               88  CALLER-MAY-DETOKENIZE VALUE 'CUSTMSTR'
                                               'TAXEXT  '
                                               'CTREXT  '
                                               'ESCHEAT '
                                               'RISKFLAG'
                                               'SAREXT  '
                                               'GARNSWP '
                                               'DEPINS  '
                                               'TSTCOPY '.
           05  LK-SSN             PIC X(11).
           05  LK-SSN-TOKEN       PIC X(11).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The one way to and from SSN_VAULT. CUSTOMER_MASTER.SSN holds
      * only a token; the clear number lives in the vault, which no
      * other program reads.
      *   TOKENIZE - clear SSN in, token out; a number not yet in
      *              the vault is added. Used when a customer is
      *              created or an SSN is changed.
      *   FINDTOKN - clear SSN in, token out if the number is
      *              already vaulted (RC 04 if not), adding nothing.
      *              Used by the duplicate-SSN checks and searches.
      *   DETOKEN  - token in, clear SSN out, for the callers named
      *              on LK-CALLER's list only. A value still in clear
      *              (not yet converted by SSNCONV) comes straight
      *              back, so callers work either side of conversion.
      * Runs inside the caller's unit of work: a vault row added for
      * a create that is then backed out goes with it.
       MAIN-LOGIC.
           MOVE 00 TO LK-RETURN-CODE

           EVALUATE TRUE
               WHEN FUNC-TOKENIZE
                   PERFORM TOKENIZE-SSN
               WHEN FUNC-FIND-TOKEN
                   PERFORM FIND-TOKEN
               WHEN FUNC-DETOKENIZE
                   PERFORM DETOKENIZE-SSN
               WHEN OTHER
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE

           GOBACK.

      * Only a well-formed NNN-NN-NNNN number is vaulted - the form
      * TAXEXT and DQSCORE already hold an SSN to.
       VALIDATE-SSN-SHAPE.
           MOVE 'N' TO WS-SSN-VALID

           IF LK-SSN(4:1) = '-' AND LK-SSN(7:1) = '-'
                   AND LK-SSN(1:3) NUMERIC
                   AND LK-SSN(5:2) NUMERIC
                   AND LK-SSN(8:4) NUMERIC
               MOVE 'Y' TO WS-SSN-VALID
           END-IF.

       TOKENIZE-SSN.
           PERFORM VALIDATE-SSN-SHAPE

           IF NOT SSN-VALID
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM LOOK-UP-TOKEN

               IF NOT TOKEN-FOUND AND RC-SUCCESS
                   MOVE ZERO TO WS-INSERT-TRIES
                   PERFORM ADD-VAULT-ENTRY
                       UNTIL TOKEN-FOUND
                          OR NOT RC-SUCCESS
                          OR WS-INSERT-TRIES >= WS-INSERT-MAX-TRIES

                   IF NOT TOKEN-FOUND AND RC-SUCCESS
                       DISPLAY 'SSNVAULT: NO FREE TOKEN AFTER RETRIES'
                       MOVE 12 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       FIND-TOKEN.
           PERFORM VALIDATE-SSN-SHAPE

           IF NOT SSN-VALID
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM LOOK-UP-TOKEN

               IF NOT TOKEN-FOUND AND RC-SUCCESS
                   MOVE SPACES TO LK-SSN-TOKEN
                   MOVE 04 TO LK-RETURN-CODE
               END-IF
           END-IF.

       LOOK-UP-TOKEN.
           MOVE 'N' TO WS-TOKEN-FOUND
           MOVE LK-SSN TO HV-SSN

           EXEC SQL
               SELECT SSN_TOKEN INTO :HV-SSN-TOKEN
               FROM SSN_VAULT
               WHERE SSN = :HV-SSN
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-TOKEN-FOUND
                   MOVE HV-SSN-TOKEN TO LK-SSN-TOKEN
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SSNVAULT: ERROR READING VAULT, SQLCODE: '
                       SQLCODE
                   MOVE 12 TO LK-RETURN-CODE
           END-EVALUATE.

      * -803 is either a clash on the sequence (draw again) or the
      * same SSN vaulted by another caller a moment ago (use theirs) -
      * LOOK-UP-TOKEN tells the two apart.
       ADD-VAULT-ENTRY.
           ADD 1 TO WS-INSERT-TRIES

           EXEC SQL
               SELECT COALESCE(MAX(TOKEN_SEQ), 0) + 1
               INTO :HV-TOKEN-SEQ
               FROM SSN_VAULT
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'SSNVAULT: ERROR READING SEQUENCE, SQLCODE: '
                   SQLCODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               PERFORM BUILD-TOKEN
               MOVE LK-CALLER TO HV-CALLER
               MOVE FUNCTION CURRENT-TIMESTAMP TO HV-CREATED-AT

               EXEC SQL
                   INSERT INTO SSN_VAULT
                       (SSN_TOKEN, SSN, TOKEN_SEQ, CREATED_BY,
                        CREATED_AT)
                   VALUES
                       (:HV-SSN-TOKEN, :HV-SSN, :HV-TOKEN-SEQ,
                        :HV-CALLER, :HV-CREATED-AT)
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'Y' TO WS-TOKEN-FOUND
                       MOVE HV-SSN-TOKEN TO LK-SSN-TOKEN
                   WHEN -803
                       PERFORM LOOK-UP-TOKEN
                   WHEN OTHER
                       DISPLAY 'SSNVAULT: ERROR ADDING TOKEN, SQLCODE: '
                           SQLCODE
                       MOVE 12 TO LK-RETURN-CODE
               END-EVALUATE
           END-IF.

       BUILD-TOKEN.
           MOVE HV-TOKEN-SEQ TO WS-SEQ-WORK
           PERFORM VARYING WS-SEQ-IDX FROM 6 BY -1
                   UNTIL WS-SEQ-IDX < 1
               DIVIDE WS-SEQ-WORK BY 36 GIVING WS-SEQ-WORK
                   REMAINDER WS-SEQ-DIGIT
               MOVE WS-BASE36-CHARS(WS-SEQ-DIGIT + 1:1)
                   TO WS-TOKEN-SEQ-CHARS(WS-SEQ-IDX:1)
           END-PERFORM

           MOVE LK-SSN(8:4) TO WS-TOKEN-LAST4
           MOVE WS-TOKEN-BUILD TO HV-SSN-TOKEN.

       DETOKENIZE-SSN.
           MOVE SPACES TO LK-SSN

           EVALUATE TRUE
               WHEN NOT CALLER-MAY-DETOKENIZE
                   DISPLAY 'SSNVAULT: DETOKEN REFUSED FOR CALLER '
                       LK-CALLER
                   MOVE 08 TO LK-RETURN-CODE
               WHEN LK-SSN-TOKEN = SPACES
                   CONTINUE
               WHEN LK-SSN-TOKEN(1:1) NOT = 'T'
                   MOVE LK-SSN-TOKEN TO LK-SSN
               WHEN OTHER
                   PERFORM READ-VAULT-BY-TOKEN
           END-EVALUATE.

       READ-VAULT-BY-TOKEN.
           MOVE LK-SSN-TOKEN TO HV-SSN-TOKEN

           EXEC SQL
               SELECT SSN INTO :HV-SSN
               FROM SSN_VAULT
               WHERE SSN_TOKEN = :HV-SSN-TOKEN
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HV-SSN TO LK-SSN
               WHEN 100
                   MOVE 04 TO LK-RETURN-CODE
               WHEN OTHER
                   DISPLAY 'SSNVAULT: ERROR READING VAULT, SQLCODE: '
                       SQLCODE
                   MOVE 12 TO LK-RETURN-CODE
           END-EVALUATE.

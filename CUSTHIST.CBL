       01  HV-DISPOSITION        PIC X(100).
       01  HV-COMPLETED-AT       PIC X(26).
       01  HV-CAMPAIGN-ID        PIC X(10).
       01  HV-SH-REASON-CODE     PIC X(10).
       01  HV-SH-NOTES           PIC X(100).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-CHANNEL            PIC X(08).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
       01  WS-INT-IDX            PIC 9(02) VALUE ZERO.
       01  WS-LOOP-SQLCODE       PIC S9(9) COMP-5 VALUE ZERO.

      * Commarea for the LEADMGT CALL that raises a referral - the
      * same product, assignee and duplicate checks as a lead raised
      * on the sales console.
       01  WS-LEADMGT-COMMAREA.
           05  WS-LM-LEAD-ID         PIC X(10).
           05  WS-LM-CUSTOMER-ID     PIC X(10).
           05  WS-LM-PRODUCT-CODE    PIC X(20).
           05  WS-LM-ASSIGNED-TO     PIC X(08).
           05  WS-LM-BRANCH-ID       PIC X(06).
           05  WS-LM-NEW-STATUS      PIC X(10).
           05  WS-LM-LEAD-NOTE       PIC X(100).
           05  WS-LM-INTERACTION-TS  PIC X(26).
           05  WS-LM-FUNCTION        PIC X(06).
           05  WS-LM-EMPLOYEE-ID     PIC X(08).
           05  WS-LM-LEAD-COUNT      PIC 9(02).
           05  WS-LM-LEAD-RESULTS OCCURS 10 TIMES.
               10  WS-LM-RES-LEAD-ID     PIC X(10).
               10  WS-LM-RES-CUSTOMER-ID PIC X(10).
               10  WS-LM-RES-PRODUCT     PIC X(20).
               10  WS-LM-RES-REFERRED-BY PIC X(08).
               10  WS-LM-RES-ASSIGNED-TO PIC X(08).
               10  WS-LM-RES-STATUS      PIC X(10).
               10  WS-LM-RES-RAISED-AT   PIC X(26).
           05  WS-LM-RETURN-CODE     PIC 9(02).

      * Commarea for IDNUMBER, which proves the check digit on a
      * keyed customer or account number before anything is read.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION    PIC X(08).
           05  WS-IDN-ID          PIC X(12).
           05  WS-IDN-RETURN-CODE PIC 9(02).
       01  WS-NUMBERS-VALID       PIC X VALUE 'Y'.
           88  NUMBERS-ARE-VALID      VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CUSTOMER-ID        PIC X(10).
               10  LK-INT-TYPE         PIC X(20).
               10  LK-INT-NOTES        PIC X(1000).
               10  LK-INT-TIMESTAMP    PIC X(26).
           05  LK-SPECIAL-HANDLING   PIC X(01).
           05  LK-SH-REASON-CODE     PIC X(10).
           05  LK-SH-NOTES           PIC X(100).
      * LOG only: a product named here raises a sales lead through
      * LEADMGT for the conversation being logged, optionally
      * straight to a sales employee; the lead ID comes back.
           05  LK-REFERRAL-PRODUCT   PIC X(20).
           05  LK-REFERRAL-ASSIGNEE  PIC X(08).
           05  LK-REFERRAL-BRANCH    PIC X(06).
           05  LK-REFERRAL-LEAD-ID   PIC X(10).
      * LOG only: where the contact came in - the branch it was
      * taken at (blank off-branch) and the channel it came by.
           05  LK-BRANCH-ID          PIC X(06).
           05  LK-CHANNEL            PIC X(08).
           05  LK-RETURN-CODE        PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
      * inside the gate.
           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               DISPLAY WS-RESPONSE
               GOBACK
           END-IF.
           MOVE LK-INTERACTION-NOTES TO WS-FULL-NOTES(1:250)
           MOVE LK-NOTES-EXTENSION   TO WS-FULL-NOTES(251:750)

           PERFORM SET-CONTACT-CHANNEL

           IF LK-RETURN-CODE = 00
               PERFORM INSERT-INTERACTION-ROW
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM WRITE-NOTE-SEGMENTS
           IF LK-RETURN-CODE = 00
                   AND HV-CAMPAIGN-ID NOT = SPACES
               PERFORM RECORD-CAMPAIGN-RESPONSE
           END-IF

           MOVE SPACES TO LK-REFERRAL-LEAD-ID
           IF LK-RETURN-CODE = 00
                   AND LK-REFERRAL-PRODUCT NOT = SPACES
               PERFORM RAISE-REFERRAL-LEAD
           END-IF.

      * The referral rides in the interaction's unit of work: a lead
      * LEADMGT refuses (unknown product, assignee who cannot work
      * it) backs the interaction out too, so the rep corrects the
      * referral and logs once, rather than leaving a note with no
      * lead behind it. A customer who already has the product on an
      * open lead is not an error - that lead is handed back.
       RAISE-REFERRAL-LEAD.
           MOVE SPACES TO WS-LEADMGT-COMMAREA
           MOVE HV-CUSTOMER-ID        TO WS-LM-CUSTOMER-ID
           MOVE LK-REFERRAL-PRODUCT   TO WS-LM-PRODUCT-CODE
           MOVE LK-REFERRAL-ASSIGNEE  TO WS-LM-ASSIGNED-TO
           MOVE LK-REFERRAL-BRANCH    TO WS-LM-BRANCH-ID
           MOVE HV-INTERACTION-NOTES(1:100) TO WS-LM-LEAD-NOTE
           MOVE HV-TIMESTAMP          TO WS-LM-INTERACTION-TS
           MOVE 'RAISE '              TO WS-LM-FUNCTION
           MOVE LK-EMPLOYEE-ID        TO WS-LM-EMPLOYEE-ID
           MOVE ZERO TO WS-LM-LEAD-COUNT
           MOVE 00 TO WS-LM-RETURN-CODE
           CALL 'LEADMGT' USING WS-LEADMGT-COMMAREA

           MOVE WS-LM-LEAD-ID TO LK-REFERRAL-LEAD-ID
           IF WS-LM-RETURN-CODE = 00
               MOVE 'INTERACTION LOGGED, SALES LEAD RAISED'
                   TO WS-RESPONSE
           ELSE IF WS-LM-RETURN-CODE = 16
                   AND WS-LM-LEAD-ID NOT = SPACES
               MOVE 'INTERACTION LOGGED, OPEN LEAD ALREADY ON FILE'
                   TO WS-RESPONSE
           ELSE
               MOVE 'REFERRAL REJECTED BY LEADMGT, NOTHING LOGGED'
                   TO WS-RESPONSE
               MOVE WS-LM-RETURN-CODE TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF
           END-IF
           DISPLAY WS-RESPONSE.

       RECORD-CAMPAIGN-RESPONSE.
           EXEC SQL
               INSERT INTO CAMPAIGN_RESPONSES
               END-IF
           END-PERFORM.

      * Every contact logged here is stamped with the branch and
      * channel it came in through, which is what CNTCREP reports
      * activity by. A supplied branch must be a live BRANCH_MASTER
      * row. A blank channel defaults to BRANCH when a branch is
      * present and PHONE otherwise - an off-branch contact keyed
      * by a rep is the contact centre. Rows written by the batch
      * and MQ feeds carry no channel and report as SYSTEM.
       SET-CONTACT-CHANNEL.
           MOVE LK-BRANCH-ID TO HV-BRANCH-ID
           MOVE LK-CHANNEL   TO HV-CHANNEL

           IF HV-CHANNEL = SPACES
               IF HV-BRANCH-ID = SPACES
                   MOVE 'PHONE' TO HV-CHANNEL
               ELSE
                   MOVE 'BRANCH' TO HV-CHANNEL
               END-IF
           END-IF

           IF HV-BRANCH-ID NOT = SPACES
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM BRANCH_MASTER
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE BRANCH ID' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
                   DISPLAY WS-RESPONSE
               END-IF
           END-IF.

       INSERT-INTERACTION-ROW.
           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE,
                    BRANCH_ID, CHANNEL)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-EMPLOYEE-ID, :HV-INTERACTION-TYPE,
                    :HV-INTERACTION-NOTES, :HV-TIMESTAMP,
                    :HV-FOLLOWUP-REQUIRED, :HV-FOLLOWUP-DATE,
                    NULLIF(:HV-BRANCH-ID, ' '), :HV-CHANNEL)
           END-EXEC.

           IF SQLCODE = 0
           MOVE ZERO  TO LK-ROWS-RETURNED
           MOVE 'N'   TO LK-MORE-RECORDS

           PERFORM CHECK-SPECIAL-HANDLING

           EXEC SQL
               DECLARE CURSOR_INT CURSOR FOR
               SELECT EMPLOYEE_ID, INTERACTION_TYPE, INTERACTION_NOTES, INTERACTION_TIMESTAMP
               MOVE 'ERROR FETCHING INTERACTIONS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' WS-LOOP-SQLCODE
           ELSE IF LK-SPECIAL-HANDLING = 'Y'
               MOVE SPACES TO WS-RESPONSE
               STRING 'INTERACTIONS RETRIEVED - SPECIAL HANDLING: '
                      HV-SH-REASON-CODE
                   DELIMITED BY SIZE INTO WS-RESPONSE
               END-STRING
           ELSE
               MOVE 'INTERACTIONS RETRIEVED' TO WS-RESPONSE
           END-IF
           END-IF
           END-IF.

           DISPLAY WS-RESPONSE.

      * The rep reading the history is the rep about to talk to the
      * customer, so an active SPECIAL_HANDLING flag (SPECHNDL's
      * register) comes back with the rows - the latest one's reason
      * and note - instead of sitting in a note several pages down.
       CHECK-SPECIAL-HANDLING.
           MOVE 'N' TO LK-SPECIAL-HANDLING
           MOVE SPACES TO LK-SH-REASON-CODE LK-SH-NOTES
           MOVE SPACES TO HV-SH-REASON-CODE HV-SH-NOTES

           EXEC SQL
               SELECT REASON_CODE, HANDLING_NOTES
               INTO :HV-SH-REASON-CODE, :HV-SH-NOTES
               FROM SPECIAL_HANDLING
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND FLAG_STATUS = 'ACTIVE'
               ORDER BY FLAG_SEQ DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y'               TO LK-SPECIAL-HANDLING
               MOVE HV-SH-REASON-CODE TO LK-SH-REASON-CODE
               MOVE HV-SH-NOTES       TO LK-SH-NOTES
           END-IF.

      * Closes a follow-up so it finally drops off FOLLOWUP's
      * morning tickler: who closed it, when, and the disposition
      * are stamped on the interaction row and FOLLOWUP_REQUIRED is
           END-IF.
           DISPLAY WS-RESPONSE.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-CUSTOMER-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF.

       CALL-IDNUMBER.
           IF NUMBERS-ARE-VALID
               MOVE 00 TO WS-IDN-RETURN-CODE
               CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

               IF WS-IDN-RETURN-CODE NOT = 00
                   MOVE 'N' TO WS-NUMBERS-VALID
                   MOVE 08 TO LK-RETURN-CODE
                   IF WS-IDN-FUNCTION = 'CHKCUST '
                       MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF.

      * This program has no end-of-call security audit write, so an
      * authorization denial records itself directly - the DENIED
      * outcome is what SECAUDRP's overreach reporting keys on.

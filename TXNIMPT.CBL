               10  FILLER            PIC X(132).

      * Rejects carry the whole original record plus the reason, the
      * DATAIMPT convention - the cross-file duplicates and the items
      * parked on UNAPPLIED_FUNDS land here.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-DATA          PIC X(155).
       01  HV-BUSINESS-DATE      PIC X(10).
       01  HV-LOAD-STATUS        PIC X(10).
       01  HV-XDUP-FOUND         PIC X(01).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-ITEM-ID            PIC X(10).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-REJECT-REASON      PIC X(50).
       01  HV-PARKED-COUNT       PIC S9(9) COMP-5.
       01  HV-PARKED-AMOUNT      PIC S9(13)V99 COMP-3.
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  WS-DUP-PAID           PIC X VALUE 'N'.
           88  DUP-PAID              VALUE 'Y'.

      * Pass-1 rejects - cross-file duplicates, and items for an
      * account that is not on file or is closed - are remembered by
      * their detail-record ordinal and kind, so pass 2 suppresses
      * exactly what pass 1 rejected and parks the account rejects.
      * A live re-probe during the load would also see this file's
      * own uncommitted inserts and silently drop the second of two
      * identical legitimate records (two equal same-day ATM
      * deposits). The table is bounded; a file with more rejects
      * than it holds is refused outright in pass 1 rather than
      * half-screened.
       01  WS-DUP-SEQ-TBL.
           05  WS-DUP-ENTRY OCCURS 500 TIMES.
               10  WS-DUP-SEQ    PIC 9(9).
               10  WS-DUP-KIND   PIC X(01).
       01  WS-DUP-SEQ-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-DUP-TBL-OVERFLOW   PIC X VALUE 'N'.
           88  DUP-TBL-OVERFLOW      VALUE 'Y'.
       01  WS-DUP-IDX            PIC 9(4).
       01  WS-SEQ-MATCHED        PIC X VALUE 'N'.
           88  SEQ-MATCHED           VALUE 'Y'.
      * D - cross-file duplicate; U - account not on file; C -
      * account closed. U and C are money the core has already moved
      * and are parked on UNAPPLIED_FUNDS rather than dropped.
       01  WS-REJECT-KIND        PIC X(01).
       01  WS-MATCHED-KIND       PIC X(01).
           88  MATCHED-UNAPPLIED     VALUE 'U' 'C' 'K'.
       01  WS-P2-DETAIL-SEQ      PIC 9(9) VALUE ZERO.

      * Unapplied funds: account rejects counted in pass 1, and the
      * items actually parked by pass 2 - the parked count and amount
      * go on the file's IMPORT_FILE_REGISTRY row as the control
      * figure UNAPREP proves the register against.
       01  WS-ACCT-REJECT-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-PARKED-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-PARKED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ITEM-NUMBER        PIC 9(07) VALUE ZERO.

      * Detail ordinals pass 2 did NOT load (stopped, duplicate-paid
      * or cross-file duplicate), so the alert pass never alerts a
      * customer about a debit that never posted. Overflow abandons
           05  WS-TA-ALERTS-SENT  PIC 9(02).
           05  WS-TA-RETURN-CODE  PIC 9(02).

      * Commarea for IDNUMBER, which proves the check digit on the
      * account number each record arrives with.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION    PIC X(08).
           05  WS-IDN-ID          PIC X(12).
           05  WS-IDN-RETURN-CODE PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "STOPPED ITEMS       : " WS-STOPPED-COUNT
           DISPLAY "DUPLICATE PAID ITEMS: " WS-DUP-PAID-COUNT
           DISPLAY "CROSS-FILE DUPLICATES: " WS-XFILE-DUP-COUNT
           DISPLAY "UNAPPLIED ITEMS PARKED: " WS-PARKED-COUNT

           MOVE WS-INSERTED-COUNT TO HV-RUN-COUNT
           IF FILE-VERIFIED AND NOT LOAD-FAILED
           END-IF

           MOVE WS-INSERTED-COUNT TO HV-RUN-COUNT
           MOVE WS-PARKED-COUNT   TO HV-PARKED-COUNT
           MOVE WS-PARKED-AMOUNT  TO HV-PARKED-AMOUNT

           EXEC SQL
               UPDATE IMPORT_FILE_REGISTRY
               SET LOAD_STATUS = :HV-LOAD-STATUS,
                   LOADED_AT = CURRENT TIMESTAMP,
                   RECORD_COUNT = :HV-RUN-COUNT,
                   UNAPPLIED_COUNT = :HV-PARKED-COUNT,
                   UNAPPLIED_AMOUNT = :HV-PARKED-AMOUNT
               WHERE FILE_ID = :HV-FILE-ID
           END-EXEC

               EXEC SQL
                   INSERT INTO IMPORT_FILE_REGISTRY
                       (FILE_ID, BUSINESS_DATE, LOAD_STATUS,
                        LOADED_AT, RECORD_COUNT, UNAPPLIED_COUNT,
                        UNAPPLIED_AMOUNT)
                   VALUES
                       (:HV-FILE-ID, :HV-BUSINESS-DATE,
                        :HV-LOAD-STATUS, CURRENT TIMESTAMP,
                        :HV-RUN-COUNT, :HV-PARKED-COUNT,
                        :HV-PARKED-AMOUNT)
               END-EXEC
           END-IF

           MOVE 'N' TO WS-DUP-TBL-OVERFLOW
           MOVE ZERO TO WS-READ-COUNT WS-READ-HASH
           MOVE ZERO TO WS-DUP-SEQ-COUNT WS-XFILE-DUP-COUNT
           MOVE ZERO TO WS-ACCT-REJECT-COUNT

           OPEN INPUT IMPORT-FILE

                       MOVE 'IMPORT REJECTED - HASH TOTAL MISMATCH'
                           TO WS-RESPONSE
                   WHEN DUP-TBL-OVERFLOW
                       MOVE 'IMPORT REJECTED - TOO MANY REJECTED ITEMS'
                           TO WS-RESPONSE
                       DISPLAY "REJECTED ITEMS EXCEED THE SCREENING "
                           "TABLE - LIKELY A RE-SENT FILE"
                   WHEN OTHER
                       MOVE 'Y' TO WS-FILE-VERIFIED
                       DISPLAY "CONTROL TOTALS VERIFIED, RECORDS: "
                           WS-READ-COUNT
                       DISPLAY "ACCOUNT REJECTS TO UNAPPLIED FUNDS: "
                           WS-ACCT-REJECT-COUNT
               END-EVALUATE
           END-IF.

                   ADD 1 TO WS-READ-COUNT
                   ADD IMR-AMOUNT TO WS-READ-HASH
                   PERFORM SCREEN-CROSS-FILE-DUP
                   IF HV-XDUP-FOUND NOT = 'X'
                       PERFORM SCREEN-TARGET-ACCOUNT
                   END-IF
               WHEN IMR-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE IMR-TRL-COUNT TO WS-TRAILER-COUNT

           IF HV-XDUP-FOUND = 'X'
               ADD 1 TO WS-XFILE-DUP-COUNT
               MOVE 'D' TO WS-REJECT-KIND
               MOVE 'DUPLICATE OF A PREVIOUSLY LOADED TRANSACTION'
                   TO HV-REJECT-REASON
               PERFORM REMEMBER-PASS1-REJECT
           END-IF.

      * An item for an account that is not on file, or is closed,
      * cannot post - but the core has already moved the money, so
      * failing the file over it only delays everything else. It
      * goes on the reject file with its reason and pass 2 parks it
      * on UNAPPLIED_FUNDS, where UNAPMGT applies it to the right
      * account or returns it. A read error is left for pass 2's own
      * account lookup to fail the load on. A number that fails its
      * check digit is parked the same way without being looked up,
      * so one transposed digit cannot post to somebody else.
       SCREEN-TARGET-ACCOUNT.
           MOVE IMR-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE SPACES TO HV-ACCOUNT-STATUS

           MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
           MOVE IMR-ACCOUNT-ID TO WS-IDN-ID
           MOVE 00 TO WS-IDN-RETURN-CODE
           CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

           IF WS-IDN-RETURN-CODE NOT = 00
               ADD 1 TO WS-ACCT-REJECT-COUNT
               MOVE 'K' TO WS-REJECT-KIND
               MOVE 'ACCOUNT FAILS CHECK DIGIT - HELD IN UNAPPLIED'
                   TO HV-REJECT-REASON
               PERFORM REMEMBER-PASS1-REJECT
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT ACCOUNT_STATUS INTO :HV-ACCOUNT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE = 100
               ADD 1 TO WS-ACCT-REJECT-COUNT
               MOVE 'U' TO WS-REJECT-KIND
               MOVE 'ACCOUNT NOT ON FILE - HELD IN UNAPPLIED FUNDS'
                   TO HV-REJECT-REASON
               PERFORM REMEMBER-PASS1-REJECT
           ELSE IF SQLCODE = 0 AND HV-ACCOUNT-STATUS = 'CLOSED'
               ADD 1 TO WS-ACCT-REJECT-COUNT
               MOVE 'C' TO WS-REJECT-KIND
               MOVE 'ACCOUNT CLOSED - HELD IN UNAPPLIED FUNDS'
                   TO HV-REJECT-REASON
               PERFORM REMEMBER-PASS1-REJECT
           END-IF
           END-IF.

       REMEMBER-PASS1-REJECT.
           IF WS-DUP-SEQ-COUNT < 500
               ADD 1 TO WS-DUP-SEQ-COUNT
               MOVE WS-READ-COUNT
                   TO WS-DUP-SEQ(WS-DUP-SEQ-COUNT)
               MOVE WS-REJECT-KIND
                   TO WS-DUP-KIND(WS-DUP-SEQ-COUNT)
           ELSE
               MOVE 'Y' TO WS-DUP-TBL-OVERFLOW
           END-IF

           MOVE SPACES TO REJECT-RECORD
           MOVE IMPORT-RECORD TO REJ-DATA
           MOVE HV-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD.

       PROBE-CROSS-FILE-DUP.
           MOVE SPACES TO HV-XDUP-FOUND

           MOVE 'N' TO WS-LOAD-FAILED
           MOVE 'N' TO WS-SKIP-TBL-OVERFLOW
           MOVE ZERO TO WS-P2-DETAIL-SEQ WS-SKIP-SEQ-COUNT
           MOVE ZERO TO WS-PARKED-COUNT WS-PARKED-AMOUNT
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP

           OPEN INPUT IMPORT-FILE
               IF LOAD-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE ZERO TO WS-INSERTED-COUNT
                   MOVE ZERO TO WS-PARKED-COUNT WS-PARKED-AMOUNT
                   MOVE 'IMPORT FAILED - LOAD BACKED OUT'
                       TO WS-RESPONSE
               ELSE
           MOVE IMR-INSTRUMENT-NO TO HV-INSTRUMENT-NO
           MOVE SPACES          TO HV-CUSTOMER-ID

      * An account reject never reaches the account lookup below -
      * it is parked in the same unit of work as the rest of the
      * file, so a backed-out load parks nothing either.
           PERFORM CHECK-PASS1-DUP-VERDICT
           IF SEQ-MATCHED AND MATCHED-UNAPPLIED
               PERFORM PARK-UNAPPLIED-ITEM
               PERFORM RECORD-SKIPPED-ORDINAL
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT CUSTOMER_ID INTO :HV-CUSTOMER-ID
               FROM ACCOUNTS
      * no others - a live re-probe here would also match this
      * file's own uncommitted inserts and silently drop the second
      * of two identical legitimate records.
           IF SEQ-MATCHED
               PERFORM RECORD-SKIPPED-ORDINAL
               EXIT PARAGRAPH

       CHECK-PASS1-DUP-VERDICT.
           MOVE 'N' TO WS-SEQ-MATCHED
           MOVE SPACES TO WS-MATCHED-KIND
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-SEQ-COUNT
               IF WS-DUP-SEQ(WS-DUP-IDX) = WS-P2-DETAIL-SEQ
                   MOVE 'Y' TO WS-SEQ-MATCHED
                   MOVE WS-DUP-KIND(WS-DUP-IDX) TO WS-MATCHED-KIND
                   MOVE WS-DUP-SEQ-COUNT TO WS-DUP-IDX
               END-IF
           END-PERFORM.

      * The register row keeps the item as received - account, date,
      * type, amount, description and instrument - with the reason
      * and the FILE_ID it came in on, under an ITEM_ID drawn from
      * the UNAPPLIED_CONTROL one-row counter.
       PARK-UNAPPLIED-ITEM.
           IF WS-MATCHED-KIND = 'U'
               MOVE 'ACCOUNT NOT ON FILE' TO HV-REJECT-REASON
           ELSE IF WS-MATCHED-KIND = 'K'
               MOVE 'ACCOUNT FAILS CHECK DIGIT' TO HV-REJECT-REASON
           ELSE
               MOVE 'ACCOUNT CLOSED' TO HV-REJECT-REASON
           END-IF
           END-IF

           EXEC SQL
               UPDATE UNAPPLIED_CONTROL
               SET LAST_ITEM_NUMBER = LAST_ITEM_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_ITEM_NUMBER INTO :HV-NEXT-NUMBER
                   FROM UNAPPLIED_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-LOAD-FAILED
               DISPLAY "ERROR ASSIGNING UNAPPLIED ITEM NUMBER, "
                   "SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE HV-NEXT-NUMBER TO WS-ITEM-NUMBER
           MOVE SPACES TO HV-ITEM-ID
           STRING 'UNP' WS-ITEM-NUMBER
               DELIMITED BY SIZE INTO HV-ITEM-ID
           END-STRING

           EXEC SQL
               INSERT INTO UNAPPLIED_FUNDS
                   (ITEM_ID, FILE_ID, BUSINESS_DATE, ACCOUNT_ID,
                    TXN_DATE, TXN_TYPE, AMOUNT, DESCRIPTION,
                    INSTRUMENT_NO, REJECT_REASON, ITEM_STATUS,
                    PARKED_AT)
               VALUES
                   (:HV-ITEM-ID, :HV-FILE-ID, :HV-BUSINESS-DATE,
                    :HV-ACCOUNT-ID, :HV-TXN-DATE, :HV-TXN-TYPE,
                    :HV-AMOUNT, :HV-DESCRIPTION, :HV-INSTRUMENT-NO,
                    :HV-REJECT-REASON, 'OPEN', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-LOAD-FAILED
               DISPLAY "ERROR PARKING UNAPPLIED ITEM, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               ADD 1 TO WS-PARKED-COUNT
               ADD HV-AMOUNT TO WS-PARKED-AMOUNT
               DISPLAY "UNAPPLIED ITEM PARKED: " HV-ITEM-ID
                   " ACCOUNT: " HV-ACCOUNT-ID
           END-IF.

       RECORD-SKIPPED-ORDINAL.
           IF WS-SKIP-SEQ-COUNT < 999
               ADD 1 TO WS-SKIP-SEQ-COUNT

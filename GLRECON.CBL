       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO GLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLRCOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Tonight's GLEXTRCT posting file, read back exactly as finance
      * receives it.
       FD  GL-FILE.
       01  GL-RECORD.
           05  GLR-RECORD-TYPE   PIC X(01).
               88  GLR-DETAIL        VALUE 'D'.
               88  GLR-TRAILER       VALUE 'T'.
           05  GLR-DETAIL-DATA.
               10  GLR-GL-DATE       PIC X(10).
               10  GLR-GL-ACCOUNT    PIC X(12).
               10  GLR-DR-CR         PIC X(02).
               10  GLR-AMOUNT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  GLR-SOURCE-TYPE   PIC X(10).
               10  GLR-ACCOUNT-TYPE  PIC X(20).
               10  GLR-BRANCH-ID     PIC X(06).
               10  FILLER            PIC X(08).
           05  GLR-TRAILER-DATA REDEFINES GLR-DETAIL-DATA.
               10  GLR-TRL-COUNT     PIC 9(09).
               10  GLR-TRL-HASH      PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(49).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CURRENT-DATE       PIC X(10).
       01  HV-PRIOR-DATE         PIC X(10).
       01  HV-SNAP-ROWS          PIC S9(9) COMP-5.
       01  HV-SNAP-MOVEMENT      PIC S9(13)V99 COMP-3.
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-TYPE-TOTAL         PIC S9(13)V99 COMP-3.
       01  HV-TYPE-COUNT         PIC S9(9) COMP-5.
       01  HV-GL-ACCOUNT         PIC X(12).
       01  HV-GL-AMOUNT          PIC S9(13)V99 COMP-3.
       01  HV-SUB-AMOUNT         PIC S9(13)V99 COMP-3.
       01  HV-DIFFERENCE         PIC S9(13)V99 COMP-3.
       01  HV-FIRST-SEEN         PIC X(10).
       01  HV-AGE-DAYS           PIC S9(5) COMP-3.
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-GL-FILE-STATUS     PIC XX.
           88  WS-GL-FILE-OK     VALUE '00'.
           88  WS-GL-FILE-EOF    VALUE '10'.
       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-COMPARED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-BREAK-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RECURRING-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT      PIC 9(5) VALUE ZERO.
      * The per-type GLACCMAP call runs inside the driving fetch
      * loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Control proof on the GL file, the same count-and-hash check
      * TXNIMPT makes on the core feed: a short or stale file is
      * refused, not reconciled.
       01  WS-GL-VERIFIED        PIC X VALUE 'N'.
           88  GL-FILE-VERIFIED      VALUE 'Y'.
       01  WS-TRAILER-SEEN       PIC X VALUE 'N'.
           88  TRAILER-SEEN          VALUE 'Y'.
       01  WS-TRAILER-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-READ-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-STALE-COUNT        PIC 9(9) VALUE ZERO.

      * Cash control and suspense accounts, and the TXN_TYPE /
      * ACCOUNT_TYPE / branch breakdown of the subledger, all come
      * from GLACCMAP - the same lookup GLEXTRCT booked the file with.
       01  WS-GLACCMAP-COMMAREA.
           05  WS-MAP-FUNCTION       PIC X(04).
           05  WS-MAP-TXN-TYPE       PIC X(10).
           05  WS-MAP-ACCOUNT-TYPE   PIC X(20).
           05  WS-MAP-BRANCH-ID      PIC X(06).
           05  WS-MAP-AS-OF-DATE     PIC X(10).
           05  WS-MAP-GL-ACCOUNT     PIC X(12).
           05  WS-MAP-CASH-CONTROL   PIC X(12).
           05  WS-MAP-SUSPENSE-ACCOUNT PIC X(12).
           05  WS-MAP-SUSPENSE-FLAG  PIC X(01).
           05  WS-MAP-ROWS           PIC 9(03).
           05  WS-MAP-RETURN-CODE    PIC 9(02).
       01  WS-CASH-CONTROL       PIC X(12).
       01  WS-SUSPENSE-ACCOUNT   PIC X(12).

      * One row per GL account seen on either side. GL-AMOUNT is the
      * file's net credit to the account (for cash control, its net
      * debit); SUB-AMOUNT is the subledger movement the same
      * account should show.
       01  WS-GL-TBL.
           05  WS-GL-ENTRY OCCURS 50 TIMES.
               10  WS-GLT-ACCOUNT     PIC X(12).
               10  WS-GLT-GL-AMOUNT   PIC S9(13)V99 COMP-3.
               10  WS-GLT-SUB-AMOUNT  PIC S9(13)V99 COMP-3.
       01  WS-GL-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-GL-MAX             PIC 9(3) VALUE 50.
       01  WS-GL-IDX             PIC 9(3).
       01  WS-GL-FOUND-IDX       PIC 9(3).
       01  WS-GL-TBL-FULL        PIC X VALUE 'N'.
           88  GL-TBL-FULL           VALUE 'Y'.
       01  WS-LOOKUP-ACCOUNT     PIC X(12).

      * Postings that landed in suspense, by the TXN_TYPE and product
      * that put them there.
       01  WS-SUSP-TBL.
           05  WS-SUSP-ENTRY OCCURS 100 TIMES.
               10  WS-SUSP-TXN-TYPE   PIC X(10).
               10  WS-SUSP-ACCOUNT-TYPE PIC X(20).
               10  WS-SUSP-BRANCH-ID  PIC X(06).
               10  WS-SUSP-DR-CR      PIC X(02).
               10  WS-SUSP-AMOUNT     PIC S9(13)V99 COMP-3.
       01  WS-SUSP-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SUSP-MAX           PIC 9(3) VALUE 100.
       01  WS-SUSP-IDX           PIC 9(3).

       01  WS-TXN-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-UNEXPLAINED        PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'GL / SUBLEDGER RECONCILIATION'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(10).
           05  FILLER            PIC X(24)
               VALUE '   SNAPSHOT MOVEMENT: '.
           05  WS-SUB-PRIOR-DATE PIC X(10).
           05  FILLER            PIC X(04) VALUE ' TO '.
           05  WS-SUB-CUR-DATE   PIC X(10).

       01  WS-COLUMN-HEADING-1.
           05  FILLER            PIC X(14) VALUE 'GL ACCOUNT'.
           05  FILLER            PIC X(18) VALUE '          GL NET'.
           05  FILLER            PIC X(18) VALUE '       SUBLEDGER'.
           05  FILLER            PIC X(18) VALUE '      DIFFERENCE'.
           05  FILLER            PIC X(12) VALUE 'FIRST SEEN'.
           05  FILLER            PIC X(10) VALUE 'AGE DAYS'.
           05  FILLER            PIC X(10) VALUE 'STANDING'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(100) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-GL-ACCOUNT     PIC X(14).
           05  WS-DET-GL-AMOUNT      PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DET-SUB-AMOUNT     PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DET-DIFFERENCE     PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DET-FIRST-SEEN     PIC X(12).
           05  WS-DET-AGE-DAYS       PIC ZZZZ9.
           05  FILLER                PIC X(5) VALUE SPACES.
           05  WS-DET-STANDING       PIC X(10).

       01  WS-SUSP-TITLE-LINE.
           05  FILLER            PIC X(31)
               VALUE 'AMOUNTS POSTED TO SUSPENSE ACCT'.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-SUSP-TITLE-ACCOUNT PIC X(12).

       01  WS-SUSP-HEADING-1.
           05  FILLER            PIC X(14) VALUE 'TXN TYPE'.
           05  FILLER            PIC X(22) VALUE 'ACCOUNT TYPE'.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(07) VALUE 'DR/CR'.
           05  FILLER            PIC X(18) VALUE '          AMOUNT'.
           05  FILLER            PIC X(12) VALUE '  TXN COUNT'.

       01  WS-SUSP-DETAIL-LINE.
           05  WS-SDET-TXN-TYPE      PIC X(14).
           05  WS-SDET-ACCOUNT-TYPE  PIC X(22).
           05  WS-SDET-BRANCH-ID     PIC X(08).
           05  WS-SDET-DR-CR         PIC X(07).
           05  WS-SDET-AMOUNT        PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SDET-TXN-COUNT     PIC Z(8)9.

       01  WS-SUSP-NONE-LINE.
           05  FILLER            PIC X(40)
               VALUE 'NOTHING POSTED TO SUSPENSE TONIGHT'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(30)
               VALUE 'GL ACCOUNTS COMPARED : '.
           05  WS-SUM-COMPARED   PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(30)
               VALUE 'OPEN BREAKS          : '.
           05  WS-SUM-BREAKS     PIC ZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(30)
               VALUE 'NEW THIS RUN         : '.
           05  WS-SUM-NEW        PIC ZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(30)
               VALUE 'RECURRING            : '.
           05  WS-SUM-RECURRING  PIC ZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(30)
               VALUE 'CLEARED THIS RUN     : '.
           05  WS-SUM-CLEARED    PIC ZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER            PIC X(30)
               VALUE 'SNAPSHOT MOVEMENT    : '.
           05  WS-SUM-SNAP-MOVE  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-7.
           05  FILLER            PIC X(30)
               VALUE 'TRANSACTION MOVEMENT : '.
           05  WS-SUM-TXN-MOVE   PIC -(12)9.99.

       01  WS-SUMMARY-LINE-8.
           05  FILLER            PIC X(30)
               VALUE 'NOT EXPLAINED BY TXNS: '.
           05  WS-SUM-UNEXPLAINED PIC -(12)9.99.

       PROCEDURE DIVISION.

      * Proves tonight's GL file against the customer balances it is
      * meant to summarize. GLEXTRCT's postings are netted per GL
      * account and set against the subledger movement over the same
      * period, broken down by GLACCMAP the way GLEXTRCT booked it:
      *   - each mapped account against the TRANSACTIONS posted
      *     between the prior snapshot and tonight's, by type,
      *     product and branch;
      *   - cash control against the change in
      *     ACCOUNT_BALANCE_SNAPSHOT totals between the same two
      *     nights, which is where a balance that moved without a
      *     transaction, or a transaction the GL never saw, shows up.
      * The prior snapshot is the one from the night of the last
      * clean GLEXTRCT run, so movement over days with no GL file
      * (weekends, holidays) is compared too instead of vanishing.
      * Breaks are kept in GL_RECON_BREAKS per GL account and aged
      * with first-seen/last-seen dates exactly as RECON_EXCEPTIONS
      * is, and whatever landed in suspense is listed with the
      * TXN_TYPEs that put it there.
       MAIN-LOGIC.
           DISPLAY "STARTING GL / SUBLEDGER RECONCILIATION"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           EXEC SQL
               SET :HV-CURRENT-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           MOVE SPACES TO HV-PRIOR-DATE
           MOVE SPACES TO WS-GLACCMAP-COMMAREA
           MOVE 'LOAD' TO WS-MAP-FUNCTION
           CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA
           MOVE WS-MAP-CASH-CONTROL     TO WS-CASH-CONTROL
           MOVE WS-MAP-SUSPENSE-ACCOUNT TO WS-SUSPENSE-ACCOUNT

           IF WS-MAP-RETURN-CODE NOT = 00
               DISPLAY "GL MAPPING TABLE NOT LOADED, RC: "
                   WS-MAP-RETURN-CODE
               MOVE 'GL RECONCILIATION FAILED - NO GL MAPPING TABLE'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               PERFORM FIND-PRIOR-SNAPSHOT
           END-IF

           IF HV-PRIOR-DATE = SPACES
               IF HV-RUN-STATUS NOT = 'FAILURE'
                   MOVE 'NO PRIOR SNAPSHOT - NOTHING TO RECONCILE'
                       TO WS-RESPONSE
               END-IF
           ELSE
               PERFORM LOAD-GL-FILE

               IF GL-FILE-VERIFIED
                   PERFORM LOAD-SUBLEDGER-MOVEMENT
               END-IF

               IF NOT GL-FILE-VERIFIED
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE IF WS-ERROR-COUNT NOT = 0 OR GL-TBL-FULL
                   MOVE 'GL RECONCILIATION FAILED - SUBLEDGER ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   OPEN OUTPUT REPORT-FILE

                   IF NOT WS-FILE-OK
                       DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                           WS-FILE-STATUS
                       MOVE 'GL RECONCILIATION FAILED - FILE OPEN ERROR'
                           TO WS-RESPONSE
                       MOVE 'FAILURE' TO HV-RUN-STATUS
                   ELSE
                       PERFORM WRITE-REPORT-HEADING
                       PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                               UNTIL WS-GL-IDX > WS-GL-COUNT
                           PERFORM RECONCILE-GL-ACCOUNT
                       END-PERFORM
                       PERFORM CLEAR-QUIET-BREAKS
                       PERFORM WRITE-SUSPENSE-SECTION
                       PERFORM WRITE-REPORT-SUMMARY

                       CLOSE REPORT-FILE

                       EXEC SQL COMMIT END-EXEC

                       IF WS-BREAK-COUNT = 0
                           MOVE 'GL RECONCILIATION COMPLETE, IN BALANCE'
                               TO WS-RESPONSE
                       ELSE
                           MOVE 'GL RECONCILIATION COMPLETE, BREAKS'
                               TO WS-RESPONSE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "GL ACCOUNTS COMPARED : " WS-COMPARED-COUNT
           DISPLAY "OPEN BREAKS          : " WS-BREAK-COUNT
           DISPLAY "CLEARED THIS RUN     : " WS-CLEARED-COUNT
           DISPLAY "SUSPENSE POSTINGS    : " WS-SUSP-COUNT

           MOVE WS-COMPARED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * Tonight's snapshot must be on file (EODSNAP runs first); the
      * prior one is the latest taken on or before the last night
      * GLEXTRCT ran cleanly, falling back to yesterday's when there
      * is no earlier GLEXTRCT run to go by.
       FIND-PRIOR-SNAPSHOT.
           MOVE SPACES TO HV-PRIOR-DATE
           MOVE ZERO TO HV-SNAP-ROWS

           EXEC SQL
               SELECT COUNT(*) INTO :HV-SNAP-ROWS
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE = CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-SNAP-ROWS = 0
               DISPLAY "TONIGHT'S BALANCE SNAPSHOT IS NOT ON FILE"
               MOVE 'GL RECONCILIATION FAILED - NO SNAPSHOT TONIGHT'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(S.SNAP_DATE), ISO), ' ')
                   INTO :HV-PRIOR-DATE
                   FROM ACCOUNT_BALANCE_SNAPSHOT S
                   WHERE S.SNAP_DATE < CURRENT DATE
                     AND S.SNAP_DATE <=
                         COALESCE((SELECT DATE(MAX(L.STARTED_AT))
                                   FROM BATCH_RUN_LOG L
                                   WHERE L.PROGRAM_NAME = 'GLEXTRCT'
                                     AND L.RUN_STATUS = 'SUCCESS'
                                     AND DATE(L.STARTED_AT)
                                         < CURRENT DATE),
                                  CURRENT DATE - 1 DAY)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR READING PRIOR SNAPSHOT, SQLCODE: "
                       SQLCODE
                   MOVE SPACES TO HV-PRIOR-DATE
               END-IF
           END-IF.

      * One pass over the GL file: every detail must carry tonight's
      * date, and count and hash must agree with the trailer before
      * any of it is trusted. Postings are netted per GL account as
      * they are read, and suspense postings are kept aside.
       LOAD-GL-FILE.
           MOVE 'N' TO WS-GL-VERIFIED
           MOVE 'N' TO WS-TRAILER-SEEN

           OPEN INPUT GL-FILE

           IF NOT WS-GL-FILE-OK
               DISPLAY "ERROR OPENING GL FILE, STATUS: "
                   WS-GL-FILE-STATUS
               MOVE 'GL RECONCILIATION FAILED - GL FILE OPEN ERROR'
                   TO WS-RESPONSE
           ELSE
               PERFORM UNTIL WS-GL-FILE-EOF
                   READ GL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-GL-RECORD
                   END-READ
               END-PERFORM

               CLOSE GL-FILE

               EVALUATE TRUE
                   WHEN NOT TRAILER-SEEN
                       MOVE 'GL FILE REJECTED - TRAILER RECORD MISSING'
                           TO WS-RESPONSE
                   WHEN WS-TRAILER-COUNT NOT = WS-READ-COUNT
                       MOVE 'GL FILE REJECTED - RECORD COUNT MISMATCH'
                           TO WS-RESPONSE
                       DISPLAY "TRAILER COUNT: " WS-TRAILER-COUNT
                           " RECORDS READ: " WS-READ-COUNT
                   WHEN WS-TRAILER-HASH NOT = WS-READ-HASH
                       MOVE 'GL FILE REJECTED - HASH TOTAL MISMATCH'
                           TO WS-RESPONSE
                   WHEN WS-STALE-COUNT NOT = 0
                       MOVE 'GL FILE REJECTED - NOT TONIGHT''S FILE'
                           TO WS-RESPONSE
                       DISPLAY "DETAILS NOT DATED " HV-CURRENT-DATE
                           ": " WS-STALE-COUNT
                   WHEN GL-TBL-FULL
                       MOVE 'GL FILE REJECTED - TOO MANY GL ACCOUNTS'
                           TO WS-RESPONSE
                   WHEN OTHER
                       MOVE 'Y' TO WS-GL-VERIFIED
                       DISPLAY "GL FILE CONTROL TOTALS VERIFIED, "
                           "RECORDS: " WS-READ-COUNT
               END-EVALUATE
           END-IF.

       TALLY-GL-RECORD.
           EVALUATE TRUE
               WHEN GLR-DETAIL
                   ADD 1 TO WS-READ-COUNT
                   ADD GLR-AMOUNT TO WS-READ-HASH
                   IF GLR-GL-DATE NOT = HV-CURRENT-DATE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
                   PERFORM NET-GL-POSTING
               WHEN GLR-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE GLR-TRL-COUNT TO WS-TRAILER-COUNT
                   MOVE GLR-TRL-HASH  TO WS-TRAILER-HASH
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED RECORD TYPE: " GLR-RECORD-TYPE
           END-EVALUATE.

      * A credit to a mapped liability account is money owed to
      * customers - balances went up - so the mapped side is netted
      * credit-positive. Cash control carries the offsetting legs and
      * is netted debit-positive, so both sides read in the direction
      * the subledger moved.
       NET-GL-POSTING.
           MOVE GLR-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-GL-ENTRY

           IF WS-GL-FOUND-IDX > 0
               IF (GLR-DR-CR = 'CR'
                       AND GLR-GL-ACCOUNT NOT = WS-CASH-CONTROL)
                   OR (GLR-DR-CR = 'DR'
                       AND GLR-GL-ACCOUNT = WS-CASH-CONTROL)
                   ADD GLR-AMOUNT
                       TO WS-GLT-GL-AMOUNT(WS-GL-FOUND-IDX)
               ELSE
                   SUBTRACT GLR-AMOUNT
                       FROM WS-GLT-GL-AMOUNT(WS-GL-FOUND-IDX)
               END-IF
           END-IF

           IF GLR-GL-ACCOUNT = WS-SUSPENSE-ACCOUNT
               IF WS-SUSP-COUNT < WS-SUSP-MAX
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE GLR-SOURCE-TYPE
                       TO WS-SUSP-TXN-TYPE(WS-SUSP-COUNT)
                   MOVE GLR-ACCOUNT-TYPE
                       TO WS-SUSP-ACCOUNT-TYPE(WS-SUSP-COUNT)
                   MOVE GLR-BRANCH-ID
                       TO WS-SUSP-BRANCH-ID(WS-SUSP-COUNT)
                   MOVE GLR-DR-CR TO WS-SUSP-DR-CR(WS-SUSP-COUNT)
                   MOVE GLR-AMOUNT TO WS-SUSP-AMOUNT(WS-SUSP-COUNT)
               ELSE
                   DISPLAY "SUSPENSE LIST FULL, NOT LISTED: "
                       GLR-SOURCE-TYPE
               END-IF
           END-IF.

      * Finds WS-LOOKUP-ACCOUNT in the GL table, adding it if new;
      * WS-GL-FOUND-IDX is zero only when the table is full.
       FIND-GL-ENTRY.
           MOVE ZERO TO WS-GL-FOUND-IDX

           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
                      OR WS-GL-FOUND-IDX > 0
               IF WS-GLT-ACCOUNT(WS-GL-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-GL-FOUND-IDX = 0
               IF WS-GL-COUNT < WS-GL-MAX
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-FOUND-IDX
                   MOVE WS-LOOKUP-ACCOUNT
                       TO WS-GLT-ACCOUNT(WS-GL-FOUND-IDX)
                   MOVE ZERO TO WS-GLT-GL-AMOUNT(WS-GL-FOUND-IDX)
                   MOVE ZERO TO WS-GLT-SUB-AMOUNT(WS-GL-FOUND-IDX)
               ELSE
                   MOVE 'Y' TO WS-GL-TBL-FULL
                   DISPLAY "GL ACCOUNT TABLE FULL AT: "
                       WS-LOOKUP-ACCOUNT
               END-IF
           END-IF.

      * Subledger side: the period's TRANSACTIONS summed by posting
      * date, TXN_TYPE, ACCOUNT_TYPE and branch - GLEXTRCT's own
      * grouping - and placed on the GL account GLACCMAP gives that
      * combination on that date, and the change in snapshot totals
      * placed on cash control.
       LOAD-SUBLEDGER-MOVEMENT.
           EXEC SQL
               DECLARE SUB_CUR CURSOR FOR
               SELECT CHAR(T.TXN_DATE, ISO), T.TXN_TYPE,
                      COALESCE(A.ACCOUNT_TYPE, ' '),
                      COALESCE(T.BRANCH_ID, ' '), SUM(T.AMOUNT)
               FROM TRANSACTIONS T
               LEFT JOIN ACCOUNTS A
                 ON A.ACCOUNT_ID = T.ACCOUNT_ID
               WHERE T.TXN_DATE > :HV-PRIOR-DATE
                 AND T.TXN_DATE <= :HV-CURRENT-DATE
               GROUP BY T.TXN_DATE, T.TXN_TYPE,
                        COALESCE(A.ACCOUNT_TYPE, ' '),
                        COALESCE(T.BRANCH_ID, ' ')
               ORDER BY 1, 2, 3, 4
           END-EXEC

           EXEC SQL OPEN SUB_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH SUB_CUR INTO
                       :HV-TXN-DATE,
                       :HV-TXN-TYPE,
                       :HV-ACCOUNT-TYPE,
                       :HV-BRANCH-ID,
                       :HV-TYPE-TOTAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'MAP '          TO WS-MAP-FUNCTION
                       MOVE HV-TXN-TYPE     TO WS-MAP-TXN-TYPE
                       MOVE HV-ACCOUNT-TYPE TO WS-MAP-ACCOUNT-TYPE
                       MOVE HV-BRANCH-ID    TO WS-MAP-BRANCH-ID
                       MOVE HV-TXN-DATE     TO WS-MAP-AS-OF-DATE
                       CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA
                       MOVE WS-MAP-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-GL-ENTRY
                       IF WS-GL-FOUND-IDX > 0
                           ADD HV-TYPE-TOTAL
                               TO WS-GLT-SUB-AMOUNT(WS-GL-FOUND-IDX)
                       END-IF
                       ADD HV-TYPE-TOTAL TO WS-TXN-MOVEMENT
                   WHEN 100
                       MOVE 'Y' TO WS-FETCH-DONE
                   WHEN OTHER
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING TRANSACTIONS, SQLCODE: "
                           SQLCODE
                       MOVE 'Y' TO WS-FETCH-DONE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE SUB_CUR END-EXEC

           MOVE ZERO TO HV-SNAP-MOVEMENT

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN SNAP_DATE = CURRENT DATE
                                        THEN CLOSING_BALANCE
                                        ELSE 0 - CLOSING_BALANCE
                                   END), 0)
               INTO :HV-SNAP-MOVEMENT
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE = CURRENT DATE
                  OR SNAP_DATE = :HV-PRIOR-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING SNAPSHOT TOTALS, SQLCODE: "
                   SQLCODE
           ELSE
               MOVE WS-CASH-CONTROL TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-GL-ENTRY
               IF WS-GL-FOUND-IDX > 0
                   MOVE HV-SNAP-MOVEMENT
                       TO WS-GLT-SUB-AMOUNT(WS-GL-FOUND-IDX)
               END-IF
               COMPUTE WS-UNEXPLAINED =
                   HV-SNAP-MOVEMENT - WS-TXN-MOVEMENT
           END-IF.

       RECONCILE-GL-ACCOUNT.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE WS-GLT-ACCOUNT(WS-GL-IDX)    TO HV-GL-ACCOUNT
           MOVE WS-GLT-GL-AMOUNT(WS-GL-IDX)  TO HV-GL-AMOUNT
           MOVE WS-GLT-SUB-AMOUNT(WS-GL-IDX) TO HV-SUB-AMOUNT
           COMPUTE HV-DIFFERENCE = HV-GL-AMOUNT - HV-SUB-AMOUNT

           MOVE HV-GL-ACCOUNT  TO WS-DET-GL-ACCOUNT
           MOVE HV-GL-AMOUNT   TO WS-DET-GL-AMOUNT
           MOVE HV-SUB-AMOUNT  TO WS-DET-SUB-AMOUNT
           MOVE HV-DIFFERENCE  TO WS-DET-DIFFERENCE
           MOVE SPACES         TO WS-DET-FIRST-SEEN
           MOVE ZERO           TO WS-DET-AGE-DAYS

           IF HV-DIFFERENCE NOT = 0
               PERFORM RECORD-BREAK
           ELSE
               MOVE 'IN BALANCE' TO WS-DET-STANDING
               PERFORM CLEAR-BREAK
           END-IF

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * An open break row (CLEARED_DATE null) for the GL account gets
      * its last-seen date and amounts refreshed; otherwise a fresh
      * row starts the aging clock today. Rows cleared in an earlier
      * run stay on file as history - a new break opens a new row.
       RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT

           EXEC SQL
               UPDATE GL_RECON_BREAKS
               SET LAST_SEEN = CURRENT DATE,
                   GL_AMOUNT = :HV-GL-AMOUNT,
                   SUBLEDGER_AMOUNT = :HV-SUB-AMOUNT,
                   DIFFERENCE = :HV-DIFFERENCE
               WHERE GL_ACCOUNT = :HV-GL-ACCOUNT
                 AND CLEARED_DATE IS NULL
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO GL_RECON_BREAKS
                       (GL_ACCOUNT, GL_AMOUNT, SUBLEDGER_AMOUNT,
                        DIFFERENCE, FIRST_SEEN, LAST_SEEN)
                   VALUES
                       (:HV-GL-ACCOUNT, :HV-GL-AMOUNT, :HV-SUB-AMOUNT,
                        :HV-DIFFERENCE, CURRENT DATE, CURRENT DATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR RECORDING BREAK, GL ACCOUNT: "
                   HV-GL-ACCOUNT " SQLCODE: " SQLCODE
           END-IF

           EXEC SQL
               SELECT CHAR(FIRST_SEEN, ISO),
                      DAYS(CURRENT DATE) - DAYS(FIRST_SEEN)
               INTO :HV-FIRST-SEEN, :HV-AGE-DAYS
               FROM GL_RECON_BREAKS
               WHERE GL_ACCOUNT = :HV-GL-ACCOUNT
                 AND CLEARED_DATE IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE HV-CURRENT-DATE TO HV-FIRST-SEEN
               MOVE ZERO TO HV-AGE-DAYS
           END-IF

           MOVE HV-FIRST-SEEN TO WS-DET-FIRST-SEEN
           MOVE HV-AGE-DAYS   TO WS-DET-AGE-DAYS

           IF HV-AGE-DAYS = ZERO
               MOVE 'NEW'       TO WS-DET-STANDING
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE 'RECURRING' TO WS-DET-STANDING
               ADD 1 TO WS-RECURRING-COUNT
           END-IF.

       CLEAR-BREAK.
           EXEC SQL
               UPDATE GL_RECON_BREAKS
               SET CLEARED_DATE = CURRENT DATE
               WHERE GL_ACCOUNT = :HV-GL-ACCOUNT
                 AND CLEARED_DATE IS NULL
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "BREAK CLEARED, GL ACCOUNT: " HV-GL-ACCOUNT
           ELSE IF SQLCODE NOT = 100
               DISPLAY "ERROR CLEARING BREAK, GL ACCOUNT: "
                   HV-GL-ACCOUNT " SQLCODE: " SQLCODE
           END-IF
           END-IF.

      * A GL account with an open break and no movement on either
      * side tonight is in balance tonight, so its break clears too.
       CLEAR-QUIET-BREAKS.
           EXEC SQL
               UPDATE GL_RECON_BREAKS
               SET CLEARED_DATE = CURRENT DATE
               WHERE CLEARED_DATE IS NULL
                 AND LAST_SEEN < CURRENT DATE
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-CLEARED-COUNT
           ELSE IF SQLCODE NOT = 100
               DISPLAY "ERROR CLEARING QUIET BREAKS, SQLCODE: "
                   SQLCODE
           END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE HV-CURRENT-DATE TO WS-SUB-RUN-DATE
           MOVE HV-PRIOR-DATE   TO WS-SUB-PRIOR-DATE
           MOVE HV-CURRENT-DATE TO WS-SUB-CUR-DATE

           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

      * Suspense is where an unmapped TXN_TYPE / product lands. Each
      * posting is listed with its type, product and branch and how
      * many of tonight's transactions went into it, so the fix - a
      * GL_ACCOUNT_MAP row through GLMAPMGT - is obvious from the
      * report.
       WRITE-SUSPENSE-SECTION.
           MOVE WS-SUSPENSE-ACCOUNT TO WS-SUSP-TITLE-ACCOUNT

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SUSP-TITLE-LINE

           IF WS-SUSP-COUNT = 0
               WRITE REPORT-LINE FROM WS-SUSP-NONE-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-SUSP-HEADING-1
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE WS-SUSP-TXN-TYPE(WS-SUSP-IDX) TO HV-TXN-TYPE
                   MOVE WS-SUSP-ACCOUNT-TYPE(WS-SUSP-IDX)
                       TO HV-ACCOUNT-TYPE
                   MOVE WS-SUSP-BRANCH-ID(WS-SUSP-IDX) TO HV-BRANCH-ID
                   MOVE ZERO TO HV-TYPE-COUNT

                   EXEC SQL
                       SELECT COUNT(*) INTO :HV-TYPE-COUNT
                       FROM TRANSACTIONS T
                       LEFT JOIN ACCOUNTS A
                         ON A.ACCOUNT_ID = T.ACCOUNT_ID
                       WHERE T.TXN_DATE = :HV-CURRENT-DATE
                         AND T.TXN_TYPE = :HV-TXN-TYPE
                         AND COALESCE(A.ACCOUNT_TYPE, ' ')
                             = :HV-ACCOUNT-TYPE
                         AND COALESCE(T.BRANCH_ID, ' ') = :HV-BRANCH-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE ZERO TO HV-TYPE-COUNT
                   END-IF

                   MOVE HV-TXN-TYPE     TO WS-SDET-TXN-TYPE
                   MOVE HV-ACCOUNT-TYPE TO WS-SDET-ACCOUNT-TYPE
                   MOVE HV-BRANCH-ID    TO WS-SDET-BRANCH-ID
                   MOVE WS-SUSP-DR-CR(WS-SUSP-IDX) TO WS-SDET-DR-CR
                   MOVE WS-SUSP-AMOUNT(WS-SUSP-IDX) TO WS-SDET-AMOUNT
                   MOVE HV-TYPE-COUNT TO WS-SDET-TXN-COUNT
                   WRITE REPORT-LINE FROM WS-SUSP-DETAIL-LINE
               END-PERFORM
           END-IF.

       WRITE-REPORT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-COMPARED-COUNT TO WS-SUM-COMPARED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-BREAK-COUNT TO WS-SUM-BREAKS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-NEW-COUNT TO WS-SUM-NEW
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           MOVE WS-RECURRING-COUNT TO WS-SUM-RECURRING
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           MOVE WS-CLEARED-COUNT TO WS-SUM-CLEARED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

           MOVE HV-SNAP-MOVEMENT TO WS-SUM-SNAP-MOVE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6

           MOVE WS-TXN-MOVEMENT TO WS-SUM-TXN-MOVE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7

           MOVE WS-UNEXPLAINED TO WS-SUM-UNEXPLAINED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-8.

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
                   ('GLRECON', :HV-RUN-START, :HV-RUN-END,
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

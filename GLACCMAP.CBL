       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACCMAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-GL-ACCOUNT         PIC X(12).
       01  HV-EFFECTIVE-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * The clearing side of every rolled-up posting - customer money
      * moving is always the other leg of the bank's cash position.
       01  WS-CASH-CONTROL       PIC X(12) VALUE 'GL1000010000'.
       01  WS-SUSPENSE-ACCOUNT   PIC X(12) VALUE 'GL9999990000'.

      * GL_ACCOUNT_MAP rows in force or coming into force, read once
      * per run. A row with a blank branch covers every branch.
       01  WS-MAP-TBL.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  WS-MT-TXN-TYPE     PIC X(10).
               10  WS-MT-ACCOUNT-TYPE PIC X(20).
               10  WS-MT-BRANCH-ID    PIC X(06).
               10  WS-MT-GL-ACCOUNT   PIC X(12).
               10  WS-MT-EFFECTIVE    PIC X(10).
       01  WS-MAP-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-MAP-MAX            PIC 9(3) VALUE 500.
       01  WS-MAP-IDX            PIC 9(3).
       01  WS-MAP-LOADED         PIC X VALUE 'N'.
           88  MAP-LOADED            VALUE 'Y'.
       01  WS-LOAD-RC            PIC 9(02) VALUE ZERO.

      * Best candidate so far while resolving: a branch-specific row
      * beats an all-branch one, then the latest effective date wins.
       01  WS-BEST-IDX           PIC 9(3).
       01  WS-BEST-BRANCH        PIC X VALUE 'N'.
           88  BEST-IS-BRANCH        VALUE 'Y'.
       01  WS-BETTER             PIC X VALUE 'N'.
           88  CANDIDATE-BETTER      VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-MAP-FUNCTION    PIC X(04).
               88  FUNC-LOAD          VALUE 'LOAD'.
               88  FUNC-MAP           VALUE 'MAP '.
           05  LK-TXN-TYPE        PIC X(10).
           05  LK-ACCOUNT-TYPE    PIC X(20).
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-AS-OF-DATE      PIC X(10).
           05  LK-GL-ACCOUNT      PIC X(12).
           05  LK-CASH-CONTROL    PIC X(12).
           05  LK-SUSPENSE-ACCOUNT PIC X(12).
           05  LK-SUSPENSE-FLAG   PIC X(01).
               88  MAPPED-TO-SUSPENSE    VALUE 'Y'.
           05  LK-MAP-ROWS        PIC 9(03).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The one way to GL_ACCOUNT_MAP, the TXN_TYPE / ACCOUNT_TYPE /
      * branch to GL account table finance maintains through
      * GLMAPMGT. GLEXTRCT books the nightly GL file with it, GLMAPCHK
      * checks the day's activity against it before the file is cut,
      * and GLRECON breaks the subledger movement down with it, so
      * none of them can disagree on where a posting belongs.
      *   LOAD - reads the table into storage; callers do this once
      *          at startup. RC 04 when the table is empty.
      *   MAP  - resolves a TXN_TYPE, ACCOUNT_TYPE and branch as of a
      *          date. Anything with no mapping rolls to the suspense
      *          account with LK-SUSPENSE-FLAG set, rather than being
      *          dropped.
      * Both return the cash control and suspense accounts.
       MAIN-LOGIC.
           MOVE 00 TO LK-RETURN-CODE
           MOVE WS-CASH-CONTROL     TO LK-CASH-CONTROL
           MOVE WS-SUSPENSE-ACCOUNT TO LK-SUSPENSE-ACCOUNT

           EVALUATE TRUE
               WHEN FUNC-LOAD
                   PERFORM LOAD-MAP-TABLE
               WHEN FUNC-MAP
                   IF NOT MAP-LOADED
                       PERFORM LOAD-MAP-TABLE
                   END-IF
                   IF WS-LOAD-RC = 00 OR WS-LOAD-RC = 04
                       PERFORM RESOLVE-GL-ACCOUNT
                   END-IF
               WHEN OTHER
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE

           MOVE WS-MAP-COUNT TO LK-MAP-ROWS

           GOBACK.

      * ACTIVE rows, plus rows whose deactivation is still awaiting a
      * checker - those stay in force until it is approved. Every
      * effective date is kept, so a caller reconciling an earlier
      * day resolves what was in force that day.
       LOAD-MAP-TABLE.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE 00 TO WS-LOAD-RC

           EXEC SQL
               DECLARE GLMAP_CUR CURSOR FOR
               SELECT TXN_TYPE, ACCOUNT_TYPE, COALESCE(BRANCH_ID, ' '),
                      GL_ACCOUNT, CHAR(EFFECTIVE_DATE, ISO)
               FROM GL_ACCOUNT_MAP
               WHERE MAP_STATUS IN ('ACTIVE', 'PENDDEACT')
               ORDER BY TXN_TYPE, ACCOUNT_TYPE, BRANCH_ID,
                        EFFECTIVE_DATE DESC
           END-EXEC

           EXEC SQL OPEN GLMAP_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-LOAD-RC = 08
               EXEC SQL
                   FETCH GLMAP_CUR INTO
                       :HV-TXN-TYPE,
                       :HV-ACCOUNT-TYPE,
                       :HV-BRANCH-ID,
                       :HV-GL-ACCOUNT,
                       :HV-EFFECTIVE-DATE
               END-EXEC

               IF SQLCODE = 0
                   IF WS-MAP-COUNT < WS-MAP-MAX
                       ADD 1 TO WS-MAP-COUNT
                       MOVE HV-TXN-TYPE
                           TO WS-MT-TXN-TYPE(WS-MAP-COUNT)
                       MOVE HV-ACCOUNT-TYPE
                           TO WS-MT-ACCOUNT-TYPE(WS-MAP-COUNT)
                       MOVE HV-BRANCH-ID
                           TO WS-MT-BRANCH-ID(WS-MAP-COUNT)
                       MOVE HV-GL-ACCOUNT
                           TO WS-MT-GL-ACCOUNT(WS-MAP-COUNT)
                       MOVE HV-EFFECTIVE-DATE
                           TO WS-MT-EFFECTIVE(WS-MAP-COUNT)
                   ELSE
                       DISPLAY 'GLACCMAP: MAP TABLE FULL AT '
                           WS-MAP-MAX ' ROWS'
                       MOVE 08 TO WS-LOAD-RC
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               DISPLAY 'GLACCMAP: ERROR READING GL_ACCOUNT_MAP, '
                   'SQLCODE: ' SQLCODE
               MOVE 12 TO WS-LOAD-RC
           END-IF

           EXEC SQL CLOSE GLMAP_CUR END-EXEC

           IF WS-LOAD-RC = 00 AND WS-MAP-COUNT = 0
               MOVE 04 TO WS-LOAD-RC
           END-IF

           MOVE 'Y' TO WS-MAP-LOADED
           MOVE WS-LOAD-RC TO LK-RETURN-CODE.

       RESOLVE-GL-ACCOUNT.
           MOVE ZERO TO WS-BEST-IDX
           MOVE 'N' TO WS-BEST-BRANCH

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MT-TXN-TYPE(WS-MAP-IDX) = LK-TXN-TYPE
                       AND WS-MT-ACCOUNT-TYPE(WS-MAP-IDX)
                           = LK-ACCOUNT-TYPE
                       AND WS-MT-EFFECTIVE(WS-MAP-IDX)
                           NOT > LK-AS-OF-DATE
                       AND (WS-MT-BRANCH-ID(WS-MAP-IDX) = SPACES
                         OR WS-MT-BRANCH-ID(WS-MAP-IDX) = LK-BRANCH-ID)
                   PERFORM WEIGH-CANDIDATE
               END-IF
           END-PERFORM

           MOVE 'N' TO LK-SUSPENSE-FLAG

           IF WS-BEST-IDX = 0
               MOVE WS-SUSPENSE-ACCOUNT TO LK-GL-ACCOUNT
               MOVE 'Y' TO LK-SUSPENSE-FLAG
           ELSE
               MOVE WS-MT-GL-ACCOUNT(WS-BEST-IDX) TO LK-GL-ACCOUNT
           END-IF.

       WEIGH-CANDIDATE.
           MOVE 'N' TO WS-BETTER

           EVALUATE TRUE
               WHEN WS-BEST-IDX = 0
                   MOVE 'Y' TO WS-BETTER
               WHEN WS-MT-BRANCH-ID(WS-MAP-IDX) NOT = SPACES
                       AND NOT BEST-IS-BRANCH
                   MOVE 'Y' TO WS-BETTER
               WHEN WS-MT-BRANCH-ID(WS-MAP-IDX) = SPACES
                       AND BEST-IS-BRANCH
                   CONTINUE
               WHEN WS-MT-EFFECTIVE(WS-MAP-IDX)
                       > WS-MT-EFFECTIVE(WS-BEST-IDX)
                   MOVE 'Y' TO WS-BETTER
           END-EVALUATE

           IF CANDIDATE-BETTER
               MOVE WS-MAP-IDX TO WS-BEST-IDX
               IF WS-MT-BRANCH-ID(WS-MAP-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-BEST-BRANCH
               ELSE
                   MOVE 'N' TO WS-BEST-BRANCH
               END-IF
           END-IF.

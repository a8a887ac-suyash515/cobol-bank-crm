       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO ENTLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CAMPAIGN-ID        PIC X(06).
       01  HV-CAMPAIGN-STATUS    PIC X(08).
       01  HV-CLOSE-CAMPAIGN-ID  PIC X(06).
       01  HV-TODAY              PIC X(10).
       01  HV-DUE-DATE           PIC X(10).
       01  HV-ATTEST-DAYS        PIC S9(9) COMP-5.
       01  HV-EMPLOYEE-ID        PIC X(08).
       01  HV-EMPLOYEE-NAME      PIC X(50).
       01  HV-MANAGER-ID         PIC X(08).
       01  HV-MANAGER-NAME       PIC X(50).
       01  HV-ROLE               PIC X(10).
       01  HV-ITEM-STATUS        PIC X(10).
       01  HV-ITEM-COUNT         PIC S9(9) COMP-5.
       01  HV-RULE-ID            PIC X(08).
       01  HV-RULE-DESC          PIC X(60).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-RUN-DATE           PIC X(26).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-OPENED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-SUSPENDED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-CONFLICT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-MONTH              PIC 9(02).
       01  WS-QUARTER            PIC 9(01).

      * Managers have this many days from the campaign opening to
      * attest; BATCH_PARMS ATTDAYS.
       01  WS-ATTEST-DAYS        PIC 9(03) VALUE 030.

       01  WS-CAMPAIGN-ACTION    PIC X(08) VALUE SPACES.
           88  CAMPAIGN-OPENED       VALUE 'OPENED'.
           88  CAMPAIGN-CLOSED       VALUE 'CLOSED'.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'ENTITLEMENT RECERTIFICATION AND CONFLICT REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).

       01  WS-CAMPAIGN-LINE.
           05  FILLER            PIC X(10) VALUE 'CAMPAIGN: '.
           05  WS-CL-CAMPAIGN-ID PIC X(06).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'STATUS: '.
           05  WS-CL-STATUS      PIC X(08).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'DUE DATE: '.
           05  WS-CL-DUE-DATE    PIC X(10).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-CL-ACTION      PIC X(30).

       01  WS-STATUS-COUNT-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SC-STATUS      PIC X(12).
           05  WS-SC-COUNT       PIC ZZZ,ZZ9.

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-MANAGER-HEADING.
           05  FILLER            PIC X(10) VALUE 'MANAGER'.
           05  FILLER            PIC X(52) VALUE 'MANAGER NAME'.
           05  FILLER            PIC X(10) VALUE '  PENDING'.

       01  WS-MANAGER-DETAIL.
           05  WS-MD-MANAGER-ID  PIC X(10).
           05  WS-MD-MANAGER-NAME PIC X(52).
           05  WS-MD-COUNT       PIC ZZZ,ZZ9.

       01  WS-EMPLOYEE-HEADING.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(52) VALUE 'EMPLOYEE NAME'.
           05  FILLER            PIC X(12) VALUE 'ROLE'.
           05  FILLER            PIC X(10) VALUE 'MANAGER'.

       01  WS-EMPLOYEE-DETAIL.
           05  WS-ED-EMPLOYEE-ID PIC X(10).
           05  WS-ED-NAME        PIC X(52).
           05  WS-ED-ROLE        PIC X(12).
           05  WS-ED-MANAGER-ID  PIC X(10).

       01  WS-CONFLICT-HEADING.
           05  FILLER            PIC X(10) VALUE 'RULE'.
           05  FILLER            PIC X(12) VALUE 'ROLE'.
           05  FILLER            PIC X(62) VALUE 'CONFLICT'.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEES'.

       01  WS-CONFLICT-DETAIL.
           05  WS-CD-RULE-ID     PIC X(10).
           05  WS-CD-ROLE        PIC X(12).
           05  WS-CD-DESC        PIC X(62).
           05  WS-CD-COUNT       PIC ZZZ,ZZ9.

       01  WS-HEADING-2.
           05  FILLER            PIC X(96) VALUE ALL '-'.

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'ITEMS OPENED TODAY     : '.
           05  WS-SUM-OPENED     PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'EMPLOYEES SUSPENDED    : '.
           05  WS-SUM-SUSPENDED  PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'ROLE CONFLICTS         : '.
           05  WS-SUM-CONFLICTS  PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      * Quarterly entitlement recertification, run every night so it
      * opens and closes on time without anyone scheduling it:
      *   - the first run in a quarter opens campaign YYYYQn with one
      *     ENTL_RECERT_ITEMS row per active employee holding a
      *     role, PENDING until their manager attests or revokes it
      *     through ENTLATST, and a due date ATTDAYS days out;
      *   - the first run after the due date closes it. Every item
      *     still PENDING is SUSPENDED, and so is the employee -
      *     ACTIVE_FLAG 'S' on EMPLOYEE_MASTER, which every program's
      *     employee check already turns away, while keeping the
      *     role so a late attestation can reinstate them as they
      *     were.
      * The report shows the campaign, who is still waiting on which
      * manager, who was suspended tonight, and every role that
      * holds both sides of an active SOD_CONFLICT_RULES pair today
      * - conflicts EMPMSTR and ENTLMGT now stop at the door but
      * that were granted before the rules, for remediation.
       MAIN-LOGIC.
           DISPLAY "STARTING ENTITLEMENT RECERTIFICATION"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE WS-RUN-DATE(1:10) TO HV-TODAY
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           PERFORM SET-CAMPAIGN-ID

           PERFORM OPEN-CAMPAIGN-IF-DUE
           PERFORM CLOSE-CAMPAIGN-IF-DUE

           IF WS-ERROR-COUNT > 0
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'RECERTIFICATION FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-CAMPAIGN-SECTION
               PERFORM WRITE-OUTSTANDING-SECTION
               PERFORM WRITE-SUSPENDED-SECTION
               PERFORM WRITE-CONFLICT-SECTION

               MOVE WS-OPENED-COUNT    TO WS-SUM-OPENED
               MOVE WS-SUSPENDED-COUNT TO WS-SUM-SUSPENDED
               MOVE WS-CONFLICT-COUNT  TO WS-SUM-CONFLICTS
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'RECERTIFICATION FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'ENTITLEMENT RECERTIFICATION COMPLETE'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CAMPAIGN           : " HV-CAMPAIGN-ID
           DISPLAY "ITEMS OPENED       : " WS-OPENED-COUNT
           DISPLAY "EMPLOYEES SUSPENDED: " WS-SUSPENDED-COUNT
           DISPLAY "ROLE CONFLICTS     : " WS-CONFLICT-COUNT

           COMPUTE HV-RUN-COUNT = WS-OPENED-COUNT + WS-SUSPENDED-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'ATTDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-ATTEST-DAYS
           END-IF
           MOVE WS-ATTEST-DAYS TO HV-ATTEST-DAYS.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'ENTLCERT'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * The campaign is named for the calendar quarter it opens in.
       SET-CAMPAIGN-ID.
           MOVE HV-TODAY(6:2) TO WS-MONTH
           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
           MOVE SPACES TO HV-CAMPAIGN-ID
           STRING HV-TODAY(1:4) 'Q' WS-QUARTER
               DELIMITED BY SIZE INTO HV-CAMPAIGN-ID
           END-STRING.

       OPEN-CAMPAIGN-IF-DUE.
           MOVE 'N' TO WS-FOUND

           EXEC SQL
               SELECT 'X' INTO :WS-FOUND
               FROM ENTL_RECERT_CAMPAIGN
               WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO ENTL_RECERT_CAMPAIGN
                       (CAMPAIGN_ID, OPENED_DATE, DUE_DATE,
                        CLOSED_DATE, CAMPAIGN_STATUS)
                   VALUES
                       (:HV-CAMPAIGN-ID, :HV-TODAY,
                        DATE(:HV-TODAY) + :HV-ATTEST-DAYS DAYS,
                        NULL, 'OPEN')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO ENTL_RECERT_ITEMS
                           (CAMPAIGN_ID, EMPLOYEE_ID, ROLE,
                            MANAGER_ID, ITEM_STATUS, DECIDED_BY,
                            DECIDED_AT)
                       SELECT :HV-CAMPAIGN-ID, EMPLOYEE_ID, ROLE,
                              COALESCE(MANAGER_ID, ' '), 'PENDING',
                              NULL, NULL
                       FROM EMPLOYEE_MASTER
                       WHERE ACTIVE_FLAG = 'Y'
                         AND ROLE IS NOT NULL
                         AND ROLE NOT = ' '
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-OPENED-COUNT
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'OPENED' TO WS-CAMPAIGN-ACTION
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   DISPLAY "ERROR OPENING CAMPAIGN, SQLCODE: " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE ZERO TO WS-OPENED-COUNT
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           ELSE IF SQLCODE NOT = 0
               DISPLAY "ERROR READING CAMPAIGN, SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           END-IF.

      * Closes whichever campaign is past its due date - normally
      * the current quarter's, but a quarter whose campaign was
      * still open when the next one started is closed the same way.
      * Employees are suspended before their items are marked, all
      * in one unit of work.
       CLOSE-CAMPAIGN-IF-DUE.
           MOVE SPACES TO HV-CLOSE-CAMPAIGN-ID

           EXEC SQL
               SELECT CAMPAIGN_ID INTO :HV-CLOSE-CAMPAIGN-ID
               FROM ENTL_RECERT_CAMPAIGN
               WHERE CAMPAIGN_STATUS = 'OPEN'
                 AND DUE_DATE < :HV-TODAY
               ORDER BY CAMPAIGN_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-CLOSE-CAMPAIGN-ID TO HV-CAMPAIGN-ID

               EXEC SQL
                   UPDATE EMPLOYEE_MASTER
                   SET ACTIVE_FLAG = 'S',
                       LAST_UPDATED = :HV-RUN-START
                   WHERE ACTIVE_FLAG = 'Y'
                     AND EMPLOYEE_ID IN
                         (SELECT EMPLOYEE_ID FROM ENTL_RECERT_ITEMS
                          WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
                            AND ITEM_STATUS = 'PENDING')
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE ENTL_RECERT_ITEMS
                       SET ITEM_STATUS = 'SUSPENDED',
                           DECIDED_BY = 'ENTLCERT',
                           DECIDED_AT = :HV-RUN-START
                       WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
                         AND ITEM_STATUS = 'PENDING'
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-SUSPENDED-COUNT
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE ENTL_RECERT_CAMPAIGN
                       SET CAMPAIGN_STATUS = 'CLOSED',
                           CLOSED_DATE = :HV-TODAY
                       WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE 'CLOSED' TO WS-CAMPAIGN-ACTION
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   DISPLAY "ERROR CLOSING CAMPAIGN, SQLCODE: " SQLCODE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE ZERO TO WS-SUSPENDED-COUNT
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           ELSE IF SQLCODE NOT = 100
               DISPLAY "ERROR READING OPEN CAMPAIGNS, SQLCODE: "
                   SQLCODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           END-IF.

      * The campaign this run acted on, or else the latest one, with
      * its items counted by status.
       WRITE-CAMPAIGN-SECTION.
           MOVE 'RECERTIFICATION CAMPAIGN' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING

           IF WS-CAMPAIGN-ACTION = SPACES
               EXEC SQL
                   SELECT COALESCE(MAX(CAMPAIGN_ID), ' ')
                   INTO :HV-CAMPAIGN-ID
                   FROM ENTL_RECERT_CAMPAIGN
               END-EXEC
           END-IF

           EXEC SQL
               SELECT CAMPAIGN_STATUS, CHAR(DUE_DATE, ISO)
               INTO :HV-CAMPAIGN-STATUS, :HV-DUE-DATE
               FROM ENTL_RECERT_CAMPAIGN
               WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE '    NO CAMPAIGN ON FILE' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
               MOVE SPACES TO HV-CAMPAIGN-STATUS
           ELSE
               MOVE HV-CAMPAIGN-ID     TO WS-CL-CAMPAIGN-ID
               MOVE HV-CAMPAIGN-STATUS TO WS-CL-STATUS
               MOVE HV-DUE-DATE        TO WS-CL-DUE-DATE
               EVALUATE TRUE
                   WHEN CAMPAIGN-OPENED
                       MOVE 'OPENED TONIGHT' TO WS-CL-ACTION
                   WHEN CAMPAIGN-CLOSED
                       MOVE 'CLOSED TONIGHT' TO WS-CL-ACTION
                   WHEN OTHER
                       MOVE SPACES TO WS-CL-ACTION
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-CAMPAIGN-LINE

               EXEC SQL
                   DECLARE RCSTAT_CUR CURSOR FOR
                   SELECT ITEM_STATUS, COUNT(*)
                   FROM ENTL_RECERT_ITEMS
                   WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
                   GROUP BY ITEM_STATUS
                   ORDER BY ITEM_STATUS
               END-EXEC

               EXEC SQL OPEN RCSTAT_CUR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH RCSTAT_CUR INTO
                           :HV-ITEM-STATUS,
                           :HV-ITEM-COUNT
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-ITEM-STATUS TO WS-SC-STATUS
                       MOVE HV-ITEM-COUNT  TO WS-SC-COUNT
                       WRITE REPORT-LINE FROM WS-STATUS-COUNT-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING ITEM COUNTS, SQLCODE: "
                       SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE RCSTAT_CUR END-EXEC
           END-IF.

      * Only while the campaign is open: each manager with staff
      * still waiting, so the chasing can start before the deadline.
      * Staff with no manager on file are listed as NO MANAGER -
      * nobody can attest for them until EMPMSTR records one.
       WRITE-OUTSTANDING-SECTION.
           IF HV-CAMPAIGN-STATUS = 'OPEN'
               MOVE 'OUTSTANDING ATTESTATIONS BY MANAGER'
                   TO WS-SECTION-TITLE
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-SECTION-HEADING
               WRITE REPORT-LINE FROM WS-MANAGER-HEADING
               WRITE REPORT-LINE FROM WS-HEADING-2

               EXEC SQL
                   DECLARE RCMGR_CUR CURSOR FOR
                   SELECT COALESCE(E.MANAGER_ID, ' '),
                          COALESCE(M.NAME, 'NO MANAGER'),
                          COUNT(*)
                   FROM ENTL_RECERT_ITEMS I
                   INNER JOIN EMPLOYEE_MASTER E
                        ON E.EMPLOYEE_ID = I.EMPLOYEE_ID
                   LEFT OUTER JOIN EMPLOYEE_MASTER M
                        ON M.EMPLOYEE_ID = E.MANAGER_ID
                   WHERE I.CAMPAIGN_ID = :HV-CAMPAIGN-ID
                     AND I.ITEM_STATUS = 'PENDING'
                   GROUP BY E.MANAGER_ID, M.NAME
                   ORDER BY 3 DESC, 1
               END-EXEC

               EXEC SQL OPEN RCMGR_CUR END-EXEC

               MOVE ZERO TO HV-ITEM-COUNT
               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH RCMGR_CUR INTO
                           :HV-MANAGER-ID,
                           :HV-MANAGER-NAME,
                           :HV-ITEM-COUNT
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-MANAGER-ID   TO WS-MD-MANAGER-ID
                       MOVE HV-MANAGER-NAME TO WS-MD-MANAGER-NAME
                       MOVE HV-ITEM-COUNT   TO WS-MD-COUNT
                       WRITE REPORT-LINE FROM WS-MANAGER-DETAIL
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING OUTSTANDING ITEMS, SQLCODE: "
                       SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE RCMGR_CUR END-EXEC

               IF HV-ITEM-COUNT = ZERO
                   MOVE '    NONE' TO WS-NONE-LINE
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF
           END-IF.

       WRITE-SUSPENDED-SECTION.
           IF CAMPAIGN-CLOSED
               MOVE 'SUSPENDED TONIGHT - NOT ATTESTED BY THE DUE DATE'
                   TO WS-SECTION-TITLE
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-SECTION-HEADING
               WRITE REPORT-LINE FROM WS-EMPLOYEE-HEADING
               WRITE REPORT-LINE FROM WS-HEADING-2

               EXEC SQL
                   DECLARE RCSUSP_CUR CURSOR FOR
                   SELECT I.EMPLOYEE_ID, COALESCE(E.NAME, ' '),
                          I.ROLE, COALESCE(E.MANAGER_ID, ' ')
                   FROM ENTL_RECERT_ITEMS I
                   LEFT OUTER JOIN EMPLOYEE_MASTER E
                        ON E.EMPLOYEE_ID = I.EMPLOYEE_ID
                   WHERE I.CAMPAIGN_ID = :HV-CAMPAIGN-ID
                     AND I.ITEM_STATUS = 'SUSPENDED'
                     AND I.DECIDED_AT = :HV-RUN-START
                   ORDER BY I.EMPLOYEE_ID
               END-EXEC

               EXEC SQL OPEN RCSUSP_CUR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH RCSUSP_CUR INTO
                           :HV-EMPLOYEE-ID,
                           :HV-EMPLOYEE-NAME,
                           :HV-ROLE,
                           :HV-MANAGER-ID
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-EMPLOYEE-ID   TO WS-ED-EMPLOYEE-ID
                       MOVE HV-EMPLOYEE-NAME TO WS-ED-NAME
                       MOVE HV-ROLE          TO WS-ED-ROLE
                       MOVE HV-MANAGER-ID    TO WS-ED-MANAGER-ID
                       WRITE REPORT-LINE FROM WS-EMPLOYEE-DETAIL
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING SUSPENSIONS, SQLCODE: "
                       SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE RCSUSP_CUR END-EXEC

               IF WS-SUSPENDED-COUNT = ZERO
                   MOVE '    NONE' TO WS-NONE-LINE
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF
           END-IF.

      * Every role holding both sides of an active conflict rule,
      * with how many active employees hold that role - the ones to
      * split or re-role first.
       WRITE-CONFLICT-SECTION.
           MOVE 'SEGREGATION-OF-DUTIES CONFLICTS FOR REMEDIATION'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-CONFLICT-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-2

           EXEC SQL
               DECLARE SODCONF_CUR CURSOR FOR
               SELECT R.RULE_ID, E1.ROLE,
                      COALESCE(R.DESCRIPTION, ' '),
                      (SELECT COUNT(*) FROM EMPLOYEE_MASTER M
                       WHERE M.ROLE = E1.ROLE
                         AND M.ACTIVE_FLAG = 'Y')
               FROM SOD_CONFLICT_RULES R, ROLE_ENTITLEMENTS E1,
                    ROLE_ENTITLEMENTS E2
               WHERE R.ACTIVE_FLAG = 'Y'
                 AND E1.PROGRAM_NAME = R.PROGRAM_NAME_1
                 AND E1.FUNCTION_CODE = R.FUNCTION_CODE_1
                 AND E1.ACTIVE_FLAG = 'Y'
                 AND E2.ROLE = E1.ROLE
                 AND E2.PROGRAM_NAME = R.PROGRAM_NAME_2
                 AND E2.FUNCTION_CODE = R.FUNCTION_CODE_2
                 AND E2.ACTIVE_FLAG = 'Y'
               ORDER BY R.RULE_ID, E1.ROLE
           END-EXEC

           EXEC SQL OPEN SODCONF_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SODCONF_CUR INTO
                       :HV-RULE-ID,
                       :HV-ROLE,
                       :HV-RULE-DESC,
                       :HV-ITEM-COUNT
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-RULE-ID    TO WS-CD-RULE-ID
                   MOVE HV-ROLE       TO WS-CD-ROLE
                   MOVE HV-RULE-DESC  TO WS-CD-DESC
                   MOVE HV-ITEM-COUNT TO WS-CD-COUNT
                   WRITE REPORT-LINE FROM WS-CONFLICT-DETAIL
                   ADD 1 TO WS-CONFLICT-COUNT
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING ROLE CONFLICTS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SODCONF_CUR END-EXEC

           IF WS-CONFLICT-COUNT = ZERO
               MOVE '    NONE' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

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
                   ('ENTLCERT', :HV-RUN-START, :HV-RUN-END,
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

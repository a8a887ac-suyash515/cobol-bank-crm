       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO GLMCOUT
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
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-TXN-COUNT          PIC S9(9) COMP-5.
       01  HV-TYPE-TOTAL         PIC S9(13)V99 COMP-3.
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-UNMAPPED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-UNMAPPED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
      * The per-group GLACCMAP call runs inside the driving fetch
      * loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-FETCH-ERROR        PIC X VALUE 'N'.
           88  FETCH-ERROR           VALUE 'Y'.

      * Same lookup GLEXTRCT books the file with.
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
               88  WS-MAPPED-TO-SUSPENSE VALUE 'Y'.
           05  WS-MAP-ROWS           PIC 9(03).
           05  WS-MAP-RETURN-CODE    PIC 9(02).

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'GL MAPPING PRE-RUN CHECK - UNMAPPED ACTIVITY'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(15) VALUE 'POSTING DATE: '.
           05  WS-SUB-TXN-DATE   PIC X(10).
           05  FILLER            PIC X(24)
               VALUE '   MAPPING ROWS LOADED: '.
           05  WS-SUB-MAP-ROWS   PIC ZZ9.

       01  WS-COLUMN-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'TXN TYPE'.
           05  FILLER            PIC X(22) VALUE 'ACCOUNT TYPE'.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(12) VALUE '   TXN COUNT'.
           05  FILLER            PIC X(18) VALUE '          AMOUNT'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(72) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-TXN-TYPE       PIC X(12).
           05  WS-DET-ACCOUNT-TYPE   PIC X(22).
           05  WS-DET-BRANCH-ID      PIC X(08).
           05  WS-DET-TXN-COUNT      PIC Z(11)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DET-AMOUNT         PIC -(12)9.99.

       01  WS-NONE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'EVERY TXN TYPE / PRODUCT POSTED TODAY IS MAPPED'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(30)
               VALUE 'GROUPS CHECKED       : '.
           05  WS-SUM-GROUPS     PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(30)
               VALUE 'UNMAPPED, TO SUSPENSE: '.
           05  WS-SUM-UNMAPPED   PIC ZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(30)
               VALUE 'SUSPENSE AMOUNT      : '.
           05  WS-SUM-UNMAPPED-TOTAL PIC -(12)9.99.

       PROCEDURE DIVISION.

      * Runs just ahead of GLEXTRCT and lists every TXN_TYPE /
      * ACCOUNT_TYPE / branch combination in the day's TRANSACTIONS
      * that GL_ACCOUNT_MAP does not cover - the postings GLEXTRCT is
      * about to book to suspense - with the count and amount behind
      * each, so finance can add the mapping through GLMAPMGT rather
      * than finding it in the GL later. Unmapped activity is
      * reported, not refused: the file still has to be cut tonight,
      * and suspense keeps it balanced. Only a mapping table that
      * cannot be read fails the step.
       MAIN-LOGIC.
           DISPLAY "STARTING GL MAPPING PRE-RUN CHECK"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           MOVE SPACES TO WS-GLACCMAP-COMMAREA
           MOVE 'LOAD' TO WS-MAP-FUNCTION
           CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA

           IF WS-MAP-RETURN-CODE NOT = 00
                   AND WS-MAP-RETURN-CODE NOT = 04
               DISPLAY "GL MAPPING TABLE NOT LOADED, RC: "
                   WS-MAP-RETURN-CODE
               MOVE 'GL MAPPING CHECK FAILED - TABLE NOT READABLE'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               OPEN OUTPUT REPORT-FILE

               IF NOT WS-FILE-OK
                   DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE 'GL MAPPING CHECK FAILED - FILE OPEN ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM CHECK-DAYS-ACTIVITY
                   PERFORM WRITE-REPORT-SUMMARY

                   CLOSE REPORT-FILE

                   EVALUATE TRUE
                       WHEN FETCH-ERROR
                           MOVE 'GL MAPPING CHECK FAILED - SQL ERROR'
                               TO WS-RESPONSE
                           MOVE 'FAILURE' TO HV-RUN-STATUS
                       WHEN WS-UNMAPPED-COUNT = 0
                           MOVE 'GL MAPPING CHECK COMPLETE, ALL MAPPED'
                               TO WS-RESPONSE
                       WHEN OTHER
                           MOVE 'GL MAPPING CHECK DONE, UNMAPPED LISTED'
                               TO WS-RESPONSE
                   END-EVALUATE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "GROUPS CHECKED       : " WS-GROUP-COUNT
           DISPLAY "UNMAPPED, TO SUSPENSE: " WS-UNMAPPED-COUNT

           MOVE WS-GROUP-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * Grouped exactly as GLEXTRCT's extract cursor groups, so what
      * is listed here is what will land in suspense.
       CHECK-DAYS-ACTIVITY.
           EXEC SQL
               DECLARE CHK_CUR CURSOR FOR
               SELECT T.TXN_DATE, T.TXN_TYPE,
                      COALESCE(A.ACCOUNT_TYPE, ' '),
                      COALESCE(T.BRANCH_ID, ' '),
                      COUNT(*), SUM(T.AMOUNT)
               FROM TRANSACTIONS T
               LEFT JOIN ACCOUNTS A
                 ON A.ACCOUNT_ID = T.ACCOUNT_ID
               WHERE T.TXN_DATE = CURRENT DATE
               GROUP BY T.TXN_DATE, T.TXN_TYPE,
                        COALESCE(A.ACCOUNT_TYPE, ' '),
                        COALESCE(T.BRANCH_ID, ' ')
               ORDER BY 2, 3, 4
           END-EXEC

           EXEC SQL OPEN CHK_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH CHK_CUR INTO
                       :HV-TXN-DATE,
                       :HV-TXN-TYPE,
                       :HV-ACCOUNT-TYPE,
                       :HV-BRANCH-ID,
                       :HV-TXN-COUNT,
                       :HV-TYPE-TOTAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-GROUP-COUNT
                       PERFORM CHECK-GROUP-MAPPING
                   WHEN 100
                       MOVE 'Y' TO WS-FETCH-DONE
                   WHEN OTHER
                       DISPLAY "ERROR READING TRANSACTIONS, SQLCODE: "
                           SQLCODE
                       MOVE 'Y' TO WS-FETCH-ERROR
                       MOVE 'Y' TO WS-FETCH-DONE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CHK_CUR END-EXEC

           IF WS-UNMAPPED-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       CHECK-GROUP-MAPPING.
           MOVE 'MAP '          TO WS-MAP-FUNCTION
           MOVE HV-TXN-TYPE     TO WS-MAP-TXN-TYPE
           MOVE HV-ACCOUNT-TYPE TO WS-MAP-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID    TO WS-MAP-BRANCH-ID
           MOVE HV-TXN-DATE     TO WS-MAP-AS-OF-DATE
           CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA

           IF WS-MAPPED-TO-SUSPENSE
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD HV-TYPE-TOTAL TO WS-UNMAPPED-TOTAL

               MOVE HV-TXN-TYPE     TO WS-DET-TXN-TYPE
               MOVE HV-ACCOUNT-TYPE TO WS-DET-ACCOUNT-TYPE
               MOVE HV-BRANCH-ID    TO WS-DET-BRANCH-ID
               MOVE HV-TXN-COUNT    TO WS-DET-TXN-COUNT
               MOVE HV-TYPE-TOTAL   TO WS-DET-AMOUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE

               DISPLAY "UNMAPPED: " HV-TXN-TYPE " / " HV-ACCOUNT-TYPE
                   " / BRANCH " HV-BRANCH-ID
           END-IF.

       WRITE-REPORT-HEADING.
           EXEC SQL
               SET :HV-TXN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           MOVE HV-TXN-DATE TO WS-SUB-TXN-DATE
           MOVE WS-MAP-ROWS TO WS-SUB-MAP-ROWS

           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

       WRITE-REPORT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-GROUP-COUNT TO WS-SUM-GROUPS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-UNMAPPED-COUNT TO WS-SUM-UNMAPPED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-UNMAPPED-TOTAL TO WS-SUM-UNMAPPED-TOTAL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3.

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
                   ('GLMAPCHK', :HV-RUN-START, :HV-RUN-END,
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRVWREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO SHRVWRPT
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
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-FLAG-SEQ           PIC S9(4) COMP-5.
       01  HV-REASON-CODE        PIC X(10).
       01  HV-REVIEW-DATE        PIC X(10).
       01  HV-RECORDED-BY        PIC X(08).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-MKT-OVERRIDE-BY    PIC X(08).
       01  HV-COLL-OVERRIDE-BY   PIC X(08).
       01  HV-DAYS-LEFT          PIC S9(9) COMP-5.
       01  HV-REVIEW-DAYS        PIC S9(9) COMP-5.
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
       01  WS-DUE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-OVERRIDE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * Review window from BATCH_PARMS (SHRVWREP row REVIEWDAYS): a
      * flag whose review date falls inside this many days is listed.
      * The default covers the quarter the report opens.
       01  WS-REVIEW-DAYS        PIC 9(03) VALUE 092.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'SPECIAL-HANDLING REVIEW REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(17) VALUE '  REVIEW WINDOW: '.
           05  WS-SUB-REVIEW-DAYS PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DAYS'.

       01  WS-DUE-TITLE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'FLAGS DUE FOR REVIEW'.

       01  WS-OVR-TITLE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'FLAGS WITH A PROTECTION OVERRIDDEN'.

       01  WS-DUE-HEADING.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER            PIC X(41) VALUE 'NAME'.
           05  FILLER            PIC X(05) VALUE 'SEQ'.
           05  FILLER            PIC X(12) VALUE 'REASON'.
           05  FILLER            PIC X(12) VALUE 'REVIEW DUE'.
           05  FILLER            PIC X(10) VALUE 'DAYS LEFT'.
           05  FILLER            PIC X(10) VALUE 'RECORDED'.
           05  FILLER            PIC X(10) VALUE 'RM'.
           05  FILLER            PIC X(10) VALUE 'FLAG'.

       01  WS-OVR-HEADING.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER            PIC X(41) VALUE 'NAME'.
           05  FILLER            PIC X(05) VALUE 'SEQ'.
           05  FILLER            PIC X(12) VALUE 'REASON'.
           05  FILLER            PIC X(12) VALUE 'REVIEW DUE'.
           05  FILLER            PIC X(14) VALUE 'MARKETING BY'.
           05  FILLER            PIC X(14) VALUE 'COLLECTION BY'.

       01  WS-HEADING-RULE       PIC X(130) VALUE ALL '-'.

       01  WS-DUE-DETAIL-LINE.
           05  WS-DUE-CUSTOMER   PIC X(12).
           05  WS-DUE-NAME       PIC X(41).
           05  WS-DUE-SEQ        PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DUE-REASON     PIC X(12).
           05  WS-DUE-REVIEW     PIC X(12).
           05  WS-DUE-DAYS-LEFT  PIC -(4)9.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-DUE-RECORDED   PIC X(10).
           05  WS-DUE-RM         PIC X(10).
           05  WS-DUE-FLAG       PIC X(10).

       01  WS-OVR-DETAIL-LINE.
           05  WS-OVR-CUSTOMER   PIC X(12).
           05  WS-OVR-NAME       PIC X(41).
           05  WS-OVR-SEQ        PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-OVR-REASON     PIC X(12).
           05  WS-OVR-REVIEW     PIC X(12).
           05  WS-OVR-MKT-BY     PIC X(14).
           05  WS-OVR-COLL-BY    PIC X(14).

       01  WS-NONE-LINE          PIC X(40) VALUE '  NONE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'FLAGS DUE FOR REVIEW: '.
           05  WS-SUM-DUE        PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'REVIEWS OVERDUE     : '.
           05  WS-SUM-OVERDUE    PIC ZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'OVERRIDES IN FORCE  : '.
           05  WS-SUM-OVERRIDES  PIC ZZZZ9.

       PROCEDURE DIVISION.

      * Quarterly list of the special-handling flags on SPECHNDL's
      * register that fall due for review: every ACTIVE flag whose
      * review date is already past (OVERDUE) or falls inside the
      * review window, earliest first, with who recorded it and the
      * customer's relationship manager to take the review. A second
      * section lists the flags where a marketing or collections
      * override has lifted a protection, so each override is looked
      * at again alongside the flag itself.
       MAIN-LOGIC.
           DISPLAY "GENERATING SPECIAL-HANDLING REVIEW REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           MOVE WS-REVIEW-DAYS TO HV-REVIEW-DAYS

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'REVIEW REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-REVIEW-DAYS TO WS-SUB-REVIEW-DAYS
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-DUE-SECTION
               PERFORM WRITE-OVERRIDE-SECTION

               WRITE REPORT-LINE FROM SPACES

               MOVE WS-DUE-COUNT TO WS-SUM-DUE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

               MOVE WS-OVERDUE-COUNT TO WS-SUM-OVERDUE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

               MOVE WS-OVERRIDE-COUNT TO WS-SUM-OVERRIDES
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'SUCCESS'
                   MOVE 'REVIEW REPORT GENERATED' TO WS-RESPONSE
               ELSE
                   MOVE 'REVIEW REPORT GENERATED WITH ERRORS'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "FLAGS DUE FOR REVIEW: " WS-DUE-COUNT
           DISPLAY "REVIEWS OVERDUE     : " WS-OVERDUE-COUNT
           DISPLAY "OVERRIDES IN FORCE  : " WS-OVERRIDE-COUNT

           MOVE WS-DUE-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'REVIEWDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-REVIEW-DAYS
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'SHRVWREP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

       WRITE-DUE-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-DUE-TITLE-LINE
           WRITE REPORT-LINE FROM WS-DUE-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE SH_DUE_CUR CURSOR FOR
               SELECT S.CUSTOMER_ID, C.NAME, S.FLAG_SEQ,
                      S.REASON_CODE, CHAR(S.REVIEW_DATE),
                      DAYS(S.REVIEW_DATE) - DAYS(CURRENT DATE),
                      S.RECORDED_BY,
                      COALESCE(C.RM_EMPLOYEE_ID, ' ')
               FROM SPECIAL_HANDLING S, CUSTOMER_MASTER C
               WHERE S.FLAG_STATUS = 'ACTIVE'
                 AND S.REVIEW_DATE <= CURRENT DATE
                                      + :HV-REVIEW-DAYS DAYS
                 AND C.CUSTOMER_ID = S.CUSTOMER_ID
               ORDER BY S.REVIEW_DATE, S.CUSTOMER_ID, S.FLAG_SEQ
           END-EXEC

           EXEC SQL OPEN SH_DUE_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SH_DUE_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-FLAG-SEQ,
                       :HV-REASON-CODE,
                       :HV-REVIEW-DATE,
                       :HV-DAYS-LEFT,
                       :HV-RECORDED-BY,
                       :HV-RM-EMPLOYEE-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-DUE-COUNT

                   MOVE HV-CUSTOMER-ID    TO WS-DUE-CUSTOMER
                   MOVE HV-NAME           TO WS-DUE-NAME
                   MOVE HV-FLAG-SEQ       TO WS-DUE-SEQ
                   MOVE HV-REASON-CODE    TO WS-DUE-REASON
                   MOVE HV-REVIEW-DATE    TO WS-DUE-REVIEW
                   MOVE HV-DAYS-LEFT      TO WS-DUE-DAYS-LEFT
                   MOVE HV-RECORDED-BY    TO WS-DUE-RECORDED
                   MOVE HV-RM-EMPLOYEE-ID TO WS-DUE-RM
                   IF HV-DAYS-LEFT < 0
                       MOVE 'OVERDUE' TO WS-DUE-FLAG
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE
                       MOVE SPACES TO WS-DUE-FLAG
                   END-IF
                   WRITE REPORT-LINE FROM WS-DUE-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SPECIAL HANDLING, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SH_DUE_CUR END-EXEC

           IF WS-DUE-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-OVERRIDE-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-OVR-TITLE-LINE
           WRITE REPORT-LINE FROM WS-OVR-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE SH_OVR_CUR CURSOR FOR
               SELECT S.CUSTOMER_ID, C.NAME, S.FLAG_SEQ,
                      S.REASON_CODE, CHAR(S.REVIEW_DATE),
                      COALESCE(S.MKT_OVERRIDE_BY, ' '),
                      COALESCE(S.COLL_OVERRIDE_BY, ' ')
               FROM SPECIAL_HANDLING S, CUSTOMER_MASTER C
               WHERE S.FLAG_STATUS = 'ACTIVE'
                 AND (S.MKT_OVERRIDE_BY IS NOT NULL
                      OR S.COLL_OVERRIDE_BY IS NOT NULL)
                 AND C.CUSTOMER_ID = S.CUSTOMER_ID
               ORDER BY S.CUSTOMER_ID, S.FLAG_SEQ
           END-EXEC

           EXEC SQL OPEN SH_OVR_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SH_OVR_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-FLAG-SEQ,
                       :HV-REASON-CODE,
                       :HV-REVIEW-DATE,
                       :HV-MKT-OVERRIDE-BY,
                       :HV-COLL-OVERRIDE-BY
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-OVERRIDE-COUNT

                   MOVE HV-CUSTOMER-ID      TO WS-OVR-CUSTOMER
                   MOVE HV-NAME             TO WS-OVR-NAME
                   MOVE HV-FLAG-SEQ         TO WS-OVR-SEQ
                   MOVE HV-REASON-CODE      TO WS-OVR-REASON
                   MOVE HV-REVIEW-DATE      TO WS-OVR-REVIEW
                   MOVE HV-MKT-OVERRIDE-BY  TO WS-OVR-MKT-BY
                   MOVE HV-COLL-OVERRIDE-BY TO WS-OVR-COLL-BY
                   WRITE REPORT-LINE FROM WS-OVR-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING OVERRIDES, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SH_OVR_CUR END-EXEC

           IF WS-OVERRIDE-COUNT = 0
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
                   ('SHRVWREP', :HV-RUN-START, :HV-RUN-END,
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

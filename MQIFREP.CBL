       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQIFREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO MQIFRPT
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
       01  HV-REPORT-DATE        PIC X(10).
       01  HV-DIRECTION          PIC X(03).
       01  HV-INTERFACE-NAME     PIC X(48).
       01  HV-TOTAL-COUNT        PIC S9(9) COMP-5.
       01  HV-OK-COUNT           PIC S9(9) COMP-5.
       01  HV-FAILED-COUNT       PIC S9(9) COMP-5.
       01  HV-DLQ-COUNT          PIC S9(9) COMP-5.
       01  HV-REPLAY-COUNT       PIC S9(9) COMP-5.
       01  HV-AVG-SECONDS        PIC S9(9) COMP-5.
       01  HV-MAX-SECONDS        PIC S9(9) COMP-5.
       01  HV-TARGET-QUEUE       PIC X(48).
       01  HV-STORED-COUNT       PIC S9(9) COMP-5.
       01  HV-UNDER-HOUR         PIC S9(9) COMP-5.
       01  HV-UNDER-DAY          PIC S9(9) COMP-5.
       01  HV-OVER-DAY           PIC S9(9) COMP-5.
       01  HV-OLDEST-AT          PIC X(26).
       01  HV-MAX-ATTEMPTS       PIC S9(9) COMP-5.
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
       01  WS-INTERFACE-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-MESSAGE-TOTAL      PIC 9(9) VALUE ZERO.
       01  WS-FAILED-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-DLQ-TOTAL          PIC 9(9) VALUE ZERO.
       01  WS-REPLAY-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-STORED-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-STORE-QUEUE-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'MQ INTERFACE ACTIVITY AND LATENCY REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(16) VALUE '  ACTIVITY FOR: '.
           05  WS-SUB-REPORT-DATE PIC X(10).

       01  WS-VOL-TITLE-LINE.
           05  FILLER            PIC X(60)
               VALUE 'MESSAGE VOLUMES BY INTERFACE'.

       01  WS-STORE-TITLE-LINE.
           05  FILLER            PIC X(60)
               VALUE 'OUTBOUND MESSAGES HELD FOR RETRY BY QUEUE'.

       01  WS-VOL-HEADING.
           05  FILLER            PIC X(05) VALUE 'DIR'.
           05  FILLER            PIC X(37) VALUE 'INTERFACE'.
           05  FILLER            PIC X(11) VALUE '   MESSAGES'.
           05  FILLER            PIC X(11) VALUE '         OK'.
           05  FILLER            PIC X(11) VALUE '     FAILED'.
           05  FILLER            PIC X(11) VALUE 'DEAD-LETTER'.
           05  FILLER            PIC X(11) VALUE '    REPLAYS'.
           05  FILLER            PIC X(11) VALUE '  AVG SECS'.
           05  FILLER            PIC X(11) VALUE '  MAX SECS'.

       01  WS-STORE-HEADING.
           05  FILLER            PIC X(42) VALUE 'TARGET QUEUE'.
           05  FILLER            PIC X(11) VALUE '       HELD'.
           05  FILLER            PIC X(11) VALUE ' UNDER 1 HR'.
           05  FILLER            PIC X(11) VALUE '   1-24 HRS'.
           05  FILLER            PIC X(11) VALUE '   OVER 24H'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(28) VALUE 'OLDEST FAILED PUT'.
           05  FILLER            PIC X(09) VALUE ' ATTEMPTS'.

       01  WS-HEADING-RULE       PIC X(130) VALUE ALL '-'.

       01  WS-VOL-DETAIL-LINE.
           05  WS-VOL-DIRECTION  PIC X(05).
           05  WS-VOL-INTERFACE  PIC X(37).
           05  WS-VOL-TOTAL      PIC Z(10)9.
           05  WS-VOL-OK         PIC Z(10)9.
           05  WS-VOL-FAILED     PIC Z(10)9.
           05  WS-VOL-DLQ        PIC Z(10)9.
           05  WS-VOL-REPLAYS    PIC Z(10)9.
           05  WS-VOL-AVG-SECS   PIC Z(10)9.
           05  WS-VOL-MAX-SECS   PIC Z(10)9.

       01  WS-STORE-DETAIL-LINE.
           05  WS-STR-QUEUE      PIC X(42).
           05  WS-STR-HELD       PIC Z(10)9.
           05  WS-STR-UNDER-HOUR PIC Z(10)9.
           05  WS-STR-UNDER-DAY  PIC Z(10)9.
           05  WS-STR-OVER-DAY   PIC Z(10)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-STR-OLDEST     PIC X(28).
           05  WS-STR-ATTEMPTS   PIC Z(8)9.

       01  WS-NONE-LINE          PIC X(40) VALUE '  NONE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(30)
               VALUE 'INTERFACES WITH TRAFFIC     : '.
           05  WS-SUM-INTERFACES PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(30)
               VALUE 'MESSAGES LOGGED             : '.
           05  WS-SUM-MESSAGES   PIC Z(8)9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(30)
               VALUE 'FAILED OR STORED            : '.
           05  WS-SUM-FAILED     PIC Z(8)9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(30)
               VALUE 'DEAD-LETTERED               : '.
           05  WS-SUM-DLQ        PIC Z(8)9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(30)
               VALUE 'REPLAYS SKIPPED             : '.
           05  WS-SUM-REPLAYS    PIC Z(8)9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER            PIC X(30)
               VALUE 'STILL HELD FOR RETRY        : '.
           05  WS-SUM-STORED     PIC Z(8)9.

       PROCEDURE DIVISION.

      * Daily view of the MQ interfaces from the MQ_MESSAGE_LOG rows
      * MQRECVR writes per message received (by message type) and
      * MQSENDR writes per put (by target queue): the day's volume
      * per interface, how many went through, failed, dead-lettered
      * or were skipped as replays, and the average and longest time
      * on the queue - for an outbound resend, the time it sat in
      * MQ_OUTBOUND_STORE. A second section ages whatever is still
      * held in the store, queue by queue. The day reported is
      * yesterday unless an RPTDATE row (YYYY-MM-DD) in BATCH_PARMS
      * names another.
       MAIN-LOGIC.
           DISPLAY "GENERATING MQ INTERFACE ACTIVITY REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           EXEC SQL
               SET :HV-REPORT-DATE = CHAR(CURRENT DATE - 1 DAY, ISO)
           END-EXEC

           PERFORM READ-BATCH-PARMS

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'INTERFACE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE HV-REPORT-DATE TO WS-SUB-REPORT-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-VOLUME-SECTION
               PERFORM WRITE-STORE-AGING-SECTION

               WRITE REPORT-LINE FROM SPACES

               MOVE WS-INTERFACE-COUNT TO WS-SUM-INTERFACES
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

               MOVE WS-MESSAGE-TOTAL TO WS-SUM-MESSAGES
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

               MOVE WS-FAILED-TOTAL TO WS-SUM-FAILED
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               MOVE WS-DLQ-TOTAL TO WS-SUM-DLQ
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

               MOVE WS-REPLAY-TOTAL TO WS-SUM-REPLAYS
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

               MOVE WS-STORED-TOTAL TO WS-SUM-STORED
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'SUCCESS'
                   MOVE 'INTERFACE REPORT GENERATED' TO WS-RESPONSE
               ELSE
                   MOVE 'INTERFACE REPORT GENERATED WITH ERRORS'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ACTIVITY DATE       : " HV-REPORT-DATE
           DISPLAY "MESSAGES LOGGED     : " WS-MESSAGE-TOTAL
           DISPLAY "DEAD-LETTERED       : " WS-DLQ-TOTAL
           DISPLAY "HELD FOR RETRY      : " WS-STORED-TOTAL

           MOVE WS-MESSAGE-TOTAL TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'RPTDATE' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
               MOVE HV-PARM-VALUE(1:10) TO HV-REPORT-DATE
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'MQIFREP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * OK is PROCESSED, SENT or RESENT. FAILED is a backed-out
      * inbound message, or an outbound put that was STORED for
      * retry, FAILED outright or REJECTED.
       WRITE-VOLUME-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-VOL-TITLE-LINE
           WRITE REPORT-LINE FROM WS-VOL-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE MQIF_VOL_CUR CURSOR FOR
               SELECT DIRECTION, INTERFACE_NAME, COUNT(*),
                      SUM(CASE WHEN OUTCOME IN ('PROCESSED', 'SENT',
                                                'RESENT')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN OUTCOME IN ('BACKEDOUT', 'STORED',
                                                'FAILED', 'REJECTED')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN OUTCOME = 'DEADLETTER'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN OUTCOME = 'REPLAY'
                               THEN 1 ELSE 0 END),
                      AVG(QUEUE_SECONDS), MAX(QUEUE_SECONDS)
               FROM MQ_MESSAGE_LOG
               WHERE DATE(LOGGED_AT) = DATE(:HV-REPORT-DATE)
               GROUP BY DIRECTION, INTERFACE_NAME
               ORDER BY DIRECTION, INTERFACE_NAME
           END-EXEC

           EXEC SQL OPEN MQIF_VOL_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MQIF_VOL_CUR INTO
                       :HV-DIRECTION,
                       :HV-INTERFACE-NAME,
                       :HV-TOTAL-COUNT,
                       :HV-OK-COUNT,
                       :HV-FAILED-COUNT,
                       :HV-DLQ-COUNT,
                       :HV-REPLAY-COUNT,
                       :HV-AVG-SECONDS,
                       :HV-MAX-SECONDS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-INTERFACE-COUNT
                   ADD HV-TOTAL-COUNT  TO WS-MESSAGE-TOTAL
                   ADD HV-FAILED-COUNT TO WS-FAILED-TOTAL
                   ADD HV-DLQ-COUNT    TO WS-DLQ-TOTAL
                   ADD HV-REPLAY-COUNT TO WS-REPLAY-TOTAL

                   MOVE HV-DIRECTION      TO WS-VOL-DIRECTION
                   MOVE HV-INTERFACE-NAME TO WS-VOL-INTERFACE
                   MOVE HV-TOTAL-COUNT    TO WS-VOL-TOTAL
                   MOVE HV-OK-COUNT       TO WS-VOL-OK
                   MOVE HV-FAILED-COUNT   TO WS-VOL-FAILED
                   MOVE HV-DLQ-COUNT      TO WS-VOL-DLQ
                   MOVE HV-REPLAY-COUNT   TO WS-VOL-REPLAYS
                   MOVE HV-AVG-SECONDS    TO WS-VOL-AVG-SECS
                   MOVE HV-MAX-SECONDS    TO WS-VOL-MAX-SECS
                   WRITE REPORT-LINE FROM WS-VOL-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING MESSAGE LOG, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE MQIF_VOL_CUR END-EXEC

           IF WS-INTERFACE-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Everything MQSENDR could not put and MQRETRY has not yet
      * drained, aged from the first failed put as of this run.
       WRITE-STORE-AGING-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-STORE-TITLE-LINE
           WRITE REPORT-LINE FROM WS-STORE-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE MQIF_STORE_CUR CURSOR FOR
               SELECT TARGET_QUEUE, COUNT(*),
                      SUM(CASE WHEN FIRST_FAILED_AT >
                                    CURRENT TIMESTAMP - 1 HOUR
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FIRST_FAILED_AT <=
                                    CURRENT TIMESTAMP - 1 HOUR
                                AND FIRST_FAILED_AT >
                                    CURRENT TIMESTAMP - 24 HOURS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FIRST_FAILED_AT <=
                                    CURRENT TIMESTAMP - 24 HOURS
                               THEN 1 ELSE 0 END),
                      CHAR(MIN(FIRST_FAILED_AT)), MAX(ATTEMPTS)
               FROM MQ_OUTBOUND_STORE
               GROUP BY TARGET_QUEUE
               ORDER BY TARGET_QUEUE
           END-EXEC

           EXEC SQL OPEN MQIF_STORE_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH MQIF_STORE_CUR INTO
                       :HV-TARGET-QUEUE,
                       :HV-STORED-COUNT,
                       :HV-UNDER-HOUR,
                       :HV-UNDER-DAY,
                       :HV-OVER-DAY,
                       :HV-OLDEST-AT,
                       :HV-MAX-ATTEMPTS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-STORE-QUEUE-COUNT
                   ADD HV-STORED-COUNT TO WS-STORED-TOTAL

                   MOVE HV-TARGET-QUEUE TO WS-STR-QUEUE
                   MOVE HV-STORED-COUNT TO WS-STR-HELD
                   MOVE HV-UNDER-HOUR   TO WS-STR-UNDER-HOUR
                   MOVE HV-UNDER-DAY    TO WS-STR-UNDER-DAY
                   MOVE HV-OVER-DAY     TO WS-STR-OVER-DAY
                   MOVE HV-OLDEST-AT    TO WS-STR-OLDEST
                   MOVE HV-MAX-ATTEMPTS TO WS-STR-ATTEMPTS
                   WRITE REPORT-LINE FROM WS-STORE-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING OUTBOUND STORE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE MQIF_STORE_CUR END-EXEC

           IF WS-STORE-QUEUE-COUNT = 0
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
                   ('MQIFREP', :HV-RUN-START, :HV-RUN-END,
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

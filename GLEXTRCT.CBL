               10  GLR-AMOUNT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  GLR-SOURCE-TYPE   PIC X(10).
               10  GLR-ACCOUNT-TYPE  PIC X(20).
               10  GLR-BRANCH-ID     PIC X(06).
               10  FILLER            PIC X(08).
           05  GLR-TRAILER-DATA REDEFINES GLR-DETAIL-DATA.
               10  GLR-TRL-COUNT     PIC 9(09).
               10  GLR-TRL-HASH      PIC S9(13)V99
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-TYPE-TOTAL         PIC S9(13)V99 COMP-3.
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  WS-RECORD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HASH-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ABS-AMOUNT         PIC S9(13)V99 COMP-3.

      * GL account for each TXN_TYPE / ACCOUNT_TYPE / branch, and
      * the cash control account every posting offsets against, come
      * from GL_ACCOUNT_MAP through GLACCMAP - the same lookup GLRECON
      * reconciles this file with.
       01  WS-GLACCMAP-COMMAREA.
           05  WS-MAP-FUNCTION       PIC X(04).
           05  WS-MAP-TXN-TYPE       PIC X(10).
           05  WS-MAP-ACCOUNT-TYPE   PIC X(20).
           05  WS-MAP-BRANCH-ID      PIC X(06).
           05  WS-MAP-AS-OF-DATE     PIC X(10).
           05  WS-GL-ACCOUNT         PIC X(12).
           05  WS-CASH-CONTROL       PIC X(12).
           05  WS-SUSPENSE-ACCOUNT   PIC X(12).
           05  WS-MAP-SUSPENSE-FLAG  PIC X(01).
               88  WS-MAPPED-TO-SUSPENSE VALUE 'Y'.
           05  WS-MAP-ROWS           PIC 9(03).
           05  WS-MAP-RETURN-CODE    PIC 9(02).
       01  WS-SUSPENSE-COUNT     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      * Rolls the day's TRANSACTIONS by TXN_DATE, TXN_TYPE, the
      * account's ACCOUNT_TYPE and the posting branch into a balanced
      * debit/credit GL posting file, so finance stops rekeying daily
      * totals from TXNHIST screens. Every rolled-up total emits both
      * sides - the mapped GL account and the cash control offset -
      * so the file always nets to zero. The mapping table is read
      * once at startup; a run that cannot read it cuts no file.
      * Runs at the end of the nightly cycle, after every posting
      * step has written its TRANSACTIONS rows for the day and
      * GLMAPCHK has listed anything unmapped.
       MAIN-LOGIC.
           DISPLAY "STARTING GL SUMMARY EXTRACT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           MOVE SPACES TO WS-GLACCMAP-COMMAREA
           MOVE 'LOAD' TO WS-MAP-FUNCTION
           CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA

           IF WS-MAP-RETURN-CODE NOT = 00
               DISPLAY "GL MAPPING TABLE NOT LOADED, RC: "
                   WS-MAP-RETURN-CODE
               MOVE 'GL EXTRACT FAILED - NO USABLE GL MAPPING TABLE'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               DISPLAY "GL MAPPING ROWS LOADED: " WS-MAP-ROWS
               PERFORM WRITE-GL-FILE
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "TYPE GROUPS ROLLED : " WS-GROUP-COUNT
           DISPLAY "TO SUSPENSE        : " WS-SUSPENSE-COUNT
           DISPLAY "RECORDS WRITTEN    : " WS-RECORD-COUNT
           DISPLAY "HASH TOTAL         : " WS-HASH-TOTAL

           MOVE WS-GROUP-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * An account no longer on ACCOUNTS still has its money rolled -
      * with no ACCOUNT_TYPE it maps to suspense rather than dropping
      * out of a file that must match the day's movement.
       WRITE-GL-FILE.
           OPEN OUTPUT GL-FILE

           IF NOT WS-FILE-OK
           ELSE
               EXEC SQL
                   DECLARE GL_CUR CURSOR FOR
                   SELECT T.TXN_DATE, T.TXN_TYPE,
                          COALESCE(A.ACCOUNT_TYPE, ' '),
                          COALESCE(T.BRANCH_ID, ' '), SUM(T.AMOUNT)
                   FROM TRANSACTIONS T
                   LEFT JOIN ACCOUNTS A
                     ON A.ACCOUNT_ID = T.ACCOUNT_ID
                   WHERE T.TXN_DATE = CURRENT DATE
                   GROUP BY T.TXN_DATE, T.TXN_TYPE,
                            COALESCE(A.ACCOUNT_TYPE, ' '),
                            COALESCE(T.BRANCH_ID, ' ')
                   ORDER BY 2, 3, 4
               END-EXEC

               EXEC SQL OPEN GL_CUR END-EXEC
                       FETCH GL_CUR INTO
                           :HV-TXN-DATE,
                           :HV-TXN-TYPE,
                           :HV-ACCOUNT-TYPE,
                           :HV-BRANCH-ID,
                           :HV-TYPE-TOTAL
                   END-EXEC

               ELSE
                   MOVE 'GL SUMMARY EXTRACT COMPLETE' TO WS-RESPONSE
               END-IF
           END-IF.

      * A positive rolled-up total is money owed to customers: credit
      * the mapped liability account, debit cash control. A negative
               PERFORM WRITE-MAPPED-CREDIT
           END-IF.

      * GL account per transaction type and product, as of the
      * posting date. Anything unmapped rolls to the suspense account
      * rather than being dropped - it shows up in the GL as unmapped
      * money, which is what makes someone add the mapping through
      * GLMAPMGT.
       MAP-GL-ACCOUNT.
           MOVE 'MAP '          TO WS-MAP-FUNCTION
           MOVE HV-TXN-TYPE     TO WS-MAP-TXN-TYPE
           MOVE HV-ACCOUNT-TYPE TO WS-MAP-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID    TO WS-MAP-BRANCH-ID
           MOVE HV-TXN-DATE     TO WS-MAP-AS-OF-DATE
           CALL 'GLACCMAP' USING WS-GLACCMAP-COMMAREA

           IF WS-MAPPED-TO-SUSPENSE
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.

       WRITE-MAPPED-DEBIT.
           MOVE SPACES TO GL-RECORD
           MOVE 'DR' TO GLR-DR-CR
           MOVE WS-ABS-AMOUNT TO GLR-AMOUNT
           MOVE HV-TXN-TYPE   TO GLR-SOURCE-TYPE
           MOVE HV-ACCOUNT-TYPE TO GLR-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID  TO GLR-BRANCH-ID
           WRITE GL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL.
           MOVE 'CR' TO GLR-DR-CR
           MOVE WS-ABS-AMOUNT TO GLR-AMOUNT
           MOVE HV-TXN-TYPE   TO GLR-SOURCE-TYPE
           MOVE HV-ACCOUNT-TYPE TO GLR-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID  TO GLR-BRANCH-ID
           WRITE GL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL.
           MOVE 'DR' TO GLR-DR-CR
           MOVE WS-ABS-AMOUNT   TO GLR-AMOUNT
           MOVE HV-TXN-TYPE     TO GLR-SOURCE-TYPE
           MOVE HV-ACCOUNT-TYPE TO GLR-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID    TO GLR-BRANCH-ID
           WRITE GL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL.
           MOVE 'CR' TO GLR-DR-CR
           MOVE WS-ABS-AMOUNT   TO GLR-AMOUNT
           MOVE HV-TXN-TYPE     TO GLR-SOURCE-TYPE
           MOVE HV-ACCOUNT-TYPE TO GLR-ACCOUNT-TYPE
           MOVE HV-BRANCH-ID    TO GLR-BRANCH-ID
           WRITE GL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL.

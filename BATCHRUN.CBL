       01  HV-PARM-VALUE         PIC X(26).
       01  HV-HOLIDAY-FLAG       PIC X(01).
       01  HV-MONTH-END-FLAG     PIC X(01).
       01  HV-DAY-OF-WEEK        PIC S9(4) COMP-5.
       01  HV-MONTH              PIC S9(4) COMP-5.
       01  HV-STEP-NAME          PIC X(10).
       01  HV-RUN-START          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.
      * instruction sweeps first so the moved funds are in place
      * before anything reads balances. ACCRUAL follows so the
      * month-end interest/fee postings are on file before anything
      * downstream reads balances or transactions. MATURITY runs
      * after ACCRUAL so a deposit maturing on month-end is credited
      * its last month's interest before it rolls over or is paid
      * out. LOANDUE then ages the installment loans, marking missed
      * installments past due and charging late fees, before the
      * overnight reporting steps pick up loan status. SEGASSGN
      * reads the freshly accrued balances, and must run before
      * DATAEXPORT whose extract filters on SEGMENT. RISKFLAG must
      * also run before DATAEXPORT since the extract reads RISK_FLAG.
      * COMPLREP has
      * no such dependency (it only reads CUSTOMER_COMPLAINTS); it
      * runs where it does simply to keep the cycle in one fixed,
      * predictable order. FEEREP reports the month's fee revenue
      * at month-end, after ACCRUAL has posted and waived the
      * maintenance fees it counts. PAYCLEAR sends the approved
      * external payments to clearing on business days only - payments
      * approved on a holiday wait for the next business day's file.
      * SURVREP reports the month's complaint satisfaction surveys
      * at month-end alongside FEEREP; it only reads the survey and
      * complaint tables.
      * RMBOOK reports each relationship manager's book at month-end
      * after EODSNAP, whose month-end snapshot supplies the book
      * balances.
      * PROFITAB (month-end) works out each customer's and
      * household's net contribution once ACCRUAL's postings and
      * the month's snapshots are on file.
      * DRWRREP balances the day's teller drawers branch by branch
      * and lists tellers with repeat shortages.
      * AML case intake: folds the structuring, near-threshold cash,
      * watchlist and access-anomaly alerts into one case per customer
      * and chases open cases nearing the 30-day filing deadline. Runs
      * after RISKFLAG so tonight's watchlist hits are picked up.
      * DQSCORE (weekly) scores every live customer against the
      * data-quality rules and reports each branch's trend and worklist;
      * it only reads the customer tables and runs late in the cycle.
      * GARNSWP (business days) remits garnishment and levy holds whose
      * hold period has ended and charges the processing fee; it runs
      * straight after HOLDSWP, which leaves those holds for it.
      * GARNREP lists legal orders awaiting the bank's answer and the
      * hold periods about to end; it runs every day, since an answer
      * deadline does not wait for a business day.
      * KYCDSWP (month-end) chases identity documents that have expired
      * or expire within the warning window onto the FOLLOWUP tickler
      * and sets the expired-document flag KYCSCORE scores.
      * SHRVWREP (quarter-end) lists the special-handling flags due
      * for review in the coming quarter and the overrides in force.
      * MQIFREP reports yesterday's MQ traffic per interface - volumes,
      * failures, dead-letters, replays and time on the queue - and ages
      * the outbound messages still held for retry.
      * DWHEXT writes the warehouse feed from tonight's EODSNAP
      * balances, so it has to follow that step.
      * GLRECON proves tonight's GL file against the change in
      * EODSNAP's balances, so it has to follow both steps.
      * GLMAPCHK lists the day's unmapped TXN_TYPE/product pairs
      * and has to run just before GLEXTRCT cuts the GL file.
      * UNAPREP ages the unapplied-funds register TXNIMPT parks
      * rejected feed items on, and proves it against the rejects.
      * LEADREP reports the month's sales referrals and their
      * conversion; it reads only SALES_LEADS, so any slot will do.
      * APPTRMND sends reminders for coming branch appointments by the
      * channel each customer has consented to; APPTREP then prints
      * tomorrow's branch schedule and today's outcomes.
      * CNTCREP reports the day's and the month's customer contacts
      * and repeat contacts; it reads only CUSTOMER_INTERACTIONS and
      * CUSTOMER_COMPLAINTS, so it sits beside COMPLREP.
      * COLLREP reports each collector's promises to pay and how many
      * were kept; COLLSCAN settles the promises in its own run, so
      * COLLREP goes last and prints whatever that run left.
      * CHGOFF (month-end) writes off accounts overdrawn on the
      * collections queue past the threshold and takes back recoveries
      * on ones already written off; it runs ahead of GLEXTRCT so the
      * losses and recoveries reach tonight's GL file, and CHGOREP
      * prints the result for the credit committee.
      * DEPINS (month-end) works out each depositor's insured and
      * uninsured deposits by ownership category and writes the
      * regulator's depositor file; it runs after every posting step
      * so the month-end balances are final. DEPIREP then reports the
      * uninsured exposure by segment for treasury.
      * BWHREMIT (quarter-end) writes treasury's remittance file of
      * the backup withholding ACCRUAL kept back from uncertified
      * customers' interest in the quarter; it only has to follow
      * ACCRUAL, whose month-end run posts the last of it.
      * MGMTPACK (month-end) stores the month's management figures
      * and prints the board pack against the prior month and the
      * same month last year; it runs after the posting, EODSNAP and
      * CHGOFF steps so the month is complete.
      * ENTLCERT opens each quarter's entitlement recertification,
      * suspends employees whose managers did not attest by the due
      * date, and reports roles holding conflicting entitlements;
      * it depends on no other step.
      * SDBBILL debits the safe-deposit box rents that have come due
      * on business days; it runs with the other posting steps so
      * the rent fees are on file before NSFREP, FEEREP and GLEXTRCT
      * read the day's transactions.
      * APPLSWP chases account applications left pending too long
      * onto the FOLLOWUP tickler, and APPLREP (weekly) prints the
      * application funnel; both only read the application register,
      * so they go at the end.
      * ATODET looks for account takeover - a contact or address
      * change followed within days by a large debit, a new standing
      * instruction or alerts switched off - and opens fraud cases.
      * Each step carries a run frequency alongside its name:
      * DAILY runs every cycle, BUSDAY skips holidays, WEEKLY runs
      * once a week on the weekday set below, QTREND runs on the
      * month-end of March, June, September and December, MONTHEND runs
      * only on the date the BUSINESS_CALENDAR flags as month-end -
      * so ACCRUAL's month-end postings run exactly once at month-end
      * instead of leaning on its DESCRIPTION-keyed idempotence
      * BATCH_RUN_LOG as SKIPPED and checkpointed like a completed
      * one, so restart still resumes in sequence.
       01  WS-STEP-TBL.
           05  WS-STEP-ENTRIES OCCURS 47 TIMES.
               10  WS-STEP-NAME      PIC X(10).
               10  WS-STEP-FREQ      PIC X(08).
       01  WS-STEP-COUNT             PIC 9(2) VALUE 47.
       01  WS-STEP-IDX               PIC 9(2).
       01  WS-START-IDX              PIC 9(2) VALUE 1.

           88  HOLIDAY-TODAY         VALUE 'Y'.
       01  WS-MONTH-END-TODAY    PIC X VALUE 'N'.
           88  MONTH-END-TODAY       VALUE 'Y'.
       01  WS-QTR-END-TODAY      PIC X VALUE 'N'.
           88  QTR-END-TODAY         VALUE 'Y'.
      * WEEKLY steps run on one day of the week, in DAYOFWEEK
      * numbering (1 = Sunday ... 7 = Saturday). Friday by default so
      * the week's output is waiting on Monday morning; a WEEKDAY
      * row in BATCH_PARMS moves it.
       01  WS-WEEKLY-DAY         PIC 9(01) VALUE 6.
       01  WS-WEEKLY-TODAY       PIC X VALUE 'N'.
           88  WEEKLY-TODAY          VALUE 'Y'.
       01  WS-STEP-SKIPPED       PIC X VALUE 'N'.
           88  STEP-SKIPPED          VALUE 'Y'.


           MOVE 'HOLDSWP'    TO WS-STEP-NAME(1)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(1)
           MOVE 'GARNSWP'    TO WS-STEP-NAME(2)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(2)
           MOVE 'STNDPOST'   TO WS-STEP-NAME(3)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(3)
           MOVE 'SDBBILL'    TO WS-STEP-NAME(4)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(4)
           MOVE 'ACCRUAL'    TO WS-STEP-NAME(5)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(5)
           MOVE 'MATURITY'   TO WS-STEP-NAME(6)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(6)
           MOVE 'LOANDUE'    TO WS-STEP-NAME(7)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(7)
           MOVE 'SEGASSGN'   TO WS-STEP-NAME(8)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(8)
           MOVE 'RISKFLAG'   TO WS-STEP-NAME(9)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(9)
           MOVE 'AMLSWP'     TO WS-STEP-NAME(10)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(10)
           MOVE 'ATODET'     TO WS-STEP-NAME(11)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(11)
           MOVE 'COMPLREP'   TO WS-STEP-NAME(12)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(12)
           MOVE 'CNTCREP'    TO WS-STEP-NAME(13)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(13)
           MOVE 'DATAEXPORT' TO WS-STEP-NAME(14)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(14)
           MOVE 'APPTRMND'   TO WS-STEP-NAME(15)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(15)
           MOVE 'APPTREP'    TO WS-STEP-NAME(16)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(16)
           MOVE 'NSFREP'     TO WS-STEP-NAME(17)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(17)
           MOVE 'FEEREP'     TO WS-STEP-NAME(18)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(18)
           MOVE 'SURVREP'    TO WS-STEP-NAME(19)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(19)
           MOVE 'LEADREP'    TO WS-STEP-NAME(20)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(20)
           MOVE 'PAYCLEAR'   TO WS-STEP-NAME(21)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(21)
           MOVE 'CHGOFF'     TO WS-STEP-NAME(22)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(22)
           MOVE 'CHGOREP'    TO WS-STEP-NAME(23)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(23)
           MOVE 'GLMAPCHK'   TO WS-STEP-NAME(24)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(24)
           MOVE 'GLEXTRCT'   TO WS-STEP-NAME(25)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(25)
           MOVE 'EODSNAP'    TO WS-STEP-NAME(26)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(26)
           MOVE 'GLRECON'    TO WS-STEP-NAME(27)
           MOVE 'BUSDAY  '   TO WS-STEP-FREQ(27)
           MOVE 'UNAPREP'    TO WS-STEP-NAME(28)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(28)
           MOVE 'DWHEXT'     TO WS-STEP-NAME(29)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(29)
           MOVE 'DRWRREP'    TO WS-STEP-NAME(30)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(30)
           MOVE 'GARNREP'    TO WS-STEP-NAME(31)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(31)
           MOVE 'RMBOOK'     TO WS-STEP-NAME(32)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(32)
           MOVE 'PROFITAB'   TO WS-STEP-NAME(33)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(33)
           MOVE 'KYCDSWP'    TO WS-STEP-NAME(34)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(34)
           MOVE 'SHRVWREP'   TO WS-STEP-NAME(35)
           MOVE 'QTREND  '   TO WS-STEP-FREQ(35)
           MOVE 'DQSCORE'    TO WS-STEP-NAME(36)
           MOVE 'WEEKLY  '   TO WS-STEP-FREQ(36)
           MOVE 'INTGSWP'    TO WS-STEP-NAME(37)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(37)
           MOVE 'RETNSWP'    TO WS-STEP-NAME(38)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(38)
           MOVE 'MQIFREP'    TO WS-STEP-NAME(39)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(39)
           MOVE 'COLLREP'    TO WS-STEP-NAME(40)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(40)
           MOVE 'DEPINS'     TO WS-STEP-NAME(41)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(41)
           MOVE 'DEPIREP'    TO WS-STEP-NAME(42)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(42)
           MOVE 'BWHREMIT'   TO WS-STEP-NAME(43)
           MOVE 'QTREND  '   TO WS-STEP-FREQ(43)
           MOVE 'MGMTPACK'   TO WS-STEP-NAME(44)
           MOVE 'MONTHEND'   TO WS-STEP-FREQ(44)
           MOVE 'ENTLCERT'   TO WS-STEP-NAME(45)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(45)
           MOVE 'APPLSWP'    TO WS-STEP-NAME(46)
           MOVE 'DAILY   '   TO WS-STEP-FREQ(46)
           MOVE 'APPLREP'    TO WS-STEP-NAME(47)
           MOVE 'WEEKLY  '   TO WS-STEP-FREQ(47)

           IF RESTART-REQUESTED
               PERFORM READ-CHECKPOINT
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND
               MOVE HV-PARM-VALUE(1:1) TO WS-RESTART-MODE
           END-IF

           MOVE 'WEEKDAY' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:1) >= '1'
                         AND HV-PARM-VALUE(1:1) <= '7'
               MOVE HV-PARM-VALUE(1:1) TO WS-WEEKLY-DAY
           END-IF.

       READ-BUSINESS-CALENDAR.
               MOVE HV-MONTH-END-FLAG TO WS-MONTH-END-TODAY
           END-IF

           MOVE 'N' TO WS-WEEKLY-TODAY
           MOVE ZERO TO HV-DAY-OF-WEEK

           EXEC SQL
               SET :HV-DAY-OF-WEEK = DAYOFWEEK(CURRENT DATE)
           END-EXEC

           IF SQLCODE = 0 AND HV-DAY-OF-WEEK = WS-WEEKLY-DAY
               MOVE 'Y' TO WS-WEEKLY-TODAY
           END-IF

           MOVE 'N' TO WS-QTR-END-TODAY
           MOVE ZERO TO HV-MONTH

           EXEC SQL
               SET :HV-MONTH = MONTH(CURRENT DATE)
           END-EXEC

           IF SQLCODE = 0 AND MONTH-END-TODAY
                   AND (HV-MONTH = 3 OR HV-MONTH = 6
                        OR HV-MONTH = 9 OR HV-MONTH = 12)
               MOVE 'Y' TO WS-QTR-END-TODAY
           END-IF

           DISPLAY "CALENDAR: HOLIDAY=" WS-HOLIDAY-TODAY
               " MONTH-END=" WS-MONTH-END-TODAY
               " WEEKLY=" WS-WEEKLY-TODAY
               " QUARTER-END=" WS-QTR-END-TODAY.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
                   IF HOLIDAY-TODAY
                       MOVE 'Y' TO WS-STEP-SKIPPED
                   END-IF
               WHEN 'WEEKLY  '
                   IF NOT WEEKLY-TODAY
                       MOVE 'Y' TO WS-STEP-SKIPPED
                   END-IF
               WHEN 'MONTHEND'
                   IF NOT MONTH-END-TODAY
                       MOVE 'Y' TO WS-STEP-SKIPPED
                   END-IF
               WHEN 'QTREND  '
                   IF NOT QTR-END-TODAY
                       MOVE 'Y' TO WS-STEP-SKIPPED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE WS-STEP-NAME(WS-STEP-IDX)
               WHEN 'HOLDSWP'
                   CALL 'HOLDSWP'
               WHEN 'GARNSWP'
                   CALL 'GARNSWP'
               WHEN 'STNDPOST'
                   CALL 'STNDPOST'
               WHEN 'SDBBILL'
                   CALL 'SDBBILL'
               WHEN 'ACCRUAL'
                   CALL 'ACCRUAL'
               WHEN 'MATURITY'
                   CALL 'MATURITY'
               WHEN 'LOANDUE'
                   CALL 'LOANDUE'
               WHEN 'SEGASSGN'
                   CALL 'SEGASSGN'
               WHEN 'RISKFLAG'
                   CALL 'RISKFLAG'
               WHEN 'AMLSWP'
                   CALL 'AMLSWP'
               WHEN 'ATODET'
                   CALL 'ATODET'
               WHEN 'COMPLREP'
                   CALL 'COMPLREP'
               WHEN 'CNTCREP'
                   CALL 'CNTCREP'
               WHEN 'DATAEXPORT'
                   CALL 'DATAEXPORT'
               WHEN 'APPTRMND'
                   CALL 'APPTRMND'
               WHEN 'APPTREP'
                   CALL 'APPTREP'
               WHEN 'NSFREP'
                   CALL 'NSFREP'
               WHEN 'FEEREP'
                   CALL 'FEEREP'
               WHEN 'SURVREP'
                   CALL 'SURVREP'
               WHEN 'LEADREP'
                   CALL 'LEADREP'
               WHEN 'PAYCLEAR'
                   CALL 'PAYCLEAR'
               WHEN 'CHGOFF'
                   CALL 'CHGOFF'
               WHEN 'CHGOREP'
                   CALL 'CHGOREP'
               WHEN 'GLMAPCHK'
                   CALL 'GLMAPCHK'
               WHEN 'GLEXTRCT'
                   CALL 'GLEXTRCT'
               WHEN 'EODSNAP'
                   CALL 'EODSNAP'
               WHEN 'GLRECON'
                   CALL 'GLRECON'
               WHEN 'UNAPREP'
                   CALL 'UNAPREP'
               WHEN 'DWHEXT'
                   CALL 'DWHEXT'
               WHEN 'DRWRREP'
                   CALL 'DRWRREP'
               WHEN 'GARNREP'
                   CALL 'GARNREP'
               WHEN 'RMBOOK'
                   CALL 'RMBOOK'
               WHEN 'PROFITAB'
                   CALL 'PROFITAB'
               WHEN 'KYCDSWP'
                   CALL 'KYCDSWP'
               WHEN 'SHRVWREP'
                   CALL 'SHRVWREP'
               WHEN 'DQSCORE'
                   CALL 'DQSCORE'
               WHEN 'INTGSWP'
                   CALL 'INTGSWP'
               WHEN 'RETNSWP'
                   CALL 'RETNSWP'
               WHEN 'MQIFREP'
                   CALL 'MQIFREP'
               WHEN 'COLLREP'
                   CALL 'COLLREP'
               WHEN 'DEPINS'
                   CALL 'DEPINS'
               WHEN 'DEPIREP'
                   CALL 'DEPIREP'
               WHEN 'BWHREMIT'
                   CALL 'BWHREMIT'
               WHEN 'MGMTPACK'
                   CALL 'MGMTPACK'
               WHEN 'ENTLCERT'
                   CALL 'ENTLCERT'
               WHEN 'APPLSWP'
                   CALL 'APPLSWP'
               WHEN 'APPLREP'
                   CALL 'APPLREP'
               WHEN OTHER
                   DISPLAY "UNKNOWN STEP, SKIPPING: "
                       WS-STEP-NAME(WS-STEP-IDX)

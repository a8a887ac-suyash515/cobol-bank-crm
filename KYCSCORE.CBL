       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-SEGMENT            PIC X(20).
       01  HV-RISK-FLAG          PIC X(20).
       01  HV-ID-DOC-EXPIRED     PIC X(01).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-CONTROL-COUNT      PIC S9(9) COMP-5.
       01  HV-STALE-OWNER-COUNT  PIC S9(9) COMP-5.
       01  HV-HIGH-OWNER-COUNT   PIC S9(9) COMP-5.
       01  HV-SEGMENT-POINTS     PIC S9(4) COMP-5.
       01  HV-TXN-COUNT          PIC S9(9) COMP-5.
       01  HV-DISPUTE-COUNT      PIC S9(9) COMP-5.
      * watchlist-or-not: points from the watchlist flag, the
      * customer's segment (RISK_POINTS on SEGMENT_RULES, so the
      * weighting stays operations-maintained), 90-day transaction
      * volume, open disputes, recent complaints, dormant accounts
      * and an expired identity document (KYCDSWP's ID_DOC_EXPIRED
      * flag); a business is also scored on its beneficial owners.
      * The score and band land on CUSTOMER_MASTER with a
      * KYC_SCORE_HISTORY row per run, and the band derives
      * NEXT_REVIEW_DATE - high-risk reviews stop living in a
      * spreadsheet and start showing on KYCREVW's morning tickler.
           EXEC SQL
               DECLARE KYC_CUR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, SEGMENT,
                      COALESCE(RISK_FLAG, ' '),
                      COALESCE(ID_DOC_EXPIRED, 'N'),
                      COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL')
               FROM CUSTOMER_MASTER
               WHERE RECORD_STATUS IS NULL
                  OR RECORD_STATUS NOT = 'CLOSED'
                   FETCH KYC_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-SEGMENT,
                       :HV-RISK-FLAG,
                       :HV-ID-DOC-EXPIRED,
                       :HV-CUSTOMER-TYPE
               END-EXEC

               IF SQLCODE = 0
           PERFORM SCORE-COMPLAINT-COMPONENT
           PERFORM SCORE-DORMANCY-COMPONENT

      * A customer whose every identity document has run out cannot
      * be re-identified until a current one is produced.
           IF HV-ID-DOC-EXPIRED = 'Y'
               ADD 15 TO WS-SCORE
           END-IF

           IF HV-CUSTOMER-TYPE = 'BUSINESS'
               PERFORM SCORE-OWNERSHIP-COMPONENT
           END-IF

           MOVE WS-SCORE TO HV-SCORE
           PERFORM DERIVE-BAND-AND-REVIEW
           PERFORM STORE-SCORE.
               ADD 5 TO WS-SCORE
           END-IF.

      * A business is only as clean as the people behind it: nobody
      * on the BENOWNR register who controls it, an owner whose
      * document has run out or was never verified, or an owner who
      * banks with us and already sits in the HIGH band. An owner's
      * watchlist hit needs no points here - RISKFLAG has already
      * carried it onto the business's RISK_FLAG above.
       SCORE-OWNERSHIP-COMPONENT.
           MOVE ZERO TO HV-CONTROL-COUNT HV-STALE-OWNER-COUNT
                        HV-HIGH-OWNER-COUNT

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN OWNER_ROLE
                                   IN ('CONTROL', 'BOTH')
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN VERIFIED_BY IS NULL
                                   OR ID_DOC_EXPIRY < CURRENT DATE
                                   THEN 1 ELSE 0 END), 0)
               INTO :HV-CONTROL-COUNT, :HV-STALE-OWNER-COUNT
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-CUSTOMER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               IF HV-CONTROL-COUNT = ZERO
                   ADD 20 TO WS-SCORE
               END-IF
               IF HV-STALE-OWNER-COUNT > ZERO
                   ADD 10 TO WS-SCORE
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :HV-HIGH-OWNER-COUNT
               FROM BENEFICIAL_OWNERS B, CUSTOMER_MASTER C
               WHERE B.BUSINESS_ID = :HV-CUSTOMER-ID
                 AND B.ACTIVE_FLAG = 'Y'
                 AND C.CUSTOMER_ID = B.OWNER_CUSTOMER_ID
                 AND C.KYC_RISK_BAND = 'HIGH'
           END-EXEC

           IF SQLCODE = 0 AND HV-HIGH-OWNER-COUNT > ZERO
               ADD 15 TO WS-SCORE
           END-IF.

      * Band thresholds and the review clock they derive: HIGH
      * reviews in 6 months, MEDIUM in 12, LOW in 24.
       DERIVE-BAND-AND-REVIEW.

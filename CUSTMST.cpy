           10  CM-RISK-FLAG          PIC X(20).
           10  CM-RECORD-STATUS      PIC X(10).
           10  CM-CLOSED-DATE        PIC X(26).
           10  CM-DATE-OF-DEATH      PIC X(10).
           10  CM-LAST-UPDATED       PIC X(26).
           10  CM-RM-EMPLOYEE-ID     PIC X(08).
           10  CM-MAIL-RETURNED      PIC X(01).
           10  CM-ID-DOC-EXPIRED     PIC X(01).
           10  CM-CUSTOMER-TYPE      PIC X(10).
           10  CM-LEGAL-NAME         PIC X(100).
           10  CM-EIN                PIC X(10).
           10  CM-ENTITY-TYPE        PIC X(10).
           10  CM-FORMATION-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * ALERTS.cpy - record layout for the ALERT-OUTBOX customer
      * notification outbox (ALERTS.DAT), indexed by ALR-KEY. the
      * program that posts or sees the event writes one pending
      * alert at that moment; the nightly vendor extract hands every
      * pending alert to the SMS/e-mail vendor and marks it sent, so
      * no alert ever goes out twice. ALR-SEQ only separates alerts
      * written in the same hundredth of a second.
       01 ALERT-RECORD.
           05 ALR-KEY.
               10 ALR-DATE             PIC 9(08).
               10 ALR-TIME             PIC 9(08).
               10 ALR-SEQ              PIC 9(04).
      * the customer on CUSTOMER-MASTER the alert is for, and the
      * account it concerns - zero on customer-level events
           05 ALR-CUST-ID              PIC 9(06).
           05 ALR-ACCOUNT              PIC 9(10).
           05 ALR-EVENT                PIC X(10).
               88 ALR-CHQ-RETURN       VALUE "CHQ-RETURN".
               88 ALR-PAYMENT-RJ       VALUE "PAYMENT-RJ".
               88 ALR-XFER-RET         VALUE "XFER-RET".
               88 ALR-LARGE-WD         VALUE "LARGE-WD".
               88 ALR-HOLD-REL         VALUE "HOLD-REL".
               88 ALR-NEGATIVE         VALUE "NEGATIVE".
               88 ALR-HOT-CARD         VALUE "HOT-CARD".
               88 ALR-LOCKOUT          VALUE "LOCKOUT".
           05 ALR-AMOUNT               PIC S9(9)V99.
      * the program that raised the alert
           05 ALR-SOURCE               PIC X(08).
           05 ALR-STATUS               PIC X(01).
               88 ALR-PENDING          VALUE "P".
               88 ALR-SENT             VALUE "S".
               88 ALR-UNDELIVERABLE    VALUE "U".
      * business date of the extract that handed it to the vendor
           05 ALR-SENT-DATE            PIC 9(08).

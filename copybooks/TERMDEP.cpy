      * TERMDEP.cpy - record layout for the TERM-DEPOSIT file,
      * indexed by TD-NUMBER. ACCTMNT opens a deposit by debiting an
      * existing account; the nightly maturity batch pays it out, or
      * renews it, once its maturity date (rolled past weekends and
      * holidays on CALENDAR) arrives.
       01 TERM-DEPOSIT-RECORD.
           05 TD-NUMBER                PIC 9(10).
           05 TD-CUST-ID               PIC 9(06).
           05 TD-AMOUNT                PIC S9(9)V99.
      * fixed annual rate in percent for the whole term
           05 TD-RATE                  PIC 9(02)V9(04).
           05 TD-TERM-MONTHS           PIC 9(03).
           05 TD-START-DATE            PIC 9(08).
      * contractual maturity - the batch rolls it forward to the
      * next business day when it falls on a non-business day
           05 TD-MATURITY-DATE         PIC 9(08).
      * account the deposit was funded from
           05 TD-FUNDING-ACCT          PIC 9(10).
      * account interest and principal are paid out to
           05 TD-PAYOUT-ACCT           PIC 9(10).
           05 TD-INSTRUCTION           PIC X(01).
               88 TD-PAY-OUT           VALUE "P".
               88 TD-ROLL-OVER         VALUE "R".
           05 TD-STATUS                PIC X(01).
               88 TD-ACTIVE            VALUE "A".
               88 TD-MATURED           VALUE "M".
               88 TD-BROKEN            VALUE "B".

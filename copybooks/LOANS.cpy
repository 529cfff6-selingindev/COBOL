      * LOANS.cpy - record layout for the LOAN-MASTER file, indexed
      * by LOAN-NUMBER. ACCTMNT books and disburses the loan into
      * LOAN-ACCOUNT on ACCT-MASTER; the nightly collection batch
      * takes each instalment back from that same account and keeps
      * the outstanding balance and arrears here.
       01 LOAN-RECORD.
           05 LOAN-NUMBER              PIC 9(10).
           05 LOAN-CUST-ID             PIC 9(06).
      * repayment account - disbursed into, collected from
           05 LOAN-ACCOUNT             PIC 9(10).
           05 LOAN-PRINCIPAL           PIC S9(9)V99.
      * annual interest rate in percent, charged monthly on the
      * outstanding balance
           05 LOAN-RATE                PIC 9(02)V9(04).
           05 LOAN-TERM                PIC 9(03).
           05 LOAN-INSTALMENT          PIC S9(9)V99.
           05 LOAN-BALANCE             PIC S9(9)V99.
           05 LOAN-START-DATE          PIC 9(08).
           05 LOAN-NEXT-DUE            PIC 9(08).
      * day of the month the loan falls due, kept apart from
      * LOAN-NEXT-DUE so a loan booked on the 31st goes back to the
      * 31st after being clamped to a shorter month
           05 LOAN-DUE-DAY             PIC 9(02).
           05 LOAN-PAID-COUNT          PIC 9(03).
      * days the oldest unpaid instalment is overdue - zero while
      * the loan is up to date
           05 LOAN-DAYS-PAST-DUE       PIC 9(04).
           05 LOAN-STATUS              PIC X(01).
               88 LOAN-ACTIVE          VALUE "A".
               88 LOAN-PAID-OFF        VALUE "P".

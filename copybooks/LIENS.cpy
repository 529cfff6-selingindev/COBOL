      * LIENS.cpy - record layout for the LIENS file of court and
      * tax-authority orders against accounts, indexed by LIEN-ID.
      * an active lien freezes the part of the balance it covers -
      * every debit path takes the outstanding amount off available
      * funds the same way it takes off open holds - while the rest
      * of the account stays usable. an order that says to remit is
      * swept nightly to the beneficiary account until satisfied.
       01 LIEN-RECORD.
           05 LIEN-ID                  PIC 9(10).
           05 LIEN-ACCOUNT             PIC 9(10).
      * amount the order attaches, and how much of it the nightly
      * sweep has remitted so far - the difference stays frozen
           05 LIEN-AMOUNT              PIC S9(9)V99.
           05 LIEN-REMITTED            PIC S9(9)V99.
           05 LIEN-ORDER-REF           PIC X(20).
           05 LIEN-AUTHORITY           PIC X(30).
      * the authority's account on ACCT-MASTER the sweep pays into.
      * zero on a freeze-only order
           05 LIEN-BENEF-ACCT          PIC 9(10).
           05 LIEN-REMIT               PIC X(01).
               88 LIEN-TO-REMIT        VALUE "Y".
               88 LIEN-FREEZE-ONLY     VALUE "N".
           05 LIEN-PLACED-DATE         PIC 9(08).
      * business date of the last sweep that remitted against the
      * lien - a rerun of the same night leaves it alone
           05 LIEN-LAST-SWEEP          PIC 9(08).
           05 LIEN-CLOSED-DATE         PIC 9(08).
           05 LIEN-STATUS              PIC X(01).
               88 LIEN-ACTIVE          VALUE "A".
               88 LIEN-RELEASED        VALUE "R".
               88 LIEN-SATISFIED       VALUE "S".

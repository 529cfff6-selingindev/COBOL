      * TLRPARM.cpy - the one-record teller parameter card: the
      * counter posting amount above which TELLER needs a
      * supervisor's approval before it posts. operations changes
      * the figure by rewriting the card - no program change.
      * absent, empty or zero means the program's own default.
       01 TLRPARM-RECORD           PIC 9(9)V99.

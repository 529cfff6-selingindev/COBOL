      * just resolved, and RECONCIL proves the night last. every
      * step that posts to TRAN-LOG (the returned-cheque reversals,
      * the biller-reject refunds, the bounced-transfer re-credits,
      * the inbound interbank credits, the lien sweeps, the loan
      * instalments, the term-deposit maturities and the month-end
      * accruals) runs before EODGL, or its entries would carry
      * tonight's date yet never reach the GL.
      * steps flagged "M" only run when the business date carries
      * the calendar's month-end marker; STMTRUN reads the month
      * before TLOGARCH trims it out of the log. steps flagged "Y"
      * only run on the month-end night of December - the year's
      * last night - after MONTHEND has posted the year's last
      * accruals
       01 WS-STEP-COUNT        PIC 9(02) VALUE 31.
       01 WS-STEP-NAMES.
           05 FILLER PIC X(08) VALUE "HELLO-WO".
           05 FILLER PIC X(08) VALUE "XFERRCVR".
           05 FILLER PIC X(08) VALUE "HOLDREL".
           05 FILLER PIC X(08) VALUE "CHQRETRN".
           05 FILLER PIC X(08) VALUE "RMTRESP".
           05 FILLER PIC X(08) VALUE "BILLINTK".
           05 FILLER PIC X(08) VALUE "XFERSETL".
           05 FILLER PIC X(08) VALUE "XFERIN".
           05 FILLER PIC X(08) VALUE "LIENSWP".
           05 FILLER PIC X(08) VALUE "LOANCOLL".
           05 FILLER PIC X(08) VALUE "TDMATURE".
           05 FILLER PIC X(08) VALUE "DORMANT".
           05 FILLER PIC X(08) VALUE "MONTHEND".
           05 FILLER PIC X(08) VALUE "EODGL".
           05 FILLER PIC X(08) VALUE "CHQCLEAR".
           05 FILLER PIC X(08) VALUE "ODEXCPT".
           05 FILLER PIC X(08) VALUE "CASHCOMP".
           05 FILLER PIC X(08) VALUE "TLRBAL".
           05 FILLER PIC X(08) VALUE "ALRTEXT".
           05 FILLER PIC X(08) VALUE "ADJRPT".
           05 FILLER PIC X(08) VALUE "STMTRUN".
           05 FILLER PIC X(08) VALUE "TDRPT".
           05 FILLER PIC X(08) VALUE "TAXCERT".
           05 FILLER PIC X(08) VALUE "TLOGARCH".
           05 FILLER PIC X(08) VALUE "INFRPT".
           05 FILLER PIC X(08) VALUE "INTEGCHK".
           05 FILLER PIC X(08) VALUE "SECRPT".
           05 FILLER PIC X(08) VALUE "RECONCIL".
       01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-NAME PIC X(08) OCCURS 31 TIMES.

       01 WS-STEP-FREQS        PIC X(31)
           VALUE "DDDDDDDDDDDDDDMDDDDDDDDMMYMDDDD".
       01 WS-STEP-FREQ-TABLE REDEFINES WS-STEP-FREQS.
           05 WS-STEP-FREQ PIC X(01) OCCURS 31 TIMES.

      * whether tonight is the month-end night per the calendar -
      * the month's last calendar night, so the monthly steps see
      * the operator runs them by hand, as before
       01 WS-MONTH-END-FLAG    PIC X(01) VALUE "N".
           88 MONTH-END-NIGHT VALUE "Y".
       01 WS-YEAR-END-FLAG     PIC X(01) VALUE "N".
           88 YEAR-END-NIGHT VALUE "Y".
       01 WS-NOT-DUE-TEXT      PIC X(08).

      * HELLO-WOLRD's program id will not fit the 8-byte step name,
      * so the call target is resolved separately from the label

       CHECK-MONTH-END-NIGHT.
           move "N" to WS-MONTH-END-FLAG
           move "N" to WS-YEAR-END-FLAG
           open input CALENDAR-FILE
           if WS-CAL-STATUS = "00"
               move WS-BUSINESS-DATE to CAL-DATE
                           set MONTH-END-NIGHT to true
                           display "MONTH-END NIGHT - MONTHLY STEPS"
                               " JOIN THE CHAIN."
                           if WS-BUSINESS-DATE (5:2) = "12"
                               set YEAR-END-NIGHT to true
                               display "YEAR-END NIGHT - YEAR-END"
                                   " STEPS JOIN THE CHAIN."
                           end-if
                       end-if
               end-read
           end-if
      * resume scan still sees a complete window, but runs nothing
           if WS-STEP-FREQ (WS-STEP-IX) = "M"
               and not MONTH-END-NIGHT
               move "MONTHLY" to WS-NOT-DUE-TEXT
               perform RECORD-STEP-NOT-DUE
               exit paragraph
           end-if
           if WS-STEP-FREQ (WS-STEP-IX) = "Y"
               and not YEAR-END-NIGHT
               move "YEARLY" to WS-NOT-DUE-TEXT
               perform RECORD-STEP-NOT-DUE
               exit paragraph
           end-if

           read BATCH-STATUS-FILE
               invalid key
                   move ZERO to BST-RUN-COUNT
                   perform EXECUTE-STEP
               not invalid key
                   perform DECIDE-RERUN
           add 1 to WS-SKIPPED-COUNT
           display "STEP " WS-STEP-IX " "
               WS-STEP-NAME (WS-STEP-IX)
               " " WS-NOT-DUE-TEXT " - NOT DUE TONIGHT."

           perform SET-CURRENT-DATE-TIME
           move WS-BUSINESS-DATE to BST-DATE
           move WS-CURRENT-DATE to BST-END-DATE
           move WS-CURRENT-TIME to BST-END-TIME
           set BST-OK to true
           move ZERO to BST-RUN-COUNT
           perform SAVE-STEP-RECORD
           exit.

           move ZERO to BST-END-DATE
           move ZERO to BST-END-TIME
           set BST-STARTED to true
      * a rerun keeps counting from the record it found on file
           add 1 to BST-RUN-COUNT
           perform SAVE-STEP-RECORD

           perform CALL-STEP-PROGRAM

      * that does not prove, alongside the day's WITHDRAWAL total
      * from TRAN-LOG for the custodian's cash proof. every serviced
      * cassette is stamped onto the append-only CASHAUD.DAT audit
      * trail, so nobody edits CASHINV.DAT by hand again. one visit
      * services one terminal off TERMINALS.DAT: its cassettes, its
      * withdrawals and its audit records only. every visit of the
      * day appends to the same report.

       environment division.

           select CASH-INV-FILE assign to "CASHINV.DAT"
               organization is indexed
               access mode is dynamic
               record key is CASH-KEY
               file status is WS-CASH-STATUS.

           select TERMINAL-FILE assign to "TERMINALS.DAT"
               organization is indexed
               access mode is dynamic
               record key is TERM-ID
               file status is WS-TERM-STATUS.

           select CASH-AUDIT-FILE assign to "CASHAUD.DAT"
               organization is line sequential
               file status is WS-AUDIT-STATUS.
       FD CASH-AUDIT-FILE.
           COPY CASHAUD.

       FD TERMINAL-FILE.
           COPY TERMINAL.

       FD TRAN-LOG-FILE.
           COPY TRANLOG.

       01 WS-AUDIT-STATUS   PIC X(02) VALUE "00".
       01 WS-TRAN-STATUS    PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS  PIC X(02) VALUE "00".
       01 WS-TERM-STATUS    PIC X(02) VALUE "00".

       01 WS-REPORT-FILENAME   PIC X(20).

      * record, same as ACCTMNT's maintenance log
       01 WS-OPERATOR-ID       PIC X(08).

      * the terminal being serviced - must be on the terminal master;
      * an out-of-service machine is still serviced, that is usually
      * why it is out of service
       01 WS-TERMINAL-ID       PIC X(08).

       01 WS-OK                PIC X(01) VALUE "Y".
       01 WS-EOF-TRAN          PIC X(01) VALUE "N".
           88 END-OF-TRAN VALUE "Y".
           display "OPERATOR ID: "
           accept WS-OPERATOR-ID

           move "Y" to WS-OK
           if WS-OPERATOR-ID = SPACES
               display "OPERATOR ID IS REQUIRED. SESSION ENDED."
               move "N" to WS-OK
           end-if
           if WS-OK = "Y"
               perform GET-TERMINAL
           end-if
           if WS-OK = "Y"
               perform CASHLOAD-SESSION
           end-if

           stop run.

       GET-TERMINAL.
           display "TERMINAL ID: "
           accept WS-TERMINAL-ID

           open input TERMINAL-FILE
           if WS-TERM-STATUS not = "00"
               display "TERMINAL FILE UNAVAILABLE. SESSION ENDED."
               move "N" to WS-OK
           else
               move WS-TERMINAL-ID to TERM-ID
               read TERMINAL-FILE
                   invalid key
                       display "TERMINAL NOT REGISTERED. SESSION"
                           " ENDED."
                       move "N" to WS-OK
                   not invalid key
                       display "SERVICING " TERM-ID " " TERM-LOCATION
               end-read
           end-if
           if WS-TERM-STATUS not = "35"
               close TERMINAL-FILE
           end-if
           exit.

       CASHLOAD-SESSION.
           accept WS-CURRENT-DATE from DATE YYYYMMDD
           accept WS-CURRENT-TIME from TIME

           string "CSLD" WS-CURRENT-DATE ".RPT"
               delimited by size into WS-REPORT-FILENAME
      * extend, not output: the custodian services several terminals
      * a day and each visit adds its own section to the day's report
           open extend REPORT-FILE
           if WS-REPORT-STATUS = "35"
               open output REPORT-FILE
               close REPORT-FILE
               open extend REPORT-FILE
           end-if
           string "CASH SERVICING " WS-CURRENT-DATE
               " TERMINAL " WS-TERMINAL-ID
               " BY " WS-OPERATOR-ID
               delimited by size into WS-REPORT-LINE
           perform WRITE-REPORT-LINE
           move "Y" to WS-OK
           open i-o CASH-INV-FILE
           if WS-CASH-STATUS = "35"
      * first load anywhere in the fleet - the inventory file does
      * not exist yet, so create it and reopen for update
               open output CASH-INV-FILE
               close CASH-INV-FILE
               open i-o CASH-INV-FILE
           exit.

       SHOW-TODAYS-DISPENSE.
      * the day's dispense activity at this terminal off the
      * transaction log - the other side of the custodian's cash proof
           move "N" to WS-EOF-TRAN
           open input TRAN-LOG-FILE
           if WS-TRAN-STATUS = "00"
               not at end
                   if TRAN-TYPE = "WITHDRAWAL"
                       and TRAN-DATE = WS-CURRENT-DATE
                       and TRAN-TERMINAL = WS-TERMINAL-ID
                       add 1 to WS-WD-COUNT
                       add TRAN-AMOUNT to WS-WD-TOTAL
                   end-if
           end-if

           move "N" to WS-NEW-CASSETTE
           move WS-TERMINAL-ID to CASH-TERMINAL
           move WS-WORK-DENOM to CASH-DENOM
           read CASH-INV-FILE
               invalid key
           end-if

      * the physical count is the truth once the safe is closed
           move WS-TERMINAL-ID to CASH-TERMINAL
           move WS-WORK-DENOM to CASH-DENOM
           move WS-COUNTED to CASH-COUNT
           if WS-NEW-CASSETTE = "Y"
           move WS-LOADED to CAU-LOADED
           move WS-COUNTED to CAU-COUNTED
           move WS-VARIANCE to CAU-VARIANCE
           move WS-TERMINAL-ID to CAU-TERMINAL
           write CASH-AUDIT-RECORD
           close CASH-AUDIT-FILE
           exit.

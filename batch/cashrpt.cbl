           program-id. CASHRPT.
           author. "Arthur Selingin".

      * custodian's cash report: walks the cassette inventory of
      * every terminal in the fleet, shows the notes and value left in
      * each cassette, and flags every cassette at or below its refill
      * level so the replenishment order can go out before the
      * armored car arrives. the inventory reads back grouped by
      * terminal; each terminal gets a heading with its location off
      * TERMINALS.DAT and its own cash subtotal.

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

       data division.
       file section.
       FD CASH-INV-FILE.
           COPY CASHINV.

       FD TERMINAL-FILE.
           COPY TERMINAL.

       working-storage section.
       01 WS-SPACES PIC X(060)
           value "====================================================".

       01 WS-CASH-STATUS    PIC X(02) VALUE "00".
       01 WS-TERM-STATUS    PIC X(02) VALUE "00".

       01 WS-EOF-CASH       PIC X(01) VALUE "N".
           88 END-OF-CASH VALUE "Y".
       01 WS-LOW-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-LOW-FLAG       PIC X(12).
       01 WS-VALUE-DISPLAY  PIC Z(8)9.

      * control break on the terminal part of the inventory key
       01 WS-PREV-TERMINAL  PIC X(08) VALUE SPACES.
       01 WS-TERM-VALUE     PIC 9(09) VALUE ZERO.
       01 WS-TERM-COUNT     PIC 9(03) VALUE ZERO.
       01 WS-TERM-LOCATION  PIC X(30).
       01 WS-TOTAL-DISPLAY  PIC Z(8)9.

       procedure division.
           display WS-SPACES

           open input CASH-INV-FILE
           open input TERMINAL-FILE
           if WS-CASH-STATUS not = "00"
               display "NO CASH INVENTORY LOADED AT ANY TERMINAL."
           else
               perform CASHRPT-READ-STEP
                   until END-OF-CASH
               if WS-PREV-TERMINAL not = SPACES
                   perform CASHRPT-TERMINAL-FOOT
               end-if
           end-if
           if WS-TERM-STATUS not = "35"
               close TERMINAL-FILE
           end-if
           if WS-CASH-STATUS not = "35"
               close CASH-INV-FILE
           end-if

           display WS-SPACES
           display "TERMINALS REPORTED: " WS-TERM-COUNT
           move WS-TOTAL-VALUE to WS-TOTAL-DISPLAY
           display "TOTAL CASH ON HAND: " WS-TOTAL-DISPLAY
           display "CASSETTES TO REFILL: " WS-LOW-COUNT
           end-read
           exit.

       CASHRPT-TERMINAL-HEAD.
           add 1 to WS-TERM-COUNT
           move ZERO to WS-TERM-VALUE
           move CASH-TERMINAL to WS-PREV-TERMINAL
           move "*** NOT ON TERMINAL MASTER ***" to WS-TERM-LOCATION
           if WS-TERM-STATUS = "00"
               move CASH-TERMINAL to TERM-ID
               read TERMINAL-FILE
                   not invalid key
                       move TERM-LOCATION to WS-TERM-LOCATION
               end-read
           end-if
           display WS-SPACES
           display "TERMINAL " CASH-TERMINAL " " WS-TERM-LOCATION
           display "DENOM  COUNT  VALUE ON HAND"
           exit.

       CASHRPT-TERMINAL-FOOT.
           move WS-TERM-VALUE to WS-VALUE-DISPLAY
           display "TERMINAL " WS-PREV-TERMINAL
               " CASH ON HAND: " WS-VALUE-DISPLAY
           exit.

       CASHRPT-PRINT-ONE.
           if CASH-TERMINAL not = WS-PREV-TERMINAL
               if WS-PREV-TERMINAL not = SPACES
                   perform CASHRPT-TERMINAL-FOOT
               end-if
               perform CASHRPT-TERMINAL-HEAD
           end-if

           compute WS-CASS-VALUE = CASH-DENOM * CASH-COUNT
           add WS-CASS-VALUE to WS-TOTAL-VALUE
           add WS-CASS-VALUE to WS-TERM-VALUE

           move SPACES to WS-LOW-FLAG
           if CASH-COUNT <= CASH-REFILL-LEVEL

           88 END-OF-TRAN VALUE "Y".

      * one totals slot per transaction type seen in the day
       01 WS-TYPE-MAX           PIC 9(02) VALUE 40.
       01 WS-TYPE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 40 TIMES
                   indexed by WS-TYPE-IX.
               10 WS-TYPE-NAME     PIC X(12).
               10 WS-TYPE-TALLY    PIC 9(06).

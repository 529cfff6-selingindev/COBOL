      * OPERATOR.cpy - record layout for the OPERATORS branch
      * operator file, indexed by OPER-ID. every ACCTMNT and TELLER
      * session signs on against this file; the id stamped into
      * MAINT-LOG and on counter postings is the authenticated one,
      * not whatever the keyboard cares to type. the role decides
      * who may approve sensitive actions.
       01 OPERATOR-RECORD.
           05 OPER-ID                  PIC X(08).
           05 OPER-NAME                PIC X(30).

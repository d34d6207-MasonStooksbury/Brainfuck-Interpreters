      * Record layout of the indexed operator authorization master
      * (operator-auth.dat), maintained by BF-AUTH-MAINT and read by
      * every program that offers a privileged function before it
      * carries one out. One record per operator ID - the login name
      * the program runs under (USER, or LOGNAME where USER is not
      * set). AUT-FUNCTION holds up to ten granted function codes:
      *   REORG     BF-LIBRARIAN REORG of either library
      *   RETIRE    BF-LIBRARIAN RETIRE of a production member
      *   ACTIVATE  BF-LIBRARIAN ACTIVATE of a production member
      *   ROLLBACK  BF-LIBRARIAN ROLLBACK of a production member
      *   PROMOTE   BF-LIBRARIAN PROMOTE into production
      *   UNLOCK    clearing someone else's lock - the interpreter's
      *             and BF-HOUSEKEEPER's UNLOCK, and REORG UNLOCK
      *   PATCH     BF-TAPE-TOOL CELL=/VALUE= on a staged tape
      *   DEBUGSET  the DEBUG console's SET command on any run but
      *             a test-library one
      *   SECADMIN  BF-AUTH-MAINT GRANT and REVOKE
      *   ALL       every function above
      * An operator with no record may do none of them, and nobody
      * may do any of them while the master is missing.
           01 AUTH-RECORD.
               05 AUT-OPERATOR-ID PIC X(20).
               05 AUT-FUNCTIONS.
                   10 AUT-FUNCTION PIC X(8) OCCURS 10 TIMES.
               05 AUT-GRANTED-BY PIC X(20).
               05 AUT-GRANTED-DATE PIC 9(8).
               05 AUT-DESCRIPTION PIC X(40).
               05 FILLER PIC X(32).

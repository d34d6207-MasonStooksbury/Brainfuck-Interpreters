      * One line of the owner cost-centre and rate table
      * (cost-centres.txt), maintained by operations with an
      * ordinary editor and read by BF-CHARGEBACK when it builds the
      * general-ledger journal. Fixed columns; blank lines and lines
      * starting with '*' are comments. Three kinds of line:
      *   O - one per library owner (LIB-OWNER exactly as the
      *       library holds it): the cost centre the owner's usage
      *       is debited to, and the rates it is charged at
      *   S - the suspense account, and the rates used for usage
      *       that has no owner line - owners nobody mapped, and
      *       runs of scripts the library does not know
      *   R - the operations recovery account every month's total
      *       is credited to (its rates are not used)
      * Rates are money per elapsed minute and per million
      * instructions, written as digits with two implied decimal
      * places and no point: 0001250 is 12.50.
           01 COST-CENTRE-RECORD.
               05 CC-ENTRY-TYPE PIC X.
                   88 CC-OWNER-ENTRY VALUE 'O'.
                   88 CC-SUSPENSE-ENTRY VALUE 'S'.
                   88 CC-RECOVERY-ENTRY VALUE 'R'.
               05 FILLER PIC X.
               05 CC-OWNER PIC X(20).
               05 FILLER PIC X.
               05 CC-COST-CENTRE PIC 9(6).
               05 FILLER PIC X.
               05 CC-RATE-PER-MINUTE PIC 9(5)V99.
               05 FILLER PIC X.
               05 CC-RATE-PER-MILLION PIC 9(5)V99.
               05 FILLER PIC X(35).

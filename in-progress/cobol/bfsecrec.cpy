      * One line of the cumulative security log (security-log.txt),
      * appended by every program that checks the operator
      * authorization master - one line per privileged function
      * attempted, allowed or refused, with who asked, which program
      * and function, what it was aimed at and, for a refusal, why.
      * Fixed position and display format like the approval log, so
      * an auditor's question is a grep away; BF-SECURITY-REPORT
      * summarizes it month by month. A program that cannot append
      * its line refuses the function rather than act unrecorded.
           01 SECURITY-LOG-RECORD.
               05 SEC-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SEC-TIME PIC 9(6).
               05 FILLER PIC X.
               05 SEC-OPERATOR PIC X(20).
               05 FILLER PIC X.
               05 SEC-PROGRAM PIC X(20).
               05 FILLER PIC X.
               05 SEC-FUNCTION PIC X(8).
               05 FILLER PIC X.
               05 SEC-OUTCOME PIC X(7).
                   88 SEC-ALLOWED VALUE 'ALLOWED'.
                   88 SEC-REFUSED VALUE 'REFUSED'.
               05 FILLER PIC X.
               05 SEC-TARGET PIC X(60).
               05 FILLER PIC X.
               05 SEC-REASON PIC X(70).

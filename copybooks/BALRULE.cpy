      * BALRULE - cross-job balancing rule, one record per rule in
      * BALRULES.DAT, read by RUNBAL at the end of the nightly stream.
      * Each rule says that one count from the night's run statistics
      * must equal the sum of one or two others plus a fixed
      * adjustment:
      *   left = right(1) + right(2) + BR-ADJUSTMENT
      * A term names a program (RS-PROGRAM-NAME) and one of its
      * counts: READ for RS-RECORDS-READ, otherwise the RS-OUTPUT-NAME
      * the program records the count under (EMPLOYEE, PAYEXT.DAT,
      * SKIPPED, ...). The program AUDITLOG is a special case: its
      * count is the number of entries on the live AUDITLOG.DAT for
      * the business date whose AL-SOURCE-PROGRAM is the count name,
      * so a job's applied count can be balanced against the audit
      * entries it actually wrote. The second right-hand term is left
      * blank when only one is needed; the adjustment is signed and
      * usually zero.
       01 BALANCE-RULE-RECORD.
           05 BR-RULE-ID          PIC X(8).
           05 BR-LEFT-TERM.
               10 BR-LEFT-PROGRAM PIC X(8).
               10 BR-LEFT-COUNT   PIC X(12).
           05 BR-RIGHT-TERM OCCURS 2 TIMES.
               10 BR-RIGHT-PROGRAM PIC X(8).
               10 BR-RIGHT-COUNT  PIC X(12).
           05 BR-ADJUSTMENT       PIC S9(9) SIGN IS LEADING SEPARATE.
           05 BR-DESCRIPTION      PIC X(40).

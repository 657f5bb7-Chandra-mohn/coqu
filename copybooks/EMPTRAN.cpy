      * EMPTRAN - EMPMAINT maintenance transaction layout
      * (EMPTRANS.DAT). TR-ACTION selects add, change, delete or
      * rehire; on a change a blank field leaves the master value as
      * it is. A rehire carries the date the employee returns in
      * TR-EMP-HIRE-DATE - the original hire date is kept - and its
      * blank name, dept, salary or grade fields keep the leaver's
      * values. Jobs that generate transactions for EMPMAINT,
      * directly or through TRANREL's effective-dated EMPKEYED.DAT,
      * build them in this layout so the two cannot drift apart.
       01 TRANSACTION-RECORD.
           05 TR-ACTION          PIC X(1).
               88 TR-ADD         VALUE "A".
               88 TR-CHANGE      VALUE "C".
               88 TR-DELETE      VALUE "D".
               88 TR-REHIRE      VALUE "R".
           05 TR-EMP-ID          PIC X(6).
           05 TR-EMP-ID-NUM REDEFINES TR-EMP-ID PIC 9(6).
           05 TR-EMP-NAME        PIC X(30).
           05 TR-EMP-DEPT        PIC X(10).
           05 TR-EMP-SALARY      PIC X(9).
           05 TR-EMP-SALARY-NUM REDEFINES TR-EMP-SALARY
                                 PIC 9(7)V99.
           05 TR-EMP-HIRE-DATE   PIC X(8).
           05 TR-EMP-HIRE-DATE-NUM REDEFINES TR-EMP-HIRE-DATE
                                 PIC 9(8).
           05 TR-EMP-STATUS      PIC X(1).
           05 TR-EMP-TERM-DATE   PIC X(8).
           05 TR-EMP-TERM-DATE-NUM REDEFINES TR-EMP-TERM-DATE
                                 PIC 9(8).
           05 TR-EMP-GRADE       PIC X(3).

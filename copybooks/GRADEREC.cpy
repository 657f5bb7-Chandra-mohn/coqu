      * GRADEREC - shared SALARY-GRADE (GRADEMST.DAT) record layout.
      * Each grade carries the pay range for the positions in it:
      * EMPMAINT holds EMP-SALARY between GR-MIN-SALARY and
      * GR-MAX-SALARY for the employee's EMP-GRADE, and GRADERPT
      * measures pay against GR-MID-SALARY (the compa-ratio).
       01 SALARY-GRADE-RECORD.
           05 GR-GRADE-CODE      PIC X(3).
           05 GR-GRADE-NAME      PIC X(30).
           05 GR-MIN-SALARY      PIC 9(7)V99.
           05 GR-MID-SALARY      PIC 9(7)V99.
           05 GR-MAX-SALARY      PIC 9(7)V99.

      * employment status; EMP-TERM-DATE (YYYYMMDD) is zero until the
      * employee terminates. Terminated employees stay on file for
      * history but are excluded from salary, exception and
      * anniversary processing. EMP-GRADE is the salary grade
      * (GRADEREC) whose range the salary must fall within.
      * EMP-SERVICE-DATE is the adjusted service date service-based
      * processing counts from: zero means unbroken service from
      * EMP-HIRE-DATE. EMPMAINT's rehire sets it, and EMP-REHIRE-DATE
      * (zero for anyone never rehired), when a leaver comes back.
       01 EMPLOYEE-RECORD.
           05 EMP-ID            PIC 9(6).
           05 EMP-NAME          PIC X(30).
               88 EMP-ON-LEAVE    VALUE "L".
               88 EMP-TERMINATED  VALUE "T".
           05 EMP-TERM-DATE     PIC 9(8).
           05 EMP-GRADE         PIC X(3).
           05 EMP-SERVICE-DATE  PIC 9(8).
           05 EMP-REHIRE-DATE   PIC 9(8).

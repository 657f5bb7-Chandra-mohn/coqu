      * RUNSTAT - shared run-statistics record layout, appended to
      * RUNSTATS.DAT through the RUNSTAT subprogram at the end of
      * every batch job, normal or abend. RUNSTAT stamps RS-RUN-DATE
      * (the stream's business date from DATECTL, the same convention
      * AUDITLOG uses for AL-LOG-DATE) and RS-RUN-TIME (the clock time)
      * internally when it appends an entry; callers fill the program
      * name, the read count, up to three named output counts, the
      * return code and the end flag. The RUNHIST report reads this
      * file back, and RUNBAL balances one business date's counts
      * across jobs by RS-PROGRAM-NAME and RS-OUTPUT-NAME.
       01 RUN-STAT-RECORD.
           05 RS-PROGRAM-NAME    PIC X(8).
           05 RS-RUN-DATE        PIC 9(8).

      * JRNLREC - after-image journal record for EMPJRNL.DAT. EMPJRNL
      * appends one entry for every record-level change made to
      * EMPLOYEE.DAT by the updating jobs (EMPMAINT, DEPTREOG, and
      * EMPARCH's drops from the carried-forward master), so EMPRECOV
      * can restore a backup generation taken by EMPBKUP and roll it
      * forward without the transactions being keyed again.
      * JR-SEQUENCE-NO runs on across the whole journal, one per
      * entry; each backup catalogue entry (BKUPCTL) records the last
      * sequence number already in that generation. JR-ACTION says
      * what was done to the record: A a record written to the
      * master, C a record rewritten, D a record removed.
      * JR-AFTER-IMAGE is the EMPREC record as the job left it - for
      * a removal, the record as it stood just before it went.
       01 JOURNAL-RECORD.
           05 JR-SEQUENCE-NO     PIC 9(9).
           05 JR-BUSINESS-DATE   PIC 9(8).
           05 JR-TIME            PIC 9(6).
           05 JR-SOURCE-PROGRAM  PIC X(8).
           05 JR-ACTION          PIC X(1).
               88 JR-ADD         VALUE "A".
               88 JR-CHANGE      VALUE "C".
               88 JR-DELETE      VALUE "D".
           05 JR-AFTER-IMAGE     PIC X(91).

      * AUDSEQ - audit trail sequence control record, the single
      * record of AUDITSEQ.DAT. AUDITLOG reads it for the sequence
      * number and chain value of the last entry it wrote and
      * rewrites it after every entry; AUDITVFY checks the end of the
      * trail against it, so entries cut off the end of the live log
      * are caught as well as entries missing from the middle.
       01 AUDIT-SEQUENCE-RECORD.
           05 SQ-LAST-SEQUENCE-NO PIC 9(9).
           05 SQ-LAST-CHAIN-VALUE PIC 9(9).
           05 SQ-LAST-LOG-DATE    PIC 9(8).

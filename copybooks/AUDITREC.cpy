      * AL-LOG-DATE (YYYYMMDD) internally when it appends an entry,
      * using the stream's business date from DATECTL. The caller
      * supplies the reason code and its own program name so an
      * AUDITINQ listing can say why each entry exists, and for a
      * maintenance item released from EMPMAINT's approval queue the
      * ID of the second person who approved it (AL-APPROVER-ID,
      * spaces on every entry that needed no approval):
      *   HSAL  salary over the exception threshold (SAMPLE)
      *   IDEP  employee in an inactive department (SAMPLE)
      *   MADD  maintenance add applied (EMPMAINT)
      *   MCHG  maintenance change applied (EMPMAINT)
      *   MDEL  maintenance delete applied (EMPMAINT)
      *   MREH  former employee rehired (EMPMAINT)
      *   REOR  reorganization department transfer (DEPTREOG)
      *   HIST  entry written before reason codes existed, carried
      *         through the one-time AUDITCVT layout conversion
      * Entries written before AL-APPROVER-ID existed were given one
      * by the one-time AUDITCV2 conversion, ahead of AUDITCV3.
      * AUDITLOG also stamps every entry with AL-SEQUENCE-NO, one more
      * than the entry before it across the whole trail (AUDITSEQ.DAT
      * holds the last one issued), and AL-CHAIN-VALUE, the AUDCHAIN
      * check value over this entry and the previous entry's chain
      * value, so AUDITVFY can prove no entry was removed, added or
      * altered. AL-CHAIN-VALUE must stay the last field: AUDCHAIN
      * checks every byte ahead of it. Entries from before the
      * sequence existed were stamped by the one-time AUDITCV3.
       01 AUDIT-LOG-RECORD.
           05 AL-EMP-ID          PIC 9(6).
           05 AL-EMP-NAME        PIC X(30).
           05 AL-LOG-DATE        PIC 9(8).
           05 AL-REASON-CODE     PIC X(4).
           05 AL-SOURCE-PROGRAM  PIC X(8).
           05 AL-APPROVER-ID     PIC X(8).
           05 AL-SEQUENCE-NO     PIC 9(9).
           05 AL-CHAIN-VALUE     PIC 9(9).

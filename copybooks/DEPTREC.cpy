      * DM-ANNUAL-BUDGET is the planned annual salary spend and
      * DM-AUTH-HEADCOUNT the authorized positions for the
      * department; DEPTVAR reports actuals against both.
      * DM-GL-COST-CENTER and DM-GL-ACCOUNT map the department's
      * salary cost to its general ledger expense account for GLEXT;
      * a department left blank has no mapping and stops the extract.
      * DM-PARENT-CODE places the unit in the organization hierarchy
      * (the department, division or business unit it reports to;
      * blank for a top-level unit) and DM-UNIT-TYPE says what kind
      * of unit it is. EMPVERIF checks the hierarchy and ORGROLL
      * rolls the figures up through it.
       01 DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE       PIC X(10).
           05 DM-DEPT-NAME       PIC X(30).
               88 DM-DEPT-ACTIVE VALUE "Y".
           05 DM-ANNUAL-BUDGET   PIC 9(9)V99.
           05 DM-AUTH-HEADCOUNT  PIC 9(5).
           05 DM-GL-COST-CENTER  PIC X(6).
           05 DM-GL-ACCOUNT      PIC X(8).
           05 DM-PARENT-CODE     PIC X(10).
           05 DM-UNIT-TYPE       PIC X(1).
               88 DM-BUSINESS-UNIT VALUE "B".
               88 DM-DIVISION    VALUE "V".
               88 DM-DEPARTMENT  VALUE "D" " ".
               88 DM-UNIT-TYPE-VALID VALUE "B" "V" "D" " ".

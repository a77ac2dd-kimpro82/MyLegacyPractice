      *> DEPTMSTR.CPY
      *> Shared record layout for the indexed department master file
      *> (DEPARTMENT.MST), keyed on DPT-CODE. DPT-CODE is the value
      *> carried in EMP-DEPT on the employee master, so one department
      *> can no longer appear as "ACCOUNTING", "Accounting" and "ACCTG":
      *> codes are upper case with no embedded spaces, and
      *> EMPLOYEE-TXN-EDIT rejects an employee add or change naming a
      *> code that is not on this file or not active.
      *>     DPT-CODE         department code, as held in EMP-DEPT
      *>     DPT-NAME         full department name for reports
      *>     DPT-MANAGER-ID   EMP-ID of the manager, spaces if none
      *>     DPT-DIVISION     parent division the department rolls up to
      *>     DPT-STATUS       A = active, I = inactive
      *> Maintained by DEPARTMENT-MAINTENANCE from DEPTMAINT.TXN.
      *> Indented to column 12 so it can be copied from both the fixed
      *> format HelloWorld.cob and the free format batch programs.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 DEPARTMENT-RECORD.
      *>         COPY DEPTMSTR.
           05 DPT-CODE         PIC X(15).
           05 DPT-NAME         PIC X(30).
           05 DPT-MANAGER-ID   PIC X(5).
           05 DPT-DIVISION     PIC X(15).
           05 DPT-STATUS       PIC X.

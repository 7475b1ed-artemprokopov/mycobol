      ******************************************************************
      * Purpose:   shared department master record layout.
      *            DEPTMSTR.DAT holds one row per department code -
      *            the name and the manager - and is what the person
      *            master's free-text MasterDepartment is reconciled
      *            against by BIRTHDAY. Kept by DeptMaint; COPY this
      *            into any program's FILE SECTION for an FD naming
      *            the department master.
      ******************************************************************
       01 DeptMasterRecord.
           02 DeptMasterCode                   PIC X(10).
           02 DeptMasterSpace1                 PIC X(1).
           02 DeptMasterName                   PIC X(20).
           02 DeptMasterSpace2                 PIC X(1).
           02 DeptMasterManager                PIC X(20).

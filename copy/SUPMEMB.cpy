      *****************************************************************
      * SUPMEMB - record layout for the superannuation fund
      * membership master maintained by SUPMAINT and read by
      * SUPERFILE to route each employee's contributions. COPY
      * inside the FD for the membership file in each program.
      *
      * One record per employee, keyed on SPM-EMPNO: the fund the
      * employee chose (a short fund code - one contribution file
      * is written per code) and the member number the fund knows
      * them by. An employee with no record is paid to the default
      * fund named by SUPER-DEFAULT-FUND (default DEFAULT).
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY SPM-EMPNO. SUPER-MEMBER-FILE names the
      * master; it defaults to /tmp/super_members.dat when unset.
      *****************************************************************
       01  SUPER-MEMBER-REC.
           05  SPM-EMPNO               PIC 9(4).
           05  SPM-FUND-CODE           PIC X(8).
           05  SPM-MEMBER-NO           PIC X(16).
           05  SPM-JOIN-DATE           PIC 9(8).
           05  SPM-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(34).

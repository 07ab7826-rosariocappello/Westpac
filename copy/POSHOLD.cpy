      *****************************************************************
      * POSHOLD - record layout for the held headcount queue. When
      * POSITION-ACTION is HOLD, a hire or department transfer that
      * would take a department past its authorized positions (see
      * copy/POSNCHKL.cpy) is written here instead of applied - by
      * LOGON's ADD-NEW-HIRE, EMPLOAD and EMPMAINT - and POSAPPR
      * applies or rejects it once an operator other than the one
      * who keyed it has approved the extra head. COPY inside the FD
      * for the queue file in each program.
      *
      * One held move per employee, keyed on PH-EMPNO; a second
      * cannot be held until the first is decided. PH-TYPE says
      * which: PH-HIRE carries the whole new EMP row in
      * PH-HIRE-DETAILS (PH-PROBEND zero for no probation,
      * PH-GENDER and PH-EMPTYPE blank when not recorded),
      * PH-TRANSFER the department the employee is leaving in
      * PH-FROM-DEPTNO. PH-AUTH-COUNT and PH-FILLED-COUNT are the
      * position counts when it was held; PH-REQ-BY is the
      * OPERATOR-ID that keyed it (the program name for a batch run
      * with no sign-on) and PH-SOURCE the program.
      *
      * Declare the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC
      * and RECORD KEY PH-EMPNO. POSN-HOLD-FILE names the queue; it
      * defaults to /tmp/posn_hold.dat when unset.
      *****************************************************************
       01  POSN-HOLD-REC.
           05  PH-EMPNO                PIC 9(4).
           05  PH-TYPE                 PIC X.
               88  PH-HIRE                 VALUE "H".
               88  PH-TRANSFER             VALUE "T".
           05  PH-REQ-DATE             PIC 9(8).
           05  PH-REQ-TIME             PIC 9(8).
           05  PH-REQ-BY               PIC X(10).
           05  PH-SOURCE               PIC X(8).
           05  PH-DEPTNO               PIC 9(4).
           05  PH-JOB                  PIC X(9).
           05  PH-FROM-DEPTNO          PIC 9(4).
           05  PH-AUTH-COUNT           PIC 9(4).
           05  PH-FILLED-COUNT         PIC 9(4).
           05  PH-HIRE-DETAILS.
               10  PH-ENAME            PIC X(10).
               10  PH-MGR-SWITCH       PIC X.
                   88  PH-HAS-MGR          VALUE "Y".
               10  PH-MGR              PIC 9(4).
               10  PH-HIREDATE         PIC X(10).
               10  PH-SAL              PIC 9(7)V99.
               10  PH-COMM-SWITCH      PIC X.
                   88  PH-HAS-COMM         VALUE "Y".
               10  PH-COMM             PIC 9(7)V99.
               10  PH-PROBEND          PIC 9(8).
               10  PH-GENDER           PIC X.
               10  PH-EMPTYPE          PIC X.
           05  FILLER                  PIC X(22).

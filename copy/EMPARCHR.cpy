      *****************************************************************
      * EMPARCHR - record layout for the EMP archive, one snapshot
      * of an employee row for every night EMPARCH runs. COPY inside
      * the FD for the archive file in each program.
      *
      * Indexed on ARCH-KEY - employee and snapshot date, so every
      * snapshot of one employee sits together in date order. Declare
      * the SELECT with ORGANIZATION INDEXED, ACCESS DYNAMIC and
      * RECORD KEY ARCH-KEY. EMP-ARCHIVE-FILE names the file; it
      * defaults to /tmp/emp_archive.dat when unset.
      *
      * EMPANON overwrites ARCH-ENAME with the anonymisation token
      * on every snapshot of an employee whose retention period has
      * run out; the numbers are left as they were.
      *****************************************************************
       01  ARCH-REC.
           05  ARCH-KEY.
               10  ARCH-EMPNO          PIC 9(4).
               10  ARCH-SNAP-DATE      PIC 9(8).
           05  ARCH-ENAME              PIC X(10).
           05  ARCH-JOB                PIC X(9).
           05  ARCH-SAL                PIC 9(7)V99.
           05  ARCH-COMM               PIC 9(7)V99.
           05  ARCH-COMM-NULL          PIC X.
           05  ARCH-DEPT               PIC 9(4).

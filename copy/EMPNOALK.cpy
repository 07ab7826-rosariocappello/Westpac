      *****************************************************************
      * EMPNOALK - parameter area for the employee number allocator
      * subprogram EMPNOALC. COPY into WORKING-STORAGE and CALL
      * "EMPNOALC" USING NA-PARM.
      *
      * NA-FUNCTION "A" issues the next EMPNO into NA-EMPNO. The
      * number comes from the control file named by
      * EMPNO-CONTROL-FILE (default /tmp/empno_ctl.dat), which only
      * ever moves forward; a candidate that EMP, the EMP archive
      * (EMPARCH) or the maintenance journal shows was ever used is
      * passed over, so an anonymised or deleted employee's number
      * never comes back to merge two people's history. With no
      * control file yet the first issue seeds it one past the
      * highest EMPNO any of the three has seen. The check against
      * EMP runs on the caller's own session, so call only while
      * connected - and only while holding EMP-WRITE through
      * RUNSTMGR, which keeps two hires from drawing the same
      * number. A number issued to a hire that is then refused is
      * simply never used; gaps are expected.
      *
      * NA-FUNCTION "Q" inquires without issuing: NA-EMPNO the next
      * number and NA-REMAINING how many are left before 9999. It
      * needs no database session.
      *
      * NA-CALLER carries the calling program's name for the
      * control file's last-issued stamp. NA-OK on success,
      * NA-NOT-SEEDED when "Q" finds no control file yet,
      * NA-EXHAUSTED when no unused EMPNO is left, NA-FAILED when
      * the control file or a check could not be completed - no
      * number is issued then.
      *****************************************************************
       01 NA-PARM.
           05 NA-FUNCTION            PIC X.
           05 NA-CALLER              PIC X(8).
           05 NA-EMPNO               PIC 9(4).
           05 NA-REMAINING           PIC 9(5).
           05 NA-RESULT              PIC X.
               88 NA-OK                    VALUE "0".
               88 NA-NOT-SEEDED            VALUE "4".
               88 NA-EXHAUSTED             VALUE "6".
               88 NA-FAILED                VALUE "8".

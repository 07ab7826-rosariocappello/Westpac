      *****************************************************************
      * DEPTTRLK - parameter area for the shared department hierarchy
      * subprogram DEPTTREE. COPY into WORKING-STORAGE and CALL
      * "DEPTTREE" USING DT-PARM.
      *
      * DEPT carries PARENTDEPT, the department (division, group)
      * each one reports up to - NULL at the top - maintained in
      * DEPTMAINT, which refuses any parent that would close a loop.
      * DEPTTREE holds the hierarchy for one run so a report can
      * print its figures rolled up through every level; it does no
      * SQL of its own, the caller fetches DEPT and feeds it in.
      *
      * DT-FUNCTION:
      *   "I" - clear the table (start of a run).
      *   "D" - define one department: DT-DEPTNO, DT-DNAME, and
      *         DT-PARENT with DT-HAS-PARENT (leave the switch "N" for
      *         a top-level department).
      *   "A" - add DT-AMOUNT(1) to (6) into DT-DEPTNO's own
      *         figures; the caller decides what each slot holds. A
      *         department never defined is added at the top level,
      *         named NOT ON DEPT, so no figure drops out of a total.
      *   "N" - next department in hierarchy order: each top-level
      *         department, then everything below it, depth first
      *         and DEPTNO order at each level. Returns DT-DEPTNO,
      *         DT-DNAME, DT-LEVEL (1 at the top), DT-CHILD-COUNT
      *         (departments directly below), DT-OWN-AMOUNT (its own
      *         figures) and DT-AMOUNT (its own plus everything below
      *         it - the subtotal at that level). DT-END when done.
      *         The first "N" after "D"/"A" builds the order and the
      *         rollups; adding more afterwards needs a fresh "I".
      *   "R" - rewind, so the next "N" starts from the top again.
      *
      * DT-ORPHAN on a department whose parent is not on DEPT, and
      * DT-LOOP-CUT on one whose parent link closed a loop (only
      * possible in data keyed around DEPTMAINT) - both are listed
      * at the top level instead of being lost. DT-FULL when the
      * table (1000 departments) would overflow.
      *****************************************************************
       01 DT-PARM.
           05 DT-FUNCTION            PIC X.
           05 DT-DEPTNO              PIC 9(4).
           05 DT-DNAME               PIC X(14).
           05 DT-PARENT-SWITCH       PIC X.
               88 DT-HAS-PARENT            VALUE "Y".
           05 DT-PARENT              PIC 9(4).
           05 DT-AMOUNT              PIC S9(13)V99 COMP-3 OCCURS 6.
           05 DT-OWN-AMOUNT          PIC S9(13)V99 COMP-3 OCCURS 6.
           05 DT-LEVEL               PIC 9(4).
           05 DT-CHILD-COUNT         PIC 9(4).
           05 DT-FLAG-SWITCH         PIC X.
               88 DT-ORPHAN                VALUE "O".
               88 DT-LOOP-CUT              VALUE "L".
           05 DT-STATUS              PIC X.
               88 DT-OK                    VALUE "0".
               88 DT-END                   VALUE "E".
               88 DT-FULL                  VALUE "F".
               88 DT-FAILED                VALUE "8".

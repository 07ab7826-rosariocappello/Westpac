      *****************************************************************
      * PERMCHKL - parameter area for PERMCHK, the function-level
      * permission check. COPY into WORKING-STORAGE and CALL
      * "PERMCHK" USING PX-PARM before acting.
      *
      * PERMISSION-FILE (default /etc/permissions.cfg, maintained
      * through OPERMNT) grants named functions to roles and roles
      * to operators, and carries any separation-of-duties pairs
      * beyond the standing ones PERMCHK always applies. Lines:
      *
      *   ROLE  PAYCLERK   SAL-CHANGE      role grants a function
      *   OPER  JSMITH     PAYCLERK        operator holds a role
      *   SOD   HIRE       TERMINATE       never both to one person
      *
      * Functions: SAL-CHANGE, SAL-APPROVE, HIRE, TERMINATE,
      * LEAVE-ADMIN, DEPT-ADMIN, OPER-ADMIN, PAY-RELEASE,
      * BANK-CHANGE, BANK-APPROVE, CLAIM-APPR, FINAL-PAY,
      * PERIOD-OPEN, POSN-APPROVE, PROB-CONFIRM, ALLOC-ADMIN.
      *
      * PX-FUNCTION "C" checks that the operator holds PX-FUNC-NAME
      * - PX-OPERATOR spaces means the operator signed on through
      * MENU (OPERATOR-ID), and it comes back filled in. An
      * operator whose roles add up to a conflicting pair is
      * refused everything until OPERMNT puts it right.
      * "S" asks whether granting PX-ROLE to PX-OPERATOR would give
      * them a conflicting pair; "M" whether adding PX-FUNC-NAME to
      * PX-ROLE would give any holder of the role one.
      *
      * PX-GRANTED or PX-DENIED with PX-REASON; PX-FAILED when the
      * permission file cannot be read. Until a permission file
      * exists at all the old classes stand in - any signed-on
      * class but READ holds every function - and PX-LEGACY-CLASS
      * says so.
      *****************************************************************
       01 PX-PARM.
           05 PX-FUNCTION            PIC X.
           05 PX-OPERATOR            PIC X(10).
           05 PX-FUNC-NAME           PIC X(12).
           05 PX-ROLE                PIC X(10).
           05 PX-STATUS              PIC X.
               88 PX-GRANTED               VALUE "0".
               88 PX-DENIED                VALUE "8".
               88 PX-FAILED                VALUE "9".
           05 PX-LEGACY              PIC X.
               88 PX-LEGACY-CLASS          VALUE "Y".
           05 PX-REASON              PIC X(50).

      *****************************************************************
      * LEAVEHST - record layout of the leave history, the record of
      * every movement on the leave balance master
      * (copy/LEAVEBAL.cpy), appended in the order posted.
      *
      * LVH-KIND says what moved the balance: C accrual credited by
      * LEAVEACR for the pay period ending LVH-LEAVE-DATE, B the
      * same period's accrual taken back before a rerun posts it
      * again, T leave taken starting LVH-LEAVE-DATE, X leave taken
      * cancelled (credited back), and F unused annual leave paid
      * out in a leaver's final pay. LVH-DAYS is always positive;
      * LVH-BALANCE is the balance after the movement. LVH-SOURCE is
      * the program that posted it and LVH-OPERATOR who was signed
      * on.
      *
      * COPY inside the FD of the history file (LEAVE-HIST-FILE, a
      * line sequential file defaulting to /tmp/leave_hist.dat when
      * unset, started on the first movement).
      *****************************************************************
       01  LEAVE-HIST-REC.
           05  LVH-EMPNO               PIC 9(4).
           05  LVH-TYPE                PIC X.
           05  LVH-KIND                PIC X.
               88  LVH-ACCRUAL                 VALUE "C".
               88  LVH-ACCRUAL-BACKOUT         VALUE "B".
               88  LVH-TAKEN                   VALUE "T".
               88  LVH-TAKEN-CANCELLED         VALUE "X".
               88  LVH-PAID-OUT                VALUE "F".
           05  LVH-LEAVE-DATE          PIC 9(8).
           05  LVH-DAYS                PIC 9(3)V99.
           05  LVH-BALANCE             PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
           05  LVH-POSTED-DATE         PIC 9(8).
           05  LVH-POSTED-TIME         PIC 9(8).
           05  LVH-SOURCE              PIC X(8).
           05  LVH-OPERATOR            PIC X(10).
           05  FILLER                  PIC X(20).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTTREE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    The department hierarchy for the run, as the caller fed it
      *    in. WS-TR-PAR-IDX is the parent's slot once the tree is
      *    built (zero at the top), WS-TR-ROLL the department's own
      *    figures plus everything below it.
       01  WS-TREE-TABLE.
           05  WS-TR-ENTRY             OCCURS 1000.
               10  WS-TR-DEPTNO        PIC 9(4).
               10  WS-TR-DNAME         PIC X(14).
               10  WS-TR-PARENT-SWITCH PIC X.
                   88  WS-TR-HAS-PARENT      VALUE "Y".
               10  WS-TR-PARENT        PIC 9(4).
               10  WS-TR-PAR-IDX       PIC 9(4) COMP.
               10  WS-TR-FLAG          PIC X.
               10  WS-TR-LEVEL         PIC 9(4) COMP.
               10  WS-TR-CHILDREN      PIC 9(4) COMP.
               10  WS-TR-VISITED       PIC X.
                   88  WS-TR-SEEN            VALUE "Y".
               10  WS-TR-OWN           PIC S9(13)V99 COMP-3 OCCURS 6.
               10  WS-TR-ROLL          PIC S9(13)V99 COMP-3 OCCURS 6.
       01  WS-TR-COUNT                  PIC 9(4) COMP VALUE 0.
       01  WS-TR-IDX                    PIC 9(4) COMP.
       01  WS-TR-JDX                    PIC 9(4) COMP.
       01  WS-FOUND-IDX                 PIC 9(4) COMP.
       01  WS-AMT-IDX                   PIC 9 COMP.
       01  WS-WALK-STEPS                PIC 9(4) COMP.

       01  WS-TR-HOLD.
           05  WS-HOLD-DEPTNO          PIC 9(4).
           05  WS-HOLD-DNAME           PIC X(14).
           05  WS-HOLD-PARENT-SWITCH   PIC X.
           05  WS-HOLD-PARENT          PIC 9(4).
           05  WS-HOLD-PAR-IDX         PIC 9(4) COMP.
           05  WS-HOLD-FLAG            PIC X.
           05  WS-HOLD-LEVEL           PIC 9(4) COMP.
           05  WS-HOLD-CHILDREN        PIC 9(4) COMP.
           05  WS-HOLD-VISITED         PIC X.
           05  WS-HOLD-OWN             PIC S9(13)V99 COMP-3 OCCURS 6.
           05  WS-HOLD-ROLL            PIC S9(13)V99 COMP-3 OCCURS 6.

      *    Hierarchy order, built once by the ORGCHART-style explicit
      *    stack walk and then handed out one department per "N".
       01  WS-ORDER-TABLE.
           05  WS-ORDER-IDX            PIC 9(4) COMP OCCURS 1000.
       01  WS-ORDER-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-NEXT-POS                  PIC 9(4) COMP VALUE 1.
       01  WS-BUILT-SWITCH              PIC X VALUE "N".
           88  WS-TREE-BUILT                  VALUE "Y".

       01  WS-WALK-STACK.
           05  WS-STACK-FRAME          OCCURS 1000.
               10  WS-STACK-TR-IDX     PIC 9(4) COMP.
               10  WS-STACK-SCAN-POS   PIC 9(4) COMP.
       01  WS-STACK-DEPTH               PIC 9(4) COMP VALUE 0.
       01  WS-TOP-IDX                   PIC 9(4) COMP.
       01  WS-CHILD-IDX                 PIC 9(4) COMP.
       01  WS-CHILD-FOUND-SWITCH        PIC X.
           88  WS-CHILD-FOUND                 VALUE "Y".

       LINKAGE SECTION.
           COPY DEPTTRLK.

       PROCEDURE DIVISION USING DT-PARM.
       DISPATCH SECTION.
           SET DT-OK TO TRUE
           .
           EVALUATE DT-FUNCTION
               WHEN "I"
               WHEN "i"
                   PERFORM CLEAR-TREE
               WHEN "D"
               WHEN "d"
                   PERFORM DEFINE-DEPT
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-AMOUNTS
               WHEN "N"
               WHEN "n"
                   IF NOT WS-TREE-BUILT
                       PERFORM BUILD-TREE
                   END-IF
                   PERFORM NEXT-DEPT
               WHEN "R"
               WHEN "r"
                   MOVE 1 TO WS-NEXT-POS
               WHEN OTHER
                   SET DT-FAILED TO TRUE
                   DISPLAY "DEPTTREE: UNKNOWN FUNCTION " DT-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       CLEAR-TREE SECTION.
           MOVE ZERO TO WS-TR-COUNT
           .
           MOVE ZERO TO WS-ORDER-COUNT
           .
           MOVE 1 TO WS-NEXT-POS
           .
           MOVE "N" TO WS-BUILT-SWITCH
           .
       CLEAR-TREE-EXIT.
           EXIT.
           .

       FIND-DEPT SECTION.
           MOVE ZERO TO WS-FOUND-IDX
           .
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
                   OR WS-FOUND-IDX NOT = ZERO
               IF WS-TR-DEPTNO(WS-TR-IDX) = DT-DEPTNO
                   MOVE WS-TR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .
       FIND-DEPT-EXIT.
           EXIT.
           .

       NEW-DEPT-ENTRY SECTION.
      *    A fresh slot for DT-DEPTNO, at the top and with no figures
      *    until told otherwise.
           IF WS-TR-COUNT >= 1000
               SET DT-FULL TO TRUE
               DISPLAY "DEPTTREE: MORE THAN 1000 DEPARTMENTS - "
                   DT-DEPTNO " LEFT OUT OF THE ROLLUP"
               GO TO NEW-DEPT-ENTRY-EXIT
           END-IF
           .
           ADD 1 TO WS-TR-COUNT
           .
           MOVE WS-TR-COUNT TO WS-FOUND-IDX
           .
           MOVE DT-DEPTNO TO WS-TR-DEPTNO(WS-FOUND-IDX)
           .
           MOVE "NOT ON DEPT" TO WS-TR-DNAME(WS-FOUND-IDX)
           .
           MOVE "N" TO WS-TR-PARENT-SWITCH(WS-FOUND-IDX)
           .
           MOVE ZERO TO WS-TR-PARENT(WS-FOUND-IDX)
           .
           MOVE ZERO TO WS-TR-PAR-IDX(WS-FOUND-IDX)
           .
           MOVE SPACE TO WS-TR-FLAG(WS-FOUND-IDX)
           .
           MOVE ZERO TO WS-TR-LEVEL(WS-FOUND-IDX)
           .
           MOVE ZERO TO WS-TR-CHILDREN(WS-FOUND-IDX)
           .
           MOVE "N" TO WS-TR-VISITED(WS-FOUND-IDX)
           .
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE ZERO TO WS-TR-OWN(WS-FOUND-IDX WS-AMT-IDX)
               MOVE ZERO TO WS-TR-ROLL(WS-FOUND-IDX WS-AMT-IDX)
           END-PERFORM
           .
       NEW-DEPT-ENTRY-EXIT.
           EXIT.
           .

       DEFINE-DEPT SECTION.
           IF WS-TREE-BUILT
               SET DT-FAILED TO TRUE
               DISPLAY "DEPTTREE: DEPARTMENT DEFINED AFTER THE "
                   "ROLLUP WAS BUILT - IGNORED"
               GO TO DEFINE-DEPT-EXIT
           END-IF
           .
           PERFORM FIND-DEPT
           .
           IF WS-FOUND-IDX = ZERO
               PERFORM NEW-DEPT-ENTRY
               IF NOT DT-OK
                   GO TO DEFINE-DEPT-EXIT
               END-IF
           END-IF
           .
           MOVE DT-DNAME TO WS-TR-DNAME(WS-FOUND-IDX)
           .
           IF DT-HAS-PARENT
               MOVE "Y" TO WS-TR-PARENT-SWITCH(WS-FOUND-IDX)
               MOVE DT-PARENT TO WS-TR-PARENT(WS-FOUND-IDX)
           ELSE
               MOVE "N" TO WS-TR-PARENT-SWITCH(WS-FOUND-IDX)
               MOVE ZERO TO WS-TR-PARENT(WS-FOUND-IDX)
           END-IF
           .
       DEFINE-DEPT-EXIT.
           EXIT.
           .

       ADD-AMOUNTS SECTION.
           IF WS-TREE-BUILT
               SET DT-FAILED TO TRUE
               DISPLAY "DEPTTREE: FIGURES ADDED AFTER THE ROLLUP WAS "
                   "BUILT - IGNORED"
               GO TO ADD-AMOUNTS-EXIT
           END-IF
           .
           PERFORM FIND-DEPT
           .
           IF WS-FOUND-IDX = ZERO
               PERFORM NEW-DEPT-ENTRY
               IF NOT DT-OK
                   GO TO ADD-AMOUNTS-EXIT
               END-IF
           END-IF
           .
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               ADD DT-AMOUNT(WS-AMT-IDX)
                   TO WS-TR-OWN(WS-FOUND-IDX WS-AMT-IDX)
           END-PERFORM
           .
       ADD-AMOUNTS-EXIT.
           EXIT.
           .

       BUILD-TREE SECTION.
           SET WS-TREE-BUILT TO TRUE
           .
           PERFORM SORT-DEPTS
           .
           PERFORM RESOLVE-PARENTS
           .
           PERFORM CUT-LOOPS
           .
           PERFORM ROLL-UP-FIGURES
           .
           PERFORM ORDER-TREE
           .
           MOVE 1 TO WS-NEXT-POS
           .
       BUILD-TREE-EXIT.
           EXIT.
           .

       SORT-DEPTS SECTION.
      *    DEPTNO order, so every level lists in the order the flat
      *    reports always have - a straight exchange sort, small
      *    enough for the departments one company keeps.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               PERFORM VARYING WS-TR-JDX FROM 1 BY 1
                   UNTIL WS-TR-JDX >= WS-TR-IDX
                   IF WS-TR-DEPTNO(WS-TR-JDX)
                       > WS-TR-DEPTNO(WS-TR-IDX)
                       MOVE WS-TR-ENTRY(WS-TR-JDX) TO WS-TR-HOLD
                       MOVE WS-TR-ENTRY(WS-TR-IDX)
                           TO WS-TR-ENTRY(WS-TR-JDX)
                       MOVE WS-TR-HOLD TO WS-TR-ENTRY(WS-TR-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       SORT-DEPTS-EXIT.
           EXIT.
           .

       RESOLVE-PARENTS SECTION.
      *    A parent not on DEPT leaves the department at the top,
      *    flagged, rather than dropping it and its figures.
           PERFORM VARYING WS-TR-JDX FROM 1 BY 1
               UNTIL WS-TR-JDX > WS-TR-COUNT
               MOVE ZERO TO WS-TR-PAR-IDX(WS-TR-JDX)
               IF WS-TR-HAS-PARENT(WS-TR-JDX)
                   MOVE WS-TR-PARENT(WS-TR-JDX) TO DT-DEPTNO
                   PERFORM FIND-DEPT
                   EVALUATE TRUE
                       WHEN WS-FOUND-IDX = ZERO
                           MOVE "O" TO WS-TR-FLAG(WS-TR-JDX)
                       WHEN WS-FOUND-IDX = WS-TR-JDX
                           MOVE "L" TO WS-TR-FLAG(WS-TR-JDX)
                       WHEN OTHER
                           MOVE WS-FOUND-IDX
                               TO WS-TR-PAR-IDX(WS-TR-JDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       RESOLVE-PARENTS-EXIT.
           EXIT.
           .

       CUT-LOOPS SECTION.
      *    DEPTMAINT never lets a loop in, but a rollup must still
      *    finish if one was keyed around it: a department whose
      *    chain of parents comes back to itself has its own parent
      *    link cut, which opens the loop at that point.
           PERFORM VARYING WS-TR-JDX FROM 1 BY 1
               UNTIL WS-TR-JDX > WS-TR-COUNT
               MOVE WS-TR-PAR-IDX(WS-TR-JDX) TO WS-TR-IDX
               MOVE ZERO TO WS-WALK-STEPS
               PERFORM UNTIL WS-TR-IDX = ZERO
                   OR WS-TR-IDX = WS-TR-JDX
                   OR WS-WALK-STEPS > WS-TR-COUNT
                   MOVE WS-TR-PAR-IDX(WS-TR-IDX) TO WS-TR-IDX
                   ADD 1 TO WS-WALK-STEPS
               END-PERFORM
               IF WS-TR-IDX = WS-TR-JDX
                   MOVE ZERO TO WS-TR-PAR-IDX(WS-TR-JDX)
                   MOVE "L" TO WS-TR-FLAG(WS-TR-JDX)
               END-IF
           END-PERFORM
           .
       CUT-LOOPS-EXIT.
           EXIT.
           .

       ROLL-UP-FIGURES SECTION.
      *    Each department's own figures are added into every
      *    department above it, so the rollup at any level is the
      *    sum of everything beneath it.
           PERFORM VARYING WS-TR-JDX FROM 1 BY 1
               UNTIL WS-TR-JDX > WS-TR-COUNT
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 6
                   MOVE WS-TR-OWN(WS-TR-JDX WS-AMT-IDX)
                       TO WS-TR-ROLL(WS-TR-JDX WS-AMT-IDX)
               END-PERFORM
           END-PERFORM
           .
           PERFORM VARYING WS-TR-JDX FROM 1 BY 1
               UNTIL WS-TR-JDX > WS-TR-COUNT
               MOVE WS-TR-PAR-IDX(WS-TR-JDX) TO WS-TR-IDX
               IF WS-TR-IDX NOT = ZERO
                   ADD 1 TO WS-TR-CHILDREN(WS-TR-IDX)
               END-IF
               PERFORM UNTIL WS-TR-IDX = ZERO
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > 6
                       ADD WS-TR-OWN(WS-TR-JDX WS-AMT-IDX)
                           TO WS-TR-ROLL(WS-TR-IDX WS-AMT-IDX)
                   END-PERFORM
                   MOVE WS-TR-PAR-IDX(WS-TR-IDX) TO WS-TR-IDX
               END-PERFORM
           END-PERFORM
           .
       ROLL-UP-FIGURES-EXIT.
           EXIT.
           .

       ORDER-TREE SECTION.
      *    Start at every top-level department and walk the levels
      *    beneath it with the explicit stack, the way ORGCHART walks
      *    the reporting lines.
           MOVE ZERO TO WS-ORDER-COUNT
           .
           PERFORM VARYING WS-TR-JDX FROM 1 BY 1
               UNTIL WS-TR-JDX > WS-TR-COUNT
               IF WS-TR-PAR-IDX(WS-TR-JDX) = ZERO
               AND NOT WS-TR-SEEN(WS-TR-JDX)
                   PERFORM WALK-ONE-BRANCH
               END-IF
           END-PERFORM
           .
       ORDER-TREE-EXIT.
           EXIT.
           .

       WALK-ONE-BRANCH SECTION.
           MOVE 1 TO WS-STACK-DEPTH
           .
           MOVE WS-TR-JDX TO WS-STACK-TR-IDX(1)
           .
           MOVE 1 TO WS-STACK-SCAN-POS(1)
           .
           MOVE WS-TR-JDX TO WS-TOP-IDX
           .
           PERFORM LIST-IN-ORDER
           .
           PERFORM UNTIL WS-STACK-DEPTH = 0
               PERFORM FIND-NEXT-CHILD
               IF WS-CHILD-FOUND
                   ADD 1 TO WS-STACK-DEPTH
                   MOVE WS-CHILD-IDX
                       TO WS-STACK-TR-IDX(WS-STACK-DEPTH)
                   MOVE 1 TO WS-STACK-SCAN-POS(WS-STACK-DEPTH)
                   MOVE WS-CHILD-IDX TO WS-TOP-IDX
                   PERFORM LIST-IN-ORDER
               ELSE
                   SUBTRACT 1 FROM WS-STACK-DEPTH
               END-IF
           END-PERFORM
           .
       WALK-ONE-BRANCH-EXIT.
           EXIT.
           .

       FIND-NEXT-CHILD SECTION.
           MOVE "N" TO WS-CHILD-FOUND-SWITCH
           .
           MOVE WS-STACK-TR-IDX(WS-STACK-DEPTH) TO WS-TOP-IDX
           .
           PERFORM VARYING WS-CHILD-IDX
               FROM WS-STACK-SCAN-POS(WS-STACK-DEPTH) BY 1
               UNTIL WS-CHILD-IDX > WS-TR-COUNT
                   OR WS-CHILD-FOUND
               IF WS-TR-PAR-IDX(WS-CHILD-IDX) = WS-TOP-IDX
               AND NOT WS-TR-SEEN(WS-CHILD-IDX)
                   SET WS-CHILD-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CHILD-IDX
               END-IF
           END-PERFORM
           .
           IF WS-CHILD-FOUND
               COMPUTE WS-STACK-SCAN-POS(WS-STACK-DEPTH) =
                   WS-CHILD-IDX + 1
           END-IF
           .
       FIND-NEXT-CHILD-EXIT.
           EXIT.
           .

       LIST-IN-ORDER SECTION.
           MOVE "Y" TO WS-TR-VISITED(WS-TOP-IDX)
           .
           MOVE WS-STACK-DEPTH TO WS-TR-LEVEL(WS-TOP-IDX)
           .
           ADD 1 TO WS-ORDER-COUNT
           .
           MOVE WS-TOP-IDX TO WS-ORDER-IDX(WS-ORDER-COUNT)
           .
       LIST-IN-ORDER-EXIT.
           EXIT.
           .

       NEXT-DEPT SECTION.
           IF WS-NEXT-POS > WS-ORDER-COUNT
               SET DT-END TO TRUE
               GO TO NEXT-DEPT-EXIT
           END-IF
           .
           MOVE WS-ORDER-IDX(WS-NEXT-POS) TO WS-TR-IDX
           .
           ADD 1 TO WS-NEXT-POS
           .
           MOVE WS-TR-DEPTNO(WS-TR-IDX) TO DT-DEPTNO
           .
           MOVE WS-TR-DNAME(WS-TR-IDX) TO DT-DNAME
           .
           MOVE WS-TR-PARENT-SWITCH(WS-TR-IDX) TO DT-PARENT-SWITCH
           .
           MOVE WS-TR-PARENT(WS-TR-IDX) TO DT-PARENT
           .
           MOVE WS-TR-LEVEL(WS-TR-IDX) TO DT-LEVEL
           .
           MOVE WS-TR-CHILDREN(WS-TR-IDX) TO DT-CHILD-COUNT
           .
           MOVE WS-TR-FLAG(WS-TR-IDX) TO DT-FLAG-SWITCH
           .
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE WS-TR-OWN(WS-TR-IDX WS-AMT-IDX)
                   TO DT-OWN-AMOUNT(WS-AMT-IDX)
               MOVE WS-TR-ROLL(WS-TR-IDX WS-AMT-IDX)
                   TO DT-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           .
       NEXT-DEPT-EXIT.
           EXIT.
           .

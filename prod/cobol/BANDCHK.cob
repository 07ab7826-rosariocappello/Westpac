       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANDCHK.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    SALBAND-ACTION is read once, on the first call, and held
      *    for the rest of the run.
       01  WS-ACTION-ENV                PIC X(8).
       01  WS-LOADED-SWITCH             PIC X VALUE "N".
           88  WS-SETTING-LOADED              VALUE "Y".
       01  WS-WARN-SWITCH               PIC X VALUE "N".
           88  WS-WARN-ONLY                   VALUE "Y".
       01  WS-TOWARDS-SWITCH            PIC X.
           88  WS-MOVING-TOWARDS              VALUE "Y".

       LINKAGE SECTION.
           COPY BANDCHKL.

       PROCEDURE DIVISION USING BC-PARM.
       DISPATCH SECTION.
           IF NOT WS-SETTING-LOADED
               PERFORM LOAD-BAND-SETTING
           END-IF
           .
           EVALUATE BC-FUNCTION
               WHEN "C"
               WHEN "c"
                   PERFORM CHECK-ONE-SALARY
               WHEN OTHER
                   SET BC-FAILED TO TRUE
                   SET BC-ALLOW TO TRUE
                   DISPLAY "BANDCHK: UNKNOWN FUNCTION " BC-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-BAND-SETTING SECTION.
           SET WS-SETTING-LOADED TO TRUE
           .
           MOVE SPACES TO WS-ACTION-ENV
           .
           DISPLAY "SALBAND-ACTION" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-ACTION-ENV = "WARN" OR WS-ACTION-ENV = "warn"
               SET WS-WARN-ONLY TO TRUE
           END-IF
           .
       LOAD-BAND-SETTING-EXIT.
           EXIT.
           .

       CHECK-ONE-SALARY SECTION.
           SET BC-ALLOW TO TRUE
           .
           MOVE ZERO TO BC-COMPA
           .
           IF BC-MIN = ZERO AND BC-MID = ZERO AND BC-MAX = ZERO
               SET BC-NO-BAND TO TRUE
               GO TO CHECK-ONE-SALARY-EXIT
           END-IF
           .
           IF BC-MID > ZERO
               COMPUTE BC-COMPA ROUNDED = BC-SALARY * 100 / BC-MID
                   ON SIZE ERROR
                       MOVE 999.9 TO BC-COMPA
               END-COMPUTE
           END-IF
           .
           EVALUATE TRUE
               WHEN BC-SALARY < BC-MIN
                   SET BC-BELOW TO TRUE
               WHEN BC-MAX > ZERO AND BC-SALARY > BC-MAX
                   SET BC-ABOVE TO TRUE
               WHEN OTHER
                   SET BC-IN-BAND TO TRUE
           END-EVALUATE
           .
           IF BC-IN-BAND
               GO TO CHECK-ONE-SALARY-EXIT
           END-IF
           .
      *    A cut for someone over the maximum, or a raise for someone
      *    under the minimum, is heading the right way even when it
      *    does not land inside the band.
           MOVE "N" TO WS-TOWARDS-SWITCH
           .
           IF BC-IS-CHANGE
               IF (BC-BELOW AND BC-SALARY >= BC-OLD-SALARY)
               OR (BC-ABOVE AND BC-SALARY <= BC-OLD-SALARY)
                   SET WS-MOVING-TOWARDS TO TRUE
               END-IF
           END-IF
           .
           IF WS-WARN-ONLY OR WS-MOVING-TOWARDS
               SET BC-WARN TO TRUE
           ELSE
               SET BC-REFUSE TO TRUE
           END-IF
           .
       CHECK-ONE-SALARY-EXIT.
           EXIT.
           .

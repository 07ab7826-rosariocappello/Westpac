       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSNCHK.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    POSITION-ACTION is read once, on the first call, and held
      *    for the rest of the run.
       01  WS-ACTION-ENV                PIC X(8).
       01  WS-LOADED-SWITCH             PIC X VALUE "N".
           88  WS-SETTING-LOADED              VALUE "Y".
       01  WS-HOLD-SWITCH               PIC X VALUE "N".
           88  WS-HOLD-OVER                   VALUE "Y".

       LINKAGE SECTION.
           COPY POSNCHKL.

       PROCEDURE DIVISION USING PC-PARM.
       DISPATCH SECTION.
           IF NOT WS-SETTING-LOADED
               PERFORM LOAD-POSITION-SETTING
           END-IF
           .
           EVALUATE PC-FUNCTION
               WHEN "C"
               WHEN "c"
                   PERFORM CHECK-ONE-MOVE
               WHEN OTHER
      *            An unknown call refuses - position control fails
      *            closed, as the callers' lookups do.
                   SET PC-FAILED TO TRUE
                   SET PC-REFUSE TO TRUE
                   DISPLAY "POSNCHK: UNKNOWN FUNCTION " PC-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       LOAD-POSITION-SETTING SECTION.
           SET WS-SETTING-LOADED TO TRUE
           .
           MOVE SPACES TO WS-ACTION-ENV
           .
           DISPLAY "POSITION-ACTION" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-ACTION-ENV = "HOLD" OR WS-ACTION-ENV = "hold"
               SET WS-HOLD-OVER TO TRUE
           END-IF
           .
       LOAD-POSITION-SETTING-EXIT.
           EXIT.
           .

       CHECK-ONE-MOVE SECTION.
           SET PC-ALLOW TO TRUE
           .
           IF NOT PC-HAS-POSITION
               SET PC-NO-POSITION TO TRUE
               GO TO CHECK-ONE-MOVE-EXIT
           END-IF
           .
      *    One more body fits while the filled count is still under
      *    the authorized count.
           IF PC-FILLED-COUNT < PC-AUTH-COUNT
               SET PC-WITHIN TO TRUE
               GO TO CHECK-ONE-MOVE-EXIT
           END-IF
           .
           SET PC-OVER TO TRUE
           .
           IF WS-HOLD-OVER
               SET PC-HOLD TO TRUE
           ELSE
               SET PC-REFUSE TO TRUE
           END-IF
           .
       CHECK-ONE-MOVE-EXIT.
           EXIT.
           .

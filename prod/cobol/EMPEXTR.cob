           COPY CONNMGRL.
           COPY RUNSTATL.
           COPY CSVFMTLK.
           COPY OUTREGLK.

       01  WS-EXTRACT-FILENAME          PIC X(256).
       01  WS-EXTRACT-STATUS            PIC XX.
           END-IF

           PERFORM CLOSE-EXTRACT-FILE
           PERFORM REGISTER-EXTRACT-FILE

           IF WS-DELTA-MODE
               DISPLAY "EMPEXTR: DELTA RUN - " WS-ADD-COUNT
       CLOSE-EXTRACT-FILE-EXIT.
           EXIT.

       REGISTER-EXTRACT-FILE SECTION.
      *    The extract goes on the outbound register with its
      *    trailer figures, for OUTACK to match to the consumer's
      *    acknowledgement.
           MOVE SPACES TO OX-PARM
           MOVE "R" TO OX-FUNCTION
           MOVE "EMPEXTR" TO OX-PRODUCER
           MOVE "EXTRACT" TO OX-RECEIVER
           MOVE WS-EXTRACT-FILENAME TO OX-FILENAME
           MOVE WS-ROW-COUNT TO OX-RECORDS
           MOVE WS-SAL-HASH-TOTAL TO OX-CONTROL-TOTAL
           CALL "OUTREGST" USING OX-PARM
           IF OX-FAILED
               DISPLAY "EMPEXTR: WARNING - EXTRACT FILE NOT ON THE "
                   "OUTBOUND REGISTER"
           END-IF
           .
       REGISTER-EXTRACT-FILE-EXIT.
           EXIT.


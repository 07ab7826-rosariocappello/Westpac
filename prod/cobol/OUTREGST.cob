       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREGST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-REGISTER-FILE ASSIGN TO WS-REG-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY OTX-KEY
               FILE STATUS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-REGISTER-FILE.
           COPY OUTREG.

       WORKING-STORAGE SECTION.
       01  WS-REG-FILENAME              PIC X(256).
       01  WS-REG-STATUS                PIC XX.
           88  WS-REG-FILE-OK                 VALUE "00".
           88  WS-REG-NO-FILE                 VALUE "35".
           88  WS-REG-DUPLICATE               VALUE "22".

       01  WS-TODAY                     PIC 9(8).
       01  WS-TIME-NOW                  PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HH               PIC 9(2).
           05  WS-TIME-MM               PIC 9(2).
           05  WS-TIME-SS               PIC 9(2).
           05  WS-TIME-HS               PIC 9(2).
       01  WS-SLA-NAME                  PIC X(40).
       01  WS-SLA-ENV                   PIC X(3).
       01  WS-SLA-NUM                   PIC 9(3).
       01  WS-SLA-HOURS                 PIC 9(3).
       01  WS-DUE-INT                   PIC 9(8).
       01  WS-DUE-MINUTES               PIC 9(7).
       01  WS-DUE-HH                    PIC 9(2).
       01  WS-DUE-MM                    PIC 9(2).
       01  WS-TRY-COUNT                 PIC 9(2).

       LINKAGE SECTION.
           COPY OUTREGLK.

       PROCEDURE DIVISION USING OX-PARM.
       DISPATCH SECTION.
           SET OX-FAILED TO TRUE
           .
           EVALUATE OX-FUNCTION
               WHEN "R"
               WHEN "r"
                   PERFORM REGISTER-TRANSMISSION
               WHEN OTHER
                   DISPLAY "OUTREGST: UNKNOWN FUNCTION " OX-FUNCTION
           END-EVALUATE
           .
           GOBACK
           .

       REGISTER-TRANSMISSION SECTION.
           MOVE SPACES TO WS-REG-FILENAME
           .
           DISPLAY "OUTBOUND-REGISTER-FILE" UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-REG-FILENAME FROM ENVIRONMENT-VALUE
           .
           IF WS-REG-FILENAME = SPACES
               MOVE "/tmp/outbound_reg.dat" TO WS-REG-FILENAME
           END-IF
           .
           OPEN I-O OUTBOUND-REGISTER-FILE
           .
           IF WS-REG-NO-FILE
               OPEN OUTPUT OUTBOUND-REGISTER-FILE
               IF WS-REG-FILE-OK
                   CLOSE OUTBOUND-REGISTER-FILE
                   OPEN I-O OUTBOUND-REGISTER-FILE
               END-IF
           END-IF
           .
           IF NOT WS-REG-FILE-OK
               DISPLAY "OUTREGST: UNABLE TO OPEN OUTBOUND REGISTER: "
                   WS-REG-FILENAME " STATUS=" WS-REG-STATUS
               GO TO REGISTER-TRANSMISSION-EXIT
           END-IF
           .
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .
           ACCEPT WS-TIME-NOW FROM TIME
           .
           PERFORM RESOLVE-RECEIVER-SLA
           .
           MOVE SPACES TO OUTREG-REC
           .
           MOVE OX-PRODUCER TO OTX-PRODUCER
           .
           MOVE WS-TODAY TO OTX-SENT-DATE
           .
           MOVE WS-TIME-NOW TO OTX-SENT-TIME
           .
           MOVE OX-RECEIVER TO OTX-RECEIVER
           .
           MOVE OX-FILENAME TO OTX-FILENAME
           .
           MOVE OX-RECORDS TO OTX-RECORDS
           .
           MOVE OX-CONTROL-TOTAL TO OTX-CONTROL-TOTAL
           .
           MOVE WS-SLA-HOURS TO OTX-SLA-HOURS
           .
      *    Due back the SLA's hours after it went, carried across
      *    midnight (and month and year ends) on the integer
      *    calendar.
           COMPUTE WS-DUE-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM
               + (WS-SLA-HOURS * 60)
           .
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               + (WS-DUE-MINUTES / 1440)
           .
           COMPUTE WS-DUE-MINUTES = FUNCTION MOD(WS-DUE-MINUTES, 1440)
           .
           COMPUTE OTX-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           .
           COMPUTE WS-DUE-HH = WS-DUE-MINUTES / 60
           .
           COMPUTE WS-DUE-MM = FUNCTION MOD(WS-DUE-MINUTES, 60)
           .
           COMPUTE OTX-DUE-TIME = (WS-DUE-HH * 100) + WS-DUE-MM
           .
           MOVE ZERO TO OTX-ACK-DATE
           .
           MOVE ZERO TO OTX-ACK-TIME
           .
           IF OX-STATUS = SPACES
               SET OTX-SENT TO TRUE
           ELSE
      *        The producer proved the delivery itself - settled
      *        the moment it is registered.
               MOVE OX-STATUS TO OTX-STATUS
               MOVE WS-TODAY TO OTX-ACK-DATE
               MOVE WS-TIME-NOW TO OTX-ACK-TIME
               MOVE OX-PRODUCER TO OTX-ACK-REF
               MOVE OX-REASON TO OTX-ACK-REASON
           END-IF
           .
      *    Two files from one producer inside the same hundredth of
      *    a second - PAYREL's PAY and ABA files - take the next
      *    free hundredth.
           MOVE ZERO TO WS-TRY-COUNT
           .
           WRITE OUTREG-REC
           .
           PERFORM UNTIL NOT WS-REG-DUPLICATE OR WS-TRY-COUNT > 50
               ADD 1 TO WS-TRY-COUNT
               ADD 1 TO OTX-SENT-TIME
               WRITE OUTREG-REC
           END-PERFORM
           .
           IF WS-REG-FILE-OK
               SET OX-OK TO TRUE
           ELSE
               DISPLAY "OUTREGST: UNABLE TO REGISTER " OX-FILENAME
                   " STATUS=" WS-REG-STATUS
           END-IF
           .
           CLOSE OUTBOUND-REGISTER-FILE
           .
       REGISTER-TRANSMISSION-EXIT.
           EXIT.
           .

       RESOLVE-RECEIVER-SLA SECTION.
      *    The receiver's own setting wins over the general one.
           MOVE 24 TO WS-SLA-HOURS
           .
           MOVE "OUTBOUND-SLA-HOURS" TO WS-SLA-NAME
           .
           PERFORM TAKE-SLA-SETTING
           .
           MOVE SPACES TO WS-SLA-NAME
           .
           STRING "OUTBOUND-SLA-" DELIMITED SIZE
               OX-RECEIVER DELIMITED SPACE
               INTO WS-SLA-NAME
           END-STRING
           .
           PERFORM TAKE-SLA-SETTING
           .
       RESOLVE-RECEIVER-SLA-EXIT.
           EXIT.
           .

       TAKE-SLA-SETTING SECTION.
           MOVE SPACES TO WS-SLA-ENV
           .
           DISPLAY WS-SLA-NAME UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-SLA-ENV FROM ENVIRONMENT-VALUE
           .
           IF WS-SLA-ENV = SPACES
               GO TO TAKE-SLA-SETTING-EXIT
           END-IF
           .
           MOVE ZERO TO WS-SLA-NUM
           .
           DISPLAY WS-SLA-NAME UPON ENVIRONMENT-NAME
           .
           ACCEPT WS-SLA-NUM FROM ENVIRONMENT-VALUE
           .
           IF WS-SLA-NUM IS NUMERIC AND WS-SLA-NUM > 0
               MOVE WS-SLA-NUM TO WS-SLA-HOURS
           END-IF
           .
       TAKE-SLA-SETTING-EXIT.
           EXIT.
           .

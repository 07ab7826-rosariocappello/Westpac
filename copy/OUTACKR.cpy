      *****************************************************************
      * OUTACKR - a receiver's acknowledgement of an outbound file,
      * dropped in OUTBOUND-ACK-DIR (default /tmp/outbound_acks)
      * under the outbound file's own name plus ".ack". One line:
      * ACCEPTED or REJECTED, the record count and control total
      * the receiver counted (total in cents, no point), the
      * receiver's reference and, for a rejection, its reason.
      *
      *   ACCEPTED 000001250 000000012345678 GL-LOAD-8812
      *****************************************************************
       01  OUTACK-REC.
           05  ACK-RESULT              PIC X(8).
           05  FILLER                  PIC X.
           05  ACK-RECORDS             PIC X(9).
           05  FILLER                  PIC X.
           05  ACK-TOTAL               PIC X(15).
           05  FILLER                  PIC X.
           05  ACK-REF                 PIC X(20).
           05  FILLER                  PIC X.
           05  ACK-REASON              PIC X(40).
           05  FILLER                  PIC X(24).

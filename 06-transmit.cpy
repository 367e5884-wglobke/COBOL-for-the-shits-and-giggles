      *    Outbound transmission register transmit.dat: one row per
      *    file released out of the building (Transmit_Log), matched
      *    to the receiver's acknowledgement by Transmit_Ack.
       01  transmit-record.
           05  tr-file-name    PIC X(30).
           05  tr-job-name     PIC X(20).
           05  tr-date         PIC 9(8).
           05  tr-time         PIC 9(8).
      *    The count and amount total the file's own trailer
      *    carries, and the physical lines and byte checksum.
           05  tr-count        PIC 9(6).
           05  tr-total        PIC 9(11)v9(2).
           05  tr-lines        PIC 9(6).
           05  tr-checksum     PIC 9(9).
           05  tr-status       PIC X.
               88  tr-sent         VALUE "S".
               88  tr-accepted     VALUE "A".
               88  tr-rejected     VALUE "R".
               88  tr-mismatch     VALUE "M".
           05  tr-ack-date     PIC 9(8).
           05  tr-ack-count    PIC 9(6).
           05  tr-ack-total    PIC 9(11)v9(2).
           05  tr-ack-checksum PIC 9(9).
           05  tr-ack-reason   PIC X(40).
      *    "Y" once Transmit_Exceptions has raised its alert.
           05  tr-alerted      PIC X.

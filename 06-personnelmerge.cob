       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  merge-table OCCURS 400.
           05  tbl-image   PIC X(162).
       01  table-entries   PIC 9(3) VALUE 0.
       01  tbl-idx         PIC 9(3).
       01  hit-idx         PIC 9(3).
       01  renumber-count  PIC 9(5) VALUE 0.
       01  next-free-seq   PIC 9(5) VALUE 90001.
       01  new-id          PIC X(6).
       01  incoming-image  PIC X(162).
       01  held-image      PIC X(162).
      *    Decoded views of the two images in a collision.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==work-fields-1==.

       01  MONTHLY-ARCHIVE-LINE.
           05  ARCH-JOB-ID.
               10  ARCH-JOB-PREFIX PIC X(3).
                   88  ARCH-DETAIL-LINE VALUE "SQC" "SQX".
               10  FILLER         PIC X(5).
           05  FILLER             PIC X(1).
           05  ARCH-DATE.

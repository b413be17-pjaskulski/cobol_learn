       01  CHECKPOINT-RECORD.
           05  CKP-RUN-DATE                PIC 9(08).
           05  CKP-RUN-TIME                PIC 9(08).
           05  CKP-LAST-RECORD-COUNT       PIC 9(06).
           05  CKP-GREETING-COUNT          PIC 9(06).
           05  CKP-BATCH-NUMBER            PIC 9(06).
           05  CKP-CLOSED-SKIP-COUNT       PIC 9(06).
           05  CKP-UNKNOWN-BRN-COUNT       PIC 9(06).
           05  CKP-BYPASS-COUNT            PIC 9(06).
           05  CKP-INACTIVE-COUNT          PIC 9(06).
           05  FILLER                      PIC X(22).


        FD AUDIT-ARCHIVE
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-ARCHIVE-RECORD PIC X(36).

        FD AUDIT-RETAINED
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-RETAINED-RECORD PIC X(36).

        FD ARCHIVE-RPT
            LABEL RECORDS ARE STANDARD.

 01  MANIFEST-RECORD                PIC X(132).

 FD  ARCHIVE-FILE.
 01  ARCHIVE-RECORD                 PIC X(121).

 FD  INQUIRY-REPORT-FILE.
 01  INQUIRY-PRINT-REC              PIC X(132).

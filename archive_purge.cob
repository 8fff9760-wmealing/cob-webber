     05  TLR-REC-TYPE               PIC X(1).
         88  TLR-TYPE-DETAIL          VALUE "D".
     05  TLR-DATE                   PIC X(8).
     05  FILLER                     PIC X(112).

 FD  TRANS-ARCH-FILE.
 01  TRANS-ARCH-RECORD              PIC X(121).

 FD  LOG-LIVE-FILE.
 01  LOG-LIVE-RECORD.
    END-IF.

SPLIT-ONE-LOG-RECORD.
    IF (LLR-TAG = "RUN " OR LLR-TAG = "STEP")
     AND LLR-DATE NUMERIC
     AND LLR-DATE < CUTOFF-DATE
        WRITE LOG-ARCH-RECORD FROM LOG-LIVE-RECORD

 *> CLRREC - outbound clearing file record as written to
 *> CLEAROUT by the daily run for the clearing house.  One
 *> header, one detail per external payment posted, and a
 *> trailer with the payment count and total.  The trailer is
 *> only written when the run ends clean, so a file without one
 *> must not be released.  Each run empties the file before it
 *> posts anything, so a run whose posting was abandoned or
 *> rolled back leaves it empty, never holding an earlier
 *> run's payments; release each file before the next run.
 01  CLEARING-RECORD.
     05  CLG-REC-TYPE               PIC X(1).
         88  CLG-TYPE-HEADER          VALUE "H".
         88  CLG-TYPE-DETAIL          VALUE "D".
         88  CLG-TYPE-TRAILER         VALUE "T".
     05  CLG-DETAIL-DATA.
         10  CLG-TRANS-ID           PIC X(10).
         10  CLG-TRANS-DATE         PIC X(8).
         10  CLG-ACCOUNT-NO         PIC X(10).
         10  CLG-AMOUNT             PIC 9(9)V99.
         10  CLG-BENEF-BANK         PIC X(11).
         10  CLG-BENEF-ACCOUNT      PIC X(20).
         10  CLG-REFERENCE          PIC X(30).
     05  CLG-HEADER-DATA REDEFINES CLG-DETAIL-DATA.
         10  CLGH-FILE-DATE         PIC X(8).
         10  CLGH-FILE-TIME         PIC X(6).
         10  CLGH-SENDER            PIC X(8).
         10  CLGH-BATCH-ID          PIC X(10).
         10  FILLER                 PIC X(68).
     05  CLG-TRAILER-DATA REDEFINES CLG-DETAIL-DATA.
         10  CLGT-RECORD-COUNT      PIC 9(6).
         10  CLGT-TOTAL-AMOUNT      PIC 9(13)V99.
         10  FILLER                 PIC X(79).

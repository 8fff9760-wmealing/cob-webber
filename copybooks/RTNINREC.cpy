 *> RTNINREC - inbound returns file record as received on RTNIN
 *> from the clearing house.  One header, one detail for each
 *> outbound payment the receiving bank has sent back, and a
 *> trailer carrying the detail count and the total of the
 *> returned amounts.  Each detail names the payment by the
 *> trans id and date it went out under on CLEAROUT.
 01  RETURN-IN-RECORD.
     05  RTI-REC-TYPE               PIC X(1).
         88  RTI-TYPE-HEADER          VALUE "H".
         88  RTI-TYPE-DETAIL          VALUE "D".
         88  RTI-TYPE-TRAILER         VALUE "T".
     05  RTI-DETAIL-DATA.
         10  RTI-ORIG-TRANS-ID      PIC X(10).
         10  RTI-ORIG-TRANS-DATE    PIC X(8).
         10  RTI-AMOUNT             PIC 9(9)V99.
         10  RTI-REASON-CODE        PIC X(4).
         10  RTI-BENEF-BANK         PIC X(11).
         10  RTI-BENEF-ACCOUNT      PIC X(20).
     05  RTI-HEADER-DATA REDEFINES RTI-DETAIL-DATA.
         10  RTIH-FILE-DATE         PIC X(8).
         10  RTIH-SENDER            PIC X(8).
         10  FILLER                 PIC X(48).
     05  RTI-TRAILER-DATA REDEFINES RTI-DETAIL-DATA.
         10  RTIT-RECORD-COUNT      PIC 9(6).
         10  RTIT-HASH-TOTAL        PIC 9(13)V99.
         10  FILLER                 PIC X(43).

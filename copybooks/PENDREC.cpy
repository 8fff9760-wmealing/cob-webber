 *> PENDREC - keyed transaction batch awaiting approval, keyed
 *> on batch number and entry number.  Entry number zero is the
 *> batch control record; entries from one up each hold one
 *> keyed TRANSFILE detail.  Batches are keyed and submitted on
 *> the batch entry screen and approved or refused by a
 *> different operator on the batch approval screen; approval
 *> releases the batch to KEYTRN as a header/trailer batch for
 *> the night's intake.  A refused batch goes back to its maker
 *> for change and resubmission.
 01  PENDING-RECORD.
     05  PND-KEY.
         10  PND-BATCH-NO           PIC 9(5).
         10  PND-ENTRY-NO           PIC 9(4).
     05  PND-CONTROL-DATA.
         10  PND-BATCH-STATUS       PIC X(1).
             88  PND-BATCH-OPEN       VALUE "O".
             88  PND-BATCH-SUBMITTED  VALUE "S".
             88  PND-BATCH-REFUSED    VALUE "R".
             88  PND-BATCH-APPROVED   VALUE "A".
             88  PND-BATCH-CANCELLED  VALUE "X".
         10  PND-MAKER-ID           PIC X(8).
         10  PND-CREATED-DATE       PIC X(8).
         10  PND-SUBMITTED-DATE     PIC X(8).
 *> Count and total of the live entries as submitted; approval
 *> recounts the entries and refuses a batch that no longer
 *> agrees with them.
         10  PND-ENTRY-COUNT        PIC 9(6).
         10  PND-HASH-TOTAL         PIC 9(13)V99.
         10  PND-LAST-ENTRY-NO      PIC 9(4).
         10  PND-CHECKER-ID         PIC X(8).
         10  PND-DECIDED-DATE       PIC X(8).
         10  PND-REFUSAL-NOTE       PIC X(30).
 *> Raised by one at each submission, so approval can tell a
 *> batch resubmitted since it was reviewed.
         10  PND-SUBMIT-NO          PIC 9(4).
         10  FILLER                 PIC X(29).
 *> PND-ENTRY-DATA is laid out as TRANS-DETAIL-DATA.  A deleted
 *> entry stays on file, marked D, so its number is not reused.
     05  PND-ENTRY-DETAIL REDEFINES PND-CONTROL-DATA.
         10  PND-ENTRY-STATUS       PIC X(1).
             88  PND-ENTRY-LIVE       VALUE "L".
             88  PND-ENTRY-DELETED    VALUE "D".
         10  PND-KEYED-BY           PIC X(8).
         10  PND-ENTRY-DATA         PIC X(120).

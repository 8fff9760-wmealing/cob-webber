 *> KEYLREC - keyed batch log, one line for everything done to
 *> a keyed batch on the batch entry and approval screens, with
 *> the operator who did it.  KLG-ENTRY-DATA holds the entry as
 *> it stood after the action (before it, on a BEFORE line,
 *> which precedes each CHANGE line); KLG-NOTE carries the edit
 *> reason, refusal note or other explanation.
 *>   KEY      - entry keyed and added to the batch
 *>   EDITFAIL - entry keyed but refused by the edits
 *>   BEFORE   - entry as it stood before a change
 *>   CHANGE   - entry changed
 *>   DELETE   - entry deleted
 *>   NEWBATCH - batch started
 *>   SUBMIT   - batch submitted for approval
 *>   REOPEN   - refused batch reopened by its maker
 *>   CANCEL   - batch cancelled by its maker
 *>   APPROVE  - batch approved and released to KEYTRN
 *>   REFUSE   - batch refused back to its maker
 *>   DENIED   - approval not allowed (own batch, the batch no
 *>              longer passes its edits or totals, or it changed
 *>              since it was reviewed)
 01  KEY-LOG-RECORD.
     05  KLG-DATE                   PIC X(8).
     05  KLG-TIME                   PIC X(6).
     05  KLG-OPERATOR               PIC X(8).
     05  KLG-PROGRAM                PIC X(13).
     05  KLG-ACTION                 PIC X(8).
     05  KLG-BATCH-NO               PIC 9(5).
     05  KLG-ENTRY-NO               PIC 9(4).
     05  KLG-ENTRY-DATA             PIC X(120).
     05  KLG-NOTE                   PIC X(40).

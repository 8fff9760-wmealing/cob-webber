     05  ACCT-STATUS            PIC X(1).
         88  ACCT-OPEN          VALUE "O".
         88  ACCT-CLOSED        VALUE "C".
 *> Close-out requested: still posts, so the settlement can
 *> clear the balance, and goes to C once the balance is zero.
         88  ACCT-PENDING-CLOSE VALUE "P".
 *> Dormant: no customer activity for the dormancy period.
 *> Credits still post; debits are refused until the branch
 *> reactivates the account.
         88  ACCT-DORMANT       VALUE "D".
     05  ACCT-BALANCE           PIC S9(11)V99.
 *> Largest amount the balance may go below zero by before a
 *> debit is refused.  Zero means no overdraft is allowed.
     05  ACCT-OVERDRAFT-LIMIT   PIC 9(9)V99.
 *> Product the account is priced on - interest rate, monthly
 *> fee and default overdraft limit come from PRODPARM.
     05  ACCT-PRODUCT-CODE      PIC X(4).

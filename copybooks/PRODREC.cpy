 *> PRODREC - product parameter record, one line per product
 *> on PRODPARM.  Rate is annual, 9(2)V9(4) (030000 = 3%); the
 *> fee is charged monthly by the accrual run and waived for
 *> an account whose balance is at least the waiver balance
 *> (zero waiver balance - never waived).  The overdraft limit
 *> is the default given to a new account.  Exactly one
 *> product is flagged Y as the default product.
 01  PRODUCT-PARM-RECORD.
     05  PP-PRODUCT-CODE        PIC X(4).
     05  PP-DESCRIPTION         PIC X(20).
     05  PP-ANNUAL-RATE         PIC 9(2)V9(4).
     05  PP-MONTHLY-FEE         PIC 9(7)V99.
     05  PP-WAIVER-BALANCE      PIC 9(11)V99.
     05  PP-OVERDRAFT-LIMIT     PIC 9(9)V99.
     05  PP-DEFAULT-FLAG        PIC X(1).
         88  PP-DEFAULT-PRODUCT   VALUE "Y".

 *> PRODTBL - PRODPARM loaded into working storage.  Set
 *> LOOKUP-PRODUCT-CODE and search the table; PRODUCT-SUB is
 *> left on the entry found.
 01  PRODUCT-LIMIT               PIC 9(3)  VALUE 50.
 01  PRODUCT-COUNT               PIC 9(3)  VALUE ZERO.
 01  PRODUCT-SUB                 PIC 9(3)  VALUE ZERO.
 01  LOOKUP-PRODUCT-CODE         PIC X(4)  VALUE SPACES.
 01  DEFAULT-PRODUCT-CODE        PIC X(4)  VALUE SPACES.
 01  PRODUCT-FOUND-SW            PIC X(1)  VALUE "N".
     88  PRODUCT-FOUND           VALUE "Y".
 01  PRODUCT-TABLE-ERROR-SW      PIC X(1)  VALUE "N".
     88  PRODUCT-TABLE-ERROR     VALUE "Y".
 01  PRODUCT-TABLE.
     05  PRODUCT-ENTRY OCCURS 50 TIMES.
         10  PT-PRODUCT-CODE     PIC X(4).
         10  PT-DESCRIPTION      PIC X(20).
         10  PT-ANNUAL-RATE      PIC 9(2)V9(4).
         10  PT-MONTHLY-FEE      PIC 9(7)V99.
         10  PT-WAIVER-BALANCE   PIC 9(11)V99.
         10  PT-OVERDRAFT-LIMIT  PIC 9(9)V99.

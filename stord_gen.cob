     05  FILLER                     PIC X(3).

 FD  GENERATED-FILE.
 01  GENERATED-RECORD               PIC X(121).

 *> Last transaction sequence number used by any generator
 *> run.  Read at start and rewritten at end - including after

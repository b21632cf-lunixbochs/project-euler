      * PCKP-REC.cpy - Nth-prime restart record layout.
      * EULR7CKP holds exactly one record: the engine's mode "N"
      * restart state (the ordinal sought, the count of primes found
      * so far, the last candidate tested, the last prime found, and
      * the active flag). Written by seqengine, inspected and managed
      * by the checkpoint utility alongside the mode "F" checkpoint.
       FD Prime-Ckpt-File.
       01 Prime-Ckpt-Record.
         02 PCK-Bound PIC 9(9).
         02 PCK-Count PIC 9(9).
         02 PCK-Candidate PIC 9(13).
         02 PCK-Last-Prime PIC 9(13).
         02 PCK-Active PIC X.

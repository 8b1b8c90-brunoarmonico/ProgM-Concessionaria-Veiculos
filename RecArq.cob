               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(8).
               02 FILLER PIC X(63).
           FD CADMARGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGEM.DAT".
               VALUE OF FILE-ID IS "CADOPERN.DAT".
           01 REGOPERN.
               02 N-OPERADORID PIC X(8).
               02 FILLER PIC X(63).
           FD CADMARGEMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGEMN.DAT".

      *================================================================*
      * OPER-REC.cpy - Teller Operator Record Layout                   *
      * Record Length: 62 bytes                                        *
      *================================================================*
       01  OPER-REC.
           05  OPER-ID            PIC X(8).
      *    operator may post without a supervisor override keyed at
      *    the terminal. Zero means unlimited.
           05  OPER-TXN-LIMIT     PIC 9(7)V99.
      *    Role naming the functions the operator may use (ROLE-REC,
      *    assigned in OPERADM). Spaces (older records) is the
      *    standard role for the authority level.
           05  OPER-ROLE          PIC X(8).

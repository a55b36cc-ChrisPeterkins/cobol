      *================================================================*
      * ROLE-REC.cpy - Operator Role Entitlement Record Layout         *
      * data/ROLES.dat, kept in OPERADM. A role is one header record   *
      * (ROLE-FUNC spaces) naming it, plus one record per function     *
      * it grants - a BANKUI menu function or a console program, by    *
      * the codes in FUNC-CAT. An operator's role is OPER-ROLE; a      *
      * record without one takes the standard role for its authority   *
      * level (SUPV, TELLER or TRAINEE). A function with no grant      *
      * record for the role is refused and the refusal audited. A     *
      * site with no ROLES.dat has not adopted roles and every         *
      * function stays open to the authority levels as before.         *
      * Record Length: 62 bytes                                        *
      *================================================================*
       01  ROLE-REC.
           05  ROLE-KEY.
               10  ROLE-CODE      PIC X(8).
               10  ROLE-FUNC      PIC X(8).
      *    Header: what the role is for. Grant records: spaces.
           05  ROLE-DESC          PIC X(30).
      *    When and by whom the role was added or the grant made.
           05  ROLE-GRANT-DT      PIC 9(8).
           05  ROLE-GRANT-BY      PIC X(8).

      *================================================================*
      * FUNC-CAT.cpy - Entitlement Function Catalog                    *
      * Every function a role can grant (ROLE-REC): the BANKUI menu    *
      * functions, by menu key (U1 is customer menu option 1), and the *
      * console programs, by program name. OPERADM grants only codes   *
      * listed here and seeds the standard roles from it; ENTLRPT      *
      * prints it for the access review.                               *
      *================================================================*
       01  FUNC-CATALOG.
      *    BANKUI menu functions.
           05  FILLER PIC X(8)  VALUE "ACCTOPEN".
           05  FILLER PIC X(2)  VALUE "1 ".
           05  FILLER PIC X(30) VALUE "Open account".
           05  FILLER PIC X(8)  VALUE "ACCTINQ".
           05  FILLER PIC X(2)  VALUE "2 ".
           05  FILLER PIC X(30) VALUE "Account lookup".
           05  FILLER PIC X(8)  VALUE "ACCTLIST".
           05  FILLER PIC X(2)  VALUE "3 ".
           05  FILLER PIC X(30) VALUE "List accounts".
           05  FILLER PIC X(8)  VALUE "ACCTCLOS".
           05  FILLER PIC X(2)  VALUE "4 ".
           05  FILLER PIC X(30) VALUE "Close account".
           05  FILLER PIC X(8)  VALUE "DEPOSIT".
           05  FILLER PIC X(2)  VALUE "5 ".
           05  FILLER PIC X(30) VALUE "Deposit".
           05  FILLER PIC X(8)  VALUE "WITHDRAW".
           05  FILLER PIC X(2)  VALUE "6 ".
           05  FILLER PIC X(30) VALUE "Withdrawal".
           05  FILLER PIC X(8)  VALUE "TRANSFER".
           05  FILLER PIC X(2)  VALUE "7 ".
           05  FILLER PIC X(30) VALUE "Transfer".
           05  FILLER PIC X(8)  VALUE "ACCTHOLD".
           05  FILLER PIC X(2)  VALUE "8 ".
           05  FILLER PIC X(30) VALUE "Place account on hold".
           05  FILLER PIC X(8)  VALUE "ACCTRLSE".
           05  FILLER PIC X(2)  VALUE "9 ".
           05  FILLER PIC X(30) VALUE "Release account hold".
           05  FILLER PIC X(8)  VALUE "REVERSAL".
           05  FILLER PIC X(2)  VALUE "0 ".
           05  FILLER PIC X(30) VALUE "Reverse a transaction".
           05  FILLER PIC X(8)  VALUE "STORDERS".
           05  FILLER PIC X(2)  VALUE "S ".
           05  FILLER PIC X(30) VALUE "Standing orders".
           05  FILLER PIC X(8)  VALUE "CUSTOMER".
           05  FILLER PIC X(2)  VALUE "U ".
           05  FILLER PIC X(30) VALUE "Customer maintenance".
           05  FILLER PIC X(8)  VALUE "CUSTOPEN".
           05  FILLER PIC X(2)  VALUE "U1".
           05  FILLER PIC X(30) VALUE "Open a new customer".
           05  FILLER PIC X(8)  VALUE "STOPPAY".
           05  FILLER PIC X(2)  VALUE "P ".
           05  FILLER PIC X(30) VALUE "Stop payments".
           05  FILLER PIC X(8)  VALUE "EXTPAY".
           05  FILLER PIC X(2)  VALUE "X ".
           05  FILLER PIC X(30) VALUE "External payments".
           05  FILLER PIC X(8)  VALUE "ACCTREOP".
           05  FILLER PIC X(2)  VALUE "R ".
           05  FILLER PIC X(30) VALUE "Reopen account".
           05  FILLER PIC X(8)  VALUE "ACCTCONV".
           05  FILLER PIC X(2)  VALUE "C ".
           05  FILLER PIC X(30) VALUE "Convert account type".
           05  FILLER PIC X(8)  VALUE "ACCTMOD".
           05  FILLER PIC X(2)  VALUE "M ".
           05  FILLER PIC X(30) VALUE "Modify account".
           05  FILLER PIC X(8)  VALUE "LIMITS".
           05  FILLER PIC X(2)  VALUE "L ".
           05  FILLER PIC X(30) VALUE "Account limits".
           05  FILLER PIC X(8)  VALUE "FUTXFER".
           05  FILLER PIC X(2)  VALUE "W ".
           05  FILLER PIC X(30) VALUE "Future-dated transfers".
           05  FILLER PIC X(8)  VALUE "OFCHECK".
           05  FILLER PIC X(2)  VALUE "O ".
           05  FILLER PIC X(30) VALUE "Official checks".
           05  FILLER PIC X(8)  VALUE "DEPQUOTE".
           05  FILLER PIC X(2)  VALUE "Y ".
           05  FILLER PIC X(30) VALUE "Deposit product quote".
           05  FILLER PIC X(8)  VALUE "DRAWER".
           05  FILLER PIC X(2)  VALUE "D ".
           05  FILLER PIC X(30) VALUE "Drawer reconciliation".
           05  FILLER PIC X(8)  VALUE "ATMCOUNT".
           05  FILLER PIC X(2)  VALUE "A ".
           05  FILLER PIC X(30) VALUE "ATM deposit count".
      *    Console programs.
           05  FILLER PIC X(8)  VALUE "ACCTMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Account manager console".
           05  FILLER PIC X(8)  VALUE "ACCTMRG".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Account merge".
           05  FILLER PIC X(8)  VALUE "APPLMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "New-account applications".
           05  FILLER PIC X(8)  VALUE "CAMPEXT".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Marketing campaign extract".
           05  FILLER PIC X(8)  VALUE "CDEARLY".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "CD early withdrawal".
           05  FILLER PIC X(8)  VALUE "CHGOFF".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Charge-off".
           05  FILLER PIC X(8)  VALUE "CUSTMRG".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Customer merge".
           05  FILLER PIC X(8)  VALUE "DISPMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Dispute manager".
           05  FILLER PIC X(8)  VALUE "ESCHEAT".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Escheatment".
           05  FILLER PIC X(8)  VALUE "ESTDISB".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Estate disbursement".
           05  FILLER PIC X(8)  VALUE "FEEWAIV".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Item fee waiver".
           05  FILLER PIC X(8)  VALUE "FILERST".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "File restore".
           05  FILLER PIC X(8)  VALUE "FXMAINT".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "FX rate maintenance".
           05  FILLER PIC X(8)  VALUE "INSDMNT".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Insider designation".
           05  FILLER PIC X(8)  VALUE "LGLMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Legal orders".
           05  FILLER PIC X(8)  VALUE "LOANMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Loan manager".
           05  FILLER PIC X(8)  VALUE "MNTAPPR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Maintenance approval".
           05  FILLER PIC X(8)  VALUE "PARMMNT".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Parameter maintenance".
           05  FILLER PIC X(8)  VALUE "PERCLOSE".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Period close".
           05  FILLER PIC X(8)  VALUE "PRIVEXP".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Customer data access export".
           05  FILLER PIC X(8)  VALUE "ROLLFWD".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Roll-forward recovery".
           05  FILLER PIC X(8)  VALUE "RUNBACK".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Batch run back-out".
           05  FILLER PIC X(8)  VALUE "SDBMGR".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Safe deposit boxes".
           05  FILLER PIC X(8)  VALUE "SUSPWB".
           05  FILLER PIC X(2)  VALUE "  ".
           05  FILLER PIC X(30) VALUE "Suspense workbench".
       01  FUNC-CATALOG-TABLE REDEFINES FUNC-CATALOG.
           05  FUNC-ENTRY OCCURS 48 TIMES.
               10  FUNC-CODE      PIC X(8).
      *        BANKUI menu key; spaces for a console program.
               10  FUNC-MENU-KEY  PIC X(2).
               10  FUNC-DESC      PIC X(30).
       01  FUNC-COUNT             PIC 9(3) VALUE 48.

      * two legs - the mapped account on its side and the offset       *
      * account on the other - so the extract balances by              *
      * construction. A category of "****" is the type's catch-all     *
      * row, used when no exact type/category row exists. Type "L"     *
      * rows map the loan activity journal (LNTX-REC) by its           *
      * category. GLEXTR seeds the standard mapping when the file is   *
      * missing.                                                       *
      * Record Length: 18 bytes                                        *
      *================================================================*
       01  GLMAP-REC.

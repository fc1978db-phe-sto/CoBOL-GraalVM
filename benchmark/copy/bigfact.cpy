      * factorial that no longer fits). Declared by both factorial
      * implementations and passed to the BIG-MULTIPLY / BIG-RENDER
      * subprograms so the limb arithmetic lives in one place instead
      * of being private to recursivefactorial. fibonacci15's
      * big-number mode carries its series in three of them through
      * the BIG-ADD subprogram.
      ******************************************************************
       01  big-fact.
           05 fact-limb pic 9(9) comp occurs 21 times value 0.

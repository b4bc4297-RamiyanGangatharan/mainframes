      *   "I" = ITEM CLASS (A2ILIST)     "N" = ITEM CODE (A2ILIST)
      *   "P" = SALESPERSON NUMBER (A3SCOMM)
      *   "S" = STORE NUMBER (A8SL)
      *   "T" = EMPLOYEE TERMINATION REASON (A4EMAINT, A4HCRPT)
      *   "J" = COMMISSION ADJUSTMENT REASON (A3SCOMM)
      * CM-CODE-VALUE IS X(4) SO IT IS WIDE ENOUGH FOR A2ILIST'S
      * 4-CHARACTER ITEM CODE; SHORTER CODES (THE SINGLE-CHARACTER
      * CLASS, THE STORE/SALESPERSON NUMBERS) JUST CARRY A TRAILING

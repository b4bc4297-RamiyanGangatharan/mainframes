      * VALUE, AND CANCELLED WHEN AN R TRANSACTION ARRIVES FOR AN
      * OPEN LAYAWAY. A8LAYRPT AGES THE OPEN RECORDS SO HEAD OFFICE
      * CAN CHASE STALE LAYAWAYS AND QUANTIFY THE LIABILITY.
      * LM-STATUS: "O" = OPEN, "C" = COMPLETED, "X" = CANCELLED,
      * "F" = FORFEITED (CANCELLED BY THE A8LAYCAN STALE-LAYAWAY
      * RUN, DEPOSIT KEPT). FORFEITURES BEFORE "F" EXISTED CARRY "X".
      *
      * LM-CUSTOMER-NAME AND LM-CUSTOMER-PHONE ARE CAPTURED FROM
      * THE OPENING L RECORD, SO THE AGING REPORT AND THE PER-STORE
      * CHASE LIST NAME SOMEBODY THE STORE CAN ACTUALLY CALL.
      * RECORDS WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES.
      *
      * LM-SALESPERSON-NUMBER IS THE "P" CODE OF THE SALESPERSON WHO
      * RANG THE OPENING L RECORD. WHEN THE LAYAWAY COMPLETES,
      * A8LAYUPD SENDS A COMMISSIONABLE COMPLETION RECORD IN THAT
      * NUMBER SO A3SCOMM CREDITS THE OPENER. RECORDS OPENED BEFORE
      * THE FIELD EXISTED CARRY SPACES AND EARN NO COMMISSION.
      *
      * THE PAYMENT SCHEDULE IS SET BY A8LAYUPD WHEN THE LAYAWAY
      * OPENS, FROM THE TERMS FOR ITS VALUE BAND (THE LAYTERMS
      * CARDS): LM-INSTALLMENT-COUNT PAYMENTS OF
      * LM-INSTALLMENT-AMOUNT (THE LAST ONE TAKES WHATEVER IS LEFT),
      * ONE DUE EVERY LM-INTERVAL-DAYS COUNTING FROM THE OPEN DATE.
      * EACH PAYMENT POSTS AGAINST IT: LM-INSTALLMENTS-MET IS HOW
      * MANY INSTALLMENTS THE PAID AMOUNT NOW COVERS, AND
      * LM-NEXT-DUE-DATE IS THE DUE DATE OF THE FIRST ONE NOT YET
      * COVERED (ZERO ONCE ALL ARE). LM-FINAL-DUE-DATE IS THE LAST
      * INSTALLMENT'S DUE DATE. A8LAYDUE LISTS AN OPEN LAYAWAY AS
      * PAST DUE ONCE ITS NEXT DUE DATE IS BEHIND THE BUSINESS
      * DATE. RECORDS OPENED BEFORE THE SCHEDULE EXISTED CARRY
      * ZEROS (NO PLAN) AND ARE NEVER LISTED PAST DUE.
      *****************************************************************
       01 LAYAWAY-MASTER-RECORD.
          05 LM-INVOICE-NUMBER       PIC X(9).
          05 LM-LAST-ACTIVITY-DATE   PIC 9(8).
          05 LM-CUSTOMER-NAME        PIC X(20).
          05 LM-CUSTOMER-PHONE       PIC X(10).
          05 LM-SALESPERSON-NUMBER   PIC X(3).
          05 LM-INSTALLMENT-COUNT    PIC 9(2).
          05 LM-INSTALLMENT-AMOUNT   PIC 9(5)V99.
          05 LM-INTERVAL-DAYS        PIC 9(3).
          05 LM-INSTALLMENTS-MET     PIC 9(2).
          05 LM-NEXT-DUE-DATE        PIC 9(8).
          05 LM-FINAL-DUE-DATE       PIC 9(8).

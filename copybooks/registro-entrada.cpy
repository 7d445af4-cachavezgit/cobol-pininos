      *           reader applies it with the opposite sign, so a
      *           posting error is corrected with a visible record
      *           instead of editing the balance master by hand.
      *           TRANS-TYPE 'T' is a transfer between two accounts:
      *           ACCOUNT-ID is the source (debited), TRANS-CUENTA-
      *           DESTINO the destination (credited) and TRANS-AMOUNT
      *           the positive amount moved. Every reader takes it as
      *           one balanced debit/credit pair that nets to zero,
      *           and only after VALTRASPASO accepts both accounts;
      *           otherwise neither leg counts. Lines of the other
      *           types leave TRANS-CUENTA-DESTINO blank (or omit it).
      *           TRANS-TYPE 'V' is a month-end revaluation written by
      *           REVALUA-MONEDAS: TRANS-AMOUNT is the exchange gain
      *           (positive) or loss (negative) already in pesos, so
      *           CURRENCY-CODE is MXP and every reader values it at
      *           par; the foreign currency of the revalued position
      *           goes in TRANS-MONEDA-REVALUADA. It changes only the
      *           peso value of that position, not the account balance.
      ******************************************************************
       01  INPUT-RECORD.
           05  ACCOUNT-ID          PIC X(10).
           05  TRANS-DATE          PIC X(08).
           05  CURRENCY-CODE       PIC X(03).
           05  TRANS-TYPE          PIC X(01).
           05  TRANS-CUENTA-DESTINO PIC X(10).
           05  TRANS-REVALUACION REDEFINES TRANS-CUENTA-DESTINO.
               10  TRANS-MONEDA-REVALUADA PIC X(03).
               10  FILLER          PIC X(07).

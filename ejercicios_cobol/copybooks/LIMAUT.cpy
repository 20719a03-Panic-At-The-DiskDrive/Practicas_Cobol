      *> AUTHORITY-LIMIT-FILE record layout - how large a figure each
      *> user may put through the batch calculator on their own say,
      *> maintained from the RegisterLoginSimple admin menu.
      *> LIM-MONTO caps the RESULT of an ordinary detail (options 1-4)
      *> and LIM-MONTO-REVERSO the backout of a reversal (option 9) -
      *> undoing posted money is held to its own, usually tighter,
      *> figure. Both are in pesos: a foreign-currency RESULT is
      *> restated at the rate in force on the batch date before the
      *> comparison. A zero limit means every detail of that kind
      *> needs a second user's approval.
      *> A line with LIM-USUARIO "*" is the default for every user
      *> without a line of their own. A user with neither has no
      *> limit, and a shop without the file runs unlimited as before.
       01 AUTHORITY-LIMIT-RECORD.
          05 LIM-USUARIO        PIC X(20).
          05 LIM-MONTO          PIC 9(13)V99.
          05 LIM-MONTO-REVERSO  PIC 9(13)V99.

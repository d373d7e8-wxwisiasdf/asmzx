      *Routine cycle budget record layout -- one record per timing-
      *critical routine in program.bgt, naming a label from
      *program.sym and the device cycles it may spend. asmzsim holds
      *each run against these budgets.
       01  :pref:-budget.
           05 :pref:-budget-name pic x(12).
           05 :pref:-budget-cycles pic 9(8).

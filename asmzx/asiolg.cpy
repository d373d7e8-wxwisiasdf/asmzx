      *Output port log record layout -- one record per write to an
      *output port, appended to program.iol by asmzsim in execution
      *order and judged by asmztst: the cycle (as counted in
      *program.trc), the pc of the storing instruction, the port's
      *address, the byte written, and the port's name.
       01  :pref:-iolog.
           05 :pref:-iolog-cycle pic 9(8).
           05 :pref:-iolog-pc pic 9(8).
           05 :pref:-iolog-addr pic 9(8).
           05 :pref:-iolog-value pic 9(3).
           05 :pref:-iolog-name pic x(12).

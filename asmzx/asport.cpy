      *I/O port definition record layout -- one record per memory-
      *mapped port in ports.def, read by asmzsim. An input port's
      *reads are answered from the stimulus file instead of memory;
      *an output port's writes are logged to program.iol. A '*' in
      *the direction byte marks a comment record.
       01  :pref:-port.
           05 :pref:-port-name pic x(12).
           05 :pref:-port-dir pic x.
               88 :pref:-port-input value 'I'.
               88 :pref:-port-output value 'O'.
               88 :pref:-port-comment value '*'.
           05 :pref:-port-addr pic 9(8).

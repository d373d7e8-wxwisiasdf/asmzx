      *Instruction timing record layout -- one record per opcode in
      *timing.def, read by asmzsim to charge device cycles. The mode
      *byte narrows the record to one encoding of the name (blank
      *matches any); the wide-address mode E forms are opcodes of
      *their own and carry their own records. The RRRR cycles are
      *charged instead of the plain cycles when the instruction
      *carries an RRRR prefix byte. A '*' in the mode byte marks a
      *comment record.
       01  :pref:-timing.
           05 :pref:-timing-name pic x(12).
           05 :pref:-timing-mode pic x.
               88 :pref:-timing-comment value '*'.
           05 :pref:-timing-cycles pic 9(4).
           05 :pref:-timing-rrrr-cycles pic 9(4).

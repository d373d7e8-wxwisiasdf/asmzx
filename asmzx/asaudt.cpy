      *Audit trail record layout -- one record appended per program
      *run; unused counters are zero for the program that doesn't
      *produce them. The mode byte is 'Y' for a clean run, 'R' for a
      *restart, 'N' for a plain extending run, 'P' for a field
      *patch applied or attempted by asmzzap, 'C' for an image CRC
      *stored and 'V' for one verified by asmzcrc.
       01  :pref:-audit.
           05 :pref:-audit-date pic 9(8).
           05 :pref:-audit-time pic 9(6).

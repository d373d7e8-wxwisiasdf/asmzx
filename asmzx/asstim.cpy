      *Input port stimulus record layout -- carried in program.stm,
      *read by asmzsim and written per case by asmztst. The kind
      *says how the port at the address answers reads:
      *  F  fixed -- every read returns the value
      *  S  sequence -- successive S records for a port answer
      *     successive reads
      *  C  change -- from the given cycle on (as counted in
      *     program.trc) reads return the value, until a later
      *     change for the same port takes over
      *A port's sequence is consumed first. After it, or without
      *one, the port answers with its latest change at or before the
      *current cycle, else its fixed value, else the last value of
      *its sequence is held.
       01  :pref:-stim.
           05 :pref:-stim-kind pic x.
               88 :pref:-stim-kind-fixed value 'F'.
               88 :pref:-stim-kind-sequence value 'S'.
               88 :pref:-stim-kind-change value 'C'.
           05 :pref:-stim-addr pic 9(8).
           05 :pref:-stim-value pic 9(8).
           05 :pref:-stim-cycle pic 9(8).

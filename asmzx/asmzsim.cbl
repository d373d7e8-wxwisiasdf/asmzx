      *reason, every register, and the byte at every watch address --
      *is written to program.pst for the driver to judge. A plain
      *smoke-test run with no program.pre behaves exactly as before.
      *
      *The cycle count above is instructions executed. What the
      *device spends is charged separately from timing.def, per
      *opcode (an RRRR-prefixed instruction at its RRRR cost); an
      *opcode timing.def does not list costs one cycle per byte of
      *the instruction, with a warning. The device cycle total is
      *added to the trace's STOP line, and program.prf profiles the
      *run per labeled routine: every label in program.sym that sits
      *on a code record starts a routine that runs to the next such
      *label. For each routine it gives how often it was CALLed,
      *the cycles spent in its own instructions (self), the cycles
      *spent while it was running or waiting on a call it made or
      *that entered it (inclusive, callees included), both as a
      *percentage of the run, and its longest single invocation from
      *CALL to RET.
      *
      *Timing-critical routines can carry a budget in program.bgt.
      *A called routine is held to its longest invocation, one never
      *called (a service loop reached by jump) to its inclusive
      *cycles for the run; each routine over budget is flagged in
      *program.prf, logged as an error and counted into return-code.
      *
      *The device's sensors and outputs sit at fixed addresses, named
      *in ports.def as input or output ports. An LDB or LDW byte read
      *from an input port is answered from the stimulus file
      *program.stm (a fixed value, a sequence, or cycle-stamped
      *changes -- see asstim.cpy) instead of memory; an input port
      *with no stimulus reads zero, with a warning. Every STB to an
      *output port is logged to program.iol with the cycle, pc, port
      *and value (see asiolg.cpy), for asmztst to judge. With no
      *ports.def, memory is plain RAM as before.
       identification division.
       program-id. asmzsim.
       environment division.
      *Final machine state reported back to the driver
           select optional fs-post assign to "program.pst"
           organization is line sequential.
      *Device cycle cost per opcode
           select optional fs-timing assign to "timing.def"
           organization is line sequential.
      *Symbol list -- the labels that start profiled routines
           select optional fs-symbols assign to "program.sym"
           organization is indexed
           access is sequential
           record key is fs-symbol-name.
      *Cycle budgets for timing-critical routines
           select optional fs-budget assign to "program.bgt"
           organization is line sequential.
      *Per-routine cycle profile
           select optional fs-profile assign to "program.prf"
           organization is line sequential.
      *Memory-mapped I/O ports, their input stimulus, and the log of
      *writes to output ports
           select optional fs-ports assign to "ports.def"
           organization is line sequential.
           select optional fs-stimulus assign to "program.stm"
           organization is line sequential.
           select optional fs-iolog assign to "program.iol"
           organization is line sequential.
       data division.
       file section.
      *Read unsigned -- a signed byte would hand every value past
       copy "aststa.cpy" replacing ==:pref:== BY ==fp==.
       fd  fs-post.
       copy "aststa.cpy" replacing ==:pref:== BY ==fq==.
       fd  fs-timing.
       copy "astimg.cpy" replacing ==:pref:== BY ==ft==.
       fd  fs-symbols.
       copy "assymb.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-budget.
       copy "asbdgt.cpy" replacing ==:pref:== BY ==fb==.
       fd  fs-profile.
       01  fs-profile-line pic x(100).
       fd  fs-ports.
       copy "asport.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-stimulus.
       copy "asstim.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-iolog.
       copy "asiolg.cpy" replacing ==:pref:== BY ==fo==.
       working-storage section.
       01  i pic 9(4) comp.
       copy "asinsn.cpy" replacing ==:pref:== BY ==ws==.
               10 ws-map-kind pic x.
               10 ws-map-len pic 9(8).
               10 ws-map-rrrr pic x.
      *Index of the routine the record belongs to, zero for code
      *ahead of the first label
               10 ws-map-rtn pic 9(4).
      *Opcode table keyed by numeric code and mode
       01  ws-opc-count pic 9(4) value 0.
       01  ws-opc-i pic 9(4) comp.
               10 ws-opc-name pic x(12).
               10 ws-opc-codeval pic 9(3).
               10 ws-opc-mode pic x.
               10 ws-opc-cycles pic 9(4).
               10 ws-opc-rrrr-cycles pic 9(4).
               10 ws-opc-timed pic x.
               10 ws-opc-warned pic x.
      *Timing table from timing.def, matched to the opcode table as
      *it loads
       01  ws-tim-count pic 9(4) value 0.
       01  ws-tim-i pic 9(4) comp.
       01  ws-tim-tab.
           05 ws-tim-ent occurs 200 times.
               10 ws-tim-name pic x(12).
               10 ws-tim-mode pic x.
               10 ws-tim-cycles pic 9(4).
               10 ws-tim-rrrr-cycles pic 9(4).
      *Device cycles -- what the instructions executed cost on the
      *device, as against ws-cycle's instruction count
       01  ws-dev-cycle pic 9(8) value 0.
       01  ws-insn-cost pic 9(4).
      *Routines -- labels on code records, from program.sym. Calls,
      *self and inclusive cycles accumulate over the run; the stamp
      *keeps a routine from being credited twice for one
      *instruction when it is on the call chain more than once.
       01  ws-rtn-count pic 9(4) value 0.
       01  ws-rtn-i pic 9(4) comp.
       01  ws-rtn-cur pic 9(4).
       01  ws-rtn-tab.
           05 ws-rtn-ent occurs 500 times.
               10 ws-rtn-name pic x(12).
               10 ws-rtn-addr pic 9(8).
               10 ws-rtn-calls pic 9(8).
               10 ws-rtn-self pic 9(8).
               10 ws-rtn-incl pic 9(8).
               10 ws-rtn-longest pic 9(8).
               10 ws-rtn-stamp pic 9(8).
               10 ws-rtn-listed pic x.
      *Cycles spent in code ahead of the first label
       01  ws-nolabel-self pic 9(8) value 0.
      *Profile frame per return stack entry -- the routine that made
      *the call, the routine it entered, and the device cycle count
      *when it did
       01  ws-frame-tab.
           05 ws-frame-ent occurs 64 times.
               10 ws-frame-caller pic 9(4).
               10 ws-frame-callee pic 9(4).
               10 ws-frame-start pic 9(8).
       01  ws-frame-i pic 9(4) comp.
       01  ws-frame-span pic 9(8).
      *Routines over their cycle budget, counted into return-code
       01  ws-over-count pic 9(4) value 0.
       01  ws-budget-measure pic 9(8).
       01  ws-budget-seen pic x value 'N'.
      *Profile line scratch
       01  ws-profile-line pic x(100).
       01  ws-pct pic 9(3).
       01  ws-pct-work pic 9(10).
      *Machine state
       01  ws-pc pic 9(8) value 0.
       01  ws-cycle pic 9(8) value 0.
       01  ws-watch-i pic 9(4) comp.
       01  ws-watch-tab.
           05 ws-watch-addr pic 9(8) occurs 200 times.
      *I/O ports from ports.def. The sequence cursor is the index of
      *the port's last S stimulus record consumed, zero before its
      *first read.
       01  ws-port-count pic 9(4) value 0.
       01  ws-port-i pic 9(4) comp.
       01  ws-port-tab.
           05 ws-port-ent occurs 100 times.
               10 ws-port-name pic x(12).
               10 ws-port-dir pic x.
               10 ws-port-addr pic 9(8).
               10 ws-port-seq pic 9(4).
               10 ws-port-warned pic x.
       01  ws-port-probe pic 9(8).
       01  ws-port-value pic 9(8).
       01  ws-port-found pic x.
      *Stimulus records from program.stm, in file order
       01  ws-stim-count pic 9(4) value 0.
       01  ws-stim-i pic 9(4) comp.
       01  ws-stim-start pic 9(4) comp.
       01  ws-stim-best pic 9(4) comp.
       01  ws-stim-tab.
           05 ws-stim-ent occurs 500 times.
               10 ws-stim-kind pic x.
               10 ws-stim-addr pic 9(8).
               10 ws-stim-value pic 9(8).
               10 ws-stim-cycle pic 9(8).
      *Byte read by an LDB/LDW, from memory or an input port
       01  ws-data-byte pic 9(8).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           end-if.
           perform load-image.
           perform load-insn-map.
           perform load-timing-table.
           perform load-opcode-table.
           perform load-routine-table.
           perform load-port-table.
           perform load-stimulus.
           perform varying i from 1 by 1 until i > 16
               move 0 to ws-reg(i)
           end-perform.
           perform apply-presets.
           open output fs-trace.
           open output fs-iolog.
           move "CYCLE    PC       INSTRUCTION" to ws-trace-line.
           write fs-trace-line from ws-trace-line end-write.
           perform until ws-stopped
               ws-stop-reason delimited by size
               " AFTER " delimited by size
               ws-cycle delimited by size
               " CYCLES, " delimited by size
               ws-dev-cycle delimited by size
               " DEVICE CYCLES" delimited by size
               into ws-trace-line
           end-string.
           write fs-trace-line from ws-trace-line end-write.
           close fs-trace, fs-iolog.
           perform write-post-state.
           perform write-profile.
      *A run that ended anywhere but HALT is an error the operator
      *must see; a clean stop is informational
           if ws-sim-error > 0
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           add ws-sim-error to ws-over-count giving return-code
           end-add.
           goback.
      *Apply whatever program.pre carries before the first cycle --
      *register values, memory bytes, and watch addresses to report
               end-evaluate
           end-perform.
           move ws-dec-code to ws-opc-codeval(ws-opc-count).
           move 'N' to ws-opc-timed(ws-opc-count).
           move 'N' to ws-opc-warned(ws-opc-count).
           move 0 to ws-opc-cycles(ws-opc-count).
           move 0 to ws-opc-rrrr-cycles(ws-opc-count).
           perform varying ws-tim-i from 1 by 1
           until ws-tim-i > ws-tim-count
               if ws-tim-name(ws-tim-i) = ws-opcode-name
               and (ws-tim-mode(ws-tim-i) = ws-opcode-mode
               or ws-tim-mode(ws-tim-i) = space)
                   move 'Y' to ws-opc-timed(ws-opc-count)
                   move ws-tim-cycles(ws-tim-i)
                       to ws-opc-cycles(ws-opc-count)
                   move ws-tim-rrrr-cycles(ws-tim-i)
                       to ws-opc-rrrr-cycles(ws-opc-count)
                   exit perform
               end-if
           end-perform.
      *Timing records load ahead of the opcode table, so each opcode
      *picks its cost up as it loads. With no timing.def at all the
      *whole run is charged by instruction length, said once here
      *rather than per opcode.
       load-timing-table.
           open input fs-timing.
           perform forever
               read fs-timing
                   at end exit perform
                   not at end
                       if not ft-timing-comment
                       and ws-tim-count < 200
                           add 1 to ws-tim-count giving ws-tim-count
                           end-add
                           move ft-timing-name
                               to ws-tim-name(ws-tim-count)
                           move ft-timing-mode
                               to ws-tim-mode(ws-tim-count)
                           move ft-timing-cycles
                               to ws-tim-cycles(ws-tim-count)
                           move ft-timing-rrrr-cycles
                               to ws-tim-rrrr-cycles(ws-tim-count)
                       end-if
               end-read
           end-perform.
           close fs-timing.
           if ws-tim-count = 0
               move 'W' to ws-log-severity
               move 6 to ws-log-msgno
               move "no timing.def, charging one cycle per byte"
                   to ws-log-text
               perform put-log-message
           end-if.
      *Ports and stimulus are both optional -- without ports.def
      *every address is plain memory
       load-port-table.
           open input fs-ports.
           perform forever
               read fs-ports
                   at end exit perform
                   not at end
                       if not fs-port-comment
                           perform load-port-entry
                       end-if
               end-read
           end-perform.
           close fs-ports.
       load-port-entry.
           if ws-port-count >= 100
               move 'W' to ws-log-severity
               move 11 to ws-log-msgno
               string "port table full, ignoring " delimited by size
                   fs-port-name delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           add 1 to ws-port-count giving ws-port-count end-add.
           move fs-port-name to ws-port-name(ws-port-count).
           move fs-port-dir to ws-port-dir(ws-port-count).
           move fs-port-addr to ws-port-addr(ws-port-count).
           move 0 to ws-port-seq(ws-port-count).
           move 'N' to ws-port-warned(ws-port-count).
       load-stimulus.
           open input fs-stimulus.
           perform forever
               read fs-stimulus
                   at end exit perform
                   not at end
                       if ws-stim-count >= 500
                           move 'W' to ws-log-severity
                           move 12 to ws-log-msgno
                           move "stimulus table full, truncated"
                               to ws-log-text
                           perform put-log-message
                           exit perform
                       end-if
                       add 1 to ws-stim-count giving ws-stim-count
                       end-add
                       move fs-stim-kind to ws-stim-kind(ws-stim-count)
                       move fs-stim-addr to ws-stim-addr(ws-stim-count)
                       divide fs-stim-value by 256 giving ws-alu-a
                           remainder ws-stim-value(ws-stim-count)
                       end-divide
                       move fs-stim-cycle
                           to ws-stim-cycle(ws-stim-count)
               end-read
           end-perform.
           close fs-stimulus.
      *A routine is a label on a code record; each code record
      *belongs to the nearest such label at or below it. $X
      *placeholders and labels on data start nothing.
       load-routine-table.
           open input fs-symbols.
           perform forever
               read fs-symbols
                   at end exit perform
                   not at end perform load-routine-entry
               end-read
           end-perform.
           close fs-symbols.
           perform varying ws-map-i from 1 by 1
           until ws-map-i > ws-map-count
               move 0 to ws-map-rtn(ws-map-i)
               if ws-map-kind(ws-map-i) = 'I'
                   perform varying ws-rtn-i from 1 by 1
                   until ws-rtn-i > ws-rtn-count
                       perform place-map-record
                   end-perform
               end-if
           end-perform.
       place-map-record.
           if ws-rtn-addr(ws-rtn-i) > ws-map-addr(ws-map-i)
               exit paragraph
           end-if.
           move ws-map-rtn(ws-map-i) to ws-rtn-cur.
           if ws-rtn-cur = 0
               move ws-rtn-i to ws-map-rtn(ws-map-i)
               exit paragraph
           end-if.
           if ws-rtn-addr(ws-rtn-i) > ws-rtn-addr(ws-rtn-cur)
               move ws-rtn-i to ws-map-rtn(ws-map-i)
           end-if.
       load-routine-entry.
           if fs-symbol-type-external or ws-rtn-count >= 500
               exit paragraph
           end-if.
           perform varying ws-map-i from 1 by 1
           until ws-map-i > ws-map-count
               if ws-map-addr(ws-map-i) = fs-symbol-addr
               and ws-map-kind(ws-map-i) = 'I'
                   exit perform
               end-if
           end-perform.
           if ws-map-i > ws-map-count
               exit paragraph
           end-if.
           add 1 to ws-rtn-count giving ws-rtn-count end-add.
           initialize ws-rtn-ent(ws-rtn-count).
           move fs-symbol-name to ws-rtn-name(ws-rtn-count).
           move fs-symbol-addr to ws-rtn-addr(ws-rtn-count).
           move 'N' to ws-rtn-listed(ws-rtn-count).
      *One fetch-decode-execute round
       step-one-insn.
           if ws-cycle >= ws-cycle-limit
           if ws-stopped
               exit paragraph
           end-if.
           perform charge-insn-cycles.
           perform execute-insn.
           if not ws-stopped
               perform write-trace-lines
               set ws-stopped to true
               exit paragraph
           end-if.
           move ws-dec-value to ws-port-probe.
           perform fetch-data-byte.
           move ws-data-byte to ws-reg(ws-dec-x0 + 1).
       exec-stb.
           if ws-dec-value >= 65536
               move "MEMORY ADDRESS OUT OF RANGE" to ws-stop-reason
           if ws-dec-value >= ws-mem-size
               add 1 to ws-dec-value giving ws-mem-size end-add
           end-if.
           move ws-dec-value to ws-port-probe.
           perform find-port.
           if ws-port-found = 'Y' and ws-port-dir(ws-port-i) = 'O'
               initialize fo-iolog
               move ws-cycle to fo-iolog-cycle
               move ws-insn-pc to fo-iolog-pc
               move ws-dec-value to fo-iolog-addr
               move ws-alu-a to fo-iolog-value
               move ws-port-name(ws-port-i) to fo-iolog-name
               write fo-iolog end-write
           end-if.
       exec-ldw.
           if ws-dec-value >= 65535
               move "MEMORY ADDRESS OUT OF RANGE" to ws-stop-reason
               set ws-stopped to true
               exit paragraph
           end-if.
           move ws-dec-value to ws-port-probe.
           perform fetch-data-byte.
           multiply ws-data-byte by 256 giving ws-word-val
           end-multiply.
           add 1 to ws-dec-value giving ws-port-probe end-add.
           perform fetch-data-byte.
           add ws-data-byte to ws-word-val giving ws-word-val end-add.
           move ws-word-val to ws-reg(ws-dec-x0 + 1).
      *The byte at ws-port-probe as a load sees it: an input port's
      *stimulus, else memory (zero past the image)
       fetch-data-byte.
           perform find-port.
           if ws-port-found = 'Y' and ws-port-dir(ws-port-i) = 'I'
               perform read-input-port
               move ws-port-value to ws-data-byte
               exit paragraph
           end-if.
           if ws-port-probe < ws-mem-size
               move ws-mem-byte(ws-port-probe + 1) to ws-data-byte
           else
               move 0 to ws-data-byte
           end-if.
       find-port.
           move 'N' to ws-port-found.
           perform varying ws-port-i from 1 by 1
           until ws-port-i > ws-port-count
               if ws-port-addr(ws-port-i) = ws-port-probe
                   move 'Y' to ws-port-found
                   exit perform
               end-if
           end-perform.
      *What input port ws-port-i answers now -- see asstim.cpy for
      *the order sequence, change and fixed stimulus are tried in
       read-input-port.
           add 1 to ws-port-seq(ws-port-i) giving ws-stim-start
           end-add.
           perform varying ws-stim-i from ws-stim-start by 1
           until ws-stim-i > ws-stim-count
               if ws-stim-kind(ws-stim-i) = 'S'
               and ws-stim-addr(ws-stim-i) = ws-port-probe
                   exit perform
               end-if
           end-perform.
           if ws-stim-i <= ws-stim-count
               move ws-stim-i to ws-port-seq(ws-port-i)
               move ws-stim-value(ws-stim-i) to ws-port-value
               exit paragraph
           end-if.
           move 0 to ws-stim-best.
           perform varying ws-stim-i from 1 by 1
           until ws-stim-i > ws-stim-count
               if ws-stim-kind(ws-stim-i) = 'C'
               and ws-stim-addr(ws-stim-i) = ws-port-probe
               and ws-stim-cycle(ws-stim-i) <= ws-cycle
                   if ws-stim-best = 0
                       move ws-stim-i to ws-stim-best
                   else
                       if ws-stim-cycle(ws-stim-i)
                           >= ws-stim-cycle(ws-stim-best)
                           move ws-stim-i to ws-stim-best
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-stim-best = 0
               perform varying ws-stim-i from 1 by 1
               until ws-stim-i > ws-stim-count
                   if ws-stim-kind(ws-stim-i) = 'F'
                   and ws-stim-addr(ws-stim-i) = ws-port-probe
                       move ws-stim-i to ws-stim-best
                   end-if
               end-perform
           end-if.
           if ws-stim-best = 0 and ws-port-seq(ws-port-i) > 0
               move ws-port-seq(ws-port-i) to ws-stim-best
           end-if.
           if ws-stim-best > 0
               move ws-stim-value(ws-stim-best) to ws-port-value
               exit paragraph
           end-if.
           move 0 to ws-port-value.
           if ws-port-warned(ws-port-i) = 'N'
               move 'Y' to ws-port-warned(ws-port-i)
               move 'W' to ws-log-severity
               move 10 to ws-log-msgno
               string "input port " delimited by size
                   ws-port-name(ws-port-i) delimited by space
                   " has no stimulus, reading zero" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
           end-if.
       exec-call.
           if ws-stack-depth >= 64
               move "CALL STACK OVERFLOW" to ws-stop-reason
           add 1 to ws-stack-depth giving ws-stack-depth end-add.
           move ws-pc to ws-stack-ent(ws-stack-depth).
           move ws-dec-value to ws-pc.
           perform open-profile-frame.
       exec-ret.
           if ws-stack-depth = 0
               move "CALL STACK UNDERFLOW" to ws-stop-reason
               exit paragraph
           end-if.
           move ws-stack-ent(ws-stack-depth) to ws-pc.
           move ws-stack-depth to ws-frame-i.
           perform close-profile-frame.
           subtract 1 from ws-stack-depth giving ws-stack-depth
           end-subtract.
      *Charge the instruction at hand its device cycles: to its own
      *routine's self cycles, and once each to the inclusive cycles
      *of every routine on the call chain -- the one running, and
      *the caller and the routine entered for every open call
       charge-insn-cycles.
           if ws-opc-timed(ws-opc-i) = 'Y'
               if ws-map-rrrr(ws-map-i) = 'S'
                   move ws-opc-rrrr-cycles(ws-opc-i) to ws-insn-cost
               else
                   move ws-opc-cycles(ws-opc-i) to ws-insn-cost
               end-if
           else
               move ws-map-len(ws-map-i) to ws-insn-cost
               if ws-map-rrrr(ws-map-i) = 'S'
                   add 1 to ws-insn-cost giving ws-insn-cost end-add
               end-if
               if ws-opc-warned(ws-opc-i) = 'N' and ws-tim-count > 0
                   move 'Y' to ws-opc-warned(ws-opc-i)
                   move 'W' to ws-log-severity
                   move 7 to ws-log-msgno
                   string "timing.def has no " delimited by size
                       ws-dec-name delimited by space
                       ", charging one cycle per byte"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-if.
           add ws-insn-cost to ws-dev-cycle giving ws-dev-cycle
           end-add.
           move ws-map-rtn(ws-map-i) to ws-rtn-cur.
           if ws-rtn-cur = 0
               add ws-insn-cost to ws-nolabel-self
                   giving ws-nolabel-self
               end-add
           else
               add ws-insn-cost to ws-rtn-self(ws-rtn-cur)
                   giving ws-rtn-self(ws-rtn-cur)
               end-add
               perform credit-inclusive
           end-if.
           perform varying ws-frame-i from 1 by 1
           until ws-frame-i > ws-stack-depth
               move ws-frame-caller(ws-frame-i) to ws-rtn-cur
               perform credit-inclusive
               move ws-frame-callee(ws-frame-i) to ws-rtn-cur
               perform credit-inclusive
           end-perform.
       credit-inclusive.
           if ws-rtn-cur = 0
               exit paragraph
           end-if.
           if ws-rtn-stamp(ws-rtn-cur) = ws-cycle
               exit paragraph
           end-if.
           move ws-cycle to ws-rtn-stamp(ws-rtn-cur).
           add ws-insn-cost to ws-rtn-incl(ws-rtn-cur)
               giving ws-rtn-incl(ws-rtn-cur)
           end-add.
      *A CALL has just pushed its return address and moved the pc
      *to its target: note who called, which routine the target
      *falls in, and when, so RET can time the invocation
       open-profile-frame.
           move ws-map-rtn(ws-map-i) to ws-frame-caller(ws-stack-depth).
           move ws-dev-cycle to ws-frame-start(ws-stack-depth).
           move 0 to ws-frame-callee(ws-stack-depth).
           perform find-map-record.
           if ws-map-i > ws-map-count
               exit paragraph
           end-if.
           move ws-map-rtn(ws-map-i) to ws-rtn-cur.
           move ws-rtn-cur to ws-frame-callee(ws-stack-depth).
           if ws-rtn-cur > 0
               add 1 to ws-rtn-calls(ws-rtn-cur)
                   giving ws-rtn-calls(ws-rtn-cur)
               end-add
           end-if.
      *The invocation in frame ws-frame-i is over (RET, or the run
      *stopped inside it): keep its length if it is the longest yet
       close-profile-frame.
           move ws-frame-callee(ws-frame-i) to ws-rtn-cur.
           if ws-rtn-cur = 0
               exit paragraph
           end-if.
           subtract ws-frame-start(ws-frame-i) from ws-dev-cycle
               giving ws-frame-span
           end-subtract.
           if ws-frame-span > ws-rtn-longest(ws-rtn-cur)
               move ws-frame-span to ws-rtn-longest(ws-rtn-cur)
           end-if.
      *Routines hottest first by self cycles, then the budgets.
      *Calls still open when the run stopped are timed up to the
      *stop.
       write-profile.
           perform varying ws-frame-i from 1 by 1
           until ws-frame-i > ws-stack-depth
               perform close-profile-frame
           end-perform.
           open output fs-profile.
           move spaces to ws-profile-line.
           string "ROUTINE PROFILE  " delimited by size
               ws-dev-cycle delimited by size
               " DEVICE CYCLES IN " delimited by size
               ws-cycle delimited by size
               " INSTRUCTIONS" delimited by size
               into ws-profile-line
           end-string.
           write fs-profile-line from ws-profile-line end-write.
           move spaces to ws-profile-line.
           write fs-profile-line from ws-profile-line end-write.
           move "NAME" to ws-profile-line(1:4).
           move "ADDR" to ws-profile-line(14:4).
           move "CALLS" to ws-profile-line(23:5).
           move "SELF" to ws-profile-line(32:4).
           move "SELF%" to ws-profile-line(41:5).
           move "INCL" to ws-profile-line(47:4).
           move "INCL%" to ws-profile-line(56:5).
           move "LONGEST" to ws-profile-line(62:7).
           write fs-profile-line from ws-profile-line end-write.
           perform ws-rtn-count times
               move 0 to ws-rtn-cur
               perform varying ws-rtn-i from 1 by 1
               until ws-rtn-i > ws-rtn-count
                   perform pick-hotter-routine
               end-perform
               move 'Y' to ws-rtn-listed(ws-rtn-cur)
               perform write-routine-line
           end-perform.
           if ws-nolabel-self > 0
               move spaces to ws-profile-line
               move "(NO LABEL)" to ws-profile-line(1:12)
               move ws-nolabel-self to ws-profile-line(32:8)
               move ws-nolabel-self to ws-pct-work
               perform write-percent
               move ws-pct to ws-profile-line(41:3)
               move "%" to ws-profile-line(44:1)
               write fs-profile-line from ws-profile-line end-write
           end-if.
           perform check-budgets.
           close fs-profile.
       pick-hotter-routine.
           if ws-rtn-listed(ws-rtn-i) = 'Y'
               exit paragraph
           end-if.
           if ws-rtn-cur = 0
               move ws-rtn-i to ws-rtn-cur
               exit paragraph
           end-if.
           if ws-rtn-self(ws-rtn-i) > ws-rtn-self(ws-rtn-cur)
               move ws-rtn-i to ws-rtn-cur
           end-if.
       write-routine-line.
           move spaces to ws-profile-line.
           move ws-rtn-name(ws-rtn-cur) to ws-profile-line(1:12).
           move ws-rtn-addr(ws-rtn-cur) to ws-profile-line(14:8).
           move ws-rtn-calls(ws-rtn-cur) to ws-profile-line(23:8).
           move ws-rtn-self(ws-rtn-cur) to ws-profile-line(32:8).
           move ws-rtn-self(ws-rtn-cur) to ws-pct-work.
           perform write-percent.
           move ws-pct to ws-profile-line(41:3).
           move "%" to ws-profile-line(44:1).
           move ws-rtn-incl(ws-rtn-cur) to ws-profile-line(47:8).
           move ws-rtn-incl(ws-rtn-cur) to ws-pct-work.
           perform write-percent.
           move ws-pct to ws-profile-line(56:3).
           move "%" to ws-profile-line(59:1).
           move ws-rtn-longest(ws-rtn-cur) to ws-profile-line(62:8).
           write fs-profile-line from ws-profile-line end-write.
      *Whole percent of the run's device cycles, truncated
       write-percent.
           if ws-dev-cycle = 0
               move 0 to ws-pct
               exit paragraph
           end-if.
           multiply ws-pct-work by 100 giving ws-pct-work
           end-multiply.
           divide ws-pct-work by ws-dev-cycle giving ws-pct
           end-divide.
      *Hold each budgeted routine to its longest invocation, or to
      *its inclusive cycles for the run when nothing CALLed it
       check-budgets.
           open input fs-budget.
           perform forever
               read fs-budget
                   at end exit perform
                   not at end perform check-one-budget
               end-read
           end-perform.
           close fs-budget.
           if ws-budget-seen = 'Y'
               move spaces to ws-profile-line
               string "ROUTINES OVER BUDGET " delimited by size
                   ws-over-count delimited by size
                   into ws-profile-line
               end-string
               write fs-profile-line from ws-profile-line end-write
           end-if.
       check-one-budget.
           if ws-budget-seen = 'N'
               move 'Y' to ws-budget-seen
               move spaces to ws-profile-line
               write fs-profile-line from ws-profile-line end-write
               move "BUDGETS" to ws-profile-line
               write fs-profile-line from ws-profile-line end-write
               move spaces to ws-profile-line
               move "NAME" to ws-profile-line(1:4)
               move "BUDGET" to ws-profile-line(14:6)
               move "MEASURED" to ws-profile-line(23:8)
               move "VERDICT" to ws-profile-line(32:7)
               write fs-profile-line from ws-profile-line end-write
           end-if.
           perform varying ws-rtn-i from 1 by 1
           until ws-rtn-i > ws-rtn-count
               if ws-rtn-name(ws-rtn-i) = fb-budget-name
                   exit perform
               end-if
           end-perform.
           move spaces to ws-profile-line.
           move fb-budget-name to ws-profile-line(1:12).
           move fb-budget-cycles to ws-profile-line(14:8).
           if ws-rtn-i > ws-rtn-count
               move "NO SUCH ROUTINE" to ws-profile-line(32:15)
               write fs-profile-line from ws-profile-line end-write
               move 'W' to ws-log-severity
               move 8 to ws-log-msgno
               string "program.bgt names " delimited by size
                   fb-budget-name delimited by space
                   ", not a routine in program.sym" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           if ws-rtn-calls(ws-rtn-i) > 0
               move ws-rtn-longest(ws-rtn-i) to ws-budget-measure
           else
               move ws-rtn-incl(ws-rtn-i) to ws-budget-measure
           end-if.
           move ws-budget-measure to ws-profile-line(23:8).
           if ws-budget-measure <= fb-budget-cycles
               move "WITHIN" to ws-profile-line(32:6)
               write fs-profile-line from ws-profile-line end-write
               exit paragraph
           end-if.
           move "OVER" to ws-profile-line(32:4).
           write fs-profile-line from ws-profile-line end-write.
           add 1 to ws-over-count giving ws-over-count end-add.
           move 'E' to ws-log-severity.
           move 9 to ws-log-msgno.
           string "routine " delimited by size
               fb-budget-name delimited by space
               " took " delimited by size
               ws-budget-measure delimited by size
               " cycles, budget " delimited by size
               fb-budget-cycles delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *One line for the instruction, two for the registers after it
       write-trace-lines.
           move spaces to ws-trace-line.

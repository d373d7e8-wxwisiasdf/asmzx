      ******************************************************************
      *Static call tree and worst-case stack depth report
      *
      *asmzsim faults a run whose CALL/CALLL nesting passes its
      *64-entry return stack, but only a run that happens to walk the
      *deepest path ever finds out. This program works the question
      *out from the assembled instruction list instead, with no run
      *at all: it reads program.ins and program.sym (or, with
      *ASMZCTR_LINKED=YES in the environment, every module named in
      *link.ctl, under the file names its records carry, the same
      *file set asmzlnk and asmzxlk read) and writes program.ctr.
      *
      *A routine is a label on a code record; its body runs from the
      *label to the next label, or to the first data, reserve or file
      *record, whichever comes first. Code with no label of its own
      *ahead of it (address zero left unlabeled, say) is kept as a
      *routine named by its address, '*' and eight digits. For every
      *routine the report lists the CALL/CALLL targets, the JMP/JMPL
      *exits, the routine it falls into when its last instruction is
      *not a RET, JMP, JMPL or HALT, the registers its own body writes
      *(x0 of ADD, SUB, MOV, AND, OR, XOR, LDI, LDB and LDW -- every
      *instruction asmzsim's execute-insn stores a result through),
      *and the registers a CALL to it can clobber, callees included.
      *
      *Depth is counted in return-stack entries, as exec-call pushes
      *them: a CALL adds one, a jump or a fall-through adds none.
      *REACHED is the most entries that can be on the stack when the
      *routine starts, walking from the entry point (the routine at
      *address zero of the first module, where asmzsim starts); BELOW
      *is the most its own calls can push on top of that; PEAK is the
      *two together. A routine no path from the entry point reaches
      *shows no REACHED and is judged on BELOW alone. Depths past 64
      *are shown as >64 -- past that point the exact figure no longer
      *matters, the stack is already gone.
      *
      *A CALL whose target can lead back to the caller is recursion,
      *and its depth has no static bound. Every recursive call and
      *every routine whose worst case cannot fit the 64-entry stack is
      *flagged in its own section, and the count of both is surfaced
      *through return-code so the nightly job can stop on it.
      *
      *Addresses shown are each module's own assembled addresses, as
      *the listing and cross-reference carry them. A CALL or JMP
      *target written as literal digits alone is, in a linked image,
      *an absolute image address -- asmzlnk passes literals through
      *unrebased -- so a linked run reads where every module was
      *placed from program.map and takes such a target in whichever
      *module's placed span covers it, at that module's own address.
      *A single module's literals are its own addresses already.
       identification division.
       program-id. asmzctr.
       environment division.
       input-output section.
       file-control.
      *Link control file -- one record per module, as asmzlnk reads
           select optional fs-control assign to "link.ctl"
           organization is line sequential.
      *Per-module inputs, opened under the file names at hand --
      *program.ins/program.sym for a single module
           select optional fs-insns assign to dynamic ws-ins-file
           organization is line sequential.
           select optional fs-symbols assign to dynamic ws-sym-file
           organization is indexed
           access is sequential
           record key is fs-symbol-name.
      *Link map -- where each module was placed, for literal targets
           select optional fs-map assign to "program.map"
           organization is line sequential.
      *Call tree report
           select optional fs-report assign to "program.ctr"
           organization is line sequential.
       data division.
       file section.
       fd  fs-control.
       01  fs-control-rec.
           05 fs-control-module pic x(12).
           05 fs-control-ins pic x(20).
           05 fs-control-sym pic x(20).
           05 fs-control-ent pic x(20).
       fd  fs-insns.
       copy "asinsn.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-symbols.
       copy "assymb.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-map.
       01  fs-map-line pic x(100).
       fd  fs-report.
       01  fs-report-line pic x(100).
       working-storage section.
       01  i pic 9(4) comp.
       01  j pic 9(4) comp.
       copy "asinsn.cpy" replacing ==:pref:== BY ==ws==.
       copy "assymb.cpy" replacing ==:pref:== BY ==ws==.
      *Linked-set switch -- set ASMZCTR_LINKED=YES to read the module
      *set link.ctl names instead of the single module at hand
       01  ws-linked-env pic x(3) value spaces.
       01  ws-linked-flag pic x value 'N'.
           88 ws-linked-run value 'Y'.
      *Module table -- up to 20 modules, matching asmzlnk
       01  ws-mod-count pic 9(2) value 0.
       01  ws-mod-cur pic 9(2).
       01  ws-mod-tab.
           05 ws-mod-ent occurs 20 times.
               10 ws-mod-name pic x(12).
               10 ws-mod-ins-name pic x(20).
               10 ws-mod-sym-name pic x(20).
               10 ws-mod-base pic 9(8).
               10 ws-mod-top pic 9(8).
               10 ws-mod-offset pic 9(8).
               10 ws-mod-placed pic x.
      *Map parsing state -- module lines follow the MODULE header up
      *to the first blank line, in asmzlnk's write-map-module columns
       01  ws-map-state pic x value 'H'.
           88 ws-map-in-header value 'H'.
           88 ws-map-in-modules value 'M'.
           88 ws-map-done value 'D'.
       01  ws-map-name pic x(12).
       01  ws-map-base pic 9(8).
       01  ws-map-origin pic 9(8).
       01  ws-map-top pic 9(8).
      *File names the dynamic selects above resolve through
       01  ws-ins-file pic x(20).
       01  ws-sym-file pic x(20).
      *Every module's own symbols -- 1000 entries, the same headroom
      *asmzlnk gives its combined table
       01  ws-sym-count pic 9(4) value 0.
       01  ws-sym-i pic 9(4) comp.
       01  ws-sym-tab.
           05 ws-sym-ent occurs 1000 times.
               10 ws-sym-name pic x(12).
               10 ws-sym-addr pic 9(8).
               10 ws-sym-mod pic 9(2).
               10 ws-sym-type pic x.
      *Every instruction-list record, in file order, module after
      *module -- 2000 entries, the same headroom as asmzsim's map
       01  ws-rec-count pic 9(4) value 0.
       01  ws-rec-i pic 9(4) comp.
       01  ws-rec-tab.
           05 ws-rec-ent occurs 2000 times.
               10 ws-rec-mod pic 9(2).
               10 ws-rec-addr pic 9(8).
               10 ws-rec-kind pic x.
               10 ws-rec-len pic 9(8).
               10 ws-rec-rrrr pic x.
               10 ws-rec-opcode pic x(12).
               10 ws-rec-x0 pic x(12).
               10 ws-rec-x1 pic x(12).
               10 ws-rec-node pic 9(4).
      *Routines -- one per labeled stretch of code. The edges a
      *routine leaves by are stored together, first and last index
      *kept here; depths are capped at 65, one past the stack.
       01  ws-node-count pic 9(4) value 0.
       01  ws-node-i pic 9(4) comp.
       01  ws-node-cur pic 9(4).
       01  ws-node-tab.
           05 ws-node-ent occurs 500 times.
               10 ws-node-name pic x(12).
               10 ws-node-mod pic 9(2).
               10 ws-node-addr pic 9(8).
               10 ws-node-end pic 9(8).
               10 ws-node-first-rec pic 9(4).
               10 ws-node-last-rec pic 9(4).
               10 ws-node-first-edge pic 9(4).
               10 ws-node-last-edge pic 9(4).
               10 ws-node-below pic 9(3).
               10 ws-node-reached pic 9(3).
               10 ws-node-reach-flag pic x.
               10 ws-node-recur pic x.
               10 ws-node-finish pic x.
               10 ws-node-writes pic x(16).
               10 ws-node-clobber pic x(16).
      *Ways out of a routine -- C for a CALL/CALLL, J for a JMP/JMPL,
      *F for falling into the next routine. A target that resolves to
      *no routine keeps a zero in ws-edge-to, with the reason in
      *ws-edge-state: U an unresolved symbol, N an address no code
      *record covers.
       01  ws-edge-count pic 9(4) value 0.
       01  ws-edge-i pic 9(4) comp.
       01  ws-new-kind pic x.
       01  ws-edge-tab.
           05 ws-edge-ent occurs 2000 times.
               10 ws-edge-from pic 9(4).
               10 ws-edge-to pic 9(4).
               10 ws-edge-kind pic x.
               10 ws-edge-state pic x.
               10 ws-edge-off pic 9(8).
               10 ws-edge-addr pic 9(8).
               10 ws-edge-text pic x(12).
               10 ws-edge-recur pic x.
      *Set when a table overflows, so the report says so instead of
      *silently presenting a partial tree
       01  ws-table-full pic x value 'N'.
           88 ws-table-is-full value 'Y'.
      *Walk scratch
       01  ws-prev-mod pic 9(2).
       01  ws-entry-node pic 9(4) value 0.
       01  ws-changed pic x.
       01  ws-cand pic 9(3).
       01  ws-bit-i pic 9(2).
       01  ws-peak pic 9(3).
      *Breadth-first search scratch for the recursion check
       01  ws-seen-tab.
           05 ws-seen pic x occurs 500 times.
       01  ws-queue-tab.
           05 ws-queue pic 9(4) occurs 500 times.
       01  ws-queue-head pic 9(4) comp.
       01  ws-queue-tail pic 9(4) comp.
       01  ws-look-for pic 9(4).
       01  ws-found-flag pic x.
           88 ws-found-it value 'Y'.
      *Operand resolution scratch, as asmzlnk splits them -- a
      *resolved target keeps the module that defines it
       01  ws-operand-text pic x(12).
       01  ws-expr-op pic x.
       01  ws-expr-i pic 9(4) comp.
       01  ws-expr-left-text pic x(12).
       01  ws-expr-right-text pic x(12).
       01  ws-term-text pic x(12).
       01  ws-term-value pic 9(8).
       01  ws-term-mod pic 9(2).
       01  ws-term-missed pic x.
       01  ws-expr-left pic 9(8).
       01  ws-expr-right pic 9(8).
       01  ws-operand-value pic 9(8).
       01  ws-tgt-mod pic 9(2).
       01  ws-tgt-state pic x.
      *Set when any term of the operand is a symbol -- an operand of
      *literal digits alone is an absolute address once linked
       01  ws-term-symbolic pic x.
      *Counts for the flagged sections; their sum is the return-code
       01  ws-recur-count pic 9(4) value 0.
       01  ws-deep-count pic 9(4) value 0.
       01  ws-flag-count pic 9(4) value 0.
      *Report line scratch
       01  ws-report-line pic x(100).
       01  ws-depth-field pic x(3).
       01  ws-target-field pic x(30).
       01  ws-reg-list pic x(64).
       01  ws-reg-num pic 9(2).
       01  ws-reg-pos pic 9(4) comp.
       01  ws-flag-field pic x(20).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-linked-env from environment "ASMZCTR_LINKED"
               end-accept
           if ws-linked-env = "YES" or ws-linked-env = "Y"
               set ws-linked-run to true
           end-if.
           if ws-linked-run
               perform load-control-file
           else
               move 1 to ws-mod-count
               move "PROGRAM" to ws-mod-name(1)
               move "program.ins" to ws-mod-ins-name(1)
               move "program.sym" to ws-mod-sym-name(1)
           end-if.
           if ws-mod-count = 0
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "link.ctl names no modules" to ws-log-text
               perform put-log-message
               move 1 to return-code
               goback
           end-if.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               perform load-module
           end-perform.
           if ws-linked-run
               perform load-link-map
           end-if.
           perform build-routines.
           perform build-edges.
           perform find-entry-node.
           perform compute-depth-below.
           perform compute-depth-reached.
           perform find-recursion.
           perform compute-clobbers.
           perform write-ctr-report.
           add ws-recur-count to ws-deep-count giving ws-flag-count
           end-add.
      *Recursion and a stack that cannot hold the worst case are
      *errors the operator must see; a tree that fits is
      *informational
           if ws-flag-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 8 to ws-log-msgno.
           string "call tree: " delimited by size
               ws-node-count delimited by size
               " routines, " delimited by size
               ws-recur-count delimited by size
               " recursive calls, " delimited by size
               ws-deep-count delimited by size
               " past the stack" delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-flag-count to return-code.
           goback.
       load-control-file.
           open input fs-control.
           perform forever
               read fs-control
                   at end exit perform
                   not at end perform load-control-entry
               end-read
           end-perform.
           close fs-control.
       load-control-entry.
           if fs-control-module = spaces
               exit paragraph
           end-if.
           if ws-mod-count >= 20
               move 'W' to ws-log-severity
               move 2 to ws-log-msgno
               string "too many modules, ignoring " delimited by size
                   fs-control-module delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           add 1 to ws-mod-count giving ws-mod-count end-add.
           move fs-control-module to ws-mod-name(ws-mod-count).
           move fs-control-ins to ws-mod-ins-name(ws-mod-count).
           move fs-control-sym to ws-mod-sym-name(ws-mod-count).
           move 0 to ws-mod-base(ws-mod-count),
               ws-mod-top(ws-mod-count), ws-mod-offset(ws-mod-count).
           move 'N' to ws-mod-placed(ws-mod-count).
      *Each module's placed span and offset, base less origin, as
      *asmzmem reads them; a module the map does not place can take
      *no literal target
       load-link-map.
           open input fs-map.
           perform forever
               read fs-map
                   at end exit perform
                   not at end perform read-map-line
               end-read
           end-perform.
           close fs-map.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               if ws-mod-placed(ws-mod-cur) not = 'Y'
                   move 'W' to ws-log-severity
                   move 9 to ws-log-msgno
                   string "module " delimited by size
                       ws-mod-name(ws-mod-cur) delimited by space
                       " is not in program.map, no literal target "
                       delimited by size
                       "lands in it" delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-perform.
       read-map-line.
           evaluate true
               when ws-map-done
                   continue
               when ws-map-in-header
                   if fs-map-line(1:6) = "MODULE"
                       set ws-map-in-modules to true
                   end-if
               when fs-map-line = spaces
                   set ws-map-done to true
               when other
                   move fs-map-line(1:12) to ws-map-name
                   move fs-map-line(14:8) to ws-map-base
                   move fs-map-line(23:8) to ws-map-origin
                   move fs-map-line(32:8) to ws-map-top
                   perform place-map-module
           end-evaluate.
       place-map-module.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               if ws-mod-name(ws-mod-cur) = ws-map-name
                   move ws-map-base to ws-mod-base(ws-mod-cur)
                   move ws-map-top to ws-mod-top(ws-mod-cur)
                   subtract ws-map-origin from ws-map-base
                       giving ws-mod-offset(ws-mod-cur)
                   end-subtract
                   move 'Y' to ws-mod-placed(ws-mod-cur)
                   exit perform
               end-if
           end-perform.
      *A module's own symbols (its $X placeholders stand for some
      *other module's entry, not for anything here) and every record
      *of its instruction list
       load-module.
           move ws-mod-sym-name(ws-mod-cur) to ws-sym-file.
           open input fs-symbols.
           perform forever
               read fs-symbols
                   at end exit perform
                   not at end
                       move fs-symbol to ws-symbol
                       perform load-one-symbol
               end-read
           end-perform.
           close fs-symbols.
           move ws-mod-ins-name(ws-mod-cur) to ws-ins-file.
           open input fs-insns.
           perform forever
               read fs-insns
                   at end exit perform
                   not at end
                       move fs-insn to ws-insn
                       perform load-one-record
               end-read
           end-perform.
           close fs-insns.
       load-one-symbol.
           if ws-symbol-type-external
               exit paragraph
           end-if.
           if ws-sym-count >= 1000
               move 'W' to ws-log-severity
               move 3 to ws-log-msgno
               string "symbol table full at " delimited by size
                   ws-symbol-name delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               set ws-table-is-full to true
               exit paragraph
           end-if.
           add 1 to ws-sym-count giving ws-sym-count end-add.
           move ws-symbol-name to ws-sym-name(ws-sym-count).
           move ws-symbol-addr to ws-sym-addr(ws-sym-count).
           move ws-mod-cur to ws-sym-mod(ws-sym-count).
           move ws-symbol-type to ws-sym-type(ws-sym-count).
       load-one-record.
           if ws-rec-count >= 2000
               if not ws-table-is-full
                   move 'W' to ws-log-severity
                   move 4 to ws-log-msgno
                   move "instruction table full, truncated"
                       to ws-log-text
                   perform put-log-message
               end-if
               set ws-table-is-full to true
               exit paragraph
           end-if.
           add 1 to ws-rec-count giving ws-rec-count end-add.
           move ws-mod-cur to ws-rec-mod(ws-rec-count).
           move ws-insn-addr to ws-rec-addr(ws-rec-count).
           move ws-insn-kind to ws-rec-kind(ws-rec-count).
           move ws-insn-len to ws-rec-len(ws-rec-count).
           move ws-insn-rrrr to ws-rec-rrrr(ws-rec-count).
           move ws-insn-opcode to ws-rec-opcode(ws-rec-count).
           move ws-insn-x0 to ws-rec-x0(ws-rec-count).
           move ws-insn-x1 to ws-rec-x1(ws-rec-count).
           move 0 to ws-rec-node(ws-rec-count).
      *Cut the code into routines. A label on a code record starts a
      *new one; a data, reserve or file record ends the one at hand,
      *and so does the start of the next module.
       build-routines.
           move 0 to ws-node-cur, ws-prev-mod.
           perform varying ws-rec-i from 1 by 1
           until ws-rec-i > ws-rec-count
               if ws-rec-mod(ws-rec-i) not = ws-prev-mod
                   move 0 to ws-node-cur
                   move ws-rec-mod(ws-rec-i) to ws-prev-mod
               end-if
               if ws-rec-kind(ws-rec-i) = 'I'
                   perform place-code-record
               else
                   move 0 to ws-node-cur
               end-if
           end-perform.
       place-code-record.
           move 0 to ws-sym-i.
           perform varying i from 1 by 1 until i > ws-sym-count
               if ws-sym-mod(i) = ws-rec-mod(ws-rec-i)
               and ws-sym-addr(i) = ws-rec-addr(ws-rec-i)
                   move i to ws-sym-i
                   exit perform
               end-if
           end-perform.
           if ws-sym-i > 0 or ws-node-cur = 0
               perform start-routine
           end-if.
           if ws-node-cur = 0
               exit paragraph
           end-if.
           move ws-node-cur to ws-rec-node(ws-rec-i).
           move ws-rec-i to ws-node-last-rec(ws-node-cur).
           add ws-rec-addr(ws-rec-i) to ws-rec-len(ws-rec-i)
               giving ws-node-end(ws-node-cur)
           end-add.
      *The RRRR prefix byte is not counted in the record length but
      *does take an address of its own
           if ws-rec-rrrr(ws-rec-i) = 'S'
               add 1 to ws-node-end(ws-node-cur)
               giving ws-node-end(ws-node-cur) end-add
           end-if.
       start-routine.
           if ws-node-count >= 500
               if not ws-table-is-full
                   move 'W' to ws-log-severity
                   move 5 to ws-log-msgno
                   move "routine table full, truncated"
                       to ws-log-text
                   perform put-log-message
               end-if
               set ws-table-is-full to true
               move 0 to ws-node-cur
               exit paragraph
           end-if.
           add 1 to ws-node-count giving ws-node-count end-add.
           move ws-node-count to ws-node-cur.
           initialize ws-node-ent(ws-node-cur).
           if ws-sym-i > 0
               move ws-sym-name(ws-sym-i) to ws-node-name(ws-node-cur)
           else
               move spaces to ws-node-name(ws-node-cur)
               string "*" delimited by size
                   ws-rec-addr(ws-rec-i) delimited by size
                   into ws-node-name(ws-node-cur)
               end-string
           end-if.
           move ws-rec-mod(ws-rec-i) to ws-node-mod(ws-node-cur).
           move ws-rec-addr(ws-rec-i) to ws-node-addr(ws-node-cur).
           move ws-rec-i to ws-node-first-rec(ws-node-cur).
           move 'N' to ws-node-reach-flag(ws-node-cur).
           move 'N' to ws-node-recur(ws-node-cur).
           move all 'N' to ws-node-writes(ws-node-cur).
      *Every routine's ways out, in routine order, so a routine's
      *edges sit together; its registers written come from the same
      *walk over its body
       build-edges.
           perform varying ws-node-i from 1 by 1
           until ws-node-i > ws-node-count
               compute ws-node-first-edge(ws-node-i) =
                   ws-edge-count + 1
               move ws-node-mod(ws-node-i) to ws-mod-cur
               perform varying ws-rec-i
               from ws-node-first-rec(ws-node-i) by 1
               until ws-rec-i > ws-node-last-rec(ws-node-i)
                   perform scan-routine-record
               end-perform
               perform note-routine-finish
               move ws-edge-count to ws-node-last-edge(ws-node-i)
           end-perform.
       scan-routine-record.
           evaluate ws-rec-opcode(ws-rec-i)
               when "CALL"
               when "CALLL"
                   move 'C' to ws-new-kind
                   perform add-target-edge
               when "JMP"
               when "JMPL"
                   move 'J' to ws-new-kind
                   perform add-target-edge
               when "ADD"
               when "SUB"
               when "MOV"
               when "AND"
               when "OR"
               when "XOR"
               when "LDI"
               when "LDB"
               when "LDW"
                   move ws-rec-x0(ws-rec-i) to ws-operand-text
                   perform resolve-ctr-operand
                   if ws-tgt-state = 'R' and ws-operand-value < 16
                       move 'Y' to ws-node-writes(ws-node-i)
                           (ws-operand-value + 1:1)
                   end-if
           end-evaluate.
      *How the body ends: a RET, HALT or jump leaves for good; any
      *other last instruction runs on into whatever follows it --
      *the next routine, or a data record it was never meant to
      *execute
       note-routine-finish.
           move ws-node-last-rec(ws-node-i) to ws-rec-i.
           evaluate ws-rec-opcode(ws-rec-i)
               when "RET" move 'R' to ws-node-finish(ws-node-i)
               when "HALT" move 'H' to ws-node-finish(ws-node-i)
               when "JMP"
               when "JMPL" move 'J' to ws-node-finish(ws-node-i)
               when other
                   move 'D' to ws-node-finish(ws-node-i)
                   if ws-rec-i < ws-rec-count
                       if ws-rec-node(ws-rec-i + 1) > 0
                       and ws-rec-mod(ws-rec-i + 1) = ws-mod-cur
                           move 'F' to ws-node-finish(ws-node-i)
                           perform add-fall-edge
                       end-if
                   end-if
           end-evaluate.
       add-target-edge.
           if ws-edge-count >= 2000
               perform note-edge-table-full
               exit paragraph
           end-if.
           add 1 to ws-edge-count giving ws-edge-count end-add.
           move ws-node-i to ws-edge-from(ws-edge-count).
           move ws-new-kind to ws-edge-kind(ws-edge-count).
           move ws-rec-x1(ws-rec-i) to ws-edge-text(ws-edge-count).
           move 'N' to ws-edge-recur(ws-edge-count).
           move ws-rec-x1(ws-rec-i) to ws-operand-text.
           perform resolve-ctr-operand.
           if ws-linked-run and ws-tgt-state = 'R'
           and ws-term-symbolic = 'N'
               perform place-literal-target
           end-if.
           move ws-operand-value to ws-edge-addr(ws-edge-count).
           move ws-tgt-state to ws-edge-state(ws-edge-count).
           move 0 to ws-edge-to(ws-edge-count).
           move 0 to ws-edge-off(ws-edge-count).
           if ws-tgt-state not = 'R'
               exit paragraph
           end-if.
           perform varying j from 1 by 1 until j > ws-node-count
               if ws-node-mod(j) = ws-tgt-mod
               and ws-node-addr(j) <= ws-operand-value
               and ws-node-end(j) > ws-operand-value
                   move j to ws-edge-to(ws-edge-count)
                   subtract ws-node-addr(j) from ws-operand-value
                       giving ws-edge-off(ws-edge-count)
                   end-subtract
                   exit perform
               end-if
           end-perform.
           if ws-edge-to(ws-edge-count) = 0
               move 'N' to ws-edge-state(ws-edge-count)
           end-if.
      *An absolute image address lands in the module whose placed
      *span covers it, at that module's own address; in no module's
      *span, it is an address no code record covers
       place-literal-target.
           perform varying ws-mod-cur from 1 by 1
           until ws-mod-cur > ws-mod-count
               if ws-mod-placed(ws-mod-cur) = 'Y'
               and ws-mod-base(ws-mod-cur) <= ws-operand-value
               and ws-mod-top(ws-mod-cur) > ws-operand-value
                   exit perform
               end-if
           end-perform.
           if ws-mod-cur > ws-mod-count
               move 'N' to ws-tgt-state
           else
               move ws-mod-cur to ws-tgt-mod
               subtract ws-mod-offset(ws-mod-cur) from ws-operand-value
                   giving ws-operand-value
               end-subtract
           end-if.
           move ws-node-mod(ws-node-i) to ws-mod-cur.
       add-fall-edge.
           if ws-edge-count >= 2000
               perform note-edge-table-full
               exit paragraph
           end-if.
           add 1 to ws-edge-count giving ws-edge-count end-add.
           move ws-node-i to ws-edge-from(ws-edge-count).
           move 'F' to ws-edge-kind(ws-edge-count).
           move 'R' to ws-edge-state(ws-edge-count).
           move 'N' to ws-edge-recur(ws-edge-count).
           move ws-rec-node(ws-rec-i + 1) to ws-edge-to(ws-edge-count).
           move 0 to ws-edge-off(ws-edge-count).
           move ws-rec-addr(ws-rec-i + 1)
               to ws-edge-addr(ws-edge-count).
           move spaces to ws-edge-text(ws-edge-count).
       note-edge-table-full.
           if not ws-table-is-full
               move 'W' to ws-log-severity
               move 6 to ws-log-msgno
               move "edge table full, truncated" to ws-log-text
               perform put-log-message
           end-if.
           set ws-table-is-full to true.
      *An operand is a term, or two terms joined by + or -, as the
      *assembler accepts. A symbolic term resolves against the
      *module's own symbols first, then against any module's entry
      *points, the way asmzlnk resolves it; the module that defines
      *the symbol is the module the target lives in.
       resolve-ctr-operand.
           move 'R' to ws-tgt-state.
           move 'N' to ws-term-symbolic.
           move ws-mod-cur to ws-tgt-mod.
           perform split-ctr-expr.
           if ws-expr-op = ' '
               move ws-operand-text to ws-term-text
               perform resolve-ctr-term
               move ws-term-value to ws-operand-value
           else
               move ws-expr-left-text to ws-term-text
               perform resolve-ctr-term
               move ws-term-value to ws-expr-left
               move ws-expr-right-text to ws-term-text
               perform resolve-ctr-term
               move ws-term-value to ws-expr-right
               if ws-expr-op = '+'
                   add ws-expr-left to ws-expr-right
                   giving ws-operand-value end-add
               else
                   if ws-expr-right > ws-expr-left
                       move 0 to ws-operand-value
                   else
                       subtract ws-expr-right from ws-expr-left
                           giving ws-operand-value
                       end-subtract
                   end-if
               end-if
           end-if.
       split-ctr-expr.
           move ' ' to ws-expr-op.
           move spaces to ws-expr-left-text, ws-expr-right-text.
           perform varying ws-expr-i from 2 by 1
           until ws-expr-i > length of ws-operand-text
           or ws-operand-text(ws-expr-i:1) = ' '
               if ws-operand-text(ws-expr-i:1) = '+'
               or ws-operand-text(ws-expr-i:1) = '-'
                   move ws-operand-text(ws-expr-i:1) to ws-expr-op
                   exit perform
               end-if
           end-perform.
           if ws-expr-op not = ' '
               move ws-operand-text(1:ws-expr-i - 1)
                   to ws-expr-left-text
               move ws-operand-text(ws-expr-i + 1:)
                   to ws-expr-right-text
           end-if.
       resolve-ctr-term.
           move 0 to ws-term-value.
           evaluate ws-term-text(1:1)
               when 'A' thru 'Z'
               when '@'
                   move 'Y' to ws-term-symbolic
                   move 'Y' to ws-term-missed
                   perform varying ws-sym-i from 1 by 1
                   until ws-sym-i > ws-sym-count
                       if ws-sym-name(ws-sym-i) = ws-term-text
                       and ws-sym-mod(ws-sym-i) = ws-mod-cur
                           move 'N' to ws-term-missed
                           exit perform
                       end-if
                   end-perform
                   if ws-term-missed = 'Y'
                       perform varying ws-sym-i from 1 by 1
                       until ws-sym-i > ws-sym-count
                           if ws-sym-name(ws-sym-i) = ws-term-text
                           and ws-sym-type(ws-sym-i) = 'N'
                               move 'N' to ws-term-missed
                               exit perform
                           end-if
                       end-perform
                   end-if
                   if ws-term-missed = 'Y'
                       move 'U' to ws-tgt-state
                   else
                       move ws-sym-addr(ws-sym-i) to ws-term-value
                       move ws-sym-mod(ws-sym-i) to ws-tgt-mod
                   end-if
               when '0' thru '9'
                   move ws-term-text to ws-term-value
               when other
                   move 'U' to ws-tgt-state
           end-evaluate.
      *asmzsim starts at address zero, and address zero of the image
      *is the first module's own address zero
       find-entry-node.
           perform varying ws-node-i from 1 by 1
           until ws-node-i > ws-node-count
               if ws-node-mod(ws-node-i) = 1
               and ws-node-addr(ws-node-i) = 0
                   move ws-node-i to ws-entry-node
                   exit perform
               end-if
           end-perform.
           if ws-entry-node = 0
               move 'W' to ws-log-severity
               move 7 to ws-log-msgno
               move "no code at address zero, no entry point to walk"
                   to ws-log-text
               perform put-log-message
           end-if.
      *Most return-stack entries a routine's own calls can push: a
      *CALL costs one entry plus whatever its target can push, a jump
      *or fall-through costs nothing more than its target. Relaxed
      *over every edge until nothing grows; the cap of 65 stops a
      *recursive cycle from growing forever.
       compute-depth-below.
           move 'Y' to ws-changed.
           perform until ws-changed = 'N'
               move 'N' to ws-changed
               perform varying ws-edge-i from 1 by 1
               until ws-edge-i > ws-edge-count
                   perform relax-below-edge
               end-perform
           end-perform.
       relax-below-edge.
           move 0 to ws-cand.
           if ws-edge-to(ws-edge-i) > 0
               move ws-node-below(ws-edge-to(ws-edge-i)) to ws-cand
           end-if.
           if ws-edge-kind(ws-edge-i) = 'C'
               add 1 to ws-cand giving ws-cand end-add
           end-if.
           if ws-cand > 65
               move 65 to ws-cand
           end-if.
           if ws-cand > ws-node-below(ws-edge-from(ws-edge-i))
               move ws-cand to ws-node-below(ws-edge-from(ws-edge-i))
               move 'Y' to ws-changed
           end-if.
      *Most return-stack entries already in use when a routine
      *starts, walking forward from the entry point the same way
       compute-depth-reached.
           if ws-entry-node = 0
               exit paragraph
           end-if.
           move 'Y' to ws-node-reach-flag(ws-entry-node).
           move 0 to ws-node-reached(ws-entry-node).
           move 'Y' to ws-changed.
           perform until ws-changed = 'N'
               move 'N' to ws-changed
               perform varying ws-edge-i from 1 by 1
               until ws-edge-i > ws-edge-count
                   if ws-edge-to(ws-edge-i) > 0
                   and ws-node-reach-flag(ws-edge-from(ws-edge-i))
                       = 'Y'
                       perform relax-reached-edge
                   end-if
               end-perform
           end-perform.
       relax-reached-edge.
           move ws-node-reached(ws-edge-from(ws-edge-i)) to ws-cand.
           if ws-edge-kind(ws-edge-i) = 'C'
               add 1 to ws-cand giving ws-cand end-add
           end-if.
           if ws-cand > 65
               move 65 to ws-cand
           end-if.
           if ws-node-reach-flag(ws-edge-to(ws-edge-i)) not = 'Y'
           or ws-cand > ws-node-reached(ws-edge-to(ws-edge-i))
               move 'Y' to ws-node-reach-flag(ws-edge-to(ws-edge-i))
               move ws-cand to ws-node-reached(ws-edge-to(ws-edge-i))
               move 'Y' to ws-changed
           end-if.
      *A CALL is recursive when its target can lead back, by any mix
      *of calls, jumps and fall-throughs, to the routine making it.
      *A loop made of jumps alone pushes nothing and is no concern
      *of this report.
       find-recursion.
           perform varying ws-edge-i from 1 by 1
           until ws-edge-i > ws-edge-count
               if ws-edge-kind(ws-edge-i) = 'C'
               and ws-edge-to(ws-edge-i) > 0
                   perform check-one-call
               end-if
           end-perform.
       check-one-call.
           move ws-edge-from(ws-edge-i) to ws-look-for.
           move 'N' to ws-found-flag.
           move all 'N' to ws-seen-tab.
           move 1 to ws-queue-head, ws-queue-tail.
           move ws-edge-to(ws-edge-i) to ws-queue(1).
           move 'Y' to ws-seen(ws-edge-to(ws-edge-i)).
           perform until ws-queue-head > ws-queue-tail
           or ws-found-it
               move ws-queue(ws-queue-head) to ws-node-cur
               add 1 to ws-queue-head giving ws-queue-head end-add
               if ws-node-cur = ws-look-for
                   set ws-found-it to true
               else
                   perform queue-successors
               end-if
           end-perform.
           if ws-found-it
               move 'Y' to ws-edge-recur(ws-edge-i)
               move 'Y' to ws-node-recur(ws-edge-from(ws-edge-i))
               move 'Y' to ws-node-recur(ws-edge-to(ws-edge-i))
               add 1 to ws-recur-count giving ws-recur-count end-add
           end-if.
       queue-successors.
           perform varying j from ws-node-first-edge(ws-node-cur) by 1
           until j > ws-node-last-edge(ws-node-cur)
               if ws-edge-to(j) > 0
                   if ws-seen(ws-edge-to(j)) = 'N'
                       move 'Y' to ws-seen(ws-edge-to(j))
                       add 1 to ws-queue-tail giving ws-queue-tail
                       end-add
                       move ws-edge-to(j) to ws-queue(ws-queue-tail)
                   end-if
               end-if
           end-perform.
      *What a CALL to a routine can clobber: its own writes plus
      *everything written by whatever it calls, jumps to or falls
      *into
       compute-clobbers.
           perform varying ws-node-i from 1 by 1
           until ws-node-i > ws-node-count
               move ws-node-writes(ws-node-i)
                   to ws-node-clobber(ws-node-i)
           end-perform.
           move 'Y' to ws-changed.
           perform until ws-changed = 'N'
               move 'N' to ws-changed
               perform varying ws-edge-i from 1 by 1
               until ws-edge-i > ws-edge-count
                   if ws-edge-to(ws-edge-i) > 0
                       perform merge-clobber-edge
                   end-if
               end-perform
           end-perform.
       merge-clobber-edge.
           perform varying ws-bit-i from 1 by 1 until ws-bit-i > 16
               if ws-node-clobber(ws-edge-to(ws-edge-i))
                   (ws-bit-i:1) = 'Y'
               and ws-node-clobber(ws-edge-from(ws-edge-i))
                   (ws-bit-i:1) not = 'Y'
                   move 'Y' to ws-node-clobber(ws-edge-from(ws-edge-i))
                       (ws-bit-i:1)
                   move 'Y' to ws-changed
               end-if
           end-perform.
       write-ctr-report.
           open output fs-report.
           move "CALL TREE AND STACK DEPTH REPORT" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           if ws-entry-node = 0
               move "ENTRY POINT  NONE -- NO CODE AT ADDRESS ZERO"
                   to ws-report-line
           else
               string "ENTRY POINT  " delimited by size
                   ws-node-name(ws-entry-node) delimited by size
                   "  RETURN STACK 64 ENTRIES" delimited by size
                   into ws-report-line
               end-string
           end-if.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move
           "ROUTINE      MODULE       ADDRESS  REACHED BELOW PEAK"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-node-i from 1 by 1
           until ws-node-i > ws-node-count
               perform write-routine-block
           end-perform.
           perform write-recursion-section.
           perform write-overflow-section.
           perform write-worst-case-line.
           if ws-table-is-full
               move spaces to ws-report-line
               write fs-report-line from ws-report-line end-write
               move "TABLES OVERFLOWED -- REPORT IS PARTIAL"
                   to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
           close fs-report.
       write-routine-block.
           move spaces to ws-report-line.
           move ws-node-name(ws-node-i) to ws-report-line(1:12).
           move ws-mod-name(ws-node-mod(ws-node-i))
               to ws-report-line(14:12).
           move ws-node-addr(ws-node-i) to ws-report-line(27:8).
           if ws-node-reach-flag(ws-node-i) = 'Y'
               move ws-node-reached(ws-node-i) to ws-peak
               perform format-depth
               move ws-depth-field to ws-report-line(36:3)
               add ws-node-reached(ws-node-i)
                   to ws-node-below(ws-node-i) giving ws-peak
               end-add
           else
               move "---" to ws-report-line(36:3)
               move ws-node-below(ws-node-i) to ws-peak
           end-if.
           move ws-peak to ws-cand.
           move ws-node-below(ws-node-i) to ws-peak.
           perform format-depth.
           move ws-depth-field to ws-report-line(44:3).
           move ws-cand to ws-peak.
           perform format-depth.
           move ws-depth-field to ws-report-line(50:3).
           move spaces to ws-flag-field.
           if ws-node-recur(ws-node-i) = 'Y'
               move "RECURSIVE" to ws-flag-field
           end-if.
           if ws-cand > 64
               if ws-flag-field = spaces
                   move "STACK OVERFLOW" to ws-flag-field
               else
                   move "RECURSIVE OVERFLOW" to ws-flag-field
               end-if
           end-if.
           move ws-flag-field to ws-report-line(55:20).
           write fs-report-line from ws-report-line end-write.
           perform varying ws-edge-i
           from ws-node-first-edge(ws-node-i) by 1
           until ws-edge-i > ws-node-last-edge(ws-node-i)
               perform write-edge-line
           end-perform.
           move spaces to ws-report-line.
           evaluate ws-node-finish(ws-node-i)
               when 'R' move "    ENDS     RET" to ws-report-line
               when 'H' move "    ENDS     HALT" to ws-report-line
               when 'J' move "    ENDS     JUMP" to ws-report-line
               when 'D'
                   move "    ENDS     RUNS OFF INTO DATA OR END OF CODE"
                       to ws-report-line
           end-evaluate.
           if ws-report-line not = spaces
               write fs-report-line from ws-report-line end-write
           end-if.
           move ws-node-writes(ws-node-i) to ws-flag-field(1:16).
           perform format-reg-list.
           move spaces to ws-report-line.
           string "    WRITES   " delimited by size
               ws-reg-list delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move ws-node-clobber(ws-node-i) to ws-flag-field(1:16).
           perform format-reg-list.
           move spaces to ws-report-line.
           string "    CLOBBERS " delimited by size
               ws-reg-list delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
       write-edge-line.
           perform format-edge-target.
           move spaces to ws-report-line.
           evaluate ws-edge-kind(ws-edge-i)
               when 'C' move "    CALLS    " to ws-report-line(1:13)
               when 'J' move "    JUMPS    " to ws-report-line(1:13)
               when 'F' move "    FALLS    " to ws-report-line(1:13)
           end-evaluate.
           move ws-target-field to ws-report-line(14:30).
           if ws-edge-recur(ws-edge-i) = 'Y'
               move "RECURSIVE" to ws-report-line(45:9)
           end-if.
           write fs-report-line from ws-report-line end-write.
      *A target is shown by routine name, +offset when it lands
      *inside the body, or by what went wrong resolving it
       format-edge-target.
           move spaces to ws-target-field.
           evaluate true
               when ws-edge-to(ws-edge-i) > 0
                   and ws-edge-off(ws-edge-i) = 0
                   move ws-node-name(ws-edge-to(ws-edge-i))
                       to ws-target-field
               when ws-edge-to(ws-edge-i) > 0
                   string ws-node-name(ws-edge-to(ws-edge-i))
                       delimited by space
                       "+" delimited by size
                       ws-edge-off(ws-edge-i) delimited by size
                       into ws-target-field
                   end-string
               when ws-edge-state(ws-edge-i) = 'U'
                   string ws-edge-text(ws-edge-i) delimited by space
                       " UNRESOLVED" delimited by size
                       into ws-target-field
                   end-string
               when other
                   string ws-edge-addr(ws-edge-i) delimited by size
                       " NOT CODE" delimited by size
                       into ws-target-field
                   end-string
           end-evaluate.
       format-depth.
           if ws-peak > 64
               move ">64" to ws-depth-field
           else
               move ws-peak to ws-depth-field
           end-if.
      *ws-flag-field(1:16) holds one Y/N per register at hand
       format-reg-list.
           move spaces to ws-reg-list.
           move 1 to ws-reg-pos.
           perform varying ws-bit-i from 1 by 1 until ws-bit-i > 16
               if ws-flag-field(ws-bit-i:1) = 'Y'
                   subtract 1 from ws-bit-i giving ws-reg-num
                   end-subtract
                   move 'R' to ws-reg-list(ws-reg-pos:1)
                   move ws-reg-num to ws-reg-list(ws-reg-pos + 1:2)
                   add 4 to ws-reg-pos giving ws-reg-pos end-add
               end-if
           end-perform.
           if ws-reg-list = spaces
               move "(NONE)" to ws-reg-list
           end-if.
           move spaces to ws-flag-field.
      *Flagged section -- every CALL that can come back around to
      *its own caller
       write-recursion-section.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "RECURSION" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           if ws-recur-count = 0
               move "    (NONE)" to ws-report-line
               write fs-report-line from ws-report-line end-write
               exit paragraph
           end-if.
           perform varying ws-edge-i from 1 by 1
           until ws-edge-i > ws-edge-count
               if ws-edge-recur(ws-edge-i) = 'Y'
                   perform format-edge-target
                   move spaces to ws-report-line
                   string "    " delimited by size
                       ws-node-name(ws-edge-from(ws-edge-i))
                       delimited by size
                       " CALLS " delimited by size
                       ws-target-field delimited by space
                       " WHICH LEADS BACK TO IT" delimited by size
                       into ws-report-line
                   end-string
                   write fs-report-line from ws-report-line end-write
                   move 'E' to ws-log-severity
                   move 11 to ws-log-msgno
                   string "recursive call from " delimited by size
                       ws-node-name(ws-edge-from(ws-edge-i))
                       delimited by space
                       " to " delimited by size
                       ws-target-field delimited by space
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-perform.
      *Flagged section -- every routine whose worst case cannot fit
      *the 64-entry return stack
       write-overflow-section.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "WORST CASE PAST THE 64-ENTRY RETURN STACK"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-node-i from 1 by 1
           until ws-node-i > ws-node-count
               move ws-node-below(ws-node-i) to ws-peak
               if ws-node-reach-flag(ws-node-i) = 'Y'
                   add ws-node-reached(ws-node-i) to ws-peak
                       giving ws-peak
                   end-add
               end-if
               if ws-peak > 64
                   add 1 to ws-deep-count giving ws-deep-count end-add
                   move spaces to ws-report-line
                   move ws-node-name(ws-node-i) to ws-report-line(5:12)
                   move ws-mod-name(ws-node-mod(ws-node-i))
                       to ws-report-line(18:12)
                   move ws-node-addr(ws-node-i) to ws-report-line(31:8)
                   write fs-report-line from ws-report-line end-write
                   move 'E' to ws-log-severity
                   move 10 to ws-log-msgno
                   string "worst-case stack depth past 64 at "
                       delimited by size
                       ws-node-name(ws-node-i) delimited by space
                       into ws-log-text
                   end-string
                   perform put-log-message
               end-if
           end-perform.
           if ws-deep-count = 0
               move "    (NONE)" to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
       write-worst-case-line.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           if ws-entry-node = 0
               exit paragraph
           end-if.
           move ws-node-below(ws-entry-node) to ws-peak.
           perform format-depth.
           move spaces to ws-report-line.
           string "WORST CASE FROM ENTRY " delimited by size
               ws-depth-field delimited by size
               " OF 64 RETURN STACK ENTRIES" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZCTR" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzctr.

      ******************************************************************
      *Opcode table integrity check and instruction set reference card
      *
      *opcodes.def is edited by hand and everything leans on it:
      *asmxopcd looks an opcode up by name and takes the first match,
      *asmzdis and asmzsim look one up by code and mode and take the
      *first match, and all of them stop loading at 200 entries. A
      *table mistake does not fail anything -- it makes the assembler
      *and the disassembler quietly disagree. This program reads
      *opcodes.def the way those loaders do (a record whose mode is
      *'*' is a comment) and checks every other record for:
      *
      *  - a mode letter other than A-E;
      *  - a blank name;
      *  - a code that is not eight binary digits (asmxbin passes
      *    over a blank in the code, asmzsim and asmzdis count it as
      *    a zero bit, so the two sides read different codes);
      *  - a mode A code past 14 -- mode A carries its code in the
      *    low half of the header byte, and 15 there announces a wide
      *    (mode B-E) instruction;
      *  - a name defined twice (the later one can never be assembled);
      *  - a code and mode pair defined twice (the later one can never
      *    be disassembled or simulated);
      *  - a record past the 200 the loaders keep.
      *
      *It writes opcodes.ref: the problems found, line by line, then
      *an instruction set reference card grouped by mode and ordered
      *by code -- every opcode's encoded length, operand shape and
      *byte layout, plain and with the RRRR prefix byte in front --
      *so the field team's quick-reference sheet is printed from the
      *table the tools actually use. A record with a problem is still
      *carried on the card, marked with '*'. The problem count is
      *surfaced through return-code so this check can run ahead of
      *every build step in the nightly job.
       identification division.
       program-id. asmzopv.
       environment division.
       input-output section.
       file-control.
      *Opcode table under check
           select fs-opcodes assign to "opcodes.def"
           organization is line sequential.
      *Problems found and the reference card
           select optional fs-report assign to "opcodes.ref"
           organization is line sequential.
       data division.
       file section.
       fd  fs-opcodes.
       copy "asopcp.cpy" replacing ==:pref:== BY ==fs==.
       fd  fs-report.
       01  fs-report-line pic x(100).
       working-storage section.
       01  i pic 9(4) comp.
       copy "asopcp.cpy" replacing ==:pref:== BY ==ws==.
      *Every non-comment record, in file order -- room past the 200
      *the loaders keep, so the records they drop can be named
       01  ws-opc-count pic 9(4) value 0.
       01  ws-opc-i pic 9(4) comp.
       01  ws-opc-j pic 9(4) comp.
       01  ws-opc-tab.
           05 ws-opc-ent occurs 400 times.
               10 ws-opc-line pic 9(4).
               10 ws-opc-name pic x(12).
               10 ws-opc-code pic x(8).
               10 ws-opc-codeval pic 9(3).
               10 ws-opc-mode pic x.
               10 ws-opc-bad pic x.
       01  ws-opc-full pic x value 'N'.
           88 ws-opc-is-full value 'Y'.
      *Physical line number of the record at hand, comments included,
      *so a problem points at the line to edit
       01  ws-line-no pic 9(4) value 0.
       01  ws-problem-count pic 9(4) value 0.
       01  ws-code-ok pic x.
      *Reference card scratch
       01  ws-card-mode pic x.
       01  ws-card-code pic 9(3).
       01  ws-card-count pic 9(4).
       01  ws-card-len pic 9(1).
       01  ws-hex-val pic 9(3).
       01  ws-hex-hi pic 9(2).
       01  ws-hex-lo pic 9(2).
       01  ws-hex-digits pic x(16) value "0123456789ABCDEF".
       01  ws-hex-text pic x(2).
       01  ws-layout pic x(16).
       01  ws-rrrr-layout pic x(20).
       01  ws-addr-part pic x(9).
       01  ws-mark pic x.
      *Report line scratch
       01  ws-report-line pic x(100).
       01  ws-problem-text pic x(60) value spaces.
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           open input fs-opcodes.
           perform forever
               read fs-opcodes into ws-opcode
                   at end exit perform
                   not at end perform load-opcode-record
               end-read
           end-perform.
           close fs-opcodes.
           open output fs-report.
           move "OPCODE TABLE CHECK -- opcodes.def" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "PROBLEMS" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying ws-opc-i from 1 by 1
           until ws-opc-i > ws-opc-count
               perform check-one-record
           end-perform.
           if ws-opc-is-full
               add 1 to ws-problem-count giving ws-problem-count
               end-add
               move "    MORE THAN 400 RECORDS -- THE REST NOT CHECKED"
                   to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
           if ws-problem-count = 0
               move "    (NONE)" to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
           perform write-reference-card.
           close fs-report.
      *Problems are errors the operator must see; a clean table is
      *informational
           if ws-problem-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 2 to ws-log-msgno.
           string "opcodes.def checked: " delimited by size
               ws-opc-count delimited by size
               " opcodes, " delimited by size
               ws-problem-count delimited by size
               " problems" delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-problem-count to return-code.
           goback.
      *Comment records are passed over exactly as the loaders pass
      *them over; the code is read the way asmzsim reads it
       load-opcode-record.
           add 1 to ws-line-no giving ws-line-no end-add.
           if ws-opcode-mode = '*'
               exit paragraph
           end-if.
           if ws-opc-count >= 400
               set ws-opc-is-full to true
               exit paragraph
           end-if.
           add 1 to ws-opc-count giving ws-opc-count end-add.
           move ws-line-no to ws-opc-line(ws-opc-count).
           move ws-opcode-name to ws-opc-name(ws-opc-count).
           move ws-opcode-code to ws-opc-code(ws-opc-count).
           move ws-opcode-mode to ws-opc-mode(ws-opc-count).
           move 'N' to ws-opc-bad(ws-opc-count).
           move 0 to ws-hex-val.
           perform varying i from 1 by 1
           until i > length of ws-opcode-code
               evaluate ws-opcode-code(i:1)
                   when '1'
                       multiply ws-hex-val by 2 giving ws-hex-val
                       end-multiply
                       add 1 to ws-hex-val giving ws-hex-val end-add
                   when other
                       multiply ws-hex-val by 2 giving ws-hex-val
                       end-multiply
               end-evaluate
           end-perform.
           move ws-hex-val to ws-opc-codeval(ws-opc-count).
       check-one-record.
           if ws-opc-i > 200
               move "PAST THE 200 OPCODES THE LOADERS KEEP"
                   to ws-problem-text
               perform note-problem
           end-if.
           if ws-opc-name(ws-opc-i) = spaces
               move "NO OPCODE NAME" to ws-problem-text
               perform note-problem
           end-if.
           if ws-opc-mode(ws-opc-i) < 'A'
           or ws-opc-mode(ws-opc-i) > 'E'
               string "MODE LETTER '" delimited by size
                   ws-opc-mode(ws-opc-i) delimited by size
                   "' IS NOT A-E" delimited by size
                   into ws-problem-text
               end-string
               perform note-problem
           end-if.
           move 'Y' to ws-code-ok.
           perform varying i from 1 by 1 until i > 8
               if ws-opc-code(ws-opc-i)(i:1) not = '0'
               and ws-opc-code(ws-opc-i)(i:1) not = '1'
                   move 'N' to ws-code-ok
               end-if
           end-perform.
           if ws-code-ok = 'N'
               string "CODE '" delimited by size
                   ws-opc-code(ws-opc-i) delimited by size
                   "' IS NOT EIGHT BINARY DIGITS" delimited by size
                   into ws-problem-text
               end-string
               perform note-problem
           end-if.
           if ws-opc-mode(ws-opc-i) = 'A'
           and ws-opc-codeval(ws-opc-i) > 14
               string "CODE " delimited by size
                   ws-opc-codeval(ws-opc-i) delimited by size
                   " DOES NOT FIT THE MODE A HEADER NIBBLE (0-14)"
                   delimited by size
                   into ws-problem-text
               end-string
               perform note-problem
           end-if.
      *Only the first of a duplicate pair is ever found by the
      *loaders, so the later record is the one flagged
           perform varying ws-opc-j from 1 by 1
           until ws-opc-j >= ws-opc-i
               if ws-opc-name(ws-opc-j) = ws-opc-name(ws-opc-i)
               and ws-opc-name(ws-opc-i) not = spaces
                   string "NAME ALSO DEFINED ON LINE " delimited by size
                       ws-opc-line(ws-opc-j) delimited by size
                       into ws-problem-text
                   end-string
                   perform note-problem
                   exit perform
               end-if
           end-perform.
           perform varying ws-opc-j from 1 by 1
           until ws-opc-j >= ws-opc-i
               if ws-opc-codeval(ws-opc-j) = ws-opc-codeval(ws-opc-i)
               and ws-opc-mode(ws-opc-j) = ws-opc-mode(ws-opc-i)
                   string "CODE AND MODE ALSO USED BY "
                       delimited by size
                       ws-opc-name(ws-opc-j) delimited by space
                       " ON LINE " delimited by size
                       ws-opc-line(ws-opc-j) delimited by size
                       into ws-problem-text
                   end-string
                   perform note-problem
                   exit perform
               end-if
           end-perform.
       note-problem.
           add 1 to ws-problem-count giving ws-problem-count end-add.
           move 'Y' to ws-opc-bad(ws-opc-i).
           move spaces to ws-report-line.
           string "    LINE " delimited by size
               ws-opc-line(ws-opc-i) delimited by size
               " " delimited by size
               ws-opc-name(ws-opc-i) delimited by size
               " " delimited by size
               ws-problem-text delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move 'E' to ws-log-severity.
           move 1 to ws-log-msgno.
           string "opcodes.def line " delimited by size
               ws-opc-line(ws-opc-i) delimited by size
               ": " delimited by size
               ws-problem-text delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
           move spaces to ws-problem-text.
      *The card: one block per mode, opcodes in code order. Byte
      *layouts are written the way a listing shows the bytes, two hex
      *digits a byte -- x is the X0 register half, F the wide-header
      *mark, yz the RRRR prefix (X2 high, X1 low), aa an address or
      *immediate byte, most significant first, as asmxbin emits it.
       write-reference-card.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "INSTRUCTION SET REFERENCE CARD" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "BYTE LAYOUT KEY" to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "    x   X0 REGISTER, HIGH HALF OF THE HEADER BYTE"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "    F   WIDE HEADER MARK, LOW HALF 15 (MODES B-E)"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "    yz  RRRR PREFIX BYTE, X2 HIGH HALF, X1 LOW HALF"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "    aa  ADDRESS/IMMEDIATE BYTE, MOST SIGNIFICANT FIRST"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move "    *   RECORD LISTED UNDER PROBLEMS ABOVE"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move 'A' to ws-card-mode.
           perform write-mode-block.
           move 'B' to ws-card-mode.
           perform write-mode-block.
           move 'C' to ws-card-mode.
           perform write-mode-block.
           move 'D' to ws-card-mode.
           perform write-mode-block.
           move 'E' to ws-card-mode.
           perform write-mode-block.
       write-mode-block.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-addr-part.
           evaluate ws-card-mode
               when 'A'
                   move 1 to ws-card-len
                   move
                   "MODE A -- 1 BYTE, CODE IN THE HEADER LOW HALF"
                       to ws-report-line
               when 'B'
                   move 2 to ws-card-len
                   move "MODE B -- 2 BYTES, WIDE HEADER AND CODE BYTE"
                       to ws-report-line
               when 'C'
                   move 3 to ws-card-len
                   move " aa" to ws-addr-part
                   move "MODE C -- 3 BYTES, 8-BIT ADDRESS/IMMEDIATE"
                       to ws-report-line
               when 'D'
                   move 4 to ws-card-len
                   move " aa aa" to ws-addr-part
                   move "MODE D -- 4 BYTES, 16-BIT ADDRESS"
                       to ws-report-line
               when 'E'
                   move 5 to ws-card-len
                   move " aa aa aa" to ws-addr-part
                   move "MODE E -- 5 BYTES, 24-BIT ADDRESS"
                       to ws-report-line
           end-evaluate.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           evaluate ws-card-mode
               when 'A'
               when 'B'
                   move "    OPERANDS X0     RRRR FORM X0,X1,X2"
                       to ws-report-line
               when 'C'
                   move "    OPERANDS X0,IMM8     RRRR FORM X0,X1,X2"
                       to ws-report-line
               when 'D'
                   move "    OPERANDS X0,ADDR16     RRRR FORM X0,X1,X2"
                       to ws-report-line
               when 'E'
                   move "    OPERANDS X0,ADDR24     RRRR FORM X0,X1,X2"
                       to ws-report-line
           end-evaluate.
           write fs-report-line from ws-report-line end-write.
           move "  NAME         CODE     HEX LEN LAYOUT"
               to ws-report-line.
           move "RRRR LEN LAYOUT" to ws-report-line(48:15).
           write fs-report-line from ws-report-line end-write.
           move 0 to ws-card-count.
           perform varying ws-card-code from 0 by 1
           until ws-card-code > 255
               perform varying ws-opc-i from 1 by 1
               until ws-opc-i > ws-opc-count
                   if ws-opc-mode(ws-opc-i) = ws-card-mode
                   and ws-opc-codeval(ws-opc-i) = ws-card-code
                       perform write-card-line
                   end-if
               end-perform
           end-perform.
           if ws-card-count = 0
               move "    (NONE)" to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-if.
       write-card-line.
           add 1 to ws-card-count giving ws-card-count end-add.
           move ws-opc-codeval(ws-opc-i) to ws-hex-val.
           perform byte-to-hex.
           move spaces to ws-layout.
           if ws-card-mode = 'A'
               string "x" delimited by size
                   ws-hex-text(2:1) delimited by size
                   into ws-layout
               end-string
           else
               string "xF " delimited by size
                   ws-hex-text delimited by size
                   ws-addr-part delimited by "  "
                   into ws-layout
               end-string
           end-if.
           move spaces to ws-rrrr-layout.
           string "yz " delimited by size
               ws-layout delimited by "  "
               into ws-rrrr-layout
           end-string.
           move space to ws-mark.
           if ws-opc-bad(ws-opc-i) = 'Y'
               move '*' to ws-mark
           end-if.
           move spaces to ws-report-line.
           move ws-mark to ws-report-line(1:1).
           move ws-opc-name(ws-opc-i) to ws-report-line(3:12).
           move ws-opc-code(ws-opc-i) to ws-report-line(16:8).
           move ws-hex-text to ws-report-line(25:2).
           move ws-card-len to ws-report-line(30:1).
           move ws-layout to ws-report-line(33:14).
           compute ws-hex-val = ws-card-len + 1.
           move ws-hex-val(3:1) to ws-report-line(54:1).
           move ws-rrrr-layout to ws-report-line(57:20).
           write fs-report-line from ws-report-line end-write.
       byte-to-hex.
           divide ws-hex-val by 16 giving ws-hex-hi
               remainder ws-hex-lo
           end-divide.
           move ws-hex-digits(ws-hex-hi + 1:1) to ws-hex-text(1:1).
           move ws-hex-digits(ws-hex-lo + 1:1) to ws-hex-text(2:1).
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZOPV" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzopv.

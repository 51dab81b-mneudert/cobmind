       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-select-rows.

*>*********************************************************************
*> selection-criteria extract over a "_results" file: the rows a team
*> asked for, copied as-is into a file of their own with its own
*> provenance header and control-total trailer, so the slice ships
*> through mmdb2-distribute like any other output instead of living
*> in a one-off script. run as its own job step:
*>
*>   PARM='<results-file> <criteria-file> <extract-out>'
*>
*> criteria file - one test per line, "<subject> <op> <value>"; the
*> tests of a group must all hold (AND), and an "or" line starts
*> another group - a row is extracted when any one group holds:
*>
*>   # not-found rows, or Russian/Belarusian rows scoring over 50
*>   reason = NF
*>   or
*>   field country.iso_code in RU,BY
*>   and field threat_score > 50
*>   or
*>   network within 10.0.0.0/8
*>
*> subjects: reason (the short codes OK/NF/RS/ER/NR/EA or the words
*> the results file carries), field <dotted path> (any decoded field,
*> through mmdb2-get-field), network (the row's matched network, or
*> its address where nothing matched), and the optional screen,
*> territory and anon columns when the results file has them.
*> ops: = != in (comma list) contains, > >= < <= (numeric), within
*> <cidr> (network only), has ANONYMOUS|VPN|HOSTING|TOR (anon only).
*> text compares ignore case; a field the record lacks fails every
*> op but "!=". a leading "and" is allowed for readability and means
*> nothing more.
*>
*> the results file is the standard column layout
*> (ip,reason,network,prefix_len[,screen][,territory][,anon],record)
*> - its heading says which optional columns are present, and is
*> carried into the extract unchanged.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select criteria-in
    assign dynamic criteria-file
    organization line sequential
    file status is criteria-status.

  select results-in
    assign dynamic results-file
    organization line sequential
    file status is results-status.

  select extract-out
    assign dynamic extract-inflight
    organization line sequential
    file status is extract-status.

data division.
file section.

fd criteria-in.
01 criteria-in-rec pic x(256).

fd results-in.
01 results-in-rec pic x(8192).

fd extract-out.
01 extract-out-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 results-file     pic x(128) value spaces.
01 criteria-file    pic x(128) value spaces.
01 extract-file     pic x(128) value spaces.
01 extract-inflight pic x(140) value spaces.

01 criteria-status  pic xx value spaces.
01 results-status   pic xx value spaces.
01 extract-status   pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 commit-op        pic x(1) value 'B'.
01 commit-ok        pic x(1) value 'Y'.

*> the parsed criteria.
01 crit-table.
   05 crit-entry occurs 50 times.
      10 crit-group    pic 9(2).
      10 crit-subject  pic x(10).
      10 crit-path     pic x(64).
      10 crit-op       pic x(8).
      10 crit-value    pic x(128).
      10 crit-bits     pic x(128).
      10 crit-prefix   pic 9(3).
01 crit-count       pic 9(2) value 0.
01 crit-ix          pic 9(2) value 0.
01 group-count      pic 9(2) value 1.
01 group-ix         pic 9(2) value 0.
01 group-tests      pic 9(2) value 0.
01 criteria-bad     pic x(1) value 'N'.

01 crit-line        pic x(256) value spaces.
01 crit-pointer     pic 9(4) value 0.
01 tok-1            pic x(64) value spaces.
01 tok-2            pic x(64) value spaces.
01 tok-3            pic x(64) value spaces.
01 tok-rest         pic x(192) value spaces.
01 slash-pos        pic 9(3) value 0.
01 cidr-addr        pic x(45) value spaces.
01 cidr-prefix-text pic x(3) value spaces.
01 addr-valid       pic x(1) value 'N'.
01 addr-bits        pic x(128) value spaces.
01 addr-bitlen      pic 9(3) value 0.

*> which optional columns the heading named.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.
01 heading-tally    pic 9(3) value 0.
01 results-db       pic x(128) value spaces.
01 results-epoch    pic 9(11) value 0.
01 header-pos       pic 9(4) value 0.
01 source-class     pic x(12) value spaces.
01 header-token     pic x(128) value spaces.

*> one results row, by column.
01 col-pointer      pic 9(5) value 0.
01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(16) value spaces.
01 col-network      pic x(45) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-screen       pic x(8) value spaces.
01 col-territory    pic x(64) value spaces.
01 col-anon         pic x(8) value spaces.
01 col-record       pic x(8192) value spaces.
01 row-prefix       pic 9(3) value 0.
01 row-bits         pic x(128) value spaces.
01 row-bitlen       pic 9(3) value 0.
01 row-bits-ready   pic x(1) value 'N'.
01 trail-reason-code pic x(2) value 'ER'.

*> evaluating one test.
01 subject-value    pic x(256) value spaces.
01 subject-found    pic x(1) value 'N'.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.
01 test-result      pic x(1) value 'N'.
01 group-result     pic x(1) value 'N'.
01 row-selected     pic x(1) value 'N'.
01 list-remaining   pic x(128) value spaces.
01 list-item        pic x(64) value spaces.
01 list-pointer     pic 9(4) value 0.
01 num-left         pic s9(13)v9(4) value 0.
01 num-right        pic s9(13)v9(4) value 0.
01 contains-tally   pic 9(4) value 0.
01 contains-len     pic 9(4) value 0.
01 anon-position    pic 9(1) value 0.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trailer-line     pic x(256) value spaces.

01 rows-read        pic 9(10) value 0.
01 rows-selected    pic 9(10) value 0.

*>*********************************************************************

procedure division.
  accept results-file from argument-value
  accept criteria-file from argument-value
  accept extract-file from argument-value

  if results-file = spaces or criteria-file = spaces
  or extract-file = spaces
    display 'usage: mmdb2-select-rows <results-file> <criteria-file>'
        ' <extract-out>'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform load-criteria

  if criteria-bad = 'Y' or crit-count = 0
    if crit-count = 0 and criteria-bad not = 'Y'
      display 'no selection criteria in '
          function trim(criteria-file)
    end-if
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  call 'cobmind-file-exists' using results-file, file-exists-rec

  if not file-found
    display 'results file not found: ' function trim(results-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, extract-file,
      extract-inflight, commit-ok

  open output extract-out

  if extract-status not = '00'
    display 'failed to open extract: ' function trim(extract-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line

  move spaces to results-status
  open input results-in

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform consider-results-line
    end-read
  end-perform

  close results-in

  *> a results file with no provenance header still gets one.
  if provenance-line = spaces
    perform write-provenance
  end-if

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold,
      trail-reason-code, trailer-line
  write extract-out-rec from trailer-line

  close extract-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, extract-file,
      extract-inflight, commit-ok

  display 'select: ' rows-read ' row(s) read, ' rows-selected
      ' selected by ' crit-count ' test(s) in ' group-count
      ' group(s)'
  display 'extract written to: ' function trim(extract-file)

  if commit-ok not = 'Y'
    display 'extract finished but could not be published'
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************
*> the criteria control file.
*>*********************************************************************

load-criteria.
  call 'cobmind-file-exists' using criteria-file, file-exists-rec

  if not file-found
    display 'criteria file not found: ' function trim(criteria-file)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  move spaces to criteria-status
  open input criteria-in

  perform until criteria-status = '10'
    read criteria-in
      at end move '10' to criteria-status
      not at end perform parse-criteria-line
    end-read
  end-perform

  close criteria-in
  .

parse-criteria-line.
  if function trim(criteria-in-rec) = spaces
  or function trim(criteria-in-rec)(1:1) = '#'
    exit paragraph
  end-if

  move function trim(criteria-in-rec) to crit-line

  if function upper-case(function trim(crit-line)) = 'OR'
    if group-count < 99
      add 1 to group-count
    end-if
    exit paragraph
  end-if

  if function upper-case(crit-line(1:4)) = 'AND '
    move function trim(crit-line(5:)) to crit-line
  end-if

  move spaces to tok-1 tok-2 tok-3 tok-rest
  move 1 to crit-pointer
  unstring crit-line delimited by all ' '
      into tok-1 tok-2 with pointer crit-pointer
  end-unstring
  move function upper-case(tok-1) to tok-1

  if tok-1 = 'FIELD'
    move tok-2 to tok-3
    move spaces to tok-2
    unstring crit-line delimited by all ' '
        into tok-2 with pointer crit-pointer
    end-unstring
    move tok-3 to crit-path(crit-count + 1)
  else
    move spaces to crit-path(crit-count + 1)
  end-if

  if crit-pointer <= 256
    move function trim(crit-line(crit-pointer:)) to tok-rest
  end-if
  move function upper-case(tok-2) to tok-2

  if tok-1 not = 'REASON' and not = 'FIELD' and not = 'NETWORK'
  and not = 'SCREEN' and not = 'TERRITORY' and not = 'ANON'
    display 'criteria: unknown subject: ' function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  if tok-2 not = '=' and not = '!=' and not = 'IN'
  and not = 'CONTAINS' and not = '>' and not = '>='
  and not = '<' and not = '<=' and not = 'WITHIN' and not = 'HAS'
    display 'criteria: unknown test: ' function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  if tok-rest = spaces
  or (tok-1 = 'FIELD' and crit-path(crit-count + 1) = spaces)
    display 'criteria: incomplete test: ' function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  if (tok-2 = 'WITHIN' and tok-1 not = 'NETWORK')
  or (tok-2 = 'HAS' and tok-1 not = 'ANON')
    display 'criteria: ' function lower-case(function trim(tok-2))
        ' does not apply to ' function lower-case(function trim(tok-1))
        ': ' function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  if (tok-2 = '>' or '>=' or '<' or '<=')
  and function test-numval(tok-rest) not = 0
    display 'criteria: numeric test needs a number: '
        function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  if crit-count >= 50
    display 'criteria: more than 50 tests - rest ignored'
    exit paragraph
  end-if

  add 1 to crit-count
  move group-count to crit-group(crit-count)
  move tok-1 to crit-subject(crit-count)
  move tok-2 to crit-op(crit-count)
  move function upper-case(tok-rest) to crit-value(crit-count)
  move spaces to crit-bits(crit-count)
  move 0 to crit-prefix(crit-count)

  if tok-1 = 'REASON'
    perform normalize-crit-reason
  end-if

  if tok-2 = 'WITHIN'
    perform parse-crit-cidr
  end-if

  if tok-2 = 'HAS'
    evaluate function trim(crit-value(crit-count))
      when 'ANONYMOUS' continue
      when 'VPN'       continue
      when 'HOSTING'   continue
      when 'TOR'       continue
      when other
        display 'criteria: anon has ANONYMOUS, VPN, HOSTING or TOR: '
            function trim(crit-line)
        move 'Y' to criteria-bad
    end-evaluate
  end-if
  .

*> the short reason codes read as the words the results file writes.
normalize-crit-reason.
  evaluate function trim(crit-value(crit-count))
    when 'NF' move 'NOT_FOUND' to crit-value(crit-count)
    when 'RS' move 'RESERVED' to crit-value(crit-count)
    when 'ER' move 'ERROR' to crit-value(crit-count)
    when 'NR' move 'NOT_RESOLVED' to crit-value(crit-count)
    when 'EA' move 'EMPTY_ALIAS' to crit-value(crit-count)
    when other continue
  end-evaluate
  .

parse-crit-cidr.
  move 0 to slash-pos
  inspect crit-value(crit-count) tallying slash-pos
      for characters before initial '/'

  move spaces to cidr-addr cidr-prefix-text
  if slash-pos > 0 and slash-pos <= 45
    move crit-value(crit-count)(1:slash-pos) to cidr-addr
    move crit-value(crit-count)(slash-pos + 2:3) to cidr-prefix-text
  end-if

  move 'N' to addr-valid
  if cidr-addr not = spaces
  and function trim(cidr-prefix-text) is numeric
    move function lower-case(cidr-addr) to cidr-addr
    call 'mmdb2-validate-ip' using cidr-addr, addr-valid
  end-if

  if addr-valid not = 'Y'
    display 'criteria: within needs a network/prefix: '
        function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using cidr-addr, addr-bits, addr-bitlen
  move function numval(cidr-prefix-text) to crit-prefix(crit-count)

  if crit-prefix(crit-count) > addr-bitlen
    display 'criteria: prefix too long for the address: '
        function trim(crit-line)
    move 'Y' to criteria-bad
    exit paragraph
  end-if

  move addr-bits to crit-bits(crit-count)
  .

*>*********************************************************************
*> the results file: header and heading carried, rows tested.
*>*********************************************************************

consider-results-line.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  if results-in-rec(1:1) = '#'
    if provenance-line = spaces
      perform harvest-results-header
      perform write-provenance
    end-if
    exit paragraph
  end-if

  if results-in-rec(1:10) = 'ip,reason,'
    perform note-heading-columns
    if provenance-line = spaces
      perform write-provenance
    end-if
    write extract-out-rec from results-in-rec
    exit paragraph
  end-if

  add 1 to rows-read
  perform split-results-row
  perform select-this-row

  if row-selected = 'Y'
    add 1 to rows-selected
    write extract-out-rec from results-in-rec

    *> the reason breakdown folds the way the results writer folded
    *> it, so the extract's trailer verifies like the source file's.
    evaluate function trim(col-reason)
      when 'OK'        move 'OK' to trail-reason-code
      when 'NOT_FOUND' move 'NF' to trail-reason-code
      when 'RESERVED'  move 'RS' to trail-reason-code
      when other       move 'ER' to trail-reason-code
    end-evaluate

    move 'F' to trail-op
    move results-in-rec to trail-fold
    call 'cobmind-trailer' using trail-op, trail-fold,
        trail-reason-code, trailer-line
  end-if
  .

harvest-results-header.
  move spaces to source-class

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' db='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 5:) delimited by ' '
        into header-token
    end-unstring
    move header-token to results-db
  end-if

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' build_epoch='
  if header-pos < 200
    move spaces to header-token
    unstring results-in-rec(header-pos + 14:) delimited by ' '
        into header-token
    end-unstring
    if function trim(header-token) is numeric
      move function numval(header-token) to results-epoch
    end-if
  end-if

  move 0 to header-pos
  inspect results-in-rec tallying header-pos
      for characters before initial ' class='
  if header-pos < 248
    move spaces to header-token
    unstring results-in-rec(header-pos + 8:) delimited by ' '
        into header-token
    end-unstring
    move header-token to source-class
  end-if
  .

write-provenance.
  if results-db = spaces
    move results-file to results-db
  end-if
  move 'W' to class-op
  move 'mmdb2-select-rows' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'F' to class-op
  move source-class to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using results-db, results-epoch,
      results-file, provenance-line
  write extract-out-rec from provenance-line
  .

note-heading-columns.
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',screen,'
  if heading-tally > 0
    move 'Y' to has-screen
  end-if
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',territory,'
  if heading-tally > 0
    move 'Y' to has-territory
  end-if
  move 0 to heading-tally
  inspect results-in-rec tallying heading-tally for all ',anon,'
  if heading-tally > 0
    move 'Y' to has-anon
  end-if
  .

split-results-row.
  move spaces to col-ip col-reason col-network col-prefix
      col-screen col-territory col-anon col-record
  move 'N' to row-bits-ready
  move 1 to col-pointer
  unstring results-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix
      with pointer col-pointer
  end-unstring

  if has-screen = 'Y'
    unstring results-in-rec delimited by ','
        into col-screen with pointer col-pointer
    end-unstring
  end-if
  if has-territory = 'Y'
    unstring results-in-rec delimited by ','
        into col-territory with pointer col-pointer
    end-unstring
  end-if
  if has-anon = 'Y'
    unstring results-in-rec delimited by ','
        into col-anon with pointer col-pointer
    end-unstring
  end-if

  if col-pointer <= 8192
    move results-in-rec(col-pointer:) to col-record
  end-if
  .

*> any group whose tests all hold selects the row.
select-this-row.
  move 'N' to row-selected

  perform varying group-ix from 1 by 1
      until group-ix > group-count or row-selected = 'Y'
    move 'Y' to group-result
    move 0 to group-tests

    perform varying crit-ix from 1 by 1
        until crit-ix > crit-count or group-result = 'N'
      if crit-group(crit-ix) = group-ix
        add 1 to group-tests
        perform evaluate-one-test
        if test-result not = 'Y'
          move 'N' to group-result
        end-if
      end-if
    end-perform

    *> an "or" with nothing under it selects nothing.
    if group-result = 'Y' and group-tests > 0
      move 'Y' to row-selected
    end-if
  end-perform
  .

evaluate-one-test.
  move 'N' to test-result
  move spaces to subject-value
  move 'Y' to subject-found

  evaluate crit-subject(crit-ix)
    when 'REASON'
      move col-reason to subject-value
    when 'FIELD'
      call 'mmdb2-get-field' using col-record, crit-path(crit-ix),
          field-value, field-found
      move field-value to subject-value
      move field-found to subject-found
    when 'NETWORK'
      perform test-network-within
      exit paragraph
    when 'SCREEN'
      move col-screen to subject-value
      move has-screen to subject-found
    when 'TERRITORY'
      move col-territory to subject-value
      move has-territory to subject-found
    when 'ANON'
      move col-anon to subject-value
      move has-anon to subject-found
  end-evaluate

  if subject-found not = 'Y'
    if crit-op(crit-ix) = '!='
      move 'Y' to test-result
    end-if
    exit paragraph
  end-if

  move function upper-case(function trim(subject-value))
      to subject-value

  evaluate crit-op(crit-ix)
    when '='
      if subject-value = crit-value(crit-ix)
        move 'Y' to test-result
      end-if
    when '!='
      if subject-value not = crit-value(crit-ix)
        move 'Y' to test-result
      end-if
    when 'IN'
      perform test-in-list
    when 'CONTAINS'
      move 0 to contains-tally
      move function length(function trim(crit-value(crit-ix)))
          to contains-len
      inspect subject-value tallying contains-tally
          for all crit-value(crit-ix)(1:contains-len)
      if contains-tally > 0
        move 'Y' to test-result
      end-if
    when 'HAS'
      evaluate function trim(crit-value(crit-ix))
        when 'ANONYMOUS' move 1 to anon-position
        when 'VPN'       move 2 to anon-position
        when 'HOSTING'   move 3 to anon-position
        when other       move 4 to anon-position
      end-evaluate
      if subject-value(anon-position:1) = 'Y'
        move 'Y' to test-result
      end-if
    when other
      perform test-numeric
  end-evaluate
  .

test-in-list.
  move crit-value(crit-ix) to list-remaining
  move 1 to list-pointer

  perform until list-pointer > 128 or test-result = 'Y'
    move spaces to list-item
    unstring list-remaining delimited by ','
        into list-item with pointer list-pointer
    end-unstring
    if function trim(list-item) = function trim(subject-value)
    and list-item not = spaces
      move 'Y' to test-result
    end-if
    if list-item = spaces and list-remaining(list-pointer:) = spaces
      move 129 to list-pointer
    end-if
  end-perform
  .

test-numeric.
  if subject-value = spaces
  or function test-numval(subject-value) not = 0
    exit paragraph
  end-if

  move function numval(subject-value) to num-left
  move function numval(crit-value(crit-ix)) to num-right

  evaluate crit-op(crit-ix)
    when '>'
      if num-left > num-right
        move 'Y' to test-result
      end-if
    when '>='
      if num-left >= num-right
        move 'Y' to test-result
      end-if
    when '<'
      if num-left < num-right
        move 'Y' to test-result
      end-if
    when '<='
      if num-left <= num-right
        move 'Y' to test-result
      end-if
  end-evaluate
  .

*> the row's network - its matched network, or the bare address
*> where nothing matched - lies inside the criterion's.
test-network-within.
  if row-bits-ready = 'N'
    move 'X' to row-bits-ready
    move 'N' to addr-valid
    move spaces to cidr-addr
    move col-ip to cidr-addr
    if cidr-addr not = spaces
      call 'mmdb2-validate-ip' using cidr-addr, addr-valid
    end-if
    if addr-valid = 'Y'
      call 'mmdb2-ip-to-bits' using cidr-addr, row-bits, row-bitlen
      move row-bitlen to row-prefix
      if function trim(col-prefix) is numeric
        move function numval(col-prefix) to row-prefix
      end-if
      move 'Y' to row-bits-ready
    end-if
  end-if

  if row-bits-ready not = 'Y'
    exit paragraph
  end-if

  if row-bitlen not = function length(function trim(crit-bits(crit-ix)))
    exit paragraph
  end-if

  if row-prefix < crit-prefix(crit-ix)
    exit paragraph
  end-if

  if crit-prefix(crit-ix) = 0
  or row-bits(1:crit-prefix(crit-ix))
     = crit-bits(crit-ix)(1:crit-prefix(crit-ix))
    move 'Y' to test-result
  end-if
  .

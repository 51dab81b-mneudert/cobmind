       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-ip-sets.

*>*********************************************************************
*> set arithmetic over address lists for the ops floor - offline, no
*> database, no customer addresses pasted into a website. where
*> mmdb2-netcalc answers one expression, this takes whole files:
*>
*>   PARM='<op> <out-file> <list-1> [<list-2> ... <list-9>]'
*>
*>   UNION      every address in any list
*>   INTERSECT  the addresses in every list
*>   MINUS      list-1 less every address in the lists after it
*>              ("tonight's extractor output minus the suppression
*>              list minus our customer list")
*>   OVERLAP    every pair of entries, across all the lists or
*>              within one, where one block contains the other
*>
*> a list is one IP literal or network/prefix per line - the first
*> token only, so an ip,count sidecar or a cidr,record export reads
*> as it stands; "#" lines and a "cidr," heading are skipped. every
*> address is checked by mmdb2-validate-ip; a bad line is counted
*> and named, never guessed at. a bare address is its own /32 or
*> /128, and host bits under a prefix are cleared.
*>
*> the arithmetic is on prefixes with true containment, IPv4 and
*> IPv6 side by side and never mixed: each list is sorted and
*> normalised (blocks nested in another dropped), the operation runs
*> as a merge of the sorted lists - a difference splits a block into
*> the sub-prefixes around whatever is taken out of it - and adjacent
*> sibling blocks in the result are collapsed into their supernet.
*>
*> out-file is the result in that normalised, sorted form, one
*> network/prefix per line (a list the next run can read back),
*> between "#" lines naming the operation and inputs and the count
*> summary. OVERLAP writes instead
*>
*>   cidr_a,list_a,line_a,cidr_b,list_b,line_b,relation
*>
*> relation SAME or CONTAINS (a contains b), lists by position.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select list-in
    assign dynamic list-file
    organization line sequential
    file status is list-status.

  select set-sort assign 'cobmind_setsort.tmp'.

  select result-out
    assign dynamic result-inflight
    organization line sequential
    file status is result-status.

data division.
file section.

fd list-in.
01 list-in-rec pic x(256).

*> set operations sort by list, then address; OVERLAP sorts every
*> list together (sk-major zero) so containers come before what they
*> contain.
sd set-sort.
01 set-sort-rec.
   05 sk-major        pic 9(1).
   05 sk-key          pic x(129).
   05 sk-prefix       pic 9(3).
   05 sk-list         pic 9(1).
   05 sk-line         pic 9(7).

fd result-out.
01 result-out-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 op-arg           pic x(10) value spaces.
01 result-file      pic x(128) value spaces.
01 result-inflight  pic x(140) value spaces.
01 result-status    pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 result-commit-ok pic x(1) value 'Y'.

01 list-file        pic x(128) value spaces.
01 list-status      pic xx value spaces.

*> the input lists and their counts.
01 list-table.
   05 list-entry occurs 9 times.
      10 list-path      pic x(128).
      10 list-lines     pic 9(9).
      10 list-entries   pic 9(9).
      10 list-invalid   pic 9(9).
      10 list-blocks    pic 9(9).
      10 list-lo        pic 9(6).
      10 list-hi        pic 9(6).
01 list-count       pic 9(1) value 0.
01 list-ix          pic 9(1) value 0.
01 arg-text         pic x(128) value spaces.
01 args-done        pic x(1) value 'N'.
01 line-number      pic 9(7) value 0.
01 invalid-shown    pic 9(3) value 0.

*> one line parsed.
01 token-text       pic x(60) value spaces.
01 slash-pos        pic 9(3) value 0.
01 addr-text        pic x(45) value spaces.
01 prefix-text      pic x(4) value spaces.
01 entry-prefix     pic 9(3) value 0.
01 entry-bits       pic x(128) value spaces.
01 entry-bitlen     pic 9(3) value 0.
01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.
01 bit-idx          pic 9(3) value 0.

*> the normalised lists, one after another (for OVERLAP, every entry
*> in address order with where it came from).
01 norm-table.
   05 norm-entry occurs 100000 times.
      10 norm-key       pic x(129).
      10 norm-prefix    pic 9(3).
      10 norm-list      pic 9(1).
      10 norm-line      pic 9(7).
01 norm-count       pic 9(6) value 0.
01 norm-ix          pic 9(6) value 0.
01 table-full-rec   pic x(1) value 'N'.
   88 table-full    value 'Y', false 'N'.

*> the running result and the next one, ping-ponged per list.
01 res-a-table.
   05 res-a-entry occurs 100000 times.
      10 res-a-key      pic x(129).
      10 res-a-prefix   pic 9(3).
01 res-a-count      pic 9(6) value 0.
01 res-b-table.
   05 res-b-entry occurs 100000 times.
      10 res-b-key      pic x(129).
      10 res-b-prefix   pic 9(3).
01 res-b-count      pic 9(6) value 0.
01 a-ix             pic 9(6) value 0.
01 n-ix             pic 9(6) value 0.
01 n-hi             pic 9(6) value 0.

*> containment test between two entries.
01 cmp-1-key        pic x(129) value spaces.
01 cmp-1-prefix     pic 9(3) value 0.
01 cmp-2-key        pic x(129) value spaces.
01 cmp-2-prefix     pic 9(3) value 0.
01 contains-rec     pic x(1) value 'N'.
   88 contains-it   value 'Y', false 'N'.

*> a block less the blocks inside it, split by an explicit stack of
*> (prefix, range of the blocks still inside it).
01 split-stack.
   05 split-item occurs 300 times.
      10 split-key      pic x(129).
      10 split-prefix   pic 9(3).
      10 split-lo       pic 9(6).
      10 split-hi       pic 9(6).
01 split-top        pic 9(3) value 0.
01 cur-key          pic x(129) value spaces.
01 cur-prefix       pic 9(3) value 0.
01 cur-lo           pic 9(6) value 0.
01 cur-hi           pic 9(6) value 0.
01 cut-lo           pic 9(6) value 0.
01 cut-hi           pic 9(6) value 0.
01 split-mid        pic 9(6) value 0.
01 split-bit        pic 9(3) value 0.
01 covered-rec      pic x(1) value 'N'.
   88 covered       value 'Y', false 'N'.
01 past-block-rec   pic x(1) value 'N'.
   88 past-block    value 'Y', false 'N'.
01 scan-ix          pic 9(6) value 0.

*> OVERLAP's stack of open containers.
01 open-stack.
   05 open-item occurs 256 times pic 9(6).
01 open-top         pic 9(3) value 0.
01 open-ix          pic 9(3) value 0.
01 open-keep        pic x(1) value 'N'.
01 pairs-found      pic 9(9) value 0.

01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 last-list        pic 9(1) value 0.

*> rendering a key back to a network/prefix.
01 render-key       pic x(129) value spaces.
01 render-prefix    pic 9(3) value 0.
01 render-text      pic x(50) value spaces.
01 render-text-2    pic x(50) value spaces.
01 byte-val         pic 9(3) value 0.
01 octet-edit       pic zz9.
01 octet-num        pic 9(3) value 0.
01 group-idx        pic 9(2) value 0.
01 bit-lo           pic 9(3) value 0.
01 bit-hi           pic 9(3) value 0.
01 hex-out          pic x(2) value spaces.
01 prefix-edit      pic zz9.

*> the result's size.
01 net-family       pic 9(1) value 0.
01 net-prefix       pic 9(3) value 0.
01 net-v4-space     pic 9(18) value 0.
01 net-v6-space     pic 9(14)v9(6) value 0.
01 total-v4-space   pic 9(18) value 0.
01 total-v6-space   pic 9(14)v9(6) value 0.
01 v4-blocks        pic 9(9) value 0.
01 v6-blocks        pic 9(9) value 0.

01 out-line         pic x(256) value spaces.
01 count-edit       pic z(8)9.
01 count-edit-2     pic z(8)9.
01 count-edit-3     pic z(8)9.
01 line-edit        pic z(6)9.
01 line-edit-2      pic z(6)9.
01 v4-edit          pic z(17)9.
01 v6-edit          pic z(13)9.9(4).

*>*********************************************************************

procedure division.
  accept op-arg from argument-value
  accept result-file from argument-value

  move function upper-case(function trim(op-arg)) to op-arg

  perform until args-done = 'Y'
    move spaces to arg-text
    accept arg-text from argument-value
    if arg-text = spaces or list-count >= 9
      move 'Y' to args-done
    else
      add 1 to list-count
      move arg-text to list-path(list-count)
      move 0 to list-lines(list-count) list-entries(list-count)
          list-invalid(list-count) list-blocks(list-count)
          list-lo(list-count) list-hi(list-count)
    end-if
  end-perform

  if result-file = spaces or list-count = 0
  or (op-arg not = 'UNION' and op-arg not = 'INTERSECT'
      and op-arg not = 'MINUS' and op-arg not = 'OVERLAP')
  or ((op-arg = 'INTERSECT' or op-arg = 'MINUS') and list-count < 2)
    display 'usage: mmdb2-ip-sets UNION|INTERSECT|MINUS|OVERLAP'
        ' <out-file> <list-1> [<list-2> ... <list-9>]'
    display '       (INTERSECT and MINUS need two lists or more)'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  sort set-sort
      ascending key sk-major sk-key sk-prefix sk-list sk-line
      input procedure is load-lists
      output procedure is take-sorted-entries

  if op-arg not = 'OVERLAP'
    perform run-set-operation
    perform collapse-siblings
  end-if

  if table-full
    display 'more than 100000 entries - split the lists and rerun'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, result-file,
      result-inflight, result-commit-ok

  open output result-out
  if result-status not = '00'
    display 'failed to open output: ' function trim(result-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform write-heading

  if op-arg = 'OVERLAP'
    perform find-overlaps
  else
    perform write-result-list
  end-if

  close result-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, result-file,
      result-inflight, result-commit-ok

  perform varying list-ix from 1 by 1 until list-ix > list-count
    display 'list ' list-ix ': ' list-lines(list-ix) ' line(s), '
        list-entries(list-ix) ' entr(ies), ' list-invalid(list-ix)
        ' invalid, ' list-blocks(list-ix) ' block(s) normalised - '
        function trim(list-path(list-ix))
  end-perform

  if op-arg = 'OVERLAP'
    display 'overlap: ' pairs-found ' overlapping pair(s)'
  else
    display function lower-case(function trim(op-arg)) ': '
        res-b-count ' block(s) - ' v4-blocks ' IPv4 ('
        total-v4-space ' addresses), ' v6-blocks ' IPv6 ('
        total-v6-space ' /48s)'
  end-if
  display 'written to: ' function trim(result-file)

  if result-commit-ok not = 'Y'
    display 'result could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> sort input: every valid entry of every list, host bits cleared.
*>*********************************************************************

load-lists.
  perform varying list-ix from 1 by 1 until list-ix > list-count
    move list-path(list-ix) to list-file
    move 0 to line-number invalid-shown

    move spaces to list-status
    open input list-in

    if list-status not = '00'
      display 'failed to open list ' list-ix ': '
          function trim(list-file)
      move 1 to list-invalid(list-ix)
    else
      perform until list-status = '10'
        read list-in
          at end move '10' to list-status
          not at end perform take-list-line
        end-read
      end-perform
      close list-in
    end-if
  end-perform
  .

take-list-line.
  add 1 to line-number

  if function trim(list-in-rec) = spaces
  or list-in-rec(1:1) = '#'
  or list-in-rec(1:5) = 'cidr,'
    exit paragraph
  end-if

  add 1 to list-lines(list-ix)

  move spaces to token-text
  unstring function trim(list-in-rec) delimited by ',' or all space
      into token-text

  move 0 to slash-pos
  inspect token-text tallying slash-pos
      for characters before initial '/'

  move spaces to addr-text prefix-text
  if slash-pos < 60
    move token-text(1:slash-pos) to addr-text
    move token-text(slash-pos + 2:4) to prefix-text
  else
    move token-text(1:45) to addr-text
  end-if

  call 'mmdb2-validate-ip' using addr-text, ip-valid-rec
  if not ip-is-valid
    perform reject-list-line
    exit paragraph
  end-if

  move spaces to entry-bits
  call 'mmdb2-ip-to-bits' using addr-text, entry-bits, entry-bitlen
  if entry-bitlen = 0
    perform reject-list-line
    exit paragraph
  end-if

  if slash-pos < 60
    if function trim(prefix-text) = spaces
    or function trim(prefix-text) is not numeric
      perform reject-list-line
      exit paragraph
    end-if
    move function numval(prefix-text) to entry-prefix
    if entry-prefix > entry-bitlen
      perform reject-list-line
      exit paragraph
    end-if
  else
    move entry-bitlen to entry-prefix
  end-if

  perform varying bit-idx from entry-prefix by 1
      until bit-idx >= entry-bitlen
    move '0' to entry-bits(bit-idx + 1:1)
  end-perform

  add 1 to list-entries(list-ix)

  move spaces to set-sort-rec
  if op-arg = 'OVERLAP'
    move 0 to sk-major
  else
    move list-ix to sk-major
  end-if
  if entry-bitlen = 32
    move '4' to sk-key(1:1)
  else
    move '6' to sk-key(1:1)
  end-if
  move entry-bits to sk-key(2:128)
  move entry-prefix to sk-prefix
  move list-ix to sk-list
  move line-number to sk-line
  release set-sort-rec
  .

reject-list-line.
  add 1 to list-invalid(list-ix)
  if invalid-shown < 20
    add 1 to invalid-shown
    move line-number to line-edit
    display 'list ' list-ix ' line ' function trim(line-edit)
        ' is not an address or network: '
        function trim(list-in-rec(1:80))
  end-if
  .

*>*********************************************************************
*> sort output: each list normalised into norm-table - a block
*> contained in the one kept before it (same list) is dropped. for
*> OVERLAP every entry is kept, in address order.
*>*********************************************************************

take-sorted-entries.
  move 0 to norm-count last-list
  set sort-eof to false

  perform until sort-eof
    return set-sort
      at end set sort-eof to true
      not at end perform keep-sorted-entry
    end-return
  end-perform
  .

keep-sorted-entry.
  if op-arg not = 'OVERLAP'
    if sk-list = last-list and norm-count > 0
      move norm-key(norm-count) to cmp-1-key
      move norm-prefix(norm-count) to cmp-1-prefix
      move sk-key to cmp-2-key
      move sk-prefix to cmp-2-prefix
      perform test-contains
      if contains-it
        exit paragraph
      end-if
    end-if
  end-if

  if norm-count >= 100000
    set table-full to true
    exit paragraph
  end-if

  add 1 to norm-count
  move sk-key to norm-key(norm-count)
  move sk-prefix to norm-prefix(norm-count)
  move sk-list to norm-list(norm-count)
  move sk-line to norm-line(norm-count)

  if sk-list not = last-list
    move sk-list to last-list
    move norm-count to list-lo(sk-list)
  end-if
  move norm-count to list-hi(sk-list)
  add 1 to list-blocks(sk-list)
  .

*> cmp-1 contains cmp-2: same family, no longer a prefix, and the
*> same leading bits.
test-contains.
  set contains-it to false

  if cmp-1-key(1:1) not = cmp-2-key(1:1)
  or cmp-1-prefix > cmp-2-prefix
    exit paragraph
  end-if

  if cmp-1-prefix = 0
    set contains-it to true
    exit paragraph
  end-if

  if cmp-1-key(2:cmp-1-prefix) = cmp-2-key(2:cmp-1-prefix)
    set contains-it to true
  end-if
  .

*>*********************************************************************
*> the set operations - always the running result (res-a) against
*> one normalised list, into res-b, then res-b becomes res-a.
*>*********************************************************************

run-set-operation.
  evaluate op-arg
    when 'UNION'
      move 1 to list-ix
      perform load-result-from-list
      perform varying list-ix from 2 by 1 until list-ix > list-count
        perform union-with-list
      end-perform
    when 'INTERSECT'
      move 1 to list-ix
      perform load-result-from-list
      perform varying list-ix from 2 by 1 until list-ix > list-count
        perform intersect-with-list
      end-perform
    when 'MINUS'
      *> everything to be taken away, as one normalised set first.
      move 2 to list-ix
      perform load-result-from-list
      perform varying list-ix from 3 by 1 until list-ix > list-count
        perform union-with-list
      end-perform
      perform list-one-minus-result
  end-evaluate
  .

load-result-from-list.
  move 0 to res-a-count
  if list-blocks(list-ix) = 0
    exit paragraph
  end-if

  perform varying n-ix from list-lo(list-ix) by 1
      until n-ix > list-hi(list-ix)
    add 1 to res-a-count
    move norm-key(n-ix) to res-a-key(res-a-count)
    move norm-prefix(n-ix) to res-a-prefix(res-a-count)
  end-perform
  .

take-result-b.
  move res-b-count to res-a-count
  perform varying a-ix from 1 by 1 until a-ix > res-b-count
    move res-b-entry(a-ix) to res-a-entry(a-ix)
  end-perform
  .

*> the list's bounds; an empty list walks nothing.
set-list-range.
  if list-blocks(list-ix) = 0
    move 1 to n-ix
    move 0 to n-hi
  else
    move list-lo(list-ix) to n-ix
    move list-hi(list-ix) to n-hi
  end-if
  .

union-with-list.
  perform set-list-range
  move 1 to a-ix
  move 0 to res-b-count

  perform until a-ix > res-a-count or n-ix > n-hi
    move res-a-key(a-ix) to cmp-1-key
    move res-a-prefix(a-ix) to cmp-1-prefix
    move norm-key(n-ix) to cmp-2-key
    move norm-prefix(n-ix) to cmp-2-prefix
    perform test-contains

    evaluate true
      when contains-it
        add 1 to n-ix
      when other
        move norm-key(n-ix) to cmp-1-key
        move norm-prefix(n-ix) to cmp-1-prefix
        move res-a-key(a-ix) to cmp-2-key
        move res-a-prefix(a-ix) to cmp-2-prefix
        perform test-contains
        evaluate true
          when contains-it
            add 1 to a-ix
          when res-a-key(a-ix) < norm-key(n-ix)
            perform emit-a-entry
            add 1 to a-ix
          when other
            perform emit-n-entry
            add 1 to n-ix
        end-evaluate
    end-evaluate
  end-perform

  perform until a-ix > res-a-count
    perform emit-a-entry
    add 1 to a-ix
  end-perform
  perform until n-ix > n-hi
    perform emit-n-entry
    add 1 to n-ix
  end-perform

  perform take-result-b
  .

intersect-with-list.
  perform set-list-range
  move 1 to a-ix
  move 0 to res-b-count

  perform until a-ix > res-a-count or n-ix > n-hi
    move res-a-key(a-ix) to cmp-1-key
    move res-a-prefix(a-ix) to cmp-1-prefix
    move norm-key(n-ix) to cmp-2-key
    move norm-prefix(n-ix) to cmp-2-prefix
    perform test-contains

    evaluate true
      when contains-it
        perform emit-n-entry
        add 1 to n-ix
      when other
        move norm-key(n-ix) to cmp-1-key
        move norm-prefix(n-ix) to cmp-1-prefix
        move res-a-key(a-ix) to cmp-2-key
        move res-a-prefix(a-ix) to cmp-2-prefix
        perform test-contains
        evaluate true
          when contains-it
            perform emit-a-entry
            add 1 to a-ix
          when res-a-key(a-ix) < norm-key(n-ix)
            add 1 to a-ix
          when other
            add 1 to n-ix
        end-evaluate
    end-evaluate
  end-perform

  perform take-result-b
  .

*> list 1 less the running result: each block of list 1 is dropped
*> when a taken-away block contains it, kept whole when nothing
*> taken away touches it, and split around whatever lies inside it.
list-one-minus-result.
  move 1 to list-ix
  perform set-list-range
  move 1 to a-ix
  move 0 to res-b-count

  perform until n-ix > n-hi
    move 0 to cut-lo cut-hi
    set covered to false
    set past-block to false

    perform until a-ix > res-a-count or covered or past-block
      move res-a-key(a-ix) to cmp-1-key
      move res-a-prefix(a-ix) to cmp-1-prefix
      move norm-key(n-ix) to cmp-2-key
      move norm-prefix(n-ix) to cmp-2-prefix
      perform test-contains
      if contains-it
        set covered to true
      else
        move norm-key(n-ix) to cmp-1-key
        move norm-prefix(n-ix) to cmp-1-prefix
        move res-a-key(a-ix) to cmp-2-key
        move res-a-prefix(a-ix) to cmp-2-prefix
        perform test-contains
        evaluate true
          when contains-it
            if cut-lo = 0
              move a-ix to cut-lo
            end-if
            move a-ix to cut-hi
            add 1 to a-ix
          when res-a-key(a-ix) < norm-key(n-ix)
            add 1 to a-ix
          when other
            set past-block to true
        end-evaluate
      end-if
    end-perform

    evaluate true
      when covered
        continue
      when cut-lo = 0
        perform emit-n-entry
      when other
        perform split-around-cuts
    end-evaluate

    add 1 to n-ix
  end-perform

  perform take-result-b
  .

split-around-cuts.
  move 1 to split-top
  move norm-key(n-ix) to split-key(1)
  move norm-prefix(n-ix) to split-prefix(1)
  move cut-lo to split-lo(1)
  move cut-hi to split-hi(1)

  perform until split-top = 0
    move split-key(split-top) to cur-key
    move split-prefix(split-top) to cur-prefix
    move split-lo(split-top) to cur-lo
    move split-hi(split-top) to cur-hi
    subtract 1 from split-top
    perform split-one-block
  end-perform
  .

*> nothing inside - the block survives; a taken-away block equal to
*> it - gone; otherwise halve it and carry each half's share of the
*> blocks inside (sorted, so the 0-half's come first). the 1-half is
*> stacked first so the 0-half comes out first, keeping the order.
split-one-block.
  if cur-lo > cur-hi
    if res-b-count < 100000
      add 1 to res-b-count
      move cur-key to res-b-key(res-b-count)
      move cur-prefix to res-b-prefix(res-b-count)
    else
      set table-full to true
    end-if
    exit paragraph
  end-if

  perform varying scan-ix from cur-lo by 1 until scan-ix > cur-hi
    if res-a-prefix(scan-ix) = cur-prefix
      exit paragraph
    end-if
  end-perform

  compute split-bit = cur-prefix + 1
  move cur-hi to split-mid
  add 1 to split-mid
  perform varying scan-ix from cur-lo by 1
      until scan-ix > cur-hi or split-mid <= cur-hi
    if res-a-key(scan-ix)(split-bit + 1:1) = '1'
      move scan-ix to split-mid
    end-if
  end-perform

  if split-top + 2 > 300
    set table-full to true
    exit paragraph
  end-if

  add 1 to split-top
  move cur-key to split-key(split-top)
  move '1' to split-key(split-top)(split-bit + 1:1)
  move split-bit to split-prefix(split-top)
  move split-mid to split-lo(split-top)
  move cur-hi to split-hi(split-top)

  add 1 to split-top
  move cur-key to split-key(split-top)
  move '0' to split-key(split-top)(split-bit + 1:1)
  move split-bit to split-prefix(split-top)
  move cur-lo to split-lo(split-top)
  compute split-hi(split-top) = split-mid - 1
  .

emit-a-entry.
  if res-b-count >= 100000
    set table-full to true
    exit paragraph
  end-if
  add 1 to res-b-count
  move res-a-entry(a-ix) to res-b-entry(res-b-count)
  .

emit-n-entry.
  if res-b-count >= 100000
    set table-full to true
    exit paragraph
  end-if
  add 1 to res-b-count
  move norm-key(n-ix) to res-b-key(res-b-count)
  move norm-prefix(n-ix) to res-b-prefix(res-b-count)
  .

*>*********************************************************************
*> adjacent sibling blocks become their supernet, repeatedly - the
*> result table itself is the stack: each block goes on the end, and
*> while the last two are the two halves of one block they become it.
*>*********************************************************************

collapse-siblings.
  move 0 to res-b-count

  perform varying a-ix from 1 by 1 until a-ix > res-a-count
    add 1 to res-b-count
    move res-a-entry(a-ix) to res-b-entry(res-b-count)
    perform merge-last-pair
  end-perform
  .

merge-last-pair.
  perform until res-b-count < 2
    move res-b-prefix(res-b-count) to cur-prefix
    if cur-prefix = 0
    or res-b-prefix(res-b-count - 1) not = cur-prefix
    or res-b-key(res-b-count - 1)(1:1) not = res-b-key(res-b-count)(1:1)
    or res-b-key(res-b-count - 1)(cur-prefix + 1:1) not = '0'
    or res-b-key(res-b-count)(cur-prefix + 1:1) not = '1'
      exit paragraph
    end-if
    if cur-prefix > 1
      if res-b-key(res-b-count - 1)(2:cur-prefix - 1)
         not = res-b-key(res-b-count)(2:cur-prefix - 1)
        exit paragraph
      end-if
    end-if

    subtract 1 from res-b-count
    subtract 1 from res-b-prefix(res-b-count)
  end-perform
  .

*>*********************************************************************
*> the output.
*>*********************************************************************

write-heading.
  move spaces to out-line
  string '# ip-sets ' function trim(op-arg) ', ' list-count
      ' list(s)' delimited by size into out-line
  write result-out-rec from out-line

  perform varying list-ix from 1 by 1 until list-ix > list-count
    move spaces to out-line
    string '# list ' list-ix ' = ' function trim(list-path(list-ix))
        delimited by size into out-line
    write result-out-rec from out-line
  end-perform

  if op-arg = 'OVERLAP'
    move 'cidr_a,list_a,line_a,cidr_b,list_b,line_b,relation'
        to result-out-rec
    write result-out-rec
  end-if
  .

write-result-list.
  perform varying a-ix from 1 by 1 until a-ix > res-b-count
    move res-b-key(a-ix) to render-key
    move res-b-prefix(a-ix) to render-prefix
    perform render-network
    write result-out-rec from render-text

    call 'mmdb2-net-space' using render-text, net-family, net-prefix,
        net-v4-space, net-v6-space
    if render-key(1:1) = '4'
      add 1 to v4-blocks
      add net-v4-space to total-v4-space
    else
      add 1 to v6-blocks
      add net-v6-space to total-v6-space
    end-if
  end-perform

  move res-b-count to count-edit
  move v4-blocks to count-edit-2
  move v6-blocks to count-edit-3
  move total-v4-space to v4-edit
  move total-v6-space to v6-edit
  move spaces to out-line
  string '# result: ' function trim(count-edit) ' block(s) - IPv4 '
      function trim(count-edit-2) ' (' function trim(v4-edit)
      ' addresses), IPv6 ' function trim(count-edit-3) ' ('
      function trim(v6-edit) ' /48s)'
      delimited by size into out-line
  write result-out-rec from out-line
  .

*> every entry against the containers still open above it: pop those
*> that end before it, and each one left contains it.
find-overlaps.
  move 0 to open-top

  perform varying norm-ix from 1 by 1 until norm-ix > norm-count
    move 'N' to open-keep
    perform until open-top = 0 or open-keep = 'Y'
      move norm-key(open-item(open-top)) to cmp-1-key
      move norm-prefix(open-item(open-top)) to cmp-1-prefix
      move norm-key(norm-ix) to cmp-2-key
      move norm-prefix(norm-ix) to cmp-2-prefix
      perform test-contains
      if contains-it
        move 'Y' to open-keep
      else
        subtract 1 from open-top
      end-if
    end-perform

    perform varying open-ix from 1 by 1 until open-ix > open-top
      perform write-overlap-pair
    end-perform

    if open-top < 256
      add 1 to open-top
      move norm-ix to open-item(open-top)
    end-if
  end-perform

  move pairs-found to count-edit
  move spaces to out-line
  string '# result: ' function trim(count-edit)
      ' overlapping pair(s)' delimited by size into out-line
  write result-out-rec from out-line
  .

write-overlap-pair.
  add 1 to pairs-found

  move open-item(open-ix) to scan-ix
  move norm-key(scan-ix) to render-key
  move norm-prefix(scan-ix) to render-prefix
  perform render-network
  move render-text to render-text-2
  move norm-line(scan-ix) to line-edit

  move norm-key(norm-ix) to render-key
  move norm-prefix(norm-ix) to render-prefix
  perform render-network
  move norm-line(norm-ix) to line-edit-2

  move spaces to out-line
  string function trim(render-text-2) ',' norm-list(scan-ix) ','
      function trim(line-edit) ',' function trim(render-text) ','
      norm-list(norm-ix) ',' function trim(line-edit-2) ','
      delimited by size into out-line
  if norm-prefix(scan-ix) = norm-prefix(norm-ix)
    string function trim(out-line) 'SAME' delimited by size
        into out-line
  else
    string function trim(out-line) 'CONTAINS' delimited by size
        into out-line
  end-if
  write result-out-rec from out-line
  .

*> render-key's address (host bits already clear) and prefix - IPv4
*> dotted, IPv6 as eight full groups, as mmdb2-netcalc writes them.
render-network.
  move spaces to render-text

  if render-key(1:1) = '6'
    perform varying group-idx from 1 by 1 until group-idx > 16
      perform byte-from-key
      move byte-val to octet-num
      call 'binary-byte-to-hex' using octet-num, hex-out

      if group-idx = 1
        string hex-out delimited by size into render-text
      else
        if function mod(group-idx, 2) = 1
          string function trim(render-text) ':' hex-out
            delimited by size into render-text
        else
          string function trim(render-text) hex-out
            delimited by size into render-text
        end-if
      end-if
    end-perform
  else
    perform varying group-idx from 1 by 1 until group-idx > 4
      perform byte-from-key
      move byte-val to octet-edit

      if group-idx = 1
        string function trim(octet-edit) delimited by size
          into render-text
      else
        string function trim(render-text) '.'
          function trim(octet-edit)
          delimited by size into render-text
      end-if
    end-perform
  end-if

  move render-prefix to prefix-edit
  string function trim(render-text) '/' function trim(prefix-edit)
      delimited by size into render-text
  .

byte-from-key.
  move 0 to byte-val
  compute bit-lo = (group-idx - 1) * 8 + 1
  compute bit-hi = group-idx * 8

  perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
    compute byte-val = byte-val * 2
    if bit-idx <= render-prefix
    and render-key(bit-idx + 1:1) = '1'
      add 1 to byte-val
    end-if
  end-perform
  .

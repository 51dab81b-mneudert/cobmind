       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-patch-package.

*>*********************************************************************
*> incremental patch packages for the branch servers. instead of the
*> whole rebuilt derivative .mmdb every release, a branch pulls only
*> what moved in the trimmed inventory (mmdb2-trim-db's output, the
*> TRIMDB step in GEOREFR) since the release it last acknowledged,
*> and mmdb2-patch-apply rebuilds its local inventory from that.
*> operations:
*>
*>   PARM='BUILD <inventory> <patch-dir> <branch-acks>'
*>        compare the new trimmed inventory with the one the last
*>        package was cut from and, when anything moved, cut the
*>        next sequence:
*>          <patch-dir>/patch.NNNNNN   added / changed / removed
*>                                     networks only
*>          <patch-dir>/full.NNNNNN    the whole inventory, for a
*>                                     branch that cannot take the
*>                                     delta
*>          <patch-dir>/routing.NNNNNN which package each branch gets
*>        a branch whose last acknowledged sequence is older than
*>        the one the delta is cut against missed a patch: it is
*>        routed the full refresh and raised on the notify feed.
*>
*>   PARM='ACK <branch-acks> <branch> <sequence>'
*>        record that a branch applied and verified a sequence (the
*>        last step of the branch's patch job).
*>
*> package layout, one line each (records keep their own commas):
*>
*>   PATCH,<seq>,<base-seq>,<DELTA|FULL>,<rows>,<checksum>
*>   A,<network>,<record>           added
*>   C,<network>,<record>           changed record
*>   D,<network>                    removed
*>
*> with the provenance header and control-total trailer every run-
*> created file carries. <rows> and <checksum> describe the inventory
*> the branch must end up holding - the sum of mmdb2-patch-hash's
*> line hashes, which the branch can take again from a dump of the
*> .mmdb it compiles. lines go in network-key order, the order
*> inventory.current (the publisher's copy of the last package's
*> inventory) and every branch inventory are kept in. patch.ledger
*> in the directory keeps one line per sequence cut:
*>
*>   <seq>,<date>,<rows>,<checksum>,<added>,<changed>,<removed>
*>
*> branch-acks lines: <branch>,<sequence>,<date>.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select inv-in
    assign dynamic inv-file
    organization line sequential
    file status is inv-status.

  select inv-sort assign 'cobmind_patchsort.tmp'.

  select next-out
    assign dynamic next-inflight
    organization line sequential
    file status is next-status.

  select next-in
    assign dynamic next-inflight
    organization line sequential
    file status is next-status.

  select current-in
    assign dynamic current-file
    organization line sequential
    file status is current-status.

  select package-out
    assign dynamic package-inflight
    organization line sequential
    file status is package-status.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select ledger-out
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select acks-in
    assign dynamic acks-file
    organization line sequential
    file status is acks-status.

  select acks-out
    assign dynamic acks-file
    organization line sequential
    file status is acks-status.

  select routing-out
    assign dynamic routing-inflight
    organization line sequential
    file status is routing-status.

data division.
file section.

fd inv-in.
01 inv-in-rec pic x(400).

sd inv-sort.
01 inv-sort-rec.
   05 is-key          pic x(128).
   05 is-network      pic x(50).
   05 is-record       pic x(256).

fd next-out.
01 next-out-rec pic x(400).

fd next-in.
01 next-in-rec pic x(400).

fd current-in.
01 current-in-rec pic x(400).

fd package-out.
01 package-out-rec pic x(420).

fd ledger-in.
01 ledger-in-rec pic x(128).

fd ledger-out.
01 ledger-out-rec pic x(128).

fd acks-in.
01 acks-in-rec pic x(128).

fd acks-out.
01 acks-out-rec pic x(128).

fd routing-out.
01 routing-out-rec pic x(200).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg         pic x(8) value spaces.
01 inv-file         pic x(128) value spaces.
01 patch-dir        pic x(128) value spaces.
01 acks-file        pic x(128) value spaces.
01 branch-arg       pic x(32) value spaces.
01 seq-raw          pic x(10) value spaces.

01 inv-status       pic xx value spaces.
01 next-status      pic xx value spaces.
01 current-status   pic xx value spaces.
01 package-status   pic xx value spaces.
01 ledger-status    pic xx value spaces.
01 acks-status      pic xx value spaces.
01 routing-status   pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

01 current-file     pic x(128) value spaces.
01 next-inflight    pic x(140) value spaces.
01 ledger-file      pic x(128) value spaces.
01 package-file     pic x(128) value spaces.
01 package-inflight pic x(140) value spaces.
01 routing-file     pic x(128) value spaces.
01 routing-inflight pic x(140) value spaces.
01 patch-name       pic x(16) value spaces.
01 full-name        pic x(16) value spaces.
01 commit-op        pic x(1) value 'B'.
01 commit-ok        pic x(1) value 'Y'.
01 publish-failed   pic x(1) value 'N'.

*> the sequence state from the ledger.
01 last-seq         pic 9(6) value 0.
01 last-rows        pic 9(10) value 0.
01 last-checksum    pic 9(15) value 0.
01 new-seq          pic 9(6) value 0.
01 new-rows         pic 9(10) value 0.
01 new-checksum     pic 9(15) value 0.
01 split-1          pic x(32) value spaces.
01 split-2          pic x(32) value spaces.
01 split-3          pic x(32) value spaces.
01 split-4          pic x(32) value spaces.

*> one inventory line and its identity (mmdb2-patch-hash).
01 inv-line         pic x(400) value spaces.
01 comma-pos        pic 9(4) value 0.
01 line-network     pic x(50) value spaces.
01 line-record      pic x(256) value spaces.
01 line-key         pic x(128) value spaces.
01 line-hash        pic 9(15) value 0.
01 prev-key         pic x(128) value spaces.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 dropped-lines    pic 9(8) value 0.
01 duplicate-lines  pic 9(8) value 0.

*> the two sides of the delta match.
01 cur-key          pic x(128) value spaces.
01 cur-network      pic x(50) value spaces.
01 cur-record       pic x(256) value spaces.
01 cur-hash         pic 9(15) value 0.
01 nxt-key          pic x(128) value spaces.
01 nxt-network      pic x(50) value spaces.
01 nxt-record       pic x(256) value spaces.
01 nxt-hash         pic 9(15) value 0.
01 added-count      pic 9(10) value 0.
01 changed-count    pic 9(10) value 0.
01 removed-count    pic 9(10) value 0.

01 package-type     pic x(5) value spaces.
01 base-seq         pic 9(6) value 0.
01 package-line     pic x(420) value spaces.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 provenance-db    pic x(128) value spaces.
01 provenance-epoch pic 9(11) value 0.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

*> branch acknowledgments.
01 acks-table.
   05 ack-entry occurs 500 times.
      10 ack-branch    pic x(32).
      10 ack-seq       pic 9(6).
      10 ack-date      pic x(8).
01 ack-count        pic 9(3) value 0.
01 ack-ix           pic 9(3) value 0.
01 ack-found        pic 9(3) value 0.
01 ack-line         pic x(128) value spaces.
01 route-line       pic x(200) value spaces.
01 route-delta      pic 9(5) value 0.
01 route-full       pic 9(5) value 0.
01 route-current    pic 9(5) value 0.

01 today-num        pic x(8) value spaces.
01 ledger-line      pic x(128) value spaces.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  move function current-date(1:8) to today-num

  evaluate function upper-case(function trim(mode-arg))
    when 'BUILD'
      accept inv-file from argument-value
      accept patch-dir from argument-value
      accept acks-file from argument-value

      if inv-file = spaces or patch-dir = spaces
      or acks-file = spaces
        perform show-usage
        goback
      end-if

      perform build-package

    when 'ACK'
      accept acks-file from argument-value
      accept branch-arg from argument-value
      accept seq-raw from argument-value

      if acks-file = spaces or branch-arg = spaces
      or function trim(seq-raw) is not numeric
        perform show-usage
        goback
      end-if

      perform record-branch-ack

    when other
      perform show-usage
  end-evaluate

  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-patch-package BUILD <inventory> <patch-dir>'
      ' <branch-acks>'
  display '       mmdb2-patch-package ACK <branch-acks> <branch>'
      ' <sequence>'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> BUILD: order the new inventory by network key, match it against
*> the last package's inventory, cut the delta and the full refresh.
*>*********************************************************************

build-package.
  call 'cobmind-file-exists' using inv-file, file-exists-rec

  if not file-found
    display 'inventory not found: ' function trim(inv-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to current-file ledger-file
  string function trim(patch-dir) '/inventory.current'
      delimited by size into current-file
  string function trim(patch-dir) '/patch.ledger'
      delimited by size into ledger-file

  perform read-ledger-state

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, current-file,
      next-inflight, commit-ok

  open output next-out

  if next-status not = '00'
    display 'failed to open ' function trim(next-inflight)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  sort inv-sort
      ascending key is-key
      input procedure is load-inventory
      output procedure is write-next-inventory

  close next-out

  if dropped-lines > 0
    display 'patch package: ' dropped-lines ' inventory line(s) with '
        'no readable network skipped'
  end-if

  if last-seq > 0
  and new-rows = last-rows and new-checksum = last-checksum
    call 'CBL_DELETE_FILE' using next-inflight
    display 'patch package: inventory unchanged since sequence '
        last-seq ' - no package cut'
    move last-seq to new-seq
    perform route-branches
    if publish-failed = 'Y'
      move mmdb2-rc-io-error to return-code
    else
      move mmdb2-rc-ok to return-code
    end-if
    exit paragraph
  end-if

  compute new-seq = last-seq + 1
  move spaces to patch-name full-name
  string 'patch.' new-seq delimited by size into patch-name
  string 'full.' new-seq delimited by size into full-name

  perform cut-delta-package
  perform cut-full-package

  *> the new inventory becomes the base the next delta is cut from.
  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, current-file,
      next-inflight, commit-ok
  if commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if

  perform append-ledger-line
  perform route-branches

  display 'patch package: sequence ' new-seq ' cut - '
      added-count ' added, ' changed-count ' changed, '
      removed-count ' removed, ' new-rows ' network(s) in all'
  display 'delta package: ' function trim(patch-dir) '/'
      function trim(patch-name)
  display 'full refresh:  ' function trim(patch-dir) '/'
      function trim(full-name)

  if publish-failed = 'Y'
    display 'patch package cut but could not publish all its files'
    move mmdb2-rc-io-error to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

read-ledger-state.
  move 0 to last-seq last-rows last-checksum

  call 'cobmind-file-exists' using ledger-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to ledger-status
  open input ledger-in

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end
        if ledger-in-rec(1:1) not = '#'
        and function trim(ledger-in-rec) not = spaces
          move spaces to split-1 split-2 split-3 split-4
          unstring ledger-in-rec delimited by ','
              into split-1 split-2 split-3 split-4
          end-unstring
          if function trim(split-1) is numeric
          and function trim(split-3) is numeric
          and function trim(split-4) is numeric
            move function numval(split-1) to last-seq
            move function numval(split-3) to last-rows
            move split-4(1:15) to last-checksum
          end-if
        end-if
    end-read
  end-perform

  close ledger-in
  .

load-inventory.
  move spaces to inv-status
  open input inv-in

  perform until inv-status = '10'
    read inv-in
      at end move '10' to inv-status
      not at end perform release-inventory-line
    end-read
  end-perform

  close inv-in
  .

release-inventory-line.
  if function trim(inv-in-rec) = spaces
  or inv-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move inv-in-rec to inv-line
  perform split-inventory-line

  if line-key = spaces
    add 1 to dropped-lines
    exit paragraph
  end-if

  move line-key to is-key
  move line-network to is-network
  move line-record to is-record
  release inv-sort-rec
  .

*> network up to the first comma, the record after it.
split-inventory-line.
  move spaces to line-network line-record line-key
  move 0 to line-hash

  move 0 to comma-pos
  inspect inv-line tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50 or comma-pos >= 399
    exit paragraph
  end-if

  move inv-line(1:comma-pos) to line-network
  move inv-line(comma-pos + 2:) to line-record

  call 'mmdb2-patch-hash' using line-network, line-record, line-key,
      line-hash
  .

write-next-inventory.
  move 0 to new-rows new-checksum
  move spaces to prev-key
  set sort-eof to false

  perform until sort-eof
    return inv-sort
      at end set sort-eof to true
      not at end perform write-one-next-line
    end-return
  end-perform

  if duplicate-lines > 0
    display 'patch package: ' duplicate-lines ' inventory line(s) '
        'repeating a network already listed - first one kept'
  end-if
  .

write-one-next-line.
  *> the trimmer keys on the looked-up address, so one network can
  *> arrive under two of its addresses - one network, one line.
  if is-key = prev-key
    add 1 to duplicate-lines
    exit paragraph
  end-if
  move is-key to prev-key

  move spaces to next-out-rec
  string function trim(is-network) ',' function trim(is-record)
      delimited by size into next-out-rec
  write next-out-rec

  move is-network to line-network
  move is-record to line-record
  call 'mmdb2-patch-hash' using line-network, line-record, line-key,
      line-hash

  add 1 to new-rows
  compute new-checksum = function mod(new-checksum + line-hash,
      999999999999989)
  .

*>*********************************************************************
*> the delta: a balanced-line match of inventory.current against the
*> new inventory, both in network-key order.
*>*********************************************************************

cut-delta-package.
  move spaces to package-file
  string function trim(patch-dir) '/' function trim(patch-name)
      delimited by size into package-file
  move 'DELTA' to package-type
  move last-seq to base-seq
  perform open-package

  if package-status not = '00'
    exit paragraph
  end-if

  move spaces to current-status
  call 'cobmind-file-exists' using current-file, file-exists-rec
  if file-found
    open input current-in
  else
    move '10' to current-status
  end-if

  open input next-in

  perform read-current-side
  perform read-next-side

  perform until cur-key = high-values and nxt-key = high-values
    evaluate true
      when cur-key = nxt-key
        if cur-hash not = nxt-hash
          move spaces to package-line
          string 'C,' function trim(nxt-network) ','
              function trim(nxt-record)
              delimited by size into package-line
          perform write-package-line
          add 1 to changed-count
        end-if
        perform read-current-side
        perform read-next-side
      when cur-key < nxt-key
        move spaces to package-line
        string 'D,' function trim(cur-network)
            delimited by size into package-line
        perform write-package-line
        add 1 to removed-count
        perform read-current-side
      when other
        move spaces to package-line
        string 'A,' function trim(nxt-network) ','
            function trim(nxt-record)
            delimited by size into package-line
        perform write-package-line
        add 1 to added-count
        perform read-next-side
    end-evaluate
  end-perform

  if file-found
    close current-in
  end-if
  close next-in

  perform close-package
  .

read-current-side.
  move high-values to cur-key

  perform until current-status = '10' or cur-key not = high-values
    read current-in
      at end move '10' to current-status
      not at end
        if function trim(current-in-rec) not = spaces
        and current-in-rec(1:1) not = '#'
          move current-in-rec to inv-line
          perform split-inventory-line
          if line-key not = spaces
            move line-key to cur-key
            move line-network to cur-network
            move line-record to cur-record
            move line-hash to cur-hash
          end-if
        end-if
    end-read
  end-perform
  .

read-next-side.
  move high-values to nxt-key

  perform until next-status = '10' or nxt-key not = high-values
    read next-in
      at end move '10' to next-status
      not at end
        move next-in-rec to inv-line
        perform split-inventory-line
        if line-key not = spaces
          move line-key to nxt-key
          move line-network to nxt-network
          move line-record to nxt-record
          move line-hash to nxt-hash
        end-if
    end-read
  end-perform
  .

*> the full refresh: every line of the new inventory as an add.
cut-full-package.
  move spaces to package-file
  string function trim(patch-dir) '/' function trim(full-name)
      delimited by size into package-file
  move 'FULL' to package-type
  move 0 to base-seq
  perform open-package

  if package-status not = '00'
    exit paragraph
  end-if

  open input next-in

  perform until next-status = '10'
    read next-in
      at end move '10' to next-status
      not at end
        move spaces to package-line
        string 'A,' function trim(next-in-rec)
            delimited by size into package-line
        perform write-package-line
    end-read
  end-perform

  close next-in
  perform close-package
  .

open-package.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, package-file,
      package-inflight, commit-ok

  open output package-out

  if package-status not = '00'
    display 'failed to open package: ' function trim(package-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move inv-file to provenance-db
  move 'W' to class-op
  move 'mmdb2-patch-package' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using provenance-db, provenance-epoch,
      inv-file, provenance-line
  write package-out-rec from provenance-line

  move spaces to package-line
  string 'PATCH,' new-seq ',' base-seq ',' function trim(package-type)
      ',' new-rows ',' new-checksum
      delimited by size into package-line
  write package-out-rec from package-line
  .

write-package-line.
  write package-out-rec from package-line

  move 'F' to trail-op
  move spaces to trail-fold
  move package-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  .

close-package.
  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write package-out-rec from trailer-line

  close package-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, package-file,
      package-inflight, commit-ok
  if commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if
  .

append-ledger-line.
  open extend ledger-out
  if ledger-status not = '00'
    open output ledger-out
  end-if

  if ledger-status not = '00'
    display 'failed to open ledger: ' function trim(ledger-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move spaces to ledger-line
  string new-seq ',' today-num ',' new-rows ',' new-checksum ','
      added-count ',' changed-count ',' removed-count
      delimited by size into ledger-line
  write ledger-out-rec from ledger-line
  close ledger-out
  .

*>*********************************************************************
*> routing: the delta for a branch on the sequence before it, the
*> full refresh for one that missed a patch.
*>*********************************************************************

route-branches.
  perform load-branch-acks

  if new-seq = 0
    exit paragraph
  end-if

  move spaces to routing-file patch-name full-name
  string function trim(patch-dir) '/routing.' new-seq
      delimited by size into routing-file
  string 'patch.' new-seq delimited by size into patch-name
  string 'full.' new-seq delimited by size into full-name

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, routing-file,
      routing-inflight, commit-ok

  open output routing-out

  if routing-status not = '00'
    display 'failed to open routing file: '
        function trim(routing-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move 'branch,package,file' to routing-out-rec
  write routing-out-rec

  perform varying ack-ix from 1 by 1 until ack-ix > ack-count
    move spaces to route-line
    evaluate true
      when ack-seq(ack-ix) >= new-seq
        string function trim(ack-branch(ack-ix)) ',CURRENT,-'
            delimited by size into route-line
        add 1 to route-current
      when ack-seq(ack-ix) = new-seq - 1
        string function trim(ack-branch(ack-ix)) ',DELTA,'
            function trim(patch-name)
            delimited by size into route-line
        add 1 to route-delta
      when other
        string function trim(ack-branch(ack-ix)) ',FULL,'
            function trim(full-name)
            delimited by size into route-line
        add 1 to route-full
        perform notify-missed-patch
    end-evaluate
    write routing-out-rec from route-line
  end-perform

  close routing-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, routing-file,
      routing-inflight, commit-ok
  if commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if

  display 'branch routing: ' route-delta ' delta, ' route-full
      ' full refresh, ' route-current ' already current -> '
      function trim(routing-file)
  .

notify-missed-patch.
  move spaces to notify-subject notify-text
  move ack-branch(ack-ix) to notify-subject
  string 'branch last applied patch sequence ' ack-seq(ack-ix)
      ' - missed a patch, routed full refresh ' function trim(full-name)
      delimited by size into notify-text
  move 'BRANCH-REFRESH' to notify-event
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

load-branch-acks.
  move 0 to ack-count

  call 'cobmind-file-exists' using acks-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to acks-status
  open input acks-in

  perform until acks-status = '10'
    read acks-in
      at end move '10' to acks-status
      not at end
        if acks-in-rec(1:1) not = '#'
        and function trim(acks-in-rec) not = spaces
          move spaces to split-1 split-2 split-3
          unstring acks-in-rec delimited by ','
              into split-1 split-2 split-3
          end-unstring
          if split-1 not = spaces
          and function trim(split-2) is numeric
          and ack-count < 500
            add 1 to ack-count
            move split-1 to ack-branch(ack-count)
            move function numval(split-2) to ack-seq(ack-count)
            move split-3 to ack-date(ack-count)
          end-if
        end-if
    end-read
  end-perform

  close acks-in
  .

*>*********************************************************************
*> ACK: one line per branch, replaced in place.
*>*********************************************************************

record-branch-ack.
  perform load-branch-acks

  move 0 to ack-found
  perform varying ack-ix from 1 by 1 until ack-ix > ack-count
    if function trim(ack-branch(ack-ix)) = function trim(branch-arg)
      move ack-ix to ack-found
    end-if
  end-perform

  if ack-found = 0
    if ack-count >= 500
      display 'branch acks file full - ' function trim(branch-arg)
          ' not recorded'
      move mmdb2-rc-io-error to return-code
      exit paragraph
    end-if
    add 1 to ack-count
    move ack-count to ack-found
    move branch-arg to ack-branch(ack-found)
  end-if

  move function numval(seq-raw) to ack-seq(ack-found)
  move today-num to ack-date(ack-found)

  open output acks-out

  if acks-status not = '00'
    display 'failed to open branch acks: ' function trim(acks-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move '# branch,sequence,date' to acks-out-rec
  write acks-out-rec

  perform varying ack-ix from 1 by 1 until ack-ix > ack-count
    move spaces to ack-line
    string function trim(ack-branch(ack-ix)) ',' ack-seq(ack-ix) ','
        ack-date(ack-ix)
        delimited by size into ack-line
    write acks-out-rec from ack-line
  end-perform

  close acks-out

  display 'branch ' function trim(branch-arg) ' acknowledged patch '
      'sequence ' ack-seq(ack-found)
  move mmdb2-rc-ok to return-code
  .

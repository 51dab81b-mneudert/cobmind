       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-patch-apply.

*>*********************************************************************
*> the branch end of the patch packages mmdb2-patch-package cuts at
*> the centre. the branch keeps its trimmed inventory on disk in
*> network-key order under a header naming the sequence it holds:
*>
*>   # branch inventory patch-seq=<seq> rows=<rows> checksum=<sum>
*>
*> operations, run as the branch's patch job (see BRPATCH):
*>
*>   PARM='APPLY <package> <local-inventory>'
*>        fold a package into the local inventory - a FULL package
*>        replaces it outright, a DELTA must be cut against exactly
*>        the sequence the branch holds. the rebuilt inventory has
*>        to come out at the package's row count and checksum or it
*>        is thrown away and the old one stays. a DELTA cut against
*>        a later sequence than the branch holds means a patch was
*>        missed: nothing is applied, the notify feed hears about
*>        it, and the step ends mmdb2-rc-patch-gap so the job asks
*>        for the full refresh instead.
*>
*>   PARM='VERIFY <built-mmdb> <local-inventory>'
*>        after mmdb2-build-db compiles the inventory, walk the built
*>        file (mmdb2-dump) and prove it holds exactly the inventory
*>        the header describes - same networks, same records, by the
*>        same mmdb2-patch-hash checksum.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select package-in
    assign dynamic package-file
    organization line sequential
    file status is package-status.

  select local-in
    assign dynamic local-file
    organization line sequential
    file status is local-status.

  select local-out
    assign dynamic local-inflight
    organization line sequential
    file status is local-out-status.

  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

data division.
file section.

fd package-in.
01 package-in-rec pic x(420).

fd local-in.
01 local-in-rec pic x(400).

fd local-out.
01 local-out-rec pic x(400).

fd dump-in.
01 dump-in-rec pic x(8192).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 mode-arg         pic x(8) value spaces.
01 package-file     pic x(128) value spaces.
01 local-file       pic x(128) value spaces.
01 db-path          pic x(128) value spaces.

01 package-status   pic xx value spaces.
01 local-status     pic xx value spaces.
01 local-out-status pic xx value spaces.
01 dump-status      pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 local-exists-rec pic x(1).
   88 local-exists  value 'Y', false 'N'.

01 local-inflight   pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 commit-ok        pic x(1) value 'Y'.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.

*> the package header.
01 pkg-seq          pic 9(6) value 0.
01 pkg-base         pic 9(6) value 0.
01 pkg-type         pic x(8) value spaces.
01 pkg-rows         pic 9(10) value 0.
01 pkg-checksum     pic 9(15) value 0.
01 pkg-header-seen  pic x(1) value 'N'.
01 split-1          pic x(16) value spaces.
01 split-2          pic x(16) value spaces.
01 split-3          pic x(16) value spaces.
01 split-4          pic x(16) value spaces.
01 split-5          pic x(16) value spaces.
01 split-6          pic x(20) value spaces.

*> the local inventory header.
01 local-seq        pic 9(6) value 0.
01 local-rows       pic 9(10) value 0.
01 local-checksum   pic 9(15) value 0.
01 header-pos       pic 9(4) value 0.
01 header-token     pic x(20) value spaces.
01 local-header     pic x(400) value spaces.

*> one inventory line and its identity (mmdb2-patch-hash).
01 work-line        pic x(420) value spaces.
01 comma-pos        pic 9(4) value 0.
01 line-network     pic x(50) value spaces.
01 line-record      pic x(256) value spaces.
01 line-key         pic x(128) value spaces.
01 line-hash        pic 9(15) value 0.

*> the two sides of the merge.
01 loc-key          pic x(128) value spaces.
01 loc-network      pic x(50) value spaces.
01 loc-record       pic x(256) value spaces.
01 pat-key          pic x(128) value spaces.
01 pat-action       pic x(1) value spaces.
01 pat-network      pic x(50) value spaces.
01 pat-record       pic x(256) value spaces.

01 out-rows         pic 9(10) value 0.
01 out-checksum     pic 9(15) value 0.
01 added-count      pic 9(10) value 0.
01 changed-count    pic 9(10) value 0.
01 removed-count    pic 9(10) value 0.
01 odd-count        pic 9(10) value 0.
01 out-network      pic x(50) value spaces.
01 out-record       pic x(256) value spaces.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'APPLY'
      accept package-file from argument-value
      accept local-file from argument-value

      if package-file = spaces or local-file = spaces
        perform show-usage
        goback
      end-if

      perform apply-package

    when 'VERIFY'
      accept db-path from argument-value
      accept local-file from argument-value

      if db-path = spaces or local-file = spaces
        perform show-usage
        goback
      end-if

      perform verify-build

    when other
      perform show-usage
  end-evaluate

  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-patch-apply APPLY <package> <local-inventory>'
  display '       mmdb2-patch-apply VERIFY <built-mmdb>'
      ' <local-inventory>'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> APPLY
*>*********************************************************************

apply-package.
  perform read-package-header

  if pkg-header-seen not = 'Y'
    display 'not a patch package: ' function trim(package-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  perform read-local-header

  if pkg-seq <= local-seq
    display 'patch sequence ' pkg-seq ' already applied - branch '
        'holds sequence ' local-seq
    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  if pkg-type = 'DELTA' and pkg-base not = local-seq
    display 'patch sequence ' pkg-seq ' is cut against sequence '
        pkg-base ' but this branch holds ' local-seq
        ' - a patch was missed, full refresh required'
    move spaces to notify-subject notify-text
    move local-file to notify-subject
    string 'branch holds patch sequence ' local-seq ', received '
        pkg-seq ' cut against ' pkg-base ' - full refresh required'
        delimited by size into notify-text
    move 'PATCH-GAP' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
    move mmdb2-rc-patch-gap to return-code
    exit paragraph
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, local-file,
      local-inflight, commit-ok

  open output local-out

  if local-out-status not = '00'
    display 'failed to open ' function trim(local-inflight)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to local-header
  string '# branch inventory patch-seq=' pkg-seq ' rows=' pkg-rows
      ' checksum=' pkg-checksum
      delimited by size into local-header
  write local-out-rec from local-header

  move spaces to package-status
  open input package-in

  if pkg-type = 'FULL' or not local-exists
    move '10' to local-status
  else
    move spaces to local-status
    open input local-in
  end-if

  perform read-local-side
  perform read-package-side

  perform until loc-key = high-values and pat-key = high-values
    evaluate true
      when loc-key < pat-key
        move loc-network to out-network
        move loc-record to out-record
        perform write-local-line
        perform read-local-side
      when loc-key = pat-key
        evaluate pat-action
          when 'D'
            add 1 to removed-count
          when 'C'
            add 1 to changed-count
            perform write-patch-line
          when other
            *> an add for a network already held - the package wins.
            add 1 to odd-count
            perform write-patch-line
        end-evaluate
        perform read-local-side
        perform read-package-side
      when other
        evaluate pat-action
          when 'A'
            add 1 to added-count
            perform write-patch-line
          when 'C'
            add 1 to odd-count
            perform write-patch-line
          when other
            *> removing a network not held - nothing to do.
            add 1 to odd-count
        end-evaluate
        perform read-package-side
    end-evaluate
  end-perform

  if pkg-type not = 'FULL' and local-exists
    close local-in
  end-if
  close package-in
  close local-out

  if out-rows not = pkg-rows or out-checksum not = pkg-checksum
    display 'patch sequence ' pkg-seq ' did not rebuild the inventory'
        ' it describes (rows ' out-rows ' of ' pkg-rows ', checksum '
        out-checksum ' of ' pkg-checksum ') - not applied'
    call 'CBL_DELETE_FILE' using local-inflight
    move mmdb2-rc-verify-failed to return-code
    exit paragraph
  end-if

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, local-file,
      local-inflight, commit-ok

  if commit-ok not = 'Y'
    display 'patch applied but the inventory could not be published'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  display 'patch sequence ' pkg-seq ' (' function trim(pkg-type)
      ') applied - ' added-count ' added, ' changed-count
      ' changed, ' removed-count ' removed, ' out-rows ' network(s)'
  if odd-count > 0
    display 'patch: ' odd-count ' line(s) did not match the held '
        'inventory as cut - the package''s answer was taken'
  end-if
  move mmdb2-rc-ok to return-code
  .

read-package-header.
  move 'N' to pkg-header-seen

  call 'cobmind-file-exists' using package-file, file-exists-rec

  if not file-found
    exit paragraph
  end-if

  move spaces to package-status
  open input package-in

  perform until package-status = '10' or pkg-header-seen = 'Y'
    read package-in
      at end move '10' to package-status
      not at end
        if package-in-rec(1:6) = 'PATCH,'
          move spaces to split-1 split-2 split-3 split-4 split-5
              split-6
          unstring package-in-rec delimited by ','
              into split-1 split-2 split-3 split-4 split-5 split-6
          end-unstring
          if function trim(split-2) is numeric
          and function trim(split-3) is numeric
          and function trim(split-5) is numeric
          and function trim(split-6) is numeric
            move function numval(split-2) to pkg-seq
            move function numval(split-3) to pkg-base
            move function trim(split-4) to pkg-type
            move function numval(split-5) to pkg-rows
            move split-6(1:15) to pkg-checksum
            move 'Y' to pkg-header-seen
          end-if
        end-if
    end-read
  end-perform

  close package-in
  .

read-local-header.
  move 0 to local-seq local-rows local-checksum

  call 'cobmind-file-exists' using local-file, local-exists-rec

  if not local-exists
    exit paragraph
  end-if

  move spaces to local-status
  open input local-in
  read local-in
    at end move '10' to local-status
  end-read

  if local-status = '00'
  and local-in-rec(1:29) = '# branch inventory patch-seq='
    move local-in-rec to local-header
    perform parse-local-header
  end-if

  close local-in
  .

parse-local-header.
  move spaces to header-token
  unstring local-header(30:) delimited by ' ' into header-token
  end-unstring
  if function trim(header-token) is numeric
    move function numval(header-token) to local-seq
  end-if

  move 0 to header-pos
  inspect local-header tallying header-pos
      for characters before initial ' rows='
  move spaces to header-token
  unstring local-header(header-pos + 7:) delimited by ' '
      into header-token
  end-unstring
  if function trim(header-token) is numeric
    move function numval(header-token) to local-rows
  end-if

  move 0 to header-pos
  inspect local-header tallying header-pos
      for characters before initial ' checksum='
  move spaces to header-token
  unstring local-header(header-pos + 11:) delimited by ' '
      into header-token
  end-unstring
  if function trim(header-token) is numeric
    move header-token(1:15) to local-checksum
  end-if
  .

read-local-side.
  move high-values to loc-key

  perform until local-status = '10' or loc-key not = high-values
    read local-in
      at end move '10' to local-status
      not at end
        if function trim(local-in-rec) not = spaces
        and local-in-rec(1:1) not = '#'
          move local-in-rec to work-line
          perform split-work-line
          if line-key not = spaces
            move line-key to loc-key
            move line-network to loc-network
            move line-record to loc-record
          end-if
        end-if
    end-read
  end-perform
  .

*> A,<network>,<record> / C,<network>,<record> / D,<network>
read-package-side.
  move high-values to pat-key

  perform until package-status = '10' or pat-key not = high-values
    read package-in
      at end move '10' to package-status
      not at end
        if package-in-rec(2:1) = ','
        and (package-in-rec(1:1) = 'A' or 'C' or 'D')
          move package-in-rec(1:1) to pat-action
          move spaces to work-line
          move package-in-rec(3:) to work-line
          if pat-action = 'D'
            *> a removal carries no record; any placeholder will do
            *> for the key.
            move spaces to line-network
            unstring work-line delimited by ',' into line-network
            end-unstring
            move spaces to work-line
            string function trim(line-network) ',-'
                delimited by size into work-line
          end-if
          perform split-work-line
          if line-key not = spaces
            move line-key to pat-key
            move line-network to pat-network
            move line-record to pat-record
          end-if
        end-if
    end-read
  end-perform
  .

split-work-line.
  move spaces to line-network line-record line-key
  move 0 to line-hash

  move 0 to comma-pos
  inspect work-line tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50 or comma-pos >= 419
    exit paragraph
  end-if

  move work-line(1:comma-pos) to line-network
  move work-line(comma-pos + 2:) to line-record

  call 'mmdb2-patch-hash' using line-network, line-record, line-key,
      line-hash
  .

write-patch-line.
  move pat-network to out-network
  move pat-record to out-record
  perform write-local-line
  .

write-local-line.
  move spaces to local-out-rec
  string function trim(out-network) ',' function trim(out-record)
      delimited by size into local-out-rec
  write local-out-rec

  call 'mmdb2-patch-hash' using out-network, out-record, line-key,
      line-hash
  add 1 to out-rows
  compute out-checksum = function mod(out-checksum + line-hash,
      999999999999989)
  .

*>*********************************************************************
*> VERIFY: the compiled .mmdb, walked, against the inventory header.
*>*********************************************************************

verify-build.
  perform read-local-header

  if not local-exists
    display 'local inventory not found: ' function trim(local-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  call 'mmdb2-open' using db-path, database-handle

  if return-code not = mmdb2-rc-ok
    display 'could not open database: ' function trim(db-path)
    exit paragraph
  end-if

  call 'cobmind-meta-exists' using db-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using db-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using db-path, mmdb2-meta-rec
  end-if

  move spaces to dump-file
  string function trim(local-file) '_verifydump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      db-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk of ' function trim(db-path) ' failed'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  call 'mmdb2-close' using database-handle

  move 0 to out-rows out-checksum
  move spaces to dump-status
  open input dump-in

  perform until dump-status = '10'
    read dump-in
      at end move '10' to dump-status
      not at end perform fold-dump-row
    end-read
  end-perform

  close dump-in
  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  if out-rows = local-rows and out-checksum = local-checksum
    display 'verified: ' function trim(db-path) ' holds patch '
        'sequence ' local-seq ' exactly (' out-rows ' network(s), '
        'checksum ' out-checksum ')'
    move mmdb2-rc-ok to return-code
  else
    display 'VERIFY FAILED: ' function trim(db-path) ' walked '
        out-rows ' network(s), checksum ' out-checksum
        ' - patch sequence ' local-seq ' expects ' local-rows
        ', checksum ' local-checksum
    move mmdb2-rc-verify-failed to return-code
  end-if
  .

fold-dump-row.
  if function trim(dump-in-rec) = spaces
  or dump-in-rec(1:1) = '#'
  or dump-in-rec(1:5) = 'cidr,'
  or dump-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move spaces to work-line
  move dump-in-rec(1:420) to work-line
  perform split-work-line

  if line-key = spaces
    exit paragraph
  end-if

  add 1 to out-rows
  compute out-checksum = function mod(out-checksum + line-hash,
      999999999999989)
  .

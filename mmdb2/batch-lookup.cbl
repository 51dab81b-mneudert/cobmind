*> than reprocessing a batch file that can run for hours from line
*> one. A checkpoint left "DONE" (or absent) means the next run starts
*> clean, same as before this feature existed.
*> every checkpoint also beats the job's progress heartbeat
*> (cobmind-progress-note), which is what the live job monitor reads.
*>
*> "--sorted-walk" puts a pre-pass in front of the read loop: the
*> night's addresses are sorted into address order and walked once
*> in that order through mmdb2-walk-sorted, which reuses the upper
*> path neighbouring addresses share, and the answers are re-sorted
*> back into input-line order in a "_prewalk" side file. the read
*> loop then takes each line's tree answer from that file instead of
*> walking from the root - everything after the walk (overlays,
*> screening, the writers, checkpoints, the trailer) runs in input
*> order exactly as before, so the results file is the same file.
*>*********************************************************************

environment division.
    organization sequential
    file status is batch-fb-status.

  select walk-sort assign 'cobmind_walksort.tmp'.
  select line-sort assign 'cobmind_linesort.tmp'.

  select prewalk-raw
    assign dynamic prewalk-raw-file
    organization line sequential
    file status is prewalk-raw-status.

  select prewalk-in
    assign dynamic prewalk-file
    organization line sequential
    file status is prewalk-status.

data division.
file section.

fd batch-fb.
01 batch-fb-rec pic x(512).

sd walk-sort.
01 walk-sort-rec.
   05 walk-sort-bits   pic x(128).
   05 walk-sort-line   pic 9(10).
   05 walk-sort-ip     pic x(45).
   05 walk-sort-bitlen pic 9(3).

*> one tree answer per walked input line, keyed by the line number
*> the read loop counts in lines-read.
sd line-sort.
01 line-sort-rec.
   05 line-sort-line   pic 9(10).
   05 filler           pic x(63).

fd prewalk-raw.
01 prewalk-raw-rec     pic x(73).

fd prewalk-in.
01 prewalk-in-rec.
   05 prewalk-line     pic 9(10).
   05 prewalk-ip       pic x(45).
   05 prewalk-reason   pic x(2).
   05 prewalk-prefix   pic 9(3).
   05 prewalk-data-off pic 9(13).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 threat-score      pic 9(3) value 0.
01 threat-hot-count  pic 9(10) value 0.

*> regional-registry overlay (mmdb2-rir-lookup) - flagged on the miss
*> path like the threat score, so the flag rides the cached row too.
01 rir-flag          pic x(16) value spaces.
01 rir-differs-count pic 9(10) value 0.
01 rir-avail-count   pic 9(10) value 0.

*> named-territory column (mmdb2-territory) - '-' when the address
*> maps to no territory, so the column never collapses to ",,".
01 territory-name    pic x(24) value spaces.
01 index-served-flag   pic x(1) value 'N'.
01 site-served-flag    pic x(1) value 'N'.
01 provenance-line     pic x(256) value spaces.
01 class-op            pic x(1) value 'W'.
01 class-subject       pic x(256) value spaces.
01 class-label         pic x(12) value spaces.
01 layout-map-file     pic x(128) value spaces.
01 layout-version      pic x(16) value spaces.

*> control-total trailer state (cobmind-trailer).
01 trail-op            pic x(1) value 'R'.
01 refold-split-len    pic x(4) value spaces.

01 xlat-op             pic x(1) value 'T'.
01 translit-op         pic x(1) value 'S'.
01 translit-path       pic x(64) value spaces.
01 translit-value      pic x(256) value spaces.
01 xlat-text           pic x(256) value spaces.
01 xlat-work           pic x(8192) value spaces.
01 screen-work         pic x(8192) value spaces.

01 ckpt-status-field   pic x(12).
01 ckpt-lines-field    pic 9(10).

*> progress heartbeat for the live monitor (cobmind-progress-note),
*> beaten with every checkpoint: the input's line count is the job
*> size the monitor measures the checkpointed lines against.
01 batch-total-lines   pic 9(10) value 0.
01 progress-job-file   pic x(160) value spaces.
01 progress-job-mode   pic x(16) value 'batch'.
01 progress-status     pic x(12) value spaces.
01 resuming-rec        pic x.
   88 is-resuming      value 'Y', false 'N'.


01 merge-work          pic x(8192) value spaces.

*> "--sorted-walk" state: the address-order pre-pass and the
*> line-order answer file the read loop draws on.
01 prewalk-file         pic x(140) value spaces.
01 prewalk-raw-file     pic x(140) value spaces.
01 prewalk-status       pic xx value spaces.
01 prewalk-raw-status   pic xx value spaces.
01 prewalk-active-rec   pic x(1) value 'N'.
   88 prewalk-active    value 'Y', false 'N'.
01 prewalk-eof-rec      pic x(1) value 'N'.
   88 prewalk-eof       value 'Y', false 'N'.
01 prewalk-served-flag  pic x(1) value 'N'.
01 prewalk-scan-line    pic 9(10) value 0.
01 prewalk-sort-eof-rec pic x(1) value 'N'.
   88 prewalk-sort-eof  value 'Y', false 'N'.
01 prewalk-out-line.
   05 prewalk-out-line-no  pic 9(10).
   05 prewalk-out-ip       pic x(45).
   05 prewalk-out-reason   pic x(2).
   05 prewalk-out-prefix   pic 9(3).
   05 prewalk-out-data-off pic 9(13).
01 prewalk-released     pic 9(10) value 0.
01 prewalk-served-count pic 9(10) value 0.
01 prewalk-nodes-read   pic 9(12) value 0.
01 walk-op              pic x(1) value 'R'.
01 walk-bits            pic x(128) value spaces.
01 walk-bit-length      pic 9(3) value 0.
01 walk-v4-tail         pic x(32) value spaces.
01 walk-ip              pic x(45) value spaces.
01 walk-data-base       pic x(8) comp-x value 0.
01 walk-node-bytes      pic 9(2) value 0.
01 walk-decode-len      pic x(8) comp-x value 0.
01 walk-decode-trunc    pic x(1) value 'N'.
01 walk-decoded         pic x(8192) value spaces.
01 walk-result.
   05 walk-result-reason      pic x(02).
   05 walk-result-network     pic x(43).
   05 walk-result-prefix-len  pic 9(03).
   05 walk-result-data-off    pic x(08) comp-x.
   05 walk-result-trunc       pic x(01).
   05 walk-result-decoded     pic x(8192).

linkage section.

01 file-handle   pic x(4).
    perform refold-existing-rows
  end-if

  if opt-sorted-walk = 'Y'
    perform build-sorted-prewalk
  end-if

  perform count-batch-lines

  open input batch-in

  if batch-status not = '00'
      open output batch-out
    end-if

    if (opt-fixed-map = spaces or low-value) and opt-join-col = 0
      *> the heading names every optional column in the order the
      *> rows carry them - downstream readers key their column walk
      move spaces to out-line
      string function trim(out-work) ',record'
          delimited by size into out-line
    end-if

    *> the file's classification follows what it carries: every row
    *> is a looked-up address, joined rows carry the transaction
    *> record with them.
    move 'W' to class-op
    move 'mmdb2-batch-lookup' to class-subject
    call 'cobmind-classify' using class-op, class-subject, class-label
    move 'C' to class-op
    if (opt-fixed-map = spaces or low-value) and opt-join-col = 0
      move out-line to class-subject
    else
      move 'ip' to class-subject
    end-if
    call 'cobmind-classify' using class-op, class-subject, class-label
    if opt-join-col > 0
      move 'M' to class-op
      move 'join' to class-subject
      call 'cobmind-classify' using class-op, class-subject,
          class-label
    end-if

    *> provenance header: run id, source database, its build_epoch,
    *> the input file, and the operator - the same key every log
    *> line of this run carries.
    call 'cobmind-provenance' using opt-primary-db,
        mmdb2-meta-build-epoch, batch-file, provenance-line

    *> a fixed-layout file names the layout it was cut to, so the
    *> load job can tell which generated copybook and load card
    *> (mmdb2-layout-gen) go with it.
    if opt-fixed-map not = spaces and low-value
      move opt-fixed-map(1:128) to layout-map-file
      call 'mmdb2-layout-version' using layout-map-file,
          layout-version
      move provenance-line to out-work
      move spaces to provenance-line
      string function trim(out-work) ' layout='
          function trim(layout-version)
          delimited by size into provenance-line
    end-if

    if fb-mode
      move spaces to fb-line
      move provenance-line to fb-line
      perform write-fb-record
    else
      write batch-out-rec from provenance-line
    end-if

    if (opt-fixed-map = spaces or low-value) and opt-join-col = 0
      write batch-out-rec from out-line
    end-if
  end-if

  move 'RUNNING' to progress-status
  perform note-progress

  perform until batch-status = '10'
    read batch-in
      at end move '10' to batch-status

  close batch-in

  if prewalk-active
    close prewalk-in
    call 'CBL_DELETE_FILE' using prewalk-file
  end-if

  *> shop-standard control totals: no downstream team trusts a file
  *> without them. a resumed run re-folded the rows already on disk
  *> (refold-existing-rows), so this trailer binds the whole file.
        'than the decode buffer (see the per-row indicator)'
  end-if

  *> names folded or romanised for the fixed layout.
  if opt-fixed-map not = spaces and low-value
    call 'mmdb2-transliterate' using translit-op, translit-path,
        mmdb2-result-decoded, translit-value
  end-if

  move 'W' to gap-op
  call 'mmdb2-gap-ledger' using gap-op, ip-text

        'carried forward from the previous generation'
  end-if

  if opt-sorted-walk = 'Y' and prewalk-released > 0
    display 'sorted walk:    ' prewalk-released ' address(es) walked '
        'in address order, ' prewalk-nodes-read ' node read(s), '
        prewalk-served-count ' answer(s) taken'
  end-if

  if cache-hit-count + cache-miss-count > 0
    compute cache-hit-pct = cache-hit-count * 100
        / (cache-hit-count + cache-miss-count)
        'address(es) scored at or past the --threat-limit'
  end-if

  if rir-differs-count > 0 or rir-avail-count > 0
    display 'registries:     ' rir-differs-count ' distinct '
        'address(es) registered to another country, '
        rir-avail-count ' in space never delegated'
  end-if

  if deny-count > 0
    display 'screening:      ' deny-count ' denied-country hit(s) - '
        'case(s) opened in the hold queue'
  write ckpt-file-rec

  close ckpt-file

  if function trim(ckpt-status-field) = 'DONE'
    move 'DONE' to progress-status
  else
    move 'RUNNING' to progress-status
  end-if
  perform note-progress
  .

note-progress.
  move spaces to progress-job-file
  move batch-file to progress-job-file
  call 'cobmind-progress-note' using progress-job-file,
      progress-job-mode, progress-status, lines-read,
      batch-total-lines
  .

*>*********************************************************************
*> one pass over the input for its size - cheap beside the lookups
*> themselves, and the only honest denominator for "how far".
*>*********************************************************************

count-batch-lines.
  move 0 to batch-total-lines
  move spaces to batch-status
  open input batch-in

  if batch-status not = '00'
    exit paragraph
  end-if

  perform until batch-status = '10'
    read batch-in
      at end move '10' to batch-status
      not at end add 1 to batch-total-lines
    end-read
  end-perform

  close batch-in
  move spaces to batch-status
  .

*>*********************************************************************
*> "--sorted-walk" pre-pass: every address the read loop will walk
*> (the lines past any checkpoint, minus comments, suppressed
*> ranges, and anything that doesn't validate) is sorted into
*> address order and walked once in that order, so neighbouring
*> addresses share the upper tree path; the answers are sorted back
*> into input-line order for the read loop to take line by line. any
*> trouble building the answer file just leaves every address to the
*> ordinary walk.
*>*********************************************************************

build-sorted-prewalk.
  set prewalk-active to false

  if explain-flag = 'Y'
    display 'sorted walk:    not used with --explain - every address '
        'walks (and traces) from the root'
    exit paragraph
  end-if

  move spaces to prewalk-file prewalk-raw-file
  string function trim(batch-file) '_prewalk' delimited by size
      into prewalk-file
  string function trim(batch-file) '_prewalk_raw' delimited by size
      into prewalk-raw-file

  compute walk-node-bytes = (mmdb2-meta-record-size * 2) / 8
  compute walk-data-base =
      mmdb2-meta-node-count * walk-node-bytes + 16

  move 0 to prewalk-released prewalk-nodes-read prewalk-served-count
  move 'R' to walk-op
  call 'mmdb2-walk-sorted' using walk-op, file-handle,
      mmdb2-meta-rec, walk-ip, walk-bits, walk-bit-length,
      walk-result, prewalk-nodes-read

  move spaces to prewalk-raw-status
  open output prewalk-raw

  if prewalk-raw-status not = '00'
    display 'sorted walk:    could not open '
        function trim(prewalk-raw-file)
        ' - every address walks from the root'
    exit paragraph
  end-if

  sort walk-sort
      ascending key walk-sort-bits walk-sort-line
      input procedure is release-walk-addresses
      output procedure is walk-in-address-order

  close prewalk-raw

  sort line-sort
      ascending key line-sort-line
      using prewalk-raw
      giving prewalk-in

  call 'CBL_DELETE_FILE' using prewalk-raw-file

  move spaces to prewalk-status
  open input prewalk-in

  if prewalk-status not = '00'
    display 'sorted walk:    answer file unreadable - every address '
        'walks from the root'
    exit paragraph
  end-if

  set prewalk-active to true
  set prewalk-eof to false
  move 0 to prewalk-scan-line
  .

release-walk-addresses.
  move spaces to batch-status
  open input batch-in

  if batch-status not = '00'
    exit paragraph
  end-if

  move 0 to prewalk-scan-line

  perform until batch-status = '10'
    read batch-in
      at end move '10' to batch-status
      not at end
        add 1 to prewalk-scan-line
        if prewalk-scan-line > resume-line-count
          perform release-one-walk-address
        end-if
    end-read
  end-perform

  close batch-in
  move spaces to batch-status
  .

*> the address a line will look up, picked out exactly the way
*> process-batch-line and process-join-line pick it.
release-one-walk-address.
  move spaces to walk-ip

  if opt-join-col > 0
    move spaces to join-line
    move batch-in-rec to join-line

    move ',' to join-delim
    if opt-join-delim not = spaces and low-value
      move opt-join-delim to join-delim
    end-if

    perform find-join-field

    if join-field-len > 0 and join-field-len <= length of walk-ip
      move function trim(join-line(join-field-start:join-field-len))
          to walk-ip
    end-if
  else
    move function trim(batch-in-rec) to walk-ip
  end-if

  if walk-ip = spaces or walk-ip(1:1) = '#'
    exit paragraph
  end-if

  *> a do-not-process address is never resolved - not even ahead
  *> of time.
  call 'mmdb2-suppress-check' using walk-ip, suppressed-flag

  if suppressed-flag = 'Y'
    exit paragraph
  end-if

  call 'mmdb2-validate-ip' using walk-ip, ip-valid-rec

  if not ip-is-valid
    exit paragraph
  end-if

  call 'mmdb2-ip-to-bits' using walk-ip, walk-bits, walk-bit-length

  *> IPv4 under the ::/96 range of an ip_version=6 tree, as
  *> mmdb2-lookup-ip re-expresses it - and so it sorts there too.
  if mmdb2-meta-ip-version = 6 and walk-bit-length = 32
    move walk-bits(1:32) to walk-v4-tail
    move spaces to walk-bits
    inspect walk-bits(1:96) replacing all space by '0'
    move walk-v4-tail to walk-bits(97:32)
    move 128 to walk-bit-length
  end-if

  move walk-bits to walk-sort-bits
  move prewalk-scan-line to walk-sort-line
  move walk-ip to walk-sort-ip
  move walk-bit-length to walk-sort-bitlen
  release walk-sort-rec

  add 1 to prewalk-released
  .

walk-in-address-order.
  set prewalk-sort-eof to false

  perform until prewalk-sort-eof
    return walk-sort
      at end set prewalk-sort-eof to true
      not at end perform walk-one-sorted-address
    end-return
  end-perform
  .

walk-one-sorted-address.
  move walk-sort-ip to walk-ip
  move walk-sort-bits to walk-bits
  move walk-sort-bitlen to walk-bit-length

  move 'W' to walk-op
  call 'mmdb2-walk-sorted' using walk-op, file-handle,
      mmdb2-meta-rec, walk-ip, walk-bits, walk-bit-length,
      walk-result, prewalk-nodes-read

  *> a walk that broke on a read error leaves no answer - the read
  *> loop's ordinary walk gets its own attempt and reports it.
  if walk-result-reason = 'ER'
    exit paragraph
  end-if

  move walk-sort-line to prewalk-out-line-no
  move walk-ip to prewalk-out-ip
  move walk-result-reason to prewalk-out-reason
  move walk-result-prefix-len to prewalk-out-prefix
  move walk-result-data-off to prewalk-out-data-off
  write prewalk-raw-rec from prewalk-out-line
  .

*>*********************************************************************
*> the current line's tree answer from the line-ordered answer file:
*> read forward to this line (lines served from the site table or
*> the cache simply get passed over), and take the answer only when
*> the line and address both match. the decode happens here, in row
*> order, the same call mmdb2-lookup-ip makes.
*>*********************************************************************

take-prewalk-answer.
  perform until prewalk-eof or prewalk-scan-line >= lines-read
    read prewalk-in
      at end set prewalk-eof to true
      not at end move prewalk-line to prewalk-scan-line
    end-read
  end-perform

  if prewalk-scan-line not = lines-read
  or prewalk-ip not = ip-text
    exit paragraph
  end-if

  move 'Y' to prewalk-served-flag
  add 1 to prewalk-served-count

  move prewalk-reason to mmdb2-result-reason
  move ip-text to mmdb2-result-network
  move prewalk-prefix to mmdb2-result-prefix-len
  move prewalk-data-off to mmdb2-result-data-off
  set mmdb2-result-truncated to false
  move spaces to mmdb2-result-decoded

  if mmdb2-reason-ok
    move 'N' to walk-decode-trunc
    call 'mmdb2-decode-data' using file-handle,
        mmdb2-result-data-off, walk-decoded, walk-decode-len,
        lang-filter, walk-data-base, walk-decode-trunc

    move walk-decoded to mmdb2-result-decoded
    move walk-decode-trunc to mmdb2-result-trunc-rec
  end-if
  .

*>*********************************************************************
          index-served-flag
    end-if

    *> "--sorted-walk": the pre-pass already walked this line's
    *> address in address order - anything it didn't answer (a
    *> resolved hostname, an unreadable answer file) walks as ever.
    move 'N' to prewalk-served-flag
    if index-served-flag not = 'Y' and prewalk-active
      perform take-prewalk-answer
    end-if

    if index-served-flag not = 'Y' and prewalk-served-flag not = 'Y'
      call 'mmdb2-lookup-ip' using file-handle, mmdb2-meta-rec, ip-text,
          explain-flag, mmdb2-lookup-result, lang-filter
    end-if
      end-if
    end-if

    if opt-rir-reference not = spaces and low-value
      call 'mmdb2-rir-lookup' using opt-rir-reference, ip-text,
          mmdb2-lookup-result, rir-flag

      evaluate rir-flag
        when 'COUNTRY-DIFFERS' add 1 to rir-differs-count
        when 'AVAILABLE-SPACE' add 1 to rir-avail-count
        when other continue
      end-evaluate
    end-if

    *> the ops annotation rides the row in-band (and the cache), so
    *> "somebody already understood this network" reaches every
    *> consumer of the results file.

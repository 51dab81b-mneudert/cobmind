       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-history-digest.

*>*********************************************************************
*> the body of the warehouse load, callable: digests one "_results"
*> file into the keyed history file for one date, replacing that
*> date's rows (see mmdb2-history-load for the row layout). the job
*> step mmdb2-history-load calls it for the night's file;
*> mmdb2-restatement calls it once per restated date, so a corrected
*> release's answers reach the warehouse the same way the night's do.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select results-in
    assign dynamic results-path
    organization line sequential
    file status is results-status.

  select hist-in
    assign dynamic history-path
    organization line sequential
    file status is hist-in-status.

  select hist-out
    assign dynamic history-new
    organization line sequential
    file status is hist-out-status.

data division.
file section.

fd results-in.
01 results-in-rec pic x(8192).

fd hist-in.
01 hist-in-rec pic x(128).

fd hist-out.
01 hist-out-rec pic x(128).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 history-new    pic x(136) value spaces.

01 results-status pic xx value spaces.
01 hist-in-status pic xx value spaces.
01 hist-out-status pic xx value spaces.
01 hist-exists-rec pic x(1).
   88 hist-exists value 'Y', false 'N'.

01 build-epoch    pic 9(11) value 0.
01 epoch-pos      pic 9(4) value 0.
01 epoch-text     pic x(11) value spaces.

01 headers-seen   pic 9(1) value 0.
01 record-comma   pic 9(1) value 4.
01 screen-tally   pic 9(3) value 0.

01 comma-tally    pic 9(2) value 0.
01 scan-pos       pic 9(4) value 0.
01 record-start   pic 9(4) value 0.
01 row-reason     pic x(2) value spaces.
01 record-text    pic x(8192) value spaces.

01 path-iso-code  pic x(64) value 'CTRY'.
01 path-asn       pic x(64) value 'ASN'.
01 field-value    pic x(256) value spaces.
01 found-flag     pic x(1) value 'N'.

*> the night's tallies by dimension/value.
01 tally-table.
   05 tly-entry occurs 300 times.
      10 tly-dim    pic x(8).
      10 tly-value  pic x(24).
      10 tly-count  pic 9(10).
01 tly-total      pic 9(3) value 0.
01 tly-ix         pic 9(3) value 0.
01 tly-slot       pic 9(3) value 0.
01 tally-dim      pic x(8) value spaces.
01 tally-value    pic x(24) value spaces.

01 rows-loaded    pic 9(8) value 0.

*> quoted record columns (cobmind-quote-field) unquote before any
*> field is read - an unquoted legacy record passes through as-is.
01 quote-op        pic x(1) value 'U'.
01 quote-delim     pic x(1) value ','.
01 quote-changed   pic x(1) value 'N'.
01 quote-stage-in  pic x(8192) value spaces.
01 quote-stage-out pic x(8192) value spaces.

01 split-date     pic x(8) value spaces.
01 out-line       pic x(128) value spaces.

linkage section.

01 results-path   pic x(128).
01 history-path   pic x(128).
01 load-date      pic x(8).

*>*********************************************************************

procedure division using results-path, history-path, load-date.
  *> called once per date by a restatement - nothing carries over.
  move 0 to build-epoch headers-seen tly-total rows-loaded
  move 4 to record-comma
  move spaces to results-status

  open input results-in

  if results-status not = '00'
    display 'failed to open results file: '
        function trim(results-path)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform until results-status = '10'
    read results-in
      at end move '10' to results-status
      not at end perform digest-one-row
    end-read
  end-perform

  close results-in

  perform rewrite-history

  *> per-team digests off the freshly rewritten history - the
  *> subscriptions file decides who hears about which dimension.
  call 'mmdb2-subscriptions' using history-path, load-date

  display 'history load: ' rows-loaded ' result row(s) digested '
      'into ' tly-total ' history row(s) for ' load-date

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************

digest-one-row.
  if function trim(results-in-rec) = spaces
  or results-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  if results-in-rec(1:1) = '#'
    perform harvest-build-epoch
    exit paragraph
  end-if

  if headers-seen = 0
    move 1 to headers-seen

    *> the column headings say which shape follows: a screened run
    *> ("--screen") carries its verdict column between prefix_len
    *> and record, and a territory run ("--territories") its
    *> territory column - each pushes the record one comma further
    *> out.
    move 4 to record-comma
    move 0 to screen-tally
    inspect results-in-rec tallying screen-tally
        for all ',screen,'
    if screen-tally > 0
      add 1 to record-comma
    end-if
    move 0 to screen-tally
    inspect results-in-rec tallying screen-tally
        for all ',territory,'
    if screen-tally > 0
      add 1 to record-comma
    end-if
    move 0 to screen-tally
    inspect results-in-rec tallying screen-tally for all ',anon,'
    if screen-tally > 0
      add 1 to record-comma
    end-if
    exit paragraph
  end-if

  *> row shape: ip,reason,network,prefix_len[,screen],record - the
  *> record is everything after the record-comma'th comma (4 plain,
  *> 5 screened, per the header); the reason is the second column.
  move 0 to comma-tally record-start
  move spaces to row-reason

  perform varying scan-pos from 1 by 1
      until scan-pos > 8192 or record-start > 0
    if results-in-rec(scan-pos:1) = ','
      add 1 to comma-tally

      if comma-tally = 1
        move results-in-rec(scan-pos + 1:2) to row-reason
      end-if

      if comma-tally = record-comma
        compute record-start = scan-pos + 1
      end-if
    end-if
  end-perform

  if record-start = 0 or row-reason not = 'OK'
    exit paragraph
  end-if

  add 1 to rows-loaded

  move spaces to record-text
  move results-in-rec(record-start:) to record-text

  if record-text(1:1) = '"'
    move 'U' to quote-op
    move record-text to quote-stage-in
    call 'cobmind-quote-field' using quote-op, quote-delim,
        quote-stage-in, quote-stage-out, quote-changed
    move quote-stage-out to record-text
  end-if

  call 'mmdb2-get-field' using record-text, path-iso-code,
      field-value, found-flag
  if found-flag = 'Y'
    move 'country' to tally-dim
    move field-value(1:24) to tally-value
    perform bump-tally
  end-if

  call 'mmdb2-get-field' using record-text, path-asn,
      field-value, found-flag
  if found-flag = 'Y'
    move 'asn' to tally-dim
    move field-value(1:24) to tally-value
    perform bump-tally
  end-if
  .

harvest-build-epoch.
  move 0 to epoch-pos
  inspect results-in-rec tallying epoch-pos
      for characters before initial 'build_epoch='

  if epoch-pos > 0 and epoch-pos < 200
    move results-in-rec(epoch-pos + 13:11) to epoch-text
    if epoch-text is numeric
      move epoch-text to build-epoch
    end-if
  end-if
  .

bump-tally.
  move 0 to tly-slot

  perform varying tly-ix from 1 by 1
      until tly-ix > tly-total or tly-slot > 0
    if tly-dim(tly-ix) = tally-dim
    and tly-value(tly-ix) = tally-value
      move tly-ix to tly-slot
    end-if
  end-perform

  if tly-slot = 0 and tly-total < 300
    add 1 to tly-total
    move tly-total to tly-slot
    move tally-dim to tly-dim(tly-slot)
    move tally-value to tly-value(tly-slot)
    move 0 to tly-count(tly-slot)
  end-if

  if tly-slot > 0
    add 1 to tly-count(tly-slot)
  end-if
  .

*>*********************************************************************
*> other dates carry forward untouched; the loaded date's rows are
*> replaced by tonight's digest - through a "_new" sibling and a
*> rename, like every keyed rewrite in this tree.
*>*********************************************************************

rewrite-history.
  move spaces to history-new
  string function trim(history-path) '_new' delimited by size
      into history-new

  open output hist-out

  call 'cobmind-file-exists' using history-path, hist-exists-rec

  if hist-exists
    open input hist-in

    if hist-in-status = '00'
      perform until hist-in-status = '10'
        read hist-in
          at end move '10' to hist-in-status
          not at end
            move spaces to split-date
            unstring hist-in-rec delimited by ',' into split-date

            if split-date not = load-date
              write hist-out-rec from hist-in-rec
            end-if
        end-read
      end-perform

      close hist-in
    end-if
  end-if

  perform varying tly-ix from 1 by 1 until tly-ix > tly-total
    move spaces to out-line
    string
      load-date ','
      build-epoch ','
      function trim(tly-dim(tly-ix)) ','
      function trim(tly-value(tly-ix)) ','
      tly-count(tly-ix)
      delimited by size into out-line
    write hist-out-rec from out-line
  end-perform

  close hist-out

  call 'CBL_RENAME_FILE' using history-new, history-path
  .

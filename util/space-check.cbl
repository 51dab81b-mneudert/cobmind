       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-space-check.

*>*********************************************************************
*> free-space pre-check for the large writers (--dump, --build-index,
*> the --near geo-search walk, the --schema walk, a --batch run):
*> estimates the output a mode is about to write and compares it with
*> the free space on the filesystem holding the output, BEFORE the
*> first byte goes out - a filesystem that fills halfway through
*> leaves an rc 60 and a half-written in-flight file behind.
*>
*>   dump, geo-search  networks x (cidr + average record width)
*>   build-index       networks x the 60-byte index record, plus half
*>                     again for the key structure
*>   schema            the key-path table's worst case (200 rows)
*>   batch             input lines x historic bytes per results row
*>
*> networks come from the census counts file ("census_counts" config
*> key - the "total_networks=" line a "-c -o" run writes), else the
*> database's node count, which over-counts and so errs safe. the
*> average record width comes from the schema report ("schema_report"
*> config key): every key path's "key=value;" width weighted by the
*> records carrying it. bytes per row is the run ledger's bytes= over
*> rows= across the batch runs against this database, 512 when the
*> ledger has none. a geo-search estimate is the whole tree - the
*> radius is not known to the walk until it has been done.
*>
*> verdict comes back 'N' (short - refuse to start), 'W' (fits, but
*> with less headroom over the estimate than "space_margin_pct",
*> default 20) or 'Y'. free space that cannot be read (no df, output
*> directory not there yet) passes with a note - the check never
*> stops a run on a guess.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select df-in
    assign dynamic df-file
    organization line sequential
    file status is df-status.

  select source-in
    assign dynamic source-file
    organization line sequential
    file status is source-status.

data division.
file section.

fd df-in.
01 df-in-rec pic x(256).

fd source-in.
01 source-in-rec pic x(300).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 df-file         pic x(160) value spaces.
01 df-status       pic xx value spaces.
01 df-cmd          pic x(400) value spaces.
01 source-file     pic x(160) value spaces.
01 source-status   pic xx value spaces.
01 file-exists-rec pic x(1).
   88 file-found   value 'Y', false 'N'.

01 target-dir      pic x(128) value spaces.
01 slash-pos       pic 9(3) value 0.
01 scan-ix         pic 9(3) value 0.
01 unsafe-count    pic 9(3) value 0.

01 df-split.
   05 df-fs        pic x(64).
   05 df-blocks    pic x(20).
   05 df-used      pic x(20).
   05 df-avail     pic x(20).
01 free-known-rec  pic x(1) value 'N'.
   88 free-known   value 'Y', false 'N'.
01 free-bytes      pic 9(15) value 0.

01 network-count   pic 9(10) value 0.
01 network-source  pic x(16) value spaces.
01 record-width    pic 9(6) value 0.
01 width-source    pic x(16) value spaces.
01 width-sum       pic 9(15) value 0.
01 width-records   pic 9(10) value 0.
01 claim-pos       pic 9(4) value 0.
01 claim-text      pic x(10) value spaces.

01 sch-path        pic x(128) value spaces.
01 sch-records-text pic x(12) value spaces.
01 sch-type        pic x(8) value spaces.
01 sch-max-text    pic x(8) value spaces.
01 sch-records     pic 9(10) value 0.
01 sch-max-len     pic 9(6) value 0.
01 sch-path-len    pic 9(4) value 0.

01 batch-lines     pic 9(10) value 0.
01 row-bytes       pic 9(6) value 0.
01 row-source      pic x(16) value spaces.
01 ledger-rows     pic 9(15) value 0.
01 ledger-bytes    pic 9(15) value 0.
01 split-run       pic x(20) value spaces.
01 split-start     pic x(20) value spaces.
01 split-end       pic x(20) value spaces.
01 split-mode      pic x(16) value spaces.
01 split-db        pic x(128) value spaces.
01 split-rows      pic x(20) value spaces.

01 estimate-bytes  pic 9(15) value 0.
01 margin-pct      pic 9(3) value 20.
01 headroom-pct    pic s9(15) value 0.
01 estimate-edit   pic z(14)9.
01 free-edit       pic z(14)9.
01 headroom-edit   pic -(14)9.
01 margin-edit     pic zz9.

01 notify-event    pic x(16) value spaces.
01 notify-text     pic x(128) value spaces.

linkage section.

01 space-mode      pic x(16).
01 target-path     pic x(128).
01 database-arg    pic x(128).
01 batch-arg       pic x(128).
copy 'mmdb2-meta.cpy'.
copy 'mmdb2-options.cpy'.
01 space-verdict   pic x(1).

*>*********************************************************************

procedure division using space-mode, target-path, database-arg,
    batch-arg, mmdb2-meta-rec, cobmind-options, space-verdict.
  move 'Y' to space-verdict
  move 0 to estimate-bytes

  move 20 to margin-pct
  if opt-space-margin > 0
    move opt-space-margin to margin-pct
  end-if

  evaluate function trim(space-mode)
    when 'dump'
    when 'geo-search'
      perform count-networks
      perform average-record-width
      compute estimate-bytes = network-count * (record-width + 22)
    when 'build-index'
      perform count-networks
      compute estimate-bytes = network-count * 60 * 3 / 2
    when 'schema'
      move 51200 to estimate-bytes
    when 'batch'
      perform count-batch-lines
      perform historic-row-bytes
      compute estimate-bytes = batch-lines * row-bytes
    when other
      goback
  end-evaluate

  perform read-free-space

  move estimate-bytes to estimate-edit
  display 'space:    ' function trim(space-mode) ' estimate '
      function trim(estimate-edit) ' byte(s)'

  if not free-known
    display 'space:    free space on ' function trim(target-dir)
        ' not readable - proceeding unchecked'
    goback
  end-if

  move free-bytes to free-edit

  if free-bytes < estimate-bytes
    display 'refused:  ' function trim(space-mode) ' needs about '
        function trim(estimate-edit) ' byte(s), '
        function trim(target-dir) ' has '
        function trim(free-edit) ' free'
    move 'N' to space-verdict

    move spaces to notify-text
    string function trim(space-mode) ' refused: needs '
        function trim(estimate-edit) ' bytes, '
        function trim(free-edit) ' free in '
        function trim(target-dir)
        delimited by size into notify-text
    move 'SPACE-SHORT' to notify-event
    call 'cobmind-notify' using 'W', database-arg, notify-event,
        notify-text
    goback
  end-if

  if estimate-bytes = 0
    display 'space:    ' function trim(free-edit) ' byte(s) free on '
        function trim(target-dir)
    goback
  end-if

  compute headroom-pct =
      (free-bytes - estimate-bytes) * 100 / estimate-bytes
  move headroom-pct to headroom-edit
  move margin-pct to margin-edit

  if headroom-pct < margin-pct
    display 'warning:  ' function trim(target-dir) ' has '
        function trim(free-edit) ' byte(s) free - only '
        function trim(headroom-edit) '% over the estimate (margin '
        function trim(margin-edit) '%)'
    move 'W' to space-verdict

    move spaces to notify-text
    string function trim(space-mode) ' margin '
        function trim(headroom-edit) '% under '
        function trim(margin-edit) '%: ' function trim(free-edit) ' bytes free in '
        function trim(target-dir)
        delimited by size into notify-text
    move 'SPACE-MARGIN' to notify-event
    call 'cobmind-notify' using 'W', database-arg, notify-event,
        notify-text
  else
    display 'space:    ' function trim(free-edit) ' byte(s) free on '
        function trim(target-dir) ', '
        function trim(headroom-edit) '% over the estimate'
  end-if
  goback.

*>*********************************************************************
*> the network count - census counts file, else the node count.
*>*********************************************************************

count-networks.
  move mmdb2-meta-node-count to network-count
  move 'node count' to network-source

  if opt-census-counts = spaces or low-value
    perform show-network-source
    exit paragraph
  end-if

  move opt-census-counts to source-file
  move spaces to source-status
  open input source-in

  if source-status not = '00'
    perform show-network-source
    exit paragraph
  end-if

  perform until source-status = '10'
    read source-in
      at end move '10' to source-status
      not at end
        move 0 to claim-pos
        inspect source-in-rec tallying claim-pos
            for characters before initial 'total_networks='
        if claim-pos < 280
          move source-in-rec(claim-pos + 16:10) to claim-text
          if claim-text is numeric
            move claim-text to network-count
            move 'census counts' to network-source
          end-if
        end-if
    end-read
  end-perform

  close source-in
  perform show-network-source
  .

show-network-source.
  display 'space:    ' network-count ' network(s) ('
      function trim(network-source) ')'
  .

*>*********************************************************************
*> the average record width - schema report, else 512.
*>*********************************************************************

average-record-width.
  move 512 to record-width
  move 'assumed' to width-source
  move 0 to width-sum width-records

  if opt-schema-report not = spaces and low-value
    move opt-schema-report to source-file
    move spaces to source-status
    open input source-in

    if source-status = '00'
      perform until source-status = '10'
        read source-in
          at end move '10' to source-status
          not at end perform weigh-schema-line
        end-read
      end-perform

      close source-in
    end-if
  end-if

  if width-records > 0
    compute record-width = width-sum / width-records
    move 'schema report' to width-source
  end-if

  display 'space:    ' record-width ' byte(s) a record ('
      function trim(width-source) ')'
  .

weigh-schema-line.
  if source-in-rec(1:1) = '#'
  or source-in-rec(1:9) = 'key_path,'
  or source-in-rec(1:8) = 'TRAILER,'
  or function trim(source-in-rec) = spaces
    exit paragraph
  end-if

  move spaces to sch-path sch-records-text sch-type sch-max-text
  unstring source-in-rec delimited by ','
      into sch-path sch-records-text sch-type sch-max-text
  end-unstring

  if function trim(sch-records-text) is not numeric
  or function trim(sch-max-text) is not numeric
    exit paragraph
  end-if

  move function numval(sch-records-text) to sch-records
  move function numval(sch-max-text) to sch-max-len
  move 0 to sch-path-len
  inspect sch-path tallying sch-path-len
      for characters before initial ' '

  *> "key=value;" for every record that carries the key.
  compute width-sum = width-sum
      + sch-records * (sch-path-len + sch-max-len + 2)

  *> the most widely carried key stands for the record count.
  if sch-records > width-records
    move sch-records to width-records
  end-if
  .

*>*********************************************************************
*> batch - input lines, and bytes per row from the run ledger.
*>*********************************************************************

count-batch-lines.
  move 0 to batch-lines
  move batch-arg to source-file
  move spaces to source-status
  open input source-in

  if source-status not = '00'
    exit paragraph
  end-if

  perform until source-status = '10'
    read source-in
      at end move '10' to source-status
      not at end
        if function trim(source-in-rec) not = spaces
          add 1 to batch-lines
        end-if
    end-read
  end-perform

  close source-in

  display 'space:    ' batch-lines ' input line(s)'
  .

historic-row-bytes.
  move 512 to row-bytes
  move 'assumed' to row-source
  move 0 to ledger-rows ledger-bytes

  move spaces to source-file
  accept source-file from environment "COBMIND_RUN_LEDGER"

  if source-file = spaces or low-value
    move './cobmind.runs' to source-file
  end-if

  call 'cobmind-file-exists' using source-file(1:128),
      file-exists-rec

  if file-found
    move spaces to source-status
    open input source-in

    if source-status = '00'
      perform until source-status = '10'
        read source-in
          at end move '10' to source-status
          not at end perform weigh-ledger-line
        end-read
      end-perform

      close source-in
    end-if
  end-if

  if ledger-rows > 0 and ledger-bytes > 0
    compute row-bytes rounded = ledger-bytes / ledger-rows
    if row-bytes = 0
      move 1 to row-bytes
    end-if
    move 'run ledger' to row-source
  end-if

  display 'space:    ' row-bytes ' byte(s) a row ('
      function trim(row-source) ')'
  .

weigh-ledger-line.
  move spaces to split-run split-start split-end split-mode split-db
      split-rows
  unstring source-in-rec delimited by ','
      into split-run, split-start, split-end, split-mode, split-db,
           split-rows
  end-unstring

  if function trim(split-mode) not = 'batch'
  or function trim(split-db) not = function trim(database-arg)
    exit paragraph
  end-if

  move spaces to claim-text
  move split-rows(6:10) to claim-text
  if claim-text is not numeric
    exit paragraph
  end-if

  *> lines written before the ledger carried bytes= say nothing.
  move 0 to claim-pos
  inspect source-in-rec tallying claim-pos
      for characters before initial ',bytes='
  if claim-pos >= 280
    exit paragraph
  end-if

  move 0 to scan-ix
  inspect source-in-rec(claim-pos + 8:) tallying scan-ix
      for characters before initial ' '
  if scan-ix = 0 or scan-ix > 15
  or source-in-rec(claim-pos + 8:scan-ix) is not numeric
    exit paragraph
  end-if

  if function numval(claim-text) = 0
    exit paragraph
  end-if

  add function numval(claim-text) to ledger-rows
  add function numval(source-in-rec(claim-pos + 8:scan-ix))
      to ledger-bytes
  .

*>*********************************************************************
*> free space on the filesystem holding the output.
*>*********************************************************************

read-free-space.
  set free-known to false
  move 0 to free-bytes

  move 0 to slash-pos
  perform varying scan-ix from 1 by 1 until scan-ix > 128
    if target-path(scan-ix:1) = '/'
      move scan-ix to slash-pos
    end-if
  end-perform

  move spaces to target-dir
  evaluate true
    when slash-pos = 0
      move '.' to target-dir
    when slash-pos = 1
      move '/' to target-dir
    when other
      move target-path(1:slash-pos - 1) to target-dir
  end-evaluate

  move 0 to unsafe-count
  inspect target-dir tallying unsafe-count for all '"'
      all '`' all '$' all ';' all '|' all '&' all '<' all '>'
      all "'" all '\'
  if unsafe-count > 0
    exit paragraph
  end-if

  move spaces to df-file
  string function trim(target-path) '_space'
      delimited by size into df-file

  move spaces to df-cmd
  string 'df -Pk "' function trim(target-dir) '" 2>/dev/null'
      ' | tail -1 > "' function trim(df-file) '"'
      delimited by size into df-cmd
  call 'SYSTEM' using df-cmd

  move spaces to df-status
  open input df-in

  if df-status not = '00'
    exit paragraph
  end-if

  move spaces to df-in-rec
  read df-in
    at end move spaces to df-in-rec
  end-read
  close df-in
  call 'CBL_DELETE_FILE' using df-file

  move spaces to df-split
  unstring df-in-rec delimited by all ' '
      into df-fs df-blocks df-used df-avail
  end-unstring

  if function trim(df-avail) = spaces
  or function trim(df-avail) is not numeric
    exit paragraph
  end-if

  compute free-bytes = function numval(df-avail) * 1024
  set free-known to true
  .

       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-country-ledger.

*>*********************************************************************
*> how much address space the vendor attributes to each country,
*> release by release. mmdb2-census counts networks by prefix length;
*> this sums the space behind them per country.iso_code over the
*> whole tree (mmdb2-dump into a work file, sizes from
*> mmdb2-net-space) and keeps a standing ledger of it -
*>
*>   <alias>,<build-date>,<build-epoch>,<country>,<ipv4-addresses>,
*>       <ipv6-48s>,<prefixes>
*>
*> (one line, wrapped here), networks without a country under '--'.
*> operations:
*>
*>   PARM='APPEND <database> <alias> <ledger-file>'
*>        walk the (just promoted) release and append its totals.
*>        a release already in the ledger for the alias (same
*>        build_epoch) is not appended twice, so a re-run step is
*>        harmless.
*>
*>   PARM='TREND <alias> <ledger-file> <report-out> <ipv4-move>
*>        [<ipv6-move>]'
*>        compare the alias's newest release in the ledger with the
*>        one before it and print, in the fixed-width print-report
*>        style, every country whose attributed IPv4 space moved by
*>        more than <ipv4-move> addresses (or IPv6 space by more than
*>        <ipv6-move> /48s, when given) - a country appearing or
*>        vanishing counts as moving its whole total. any mover also
*>        goes to the notify feed, ahead of the sanctions screening
*>        behaving differently.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select country-sort assign 'cobmind_ctrysort.tmp'.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-in-status.

  select ledger-out
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-out-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd dump-in.
01 dump-in-rec pic x(8192).

sd country-sort.
01 country-sort-rec.
   05 cs-country      pic x(8).
   05 cs-v4-space     pic 9(18).
   05 cs-v6-space     pic 9(14)v9(6).

fd ledger-in.
01 ledger-in-rec pic x(160).

fd ledger-out.
01 ledger-out-rec pic x(160).

fd report-out.
01 report-out-rec pic x(132).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 mode-arg         pic x(8) value spaces.
01 db-path          pic x(128) value spaces.
01 alias-arg        pic x(32) value spaces.
01 ledger-file      pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 v4-move-raw      pic x(20) value spaces.
01 v6-move-raw      pic x(20) value spaces.
01 v4-move-limit    pic 9(18) value 0.
01 v6-move-limit    pic 9(14)v9(6) value 0.
01 v6-move-on       pic x(1) value 'N'.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 ledger-exists-rec pic x(1).
   88 ledger-exists value 'Y', false 'N'.

01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.
01 dump-status      pic xx value spaces.
01 ledger-in-status pic xx value spaces.
01 ledger-out-status pic xx value spaces.
01 report-status    pic xx value spaces.

01 comma-pos        pic 9(4) value 0.
01 row-network      pic x(50) value spaces.
01 row-record       pic x(8192) value spaces.
01 field-path       pic x(64) value spaces.
01 field-value      pic x(256) value spaces.
01 field-found      pic x(1) value 'N'.

01 net-family       pic 9(1) value 0.
01 net-prefix       pic 9(3) value 0.
01 net-v4-space     pic 9(18) value 0.
01 net-v6-space     pic 9(14)v9(6) value 0.

01 build-epoch-text pic x(11) value spaces.
01 build-epoch-days pic 9(10) value 0.
01 build-date-num   pic 9(8) value 0.

*> the country being totalled in the APPEND sort output procedure.
01 cur-country      pic x(8) value spaces.
01 cur-open         pic x(1) value 'N'.
01 cur-v4-space     pic 9(18) value 0.
01 cur-v6-space     pic 9(14)v9(6) value 0.
01 cur-prefixes     pic 9(10) value 0.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 countries-written pic 9(5) value 0.
01 networks-walked  pic 9(10) value 0.

*> a parsed ledger line.
01 led-alias        pic x(32) value spaces.
01 led-date         pic x(8) value spaces.
01 led-epoch        pic x(11) value spaces.
01 led-country      pic x(8) value spaces.
01 led-v4-text      pic x(20) value spaces.
01 led-v6-text      pic x(24) value spaces.
01 led-prefix-text  pic x(12) value spaces.

*> TREND: the alias's two newest releases in the ledger.
01 newest-epoch     pic x(11) value spaces.
01 newest-date      pic x(8) value spaces.
01 prior-epoch      pic x(11) value spaces.
01 prior-date       pic x(8) value spaces.

01 trend-table.
   05 trend-entry occurs 400 times.
      10 trend-country    pic x(8).
      10 trend-prior-v4   pic 9(18).
      10 trend-prior-v6   pic 9(14)v9(6).
      10 trend-newest-v4  pic 9(18).
      10 trend-newest-v6  pic 9(14)v9(6).
01 trend-total      pic 9(3) value 0.
01 trend-ix         pic 9(3) value 0.
01 trend-hit        pic 9(3) value 0.
01 trend-dropped    pic 9(5) value 0.

01 move-v4          pic s9(18) value 0.
01 move-v6          pic s9(14)v9(6) value 0.
01 move-v4-abs      pic 9(18) value 0.
01 move-v6-abs      pic 9(14)v9(6) value 0.
01 movers-count     pic 9(5) value 0.
01 mover-flag       pic x(1) value 'N'.

01 report-inflight  pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.

01 out-line         pic x(132) value spaces.
01 ledger-line      pic x(160) value spaces.
01 v4-edit          pic z(17)9.
01 v6-edit          pic z(13)9.9(4).
01 prefixes-edit    pic z(9)9.
01 move-v4-edit     pic -(18)9.
01 move-v6-edit     pic -(14)9.9(4).
01 v4-prior-edit    pic z(17)9.

01 run-date-num     pic 9(8) value 0.
01 run-date-text    pic x(10) value spaces.
01 page-number      pic 9(5) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*> sandbox runs watermark every page header as TEST.
01 sandbox-env      pic x(8) value spaces.
01 test-watermark   pic x(14) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value

  evaluate function upper-case(function trim(mode-arg))
    when 'APPEND'
      accept db-path from argument-value
      accept alias-arg from argument-value
      accept ledger-file from argument-value

      if db-path = spaces or alias-arg = spaces
      or ledger-file = spaces
        perform show-usage
        goback
      end-if

      perform append-release

    when 'TREND'
      accept alias-arg from argument-value
      accept ledger-file from argument-value
      accept report-file from argument-value
      accept v4-move-raw from argument-value
      accept v6-move-raw from argument-value

      if alias-arg = spaces or ledger-file = spaces
      or report-file = spaces
      or function trim(v4-move-raw) is not numeric
        perform show-usage
        goback
      end-if

      move function numval(v4-move-raw) to v4-move-limit

      if v6-move-raw not = spaces
        if function test-numval(v6-move-raw) not = 0
          perform show-usage
          goback
        end-if
        move function numval(v6-move-raw) to v6-move-limit
        move 'Y' to v6-move-on
      end-if

      perform trend-report

    when other
      perform show-usage
  end-evaluate

  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-country-ledger APPEND <database> <alias>'
      ' <ledger-file>'
  display '       mmdb2-country-ledger TREND <alias> <ledger-file>'
      ' <report-out> <ipv4-move> [<ipv6-move>]'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> APPEND: one walk of the release, one ledger line per country.
*>*********************************************************************

append-release.
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

  move mmdb2-meta-build-epoch to build-epoch-text
  compute build-epoch-days = mmdb2-meta-build-epoch / 86400
  compute build-date-num = function date-of-integer(
      function integer-of-date(19700101) + build-epoch-days)

  perform check-already-ledgered

  if newest-epoch not = spaces
    display 'country ledger: release ' build-date-num ' (build_epoch '
        build-epoch-text ') of ' function trim(alias-arg)
        ' is already in the ledger - nothing appended'
    call 'mmdb2-close' using database-handle
    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  move spaces to dump-file
  string function trim(ledger-file) '_ctrydump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  display 'country ledger: walking ' function trim(db-path) '...'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      db-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk failed - nothing appended'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  call 'mmdb2-close' using database-handle

  open extend ledger-out

  if ledger-out-status not = '00'
    open output ledger-out
  end-if

  if ledger-out-status not = '00'
    display 'failed to open ledger: ' function trim(ledger-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  sort country-sort
      ascending key cs-country
      input procedure is load-dump-rows
      output procedure is total-each-country

  close ledger-out

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  display 'country ledger: ' networks-walked ' network(s), '
      countries-written ' country line(s) appended for '
      function trim(alias-arg) ' ' build-date-num

  move mmdb2-rc-ok to return-code
  .

check-already-ledgered.
  move spaces to newest-epoch

  call 'cobmind-file-exists' using ledger-file, ledger-exists-rec

  if not ledger-exists
    exit paragraph
  end-if

  move spaces to ledger-in-status
  open input ledger-in

  if ledger-in-status not = '00'
    exit paragraph
  end-if

  perform until ledger-in-status = '10'
    read ledger-in
      at end move '10' to ledger-in-status
      not at end
        perform parse-ledger-line
        if function trim(led-alias) = function trim(alias-arg)
        and led-epoch = build-epoch-text
          move led-epoch to newest-epoch
        end-if
    end-read
  end-perform

  close ledger-in
  .

load-dump-rows.
  move spaces to dump-status
  open input dump-in

  if dump-status not = '00'
    exit paragraph
  end-if

  perform until dump-status = '10'
    read dump-in
      at end move '10' to dump-status
      not at end perform release-dump-row
    end-read
  end-perform

  close dump-in
  .

release-dump-row.
  if function trim(dump-in-rec) = spaces
  or dump-in-rec(1:1) = '#'
  or dump-in-rec(1:5) = 'cidr,'
  or dump-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  move 0 to comma-pos
  inspect dump-in-rec tallying comma-pos
      for characters before initial ','

  if comma-pos = 0 or comma-pos > 50
    exit paragraph
  end-if

  move spaces to row-network
  move dump-in-rec(1:comma-pos) to row-network

  call 'mmdb2-net-space' using row-network, net-family, net-prefix,
      net-v4-space, net-v6-space

  if net-family = 0
    exit paragraph
  end-if

  add 1 to networks-walked

  move spaces to row-record
  move dump-in-rec(comma-pos + 2:) to row-record

  move 'CTRY' to field-path
  move spaces to field-value
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found

  move spaces to country-sort-rec
  if field-found = 'Y' and field-value not = spaces
    move field-value to cs-country
  else
    move '--' to cs-country
  end-if

  move net-v4-space to cs-v4-space
  move net-v6-space to cs-v6-space

  release country-sort-rec
  .

total-each-country.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return country-sort
      at end set sort-eof to true
      not at end perform total-one-network
    end-return
  end-perform

  if cur-open = 'Y'
    perform write-country-line
  end-if
  .

total-one-network.
  if cur-open = 'N' or cs-country not = cur-country
    if cur-open = 'Y'
      perform write-country-line
    end-if

    move 'Y' to cur-open
    move cs-country to cur-country
    move 0 to cur-v4-space cur-v6-space cur-prefixes
  end-if

  add cs-v4-space to cur-v4-space
  add cs-v6-space to cur-v6-space
  add 1 to cur-prefixes
  .

write-country-line.
  move cur-v4-space to v4-edit
  move cur-v6-space to v6-edit
  move cur-prefixes to prefixes-edit

  move spaces to ledger-line
  string function trim(alias-arg) ',' build-date-num ','
      build-epoch-text ',' function trim(cur-country) ','
      function trim(v4-edit) ',' function trim(v6-edit) ','
      function trim(prefixes-edit)
      delimited by size into ledger-line
  write ledger-out-rec from ledger-line

  add 1 to countries-written
  .

*>*********************************************************************
*> TREND: newest release against the one before it, movers only.
*>*********************************************************************

trend-report.
  call 'cobmind-file-exists' using ledger-file, ledger-exists-rec

  if not ledger-exists
    display 'no country ledger at ' function trim(ledger-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  *> pass one: the alias's two newest releases, in ledger (append)
  *> order.
  move spaces to newest-epoch newest-date prior-epoch prior-date
  perform read-ledger-pass

  if prior-epoch = spaces
    display 'country ledger holds fewer than two releases of '
        function trim(alias-arg) ' - no trend yet'
    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  *> pass two: both releases' totals side by side per country.
  move 0 to trend-total trend-dropped
  perform load-trend-pass

  perform write-trend-report

  display 'country ledger: ' function trim(alias-arg) ' ' prior-date
      ' -> ' newest-date ', ' movers-count ' country(ies) moved past'
      ' the threshold'
  display 'report written to: ' function trim(report-file)

  if movers-count > 0
    move spaces to notify-subject notify-text
    move alias-arg to notify-subject
    string movers-count ' country(ies) moved address space '
        prior-date '->' newest-date ', see '
        function trim(report-file)
        delimited by size into notify-text
    move 'COUNTRY-SPACE' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  if report-commit-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

read-ledger-pass.
  move spaces to ledger-in-status
  open input ledger-in

  if ledger-in-status not = '00'
    exit paragraph
  end-if

  perform until ledger-in-status = '10'
    read ledger-in
      at end move '10' to ledger-in-status
      not at end perform note-ledger-release
    end-read
  end-perform

  close ledger-in
  .

note-ledger-release.
  perform parse-ledger-line

  if function trim(led-alias) not = function trim(alias-arg)
  or led-epoch = spaces
    exit paragraph
  end-if

  if led-epoch not = newest-epoch
    move newest-epoch to prior-epoch
    move newest-date to prior-date
    move led-epoch to newest-epoch
    move led-date to newest-date
  end-if
  .

load-trend-pass.
  move spaces to ledger-in-status
  open input ledger-in

  if ledger-in-status not = '00'
    exit paragraph
  end-if

  perform until ledger-in-status = '10'
    read ledger-in
      at end move '10' to ledger-in-status
      not at end perform load-trend-line
    end-read
  end-perform

  close ledger-in
  .

load-trend-line.
  perform parse-ledger-line

  if function trim(led-alias) not = function trim(alias-arg)
    exit paragraph
  end-if

  if led-epoch not = newest-epoch and led-epoch not = prior-epoch
    exit paragraph
  end-if

  move 0 to trend-hit

  perform varying trend-ix from 1 by 1
      until trend-ix > trend-total or trend-hit > 0
    if trend-country(trend-ix) = led-country
      move trend-ix to trend-hit
    end-if
  end-perform

  if trend-hit = 0
    if trend-total >= 400
      add 1 to trend-dropped
      exit paragraph
    end-if

    add 1 to trend-total
    move trend-total to trend-hit
    move led-country to trend-country(trend-hit)
    move 0 to trend-prior-v4(trend-hit) trend-prior-v6(trend-hit)
    move 0 to trend-newest-v4(trend-hit) trend-newest-v6(trend-hit)
  end-if

  if led-epoch = newest-epoch
    move function numval(led-v4-text) to trend-newest-v4(trend-hit)
    move function numval(led-v6-text) to trend-newest-v6(trend-hit)
  else
    move function numval(led-v4-text) to trend-prior-v4(trend-hit)
    move function numval(led-v6-text) to trend-prior-v6(trend-hit)
  end-if
  .

parse-ledger-line.
  move spaces to led-alias led-date led-epoch led-country
  move spaces to led-v4-text led-v6-text led-prefix-text

  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  unstring ledger-in-rec delimited by ','
      into led-alias, led-date, led-epoch, led-country,
           led-v4-text, led-v6-text, led-prefix-text
  .

write-trend-report.
  move function current-date(1:8) to run-date-num
  move spaces to run-date-text
  string run-date-num(1:4) '-' run-date-num(5:2) '-'
      run-date-num(7:2) delimited by size into run-date-text

  move spaces to sandbox-env test-watermark
  accept sandbox-env from environment "COBMIND_SANDBOX"
  if function upper-case(sandbox-env(1:1)) = 'Y'
    move '  *** TEST ***' to test-watermark
  end-if

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out

  if report-status not = '00'
    display 'failed to open report output: '
        function trim(report-file)
    move 'N' to report-commit-ok
    exit paragraph
  end-if

  move 0 to page-number movers-count
  perform print-page-header

  perform varying trend-ix from 1 by 1 until trend-ix > trend-total
    perform print-if-moved
  end-perform

  move spaces to out-line
  write report-out-rec from out-line

  move v4-move-limit to v4-edit
  move spaces to out-line
  string 'COUNTRIES COMPARED: ' trend-total
      '   MOVED: ' movers-count
      '   IPV4 THRESHOLD: ' function trim(v4-edit)
      delimited by size into out-line
  if v6-move-on = 'Y'
    move v6-move-limit to v6-edit
    string function trim(out-line) '   IPV6 THRESHOLD (/48S): '
        function trim(v6-edit)
        delimited by size into out-line
  end-if
  write report-out-rec from out-line

  if trend-dropped > 0
    move spaces to out-line
    string 'LEDGER LINES NOT COMPARED (COUNTRY TABLE FULL): '
        trend-dropped delimited by size into out-line
    write report-out-rec from out-line
  end-if

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

print-if-moved.
  compute move-v4 = trend-newest-v4(trend-ix)
      - trend-prior-v4(trend-ix)
  compute move-v6 = trend-newest-v6(trend-ix)
      - trend-prior-v6(trend-ix)

  move move-v4 to move-v4-abs
  move move-v6 to move-v6-abs

  move 'N' to mover-flag

  if move-v4-abs > v4-move-limit
    move 'Y' to mover-flag
  end-if

  if v6-move-on = 'Y' and move-v6-abs > v6-move-limit
    move 'Y' to mover-flag
  end-if

  if mover-flag not = 'Y'
    exit paragraph
  end-if

  if line-on-page >= lines-per-page
    perform print-page-header
  end-if

  add 1 to movers-count
  add 1 to line-on-page

  move trend-prior-v4(trend-ix) to v4-prior-edit
  move trend-newest-v4(trend-ix) to v4-edit
  move move-v4 to move-v4-edit
  move move-v6 to move-v6-edit

  move spaces to out-line
  string ' ' trend-country(trend-ix) ' '
      v4-prior-edit ' ' v4-edit ' ' move-v4-edit '   '
      move-v6-edit
      delimited by size into out-line
  write report-out-rec from out-line
  .

print-page-header.
  add 1 to page-number
  move 0 to line-on-page

  if page-number > 1
    move spaces to out-line
    write report-out-rec from out-line
    move '1' to report-out-rec
    write report-out-rec after advancing page
  end-if

  move spaces to out-line
  string
    'COBMIND COUNTRY ADDRESS-SPACE TREND'
    '   ALIAS: ' function trim(alias-arg)
    '   ' prior-date ' -> ' newest-date
    '   RUN DATE: ' run-date-text
    '   PAGE ' page-number
    test-watermark
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string
    ' COUNTRY     PRIOR IPV4 ADDRESSES     NEWEST IPV4 ADDRESSES'
    '          IPV4 MOVE      IPV6 MOVE (/48S)'
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  write report-out-rec from out-line
  .

       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-completeness.

*>*********************************************************************
*> record completeness scorecard, per country per release. a vendor
*> release can carry every network it carried last time and still
*> quietly stop filling a field - postal codes for one country,
*> subdivisions for another - and the first we hear of it is a
*> downstream load full of blanks. this walks the whole tree
*> (mmdb2-dump into a work file, sizes from mmdb2-net-space) and, for
*> every country.iso_code and every field we actually consume - the
*> dotted paths named in the fixed-layout map (mmdb2-map-fields) and
*> in the shop-code translation table (mmdb2-translate-fields) -
*> counts the networks, and the address space behind them, whose
*> record carries a non-empty value. the counts go to a standing
*> scorecard:
*>
*>   <alias>,<build-date>,<build-epoch>,<country>,<field>,<networks>,
*>       <filled-networks>,<ipv4-addresses>,<filled-ipv4>,
*>       <ipv6-48s>,<filled-ipv6-48s>
*>
*> (one line, wrapped here), networks without a country under '--'.
*> operations:
*>
*>   PARM='APPEND <database> <alias> <scorecard-file> <fixed-map>
*>        <translate-table>'
*>        walk the release and append its counts. either control
*>        file may be given as '-' when the shop does not use it. a
*>        release already on the scorecard for the alias (same
*>        build_epoch) is not appended twice, so a re-run step is
*>        harmless.
*>
*>   PARM='TREND <alias> <scorecard-file> <report-out> <drop-pct>'
*>        compare the alias's newest release on the scorecard with
*>        the one before it and print, in the fixed-width
*>        print-report style, every country/field whose filled
*>        percentage - of networks, of IPv4 space or of IPv6 space -
*>        fell by more than <drop-pct> points. the headline (drop
*>        count and the worst drop) is recorded in the gate-state
*>        file as COMPLETE, where the release bulletin picks it up
*>        to warn consumers, and any drop goes to the notify feed.
*>        a country or field present in only one of the two releases
*>        is not compared - the country ledger already reports
*>        countries appearing and vanishing.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select control-in
    assign dynamic control-file
    organization line sequential
    file status is control-status.

  select field-sort assign 'cobmind_cmplsort.tmp'.

  select card-in
    assign dynamic card-file
    organization line sequential
    file status is card-in-status.

  select card-out
    assign dynamic card-file
    organization line sequential
    file status is card-out-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd dump-in.
01 dump-in-rec pic x(8192).

fd control-in.
01 control-in-rec pic x(256).

sd field-sort.
01 field-sort-rec.
   05 fs-country      pic x(8).
   05 fs-field        pic x(64).
   05 fs-filled       pic x(1).
   05 fs-v4-space     pic 9(18).
   05 fs-v6-space     pic 9(14)v9(6).

fd card-in.
01 card-in-rec pic x(256).

fd card-out.
01 card-out-rec pic x(256).

fd report-out.
01 report-out-rec pic x(132).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 mode-arg         pic x(8) value spaces.
01 db-path          pic x(128) value spaces.
01 alias-arg        pic x(32) value spaces.
01 card-file        pic x(128) value spaces.
01 fixmap-file      pic x(128) value spaces.
01 xlat-file        pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 drop-raw         pic x(20) value spaces.
01 drop-limit       pic 9(3)v9(2) value 0.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.
01 card-exists-rec  pic x(1).
   88 card-exists   value 'Y', false 'N'.
01 control-exists-rec pic x(1).
   88 control-exists value 'Y', false 'N'.

01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.
01 control-file     pic x(128) value spaces.
01 dump-status      pic xx value spaces.
01 control-status   pic xx value spaces.
01 card-in-status   pic xx value spaces.
01 card-out-status  pic xx value spaces.
01 report-status    pic xx value spaces.

*> the consumed fields, from the fixed map and the translate table.
01 field-table.
   05 field-entry occurs 40 times.
      10 field-name     pic x(64).
01 field-total      pic 9(2) value 0.
01 field-ix         pic 9(2) value 0.
01 field-hit        pic 9(2) value 0.
01 field-ignored    pic 9(3) value 0.
01 control-kind     pic x(1) value spaces.
01 candidate-field  pic x(64) value spaces.
01 control-rest     pic x(192) value spaces.

01 comma-pos        pic 9(4) value 0.
01 row-network      pic x(50) value spaces.
01 row-record       pic x(8192) value spaces.
01 row-country      pic x(8) value spaces.
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

*> the country/field being totalled in the APPEND sort output
*> procedure.
01 cur-country      pic x(8) value spaces.
01 cur-field        pic x(64) value spaces.
01 cur-open         pic x(1) value 'N'.
01 cur-networks     pic 9(10) value 0.
01 cur-filled       pic 9(10) value 0.
01 cur-v4-space     pic 9(18) value 0.
01 cur-v4-filled    pic 9(18) value 0.
01 cur-v6-space     pic 9(14)v9(6) value 0.
01 cur-v6-filled    pic 9(14)v9(6) value 0.
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 lines-written    pic 9(7) value 0.
01 networks-walked  pic 9(10) value 0.

*> a parsed scorecard line.
01 sc-alias         pic x(32) value spaces.
01 sc-date          pic x(8) value spaces.
01 sc-epoch         pic x(11) value spaces.
01 sc-country       pic x(8) value spaces.
01 sc-field         pic x(64) value spaces.
01 sc-networks-text pic x(12) value spaces.
01 sc-filled-text   pic x(12) value spaces.
01 sc-v4-text       pic x(20) value spaces.
01 sc-v4f-text      pic x(20) value spaces.
01 sc-v6-text       pic x(24) value spaces.
01 sc-v6f-text      pic x(24) value spaces.

*> TREND: the alias's two newest releases on the scorecard.
01 newest-epoch     pic x(11) value spaces.
01 newest-date      pic x(8) value spaces.
01 prior-epoch      pic x(11) value spaces.
01 prior-date       pic x(8) value spaces.

*> per country/field, slot 1 the prior release, slot 2 the newest.
01 trend-table.
   05 trend-entry occurs 4000 times.
      10 trend-country    pic x(8).
      10 trend-field      pic x(64).
      10 trend-side occurs 2 times.
         15 trend-seen       pic x(1).
         15 trend-networks   pic 9(10).
         15 trend-filled     pic 9(10).
         15 trend-v4         pic 9(18).
         15 trend-v4-filled  pic 9(18).
         15 trend-v6         pic 9(14)v9(6).
         15 trend-v6-filled  pic 9(14)v9(6).
01 trend-total      pic 9(4) value 0.
01 trend-ix         pic 9(4) value 0.
01 trend-hit        pic 9(4) value 0.
01 trend-dropped    pic 9(7) value 0.
01 side-ix          pic 9(1) value 0.

01 compared-count   pic 9(5) value 0.
01 drops-count      pic 9(5) value 0.
01 drop-flag        pic x(1) value 'N'.

*> one dimension's percentages: computed by compute-dimension from
*> the dim- totals; dim-on 'N' when either release had none.
01 dim-total-prior  pic 9(14)v9(6) value 0.
01 dim-fill-prior   pic 9(14)v9(6) value 0.
01 dim-total-newest pic 9(14)v9(6) value 0.
01 dim-fill-newest  pic 9(14)v9(6) value 0.
01 dim-on           pic x(1) value 'N'.
01 dim-pct-prior    pic 9(3)v9(2) value 0.
01 dim-pct-newest   pic 9(3)v9(2) value 0.
01 dim-change       pic s9(3)v9(2) value 0.
01 dim-name         pic x(8) value spaces.
01 dim-column       pic x(23) value spaces.

01 nets-column      pic x(23) value spaces.
01 v4-column        pic x(23) value spaces.
01 v6-column        pic x(23) value spaces.

*> the worst single drop, for the gate-state headline.
01 worst-change     pic s9(3)v9(2) value 0.
01 worst-country    pic x(8) value spaces.
01 worst-field      pic x(64) value spaces.
01 worst-dim        pic x(8) value spaces.

01 report-inflight  pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.

01 out-line         pic x(132) value spaces.
01 card-line        pic x(256) value spaces.
01 count-edit       pic z(9)9.
01 filled-edit      pic z(9)9.
01 v4-edit          pic z(17)9.
01 v4-filled-edit   pic z(17)9.
01 v6-edit          pic z(13)9.9(4).
01 v6-filled-edit   pic z(13)9.9(4).
01 pct-edit         pic zz9.99.
01 pct-prior-edit   pic zz9.99.
01 change-edit      pic -(3)9.99.
01 limit-edit       pic zz9.99.

01 run-date-num     pic 9(8) value 0.
01 run-date-text    pic x(10) value spaces.
01 page-number      pic 9(5) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*> gate-state hand-off (cobmind-gate-state) for the bulletin.
01 gate-op          pic x(1) value 'W'.
01 gate-kind        pic x(8) value spaces.
01 gate-date        pic x(8) value spaces.
01 gate-text        pic x(160) value spaces.
01 gate-found       pic x(1) value 'N'.

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
      accept card-file from argument-value
      accept fixmap-file from argument-value
      accept xlat-file from argument-value

      if db-path = spaces or alias-arg = spaces
      or card-file = spaces or fixmap-file = spaces
      or xlat-file = spaces
        perform show-usage
        goback
      end-if

      perform append-release

    when 'TREND'
      accept alias-arg from argument-value
      accept card-file from argument-value
      accept report-file from argument-value
      accept drop-raw from argument-value

      if alias-arg = spaces or card-file = spaces
      or report-file = spaces or drop-raw = spaces
        perform show-usage
        goback
      end-if

      if function test-numval(drop-raw) not = 0
        perform show-usage
        goback
      end-if

      move function numval(drop-raw) to drop-limit

      perform trend-report

    when other
      perform show-usage
  end-evaluate

  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-completeness APPEND <database> <alias>'
      ' <scorecard-file> <fixed-map|-> <translate-table|->'
  display '       mmdb2-completeness TREND <alias> <scorecard-file>'
      ' <report-out> <drop-pct>'
  move mmdb2-rc-bad-argument to return-code
  .

*>*********************************************************************
*> APPEND: one walk of the release, one scorecard line per country
*> per consumed field.
*>*********************************************************************

append-release.
  move 0 to field-total field-ignored

  if function trim(fixmap-file) not = '-'
    move fixmap-file to control-file
    move 'M' to control-kind
    perform load-control-fields
  end-if

  if function trim(xlat-file) not = '-'
    move xlat-file to control-file
    move 'T' to control-kind
    perform load-control-fields
  end-if

  if field-total = 0
    display 'completeness: no consumed fields found in the fixed map'
        ' or the translate table - nothing to score'
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  if field-ignored > 0
    display 'completeness: field table full, ' field-ignored
        ' field(s) not scored'
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

  move mmdb2-meta-build-epoch to build-epoch-text
  compute build-epoch-days = mmdb2-meta-build-epoch / 86400
  compute build-date-num = function date-of-integer(
      function integer-of-date(19700101) + build-epoch-days)

  perform check-already-carded

  if newest-epoch not = spaces
    display 'completeness: release ' build-date-num ' (build_epoch '
        build-epoch-text ') of ' function trim(alias-arg)
        ' is already on the scorecard - nothing appended'
    call 'mmdb2-close' using database-handle
    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  move spaces to dump-file
  string function trim(card-file) '_cmpldump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file

  display 'completeness: walking ' function trim(db-path) ' for '
      field-total ' field(s)...'

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

  open extend card-out

  if card-out-status not = '00'
    open output card-out
  end-if

  if card-out-status not = '00'
    display 'failed to open scorecard: ' function trim(card-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  sort field-sort
      ascending key fs-country fs-field
      input procedure is load-dump-rows
      output procedure is total-each-field

  close card-out

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  display 'completeness: ' networks-walked ' network(s), '
      lines-written ' scorecard line(s) appended for '
      function trim(alias-arg) ' ' build-date-num

  move mmdb2-rc-ok to return-code
  .

*> the fixed map's "field,start,length" lines name a dotted path or
*> one of the row's own columns (ip, reason, network, prefix_len);
*> the translate table's "<field-path>=<value>,..." lines name the
*> path before the '='. only dotted record paths are scored.
load-control-fields.
  call 'cobmind-file-exists' using control-file, control-exists-rec

  if not control-exists
    display 'completeness: control file not found, skipped: '
        function trim(control-file)
    exit paragraph
  end-if

  move spaces to control-status
  open input control-in

  if control-status not = '00'
    display 'completeness: failed to open control file: '
        function trim(control-file)
    exit paragraph
  end-if

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end perform note-control-field
    end-read
  end-perform

  close control-in
  .

note-control-field.
  if function trim(control-in-rec) = spaces
  or control-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to candidate-field control-rest

  if control-kind = 'M'
    unstring control-in-rec delimited by ','
        into candidate-field, control-rest
  else
    unstring control-in-rec delimited by '='
        into candidate-field, control-rest
  end-if

  move function trim(candidate-field) to candidate-field

  move 0 to comma-pos
  inspect candidate-field tallying comma-pos for all '.'

  if candidate-field = spaces or comma-pos = 0
    exit paragraph
  end-if

  move 0 to field-hit

  perform varying field-ix from 1 by 1
      until field-ix > field-total or field-hit > 0
    if field-name(field-ix) = candidate-field
      move field-ix to field-hit
    end-if
  end-perform

  if field-hit > 0
    exit paragraph
  end-if

  if field-total >= 40
    add 1 to field-ignored
    exit paragraph
  end-if

  add 1 to field-total
  move candidate-field to field-name(field-total)
  .

check-already-carded.
  move spaces to newest-epoch

  call 'cobmind-file-exists' using card-file, card-exists-rec

  if not card-exists
    exit paragraph
  end-if

  move spaces to card-in-status
  open input card-in

  if card-in-status not = '00'
    exit paragraph
  end-if

  perform until card-in-status = '10'
    read card-in
      at end move '10' to card-in-status
      not at end
        perform parse-card-line
        if function trim(sc-alias) = function trim(alias-arg)
        and sc-epoch = build-epoch-text
          move sc-epoch to newest-epoch
        end-if
    end-read
  end-perform

  close card-in
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

  if field-found = 'Y' and field-value not = spaces
    move field-value to row-country
  else
    move '--' to row-country
  end-if

  perform varying field-ix from 1 by 1 until field-ix > field-total
    perform release-field-row
  end-perform
  .

release-field-row.
  move field-name(field-ix) to field-path
  move spaces to field-value
  move 'N' to field-found
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found

  move spaces to field-sort-rec
  move row-country to fs-country
  move field-name(field-ix) to fs-field

  if field-found = 'Y' and field-value not = spaces
    move 'Y' to fs-filled
  else
    move 'N' to fs-filled
  end-if

  move net-v4-space to fs-v4-space
  move net-v6-space to fs-v6-space

  release field-sort-rec
  .

total-each-field.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return field-sort
      at end set sort-eof to true
      not at end perform total-one-network
    end-return
  end-perform

  if cur-open = 'Y'
    perform write-card-line
  end-if
  .

total-one-network.
  if cur-open = 'N' or fs-country not = cur-country
  or fs-field not = cur-field
    if cur-open = 'Y'
      perform write-card-line
    end-if

    move 'Y' to cur-open
    move fs-country to cur-country
    move fs-field to cur-field
    move 0 to cur-networks cur-filled
    move 0 to cur-v4-space cur-v4-filled cur-v6-space cur-v6-filled
  end-if

  add 1 to cur-networks
  add fs-v4-space to cur-v4-space
  add fs-v6-space to cur-v6-space

  if fs-filled = 'Y'
    add 1 to cur-filled
    add fs-v4-space to cur-v4-filled
    add fs-v6-space to cur-v6-filled
  end-if
  .

write-card-line.
  move cur-networks to count-edit
  move cur-filled to filled-edit
  move cur-v4-space to v4-edit
  move cur-v4-filled to v4-filled-edit
  move cur-v6-space to v6-edit
  move cur-v6-filled to v6-filled-edit

  move spaces to card-line
  string function trim(alias-arg) ',' build-date-num ','
      build-epoch-text ',' function trim(cur-country) ','
      function trim(cur-field) ','
      function trim(count-edit) ',' function trim(filled-edit) ','
      function trim(v4-edit) ',' function trim(v4-filled-edit) ','
      function trim(v6-edit) ',' function trim(v6-filled-edit)
      delimited by size into card-line
  write card-out-rec from card-line

  add 1 to lines-written
  .

*>*********************************************************************
*> TREND: newest release against the one before it, drops only.
*>*********************************************************************

trend-report.
  call 'cobmind-file-exists' using card-file, card-exists-rec

  if not card-exists
    display 'no completeness scorecard at ' function trim(card-file)
    move mmdb2-rc-bad-argument to return-code
    exit paragraph
  end-if

  *> pass one: the alias's two newest releases, in scorecard
  *> (append) order.
  move spaces to newest-epoch newest-date prior-epoch prior-date
  perform read-card-pass

  if prior-epoch = spaces
    display 'completeness scorecard holds fewer than two releases of '
        function trim(alias-arg) ' - no trend yet'

    move 'COMPLETE' to gate-kind
    move spaces to gate-text
    string 'drops=0;no prior release on the scorecard'
        delimited by size into gate-text
    perform record-gate-state

    move mmdb2-rc-ok to return-code
    exit paragraph
  end-if

  *> pass two: both releases' counts side by side per country/field.
  move 0 to trend-total trend-dropped
  perform load-trend-pass

  perform write-trend-report

  display 'completeness: ' function trim(alias-arg) ' ' prior-date
      ' -> ' newest-date ', ' compared-count ' country/field(s)'
      ' compared, ' drops-count ' dropped past the threshold'
  display 'report written to: ' function trim(report-file)

  *> headline to the gate-state file, where the release bulletin
  *> picks it up after SYSOUT is gone.
  move drop-limit to limit-edit
  move 'COMPLETE' to gate-kind
  move spaces to gate-text
  if drops-count = 0
    string 'drops=0;compared=' compared-count
        ';threshold=' function trim(limit-edit) 'pts'
        delimited by size into gate-text
  else
    move worst-change to change-edit
    string 'drops=' drops-count ';compared=' compared-count
        ';threshold=' function trim(limit-edit) 'pts;worst='
        function trim(worst-country) ' '
        function trim(worst-field) ' ' function trim(worst-dim) ' '
        function trim(change-edit) 'pts'
        delimited by size into gate-text
  end-if
  perform record-gate-state

  if drops-count > 0
    move spaces to notify-subject notify-text
    move alias-arg to notify-subject
    string drops-count ' country/field completeness drop(s) '
        prior-date '->' newest-date ', see '
        function trim(report-file)
        delimited by size into notify-text
    move 'COMPLETENESS' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  if report-commit-ok not = 'Y'
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move mmdb2-rc-ok to return-code
  .

record-gate-state.
  move 'W' to gate-op
  move spaces to gate-date
  call 'cobmind-gate-state' using gate-op, gate-kind, gate-date,
      gate-text, gate-found
  .

read-card-pass.
  move spaces to card-in-status
  open input card-in

  if card-in-status not = '00'
    exit paragraph
  end-if

  perform until card-in-status = '10'
    read card-in
      at end move '10' to card-in-status
      not at end perform note-card-release
    end-read
  end-perform

  close card-in
  .

note-card-release.
  perform parse-card-line

  if function trim(sc-alias) not = function trim(alias-arg)
  or sc-epoch = spaces
    exit paragraph
  end-if

  if sc-epoch not = newest-epoch
    move newest-epoch to prior-epoch
    move newest-date to prior-date
    move sc-epoch to newest-epoch
    move sc-date to newest-date
  end-if
  .

load-trend-pass.
  move spaces to card-in-status
  open input card-in

  if card-in-status not = '00'
    exit paragraph
  end-if

  perform until card-in-status = '10'
    read card-in
      at end move '10' to card-in-status
      not at end perform load-trend-line
    end-read
  end-perform

  close card-in
  .

load-trend-line.
  perform parse-card-line

  if function trim(sc-alias) not = function trim(alias-arg)
    exit paragraph
  end-if

  if sc-epoch = newest-epoch
    move 2 to side-ix
  else
    if sc-epoch = prior-epoch
      move 1 to side-ix
    else
      exit paragraph
    end-if
  end-if

  move 0 to trend-hit

  perform varying trend-ix from 1 by 1
      until trend-ix > trend-total or trend-hit > 0
    if trend-country(trend-ix) = sc-country
    and trend-field(trend-ix) = sc-field
      move trend-ix to trend-hit
    end-if
  end-perform

  if trend-hit = 0
    if trend-total >= 4000
      add 1 to trend-dropped
      exit paragraph
    end-if

    add 1 to trend-total
    move trend-total to trend-hit
    move sc-country to trend-country(trend-hit)
    move sc-field to trend-field(trend-hit)
    move 'N' to trend-seen(trend-hit, 1) trend-seen(trend-hit, 2)
  end-if

  move 'Y' to trend-seen(trend-hit, side-ix)
  move function numval(sc-networks-text)
      to trend-networks(trend-hit, side-ix)
  move function numval(sc-filled-text)
      to trend-filled(trend-hit, side-ix)
  move function numval(sc-v4-text) to trend-v4(trend-hit, side-ix)
  move function numval(sc-v4f-text)
      to trend-v4-filled(trend-hit, side-ix)
  move function numval(sc-v6-text) to trend-v6(trend-hit, side-ix)
  move function numval(sc-v6f-text)
      to trend-v6-filled(trend-hit, side-ix)
  .

parse-card-line.
  move spaces to sc-alias sc-date sc-epoch sc-country sc-field
  move spaces to sc-networks-text sc-filled-text sc-v4-text
      sc-v4f-text sc-v6-text sc-v6f-text

  if function trim(card-in-rec) = spaces
  or card-in-rec(1:1) = '#'
    exit paragraph
  end-if

  unstring card-in-rec delimited by ','
      into sc-alias, sc-date, sc-epoch, sc-country, sc-field,
           sc-networks-text, sc-filled-text, sc-v4-text, sc-v4f-text,
           sc-v6-text, sc-v6f-text
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

  move 0 to page-number compared-count drops-count worst-change
  perform print-page-header

  perform varying trend-ix from 1 by 1 until trend-ix > trend-total
    perform print-if-dropped
  end-perform

  move spaces to out-line
  write report-out-rec from out-line

  move drop-limit to limit-edit
  move spaces to out-line
  string 'COUNTRY/FIELDS COMPARED: ' compared-count
      '   DROPPED: ' drops-count
      '   THRESHOLD (PCT POINTS): ' function trim(limit-edit)
      delimited by size into out-line
  write report-out-rec from out-line

  if trend-dropped > 0
    move spaces to out-line
    string 'SCORECARD LINES NOT COMPARED (TABLE FULL): '
        trend-dropped delimited by size into out-line
    write report-out-rec from out-line
  end-if

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

print-if-dropped.
  if trend-seen(trend-ix, 1) not = 'Y'
  or trend-seen(trend-ix, 2) not = 'Y'
    exit paragraph
  end-if

  add 1 to compared-count
  move 'N' to drop-flag

  move 'NETWORKS' to dim-name
  move trend-networks(trend-ix, 1) to dim-total-prior
  move trend-filled(trend-ix, 1) to dim-fill-prior
  move trend-networks(trend-ix, 2) to dim-total-newest
  move trend-filled(trend-ix, 2) to dim-fill-newest
  perform compute-dimension
  move dim-column to nets-column

  move 'IPV4' to dim-name
  move trend-v4(trend-ix, 1) to dim-total-prior
  move trend-v4-filled(trend-ix, 1) to dim-fill-prior
  move trend-v4(trend-ix, 2) to dim-total-newest
  move trend-v4-filled(trend-ix, 2) to dim-fill-newest
  perform compute-dimension
  move dim-column to v4-column

  move 'IPV6' to dim-name
  move trend-v6(trend-ix, 1) to dim-total-prior
  move trend-v6-filled(trend-ix, 1) to dim-fill-prior
  move trend-v6(trend-ix, 2) to dim-total-newest
  move trend-v6-filled(trend-ix, 2) to dim-fill-newest
  perform compute-dimension
  move dim-column to v6-column

  if drop-flag not = 'Y'
    exit paragraph
  end-if

  if line-on-page >= lines-per-page
    perform print-page-header
  end-if

  add 1 to drops-count
  add 1 to line-on-page

  move spaces to out-line
  string ' ' trend-country(trend-ix) ' '
      trend-field(trend-ix)(1:32) ' '
      nets-column ' ' v4-column ' ' v6-column
      delimited by size into out-line
  write report-out-rec from out-line
  .

*> one dimension's prior and newest filled percentages and the
*> change between them, formatted into dim-column; a fall of more
*> than the threshold sets drop-flag and may become the worst drop.
compute-dimension.
  move spaces to dim-column

  if dim-total-prior = 0 or dim-total-newest = 0
    move '     n/a' to dim-column
    exit paragraph
  end-if

  compute dim-pct-prior rounded =
      dim-fill-prior * 100 / dim-total-prior
  compute dim-pct-newest rounded =
      dim-fill-newest * 100 / dim-total-newest
  compute dim-change = dim-pct-newest - dim-pct-prior

  move dim-pct-prior to pct-prior-edit
  move dim-pct-newest to pct-edit
  move dim-change to change-edit

  string pct-prior-edit ' ' pct-edit ' ' change-edit
      delimited by size into dim-column

  if dim-change < 0 and 0 - dim-change > drop-limit
    move 'Y' to drop-flag
    if dim-change < worst-change
      move dim-change to worst-change
      move trend-country(trend-ix) to worst-country
      move trend-field(trend-ix) to worst-field
      move dim-name to worst-dim
    end-if
  end-if
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
    'COBMIND RECORD COMPLETENESS TREND'
    '   ALIAS: ' function trim(alias-arg)
    '   ' prior-date ' -> ' newest-date
    '   RUN DATE: ' run-date-text
    '   PAGE ' page-number
    test-watermark
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string
    ' COUNTRY  FIELD                            '
    '   NETWORKS % FILLED      IPV4 SPACE % FILLED'
    '     IPV6 SPACE % FILLED'
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string
    '                                           '
    ' PRIOR NEWEST  CHANGE   PRIOR NEWEST  CHANGE'
    '   PRIOR NEWEST  CHANGE'
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  write report-out-rec from out-line
  .

       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-research-extract.

*>*********************************************************************
*> k-anonymised research extract for the data-science team: our geo
*> results as aggregated tables only, never an address and never a
*> row - privacy's condition for handing the warehouse over.
*>
*>   PARM='<results-base> <from YYYYMMDD> <to YYYYMMDD>
*>         <history-file>|- <extract-out> <disclosure-out> [<k>]'
*>
*> every results generation cataloged under <results-base> (found
*> the way mmdb2-restatement finds it) whose run date falls in the
*> range is counted into four tables, each cell carrying the number
*> of distinct contributing addresses and the number of lookups:
*>
*>   GEO      country, region (subdivision) and city of the OK rows
*>   ASN      autonomous system of the OK rows
*>   HOUR     hour of day the run was made (from its run id - the
*>            results carry no per-row time)
*>   REASON   reason code of every row
*>
*> a cell with fewer than k distinct addresses (default 10, the
*> shop's small-cell rule) is never released as it stands. a city
*> cell is generalised: its addresses roll into a "*" city cell for
*> the region, and a region remainder still under k rolls again into
*> a "*" region cell for the country; a country remainder still
*> under k, and any small ASN, hour or reason cell, is suppressed.
*> the history file's country and asn rows for dates in the range
*> follow as the HISTORY table - they are row counts with no
*> addresses behind them, so one is released only when its count is
*> k or more and the same country or asn cleared k on distinct
*> addresses in the generations; the rest are suppressed.
*>
*> extract-out carries the provenance header, then
*>
*>   table,date,country,region,city,asn,hour,reason,addresses,
*>   lookups,treatment
*>
*> (treatment EXACT or GENERALISED) and the control-total trailer.
*> disclosure-out is the disclosure-control report privacy signs
*> each extract off on: k, the sources, per table the cells released
*> exact, generalised and suppressed, the columns coarsened and how
*> often, prepared-by and privacy sign-off lines, and a closing seal
*> - the shop's chain hash over every line above it. the run itself
*> goes in the audit trail.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select gens-in
    assign dynamic gens-file
    organization line sequential
    file status is gens-status.

  select gen-in
    assign dynamic gen-path
    organization line sequential
    file status is gen-status.

  select hist-in
    assign dynamic history-file
    organization line sequential
    file status is hist-status.

  select work-in
    assign dynamic work-in-file
    organization line sequential
    file status is work-in-status.

  select spill-out
    assign dynamic spill-file
    organization line sequential
    file status is spill-status.

  select cells-work
    assign dynamic cells-file
    organization line sequential
    file status is cells-status.

  select extract-out
    assign dynamic extract-inflight
    organization line sequential
    file status is extract-status.

  select disc-out
    assign dynamic disc-inflight
    organization line sequential
    file status is disc-status.

  select key-sort assign 'cobmind_rsrchkey.tmp'.
  select cell-sort assign 'cobmind_rsrchcell.tmp'.

data division.
file section.

fd gens-in.
01 gens-in-rec pic x(160).

fd gen-in.
01 gen-in-rec pic x(8192).

fd hist-in.
01 hist-in-rec pic x(128).

fd work-in.
01 work-in-rec pic x(119).

fd spill-out.
01 spill-out-rec pic x(119).

fd cells-work.
01 cells-work-rec pic x(95).

fd extract-out.
01 extract-out-rec pic x(256).

fd disc-out.
01 disc-out-rec pic x(256).

*> one address's contribution to one cell - the table and the cell's
*> value, the lookups behind it, the address.
sd key-sort.
01 key-sort-rec.
   05 ks-key.
      10 ks-table    pic x(6).
      10 ks-value    pic x(58).
   05 ks-rows        pic 9(10).
   05 ks-ip          pic x(45).

*> one released cell.
sd cell-sort.
01 cell-sort-rec.
   05 cs-table       pic x(6).
   05 cs-value       pic x(58).
   05 cs-addresses   pic 9(10).
   05 cs-rows        pic 9(10).
   05 cs-treatment   pic x(11).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 results-base     pic x(128) value spaces.
01 from-arg         pic x(8) value spaces.
01 to-arg           pic x(8) value spaces.
01 history-file     pic x(128) value spaces.
01 extract-file     pic x(128) value spaces.
01 disc-file        pic x(128) value spaces.
01 k-arg            pic x(10) value spaces.
01 k-min            pic 9(3) value 10.

01 gens-file        pic x(136) value spaces.
01 gen-path         pic x(160) value spaces.
01 work-in-file     pic x(140) value spaces.
01 spill-file       pic x(140) value spaces.
01 cells-file       pic x(140) value spaces.
01 extract-inflight pic x(140) value spaces.
01 disc-inflight    pic x(140) value spaces.

01 gens-status      pic xx value spaces.
01 gen-status       pic xx value spaces.
01 hist-status      pic xx value spaces.
01 work-in-status   pic xx value spaces.
01 spill-status     pic xx value spaces.
01 cells-status     pic xx value spaces.
01 extract-status   pic xx value spaces.
01 disc-status      pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 extract-commit-ok pic x(1) value 'Y'.
01 disc-commit-ok   pic x(1) value 'Y'.
01 publish-failed   pic x(1) value 'N'.
01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.
01 use-history      pic x(1) value 'N'.

*> one generation's provenance.
01 header-pos       pic 9(4) value 0.
01 header-token     pic x(128) value spaces.
01 source-run       pic x(20) value spaces.
01 source-epoch     pic 9(11) value 0.
01 source-db        pic x(128) value spaces.
01 gen-date         pic x(8) value spaces.
01 gen-hour         pic x(2) value spaces.
01 header-done      pic x(1) value 'N'.
01 newest-epoch     pic 9(11) value 0.
01 newest-db        pic x(128) value spaces.

*> row columns - the shape the heading announces.
01 col-ip           pic x(45) value spaces.
01 col-reason       pic x(16) value spaces.
01 col-network      pic x(45) value spaces.
01 col-prefix       pic x(8) value spaces.
01 col-skip         pic x(64) value spaces.
01 col-record       pic x(8192) value spaces.
01 col-pointer      pic 9(5) value 1.
01 heading-tally    pic 9(3) value 0.
01 has-screen       pic x(1) value 'N'.
01 has-territory    pic x(1) value 'N'.
01 has-anon         pic x(1) value 'N'.

01 path-country     pic x(64) value 'CTRY'.
01 path-region      pic x(64) value 'SUBDIV'.
01 path-city        pic x(64) value 'CITY'.
01 path-asn         pic x(64) value 'ASN'.
01 field-value      pic x(256) value spaces.
01 found-flag       pic x(1) value 'N'.
01 row-country      pic x(8) value spaces.
01 row-region       pic x(10) value spaces.
01 row-city         pic x(40) value spaces.
01 row-asn          pic x(12) value spaces.

01 quote-op         pic x(1) value 'U'.
01 quote-delim      pic x(1) value ','.
01 quote-changed    pic x(1) value 'N'.
01 quote-stage-in   pic x(8192) value spaces.
01 quote-stage-out  pic x(8192) value spaces.

*> the work line - the key-sort record as a file line.
01 work-line.
   05 wl-key.
      10 wl-table    pic x(6).
      10 wl-value    pic x(58).
   05 wl-rows        pic 9(10).
   05 wl-ip          pic x(45).

*> a GEO cell's value.
01 geo-value.
   05 geo-country    pic x(8).
   05 geo-region     pic x(10).
   05 geo-city       pic x(40).

*> the group walk over the key sort - a cell at a time, its
*> addresses held until the cell reaches k (a cell under k hands
*> them on to the coarser cell, or is suppressed).
01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.
01 cur-open         pic x(1) value 'N'.
01 cur-key          pic x(64) value spaces.
01 cur-ip           pic x(45) value spaces.
01 cur-addresses    pic 9(10) value 0.
01 cur-rows         pic 9(10) value 0.
01 held-table.
   05 held-entry occurs 999 times.
      10 held-ip     pic x(45).
      10 held-rows   pic 9(10).
01 held-ix          pic 9(4) value 0.
01 pass-number      pic 9(1) value 0.
01 spilled          pic 9(10) value 0.

01 cell-line.
   05 cl-table       pic x(6).
   05 cl-value       pic x(58).
   05 cl-addresses   pic 9(10).
   05 cl-rows        pic 9(10).
   05 cl-treatment   pic x(11).

*> countries and asns that cleared k on distinct addresses - the
*> history table is released against these.
01 gate-table.
   05 gate-entry occurs 3000 times.
      10 gate-dim    pic x(8).
      10 gate-value  pic x(24).
01 gate-count       pic 9(4) value 0.
01 gate-ix          pic 9(4) value 0.
01 gate-dim-want    pic x(8) value spaces.
01 gate-value-want  pic x(24) value spaces.
01 gate-hit         pic x(1) value 'N'.
01 gate-overflow    pic x(1) value 'N'.

*> disclosure bookkeeping, one row per table.
01 stat-table.
   05 stat-entry occurs 5 times.
      10 st-table       pic x(8).
      10 st-exact       pic 9(10).
      10 st-general     pic 9(10).
      10 st-suppressed  pic 9(10).
      10 st-supp-addr   pic 9(10).
01 stat-ix          pic 9(1) value 0.
01 city-coarsened   pic 9(10) value 0.
01 region-coarsened pic 9(10) value 0.
01 city-rolled-addr pic 9(10) value 0.
01 region-rolled-addr pic 9(10) value 0.

*> generation bookkeeping.
01 gen-table.
   05 gen-entry occurs 100 times.
      10 gt-path      pic x(160).
      10 gt-date      pic x(8).
      10 gt-run       pic x(20).
      10 gt-rows      pic 9(10).
01 gen-count        pic 9(3) value 0.
01 gen-ix           pic 9(3) value 0.
01 gen-rows         pic 9(10) value 0.
01 total-rows       pic 9(10) value 0.
01 gens-seen        pic 9(5) value 0.
01 gens-skipped     pic 9(5) value 0.
01 hist-read        pic 9(10) value 0.
01 hist-released    pic 9(10) value 0.

01 split-date       pic x(8) value spaces.
01 split-epoch      pic x(11) value spaces.
01 split-dim        pic x(8) value spaces.
01 split-value      pic x(24) value spaces.
01 split-count      pic x(10) value spaces.
01 hist-rows        pic 9(10) value 0.

01 out-table        pic x(8) value spaces.
01 out-date         pic x(8) value spaces.
01 out-country      pic x(8) value spaces.
01 out-region       pic x(10) value spaces.
01 out-city         pic x(80) value spaces.
01 out-asn          pic x(24) value spaces.
01 out-hour         pic x(2) value spaces.
01 out-reason       pic x(12) value spaces.
01 addr-edit        pic z(9)9.
01 rows-edit        pic z(9)9.
01 addr-text        pic x(10) value spaces.
01 k-edit           pic zz9.
01 extract-line     pic x(256) value spaces.
01 extract-heading  pic x(80) value
    'table,date,country,region,city,asn,hour,reason,addresses,lookups,'
    & 'treatment'.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.
01 extract-trailer  pic x(256) value spaces.

01 disc-line        pic x(256) value spaces.
01 disc-fold        pic x(512) value spaces.
01 seal-prev        pic x(16) value spaces.
01 seal-next        pic x(16) value spaces.
01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.
01 run-id           pic x(20) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-dir-blank  pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept results-base from argument-value
  accept from-arg from argument-value
  accept to-arg from argument-value
  accept history-file from argument-value
  accept extract-file from argument-value
  accept disc-file from argument-value
  accept k-arg from argument-value

  if results-base = spaces or history-file = spaces
  or extract-file = spaces or disc-file = spaces
  or from-arg is not numeric or to-arg is not numeric
    display 'usage: mmdb2-research-extract <results-base>'
        ' <from YYYYMMDD> <to YYYYMMDD> <history-file>|-'
        ' <extract-out> <disclosure-out> [<k>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if from-arg > to-arg
    display 'extract range runs backwards: ' from-arg ' - ' to-arg
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if k-arg not = spaces
    if function trim(k-arg) is not numeric
    or function numval(k-arg) < 2 or function numval(k-arg) > 999
      display 'k must be a number from 2 to 999: '
          function trim(k-arg)
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(k-arg) to k-min
  end-if

  if history-file not = '-'
    call 'cobmind-file-exists' using history-file, file-exists-rec
    if not file-found
      display 'history file not found: ' function trim(history-file)
      move mmdb2-rc-io-error to return-code
      goback
    end-if
    move 'Y' to use-history
  end-if

  perform find-catalog
  if not file-found
    display 'no generation catalog under ' function trim(results-base)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'GEO'     to st-table(1)
  move 'ASN'     to st-table(2)
  move 'HOUR'    to st-table(3)
  move 'REASON'  to st-table(4)
  move 'HISTORY' to st-table(5)
  perform varying stat-ix from 1 by 1 until stat-ix > 5
    move 0 to st-exact(stat-ix) st-general(stat-ix)
        st-suppressed(stat-ix) st-supp-addr(stat-ix)
  end-perform

  move spaces to cells-file
  string function trim(extract-file) '_cells' delimited by size
      into cells-file

  *> pass 1's input: one work line per row per table.
  move spaces to work-in-file
  string function trim(extract-file) '_w1' delimited by size
      into work-in-file
  move work-in-file to spill-file
  open output spill-out

  move spaces to gens-status
  open input gens-in
  perform until gens-status = '10'
    read gens-in
      at end move '10' to gens-status
      not at end
        if function trim(gens-in-rec) not = spaces
          move spaces to gen-path
          move function trim(gens-in-rec) to gen-path
          perform consider-generation
        end-if
    end-read
  end-perform
  close gens-in

  close spill-out

  *> three passes over the key sort: every cell at its own level,
  *> then the city remainders by region, then the region remainders
  *> by country.
  open output cells-work

  move 1 to pass-number
  perform count-one-pass
  move 2 to pass-number
  perform count-one-pass
  move 3 to pass-number
  perform count-one-pass

  close cells-work

  perform write-extract
  call 'CBL_DELETE_FILE' using cells-file

  perform write-disclosure

  move disc-file to audit-subject
  move k-min to k-edit
  move spaces to audit-tag
  string 'RESEARCH-EXTRACT K=' function trim(k-edit)
      delimited by size into audit-tag
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  display 'research extract: ' gen-count ' generation(s) of '
      gens-seen ' cataloged, ' total-rows ' row(s), k=' k-min
  perform varying stat-ix from 1 by 1 until stat-ix > 5
    display '  ' st-table(stat-ix) ' exact ' st-exact(stat-ix)
        '  generalised ' st-general(stat-ix)
        '  suppressed ' st-suppressed(stat-ix)
  end-perform
  display 'extract:    ' function trim(extract-file)
  display 'disclosure: ' function trim(disc-file)

  if publish-failed = 'Y'
    display 'extract built but the outputs could not be published'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************

find-catalog.
  move spaces to gens-file
  string function trim(results-base) '_results.gens'
      delimited by size into gens-file
  call 'cobmind-file-exists' using gens-file, file-exists-rec

  if not file-found
    move spaces to gens-file
    string function trim(results-base) '.gens'
        delimited by size into gens-file
    call 'cobmind-file-exists' using gens-file, file-exists-rec
  end-if
  .

*>*********************************************************************
*> one cataloged generation - dated by its own provenance header.
*>*********************************************************************

consider-generation.
  add 1 to gens-seen
  move spaces to source-run gen-date source-db
  move 0 to source-epoch
  move 'N' to header-done

  move spaces to gen-status
  open input gen-in
  if gen-status not = '00'
    display '  ' function trim(gen-path) ': unreadable, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  perform until gen-status = '10' or header-done = 'Y'
    read gen-in
      at end move '10' to gen-status
      not at end
        if gen-in-rec(1:6) = '# run='
          perform harvest-generation-header
          move 'Y' to header-done
        end-if
    end-read
  end-perform
  close gen-in

  if source-run(2:8) is not numeric
    display '  ' function trim(gen-path)
        ': no dated run id in its header, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  move source-run(2:8) to gen-date
  if gen-date < from-arg or gen-date > to-arg
    exit paragraph
  end-if

  if gen-count >= 100
    display '  ' function trim(gen-path)
        ': more than 100 generations in range, skipped'
    add 1 to gens-skipped
    exit paragraph
  end-if

  if source-run(10:2) is numeric
    move source-run(10:2) to gen-hour
  else
    move '--' to gen-hour
  end-if

  if source-epoch >= newest-epoch
    move source-epoch to newest-epoch
    move source-db to newest-db
  end-if

  perform count-generation
  .

harvest-generation-header.
  move spaces to header-token
  unstring gen-in-rec(7:) delimited by ' '
      into header-token
  end-unstring
  move header-token to source-run

  move 0 to header-pos
  inspect gen-in-rec tallying header-pos
      for characters before initial ' db='
  if header-pos < 200
    move spaces to header-token
    unstring gen-in-rec(header-pos + 5:) delimited by ' '
        into header-token
    end-unstring
    move header-token to source-db
  end-if

  move 0 to header-pos
  inspect gen-in-rec tallying header-pos
      for characters before initial ' build_epoch='
  if header-pos < 200
    move spaces to header-token
    unstring gen-in-rec(header-pos + 14:) delimited by ' '
        into header-token
    end-unstring
    if function trim(header-token) is numeric
      move function numval(header-token) to source-epoch
    end-if
  end-if
  .

*>*********************************************************************
*> every row of the generation into the work file - once for each
*> table it counts in.
*>*********************************************************************

count-generation.
  move 0 to gen-rows
  move 'N' to has-screen has-territory has-anon

  move spaces to gen-status
  open input gen-in
  perform until gen-status = '10'
    read gen-in
      at end move '10' to gen-status
      not at end perform count-one-row
    end-read
  end-perform
  close gen-in

  add 1 to gen-count
  move gen-path to gt-path(gen-count)
  move gen-date to gt-date(gen-count)
  move source-run to gt-run(gen-count)
  move gen-rows to gt-rows(gen-count)
  add gen-rows to total-rows
  .

count-one-row.
  if function trim(gen-in-rec) = spaces
  or gen-in-rec(1:1) = '#'
  or gen-in-rec(1:8) = 'TRAILER,'
    exit paragraph
  end-if

  if gen-in-rec(1:10) = 'ip,reason,'
    perform note-heading-columns
    exit paragraph
  end-if

  add 1 to gen-rows
  perform split-results-row

  move spaces to work-line
  move function lower-case(col-ip) to wl-ip
  move 1 to wl-rows

  move 'REASON' to wl-table
  move col-reason(1:12) to wl-value
  write spill-out-rec from work-line

  move 'HOUR' to wl-table
  move gen-hour to wl-value
  write spill-out-rec from work-line

  if function trim(col-reason) not = 'OK'
    exit paragraph
  end-if

  if col-record(1:1) = '"'
    move 'U' to quote-op
    move col-record to quote-stage-in
    call 'cobmind-quote-field' using quote-op, quote-delim,
        quote-stage-in, quote-stage-out, quote-changed
    move quote-stage-out to col-record
  end-if

  move '-' to row-country row-region row-city row-asn

  call 'mmdb2-get-field' using col-record, path-country,
      field-value, found-flag
  if found-flag = 'Y' and field-value not = spaces
    move field-value to row-country
  end-if
  call 'mmdb2-get-field' using col-record, path-region,
      field-value, found-flag
  if found-flag = 'Y' and field-value not = spaces
    move field-value to row-region
  end-if
  call 'mmdb2-get-field' using col-record, path-city,
      field-value, found-flag
  if found-flag = 'Y' and field-value not = spaces
    move field-value to row-city
  end-if
  call 'mmdb2-get-field' using col-record, path-asn,
      field-value, found-flag
  if found-flag = 'Y' and field-value not = spaces
    move field-value to row-asn
  end-if

  move 'GEO' to wl-table
  move row-country to geo-country
  move row-region to geo-region
  move row-city to geo-city
  move geo-value to wl-value
  write spill-out-rec from work-line

  *> the countries' own totals - never released, only held against
  *> the history table.
  move 'CTRY' to wl-table
  move row-country to wl-value
  write spill-out-rec from work-line

  if row-asn not = '-'
    move 'ASN' to wl-table
    move row-asn to wl-value
    write spill-out-rec from work-line
  end-if
  .

note-heading-columns.
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',screen,'
  if heading-tally > 0
    move 'Y' to has-screen
  end-if
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',territory,'
  if heading-tally > 0
    move 'Y' to has-territory
  end-if
  move 0 to heading-tally
  inspect gen-in-rec tallying heading-tally for all ',anon,'
  if heading-tally > 0
    move 'Y' to has-anon
  end-if
  .

split-results-row.
  move spaces to col-ip col-reason col-network col-prefix col-record
  move 1 to col-pointer
  unstring gen-in-rec delimited by ','
      into col-ip col-reason col-network col-prefix
      with pointer col-pointer
  end-unstring

  if has-screen = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
  if has-territory = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if
  if has-anon = 'Y'
    unstring gen-in-rec delimited by ','
        into col-skip with pointer col-pointer
    end-unstring
  end-if

  if col-pointer <= 8192
    move gen-in-rec(col-pointer:) to col-record
  end-if
  .

*>*********************************************************************
*> one pass: the pass's work file sorted by cell and address, each
*> cell counted - released when it clears k, otherwise its addresses
*> spilled to the next pass's work file as the coarser cell, or the
*> cell suppressed.
*>*********************************************************************

count-one-pass.
  move spaces to work-in-file spill-file
  string function trim(extract-file) '_w' pass-number
      delimited by size into work-in-file
  add 1 to pass-number
  string function trim(extract-file) '_w' pass-number
      delimited by size into spill-file
  subtract 1 from pass-number

  move 0 to spilled
  open output spill-out

  sort key-sort
      ascending key ks-key ks-ip
      using work-in
      output procedure is tally-cells

  close spill-out

  call 'CBL_DELETE_FILE' using work-in-file
  if pass-number = 3
    call 'CBL_DELETE_FILE' using spill-file
  end-if
  .

tally-cells.
  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return key-sort
      at end set sort-eof to true
      not at end perform tally-one-line
    end-return
  end-perform

  if cur-open = 'Y'
    perform close-cell
  end-if
  .

tally-one-line.
  if cur-open = 'Y' and ks-key not = cur-key
    perform close-cell
    move 'N' to cur-open
  end-if

  if cur-open = 'N'
    move 'Y' to cur-open
    move ks-key to cur-key
    move spaces to cur-ip
    move 0 to cur-addresses cur-rows
  end-if

  if ks-ip not = cur-ip
    move ks-ip to cur-ip
    add 1 to cur-addresses
    if cur-addresses < k-min
      move ks-ip to held-ip(cur-addresses)
      move 0 to held-rows(cur-addresses)
    end-if
  end-if

  if cur-addresses < k-min
    add ks-rows to held-rows(cur-addresses)
  end-if
  add ks-rows to cur-rows
  .

close-cell.
  move cur-key to wl-key
  move wl-value to geo-value

  evaluate wl-table
    when 'GEO'    move 1 to stat-ix
    when 'ASN'    move 2 to stat-ix
    when 'HOUR'   move 3 to stat-ix
    when 'REASON' move 4 to stat-ix
    when other    move 0 to stat-ix
  end-evaluate

  if cur-addresses >= k-min
    perform release-cell
    exit paragraph
  end-if

  evaluate true
    when wl-table = 'CTRY'
      continue
    when wl-table = 'GEO' and geo-city not = '*'
      add 1 to city-coarsened
      add cur-addresses to city-rolled-addr
      move '*' to geo-city
      perform spill-held-addresses
    when wl-table = 'GEO' and geo-region not = '*'
      add 1 to region-coarsened
      add cur-addresses to region-rolled-addr
      move '*' to geo-region
      perform spill-held-addresses
    when other
      add 1 to st-suppressed(stat-ix)
      add cur-addresses to st-supp-addr(stat-ix)
  end-evaluate
  .

release-cell.
  if wl-table = 'CTRY' or wl-table = 'ASN'
    perform note-gate
  end-if

  if wl-table = 'CTRY'
    exit paragraph
  end-if

  move wl-table to cl-table
  move wl-value to cl-value
  move cur-addresses to cl-addresses
  move cur-rows to cl-rows
  if pass-number = 1
    move 'EXACT' to cl-treatment
    add 1 to st-exact(stat-ix)
  else
    move 'GENERALISED' to cl-treatment
    add 1 to st-general(stat-ix)
  end-if
  write cells-work-rec from cell-line
  .

spill-held-addresses.
  move 'GEO' to wl-table
  move geo-value to wl-value
  perform varying held-ix from 1 by 1 until held-ix > cur-addresses
    move held-ip(held-ix) to wl-ip
    move held-rows(held-ix) to wl-rows
    write spill-out-rec from work-line
    add 1 to spilled
  end-perform
  .

note-gate.
  if gate-count >= 3000
    move 'Y' to gate-overflow
    exit paragraph
  end-if

  add 1 to gate-count
  if wl-table = 'CTRY'
    move 'country' to gate-dim(gate-count)
  else
    move 'asn' to gate-dim(gate-count)
  end-if
  move wl-value(1:24) to gate-value(gate-count)
  .

*>*********************************************************************
*> the extract - the released cells in table and cell order, then
*> the history rows that clear their gate.
*>*********************************************************************

write-extract.
  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, extract-file,
      extract-inflight, extract-commit-ok

  open output extract-out
  if extract-status not = '00'
    display 'failed to open extract: ' function trim(extract-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  if newest-db = spaces
    move gens-file to newest-db
  end-if

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-research-extract' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move extract-heading to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using newest-db, newest-epoch,
      results-base, provenance-line
  write extract-out-rec from provenance-line

  move k-min to k-edit
  move spaces to extract-line
  string '# research k=' function trim(k-edit)
      ' range=' from-arg '-' to-arg
      ' generations=' gen-count
      delimited by size into extract-line
  write extract-out-rec from extract-line

  write extract-out-rec from extract-heading

  sort cell-sort
      ascending key cs-table cs-value
      using cells-work
      output procedure is write-cell-rows

  if use-history = 'Y'
    perform write-history-rows
  end-if

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write extract-out-rec from trailer-line
  move trailer-line to extract-trailer

  close extract-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, extract-file,
      extract-inflight, extract-commit-ok
  if extract-commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if
  .

write-cell-rows.
  set sort-eof to false

  perform until sort-eof
    return cell-sort
      at end set sort-eof to true
      not at end perform write-one-cell
    end-return
  end-perform
  .

write-one-cell.
  move spaces to out-date out-country out-region out-city out-asn
      out-hour out-reason

  evaluate cs-table
    when 'GEO'
      move cs-value to geo-value
      move geo-country to out-country
      move geo-region to out-region
      perform quote-city
    when 'ASN'
      move cs-value to out-asn
    when 'HOUR'
      move cs-value to out-hour
    when 'REASON'
      move cs-value to out-reason
  end-evaluate

  move cs-addresses to addr-edit
  move function trim(addr-edit) to addr-text
  move cs-rows to rows-edit
  move cs-table to out-table
  move cs-treatment to cl-treatment
  perform write-extract-line
  .

*> a city name may carry the delimiter - quoted as the restatement
*> file quotes it.
quote-city.
  move 'Q' to quote-op
  move spaces to quote-stage-in
  move geo-city to quote-stage-in
  call 'cobmind-quote-field' using quote-op, quote-delim,
      quote-stage-in, quote-stage-out, quote-changed
  move quote-stage-out(1:80) to out-city
  .

write-extract-line.
  move spaces to extract-line
  string function trim(out-table) ','
      function trim(out-date) ','
      function trim(out-country) ','
      function trim(out-region) ','
      function trim(out-city) ','
      function trim(out-asn) ','
      function trim(out-hour) ','
      function trim(out-reason) ','
      function trim(addr-text) ','
      function trim(rows-edit) ','
      function trim(cl-treatment)
      delimited by size into extract-line
  write extract-out-rec from extract-line

  move 'F' to trail-op
  move spaces to trail-fold
  move extract-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  .

write-history-rows.
  move spaces to hist-status
  open input hist-in
  if hist-status not = '00'
    display 'history file unreadable, HISTORY table left out: '
        function trim(history-file)
    exit paragraph
  end-if

  perform until hist-status = '10'
    read hist-in
      at end move '10' to hist-status
      not at end perform consider-history-row
    end-read
  end-perform
  close hist-in
  .

consider-history-row.
  move spaces to split-date split-epoch split-dim split-value
      split-count
  unstring hist-in-rec delimited by ','
      into split-date split-epoch split-dim split-value split-count
  end-unstring

  if split-date is not numeric
  or split-date < from-arg or split-date > to-arg
  or function trim(split-count) is not numeric
    exit paragraph
  end-if

  if split-dim not = 'country' and split-dim not = 'asn'
    exit paragraph
  end-if

  add 1 to hist-read
  move function numval(split-count) to hist-rows

  move split-dim to gate-dim-want
  move split-value to gate-value-want
  perform find-gate

  if hist-rows < k-min or gate-hit not = 'Y'
    add 1 to st-suppressed(5)
    exit paragraph
  end-if

  add 1 to hist-released
  add 1 to st-exact(5)

  move spaces to out-date out-country out-region out-city out-asn
      out-hour out-reason addr-text
  move split-date to out-date
  if split-dim = 'country'
    move split-value to out-country
  else
    move split-value to out-asn
  end-if
  move hist-rows to rows-edit
  move 'HISTORY' to out-table
  move 'EXACT' to cl-treatment
  perform write-extract-line
  .

find-gate.
  move 'N' to gate-hit
  perform varying gate-ix from 1 by 1
      until gate-ix > gate-count or gate-hit = 'Y'
    if gate-dim(gate-ix) = gate-dim-want
    and gate-value(gate-ix) = gate-value-want
      move 'Y' to gate-hit
    end-if
  end-perform
  .

*>*********************************************************************
*> the disclosure-control report privacy signs off, sealed like the
*> restatement certificate.
*>*********************************************************************

write-disclosure.
  move function current-date to current-ts

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if
  accept run-id from environment "COBMIND_RUN_ID"

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, disc-file,
      disc-inflight, disc-commit-ok

  open output disc-out
  if disc-status not = '00'
    display 'failed to open disclosure report: '
        function trim(disc-file)
    move 'Y' to publish-failed
    exit paragraph
  end-if

  move spaces to seal-prev

  move spaces to disc-line
  string 'COBMIND RESEARCH EXTRACT DISCLOSURE CONTROL '
      current-ts(1:8) '-' current-ts(9:6)
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  string 'run:         ' function trim(run-id)
      delimited by size into disc-line
  perform write-disc-line

  move k-min to k-edit
  move spaces to disc-line
  string 'k:           ' function trim(k-edit)
      ' distinct addresses a cell'
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  string 'range:       ' from-arg ' - ' to-arg
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  string 'results:     ' function trim(gens-file)
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  if use-history = 'Y'
    string 'history:     ' function trim(history-file)
        ' (' hist-read ' row(s) in range)'
        delimited by size into disc-line
  else
    move 'history:     not used' to disc-line
  end-if
  perform write-disc-line

  move spaces to disc-line
  string 'extract:     ' function trim(extract-file)
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  string '             ' function trim(extract-trailer)
      delimited by size into disc-line
  perform write-disc-line

  move 'generation,date,source_run,rows' to disc-line
  perform write-disc-line

  perform varying gen-ix from 1 by 1 until gen-ix > gen-count
    move spaces to disc-line
    string function trim(gt-path(gen-ix)) ','
        gt-date(gen-ix) ','
        function trim(gt-run(gen-ix)) ','
        gt-rows(gen-ix)
        delimited by size into disc-line
    perform write-disc-line
  end-perform

  move spaces to disc-line
  string 'totals:      generations=' gen-count ' rows=' total-rows
      ' skipped=' gens-skipped
      delimited by size into disc-line
  perform write-disc-line

  move 'table,cells_exact,cells_generalised,cells_suppressed,'
      & 'addresses_suppressed' to disc-line
  perform write-disc-line

  perform varying stat-ix from 1 by 1 until stat-ix > 5
    move spaces to disc-line
    if stat-ix = 5
      string function trim(st-table(stat-ix)) ','
          st-exact(stat-ix) ','
          st-general(stat-ix) ','
          st-suppressed(stat-ix) ',n/a'
          delimited by size into disc-line
    else
      string function trim(st-table(stat-ix)) ','
          st-exact(stat-ix) ','
          st-general(stat-ix) ','
          st-suppressed(stat-ix) ','
          st-supp-addr(stat-ix)
          delimited by size into disc-line
    end-if
    perform write-disc-line
  end-perform

  move 'coarsened:' to disc-line
  perform write-disc-line

  move spaces to disc-line
  string '  city   -> region  ' city-coarsened ' cell(s), '
      city-rolled-addr ' address(es)'
      delimited by size into disc-line
  perform write-disc-line

  move spaces to disc-line
  string '  region -> country ' region-coarsened ' cell(s), '
      region-rolled-addr ' address(es)'
      delimited by size into disc-line
  perform write-disc-line

  move '  asn, hour, reason: not coarsened - small cells suppressed'
      to disc-line
  perform write-disc-line

  move '  history: row counts only - released at k rows and only'
      & ' where the value cleared k addresses' to disc-line
  perform write-disc-line

  if gate-overflow = 'Y'
    move '  note: over 3000 countries/asns cleared k - the history'
        & ' rows past them were suppressed' to disc-line
    perform write-disc-line
  end-if

  move spaces to disc-line
  string 'prepared by: ' function trim(operator-name)
      delimited by size into disc-line
  perform write-disc-line

  move 'approved (privacy): ______________________  date: __________'
      to disc-line
  perform write-disc-line

  move spaces to disc-line
  string 'seal:        ' seal-prev
      delimited by size into disc-line
  write disc-out-rec from disc-line

  close disc-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, disc-file,
      disc-inflight, disc-commit-ok
  if disc-commit-ok not = 'Y'
    move 'Y' to publish-failed
  end-if
  .

write-disc-line.
  write disc-out-rec from disc-line

  move spaces to disc-fold
  move disc-line to disc-fold
  call 'cobmind-chain-hash' using seal-prev, disc-fold, seal-next
  move seal-next to seal-prev
  .

       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-asn-footprint.

*>*********************************************************************
*> "how much of the internet does AS X hold in our database, and where
*> is it": walks the whole tree the way "--dump" does (mmdb2-dump into
*> a work file) and groups every network by its
*> autonomous_system_number. for each ASN -
*>
*>   organization      autonomous_system_organization, first seen
*>   prefixes          networks carrying the ASN, IPv4 and IPv6
*>   IPv4 space        sum of 2^(32-prefix)
*>   IPv6 space        sum of /48-equivalents (mmdb2-net-space)
*>   countries         every country.iso_code those networks resolve
*>                     to, with its prefix count
*>
*>   PARM='<database> <report-out> <csv-out> [<asn>]'
*>
*> report-out is the fixed-width print-report listing, one block per
*> ASN, largest IPv4 holder first; with an <asn> given only that ASN
*> is reported and its networks are listed one per line under it.
*> csv-out is the sidecar for the network team -
*>
*>   asn,organization,prefixes,ipv4_addresses,ipv6_48s,countries
*>
*> with the provenance header and control-total trailer every
*> generated file carries. networks with no ASN in their record are
*> counted in the summary and otherwise left out.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select dump-in
    assign dynamic dump-file
    organization line sequential
    file status is dump-status.

  select asn-sort assign 'cobmind_asnsort.tmp'.
  select holder-sort assign 'cobmind_holdsort.tmp'.

  select holder-raw
    assign dynamic holder-raw-file
    organization line sequential
    file status is holder-raw-status.

  select csv-out
    assign dynamic csv-inflight
    organization line sequential
    file status is csv-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd dump-in.
01 dump-in-rec pic x(8192).

sd asn-sort.
01 asn-sort-rec.
   05 as-number       pic 9(10).
   05 as-network      pic x(50).
   05 as-org          pic x(64).
   05 as-country      pic x(8).
   05 as-family       pic 9(1).
   05 as-v4-space     pic 9(18).
   05 as-v6-space     pic 9(14)v9(6).

*> one summary line per ASN, re-sorted for the ranked listing. the
*> per-network detail (single-ASN runs only) rides along behind it
*> as type 'N' lines keyed to the same ASN.
sd holder-sort.
01 holder-sort-rec.
   05 hs-v4-space     pic 9(18).
   05 hs-number       pic 9(10).
   05 hs-type         pic x(1).
   05 hs-seq          pic 9(10).
   05 hs-body         pic x(300).

fd holder-raw.
01 holder-raw-rec pic x(339).

fd csv-out.
01 csv-out-rec pic x(512).

fd report-out.
01 report-out-rec pic x(132).

working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-meta.cpy'.

01 db-path          pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 csv-file         pic x(128) value spaces.
01 asn-filter-raw   pic x(12) value spaces.
01 asn-filter       pic 9(10) value 0.
01 asn-filter-on    pic x(1) value 'N'.
01 asn-filter-text  pic x(12) value spaces.

01 database-handle  pic x(4).
01 metafile-exists-rec pic x(1).
   88 metafile-exists value 'Y', false 'N'.

01 dump-file        pic x(128) value spaces.
01 dump-ckpt-file   pic x(160) value spaces.
01 dump-progress-file pic x(160) value spaces.
01 dump-status      pic xx value spaces.
01 holder-raw-file  pic x(140) value spaces.
01 holder-raw-status pic xx value spaces.

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

*> the ASN being totalled in the sort output procedure.
01 cur-number       pic 9(10) value 0.
01 cur-open         pic x(1) value 'N'.
01 cur-org          pic x(64) value spaces.
01 cur-prefixes     pic 9(10) value 0.
01 cur-v4-prefixes  pic 9(10) value 0.
01 cur-v6-prefixes  pic 9(10) value 0.
01 cur-v4-space     pic 9(18) value 0.
01 cur-v6-space     pic 9(14)v9(6) value 0.
01 cur-detail-seq   pic 9(10) value 0.

*> the distinct countries of the current ASN and their prefix counts.
01 country-table.
   05 country-entry occurs 64 times.
      10 country-code  pic x(8).
      10 country-nets  pic 9(7).
01 country-total    pic 9(3) value 0.
01 country-ix       pic 9(3) value 0.
01 country-hit      pic 9(3) value 0.
01 country-list     pic x(256) value spaces.
01 country-csv      pic x(256) value spaces.
01 country-nets-edit pic z(6)9.

01 sort-eof-rec     pic x(1) value 'N'.
   88 sort-eof      value 'Y', false 'N'.

01 csv-inflight     pic x(140) value spaces.
01 report-inflight  pic x(140) value spaces.
01 csv-status       pic xx value spaces.
01 report-status    pic xx value spaces.
01 commit-op        pic x(1) value 'B'.
01 csv-commit-ok    pic x(1) value 'Y'.
01 report-commit-ok pic x(1) value 'Y'.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.
01 trail-op         pic x(1) value 'R'.
01 trail-fold       pic x(8192) value spaces.
01 trail-reason     pic x(2) value 'OK'.
01 trailer-line     pic x(256) value spaces.

01 quote-op         pic x(1) value 'Q'.
01 quote-delim      pic x(1) value ','.
01 quote-in         pic x(8192) value spaces.
01 quote-out        pic x(8192) value spaces.
01 quote-changed    pic x(1) value 'N'.

01 csv-line         pic x(512) value spaces.
01 out-line         pic x(132) value spaces.

01 networks-walked  pic 9(10) value 0.
01 networks-no-asn  pic 9(10) value 0.
01 asn-count        pic 9(10) value 0.
01 total-v4-space   pic 9(18) value 0.
01 total-v6-space   pic 9(14)v9(6) value 0.

01 run-date-num     pic 9(8) value 0.
01 run-date-text    pic x(10) value spaces.
01 build-epoch-days pic 9(10) value 0.
01 build-date-num   pic 9(8) value 0.
01 build-date-text  pic x(10) value spaces.
01 page-number      pic 9(5) value 0.
01 line-on-page     pic 9(3) value 0.
01 lines-per-page   pic 9(3) value 55.

01 number-edit      pic z(9)9.
01 asn-label        pic x(12) value spaces.
01 prefixes-edit    pic z(9)9.
01 v4-edit          pic z(17)9.
01 v6-edit          pic z(13)9.9(4).
01 v4-text          pic x(20) value spaces.
01 v6-text          pic x(20) value spaces.

*> sandbox runs watermark every page header as TEST.
01 sandbox-env      pic x(8) value spaces.
01 test-watermark   pic x(14) value spaces.

*>*********************************************************************

procedure division.
  accept db-path from argument-value
  accept report-file from argument-value
  accept csv-file from argument-value
  accept asn-filter-raw from argument-value

  if db-path = spaces or report-file = spaces or csv-file = spaces
    display 'usage: mmdb2-asn-footprint <database> <report-out>'
        ' <csv-out> [<asn>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if asn-filter-raw not = spaces
    *> "AS20712" and "20712" both name the same ASN.
    if function upper-case(asn-filter-raw(1:2)) = 'AS'
      move asn-filter-raw(3:) to asn-filter-text
      move asn-filter-text to asn-filter-raw
    end-if

    if function trim(asn-filter-raw) is not numeric
      display 'asn must be numeric: ' function trim(asn-filter-raw)
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if

    move function numval(asn-filter-raw) to asn-filter
    move 'Y' to asn-filter-on
  end-if

  call 'mmdb2-open' using db-path, database-handle

  if return-code not = mmdb2-rc-ok
    display 'could not open database: ' function trim(db-path)
    goback
  end-if

  call 'cobmind-meta-exists' using db-path, metafile-exists-rec

  if metafile-exists
    call 'mmdb2-read-meta-cache' using db-path, mmdb2-meta-rec
  else
    display 'extracting meta data...'
    call 'mmdb2-extract-meta' using db-path, mmdb2-meta-rec
  end-if

  move spaces to dump-file
  string function trim(csv-file) '_asndump' delimited by size
      into dump-file
  move spaces to dump-ckpt-file
  string function trim(dump-file) '_ckpt' delimited by size
      into dump-ckpt-file
  move spaces to dump-progress-file
  string function trim(dump-file) '_progress' delimited by size
      into dump-progress-file
  move spaces to holder-raw-file
  string function trim(csv-file) '_holders' delimited by size
      into holder-raw-file

  display 'asn footprint: walking ' function trim(db-path) '...'

  call 'mmdb2-dump' using database-handle, mmdb2-meta-rec, dump-file,
      db-path

  if return-code not = mmdb2-rc-ok
    display 'tree walk failed - no footprint written'
    call 'mmdb2-close' using database-handle
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  call 'mmdb2-close' using database-handle

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok

  open output csv-out

  if csv-status not = '00'
    display 'failed to open csv output: ' function trim(csv-file)
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  open output holder-raw

  if holder-raw-status not = '00'
    display 'failed to open holder work file: '
        function trim(holder-raw-file)
    close csv-out
    call 'CBL_DELETE_FILE' using csv-inflight
    call 'CBL_DELETE_FILE' using dump-file
    call 'CBL_DELETE_FILE' using dump-ckpt-file
    call 'CBL_DELETE_FILE' using dump-progress-file
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  sort asn-sort
      ascending key as-number as-network
      input procedure is load-dump-rows
      output procedure is total-each-asn

  move 'W' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
  write csv-out-rec from trailer-line

  close csv-out
  close holder-raw

  call 'CBL_DELETE_FILE' using dump-file
  call 'CBL_DELETE_FILE' using dump-ckpt-file
  call 'CBL_DELETE_FILE' using dump-progress-file

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, csv-file,
      csv-inflight, csv-commit-ok

  perform write-footprint-report

  call 'CBL_DELETE_FILE' using holder-raw-file

  display 'asn footprint: ' networks-walked ' network(s), '
      asn-count ' ASN(s), ' networks-no-asn ' without an ASN'
  display 'csv written to: ' function trim(csv-file)
  display 'report written to: ' function trim(report-file)

  if csv-commit-ok not = 'Y' or report-commit-ok not = 'Y'
    display 'asn footprint finished but could not publish its outputs'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move mmdb2-rc-ok to return-code
  goback.

*>*********************************************************************
*> sort input: every dumped network with its ASN, organization,
*> country and address space.
*>*********************************************************************

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

  add 1 to networks-walked

  move spaces to row-network
  move dump-in-rec(1:comma-pos) to row-network
  move spaces to row-record
  move dump-in-rec(comma-pos + 2:) to row-record

  move 'ASN' to field-path
  perform pick-record-field

  if field-found not = 'Y' or function trim(field-value) = spaces
  or function trim(field-value) is not numeric
    add 1 to networks-no-asn
    exit paragraph
  end-if

  move spaces to asn-sort-rec
  move function numval(field-value) to as-number

  if asn-filter-on = 'Y' and as-number not = asn-filter
    exit paragraph
  end-if

  move row-network to as-network

  move 'ASORG' to field-path
  perform pick-record-field
  move field-value to as-org

  move 'CTRY' to field-path
  perform pick-record-field
  move field-value to as-country

  call 'mmdb2-net-space' using row-network, net-family, net-prefix,
      net-v4-space, net-v6-space
  move net-family to as-family
  move net-v4-space to as-v4-space
  move net-v6-space to as-v6-space

  release asn-sort-rec
  .

pick-record-field.
  move spaces to field-value
  call 'mmdb2-get-field' using row-record, field-path, field-value,
      field-found
  .

*>*********************************************************************
*> sort output: one ASN at a time - its csv row, and its summary line
*> (plus network detail for a single-ASN run) for the ranked report.
*>*********************************************************************

total-each-asn.
  *> reset here, after the dump has folded its own file through the
  *> same totals.
  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  move 'W' to class-op
  move 'mmdb2-asn-footprint' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'asn,organization,prefixes,ipv4_addresses,ipv6_48s,countries'
      to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using db-path, mmdb2-meta-build-epoch,
      db-path, provenance-line
  write csv-out-rec from provenance-line

  move 'asn,organization,prefixes,ipv4_addresses,ipv6_48s,countries'
      to csv-out-rec
  write csv-out-rec

  move 'N' to cur-open
  set sort-eof to false

  perform until sort-eof
    return asn-sort
      at end set sort-eof to true
      not at end perform total-one-network
    end-return
  end-perform

  if cur-open = 'Y'
    perform close-asn
  end-if
  .

total-one-network.
  if cur-open = 'N' or as-number not = cur-number
    if cur-open = 'Y'
      perform close-asn
    end-if

    move 'Y' to cur-open
    move as-number to cur-number
    move spaces to cur-org
    move 0 to cur-prefixes cur-v4-prefixes cur-v6-prefixes
    move 0 to cur-v4-space cur-v6-space cur-detail-seq
    move 0 to country-total
  end-if

  if cur-org = spaces
    move as-org to cur-org
  end-if

  add 1 to cur-prefixes

  if as-family = 6
    add 1 to cur-v6-prefixes
    add as-v6-space to cur-v6-space
  else
    add 1 to cur-v4-prefixes
    add as-v4-space to cur-v4-space
  end-if

  perform tally-country

  if asn-filter-on = 'Y'
    perform keep-network-detail
  end-if
  .

tally-country.
  move 0 to country-hit

  perform varying country-ix from 1 by 1
      until country-ix > country-total or country-hit > 0
    if country-code(country-ix) = as-country
      move country-ix to country-hit
    end-if
  end-perform

  if country-hit = 0
    if country-total >= 64
      exit paragraph
    end-if

    add 1 to country-total
    move country-total to country-hit
    move as-country to country-code(country-hit)
    move 0 to country-nets(country-hit)
  end-if

  add 1 to country-nets(country-hit)
  .

keep-network-detail.
  add 1 to cur-detail-seq

  move spaces to holder-sort-rec
  move 0 to hs-v4-space
  move as-number to hs-number
  move 'N' to hs-type
  move cur-detail-seq to hs-seq

  move spaces to out-line
  if as-family = 6
    move as-v6-space to v6-edit
    string '        ' as-network '  '
        as-country(1:8) '  IPV6 /48S ' v6-edit
        delimited by size into out-line
  else
    move as-v4-space to v4-edit
    string '        ' as-network '  '
        as-country(1:8) '  IPV4 ' v4-edit
        delimited by size into out-line
  end-if
  move out-line to hs-body

  write holder-raw-rec from holder-sort-rec
  .

close-asn.
  add 1 to asn-count
  add cur-v4-space to total-v4-space
  add cur-v6-space to total-v6-space

  move spaces to country-list country-csv

  perform varying country-ix from 1 by 1
      until country-ix > country-total
    move country-nets(country-ix) to country-nets-edit

    if country-code(country-ix) = spaces
      string function trim(country-list) ' --('
          function trim(country-nets-edit) ')'
          delimited by size into country-list
      string function trim(country-csv) ' --'
          delimited by size into country-csv
    else
      string function trim(country-list) ' '
          function trim(country-code(country-ix)) '('
          function trim(country-nets-edit) ')'
          delimited by size into country-list
      string function trim(country-csv) ' '
          function trim(country-code(country-ix))
          delimited by size into country-csv
    end-if
  end-perform

  move function trim(country-list) to country-list
  move function trim(country-csv) to country-csv

  move cur-number to number-edit
  move cur-prefixes to prefixes-edit
  move cur-v4-space to v4-edit
  move cur-v6-space to v6-edit
  move function trim(v4-edit) to v4-text
  move function trim(v6-edit) to v6-text

  move 'Q' to quote-op
  move spaces to quote-in
  move cur-org to quote-in
  call 'cobmind-quote-field' using quote-op, quote-delim, quote-in,
      quote-out, quote-changed

  move spaces to csv-line
  string function trim(number-edit) ','
      function trim(quote-out) ','
      function trim(prefixes-edit) ','
      function trim(v4-text) ','
      function trim(v6-text) ','
      function trim(country-csv)
      delimited by size into csv-line
  write csv-out-rec from csv-line

  move 'F' to trail-op
  move spaces to trail-fold
  move csv-line to trail-fold
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line

  *> the report's summary line for this ASN: the block header, then
  *> the country line.
  move spaces to holder-sort-rec
  move cur-v4-space to hs-v4-space
  move cur-number to hs-number
  move 'A' to hs-type
  move 0 to hs-seq

  move spaces to asn-label
  string 'AS' function trim(number-edit) delimited by size
      into asn-label

  move spaces to out-line
  string asn-label cur-org(1:40) '  PREFIXES ' prefixes-edit
      '  IPV4 ' v4-edit '  IPV6 /48S ' v6-edit
      delimited by size into out-line
  move out-line to hs-body
  write holder-raw-rec from holder-sort-rec

  move 'B' to hs-type
  move spaces to out-line
  string '        COUNTRIES: ' country-list
      delimited by size into out-line
  move out-line to hs-body
  write holder-raw-rec from holder-sort-rec

  if asn-filter-on = 'Y'
    move 0 to hs-v4-space
    move 'M' to hs-type
    move spaces to hs-body
    move '        NETWORKS:' to hs-body
    write holder-raw-rec from holder-sort-rec
  end-if
  .

*>*********************************************************************
*> the fixed-width listing: largest IPv4 holder first, ASN order
*> within a tie; a single-ASN run lists its networks under the block.
*>*********************************************************************

write-footprint-report.
  move function current-date(1:8) to run-date-num
  move spaces to run-date-text
  string run-date-num(1:4) '-' run-date-num(5:2) '-'
      run-date-num(7:2) delimited by size into run-date-text

  compute build-epoch-days = mmdb2-meta-build-epoch / 86400
  compute build-date-num = function date-of-integer(
      function integer-of-date(19700101) + build-epoch-days)
  move spaces to build-date-text
  string build-date-num(1:4) '-' build-date-num(5:2) '-'
      build-date-num(7:2) delimited by size into build-date-text

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

  move 0 to page-number
  perform print-page-header

  *> a single-ASN run's detail lines carry a zero v4 key, so they are
  *> re-keyed onto their ASN's block by the ASN/type/seq keys - with
  *> one ASN in the file there is only the one block to follow.
  if asn-filter-on = 'Y'
    sort holder-sort
        ascending key hs-number hs-type hs-seq
        using holder-raw
        output procedure is print-holder-lines
  else
    sort holder-sort
        descending key hs-v4-space
        ascending key hs-number hs-type hs-seq
        using holder-raw
        output procedure is print-holder-lines
  end-if

  move spaces to out-line
  write report-out-rec from out-line

  move total-v4-space to v4-edit
  move total-v6-space to v6-edit
  move spaces to out-line
  string 'ASNS: ' asn-count '   NETWORKS WALKED: ' networks-walked
      '   WITHOUT ASN: ' networks-no-asn
      delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string 'TOTAL IPV4 ADDRESSES: ' function trim(v4-edit)
      '   TOTAL IPV6 /48S: ' function trim(v6-edit)
      delimited by size into out-line
  write report-out-rec from out-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
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
    'COBMIND ASN FOOTPRINT REPORT'
    '   RUN DATE: ' run-date-text
    '   DB BUILD: ' build-date-text
    '   PAGE ' page-number
    test-watermark
    delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  string 'DATABASE: ' function trim(db-path)
      delimited by size into out-line
  write report-out-rec from out-line

  move spaces to out-line
  write report-out-rec from out-line
  .

print-holder-lines.
  set sort-eof to false

  perform until sort-eof
    return holder-sort
      at end set sort-eof to true
      not at end perform print-one-holder-line
    end-return
  end-perform
  .

print-one-holder-line.
  *> keep an ASN's header and country line together on one page.
  if (hs-type = 'A' and line-on-page >= lines-per-page - 2)
  or line-on-page >= lines-per-page
    perform print-page-header
  end-if

  if hs-type = 'A' and line-on-page > 0
    move spaces to out-line
    write report-out-rec from out-line
    add 1 to line-on-page
  end-if

  move hs-body(1:132) to out-line
  write report-out-rec from out-line
  add 1 to line-on-page
  .

*> the database's build_epoch so a printed page is self-describing
*> without also handing out the raw "_results" csv this shop already
*> writes for the batch mode.
*>
*> "--burst" (with the territory control file on disk) also splits
*> the report by territory for the regional offices: each territory
*> gets its own section file, <report-file>.<territory> (UNASSIGNED
*> for rows no territory claims), with its own page headers, its own
*> page and line numbering, and a territory totals page by reason -
*> so mmdb2-distribute can route each section to its region's share
*> by name. a control page, <report-file>.CONTROL, lists every
*> section's rows and pages and shows the burst rows adding back to
*> the unburst report; counts that fail to tie end the step
*> mmdb2-rc-out-of-balance. every report row is burst - each is
*> written to a work file beside the report as it prints, and the
*> sections are cut from a SORT of it on territory and input order,
*> so the grouping buffer's size does not limit the sections. the
*> unburst report is written as ever.
*>*********************************************************************

environment division.
    organization line sequential
    file status is report-status.

  select burst-out
    assign dynamic burst-inflight
    organization line sequential
    file status is burst-status.

  select burst-work
    assign dynamic burst-work-file
    organization line sequential
    file status is burst-work-status.

  select burst-sort assign "PRTBURST".

data division.
file section.

fd report-out.
01 report-out-rec pic x(132).

fd burst-out.
01 burst-out-rec pic x(132).

fd burst-work.
01 burst-work-rec.
   05 bwrk-terr     pic x(24).
   05 bwrk-seq      pic 9(10).
   05 bwrk-text     pic x(120).

sd burst-sort.
01 burst-sort-rec.
   05 bsrt-terr     pic x(24).
   05 bsrt-seq      pic 9(10).
   05 bsrt-text     pic x(120).

working-storage section.

copy 'mmdb2-retcode.cpy'.
   88 overflow-warned value 'Y', false 'N'.
01 row-tail           pic x(120) value spaces.

*> the page heading, shared by the report and its burst sections.
01 report-title       pic x(33)
    value 'COBMIND DAILY DISTRIBUTION REPORT'.
01 column-heading     pic x(87) value
    'LINE   IP ADDRESS       REASON       NETWORK'
    & '                                PFX  RECORD'.

*> "--burst": one section file per territory, then the control page.
01 burst-on-rec       pic x(1) value 'N'.
   88 burst-on        value 'Y', false 'N'.
01 burst-file         pic x(128) value spaces.
01 burst-inflight     pic x(140) value spaces.
01 burst-status       pic xx value spaces.
01 burst-commit-ok    pic x(1) value 'Y'.
01 burst-suffix       pic x(24) value spaces.
01 burst-page         pic 9(5) value 0.
01 burst-line         pic 9(10) value 0.
01 burst-on-page      pic 9(3) value 0.
01 burst-reason       pic x(12) value spaces.
01 burst-ok           pic 9(10) value 0.
01 burst-nf           pic 9(10) value 0.
01 burst-rs           pic 9(10) value 0.
01 burst-ea           pic 9(10) value 0.
01 burst-er           pic 9(10) value 0.
01 burst-total        pic 9(10) value 0.
01 burst-failed-rec   pic x(1) value 'N'.
   88 burst-failed    value 'Y', false 'N'.
01 burst-work-file    pic x(140) value spaces.
01 burst-work-status  pic xx value spaces.
01 burst-seq          pic 9(10) value 0.
01 burst-sort-eof-rec pic x(1) value 'N'.
   88 burst-sort-eof  value 'Y', false 'N'.
01 section-open-rec   pic x(1) value 'N'.
   88 section-open    value 'Y', false 'N'.
01 section-table.
   05 section-entry occurs 100 times.
      10 sec-terr     pic x(24).
      10 sec-file     pic x(128).
      10 sec-rows     pic 9(10).
      10 sec-pages    pic 9(5).
01 section-count      pic 9(3) value 0.
01 section-ix         pic 9(3) value 0.

*> CBL_READ_FILE writes the actual byte count back through its length
*> argument - a literal used there is shared storage across every call
*> site using that same literal value, so pass named items, not
01 report-file   pic x(128).
01 explain-flag  pic x(1).
01 lang-filter   pic x(8).
copy 'mmdb2-options.cpy'.

*>*********************************************************************

procedure division using file-handle, mmdb2-meta-rec, batch-file,
    report-file, explain-flag, lang-filter, cobmind-options.

  move function current-date(1:8) to run-date-num
  move run-date-num to fmt-date-num
    set territories-on to true
  end-if

  if opt-report-burst = 'Y'
    if territories-on
      set burst-on to true
    else
      display 'no territory file (' function trim(territory-file)
          ') - report not burst'
    end-if
  end-if

  open input batch-in

  if batch-status not = '00'
    goback
  end-if

  if burst-on
    move spaces to burst-work-file
    string function trim(report-file) '_burstwork'
        delimited by size into burst-work-file
    open output burst-work

    if burst-work-status not = '00'
      display 'failed to open burst work file: '
          function trim(burst-work-file)
      close batch-in report-out
      move mmdb2-rc-io-error to return-code
      goback
    end-if
  end-if

  perform until batch-status = '10'
    read batch-in
      at end move '10' to batch-status

  close batch-in

  if burst-on
    close burst-work
    sort burst-sort
        ascending key bsrt-terr bsrt-seq
        using burst-work
        output procedure is burst-sections
    call 'CBL_DELETE_FILE' using burst-work-file
  end-if

  if territories-on
    perform print-territory-groups
  end-if
      ' (' page-number ' page(s))'

  move mmdb2-rc-ok to return-code

  if burst-on
    perform write-burst-control
  end-if
exit program.

*>*********************************************************************

  move spaces to out-line
  string
    report-title
    '   RUN DATE: ' run-date-text
    '   DB BUILD: ' build-date-text
    '   PAGE ' page-number
    write report-out-rec from out-line
  end-if

  move column-heading to out-line
  write report-out-rec from out-line

  move spaces to out-line
    move '-' to territory-name
  end-if

  if burst-on
    add 1 to burst-seq
    move territory-name to bwrk-terr
    move burst-seq to bwrk-seq
    move row-tail to bwrk-text
    write burst-work-rec
  end-if

  if row-total >= 5000
    if not overflow-warned
      display 'report buffer full - remaining rows print UNGROUPED'
    end-if
  end-perform
  .

*>*********************************************************************
*> "--burst": the sort's output procedure - every report row in
*> territory order, input order within it. each change of territory
*> closes one section file and opens the next, with its own page
*> headers, numbering and totals page.
*>*********************************************************************

burst-sections.
  set burst-sort-eof to false
  set section-open to false
  move spaces to current-terr

  perform until burst-sort-eof
    return burst-sort
      at end set burst-sort-eof to true
      not at end perform burst-one-row
    end-return
  end-perform

  if section-open
    perform close-burst-section
  end-if
  .

burst-one-row.
  if not section-open or bsrt-terr not = current-terr
    if section-open
      perform close-burst-section
    end-if
    move bsrt-terr to current-terr
    perform open-burst-section
  end-if

  *> a section that could not be opened leaves its rows unburst;
  *> the control page will not tie.
  if burst-status not = '00'
    exit paragraph
  end-if

  if burst-on-page >= lines-per-page
    perform print-burst-header
  end-if
  perform write-burst-line
  .

open-burst-section.
  set section-open to true

  move current-terr to burst-suffix
  if burst-suffix = '-'
    move 'UNASSIGNED' to burst-suffix
  end-if
  inspect burst-suffix replacing all '/' by '_' all '*' by '_'
  inspect burst-suffix(1:function length(function trim(burst-suffix)))
      replacing all ' ' by '_'

  move spaces to burst-file
  string function trim(report-file) '.' function trim(burst-suffix)
      delimited by size into burst-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, burst-file,
      burst-inflight, burst-commit-ok

  move 0 to burst-page burst-line burst-ok burst-nf burst-rs burst-ea
      burst-er
  move lines-per-page to burst-on-page

  open output burst-out
  if burst-status not = '00'
    display 'failed to open burst section: ' function trim(burst-file)
    set burst-failed to true
  end-if
  .

close-burst-section.
  set section-open to false

  if burst-status not = '00'
    exit paragraph
  end-if

  perform print-burst-totals

  close burst-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, burst-file,
      burst-inflight, burst-commit-ok
  if burst-commit-ok not = 'Y'
    display 'burst section could not be published to '
        function trim(burst-file)
    set burst-failed to true
  end-if

  if section-count < 100
    add 1 to section-count
    move current-terr to sec-terr(section-count)
    move burst-file to sec-file(section-count)
    move burst-line to sec-rows(section-count)
    move burst-page to sec-pages(section-count)
  else
    display 'over 100 territories - ' function trim(current-terr)
        ' left off the control page'
    set burst-failed to true
  end-if
  add burst-line to burst-total
  .

print-burst-header.
  add 1 to burst-page
  move 0 to burst-on-page

  if burst-page > 1
    move spaces to out-line
    write burst-out-rec from out-line
    move '1' to burst-out-rec
    write burst-out-rec after advancing page
  end-if

  move spaces to out-line
  string
    report-title
    '   RUN DATE: ' run-date-text
    '   DB BUILD: ' build-date-text
    '   PAGE ' burst-page
    test-watermark
    delimited by size into out-line
  write burst-out-rec from out-line

  move spaces to out-line
  string 'TERRITORY: ' function trim(current-terr)
      delimited by size into out-line
  write burst-out-rec from out-line

  move column-heading to out-line
  write burst-out-rec from out-line

  move spaces to out-line
  write burst-out-rec from out-line
  .

write-burst-line.
  add 1 to burst-line
  add 1 to burst-on-page

  move bsrt-text(19:12) to burst-reason
  evaluate burst-reason
    when 'OK'          add 1 to burst-ok
    when 'NOT_FOUND'   add 1 to burst-nf
    when 'RESERVED'    add 1 to burst-rs
    when 'EMPTY_ALIAS' add 1 to burst-ea
    when other         add 1 to burst-er
  end-evaluate

  move spaces to out-line
  string
    burst-line '  ' bsrt-text
    delimited by size into out-line
  write burst-out-rec from out-line
  .

print-burst-totals.
  move lines-per-page to burst-on-page
  perform print-burst-header

  move spaces to out-line
  string 'TERRITORY TOTALS: ' function trim(current-terr)
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  write burst-out-rec from out-line

  move spaces to out-line
  string '  ROWS PRINTED      ' burst-line
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '    OK              ' burst-ok
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '    NOT_FOUND       ' burst-nf
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '    RESERVED        ' burst-rs
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '    EMPTY_ALIAS     ' burst-ea
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '    ERROR           ' burst-er
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string '  PAGES             ' burst-page
      ' (this totals page included)'
      delimited by size into out-line
  write burst-out-rec from out-line
  .

*>*********************************************************************
*> the control page: every section, and the burst rows adding back
*> to the unburst report.
*>*********************************************************************

write-burst-control.
  move spaces to burst-file
  string function trim(report-file) '.CONTROL'
      delimited by size into burst-file

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, burst-file,
      burst-inflight, burst-commit-ok

  open output burst-out
  if burst-status not = '00'
    display 'failed to open burst control page: '
        function trim(burst-file)
    move mmdb2-rc-io-error to return-code
    exit paragraph
  end-if

  move spaces to out-line
  string
    report-title
    '   RUN DATE: ' run-date-text
    '   DB BUILD: ' build-date-text
    '   BURST CONTROL'
    test-watermark
    delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  write burst-out-rec from out-line

  move spaces to out-line
  string 'TERRITORY                       ROWS  PAGES  SECTION FILE'
      delimited by size into out-line
  write burst-out-rec from out-line

  perform varying section-ix from 1 by 1
      until section-ix > section-count
    move spaces to out-line
    string sec-terr(section-ix) ' ' sec-rows(section-ix) '  '
        sec-pages(section-ix) '  ' function trim(sec-file(section-ix))
        delimited by size into out-line
    write burst-out-rec from out-line
  end-perform

  move spaces to out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string 'BURST ROWS               ' burst-total
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  string 'UNBURST REPORT ROWS      ' report-line-count
      delimited by size into out-line
  write burst-out-rec from out-line
  move spaces to out-line
  write burst-out-rec from out-line

  move spaces to out-line
  if burst-total = report-line-count and not burst-failed
    move 'BURST BALANCED - sections add back to the unburst report'
        to out-line
  else
    move '*** OUT OF BALANCE - sections do not add back to the'
        & ' unburst report ***' to out-line
  end-if
  write burst-out-rec from out-line

  close burst-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, burst-file,
      burst-inflight, burst-commit-ok

  display 'burst: ' section-count ' territory section(s), '
      burst-total ' row(s); control page ' function trim(burst-file)

  if burst-total not = report-line-count or burst-failed
    display 'burst sections do not add back to the unburst report'
    move mmdb2-rc-out-of-balance to return-code
  else
    if burst-commit-ok not = 'Y'
      display 'burst control page could not be published'
      move mmdb2-rc-io-error to return-code
    end-if
  end-if
  .

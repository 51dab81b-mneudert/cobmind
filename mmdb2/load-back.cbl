       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-load-back.

*>*********************************************************************
*> load-back reconciliation for the fixed-layout output: proves the
*> records we shipped to the DB2 load job actually landed, instead of
*> assuming it. reads the load utility's own summary and its discard
*> file after the load step and ties them back to the shipped file's
*> TRAILER.
*>
*>   PARM='<shipped-file> <fixed-map> <load-summary> <discard-file>
*>         <report-out> [LS|FB|FBE]'
*>
*> shipped-file is the fixed-layout results file the load read
*> (mmdb2-batch-lookup --fixed-map), fixed-map the same field-mapping
*> control file it was written with - the ip and reason columns are
*> located through it. the last argument is how the shipped and
*> discard files are held: LS line sequential (the default), FB
*> 512-byte fixed-block, FBE fixed-block in EBCDIC (--recfm fb
*> --codepage ebcdic) - translated back here before comparing.
*>
*> the load summary is the utility's message output, read for the
*> figures either flavour prints ("Number of rows read = n", "TOTAL
*> NUMBER OF RECORDS LOADED = n", ...):
*>
*>   read       ROWS READ / RECORDS READ
*>   skipped    ROWS SKIPPED
*>   loaded     ROWS LOADED / RECORDS LOADED
*>   rejected   ROWS REJECTED / RECORDS REJECTED
*>   discarded  ROWS DELETED / ROWS DISCARDED / RECORDS DISCARDED
*>
*> and for the per-row messages that say which input record a failure
*> was on (ROW "F0-n" or RECORD (n), n the record's position in the
*> shipped file) - the message id reported against a row is the
*> message that preceded the row reference. a discard-file of "-"
*> means the load kept none.
*>
*> the ties, each OK or BREAK on the report:
*>
*>   1  the shipped file is intact - its data rows against its own
*>      TRAILER rows=
*>   2  the load read what we shipped - rows read against the trailer
*>      rows (or the trailer rows plus the file's control records,
*>      where the load card's WHEN clause drops them)
*>   3  the load's own arithmetic - read = loaded + rejected + skipped
*>   4  every shipped row is accounted for - trailer rows = rows
*>      landed (loaded less discarded) + rows not landed (discard
*>      records plus rows rejected by message only)
*>   5  every discard record traces back to a shipped row
*>
*> every row that did not land is listed with its source ip, its
*> record position, the load message and the record's own reason
*> column, and fed to the standing suspense file (reason LD) so
*> mmdb2-suspense-retry re-drives it next run instead of it
*> disappearing. a tie that doesn't hold raises a LOAD-IMBALANCE
*> notify event and ends the step mmdb2-rc-out-of-balance.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select map-in
    assign dynamic map-file
    organization line sequential
    file status is map-status.

  select summary-in
    assign dynamic summary-file
    organization line sequential
    file status is summary-status.

  select ship-ls
    assign dynamic ship-file
    organization line sequential
    file status is ship-status.

  select ship-fb
    assign dynamic ship-file
    organization sequential
    file status is ship-status.

  select discard-ls
    assign dynamic discard-file
    organization line sequential
    file status is discard-status.

  select discard-fb
    assign dynamic discard-file
    organization sequential
    file status is discard-status.

  select report-out
    assign dynamic report-inflight
    organization line sequential
    file status is report-status.

data division.
file section.

fd map-in.
01 map-in-rec pic x(80).

fd summary-in.
01 summary-in-rec pic x(256).

fd ship-ls.
01 ship-ls-rec pic x(512).

fd ship-fb.
01 ship-fb-rec pic x(512).

fd discard-ls.
01 discard-ls-rec pic x(512).

fd discard-fb.
01 discard-fb-rec pic x(512).

fd report-out.
01 report-out-rec pic x(160).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 ship-file        pic x(128) value spaces.
01 map-file         pic x(128) value spaces.
01 summary-file     pic x(128) value spaces.
01 discard-file     pic x(128) value spaces.
01 report-file      pic x(128) value spaces.
01 format-arg       pic x(8) value spaces.

01 map-status       pic xx value spaces.
01 summary-status   pic xx value spaces.
01 ship-status      pic xx value spaces.
01 discard-status   pic xx value spaces.
01 report-status    pic xx value spaces.
01 report-inflight  pic x(140) value spaces.
01 commit-op        pic x(1) value 'B'.
01 report-commit-ok pic x(1) value 'Y'.

01 fb-format-rec    pic x(1) value 'N'.
   88 fb-format     value 'Y', false 'N'.
01 ebcdic-format-rec pic x(1) value 'N'.
   88 ebcdic-format value 'Y', false 'N'.
01 no-discard-rec   pic x(1) value 'N'.
   88 no-discard    value 'Y', false 'N'.

*> EBCDIC back to ASCII for the FBE files: the CP037 images of ASCII
*> 32 through 126 (cobmind-to-ebcdic's table) and, built at start,
*> the ASCII characters they stand for.
01 ebcdic-map pic x(95) value x'405A7F7B5B6C507D4D5D5C4E6B604B61F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D79818283848586878889919293949596979899A2A3A4A5A6A7A8A9C04FD0A1'.
01 ascii-map        pic x(95) value spaces.
01 char-ix          pic 9(4) value 0.

*> the mapped columns.
01 ip-start         pic 9(3) value 0.
01 ip-len           pic 9(3) value 0.
01 reason-start     pic 9(3) value 0.
01 reason-len       pic 9(3) value 0.
01 split-field      pic x(32) value spaces.
01 split-start      pic x(8) value spaces.
01 split-len        pic x(8) value spaces.

*> the load utility's figures.
01 sum-line         pic x(256) value spaces.
01 sum-hits         pic 9(3) value 0.
01 load-read        pic 9(12) value 0.
01 load-skipped     pic 9(12) value 0.
01 load-loaded      pic 9(12) value 0.
01 load-rejected    pic 9(12) value 0.
01 load-discarded   pic 9(12) value 0.
01 read-seen        pic x(1) value 'N'.
01 loaded-seen      pic x(1) value 'N'.
01 figure-value     pic 9(12) value 0.
01 figure-found     pic x(1) value 'N'.
01 scan-ix          pic 9(4) value 0.
01 eq-pos           pic 9(4) value 0.
01 pending-msg      pic x(10) value spaces.
01 row-ref          pic 9(10) value 0.
01 row-ref-found    pic x(1) value 'N'.

*> per-row messages from the summary.
01 msg-table.
   05 msg-entry occurs 2000 times.
      10 msg-row      pic 9(10).
      10 msg-id       pic x(10).
      10 msg-ip       pic x(45).
      10 msg-traced   pic x(1).
01 msg-count        pic 9(4) value 0.
01 msg-ix           pic 9(4) value 0.
01 msgs-dropped     pic 9(6) value 0.

*> the discard file, held for tracing back.
01 dsc-table.
   05 dsc-entry occurs 2000 times.
      10 dsc-rec      pic x(512).
      10 dsc-ip       pic x(45).
      10 dsc-reason   pic x(16).
      10 dsc-row      pic 9(10).
      10 dsc-msg      pic x(10).
01 dsc-count        pic 9(4) value 0.
01 dsc-ix           pic 9(4) value 0.
01 dsc-pending      pic 9(4) value 0.
01 discard-records  pic 9(12) value 0.
01 discard-control  pic 9(12) value 0.
01 discard-data     pic 9(12) value 0.
01 discard-untraced pic 9(12) value 0.
01 discards-dropped pic 9(6) value 0.

*> the shipped file.
01 work-rec         pic x(512) value spaces.
01 ship-records     pic 9(12) value 0.
01 ship-data-rows   pic 9(12) value 0.
01 ship-control     pic 9(12) value 0.
01 trailer-rows     pic 9(12) value 0.
01 trailer-seen-rec pic x(1) value 'N'.
   88 trailer-seen  value 'Y', false 'N'.
01 trailer-text     pic x(256) value spaces.
01 trailer-field    pic x(32) value spaces.
01 row-ip           pic x(45) value spaces.

*> rows that did not land.
01 msg-only-rows    pic 9(12) value 0.
01 not-landed       pic 9(12) value 0.
01 net-landed       pic s9(12) value 0.
01 susp-op          pic x(1) value 'A'.
01 susp-reason      pic x(2) value 'LD'.
01 susp-fed         pic 9(6) value 0.

*> ties.
01 tie-breaks       pic 9(2) value 0.
01 tie-left         pic s9(12) value 0.
01 tie-right        pic s9(12) value 0.
01 tie-label        pic x(58) value spaces.
01 tie-left-edit    pic -(12)9.
01 tie-right-edit   pic -(12)9.
01 count-edit       pic z(11)9.
01 row-edit         pic z(9)9.
01 figure-edits.
   05 edit-1         pic z(11)9.
   05 edit-2         pic z(11)9.
   05 edit-3         pic z(11)9.
   05 edit-4         pic z(11)9.
   05 edit-5         pic z(11)9.

01 current-ts       pic x(21) value spaces.
01 operator-name    pic x(32) value spaces.
01 report-line      pic x(160) value spaces.

01 notify-subject   pic x(128) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-dir-blank  pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept ship-file from argument-value
  accept map-file from argument-value
  accept summary-file from argument-value
  accept discard-file from argument-value
  accept report-file from argument-value
  accept format-arg from argument-value

  move function upper-case(function trim(format-arg)) to format-arg

  if ship-file = spaces or map-file = spaces or summary-file = spaces
  or discard-file = spaces or report-file = spaces
  or (format-arg not = spaces and format-arg not = 'LS'
      and format-arg not = 'FB' and format-arg not = 'FBE')
    display 'usage: mmdb2-load-back <shipped-file> <fixed-map>'
        ' <load-summary> <discard-file|-> <report-out> [LS|FB|FBE]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if format-arg = 'FB' or format-arg = 'FBE'
    set fb-format to true
  end-if
  if format-arg = 'FBE'
    set ebcdic-format to true
    perform build-ascii-map
  end-if
  if function trim(discard-file) = '-'
    set no-discard to true
  end-if

  perform load-field-map
  if ip-start = 0
    display 'fixed map ' function trim(map-file)
        ' has no ip column - nothing to trace discards back by'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  perform read-load-summary
  if summary-status = '99'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  if not no-discard
    perform read-discard-file
    if discard-status = '99'
      move mmdb2-rc-io-error to return-code
      goback
    end-if
  end-if

  perform read-shipped-file
  if ship-status = '99'
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform settle-not-landed
  perform write-load-back-report

  if tie-breaks > 0
    move spaces to notify-text
    string tie-breaks ' load-back tie(s) do not hold - read '
        load-read ' loaded ' load-loaded ' rejected ' load-rejected
        delimited by size into notify-text
    move 'LOAD-IMBALANCE' to notify-event
    move ship-file to notify-subject
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  end-if

  move ship-file to audit-subject
  move spaces to audit-tag
  if tie-breaks > 0
    move 'LOAD-BACK=BREAK' to audit-tag
  else
    move 'LOAD-BACK=BALANCED' to audit-tag
  end-if
  call 'cobmind-audit-log' using audit-subject, audit-tag, 'OK',
      audit-dir-blank

  move trailer-rows to count-edit
  display 'load-back ' function trim(ship-file) ': shipped '
      function trim(count-edit) ' row(s)'
  display 'read: ' load-read '  loaded: ' load-loaded
      '  rejected: ' load-rejected '  discarded: ' load-discarded
  display 'not landed: ' not-landed '  to suspense: ' susp-fed
  display 'report: ' function trim(report-file)

  evaluate true
    when report-commit-ok not = 'Y'
      display 'load-back incomplete - the report could not be '
          'published'
      move mmdb2-rc-io-error to return-code
    when tie-breaks > 0
      display 'OUT OF BALANCE: ' tie-breaks ' tie(s) do not hold - '
          'see the load-back report'
      move mmdb2-rc-out-of-balance to return-code
    when other
      move mmdb2-rc-ok to return-code
  end-evaluate
  goback.

*>*********************************************************************

build-ascii-map.
  perform varying char-ix from 1 by 1 until char-ix > 95
    move function char(char-ix + 32) to ascii-map(char-ix:1)
  end-perform
  .

*>*********************************************************************
*> the ip and reason columns, from the same control file the writer
*> (and the load card's field specifications) use.
*>*********************************************************************

load-field-map.
  move spaces to map-status
  open input map-in

  if map-status not = '00'
    exit paragraph
  end-if

  perform until map-status = '10'
    read map-in
      at end move '10' to map-status
      not at end perform check-map-line
    end-read
  end-perform

  close map-in
  .

check-map-line.
  if function trim(map-in-rec) = spaces
  or map-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to split-field split-start split-len
  unstring map-in-rec delimited by ','
      into split-field, split-start, split-len

  if function trim(split-start) is not numeric
  or function trim(split-len) is not numeric
    exit paragraph
  end-if

  evaluate function trim(split-field)
    when 'ip'
      move function numval(split-start) to ip-start
      move function numval(split-len) to ip-len
      if ip-len > 45
        move 45 to ip-len
      end-if
      if ip-start = 0 or ip-len = 0 or ip-start + ip-len - 1 > 512
        move 0 to ip-start
      end-if
    when 'reason'
      move function numval(split-start) to reason-start
      move function numval(split-len) to reason-len
      if reason-len > 16
        move 16 to reason-len
      end-if
      if reason-start = 0 or reason-len = 0
      or reason-start + reason-len - 1 > 512
        move 0 to reason-start
      end-if
  end-evaluate
  .

*>*********************************************************************
*> the load utility's summary - its figures and per-row messages.
*>*********************************************************************

read-load-summary.
  move spaces to summary-status
  open input summary-in

  if summary-status not = '00'
    display 'failed to open load summary: ' function trim(summary-file)
    move '99' to summary-status
    exit paragraph
  end-if

  perform until summary-status = '10'
    read summary-in
      at end move '10' to summary-status
      not at end perform examine-summary-line
    end-read
  end-perform

  close summary-in
  .

examine-summary-line.
  move function upper-case(summary-in-rec) to sum-line

  if sum-line = spaces
    exit paragraph
  end-if

  *> a message line opens with its id (SQLnnnnx, DSNUnnnnx) - the id
  *> is what a following row reference is reported against.
  if sum-line(1:3) = 'SQL' or sum-line(1:4) = 'DSNU'
    if sum-line(1:8) not = 'SQL3185W'
      move spaces to pending-msg
      unstring sum-line delimited by all space into pending-msg
    end-if
  end-if

  perform find-row-reference
  if row-ref-found = 'Y'
    perform note-row-message
    exit paragraph
  end-if

  perform find-figure-value
  if figure-found not = 'Y'
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for all 'ROWS READ'
      sum-hits for all 'RECORDS READ'
  if sum-hits > 0
    move figure-value to load-read
    move 'Y' to read-seen
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for all 'ROWS SKIPPED'
  if sum-hits > 0
    move figure-value to load-skipped
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for all 'ROWS LOADED'
      sum-hits for all 'RECORDS LOADED'
  if sum-hits > 0
    move figure-value to load-loaded
    move 'Y' to loaded-seen
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for all 'ROWS REJECTED'
      sum-hits for all 'RECORDS REJECTED'
  if sum-hits > 0
    move figure-value to load-rejected
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for all 'ROWS DELETED'
      sum-hits for all 'ROWS DISCARDED'
      sum-hits for all 'RECORDS DISCARDED'
  if sum-hits > 0
    move figure-value to load-discarded
  end-if
  .

*> the number after the line's last "=" - digits only, grouping
*> commas skipped, anything after the number ignored.
find-figure-value.
  move 'N' to figure-found
  move 0 to figure-value eq-pos

  perform varying scan-ix from 256 by -1
      until scan-ix < 1 or eq-pos > 0
    if sum-line(scan-ix:1) = '='
      move scan-ix to eq-pos
    end-if
  end-perform

  if eq-pos = 0
    exit paragraph
  end-if

  compute scan-ix = eq-pos + 1
  perform until scan-ix > 256 or sum-line(scan-ix:1) not = space
    add 1 to scan-ix
  end-perform

  perform until scan-ix > 256
    evaluate true
      when sum-line(scan-ix:1) is numeric
        compute figure-value = figure-value * 10
            + function numval(sum-line(scan-ix:1))
        move 'Y' to figure-found
      when sum-line(scan-ix:1) = ','
        continue
      when other
        move 257 to scan-ix
    end-evaluate
    add 1 to scan-ix
  end-perform
  .

*> ROW "F0-n" (the input file is F0) or RECORD (n).
find-row-reference.
  move 'N' to row-ref-found
  move 0 to row-ref eq-pos

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for characters
      before initial 'ROW "F'
  if sum-hits < 256
    compute scan-ix = sum-hits + 7
    perform until scan-ix > 256 or sum-line(scan-ix:1) = '-'
      add 1 to scan-ix
    end-perform
    add 1 to scan-ix
    perform collect-row-number
    exit paragraph
  end-if

  move 0 to sum-hits
  inspect sum-line tallying sum-hits for characters
      before initial 'RECORD ('
  if sum-hits < 256
    compute scan-ix = sum-hits + 9
    perform collect-row-number
  end-if
  .

collect-row-number.
  perform until scan-ix > 256 or sum-line(scan-ix:1) is not numeric
    compute row-ref = row-ref * 10
        + function numval(sum-line(scan-ix:1))
    move 'Y' to row-ref-found
    add 1 to scan-ix
  end-perform
  .

note-row-message.
  if msg-count >= 2000
    add 1 to msgs-dropped
    exit paragraph
  end-if

  add 1 to msg-count
  move row-ref to msg-row(msg-count)
  if pending-msg = spaces
    move 'UNKNOWN' to msg-id(msg-count)
  else
    move pending-msg to msg-id(msg-count)
  end-if
  move spaces to msg-ip(msg-count)
  move 'N' to msg-traced(msg-count)
  move spaces to pending-msg
  .

*>*********************************************************************
*> the discard file - held until the shipped file is read so each
*> record can be traced to the row it came from.
*>*********************************************************************

read-discard-file.
  move spaces to discard-status

  if fb-format
    open input discard-fb
  else
    open input discard-ls
  end-if

  *> a load that discarded nothing may not have written the file.
  if discard-status = '35'
    exit paragraph
  end-if

  if discard-status not = '00'
    display 'failed to open discard file: ' function trim(discard-file)
    move '99' to discard-status
    exit paragraph
  end-if

  perform until discard-status = '10'
    if fb-format
      read discard-fb into work-rec
        at end move '10' to discard-status
        not at end perform hold-discard-record
      end-read
    else
      read discard-ls into work-rec
        at end move '10' to discard-status
        not at end perform hold-discard-record
      end-read
    end-if
  end-perform

  if fb-format
    close discard-fb
  else
    close discard-ls
  end-if
  .

hold-discard-record.
  if ebcdic-format
    inspect work-rec converting ebcdic-map to ascii-map
  end-if

  add 1 to discard-records

  *> provenance and trailer lines the load card dropped are not rows.
  if work-rec(1:1) = '#' or work-rec(1:8) = 'TRAILER,'
    add 1 to discard-control
    exit paragraph
  end-if

  add 1 to discard-data

  if dsc-count >= 2000
    add 1 to discards-dropped
    exit paragraph
  end-if

  add 1 to dsc-count
  move work-rec to dsc-rec(dsc-count)
  move work-rec(ip-start:ip-len) to dsc-ip(dsc-count)
  move spaces to dsc-reason(dsc-count)
  if reason-start > 0
    move work-rec(reason-start:reason-len) to dsc-reason(dsc-count)
  end-if
  move 0 to dsc-row(dsc-count)
  move spaces to dsc-msg(dsc-count)
  add 1 to dsc-pending
  .

*>*********************************************************************
*> the shipped file - its own count and TRAILER, and the source of
*> every row a message or a discard record points back to.
*>*********************************************************************

read-shipped-file.
  move spaces to ship-status

  if fb-format
    open input ship-fb
  else
    open input ship-ls
  end-if

  if ship-status not = '00'
    display 'failed to open shipped file: ' function trim(ship-file)
    move '99' to ship-status
    exit paragraph
  end-if

  perform until ship-status = '10'
    if fb-format
      read ship-fb into work-rec
        at end move '10' to ship-status
        not at end perform examine-shipped-record
      end-read
    else
      read ship-ls into work-rec
        at end move '10' to ship-status
        not at end perform examine-shipped-record
      end-read
    end-if
  end-perform

  if fb-format
    close ship-fb
  else
    close ship-ls
  end-if
  .

examine-shipped-record.
  if ebcdic-format
    inspect work-rec converting ebcdic-map to ascii-map
  end-if

  add 1 to ship-records

  if work-rec(1:8) = 'TRAILER,'
    add 1 to ship-control
    set trailer-seen to true
    move work-rec(1:256) to trailer-text
    perform parse-trailer-rows
    exit paragraph
  end-if

  if work-rec(1:1) = '#'
    add 1 to ship-control
    exit paragraph
  end-if

  add 1 to ship-data-rows
  move work-rec(ip-start:ip-len) to row-ip

  perform varying msg-ix from 1 by 1 until msg-ix > msg-count
    if msg-row(msg-ix) = ship-records
      move row-ip to msg-ip(msg-ix)
    end-if
  end-perform

  if dsc-pending > 0
    perform varying dsc-ix from 1 by 1 until dsc-ix > dsc-count
      if dsc-row(dsc-ix) = 0
      and dsc-ip(dsc-ix) = row-ip
      and dsc-rec(dsc-ix) = work-rec
        move ship-records to dsc-row(dsc-ix)
        subtract 1 from dsc-pending
        move dsc-count to dsc-ix
      end-if
    end-perform
  end-if
  .

parse-trailer-rows.
  move spaces to trailer-field
  unstring trailer-text delimited by ','
      into trailer-field, trailer-field
  if trailer-field(1:5) = 'rows='
  and function trim(trailer-field(6:)) is numeric
    move function numval(trailer-field(6:)) to trailer-rows
  end-if
  .

*>*********************************************************************
*> each discard record picks up the message reported against its row;
*> a message whose row is in no discard record was a rejected row the
*> load kept no copy of - not landed all the same. every one of them
*> goes to suspense.
*>*********************************************************************

settle-not-landed.
  move 'A' to susp-op

  perform varying dsc-ix from 1 by 1 until dsc-ix > dsc-count
    if dsc-row(dsc-ix) = 0
      add 1 to discard-untraced
    else
      perform varying msg-ix from 1 by 1 until msg-ix > msg-count
        if msg-row(msg-ix) = dsc-row(dsc-ix)
          move msg-id(msg-ix) to dsc-msg(dsc-ix)
          move 'Y' to msg-traced(msg-ix)
        end-if
      end-perform
    end-if
    if dsc-msg(dsc-ix) = spaces
      move 'DISCARDED' to dsc-msg(dsc-ix)
    end-if

    if dsc-ip(dsc-ix) not = spaces
      call 'mmdb2-suspense' using susp-op, dsc-ip(dsc-ix),
          susp-reason
      add 1 to susp-fed
    end-if
  end-perform

  *> discard records beyond the held table can't be traced.
  add discards-dropped to discard-untraced

  perform varying msg-ix from 1 by 1 until msg-ix > msg-count
    if msg-traced(msg-ix) = 'N' and msg-ip(msg-ix) not = spaces
      add 1 to msg-only-rows
      call 'mmdb2-suspense' using susp-op, msg-ip(msg-ix),
          susp-reason
      add 1 to susp-fed
    end-if
  end-perform

  if susp-fed > 0
    move 'W' to susp-op
    call 'mmdb2-suspense' using susp-op, row-ip, susp-reason
  end-if

  compute not-landed = discard-data + msg-only-rows
  compute net-landed = load-loaded - load-discarded
  .

*>*********************************************************************
*> the report: the three sources' figures, the ties, and every row
*> that did not land.
*>*********************************************************************

write-load-back-report.
  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if
  move function current-date to current-ts

  move 'B' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok

  open output report-out
  if report-status not = '00'
    display 'failed to open load-back report: '
        function trim(report-file)
    move 'N' to report-commit-ok
    exit paragraph
  end-if

  move 'COBMIND DB2 LOAD-BACK RECONCILIATION - FIXED-LAYOUT OUTPUT'
      to report-line
  perform put-report-line
  move spaces to report-line
  string 'run ' current-ts(1:8) ' ' current-ts(9:6) ' by '
      function trim(operator-name) delimited by size into report-line
  perform put-report-line
  move spaces to report-line
  perform put-report-line

  move spaces to report-line
  string 'shipped file:  ' function trim(ship-file)
      delimited by size into report-line
  perform put-report-line
  move spaces to report-line
  string 'load summary:  ' function trim(summary-file)
      delimited by size into report-line
  perform put-report-line
  move spaces to report-line
  string 'discard file:  ' function trim(discard-file)
      delimited by size into report-line
  perform put-report-line
  move spaces to report-line
  perform put-report-line

  move spaces to report-line
  if trailer-seen
    string 'shipped trailer:  ' function trim(trailer-text)
        delimited by size into report-line
  else
    move 'shipped trailer:  NONE - the shipped file is incomplete'
        to report-line
  end-if
  perform put-report-line

  move ship-data-rows to edit-1
  move ship-control to edit-2
  move spaces to report-line
  string 'shipped records:  data ' function trim(edit-1)
      ', control ' function trim(edit-2)
      delimited by size into report-line
  perform put-report-line

  move load-read to edit-1
  move load-skipped to edit-2
  move load-loaded to edit-3
  move load-rejected to edit-4
  move load-discarded to edit-5
  move spaces to report-line
  string 'load figures:     read ' function trim(edit-1)
      ', skipped ' function trim(edit-2)
      ', loaded ' function trim(edit-3)
      ', rejected ' function trim(edit-4)
      ', discarded ' function trim(edit-5)
      delimited by size into report-line
  perform put-report-line
  if read-seen not = 'Y' or loaded-seen not = 'Y'
    move spaces to report-line
    string '                  (summary carries no rows read/loaded '
        'figure - the load did not complete)'
        delimited by size into report-line
    perform put-report-line
  end-if

  move discard-records to edit-1
  move discard-control to edit-2
  move discard-untraced to edit-3
  move spaces to report-line
  string 'discard records:  ' function trim(edit-1)
      ' (control ' function trim(edit-2)
      ', untraced ' function trim(edit-3) ')'
      delimited by size into report-line
  perform put-report-line
  if msgs-dropped > 0 or discards-dropped > 0
    move spaces to report-line
    string '                  ' msgs-dropped ' message(s) and '
        discards-dropped ' discard record(s) beyond the traceable '
        'limit' delimited by size into report-line
    perform put-report-line
  end-if
  move spaces to report-line
  perform put-report-line

  move 'TIES' to report-line
  perform put-report-line

  if not trailer-seen
    move 0 to tie-left
    move 1 to tie-right
  else
    move ship-data-rows to tie-left
    move trailer-rows to tie-right
  end-if
  move '1 shipped data rows = shipped TRAILER rows=' to tie-label
  perform put-tie-line

  move load-read to tie-left
  move trailer-rows to tie-right
  if load-read = trailer-rows + ship-control
    add ship-control to tie-right
  end-if
  if read-seen not = 'Y'
    move -1 to tie-left
  end-if
  move '2 rows read = shipped rows (+ control records dropped)'
      to tie-label
  perform put-tie-line

  move load-read to tie-left
  compute tie-right = load-loaded + load-rejected + load-skipped
  move '3 rows read = loaded + rejected + skipped' to tie-label
  perform put-tie-line

  move trailer-rows to tie-left
  compute tie-right = net-landed + not-landed
  move '4 shipped rows = landed (loaded - discarded) + not landed'
      to tie-label
  perform put-tie-line

  move 0 to tie-left
  move discard-untraced to tie-right
  move '5 discard records not traced to a shipped row = 0'
      to tie-label
  perform put-tie-line

  move spaces to report-line
  perform put-report-line
  move not-landed to count-edit
  move spaces to report-line
  string 'ROWS NOT LANDED: ' function trim(count-edit)
      ' (all fed to suspense, reason LD)'
      delimited by size into report-line
  perform put-report-line
  move 'ip,source_row,load_message,record_reason' to report-line
  perform put-report-line

  perform varying dsc-ix from 1 by 1 until dsc-ix > dsc-count
    move dsc-row(dsc-ix) to row-edit
    move spaces to report-line
    if dsc-row(dsc-ix) = 0
      string function trim(dsc-ip(dsc-ix)) ',UNTRACED,'
          function trim(dsc-msg(dsc-ix)) ','
          function trim(dsc-reason(dsc-ix))
          delimited by size into report-line
    else
      string function trim(dsc-ip(dsc-ix)) ','
          function trim(row-edit) ','
          function trim(dsc-msg(dsc-ix)) ','
          function trim(dsc-reason(dsc-ix))
          delimited by size into report-line
    end-if
    perform put-report-line
  end-perform

  perform varying msg-ix from 1 by 1 until msg-ix > msg-count
    if msg-traced(msg-ix) = 'N' and msg-ip(msg-ix) not = spaces
      move msg-row(msg-ix) to row-edit
      move spaces to report-line
      string function trim(msg-ip(msg-ix)) ','
          function trim(row-edit) ','
          function trim(msg-id(msg-ix)) ',REJECTED-NOT-KEPT'
          delimited by size into report-line
      perform put-report-line
    end-if
  end-perform

  move spaces to report-line
  perform put-report-line
  move spaces to report-line
  if tie-breaks > 0
    string 'RESULT: OUT OF BALANCE - ' tie-breaks ' tie(s) broken'
        delimited by size into report-line
  else
    move 'RESULT: BALANCED' to report-line
  end-if
  perform put-report-line

  close report-out

  move 'C' to commit-op
  call 'cobmind-commit-file' using commit-op, report-file,
      report-inflight, report-commit-ok
  .

put-tie-line.
  move tie-left to tie-left-edit
  move tie-right to tie-right-edit
  move spaces to report-line
  if tie-left = tie-right
    string '  OK     ' tie-label '  ' function trim(tie-left-edit)
        ' = ' function trim(tie-right-edit)
        delimited by size into report-line
  else
    add 1 to tie-breaks
    string '  BREAK  ' tie-label '  ' function trim(tie-left-edit)
        ' <> ' function trim(tie-right-edit)
        delimited by size into report-line
  end-if
  perform put-report-line
  .

put-report-line.
  write report-out-rec from report-line
  .

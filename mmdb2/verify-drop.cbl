       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-verify-drop.

*>*********************************************************************
*> the first gate a vendor drop meets: is this the file the vendor
*> published? mmdb2-watch and the GEOREFR gates prove a drop is a
*> well-formed database; a truncated or altered download that still
*> parses would pass them all. this compares the drop's SHA-256
*> with the vendor's published checksum file
*> (mmdb2-drop-checksum). two modes, selected by the first PARM
*> word:
*>
*>   VERIFY <drop-file> [<checksum-file>]
*>     the checksum file defaults to "<drop-file>.sha256". a drop
*>     the file lists with a different checksum ends the step
*>     mmdb2-rc-checksum-mismatch, one it does not list at all
*>     mmdb2-rc-checksum-unlisted - the job routes either to
*>     mmdb2-quarantine and no later step sees the file. every
*>     verification, passed or not, is one row of the drop
*>     checksum ledger ("COBMIND_DROP_SUMS", ./cobmind.dropsums):
*>
*>       <YYYYMMDD-HHMMSS>,<VERIFIED|MISMATCH|UNLISTED>,<sha256>,
*>           <drop-file>,<checksum-file>
*>
*>     (one line, wrapped here). mmdb2-promote looks the promoted
*>     release up there and carries its verified checksum into the
*>     release history registry.
*>
*>   REVERIFY <archive-file>
*>     an archived release, years on: its checksum is recomputed and
*>     compared with the one the release history registry
*>     ("COBMIND_HISTORY") recorded when it was promoted - 0 when
*>     they agree, mmdb2-rc-checksum-mismatch when they do not,
*>     mmdb2-rc-checksum-unlisted when the registry recorded none.
*>
*> both modes write an audit line (DROP-CHECKSUM=/REVERIFY=) and a
*> failure raises a critical DROP-CHECKSUM notify event.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select sums-out
    assign dynamic sums-file
    organization line sequential
    file status is sums-status.

  select history-in
    assign dynamic history-file
    organization line sequential
    file status is history-status.

data division.
file section.

fd sums-out.
01 sums-out-rec pic x(400).

fd history-in.
01 history-in-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 mode-arg         pic x(12) value spaces.
01 drop-file        pic x(128) value spaces.
01 sum-file         pic x(128) value spaces.

01 sums-file        pic x(128) value spaces.
01 sums-status      pic xx value spaces.
01 history-file     pic x(128) value spaces.
01 history-status   pic xx value spaces.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

01 checksum-op      pic x(1) value 'V'.
01 drop-sha         pic x(64) value spaces.
01 listed-sha       pic x(64) value spaces.
01 checksum-outcome pic x(1) value space.
01 outcome-word     pic x(10) value spaces.
01 verify-rc        pic 9(2) value 0.

01 hist-alias       pic x(32) value spaces.
01 hist-date        pic x(8) value spaces.
01 hist-path        pic x(160) value spaces.
01 hist-sha         pic x(64) value spaces.
01 hist-source      pic x(10) value spaces.
01 recorded-sha     pic x(64) value spaces.
01 recorded-date    pic x(8) value spaces.
01 recorded-source  pic x(10) value spaces.

01 current-ts       pic x(21) value spaces.
01 out-line         pic x(400) value spaces.
01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-rc         pic x(2) value spaces.
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

*>*********************************************************************

procedure division.
  accept mode-arg from argument-value
  move mmdb2-rc-bad-argument to verify-rc

  evaluate function upper-case(function trim(mode-arg))
    when 'VERIFY'   perform verify-drop
    when 'REVERIFY' perform reverify-archive
    when other
      display 'usage: mmdb2-verify-drop VERIFY <drop-file>'
          ' [<checksum-file>]'
      display '       mmdb2-verify-drop REVERIFY <archive-file>'
  end-evaluate

  *> the audit and notify calls reset return-code on the way.
  move verify-rc to return-code
  goback.

*>*********************************************************************

verify-drop.
  accept drop-file from argument-value
  accept sum-file from argument-value

  if drop-file = spaces
    display 'VERIFY needs <drop-file> [<checksum-file>]'
    move mmdb2-rc-bad-argument to verify-rc
    exit paragraph
  end-if

  call 'cobmind-file-exists' using drop-file, exists-rec
  if not target-exists
    display 'drop not found: ' function trim(drop-file)
    move mmdb2-rc-db-not-found to verify-rc
    exit paragraph
  end-if

  if sum-file = spaces
    string function trim(drop-file) '.sha256'
        delimited by size into sum-file
  end-if

  move 'V' to checksum-op
  call 'mmdb2-drop-checksum' using checksum-op, drop-file, sum-file,
      drop-sha, listed-sha, checksum-outcome

  evaluate checksum-outcome
    when 'V'
      move 'VERIFIED' to outcome-word
      move 'OK' to audit-rc
      display 'verified: ' function trim(drop-file)
      display 'sha256:   ' drop-sha
      move mmdb2-rc-ok to verify-rc
    when 'M'
      move 'MISMATCH' to outcome-word
      move 'BD' to audit-rc
      display 'CHECKSUM MISMATCH: ' function trim(drop-file)
      display '  computed: ' drop-sha
      display '  vendor:   ' listed-sha ' ('
          function trim(sum-file) ')'
      move 'SHA-256 differs from the vendor checksum file'
          to notify-text
      move mmdb2-rc-checksum-mismatch to verify-rc
    when 'U'
      move 'UNLISTED' to outcome-word
      move 'BD' to audit-rc
      display 'NOT LISTED: no checksum for ' function trim(drop-file)
          ' in ' function trim(sum-file)
      move 'no vendor checksum lists this drop' to notify-text
      move mmdb2-rc-checksum-unlisted to verify-rc
    when other
      display 'checksum could not be computed for '
          function trim(drop-file)
      move mmdb2-rc-io-error to verify-rc
      exit paragraph
  end-evaluate

  perform write-sums-row

  move spaces to audit-tag
  string 'DROP-CHECKSUM=' outcome-word delimited by size
      into audit-tag
  call 'cobmind-audit-log' using drop-file, audit-tag, audit-rc,
      audit-dir-blank

  if checksum-outcome not = 'V'
    move 'DROP-CHECKSUM' to notify-event
    call 'cobmind-notify' using 'C', drop-file, notify-event,
        notify-text
  end-if
  .

write-sums-row.
  move spaces to sums-file
  accept sums-file from environment "COBMIND_DROP_SUMS"
  if sums-file = spaces or low-value
    move './cobmind.dropsums' to sums-file
  end-if

  move function current-date to current-ts

  open extend sums-out
  if sums-status not = '00'
    open output sums-out
  end-if

  if sums-status not = '00'
    display 'failed to open drop checksum ledger: '
        function trim(sums-file)
    exit paragraph
  end-if

  move spaces to out-line
  string current-ts(1:8) '-' current-ts(9:6) ','
      function trim(outcome-word) ','
      drop-sha ','
      function trim(drop-file) ','
      function trim(sum-file)
      delimited by size into out-line
  write sums-out-rec from out-line
  close sums-out
  .

*>*********************************************************************
*> an archived release against the checksum recorded at promotion.
*>*********************************************************************

reverify-archive.
  accept drop-file from argument-value

  if drop-file = spaces
    display 'REVERIFY needs <archive-file>'
    move mmdb2-rc-bad-argument to verify-rc
    exit paragraph
  end-if

  call 'cobmind-file-exists' using drop-file, exists-rec
  if not target-exists
    display 'archive not found: ' function trim(drop-file)
    move mmdb2-rc-db-not-found to verify-rc
    exit paragraph
  end-if

  perform find-recorded-checksum

  if recorded-sha = spaces
    display 'NOT LISTED: the release history registry holds no '
        'checksum for ' function trim(drop-file)
    move 'UNLISTED' to outcome-word
    move 'BD' to audit-rc
    move 'no checksum recorded for this archived release'
        to notify-text
    move mmdb2-rc-checksum-unlisted to verify-rc
  else
    move 'C' to checksum-op
    call 'mmdb2-drop-checksum' using checksum-op, drop-file,
        sum-file, drop-sha, listed-sha, checksum-outcome

    if checksum-outcome not = 'C'
      display 'checksum could not be computed for '
          function trim(drop-file)
      move mmdb2-rc-io-error to verify-rc
      exit paragraph
    end-if

    if drop-sha = recorded-sha
      display 'verified: ' function trim(drop-file)
          ' matches the checksum recorded at promotion on '
          recorded-date ' (' function trim(recorded-source) ')'
      display 'sha256:   ' drop-sha
      move 'OK' to outcome-word
      move 'OK' to audit-rc
      move mmdb2-rc-ok to verify-rc
    else
      display 'CHECKSUM MISMATCH: ' function trim(drop-file)
      display '  computed: ' drop-sha
      display '  recorded: ' recorded-sha ' (promoted '
          recorded-date ')'
      move 'MISMATCH' to outcome-word
      move 'BD' to audit-rc
      move 'archived release no longer matches its recorded SHA-256'
          to notify-text
      move mmdb2-rc-checksum-mismatch to verify-rc
    end-if
  end-if

  move spaces to audit-tag
  string 'REVERIFY=' outcome-word delimited by size into audit-tag
  call 'cobmind-audit-log' using drop-file, audit-tag, audit-rc,
      audit-dir-blank

  if audit-rc not = 'OK'
    move 'DROP-CHECKSUM' to notify-event
    call 'cobmind-notify' using 'C', drop-file, notify-event,
        notify-text
  end-if
  .

*> the newest registry row for this archive path.
find-recorded-checksum.
  move spaces to recorded-sha recorded-date recorded-source

  move spaces to history-file
  accept history-file from environment "COBMIND_HISTORY"
  if history-file = spaces or low-value
    move './cobmind.history' to history-file
  end-if

  call 'cobmind-file-exists' using history-file, exists-rec
  if not target-exists
    exit paragraph
  end-if

  move spaces to history-status
  open input history-in
  if history-status not = '00'
    exit paragraph
  end-if

  perform until history-status = '10'
    read history-in
      at end move '10' to history-status
      not at end perform weigh-history-row
    end-read
  end-perform
  close history-in
  .

weigh-history-row.
  move spaces to hist-alias hist-date hist-path hist-sha hist-source
  unstring history-in-rec delimited by ','
      into hist-alias, hist-date, hist-path, hist-sha, hist-source

  if function trim(hist-path) = function trim(drop-file)
    move hist-sha to recorded-sha
    move hist-date to recorded-date
    move hist-source to recorded-source
  end-if
  .

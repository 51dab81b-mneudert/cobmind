       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-receipt-reconcile.

*>*********************************************************************
*> delivery receipt reconciliation: mmdb2-distribute proves a file
*> was copied and manifested into the recipient's directory - this
*> proves (or disproves) that the recipient picked it up. each
*> recipient's job drops a receipt into the return directory once it
*> has loaded what we sent, named for the recipient the way the
*> manifest is (receipt_<recipient>*, any suffix), one line per file:
*>
*>   # file-name,row-count,load-status
*>   nightly.iplist_results,184220,LOADED
*>
*> the run walks the distribution control file mmdb2-distribute
*> ships from, reads each recipient's manifest for every day a
*> delivery can still be open (manifest_<recipient>.<YYYYMMDD> in
*> the destination directory - once per recipient, destination and
*> day, however many control lines name them) and matches every
*> DELIVERED line to a receipt by file name. the days are today and
*> as many before it as the longest collect= window in the control
*> file reaches, plus one for a delivery whose hours ran out since
*> the last run - a delivery left pending yesterday is settled
*> today, not forgotten. the receipt's time is the receipt file's own date (the
*> mmdb2-stat idiom); a receipt older than the delivery is an earlier
*> night's and never counts. against the hours the recipient agreed
*> to collect within - the control line's "collect=<hours>" column,
*> 24 when none is declared, the first control line naming the
*> recipient and destination setting it:
*>
*>   COLLECTED    receipt in time
*>   LATE         receipt, but after the agreed hours ran out
*>   LOAD-FAILED  receipt, but its load-status is not LOADED - the
*>                recipient took the file and could not load it
*>   UNCOLLECTED  no receipt and the agreed hours have run out
*>   ROWS-DIFFER  the receipt's row count is not the manifest's
*>                rows= (only a trailer-verified delivery carries
*>                one - an unverified delivery's count is not
*>                compared)
*>
*> a delivery still inside its hours with no receipt is pending and
*> only counted. LATE and UNCOLLECTED raise a DIST-UNCOLLECTED
*> notify event, LOAD-FAILED a DIST-LOAD-FAILED event, ROWS-DIFFER
*> a DIST-ROWS-DIFFER event, and every outcome is appended to the
*> receipt log ("COBMIND_RECEIPTS", ./cobmind.receipts when unset)
*> the handover report reads:
*>
*>   <YYYYMMDD-HHMMSS>,<outcome>,<recipient>,<file-name>,<detail>,
*>       delivered=<YYYYMMDD-HHMMSS>
*>
*> the delivered= column keys the delivery: one already settled in
*> the log is not reconciled again, so a rerun (or the next day's
*> window) raises nothing twice. an UNCOLLECTED delivery whose
*> receipt turns up later is settled once more, as LATE.
*>
*>   PARM='<control-file> <return-dir> [<YYYYMMDD>]'
*>
*> a day given reconciles that day's manifests alone. return code
*> mmdb2-rc-reconcile-diff when any row count disagrees or a load
*> failed, mmdb2-rc-delivery-late when any delivery went
*> uncollected (or was collected late), mmdb2-rc-capacity-warn when
*> the log held more open deliveries than could be kept track of.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select control-in
    assign dynamic control-file
    organization line sequential
    file status is control-status.

  select manifest-in
    assign dynamic manifest-file
    organization line sequential
    file status is manifest-status.

  select listing-in
    assign dynamic listing-file
    organization line sequential
    file status is listing-status.

  select receipt-in
    assign dynamic receipt-file
    organization line sequential
    file status is receipt-status.

  select receipt-log
    assign dynamic receipt-log-file
    organization line sequential
    file status is receipt-log-status.

data division.
file section.

fd control-in.
01 control-in-rec pic x(300).

fd manifest-in.
01 manifest-in-rec pic x(256).

fd listing-in.
01 listing-in-rec pic x(160).

fd receipt-in.
01 receipt-in-rec pic x(256).

fd receipt-log.
01 receipt-log-rec pic x(256).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 control-file     pic x(128) value spaces.
01 control-status   pic xx value spaces.
01 return-dir       pic x(128) value spaces.
01 day-raw          pic x(8) value spaces.
01 manifest-day     pic x(8) value spaces.

*> one distribution control line, split (mmdb2-route-outputs'
*> columns, with room for every option column).
01 recipient-name   pic x(16) value spaces.
01 file-pattern     pic x(160) value spaces.
01 dest-dir         pic x(128) value spaces.
01 option-cols.
   05 option-col    occurs 4 times pic x(24).
01 option-ix        pic 9(1) value 0.
01 collect-hours    pic 9(3) value 24.

*> each recipient's manifest is reconciled once per day walked.
01 done-table.
   05 done-manifest occurs 512 times pic x(176).
01 done-count       pic 9(3) value 0.
01 done-ix          pic 9(3) value 0.
01 already-done-rec pic x(1) value 'N'.
   88 already-done  value 'Y', false 'N'.
01 done-full-rec    pic x(1) value 'N'.
   88 done-full     value 'Y', false 'N'.

*> the days walked: the collect window back from the run day.
01 run-day          pic 9(8) value 0.
01 run-day-int      pic 9(8) value 0.
01 back-days        pic 9(3) value 0.
01 day-offset       pic 9(3) value 0.
01 first-day        pic x(8) value spaces.
01 longest-hours    pic 9(3) value 0.

*> deliveries the receipt log already settles, from the window on:
*> recipient, file and delivery time, and whether the outcome was
*> final (anything but UNCOLLECTED, which a late receipt settles).
01 settled-table.
   05 settled-entry occurs 5000 times.
      10 stl-recipient pic x(16).
      10 stl-file      pic x(128).
      10 stl-delivered pic x(15).
      10 stl-final     pic x(1).
01 settled-count    pic 9(4) value 0.
01 settled-ix       pic 9(4) value 0.
01 settled-hit      pic 9(4) value 0.
01 settled-full-rec pic x(1) value 'N'.
   88 settled-full  value 'Y', false 'N'.
01 window-floor     pic x(15) value spaces.
01 delivered-stamp  pic x(15) value spaces.
01 delivered-days   pic 9(8) value 0.
01 delivered-date   pic 9(8) value 0.
01 delivered-rest   pic 9(5) value 0.
01 delivered-left   pic 9(4) value 0.
01 delivered-hh     pic 9(2) value 0.
01 delivered-mi     pic 9(2) value 0.
01 delivered-ss     pic 9(2) value 0.

*> a receipt log line, split.
01 lg-stamp         pic x(15) value spaces.
01 lg-outcome       pic x(12) value spaces.
01 lg-recipient     pic x(16) value spaces.
01 lg-file          pic x(128) value spaces.
01 lg-detail        pic x(96) value spaces.
01 lg-delivered     pic x(32) value spaces.

01 manifest-file    pic x(176) value spaces.
01 manifest-status  pic xx value spaces.
01 exists-rec       pic x(1).
   88 target-exists value 'Y', false 'N'.

*> one DELIVERED manifest line, split.
01 mf-tag           pic x(16) value spaces.
01 mf-path          pic x(160) value spaces.
01 mf-col-3         pic x(24) value spaces.
01 mf-col-4         pic x(24) value spaces.
01 mf-rows          pic 9(10) value 0.
01 mf-rows-rec      pic x(1) value 'N'.
   88 mf-rows-known value 'Y', false 'N'.
01 file-name        pic x(128) value spaces.

01 listing-file     pic x(160) value spaces.
01 listing-status   pic xx value spaces.
01 ls-cmd           pic x(400) value spaces.
01 unsafe-count     pic 9(3) value 0.
01 unsafe-all       pic x(320) value spaces.
01 return-dir-rec   pic x(1) value 'N'.
   88 return-dir-usable value 'Y', false 'N'.

01 receipt-file     pic x(160) value spaces.
01 receipt-status   pic xx value spaces.

*> one receipt line, split.
01 rc-name          pic x(160) value spaces.
01 rc-rows          pic x(12) value spaces.
01 rc-load          pic x(16) value spaces.

*> the receipt that answers the delivery - the earliest one dropped
*> after it.
01 receipt-found-rec pic x(1) value 'N'.
   88 receipt-found value 'Y', false 'N'.
01 best-secs        pic 9(12) value 0.
01 best-rows        pic x(12) value spaces.
01 best-load        pic x(16) value spaces.

*> basename of a path (path-work in, base-work out).
01 path-work        pic x(160) value spaces.
01 base-work        pic x(128) value spaces.
01 base-start       pic 9(3) value 0.
01 scan-ix          pic 9(3) value 0.

*> CBL_CHECK_FILE_EXIST's info block in this runtime: 8-byte size,
*> then day, month, two-byte year, hour, minute, second.
01 check-name       pic x(160) value spaces.
01 check-info.
   05 check-size    pic x(8) comp-x.
   05 check-dd      pic x(1) comp-x.
   05 check-mo      pic x(1) comp-x.
   05 check-yyyy    pic x(2) comp-x.
   05 check-hh      pic x(1) comp-x.
   05 check-mi      pic x(1) comp-x.
   05 check-ss      pic x(1) comp-x.
   05 filler        pic x(17) value low-value.
01 mtime-date       pic 9(8) value 0.
01 mtime-secs       pic 9(12) value 0.

*> times as seconds since the integer-of-date epoch, so a delivery
*> late in the evening and a receipt after midnight compare cleanly.
01 current-ts       pic x(21) value spaces.
01 now-secs         pic 9(12) value 0.
01 manifest-secs    pic 9(12) value 0.
01 delivered-secs   pic 9(12) value 0.
01 deadline-secs    pic 9(12) value 0.
01 taken-hours      pic 9(5) value 0.

*> the figures as the notify text and the receipt log print them.
01 taken-disp       pic z(4)9.
01 collect-disp     pic zz9.
01 rows-disp        pic z(9)9.
01 log-stamp        pic x(15) value spaces.

01 receipt-log-file pic x(128) value spaces.
01 receipt-log-status pic xx value spaces.
01 receipt-log-rec-open pic x(1) value 'N'.
   88 receipt-log-open value 'Y', false 'N'.

01 outcome          pic x(12) value spaces.
01 outcome-detail   pic x(96) value spaces.
01 out-line         pic x(256) value spaces.

01 deliveries-checked pic 9(5) value 0.
01 collected-count  pic 9(5) value 0.
01 late-count       pic 9(5) value 0.
01 uncollected-count pic 9(5) value 0.
01 differ-count     pic 9(5) value 0.
01 pending-count    pic 9(5) value 0.
01 load-failed-count pic 9(5) value 0.
01 settled-skipped  pic 9(5) value 0.

01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.
01 notify-subject   pic x(128) value spaces.

01 audit-dir-blank  pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 reconcile-rc     pic 9(2) value 0.

*>*********************************************************************

procedure division.
  accept control-file from argument-value
  accept return-dir from argument-value
  accept day-raw from argument-value

  if control-file = spaces or return-dir = spaces
  or (day-raw not = spaces and day-raw is not numeric)
    display 'usage: mmdb2-receipt-reconcile <control-file>'
        ' <return-dir> [<YYYYMMDD>]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move function current-date to current-ts
  compute now-secs =
      function integer-of-date(function numval(current-ts(1:8)))
      * 86400
      + function numval(current-ts(9:2)) * 3600
      + function numval(current-ts(11:2)) * 60
      + function numval(current-ts(13:2))
  move spaces to log-stamp
  string current-ts(1:8) '-' current-ts(9:6)
      delimited by size into log-stamp

  if day-raw = spaces
    move function numval(current-ts(1:8)) to run-day
  else
    move function numval(day-raw) to run-day
  end-if
  move function integer-of-date(run-day) to run-day-int

  *> the return directory is interpolated into the receipt listing
  *> command - mmdb2-open's metacharacter refusal.
  move spaces to unsafe-all
  move return-dir to unsafe-all
  perform count-unsafe-chars
  if unsafe-count = 0
    set return-dir-usable to true
  else
    display 'unsafe characters in return directory - no receipt'
        ' can be read: ' function trim(return-dir)
  end-if

  move spaces to listing-file
  string function trim(return-dir) '/.cobmind_receipt_list'
      delimited by size into listing-file

  open input control-in

  if control-status not = '00'
    display 'unable to open distribution control file: '
        function trim(control-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  *> a day given is that day alone; otherwise the window.
  move 0 to back-days
  if day-raw = spaces
    perform find-longest-window
  end-if
  close control-in

  move function date-of-integer(run-day-int - back-days)
      to first-day
  move spaces to window-floor
  string first-day '-000000' delimited by size into window-floor

  perform load-settled-deliveries
  perform open-receipt-log

  perform varying day-offset from 0 by 1 until day-offset > back-days
    move function date-of-integer(run-day-int - back-days
        + day-offset) to manifest-day
    perform reconcile-one-day
  end-perform

  if receipt-log-open
    close receipt-log
  end-if

  display 'receipt reconciliation ' first-day ' to ' manifest-day
      ': ' deliveries-checked ' delivery(s), ' collected-count
      ' collected, ' late-count ' collected late, '
      load-failed-count ' load(s) failed, '
      uncollected-count ' uncollected, ' pending-count
      ' pending, ' differ-count ' row count(s) differ, '
      settled-skipped ' settled earlier'

  move spaces to audit-tag
  string 'DIST-RECEIPTS uncollected=' uncollected-count
      ' differ=' differ-count delimited by size into audit-tag
  call 'cobmind-audit-log' using control-file, audit-tag, 'OK',
      audit-dir-blank

  evaluate true
    when differ-count > 0 or load-failed-count > 0
      move mmdb2-rc-reconcile-diff to reconcile-rc
    when uncollected-count > 0 or late-count > 0
      move mmdb2-rc-delivery-late to reconcile-rc
    when settled-full or done-full
      move mmdb2-rc-capacity-warn to reconcile-rc
    when other
      move mmdb2-rc-ok to reconcile-rc
  end-evaluate

  *> the audit call resets return-code on the way.
  move reconcile-rc to return-code
  goback.

*>*********************************************************************

*> the longest collect= hours any control line declares (24 where a
*> line declares none) - in days, rounded up, plus one.
find-longest-window.
  move 24 to longest-hours

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end
        if function trim(control-in-rec) not = spaces
        and control-in-rec(1:1) not = '#'
          move spaces to recipient-name file-pattern dest-dir
              option-cols
          unstring control-in-rec delimited by ','
              into recipient-name, file-pattern, dest-dir,
                   option-col(1), option-col(2), option-col(3),
                   option-col(4)
          perform take-collect-hours
          if collect-hours > longest-hours
            move collect-hours to longest-hours
          end-if
        end-if
    end-read
  end-perform

  compute back-days = (longest-hours + 23) / 24 + 1
  .

take-collect-hours.
  move 24 to collect-hours
  perform varying option-ix from 1 by 1 until option-ix > 4
    if function lower-case(option-col(option-ix)(1:8)) = 'collect='
    and function trim(option-col(option-ix)(9:)) is numeric
      move function numval(option-col(option-ix)(9:))
          to collect-hours
    end-if
  end-perform
  .

reconcile-one-day.
  move 0 to done-count
  move spaces to control-status
  open input control-in

  if control-status not = '00'
    display 'unable to reopen distribution control file: '
        function trim(control-file)
    exit paragraph
  end-if

  perform until control-status = '10'
    read control-in
      at end move '10' to control-status
      not at end perform reconcile-one-line
    end-read
  end-perform

  close control-in
  .

*> the deliveries the log already settles, from the window's first
*> day on - lines written before deliveries were keyed carry no
*> delivered= column and settle nothing.
load-settled-deliveries.
  move spaces to receipt-log-file
  accept receipt-log-file from environment "COBMIND_RECEIPTS"

  if receipt-log-file = spaces or low-value
    move './cobmind.receipts' to receipt-log-file
  end-if

  move spaces to receipt-log-status
  open input receipt-log
  if receipt-log-status not = '00'
    exit paragraph
  end-if

  perform until receipt-log-status = '10'
    read receipt-log
      at end move '10' to receipt-log-status
      not at end perform take-settled-line
    end-read
  end-perform

  close receipt-log

  if settled-full
    display 'receipt log holds more than 5000 deliveries in the'
        ' window - the later ones may be reconciled again'
  end-if
  .

take-settled-line.
  if function trim(receipt-log-rec) = spaces
  or receipt-log-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to lg-stamp lg-outcome lg-recipient lg-file lg-detail
      lg-delivered
  unstring receipt-log-rec delimited by ','
      into lg-stamp, lg-outcome, lg-recipient, lg-file, lg-detail,
           lg-delivered

  if lg-delivered(1:10) not = 'delivered='
  or lg-delivered(11:15) < window-floor
    exit paragraph
  end-if

  move lg-recipient to recipient-name
  move lg-file to file-name
  move lg-delivered(11:15) to delivered-stamp
  move lg-outcome to outcome
  perform note-settled-delivery
  .

*> recipient-name, file-name, delivered-stamp and outcome in.
note-settled-delivery.
  perform find-settled-delivery

  if settled-hit = 0
    if settled-count >= 5000
      set settled-full to true
      exit paragraph
    end-if
    add 1 to settled-count
    move settled-count to settled-hit
    move recipient-name to stl-recipient(settled-hit)
    move file-name to stl-file(settled-hit)
    move delivered-stamp to stl-delivered(settled-hit)
    move 'N' to stl-final(settled-hit)
  end-if

  if outcome not = 'UNCOLLECTED'
    move 'Y' to stl-final(settled-hit)
  end-if
  .

find-settled-delivery.
  move 0 to settled-hit
  perform varying settled-ix from 1 by 1
      until settled-ix > settled-count or settled-hit > 0
    if stl-delivered(settled-ix) = delivered-stamp
    and stl-file(settled-ix) = file-name
    and stl-recipient(settled-ix) = recipient-name
      move settled-ix to settled-hit
    end-if
  end-perform
  .

open-receipt-log.
  move spaces to receipt-log-file
  accept receipt-log-file from environment "COBMIND_RECEIPTS"

  if receipt-log-file = spaces or low-value
    move './cobmind.receipts' to receipt-log-file
  end-if

  set receipt-log-open to false
  open extend receipt-log

  if receipt-log-status not = '00'
    open output receipt-log
  end-if

  if receipt-log-status = '00'
    set receipt-log-open to true
  else
    display 'receipt log not writable (status ' receipt-log-status
        '): ' function trim(receipt-log-file)
  end-if
  .

reconcile-one-line.
  if function trim(control-in-rec) = spaces
  or control-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to recipient-name file-pattern dest-dir option-cols
  unstring control-in-rec delimited by ','
      into recipient-name, file-pattern, dest-dir, option-col(1),
           option-col(2), option-col(3), option-col(4)

  if recipient-name = spaces or file-pattern = spaces
  or dest-dir = spaces
    display 'malformed distribution line, skipped: '
        function trim(control-in-rec)
    exit paragraph
  end-if

  perform take-collect-hours

  move spaces to manifest-file
  string function trim(dest-dir) '/manifest_'
      function trim(recipient-name) '.' manifest-day
      delimited by size into manifest-file

  set already-done to false
  perform varying done-ix from 1 by 1 until done-ix > done-count
    if done-manifest(done-ix) = manifest-file
      set already-done to true
    end-if
  end-perform

  if already-done
    exit paragraph
  end-if

  *> past the table a manifest named twice is walked twice; the
  *> settled deliveries keep that from recording anything twice.
  if done-count < 512
    add 1 to done-count
    move manifest-file to done-manifest(done-count)
  else
    if not done-full
      display 'more than 512 manifests in a day - the rest are not'
          ' checked for repeats'
      set done-full to true
    end-if
  end-if

  call 'cobmind-file-exists' using manifest-file(1:128), exists-rec

  if not target-exists
    display 'no manifest for ' function trim(recipient-name)
        ' on ' manifest-day ': ' function trim(manifest-file)
    exit paragraph
  end-if

  *> a manifest line written before deliveries carried their time
  *> falls back to the manifest's own date.
  move manifest-file to check-name
  perform take-file-mtime
  move mtime-secs to manifest-secs

  perform list-recipient-receipts

  move spaces to manifest-status
  open input manifest-in

  if manifest-status not = '00'
    display 'failed to open manifest: ' function trim(manifest-file)
    exit paragraph
  end-if

  perform until manifest-status = '10'
    read manifest-in
      at end move '10' to manifest-status
      not at end
        if manifest-in-rec(1:10) = 'DELIVERED,'
          perform reconcile-one-delivery
        end-if
    end-read
  end-perform

  close manifest-in
  .

*>*********************************************************************
*> the recipient's receipts, listed once per manifest (the watch
*> loop's listing idiom); an empty listing is every delivery
*> unanswered.
*>*********************************************************************

list-recipient-receipts.
  call 'CBL_DELETE_FILE' using listing-file

  if not return-dir-usable
    exit paragraph
  end-if

  move spaces to unsafe-all
  move recipient-name to unsafe-all
  perform count-unsafe-chars

  if unsafe-count > 0
    display 'unsafe characters in recipient name - receipts not'
        ' read: ' function trim(recipient-name)
    exit paragraph
  end-if

  move spaces to ls-cmd
  string 'ls -1 ' function trim(return-dir) '/receipt_'
      function trim(recipient-name) '* 2>/dev/null > '
      function trim(listing-file)
      delimited by size into ls-cmd
  call 'SYSTEM' using ls-cmd
  .

reconcile-one-delivery.
  move spaces to mf-tag mf-path mf-col-3 mf-col-4
  unstring manifest-in-rec delimited by ','
      into mf-tag, mf-path, mf-col-3, mf-col-4

  move mf-path to path-work
  perform take-base-name
  move base-work to file-name

  set mf-rows-known to false
  if mf-col-3(1:5) = 'rows='
  and function trim(mf-col-3(6:)) is numeric
    move function numval(mf-col-3(6:)) to mf-rows
    set mf-rows-known to true
  end-if

  if mf-col-4(1:3) = 'at=' and mf-col-4(4:8) is numeric
  and mf-col-4(13:6) is numeric
    compute delivered-secs =
        function integer-of-date(function numval(mf-col-4(4:8)))
        * 86400
        + function numval(mf-col-4(13:2)) * 3600
        + function numval(mf-col-4(15:2)) * 60
        + function numval(mf-col-4(17:2))
  else
    move manifest-secs to delivered-secs
  end-if

  compute deadline-secs = delivered-secs + collect-hours * 3600
  move collect-hours to collect-disp
  move mf-rows to rows-disp

  divide delivered-secs by 86400 giving delivered-days
      remainder delivered-rest
  divide delivered-rest by 3600 giving delivered-hh
      remainder delivered-left
  divide delivered-left by 60 giving delivered-mi
      remainder delivered-ss
  move function date-of-integer(delivered-days) to delivered-date
  move spaces to delivered-stamp
  string delivered-date '-' delivered-hh delivered-mi delivered-ss
      delimited by size into delivered-stamp

  perform find-settled-delivery
  if settled-hit > 0
    if stl-final(settled-hit) = 'Y'
      add 1 to settled-skipped
      exit paragraph
    end-if
  end-if

  perform find-receipt

  *> already flagged uncollected - nothing new until a receipt.
  if not receipt-found and settled-hit > 0
    add 1 to settled-skipped
    exit paragraph
  end-if

  add 1 to deliveries-checked

  move spaces to notify-subject
  string function trim(recipient-name) ':' function trim(file-name)
      delimited by size into notify-subject

  if not receipt-found
    if now-secs <= deadline-secs
      add 1 to pending-count
      display 'pending: ' function trim(file-name) ' ('
          function trim(recipient-name) ') - within the '
          function trim(collect-disp) ' hour(s) agreed'
      exit paragraph
    end-if

    compute taken-hours = (now-secs - delivered-secs) / 3600
    move taken-hours to taken-disp
    add 1 to uncollected-count
    move 'UNCOLLECTED' to outcome
    move spaces to outcome-detail
    string 'no receipt ' function trim(taken-disp)
        ' hour(s) after delivery; ' function trim(collect-disp)
        ' agreed' delimited by size into outcome-detail
    perform record-outcome

    move spaces to notify-text
    string 'delivered file not collected by '
        function trim(recipient-name) ' within the '
        function trim(collect-disp) ' hour(s) agreed'
        delimited by size into notify-text
    move 'DIST-UNCOLLECTED' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
    exit paragraph
  end-if

  compute taken-hours = (best-secs - delivered-secs) / 3600
  move taken-hours to taken-disp

  *> a receipt for a load that failed is no collection, on time or
  *> not, and its row count proves nothing.
  if best-load not = 'LOADED'
    add 1 to load-failed-count
    move 'LOAD-FAILED' to outcome
    move spaces to outcome-detail
    string 'receipt ' function trim(taken-disp)
        ' hour(s) after delivery; load=' function trim(best-load)
        delimited by size into outcome-detail
    perform record-outcome

    move spaces to notify-text
    string function trim(recipient-name) ' could not load the '
        'delivered file - receipt load status '
        function trim(best-load)
        delimited by size into notify-text
    move 'DIST-LOAD-FAILED' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
    exit paragraph
  end-if

  if best-secs > deadline-secs
    add 1 to late-count
    move 'LATE' to outcome
    move spaces to outcome-detail
    string 'receipt ' function trim(taken-disp)
        ' hour(s) after delivery; ' function trim(collect-disp)
        ' agreed; load=' function trim(best-load)
        delimited by size into outcome-detail
    perform record-outcome

    move spaces to notify-text
    string 'delivered file collected late by '
        function trim(recipient-name) ' - '
        function trim(taken-disp) ' hour(s) against '
        function trim(collect-disp) ' agreed'
        delimited by size into notify-text
    move 'DIST-UNCOLLECTED' to notify-event
    call 'cobmind-notify' using 'W', notify-subject, notify-event,
        notify-text
  else
    add 1 to collected-count
    move 'COLLECTED' to outcome
    move spaces to outcome-detail
    string 'receipt ' function trim(taken-disp)
        ' hour(s) after delivery; load=' function trim(best-load)
        delimited by size into outcome-detail
    perform record-outcome
  end-if

  if not mf-rows-known
    exit paragraph
  end-if

  if function trim(best-rows) is numeric
    if function numval(best-rows) = mf-rows
      exit paragraph
    end-if
  end-if

  add 1 to differ-count
  move 'ROWS-DIFFER' to outcome
  move spaces to outcome-detail
  string 'manifest rows=' function trim(rows-disp) '; receipt rows='
      function trim(best-rows) delimited by size into outcome-detail
  perform record-outcome

  move spaces to notify-text
  string function trim(recipient-name) ' receipt counts '
      function trim(best-rows) ' row(s) against '
      function trim(rows-disp) ' shipped' delimited by size into notify-text
  move 'DIST-ROWS-DIFFER' to notify-event
  call 'cobmind-notify' using 'W', notify-subject, notify-event,
      notify-text
  .

*>*********************************************************************
*> every receipt the recipient dropped after the delivery, searched
*> for the delivered file's name - the earliest one answers.
*>*********************************************************************

find-receipt.
  set receipt-found to false
  move 0 to best-secs
  move spaces to best-rows best-load

  move spaces to listing-status
  open input listing-in

  if listing-status not = '00'
    exit paragraph
  end-if

  perform until listing-status = '10'
    read listing-in
      at end move '10' to listing-status
      not at end
        if function trim(listing-in-rec) not = spaces
          perform search-one-receipt
        end-if
    end-read
  end-perform

  close listing-in
  .

search-one-receipt.
  move spaces to receipt-file
  move function trim(listing-in-rec) to receipt-file

  move receipt-file to check-name
  perform take-file-mtime

  if mtime-secs < delivered-secs
    exit paragraph
  end-if

  if receipt-found and mtime-secs >= best-secs
    exit paragraph
  end-if

  move spaces to receipt-status
  open input receipt-in

  if receipt-status not = '00'
    exit paragraph
  end-if

  perform until receipt-status = '10'
    read receipt-in
      at end move '10' to receipt-status
      not at end perform match-one-receipt-line
    end-read
  end-perform

  close receipt-in
  .

match-one-receipt-line.
  if function trim(receipt-in-rec) = spaces
  or receipt-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to rc-name rc-rows rc-load
  unstring receipt-in-rec delimited by ','
      into rc-name, rc-rows, rc-load

  move function trim(rc-name) to path-work
  perform take-base-name

  if base-work not = file-name
    exit paragraph
  end-if

  set receipt-found to true
  move mtime-secs to best-secs
  move rc-rows to best-rows
  move function upper-case(function trim(rc-load)) to best-load
  move '10' to receipt-status
  .

*>*********************************************************************

record-outcome.
  display function trim(outcome) ': ' function trim(file-name) ' ('
      function trim(recipient-name) ') ' function trim(outcome-detail)

  if not receipt-log-open
    exit paragraph
  end-if

  perform note-settled-delivery

  move spaces to out-line
  string log-stamp ',' function trim(outcome) ','
      function trim(recipient-name) ',' function trim(file-name) ','
      function trim(outcome-detail) ',delivered=' delivered-stamp
      delimited by size into out-line
  write receipt-log-rec from out-line
  .

take-base-name.
  move spaces to base-work
  move 1 to base-start

  perform varying scan-ix from 1 by 1 until scan-ix > 160
    if path-work(scan-ix:1) = '/'
      compute base-start = scan-ix + 1
    end-if
  end-perform

  if base-start <= 160
    move path-work(base-start:) to base-work
  end-if
  .

*> zero when the file can't be stat'ed - it then predates everything.
take-file-mtime.
  move 0 to mtime-secs
  call 'CBL_CHECK_FILE_EXIST' using check-name, check-info

  if return-code not = 0
    exit paragraph
  end-if

  compute mtime-date =
      check-yyyy * 10000 + check-mo * 100 + check-dd

  compute mtime-secs =
      function integer-of-date(mtime-date) * 86400
      + check-hh * 3600 + check-mi * 60 + check-ss
  .

count-unsafe-chars.
  move 0 to unsafe-count
  inspect unsafe-all tallying unsafe-count for all '"'
  inspect unsafe-all tallying unsafe-count for all '`'
  inspect unsafe-all tallying unsafe-count for all '$'
  inspect unsafe-all tallying unsafe-count for all ';'
  inspect unsafe-all tallying unsafe-count for all '|'
  inspect unsafe-all tallying unsafe-count for all '&'
  inspect unsafe-all tallying unsafe-count for all '<'
  inspect unsafe-all tallying unsafe-count for all '>'
  inspect unsafe-all tallying unsafe-count for all '\'
  inspect unsafe-all tallying unsafe-count for all "'"
  .

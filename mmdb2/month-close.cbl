       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-month-close.

*>*********************************************************************
*> the month-end lock and the month-close block GEOMONTH runs between:
*>
*>   PARM='BEGIN <month YYYYMM> <first YYYYMMDD> <last YYYYMMDD>
*>         <day-ledger>'
*>        opens month-end for a closed calendar month. the first and
*>        last day must be the month's own (the job's date symbols
*>        are checked, not trusted). a month the ledger already
*>        carries a MONTHSEAL for is refused (mmdb2-rc-no-countersign)
*>        unless a second operator countersigned MONTH-RERUN for
*>        today (cobmind-countersign). another month's lock still
*>        held refuses too (mmdb2-rc-month-locked) - that month-end
*>        never finished. then the lock is taken: one line in the
*>        month-end lock file ("COBMIND_MONTH_LOCK",
*>        ./cobmind.monthlock when unset),
*>
*>          <month>,<taken YYYYMMDD-HHMMSS>,<operator>,<run-id>
*>
*>        which mmdb2-retention reads - the nightly prune of an
*>        archive dated inside the locked month is deferred while
*>        month-end is reading it. a restart of the same month finds
*>        its own lock and carries on.
*>
*>   PARM='ARCHIVE <month> <month-store> <retention-days>
*>         [<audit-dir>]'
*>        retention of the month's archives: every dated audit, error
*>        and metrics archive of the month (the directories
*>        mmdb2-retention rolls them in) is copied into month-store,
*>        and the month's audit lines are gathered into one
*>        "<month-store>/cobmind_audit.log.<month>" for the month-end
*>        reports that read a single audit file. an original already
*>        past the retention window - the prunes the lock deferred -
*>        is then pruned, once its store copy is on disk, through the
*>        same legal-hold guard the nightly prune uses.
*>
*>   PARM='CLOSE <month> <outputs-list> <day-ledger>'
*>        records the month-close block on the standing day ledger
*>        (mmdb2-day-ledger's chain, so mmdb2-audit-verify walks it
*>        unchanged) and releases the lock:
*>
*>          MONTHFILE,<month>,<path>,size=<n>
*>          MONTHFILE,<month>,<path>,MISSING
*>          MONTH,<month>,files=<n>,missing=<n>,run=<id>,operator=<op>
*>          MONTHSEAL,<month>,closed=<YYYYMMDD-HHMMSS>
*>
*>        the outputs list names the reports month-end is SUPPOSED to
*>        produce, one path per line ('#' comments); a missing one is
*>        recorded and ends the step mmdb2-rc-trailer-bad, as the
*>        nightly close does.
*>
*>   PARM='RELEASE <month>'
*>        gives up a month's lock without closing it - the operator's
*>        way out of a month-end that will not be finished.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select lock-io
    assign dynamic lock-file
    organization line sequential
    file status is lock-status.

  select ledger-in
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-status.

  select ledger-out
    assign dynamic ledger-file
    organization line sequential
    file status is ledger-out-status.

  select chain-io
    assign dynamic chain-file
    organization line sequential
    file status is chain-io-status.

  select list-in
    assign dynamic outputs-list
    organization line sequential
    file status is list-status.

  select archive-in
    assign dynamic archive-path
    organization line sequential
    file status is archive-status.

  select digest-out
    assign dynamic digest-path
    organization line sequential
    file status is digest-status.

data division.
file section.

fd lock-io.
01 lock-io-rec pic x(128).

fd ledger-in.
01 ledger-in-rec pic x(512).

fd ledger-out.
01 ledger-out-rec pic x(512).

fd chain-io.
01 chain-io-rec pic x(16).

fd list-in.
01 list-in-rec pic x(256).

fd archive-in.
01 archive-in-rec pic x(512).

fd digest-out.
01 digest-out-rec pic x(512).

working-storage section.

copy 'mmdb2-retcode.cpy'.

01 op-arg           pic x(8) value spaces.
01 month-arg        pic x(6) value spaces.
01 arg-3            pic x(128) value spaces.
01 arg-4            pic x(128) value spaces.
01 arg-5            pic x(128) value spaces.

01 lock-file        pic x(128) value spaces.
01 ledger-file      pic x(128) value spaces.
01 chain-file       pic x(136) value spaces.
01 outputs-list     pic x(128) value spaces.
01 store-dir        pic x(128) value spaces.
01 audit-dir        pic x(128) value spaces.
01 archive-path     pic x(200) value spaces.
01 digest-path      pic x(200) value spaces.
01 store-path       pic x(200) value spaces.

01 lock-status      pic xx value spaces.
01 ledger-status    pic xx value spaces.
01 ledger-out-status pic xx value spaces.
01 chain-io-status  pic xx value spaces.
01 list-status      pic xx value spaces.
01 archive-status   pic xx value spaces.
01 digest-status    pic xx value spaces.

01 file-exists-rec  pic x(1).
   88 file-found    value 'Y', false 'N'.

*> the lock as found.
01 lock-held        pic x(1) value 'N'.
01 lock-month       pic x(6) value spaces.
01 lock-line        pic x(128) value spaces.

*> the month's days.
01 current-ts       pic x(21) value spaces.
01 today-num        pic x(8) value spaces.
01 first-day        pic 9(8) value 0.
01 last-day         pic 9(8) value 0.
01 first-int        pic 9(8) value 0.
01 last-int         pic 9(8) value 0.
01 day-int          pic 9(8) value 0.
01 day-date         pic 9(8) value 0.
01 next-month       pic 9(8) value 0.
01 month-year       pic 9(4) value 0.
01 month-num        pic 9(2) value 0.
01 cutoff-int       pic 9(8) value 0.
01 retention-days   pic 9(5) value 0.

01 month-sealed     pic x(1) value 'N'.
01 seal-key         pic x(17) value spaces.

01 countersign-action pic x(16) value 'MONTH-RERUN'.
01 countersign-ok   pic x(1) value 'N'.
01 countersign-by   pic x(32) value spaces.

01 operator-name    pic x(32) value spaces.
01 run-id           pic x(20) value spaces.

01 audit-subject    pic x(128) value spaces.
01 audit-tag        pic x(45) value spaces.
01 audit-rc         pic x(2) value spaces.
01 audit-dir-blank  pic x(128) value spaces.

*> the archive pass.
01 log-ix           pic 9(1) value 0.
01 log-base         pic x(32) value spaces.
01 log-dir          pic x(128) value spaces.
01 copied-count     pic 9(5) value 0.
01 present-count    pic 9(5) value 0.
01 pruned-count     pic 9(5) value 0.
01 held-count       pic 9(5) value 0.
01 absent-audit     pic 9(3) value 0.
01 digest-lines     pic 9(10) value 0.
01 copy-failed      pic 9(5) value 0.
01 held-flag        pic x(1) value 'N'.
01 hold-subject     pic x(148) value spaces.
01 copy-cmd         pic x(512) value spaces.
01 unsafe-all       pic x(400) value spaces.
01 unsafe-count     pic 9(3) value 0.
01 orig-exists-rec  pic x(1).
   88 orig-on-disk  value 'Y', false 'N'.
01 store-exists-rec pic x(1).
   88 store-on-disk value 'Y', false 'N'.
01 orig-bytes       pic x(8) comp-x value 0.
01 store-bytes      pic x(8) comp-x value 0.

*> the close block.
01 prev-chain       pic x(16) value spaces.
01 next-chain       pic x(16) value spaces.
01 base-line        pic x(512) value spaces.
01 chained-line     pic x(512) value spaces.
01 subject-path     pic x(128) value spaces.
01 subject-exists-rec pic x(1).
   88 subject-on-disk value 'Y', false 'N'.
01 file-bytes       pic x(8) comp-x value 0.
01 size-num         pic 9(10) value 0.
01 files-listed     pic 9(3) value 0.
01 files-missing    pic 9(3) value 0.

*>*********************************************************************

procedure division.
  accept op-arg from argument-value
  accept month-arg from argument-value
  accept arg-3 from argument-value
  accept arg-4 from argument-value
  accept arg-5 from argument-value

  move function upper-case(op-arg) to op-arg

  if month-arg is not numeric
  or month-arg(5:2) < '01' or month-arg(5:2) > '12'
  or (op-arg not = 'BEGIN' and op-arg not = 'ARCHIVE'
      and op-arg not = 'CLOSE' and op-arg not = 'RELEASE')
    perform show-usage
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move function current-date to current-ts
  move current-ts(1:8) to today-num

  *> the month's first and last day.
  move month-arg(1:4) to month-year
  move month-arg(5:2) to month-num
  compute first-day = month-year * 10000 + month-num * 100 + 1
  if month-num = 12
    compute next-month = (month-year + 1) * 10000 + 101
  else
    compute next-month = month-year * 10000 + (month-num + 1) * 100
        + 1
  end-if
  compute first-int = function integer-of-date(first-day)
  compute last-int = function integer-of-date(next-month) - 1
  compute last-day = function date-of-integer(last-int)

  accept lock-file from environment "COBMIND_MONTH_LOCK"
  if lock-file = spaces or low-value
    move './cobmind.monthlock' to lock-file
  end-if
  perform read-month-lock

  accept operator-name from environment "USER"
  if operator-name = spaces
    accept operator-name from environment "LOGNAME"
  end-if
  if operator-name = spaces
    move 'UNKNOWN' to operator-name
  end-if
  accept run-id from environment "COBMIND_RUN_ID"
  if run-id = spaces or low-value
    move '-' to run-id
  end-if

  evaluate op-arg
    when 'BEGIN'   perform begin-month-end
    when 'ARCHIVE' perform archive-month
    when 'CLOSE'   perform close-month
    when 'RELEASE' perform release-month
  end-evaluate
  goback.

*>*********************************************************************

show-usage.
  display 'usage: mmdb2-month-close BEGIN <month YYYYMM> <first> <last>'
      ' <day-ledger>'
  display '       mmdb2-month-close ARCHIVE <month> <month-store>'
      ' <retention-days> [<audit-dir>]'
  display '       mmdb2-month-close CLOSE <month> <outputs-list>'
      ' <day-ledger>'
  display '       mmdb2-month-close RELEASE <month>'
  .

read-month-lock.
  move 'N' to lock-held
  move spaces to lock-month lock-line

  call 'cobmind-file-exists' using lock-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to lock-status
  open input lock-io
  if lock-status not = '00'
    exit paragraph
  end-if
  read lock-io
    at end continue
    not at end
      move lock-io-rec to lock-line
      move lock-io-rec(1:6) to lock-month
      move 'Y' to lock-held
  end-read
  close lock-io
  .

*> ARCHIVE and CLOSE run only inside the month's own lock.
require-own-lock.
  if lock-held = 'Y' and lock-month = month-arg
    exit paragraph
  end-if

  if lock-held = 'Y'
    display 'month-end lock is held for ' lock-month
        ', not ' month-arg
  else
    display 'month-end for ' month-arg ' has not begun - no lock held'
  end-if
  move mmdb2-rc-month-locked to return-code
  goback
  .

log-month-event.
  move month-arg to audit-subject
  call 'cobmind-audit-log' using audit-subject, audit-tag, audit-rc,
      audit-dir-blank
  .

*>*********************************************************************
*> BEGIN - a closed month, its own dates, not closed before (or
*> countersigned again), and no other month-end in flight.
*>*********************************************************************

begin-month-end.
  move arg-5 to ledger-file

  if ledger-file = spaces
    perform show-usage
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if month-arg >= today-num(1:6)
    display 'month ' month-arg ' has not closed yet'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if arg-3(1:8) not = first-day or arg-4(1:8) not = last-day
    display 'month ' month-arg ' runs ' first-day ' - ' last-day
        ', not ' arg-3(1:8) ' - ' arg-4(1:8)
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if lock-held = 'Y' and lock-month not = month-arg
    display 'month-end lock still held for ' lock-month
        ' - finish or release that month first'
    display '  ' function trim(lock-line)
    move mmdb2-rc-month-locked to return-code
    goback
  end-if

  if lock-held = 'Y'
    display 'month-end ' month-arg ' already under way - resuming'
        ' under its lock'
    move mmdb2-rc-ok to return-code
    goback
  end-if

  perform find-month-seal
  if month-sealed = 'Y'
    call 'cobmind-countersign' using countersign-action,
        countersign-ok, countersign-by
    if countersign-ok not = 'Y'
      display 'month ' month-arg ' was closed already - a re-run needs'
          ' a MONTH-RERUN countersign for today by a second operator'
      move spaces to audit-tag
      string 'MONTH-RERUN-REFUSED=' month-arg delimited by size
          into audit-tag
      move 'NC' to audit-rc
      perform log-month-event
      move mmdb2-rc-no-countersign to return-code
      goback
    end-if

    display 'month ' month-arg ' re-run countersigned by '
        function trim(countersign-by)
    move spaces to audit-tag
    string 'MONTH-RERUN=' function trim(countersign-by)
        delimited by size into audit-tag
    move 'OV' to audit-rc
    perform log-month-event
  end-if

  move spaces to lock-io-rec
  string month-arg ',' current-ts(1:8) '-' current-ts(9:6) ','
      function trim(operator-name) ',' function trim(run-id)
      delimited by size into lock-io-rec

  move spaces to lock-status
  open output lock-io
  if lock-status not = '00'
    display 'unable to take the month-end lock: '
        function trim(lock-file)
    move mmdb2-rc-io-error to return-code
    goback
  end-if
  write lock-io-rec
  close lock-io

  move spaces to audit-tag
  string 'MONTH-BEGIN=' month-arg delimited by size into audit-tag
  move 'OK' to audit-rc
  perform log-month-event

  display 'month-end ' month-arg ' (' first-day ' - ' last-day
      ') begun; lock taken: ' function trim(lock-file)
  move mmdb2-rc-ok to return-code
  .

find-month-seal.
  move 'N' to month-sealed
  move spaces to seal-key
  string 'MONTHSEAL,' month-arg ',' delimited by size into seal-key

  call 'cobmind-file-exists' using ledger-file, file-exists-rec
  if not file-found
    exit paragraph
  end-if

  move spaces to ledger-status
  open input ledger-in
  if ledger-status not = '00'
    exit paragraph
  end-if

  perform until ledger-status = '10'
    read ledger-in
      at end move '10' to ledger-status
      not at end
        if ledger-in-rec(1:17) = seal-key
          move 'Y' to month-sealed
        end-if
    end-read
  end-perform
  close ledger-in
  .

*>*********************************************************************
*> ARCHIVE - the month's dated archives into the month store, the
*> month's audit lines gathered, the deferred prunes caught up.
*>*********************************************************************

archive-month.
  perform require-own-lock

  move arg-3 to store-dir
  move function numval(function trim(arg-4)) to retention-days
  move arg-5 to audit-dir

  if store-dir = spaces or retention-days = 0
    perform show-usage
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  compute cutoff-int = function integer-of-date(
      function numval(today-num)) - retention-days

  move spaces to copy-cmd
  string 'mkdir -p "' function trim(store-dir) '"'
      delimited by size into copy-cmd
  move 0 to unsafe-count
  inspect store-dir tallying unsafe-count for all '"'
  inspect store-dir tallying unsafe-count for all '`'
  inspect store-dir tallying unsafe-count for all '$'
  if unsafe-count > 0
    display 'refusing month store - unsafe characters in path'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if
  call 'SYSTEM' using copy-cmd

  move spaces to digest-path
  string function trim(store-dir) '/cobmind_audit.log.' month-arg
      delimited by size into digest-path
  move spaces to digest-status
  open output digest-out
  if digest-status not = '00'
    display 'unable to write the month''s audit digest: '
        function trim(digest-path)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform varying log-ix from 1 by 1 until log-ix > 3
    perform archive-one-log
  end-perform

  close digest-out

  display 'month ' month-arg ' archives: ' present-count ' found, '
      copied-count ' copied to ' function trim(store-dir)
  display '  audit lines gathered: ' digest-lines ' into '
      function trim(digest-path)
  if absent-audit > 0
    display '  ' absent-audit ' day(s) of the month have no audit'
        ' archive'
  end-if
  display '  past the retention window: ' pruned-count ' pruned, '
      held-count ' kept for a legal hold'

  move spaces to audit-tag
  string 'MONTH-ARCHIVE=' month-arg delimited by size into audit-tag

  if copy-failed > 0
    display copy-failed ' archive(s) could not be copied - nothing of'
        ' theirs was pruned'
    move 'IO' to audit-rc
    perform log-month-event
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move 'OK' to audit-rc
  perform log-month-event
  move mmdb2-rc-ok to return-code
  .

*> the three standing logs, in the directories mmdb2-retention rolls
*> each of them in.
archive-one-log.
  move spaces to log-dir
  evaluate log-ix
    when 1
      move 'cobmind_audit.log' to log-base
      move audit-dir to log-dir
    when 2
      move 'cobmind_error.log' to log-base
      accept log-dir from environment "COBMIND_ERROR_LOG_DIR"
    when 3
      move 'cobmind_metrics.log' to log-base
      accept log-dir from environment "COBMIND_METRICS_DIR"
  end-evaluate

  move first-int to day-int
  perform until day-int > last-int
    compute day-date = function date-of-integer(day-int)
    perform archive-one-day
    add 1 to day-int
  end-perform
  .

archive-one-day.
  move spaces to archive-path
  if log-dir not = spaces and low-value
    string function trim(log-dir) '/' function trim(log-base) '.'
        day-date delimited by size into archive-path
  else
    string function trim(log-base) '.' day-date
        delimited by size into archive-path
  end-if

  move spaces to store-path
  string function trim(store-dir) '/' function trim(log-base) '.'
      day-date delimited by size into store-path

  call 'cobmind-file-size' using archive-path(1:128), orig-exists-rec,
      orig-bytes
  if not orig-on-disk
    if log-ix = 1
      add 1 to absent-audit
    end-if
    exit paragraph
  end-if
  add 1 to present-count

  if log-ix = 1
    perform gather-audit-lines
  end-if

  call 'cobmind-file-size' using store-path(1:128), store-exists-rec,
      store-bytes
  if not store-on-disk or store-bytes not = orig-bytes
    perform copy-to-store
    call 'cobmind-file-size' using store-path(1:128), store-exists-rec,
        store-bytes
    if not store-on-disk or store-bytes not = orig-bytes
      display 'copy to the month store failed: '
          function trim(archive-path)
      add 1 to copy-failed
      exit paragraph
    end-if
    add 1 to copied-count
  end-if

  *> past the window - the nightly prune of it waited on the lock.
  if day-int > cutoff-int
    exit paragraph
  end-if

  move 'N' to held-flag
  move archive-path to hold-subject
  call 'cobmind-hold-guard' using hold-subject, held-flag
  if held-flag = 'H'
    add 1 to held-count
    exit paragraph
  end-if

  call 'CBL_DELETE_FILE' using archive-path
  add 1 to pruned-count
  .

copy-to-store.
  move spaces to unsafe-all
  string function trim(archive-path) function trim(store-path)
      delimited by size into unsafe-all

  move 0 to unsafe-count
  inspect unsafe-all tallying unsafe-count for all '"'
  inspect unsafe-all tallying unsafe-count for all '`'
  inspect unsafe-all tallying unsafe-count for all '$'
  inspect unsafe-all tallying unsafe-count for all ';'
  inspect unsafe-all tallying unsafe-count for all '|'
  inspect unsafe-all tallying unsafe-count for all '&'

  if unsafe-count > 0
    display 'refusing store copy - unsafe characters in path'
    exit paragraph
  end-if

  move spaces to copy-cmd
  string 'cp "' function trim(archive-path) '" "'
      function trim(store-path) '"'
      delimited by size into copy-cmd
  call 'SYSTEM' using copy-cmd
  .

*> the day's audit lines, seals left behind - the month's reports
*> count lookups, not chain closes.
gather-audit-lines.
  move spaces to archive-status
  open input archive-in
  if archive-status not = '00'
    exit paragraph
  end-if

  perform until archive-status = '10'
    read archive-in
      at end move '10' to archive-status
      not at end
        if archive-in-rec(1:5) not = 'SEAL,'
        and archive-in-rec not = spaces
          write digest-out-rec from archive-in-rec
          add 1 to digest-lines
        end-if
    end-read
  end-perform
  close archive-in
  .

*>*********************************************************************
*> CLOSE - the month-close block on the day ledger's chain, then the
*> lock released.
*>*********************************************************************

close-month.
  perform require-own-lock

  move arg-3 to outputs-list
  move arg-4 to ledger-file

  if outputs-list = spaces or ledger-file = spaces
    perform show-usage
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  move spaces to list-status
  open input list-in
  if list-status not = '00'
    display 'unable to open month-end outputs list: '
        function trim(outputs-list)
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  move spaces to chain-file
  string function trim(ledger-file) '.chain' delimited by size
      into chain-file
  perform read-chain-state

  open extend ledger-out
  if ledger-out-status not = '00'
    open output ledger-out
  end-if
  if ledger-out-status not = '00'
    display 'unable to open the day ledger: '
        function trim(ledger-file)
    close list-in
    move mmdb2-rc-io-error to return-code
    goback
  end-if

  perform until list-status = '10'
    read list-in
      at end move '10' to list-status
      not at end
        if function trim(list-in-rec) not = spaces
        and list-in-rec(1:1) not = '#'
          perform close-one-output
        end-if
    end-read
  end-perform
  close list-in

  move spaces to base-line
  string 'MONTH,' month-arg ',files=' files-listed
      ',missing=' files-missing ',run=' function trim(run-id)
      ',operator=' function trim(operator-name)
      delimited by size into base-line
  perform chain-and-write-line

  move spaces to base-line
  string 'MONTHSEAL,' month-arg ',closed=' current-ts(1:8) '-'
      current-ts(9:6)
      delimited by size into base-line
  perform chain-and-write-line

  close ledger-out
  perform write-chain-state

  call 'CBL_DELETE_FILE' using lock-file

  move spaces to audit-tag
  string 'MONTH-CLOSE=' month-arg delimited by size into audit-tag
  move 'OK' to audit-rc
  perform log-month-event

  display 'month ' month-arg ' closed: ' files-listed ' report(s) '
      'recorded (' files-missing ' missing), chain sealed, lock '
      'released'

  if files-missing > 0
    move mmdb2-rc-trailer-bad to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  .

close-one-output.
  move function trim(list-in-rec) to subject-path
  add 1 to files-listed

  call 'cobmind-file-size' using subject-path, subject-exists-rec,
      file-bytes

  move spaces to base-line
  if subject-on-disk
    move file-bytes to size-num
    string 'MONTHFILE,' month-arg ',' function trim(subject-path)
        ',size=' size-num
        delimited by size into base-line
  else
    add 1 to files-missing
    string 'MONTHFILE,' month-arg ',' function trim(subject-path)
        ',MISSING'
        delimited by size into base-line
  end-if
  perform chain-and-write-line
  .

chain-and-write-line.
  call 'cobmind-chain-hash' using prev-chain, base-line, next-chain

  move spaces to chained-line
  string function trim(base-line) ',chain='
      function trim(next-chain)
      delimited by size into chained-line
  write ledger-out-rec from chained-line

  move next-chain to prev-chain
  .

read-chain-state.
  move spaces to prev-chain
  move spaces to chain-io-status

  open input chain-io

  if chain-io-status = '00'
    read chain-io
      at end continue
      not at end move chain-io-rec to prev-chain
    end-read

    close chain-io
  end-if
  .

write-chain-state.
  open output chain-io
  move next-chain to chain-io-rec
  write chain-io-rec
  close chain-io
  .

*>*********************************************************************

release-month.
  perform require-own-lock

  call 'CBL_DELETE_FILE' using lock-file

  move spaces to audit-tag
  string 'MONTH-RELEASE=' month-arg delimited by size into audit-tag
  move 'OK' to audit-rc
  perform log-month-event

  display 'month-end lock for ' month-arg ' released without a close'
  move mmdb2-rc-ok to return-code
  .

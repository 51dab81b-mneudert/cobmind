*>  the error and metrics log directories are read from
*>  "COBMIND_ERROR_LOG_DIR"/"COBMIND_METRICS_DIR", the same as
*>  cobmind-error-log and cobmind-metrics-log read them for themselves.
*>
*>  while month-end holds its lock (mmdb2-month-close,
*>  "COBMIND_MONTH_LOCK"), an archive dated inside the locked month is
*>  not pruned - month-end is reading it - and month-end's own
*>  archive step prunes it once the month store has its copy. the
*>  logs still roll every night.
*>*********************************************************************

environment division.
    organization line sequential
    file status is seal-out-status.

  select month-lock-in
    assign dynamic month-lock-file
    organization line sequential
    file status is month-lock-status.

data division.
file section.

fd seal-out.
01 seal-out-rec pic x(64).

fd month-lock-in.
01 month-lock-rec pic x(128).

working-storage section.

copy 'mmdb2-retcode.cpy'.
01 chain-state-status pic xx value spaces.
01 seal-out-status    pic xx value spaces.

*> month-end's lock - the month whose archives are not pruned tonight.
01 month-lock-file    pic x(128) value spaces.
01 month-lock-status  pic xx value spaces.
01 locked-month       pic x(6) value spaces.
01 deferred-log-count pic 9(5) value 0.

*>*********************************************************************

procedure division.
  compute cutoff-abs-days = today-abs-days - retention-days
  move function date-of-integer(cutoff-abs-days) to cutoff-num

  perform read-month-lock
  perform purge-orphaned-meta-files

  move 'cobmind_audit.log' to rotate-base-name
      ' log(s) rolled over, ' purged-log-count
      ' aged log archive(s) purged'

  if deferred-log-count > 0
    display 'month-end lock held for ' locked-month ': '
        deferred-log-count ' prune(s) left to month-end'
  end-if

  move mmdb2-rc-ok to return-code
stop run.

*>*********************************************************************

read-month-lock.
  move spaces to locked-month
  accept month-lock-file from environment "COBMIND_MONTH_LOCK"
  if month-lock-file = spaces or low-value
    move './cobmind.monthlock' to month-lock-file
  end-if

  call 'cobmind-file-exists' using month-lock-file, db-exists-rec
  if not db-exists
    exit paragraph
  end-if

  move spaces to month-lock-status
  open input month-lock-in
  if month-lock-status = '00'
    read month-lock-in
      at end continue
      not at end move month-lock-rec(1:6) to locked-month
    end-read
    close month-lock-in
  end-if
  .

purge-orphaned-meta-files.
  open input dblist-in


  call 'cobmind-file-exists' using rotate-cutoff-file, db-exists-rec

  if db-exists and locked-month not = spaces
  and cutoff-num(1:6) = locked-month
    display 'month-end holds ' locked-month ', prune deferred: '
        function trim(rotate-cutoff-file)
    add 1 to deferred-log-count
    exit paragraph
  end-if

  if db-exists
    *> litigation holds override retention: a held archive is
    *> preserved to the hold vault before this prune, and a hold

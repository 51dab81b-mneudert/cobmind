01 diff-old-sorted   pic x(132).
01 diff-new-sorted   pic x(132).
01 diff-report       pic x(132).
01 diff-old-progress pic x(141).
01 diff-new-progress pic x(141).

01 diff-old-status     pic xx value spaces.
01 diff-new-status     pic xx value spaces.
  string function trim(new-db-path) '_diffnew' delimited by size
    into diff-new-dump

  *> the walks' heartbeat files - the compare keeps the dumps, but
  *> no monitor needs to watch a walk once it has returned.
  move spaces to diff-old-progress
  string function trim(diff-old-dump) '_progress' delimited by size
    into diff-old-progress

  move spaces to diff-new-progress
  string function trim(diff-new-dump) '_progress' delimited by size
    into diff-new-progress

  move spaces to diff-old-sorted
  string function trim(new-db-path) '_diffoldsorted' delimited by size
    into diff-old-sorted
      old-db-path

  if return-code not = mmdb2-rc-ok
    call 'CBL_DELETE_FILE' using diff-old-progress
    move mmdb2-rc-io-error to return-code
    goback
  end-if
  call 'CBL_DELETE_FILE' using diff-old-progress

  display 'diff: dumping new release (' function trim(new-db-path) ')...'
  call 'mmdb2-dump' using new-handle, new-meta-rec, diff-new-dump,
      new-db-path

  if return-code not = mmdb2-rc-ok
    call 'CBL_DELETE_FILE' using diff-new-progress
    move mmdb2-rc-io-error to return-code
    goback
  end-if
  call 'CBL_DELETE_FILE' using diff-new-progress

  sort sort-old-wk on ascending key sort-old-rec
    input procedure is release-old-dump-rows

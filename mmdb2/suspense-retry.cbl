01 out-line         pic x(8192) value spaces.
01 today-num        pic x(8) value spaces.
01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.

*> control-total trailer state (cobmind-trailer) and the two-phase
*> commit of the published "_resolved" name (cobmind-commit-file).
  open output susp-out
  open output resolved-out

  move 'W' to class-op
  move 'mmdb2-suspense-retry' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'ip,reason,network,prefix_len,record' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using database-path,
      mmdb2-meta-build-epoch, susp-file, provenance-line
  write resolved-out-rec from provenance-line

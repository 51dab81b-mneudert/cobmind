01 verify-state-found   pic x(1) value 'N'.

01 provenance-line pic x(256) value spaces.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 class-label     pic x(12) value spaces.
01 input-name-work pic x(128) value spaces.
01 current-ts      pic x(21) value spaces.
01 operator-name   pic x(32) value spaces.
  *> the provenance line binds answer to release the same way every
  *> results file's header does.
  move ip-arg to input-name-work
  move 'W' to class-op
  move 'mmdb2-evidence-pack' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label

  call 'cobmind-provenance' using best-path,
      mmdb2-meta-build-epoch, input-name-work, provenance-line
  write pack-out-rec from provenance-line

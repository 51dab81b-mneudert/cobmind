01 run-compare     pic x(26) value spaces.
01 out-line        pic x(720) value spaces.

01 no-epoch        pic 9(11) value 0.
01 no-db           pic x(128) value spaces.
01 provenance-line pic x(256) value spaces.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 class-label     pic x(12) value spaces.

01 files-searched  pic 9(3) value 0.
01 match-count     pic 9(8) value 0.


  open output findings-out

  *> the trail names operators and the addresses they looked up -
  *> an extract is classed as the writer's table says.
  move 'W' to class-op
  move 'mmdb2-audit-query' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  call 'cobmind-provenance' using no-db, no-epoch, audit-dir,
      provenance-line
  write findings-out-rec from provenance-line

  move spaces to out-line
  string '# query ip=' function trim(want-ip)
      ' operator=' function trim(want-operator)

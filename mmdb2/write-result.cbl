01 xlate-len      pic 9(4) value 512.
01 reason-text    pic x(16).
01 provenance-line pic x(256) value spaces.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 class-label     pic x(12) value spaces.
01 lookup-ip-as-input pic x(128) value spaces.

copy 'mmdb2-fixed.cpy'.
    if result-fb-status not = '00'
      open output result-fb

      move 'W' to class-op
      move 'mmdb2-write-result' to class-subject
      call 'cobmind-classify' using class-op, class-subject, class-label
      move 'C' to class-op
      move 'ip,database,reason,network,prefix_len,record'
          to class-subject
      call 'cobmind-classify' using class-op, class-subject, class-label

      *> provenance header as the first fixed-block record, padded
      *> (and translated) like every record in the file.
      call 'cobmind-provenance' using lookup-db, build-epoch,
  if result-status not = '00'
    open output result-out

    move 'W' to class-op
    move 'mmdb2-write-result' to class-subject
    call 'cobmind-classify' using class-op, class-subject, class-label
    move 'C' to class-op
    move 'ip,database,reason,network,prefix_len,record' to class-subject
    call 'cobmind-classify' using class-op, class-subject, class-label

    *> provenance header on the freshly created file - the same run
    *> key every audit/metrics/error line carries.
    call 'cobmind-provenance' using lookup-db, build-epoch,

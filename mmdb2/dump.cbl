01 ckpt-op          pic x(1) value spaces.
01 resume-target    pic 9(10) value 0.
01 stop-interval    pic 9(5) value 500.
01 progress-interval pic 9(5) value 5000.
01 stop-flag        pic x(1) value 'N'.
01 walk-stopped-rec pic x(1) value 'N'.
   88 walk-stopped  value 'Y', false 'N'.
01 group-idx        pic 9(2).
01 group-hi         pic 9(3).
01 group-lo         pic 9(3).
01 hex-out          pic x(2) value spaces.

01 cidr-text        pic x(50) value spaces.
01 prefix-len       pic 9(3).
01 br-op-read       pic x(1) value 'R'.

01 provenance-line  pic x(256) value spaces.
01 class-op         pic x(1) value 'W'.
01 class-subject    pic x(256) value spaces.
01 class-label      pic x(12) value spaces.

*> control-total trailer state (cobmind-trailer).
01 trail-op         pic x(1) value 'R'.
    goback
  end-if

  *> first heartbeat, so the live monitor sees the walk from its
  *> start - the tree's node count bounds the networks it can yield.
  move 'dump' to mmdb2-ckpt-job
  move mmdb2-meta-node-count to mmdb2-ckpt-total
  move resume-target to mmdb2-ckpt-units
  move 'P' to ckpt-op
  call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec

  if resume-target = 0
    move 'W' to class-op
    move 'mmdb2-dump' to class-subject
    call 'cobmind-classify' using class-op, class-subject, class-label
    move 'C' to class-op
    move 'cidr,record' to class-subject
    call 'cobmind-classify' using class-op, class-subject, class-label

    call 'cobmind-provenance' using db-path,
        mmdb2-meta-build-epoch, db-path, provenance-line
    write dump-out-rec from provenance-line
    goback
  end-if

  move network-count to mmdb2-ckpt-units
  move 'D' to ckpt-op
  call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec

    move 'W' to ckpt-op
    call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec
    set walk-stopped to true
    exit paragraph
  end-if

  if function mod(network-count, progress-interval) = 0
    move network-count to mmdb2-ckpt-units
    move 'P' to ckpt-op
    call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec
  end-if
  .


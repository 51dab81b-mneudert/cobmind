01 networks-seen    pic 9(10) value 0.
01 resume-target    pic 9(10) value 0.
01 stop-interval    pic 9(5) value 500.
01 progress-interval pic 9(5) value 5000.
01 stop-flag        pic x(1) value 'N'.
01 walk-stopped-rec pic x(1) value 'N'.
   88 walk-stopped  value 'Y', false 'N'.
    goback
  end-if

  *> first heartbeat, so the live monitor sees the walk from its
  *> start - the tree's node count bounds the networks it can yield.
  move 'find-by-field' to mmdb2-ckpt-job
  move mmdb2-meta-node-count to mmdb2-ckpt-total
  move resume-target to mmdb2-ckpt-units
  move 'P' to ckpt-op
  call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec

  if resume-target = 0
    move spaces to out-line
    move 'cidr,record' to out-line
    goback
  end-if

  move networks-seen to mmdb2-ckpt-units
  move 'D' to ckpt-op
  call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec

    move 'W' to ckpt-op
    call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec
    set walk-stopped to true
    exit paragraph
  end-if

  if function mod(networks-seen, progress-interval) = 0
    move networks-seen to mmdb2-ckpt-units
    move 'P' to ckpt-op
    call 'mmdb2-checkpoint' using ckpt-path, ckpt-op, mmdb2-ckpt-rec
  end-if
  .


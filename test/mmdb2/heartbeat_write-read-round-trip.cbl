       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-test-mmdb2.

*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-heartbeat.cpy'.

01 hb-path          pic x(160) value 'cobmind_test_heartbeat'.
01 hb-op            pic x(1) value 'W'.

*>*********************************************************************

procedure division.
  *> a beat written is the beat read back, with a fresh age.
  move 42 to mmdb2-hb-served
  move 'STANDBY' to mmdb2-hb-owner
  move 'SERVING' to mmdb2-hb-state
  move 'Y' to mmdb2-hb-paused
  move '0000000044;0000000047;' to mmdb2-hb-ahead
  move 'W' to hb-op
  call 'mmdb2-heartbeat' using hb-path, hb-op, mmdb2-hb-rec

  initialize mmdb2-hb-rec
  move 'R' to hb-op
  call 'mmdb2-heartbeat' using hb-path, hb-op, mmdb2-hb-rec

  if mmdb2-hb-ts = spaces
    display 'Heartbeat written was not read back!'
    move 1 to return-code
  end-if

  if mmdb2-hb-served not = 42 or not mmdb2-hb-standby
  or not mmdb2-hb-serving or mmdb2-hb-paused not = 'Y'
    display 'Heartbeat fields did not survive the round trip!'
    display 'Found:    ' mmdb2-hb-served ' ' mmdb2-hb-owner ' '
        mmdb2-hb-state ' ' mmdb2-hb-paused
    move 1 to return-code
  end-if

  if mmdb2-hb-ahead not = '0000000044;0000000047;'
    display 'Commands answered ahead were not carried!'
    display 'Found:    ' function trim(mmdb2-hb-ahead)
    move 1 to return-code
  end-if

  if mmdb2-hb-age-secs > 5
    display 'Fresh heartbeat read as stale!'
    display 'Found:    ' mmdb2-hb-age-secs
    move 1 to return-code
  end-if

  *> no file at all is "no beat to judge", not a stale one.
  call 'CBL_DELETE_FILE' using hb-path
  move 'R' to hb-op
  call 'mmdb2-heartbeat' using hb-path, hb-op, mmdb2-hb-rec

  if mmdb2-hb-ts not = spaces or mmdb2-hb-age-secs not = 0
    display 'Missing heartbeat was not reported as absent!'
    move 1 to return-code
  end-if
stop run.

       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-heartbeat.

*>*********************************************************************
*> heartbeat manager for the resident request-queue server: one
*> heartbeat line per file (see mmdb2-heartbeat.cpy), driven by an
*> operation code -
*>
*>   'R'  read the heartbeat into mmdb2-hb-rec, with its age in
*>        seconds. an absent, empty or unreadable file comes back
*>        with mmdb2-hb-ts spaces, meaning "no beat to judge" - a
*>        reader catching the file mid-rewrite sees that, never a
*>        half line taken for a stale one.
*>   'W'  stamp the record with the current time and write it
*>
*> the open-write-close per call is deliberate, as for
*> mmdb2-checkpoint: a beat is only worth anything if it's on disk
*> when the address space dies.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select hb-file
    assign dynamic hb-path-ws
    organization line sequential
    file status is hb-status.

data division.
file section.

fd hb-file.
01 hb-file-rec pic x(700).

working-storage section.

01 hb-path-ws      pic x(160) value spaces.
01 hb-status       pic xx value spaces.
01 hb-exists-rec   pic x(1).
   88 hb-exists    value 'Y', false 'N'.

01 ts-field        pic x(15) value spaces.
01 served-field    pic x(20) value spaces.
01 owner-field     pic x(16) value spaces.
01 state-field     pic x(16) value spaces.
01 paused-field    pic x(10) value spaces.
01 ahead-field     pic x(570) value spaces.

01 current-ts      pic x(21) value spaces.
01 beat-date       pic 9(8) value 0.
01 beat-time.
   05 beat-hh      pic 9(2) value 0.
   05 beat-mm      pic 9(2) value 0.
   05 beat-ss      pic 9(2) value 0.
01 now-date        pic 9(8) value 0.
01 now-time.
   05 now-hh       pic 9(2) value 0.
   05 now-mm       pic 9(2) value 0.
   05 now-ss       pic 9(2) value 0.
01 beat-secs       pic s9(12) value 0.
01 now-secs        pic s9(12) value 0.

linkage section.

01 hb-path     pic x(160).
01 hb-op       pic x(1).
copy 'mmdb2-heartbeat.cpy'.

*>*********************************************************************

procedure division using hb-path, hb-op, mmdb2-hb-rec.
  move hb-path to hb-path-ws
  move spaces to hb-status

  evaluate hb-op
    when 'R' perform read-heartbeat
    when 'W' perform write-heartbeat
    when other
      display 'mmdb2-heartbeat: unknown operation: ' hb-op
  end-evaluate
  goback.

*>*********************************************************************

read-heartbeat.
  move spaces to mmdb2-hb-ts mmdb2-hb-owner mmdb2-hb-state
      mmdb2-hb-ahead
  move 'N' to mmdb2-hb-paused
  move 0 to mmdb2-hb-served mmdb2-hb-age-secs

  call 'cobmind-file-exists' using hb-path-ws, hb-exists-rec
  if not hb-exists
    exit paragraph
  end-if

  open input hb-file
  if hb-status not = '00'
    exit paragraph
  end-if

  read hb-file
    at end continue
    not at end
      move spaces to ts-field served-field owner-field state-field
          paused-field ahead-field
      unstring hb-file-rec delimited by ','
        into ts-field, served-field, owner-field, state-field,
            paused-field, ahead-field

      if ts-field(1:8) is numeric and ts-field(9:1) = '-'
      and ts-field(10:6) is numeric
      and served-field(1:7) = 'served='
      and function trim(served-field(8:)) is numeric
        move ts-field to mmdb2-hb-ts
        move function numval(served-field(8:)) to mmdb2-hb-served
        move owner-field(7:) to mmdb2-hb-owner
        move state-field(7:) to mmdb2-hb-state
        move paused-field(8:1) to mmdb2-hb-paused
        move ahead-field(7:) to mmdb2-hb-ahead
      end-if
  end-read

  close hb-file

  if mmdb2-hb-ts not = spaces
    perform age-heartbeat
  end-if
  .

age-heartbeat.
  move mmdb2-hb-ts(1:8) to beat-date
  move mmdb2-hb-ts(10:6) to beat-time
  move function current-date to current-ts
  move current-ts(1:8) to now-date
  move current-ts(9:6) to now-time

  compute beat-secs = function integer-of-date(beat-date) * 86400
      + beat-hh * 3600 + beat-mm * 60 + beat-ss
  compute now-secs = function integer-of-date(now-date) * 86400
      + now-hh * 3600 + now-mm * 60 + now-ss

  if now-secs > beat-secs
    compute mmdb2-hb-age-secs = now-secs - beat-secs
  else
    move 0 to mmdb2-hb-age-secs
  end-if
  .

write-heartbeat.
  move function current-date to current-ts
  move spaces to mmdb2-hb-ts
  string current-ts(1:8) '-' current-ts(9:6)
      delimited by size into mmdb2-hb-ts
  move 0 to mmdb2-hb-age-secs

  open output hb-file
  if hb-status not = '00'
    display 'mmdb2-heartbeat: cannot write ' function trim(hb-path-ws)
    exit paragraph
  end-if

  move spaces to hb-file-rec
  string mmdb2-hb-ts
      ',served=' mmdb2-hb-served
      ',owner=' function trim(mmdb2-hb-owner)
      ',state=' function trim(mmdb2-hb-state)
      ',paused=' mmdb2-hb-paused
      ',ahead=' function trim(mmdb2-hb-ahead)
      delimited by size into hb-file-rec
  write hb-file-rec

  close hb-file
  .

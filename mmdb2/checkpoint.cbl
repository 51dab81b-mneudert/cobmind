*>        units, meaning "start clean")
*>   'W'  write the record as IN-PROGRESS with the caller's units
*>   'D'  write the record as DONE
*>   'P'  progress heartbeat only - the restart record is left alone
*>
*> every 'W', 'D' and 'P' also beats the job's progress heartbeat
*> (cobmind-progress-note) with the caller's mmdb2-ckpt-job and
*> mmdb2-ckpt-total, so the live monitor sees the walk move. the
*> walks only write the restart record when they stop on request,
*> so a 'W' heartbeat reports the job PARKED; 'P' is the in-flight
*> beat, and reports it RUNNING.
*>
*> the open-write-close per call is deliberate: a checkpoint is only
*> worth anything if it's on disk when the region is cancelled, and
01 status-field    pic x(12) value spaces.
01 units-field     pic 9(10) value 0.

01 job-file        pic x(160) value spaces.
01 job-file-len    pic 9(3) value 0.
01 note-status     pic x(12) value spaces.

linkage section.

01 ckpt-path   pic x(160).
    when 'W'
      move 'IN-PROGRESS' to mmdb2-ckpt-status
      perform write-checkpoint
      move 'PARKED' to note-status
      perform note-progress
    when 'D'
      move 'DONE' to mmdb2-ckpt-status
      perform write-checkpoint
      move 'DONE' to note-status
      perform note-progress
    when 'P'
      move 'RUNNING' to note-status
      perform note-progress
    when other
      display 'mmdb2-checkpoint: unknown operation: ' ckpt-op
  end-evaluate

  close ckpt-file
  .

*>*********************************************************************
*> the heartbeat is keyed by the job's own file - the checkpoint
*> path without its "_ckpt" suffix.
*>*********************************************************************

note-progress.
  move spaces to job-file
  move function length(function trim(ckpt-path-ws, trailing))
      to job-file-len

  if job-file-len > 5
  and ckpt-path-ws(job-file-len - 4:5) = '_ckpt'
    move ckpt-path-ws(1:job-file-len - 5) to job-file
  else
    move ckpt-path-ws to job-file
  end-if

  call 'cobmind-progress-note' using job-file, mmdb2-ckpt-job,
      note-status, mmdb2-ckpt-units, mmdb2-ckpt-total
  .

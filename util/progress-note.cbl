       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-progress-note.

*>*********************************************************************
*> progress heartbeat for the long-running jobs - the batch lookup
*> and the marathon tree walks - so the live monitor
*> (mmdb2-job-progress) can tell how far a job has got without
*> anyone reading "_ckpt" files by hand. each job keeps a small
*> progress file beside its output ("<job-file>_progress"):
*>
*>   <status>,<mode>,<total>,<started YYYYMMDDhhmmss>
*>   <YYYYMMDDhhmmss>,<units>          (the last six heartbeats,
*>   ...                                 oldest first)
*>
*> status is RUNNING while the job works, PARKED once it has written
*> its restart checkpoint and stopped on request, and DONE at the
*> end. the restart checkpoint itself ("_ckpt") is untouched here -
*> this file is for watching a job, the checkpoint for restarting
*> one.
*>
*> the first RUNNING heartbeat of a run also registers the job in
*> the jobs registry ("COBMIND_JOBS", ./cobmind.jobs when unset),
*> which is how the monitor finds every job in flight:
*>
*>   <started YYYYMMDDhhmmss>,<mode>,<job-file>
*>*********************************************************************

environment division.
input-output section.

file-control.
  select progress-file
    assign dynamic progress-path
    organization line sequential
    file status is progress-status.

  select registry-out
    assign dynamic registry-file
    organization line sequential
    file status is registry-status.

data division.
file section.

fd progress-file.
01 progress-rec pic x(256).

fd registry-out.
01 registry-out-rec pic x(256).

working-storage section.

01 progress-path    pic x(176) value spaces.
01 progress-status  pic xx value spaces.
01 progress-exists-rec pic x(1).
   88 progress-exists value 'Y', false 'N'.
01 registry-file    pic x(128) value spaces.
01 registry-status  pic xx value spaces.

01 current-ts       pic x(21) value spaces.
01 now-stamp        pic x(14) value spaces.

*> the progress file as last written.
01 hdr-status       pic x(12) value spaces.
01 hdr-mode         pic x(16) value spaces.
01 hdr-total-text   pic x(10) value spaces.
01 hdr-started      pic x(14) value spaces.
01 sample-table.
   05 sample-entry occurs 6 times.
      10 sample-stamp pic x(14).
      10 sample-units pic 9(10).
01 sample-count     pic 9(1) value 0.
01 sample-ix        pic 9(1) value 0.
01 split-stamp      pic x(14) value spaces.
01 split-units      pic x(10) value spaces.
01 line-count       pic 9(2) value 0.

01 out-line         pic x(256) value spaces.
01 total-edit       pic 9(10) value 0.

linkage section.

01 job-file     pic x(160).
01 job-mode     pic x(16).
01 job-status   pic x(12).
01 job-units    pic 9(10).
01 job-total    pic 9(10).

*>*********************************************************************

procedure division using job-file, job-mode, job-status, job-units,
    job-total.
  move spaces to progress-path
  string function trim(job-file) '_progress' delimited by size
      into progress-path

  move function current-date to current-ts
  move current-ts(1:14) to now-stamp

  perform load-progress-file

  *> a heartbeat that finds no run under way starts a new one - the
  *> samples of the previous run say nothing about this one's rate.
  if function trim(job-status) = 'RUNNING'
  and function trim(hdr-status) not = 'RUNNING'
    move now-stamp to hdr-started
    move 0 to sample-count
    perform register-job
  end-if

  if hdr-started = spaces
    move now-stamp to hdr-started
  end-if

  perform add-sample
  perform write-progress-file
  goback.

*>*********************************************************************

load-progress-file.
  move spaces to hdr-status hdr-mode hdr-total-text hdr-started
  move 0 to sample-count line-count

  call 'cobmind-file-exists' using progress-path(1:128),
      progress-exists-rec

  if not progress-exists
    exit paragraph
  end-if

  move spaces to progress-status
  open input progress-file

  if progress-status not = '00'
    exit paragraph
  end-if

  perform until progress-status = '10'
    read progress-file
      at end move '10' to progress-status
      not at end perform take-progress-line
    end-read
  end-perform

  close progress-file
  .

take-progress-line.
  add 1 to line-count

  if line-count = 1
    unstring progress-rec delimited by ','
        into hdr-status, hdr-mode, hdr-total-text, hdr-started
    exit paragraph
  end-if

  move spaces to split-stamp split-units
  unstring progress-rec delimited by ','
      into split-stamp, split-units

  if split-stamp is not numeric
  or function trim(split-units) is not numeric
    exit paragraph
  end-if

  if sample-count = 6
    perform drop-oldest-sample
  end-if

  add 1 to sample-count
  move split-stamp to sample-stamp(sample-count)
  move function numval(split-units) to sample-units(sample-count)
  .

add-sample.
  if sample-count = 6
    perform drop-oldest-sample
  end-if

  add 1 to sample-count
  move now-stamp to sample-stamp(sample-count)
  move job-units to sample-units(sample-count)
  .

drop-oldest-sample.
  perform varying sample-ix from 1 by 1 until sample-ix > 5
    move sample-entry(sample-ix + 1) to sample-entry(sample-ix)
  end-perform
  subtract 1 from sample-count
  .

write-progress-file.
  move spaces to progress-status
  open output progress-file

  if progress-status not = '00'
    exit paragraph
  end-if

  move job-total to total-edit

  move spaces to out-line
  string function trim(job-status) ','
      function trim(job-mode) ','
      total-edit ','
      hdr-started
      delimited by size into out-line
  write progress-rec from out-line

  perform varying sample-ix from 1 by 1
      until sample-ix > sample-count
    move spaces to out-line
    string sample-stamp(sample-ix) ',' sample-units(sample-ix)
        delimited by size into out-line
    write progress-rec from out-line
  end-perform

  close progress-file
  .

*>*********************************************************************
*> one registry line per run - the monitor keeps the latest line per
*> job file, so a nightly job that reuses its name re-registers
*> harmlessly.
*>*********************************************************************

register-job.
  move spaces to registry-file
  accept registry-file from environment "COBMIND_JOBS"

  if registry-file = spaces or low-value
    move './cobmind.jobs' to registry-file
  end-if

  open extend registry-out

  if registry-status not = '00'
    open output registry-out
  end-if

  if registry-status not = '00'
    exit paragraph
  end-if

  move spaces to out-line
  string now-stamp ','
      function trim(job-mode) ','
      function trim(job-file)
      delimited by size into out-line
  write registry-out-rec from out-line

  close registry-out
  .

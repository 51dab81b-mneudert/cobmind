       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-job-progress.

*>*********************************************************************
*> live monitor for the jobs in flight - ENRICH's batch lookup and
*> the marathon walks (dump, find-by-field, build-index) - so the
*> night operator can see how far each one has got, and whether it
*> will make the window, long before the window-overrun code does.
*>
*> every RUNNING job in the jobs registry ("COBMIND_JOBS", see
*> cobmind-progress-note) is read from its "<job-file>_progress"
*> heartbeat file into mmdb2-jobs.cpy: the input or walk size, the
*> units its last heartbeat recorded, the rate over the last few
*> heartbeats (units per minute), and the predicted finish against
*> today's batch-window end from the calendar guard's control file
*> ("COBMIND_WINDOW_FILE", the same file mmdb2-check-window and
*> mmdb2-window-forecast read).
*>
*> a job whose heartbeat hasn't moved for stall-minutes (the
*> caller's figure; zero means "COBMIND_STALL_MINUTES", 15 when
*> unset) is flagged STALLED - a hung region and a cancelled one
*> look the same from here, and both need the operator. with
*> notify-flag 'Y' each stall raises one JOB-STALLED notify event;
*> the stall log ("COBMIND_STALL_LOG", ./cobmind.stalls) remembers
*> which heartbeat was already reported, so a status step scheduled
*> every few minutes doesn't page the same stall all night.
*>
*> registrations older than two days are not read: a job that has
*> been "running" that long was abandoned, and its restart
*> checkpoint - not this monitor - is what matters for it.
*>*********************************************************************

environment division.
input-output section.

file-control.
  select registry-in
    assign dynamic registry-file
    organization line sequential
    file status is registry-status.

  select progress-in
    assign dynamic progress-path
    organization line sequential
    file status is progress-status.

  select window-in
    assign dynamic window-file
    organization line sequential
    file status is window-status.

  select stall-log
    assign dynamic stall-file
    organization line sequential
    file status is stall-status.

data division.
file section.

fd registry-in.
01 registry-in-rec pic x(256).

fd progress-in.
01 progress-in-rec pic x(256).

fd window-in.
01 window-in-rec pic x(64).

fd stall-log.
01 stall-rec pic x(256).

working-storage section.

01 registry-file    pic x(128) value spaces.
01 registry-status  pic xx value spaces.
01 progress-path    pic x(176) value spaces.
01 progress-status  pic xx value spaces.
01 window-file      pic x(128) value spaces.
01 window-status    pic xx value spaces.
01 stall-file       pic x(128) value spaces.
01 stall-status     pic xx value spaces.
01 file-exists-rec  pic x(1).
   88 file-on-disk  value 'Y', false 'N'.

01 stall-env        pic x(8) value spaces.

*> the clock, as seconds since the integer-of-date epoch and as
*> seconds into today.
01 current-ts       pic x(21) value spaces.
01 now-abs-secs     pic 9(12) value 0.
01 now-day-secs     pic 9(8) value 0.
01 stamp-text       pic x(14) value spaces.
01 stamp-secs       pic 9(12) value 0.
01 horizon-secs     pic 9(12) value 0.
01 horizon-hours    pic 9(3) value 48.

*> distinct jobs from the registry, latest registration kept.
01 reg-table.
   05 reg-entry occurs 50 times indexed by reg-ix.
      10 reg-file   pic x(128).
      10 reg-mode   pic x(16).
01 reg-count        pic 9(2) value 0.
01 reg-found-rec    pic x(1) value 'N'.
   88 reg-found     value 'Y', false 'N'.
01 split-stamp      pic x(14) value spaces.
01 split-mode       pic x(16) value spaces.
01 split-file       pic x(128) value spaces.

*> one job's heartbeat file.
01 hdr-status       pic x(12) value spaces.
01 hdr-mode         pic x(16) value spaces.
01 hdr-total-text   pic x(10) value spaces.
01 hdr-started      pic x(14) value spaces.
01 split-units      pic x(10) value spaces.
01 line-count       pic 9(2) value 0.
01 first-stamp      pic x(14) value spaces.
01 first-units      pic 9(10) value 0.
01 last-stamp       pic x(14) value spaces.
01 last-units       pic 9(10) value 0.
01 first-secs       pic 9(12) value 0.
01 last-secs        pic 9(12) value 0.
01 job-ix           pic 9(2) value 0.

01 remaining-secs   pic 9(12) value 0.
01 finish-secs      pic 9(12) value 0.
01 finish-hh        pic 9(2) value 0.
01 finish-mm        pic 9(2) value 0.
01 finish-rem       pic 9(8) value 0.
01 slack-secs       pic s9(12) value 0.

*> today's window line, as mmdb2-window-forecast reads it.
01 today-num        pic 9(8) value 0.
01 today-abs-days   pic 9(10) value 0.
01 dow-num          pic 9(1) value 0.
01 dow-name         pic x(3) value spaces.
01 line-key         pic x(16) value spaces.
01 line-value       pic x(16) value spaces.
01 eq-pos           pic 9(3) value 0.
01 from-text        pic x(4) value spaces.
01 to-text          pic x(4) value spaces.
01 window-to        pic 9(4) value 0.
01 window-found-rec pic x(1) value 'N'.
   88 window-found  value 'Y', false 'N'.
01 end-of-window-secs pic 9(8) value 0.

*> display-line editing.
01 units-edit       pic z(9)9.
01 total-edit       pic z(9)9.
01 pct-edit         pic zz9.
01 pct-num          pic 9(3) value 0.
01 rate-edit        pic z(8)9.
01 idle-edit        pic z(4)9.
01 work-line        pic x(78) value spaces.

*> stall notices.
01 stall-key        pic x(160) value spaces.
01 stall-seen-rec   pic x(1) value 'N'.
   88 stall-seen    value 'Y', false 'N'.
01 notify-event     pic x(16) value 'JOB-STALLED'.
01 notify-text      pic x(128) value spaces.

linkage section.

01 stall-minutes-arg pic 9(4).
01 notify-flag       pic x(1).
copy 'mmdb2-jobs.cpy'.

*>*********************************************************************

procedure division using stall-minutes-arg, notify-flag,
    mmdb2-job-table.
  initialize mmdb2-job-table
  move 0 to reg-count

  move stall-minutes-arg to mmdb2-job-stall-mins

  if mmdb2-job-stall-mins = 0
    move spaces to stall-env
    accept stall-env from environment "COBMIND_STALL_MINUTES"
    if function trim(stall-env) not = spaces
    and function trim(stall-env) is numeric
      move function numval(stall-env) to mmdb2-job-stall-mins
    end-if
  end-if

  if mmdb2-job-stall-mins = 0
    move 15 to mmdb2-job-stall-mins
  end-if

  move function current-date to current-ts
  move current-ts(1:14) to stamp-text
  perform stamp-to-secs
  move stamp-secs to now-abs-secs
  compute now-day-secs =
      function numval(current-ts(9:2)) * 3600
      + function numval(current-ts(11:2)) * 60
      + function numval(current-ts(13:2))
  compute horizon-secs = now-abs-secs - horizon-hours * 3600

  perform find-window-end

  if window-found
    move spaces to mmdb2-job-window-end
    string to-text(1:2) ':' to-text(3:2)
        delimited by size into mmdb2-job-window-end
  end-if

  perform load-registry

  perform varying reg-ix from 1 by 1 until reg-ix > reg-count
    perform weigh-job
  end-perform
  goback.

*>*********************************************************************
*> the registry, one line per run - a job file that ran nightly
*> appears once per night, and only its latest line is kept.
*>*********************************************************************

load-registry.
  move spaces to registry-file
  accept registry-file from environment "COBMIND_JOBS"

  if registry-file = spaces or low-value
    move './cobmind.jobs' to registry-file
  end-if

  call 'cobmind-file-exists' using registry-file, file-exists-rec

  if not file-on-disk
    exit paragraph
  end-if

  move spaces to registry-status
  open input registry-in

  if registry-status not = '00'
    exit paragraph
  end-if

  perform until registry-status = '10'
    read registry-in
      at end move '10' to registry-status
      not at end perform take-registry-line
    end-read
  end-perform

  close registry-in
  .

take-registry-line.
  move spaces to split-stamp split-mode split-file
  unstring registry-in-rec delimited by ','
      into split-stamp, split-mode, split-file

  if split-stamp is not numeric or split-file = spaces
    exit paragraph
  end-if

  move split-stamp to stamp-text
  perform stamp-to-secs

  if stamp-secs < horizon-secs
    exit paragraph
  end-if

  set reg-found to false
  perform varying job-ix from 1 by 1 until job-ix > reg-count
    if reg-file(job-ix) = split-file
      move split-mode to reg-mode(job-ix)
      set reg-found to true
    end-if
  end-perform

  if not reg-found and reg-count < 50
    add 1 to reg-count
    move split-file to reg-file(reg-count)
    move split-mode to reg-mode(reg-count)
  end-if
  .

*>*********************************************************************
*> one registered job: only a RUNNING heartbeat file makes a job in
*> flight - PARKED and DONE jobs have left the floor.
*>*********************************************************************

weigh-job.
  move spaces to progress-path
  string function trim(reg-file(reg-ix)) '_progress'
      delimited by size into progress-path

  call 'cobmind-file-exists' using progress-path(1:128),
      file-exists-rec

  if not file-on-disk
    exit paragraph
  end-if

  move spaces to hdr-status hdr-mode hdr-total-text hdr-started
      first-stamp last-stamp
  move 0 to line-count first-units last-units

  move spaces to progress-status
  open input progress-in

  if progress-status not = '00'
    exit paragraph
  end-if

  perform until progress-status = '10'
    read progress-in
      at end move '10' to progress-status
      not at end perform take-progress-line
    end-read
  end-perform

  close progress-in

  if function trim(hdr-status) not = 'RUNNING'
  or last-stamp = spaces
    exit paragraph
  end-if

  if mmdb2-job-count >= 20
    exit paragraph
  end-if

  add 1 to mmdb2-job-count
  move mmdb2-job-count to job-ix

  move reg-file(reg-ix) to mmdb2-job-file(job-ix)
  move hdr-mode to mmdb2-job-mode(job-ix)
  if function trim(hdr-total-text) is numeric
    move function numval(hdr-total-text) to mmdb2-job-total(job-ix)
  end-if
  move last-units to mmdb2-job-units(job-ix)

  move first-stamp to stamp-text
  perform stamp-to-secs
  move stamp-secs to first-secs
  move last-stamp to stamp-text
  perform stamp-to-secs
  move stamp-secs to last-secs

  if now-abs-secs > last-secs
    compute mmdb2-job-idle(job-ix) = (now-abs-secs - last-secs) / 60
  end-if

  if last-secs > first-secs and last-units > first-units
    compute mmdb2-job-rate(job-ix) =
        (last-units - first-units) * 60 / (last-secs - first-secs)
  end-if

  move '--:--' to mmdb2-job-eta(job-ix)

  evaluate true
    when mmdb2-job-idle(job-ix) >= mmdb2-job-stall-mins
      set mmdb2-job-is-stalled(job-ix) to true
      add 1 to mmdb2-job-stalled
      if notify-flag = 'Y'
        perform raise-stall-notice
      end-if

    when mmdb2-job-total(job-ix) = 0
    or mmdb2-job-rate(job-ix) = 0
    or mmdb2-job-units(job-ix) >= mmdb2-job-total(job-ix)
      set mmdb2-job-no-eta(job-ix) to true

    when other
      perform predict-finish
  end-evaluate

  perform format-job-lines
  .

take-progress-line.
  add 1 to line-count

  if line-count = 1
    unstring progress-in-rec delimited by ','
        into hdr-status, hdr-mode, hdr-total-text, hdr-started
    exit paragraph
  end-if

  move spaces to split-stamp split-units
  unstring progress-in-rec delimited by ','
      into split-stamp, split-units

  if split-stamp is not numeric
  or function trim(split-units) is not numeric
    exit paragraph
  end-if

  if first-stamp = spaces
    move split-stamp to first-stamp
    move function numval(split-units) to first-units
  end-if

  move split-stamp to last-stamp
  move function numval(split-units) to last-units
  .

*>*********************************************************************
*> finish time at the current rate, against the window end - which
*> wraps past midnight the way the window itself does.
*>*********************************************************************

predict-finish.
  compute remaining-secs =
      (mmdb2-job-total(job-ix) - mmdb2-job-units(job-ix)) * 60
      / mmdb2-job-rate(job-ix)
  compute finish-secs = now-day-secs + remaining-secs

  divide finish-secs by 3600 giving finish-hh
      remainder finish-rem
  divide finish-rem by 60 giving finish-mm
  compute finish-hh = function mod(finish-hh, 24)

  move spaces to mmdb2-job-eta(job-ix)
  string finish-hh ':' finish-mm
      delimited by size into mmdb2-job-eta(job-ix)

  if not window-found
    set mmdb2-job-no-window(job-ix) to true
    exit paragraph
  end-if

  compute end-of-window-secs =
      function integer(window-to / 100) * 3600
      + function mod(window-to, 100) * 60

  if end-of-window-secs <= now-day-secs
    add 86400 to end-of-window-secs
  end-if

  compute slack-secs = end-of-window-secs - finish-secs

  if slack-secs < 0
    set mmdb2-job-overruns(job-ix) to true
    add 1 to mmdb2-job-overrun
  else
    set mmdb2-job-fits(job-ix) to true
  end-if
  .

format-job-lines.
  move spaces to mmdb2-job-line-1(job-ix)
  string mmdb2-job-mode(job-ix)(1:14)
      function trim(mmdb2-job-file(job-ix))
      delimited by size into mmdb2-job-line-1(job-ix)

  move mmdb2-job-units(job-ix) to units-edit
  move mmdb2-job-rate(job-ix) to rate-edit

  move spaces to work-line
  if mmdb2-job-total(job-ix) > 0
    if mmdb2-job-units(job-ix) >= mmdb2-job-total(job-ix)
      move 100 to pct-num
    else
      compute pct-num =
          mmdb2-job-units(job-ix) * 100 / mmdb2-job-total(job-ix)
    end-if
    move mmdb2-job-total(job-ix) to total-edit
    move pct-num to pct-edit
    string '  ' function trim(units-edit) ' of '
        function trim(total-edit) ' (' function trim(pct-edit) '%)'
        delimited by size into work-line
  else
    string '  ' function trim(units-edit) ' done, size unknown'
        delimited by size into work-line
  end-if

  if mmdb2-job-is-stalled(job-ix)
    move mmdb2-job-idle(job-ix) to idle-edit
    string function trim(work-line, trailing)
        '  STALLED - no checkpoint for '
        function trim(idle-edit) ' min'
        delimited by size into mmdb2-job-line-2(job-ix)
  else
    string function trim(work-line, trailing)
        '  ' function trim(rate-edit) '/min  eta '
        mmdb2-job-eta(job-ix) '  '
        function trim(mmdb2-job-state(job-ix))
        delimited by size into mmdb2-job-line-2(job-ix)
  end-if
  .

*>*********************************************************************
*> one JOB-STALLED event per stalled heartbeat: the stall log keys
*> on job file plus the heartbeat it stalled at, so a job that moves
*> again and stalls later is reported again.
*>*********************************************************************

raise-stall-notice.
  move spaces to stall-file
  accept stall-file from environment "COBMIND_STALL_LOG"

  if stall-file = spaces or low-value
    move './cobmind.stalls' to stall-file
  end-if

  move spaces to stall-key
  string function trim(mmdb2-job-file(job-ix)) ',' last-stamp
      delimited by size into stall-key

  set stall-seen to false

  call 'cobmind-file-exists' using stall-file, file-exists-rec

  if file-on-disk
    move spaces to stall-status
    open input stall-log

    if stall-status = '00'
      perform until stall-status = '10'
        read stall-log
          at end move '10' to stall-status
          not at end
            if stall-rec = stall-key
              set stall-seen to true
            end-if
        end-read
      end-perform
      close stall-log
    end-if
  end-if

  if stall-seen
    exit paragraph
  end-if

  move mmdb2-job-idle(job-ix) to idle-edit
  move mmdb2-job-units(job-ix) to units-edit
  move spaces to notify-text
  string function trim(mmdb2-job-mode(job-ix))
      ' has not checkpointed for ' function trim(idle-edit)
      ' minute(s) - stuck at ' function trim(units-edit)
      ' unit(s)'
      delimited by size into notify-text
  call 'cobmind-notify' using 'W', mmdb2-job-file(job-ix),
      notify-event, notify-text

  open extend stall-log

  if stall-status not = '00'
    open output stall-log
  end-if

  if stall-status = '00'
    write stall-rec from stall-key
    close stall-log
  end-if
  .

*>*********************************************************************
*> a YYYYMMDDhhmmss stamp as seconds since the integer-of-date epoch.
*>*********************************************************************

stamp-to-secs.
  move 0 to stamp-secs

  if stamp-text is not numeric
    exit paragraph
  end-if

  compute stamp-secs =
      function integer-of-date(function numval(stamp-text(1:8)))
          * 86400
      + function numval(stamp-text(9:2)) * 3600
      + function numval(stamp-text(11:2)) * 60
      + function numval(stamp-text(13:2))
  .

*>*********************************************************************
*> today's window line from the check-window control file - only
*> the closing time matters here.
*>*********************************************************************

find-window-end.
  set window-found to false

  move spaces to window-file
  accept window-file from environment "COBMIND_WINDOW_FILE"

  if window-file = spaces or low-value
    move './cobmind.window' to window-file
  end-if

  call 'cobmind-file-exists' using window-file, file-exists-rec

  if not file-on-disk
    exit paragraph
  end-if

  move function current-date(1:8) to today-num
  compute today-abs-days = function integer-of-date(today-num)
  compute dow-num = function mod(today-abs-days - 1, 7) + 1

  evaluate dow-num
    when 1 move 'mon' to dow-name
    when 2 move 'tue' to dow-name
    when 3 move 'wed' to dow-name
    when 4 move 'thu' to dow-name
    when 5 move 'fri' to dow-name
    when 6 move 'sat' to dow-name
    when other move 'sun' to dow-name
  end-evaluate

  move spaces to window-status
  open input window-in

  if window-status not = '00'
    exit paragraph
  end-if

  perform until window-status = '10'
    read window-in
      at end move '10' to window-status
      not at end perform weigh-window-line
    end-read
  end-perform

  close window-in
  .

weigh-window-line.
  if function trim(window-in-rec) = spaces
  or window-in-rec(1:1) = '#'
    exit paragraph
  end-if

  move spaces to line-key line-value
  move 0 to eq-pos
  inspect window-in-rec tallying eq-pos
      for characters before initial '='

  if eq-pos = 0 or eq-pos >= length of window-in-rec
    exit paragraph
  end-if

  move window-in-rec(1:eq-pos) to line-key
  move window-in-rec(eq-pos + 2:) to line-value
  move function lower-case(function trim(line-key)) to line-key

  if function trim(line-key) not = dow-name
    exit paragraph
  end-if

  move spaces to from-text to-text
  unstring line-value delimited by '-'
      into from-text, to-text

  if from-text is numeric and to-text is numeric
    move to-text to window-to
    set window-found to true
  end-if
  .

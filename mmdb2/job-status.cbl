       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-job-status.

*>*********************************************************************
*> batch status step for the live job monitor - scheduled every few
*> minutes through the night (GEOJOBS), it lists every job in flight
*> with its size, progress, rate and predicted finish against the
*> batch window (mmdb2-job-progress does the reading), and raises a
*> JOB-STALLED notify event for a job whose checkpoint has stopped
*> moving:
*>
*>   PARM='[<stall-minutes>]'
*>
*> the stall threshold defaults to "COBMIND_STALL_MINUTES" (15 when
*> unset). return code mmdb2-rc-job-stalled when anything is
*> stalled, mmdb2-rc-window-overrun when a running job's predicted
*> finish is past the window end, zero otherwise - so the scheduler
*> can act at 01:00 rather than at the 06:00 overrun.
*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-retcode.cpy'.
copy 'mmdb2-jobs.cpy'.

01 stall-raw       pic x(6) value spaces.
01 stall-minutes   pic 9(4) value 0.
01 notify-flag     pic x(1) value 'Y'.
01 job-ix          pic 9(2) value 0.

*>*********************************************************************

procedure division.
  accept stall-raw from argument-value

  if function trim(stall-raw) not = spaces
    if function trim(stall-raw) is not numeric
      display 'usage: mmdb2-job-status [<stall-minutes>]'
      move mmdb2-rc-bad-argument to return-code
      goback
    end-if
    move function numval(stall-raw) to stall-minutes
  end-if

  call 'mmdb2-job-progress' using stall-minutes, notify-flag,
      mmdb2-job-table

  if mmdb2-job-window-end = spaces
    display 'window:  none configured for today'
  else
    display 'window:  ends ' mmdb2-job-window-end
  end-if
  display 'stalled: no checkpoint for ' mmdb2-job-stall-mins
      ' minute(s)'

  if mmdb2-job-count = 0
    display 'no jobs in flight'
    move mmdb2-rc-ok to return-code
    goback
  end-if

  perform varying job-ix from 1 by 1 until job-ix > mmdb2-job-count
    display function trim(mmdb2-job-line-1(job-ix), trailing)
    display function trim(mmdb2-job-line-2(job-ix), trailing)
  end-perform

  display mmdb2-job-count ' job(s) in flight, ' mmdb2-job-stalled
      ' stalled, ' mmdb2-job-overrun ' predicted past the window'

  evaluate true
    when mmdb2-job-stalled > 0
      move mmdb2-rc-job-stalled to return-code
    when mmdb2-job-overrun > 0
      move mmdb2-rc-window-overrun to return-code
    when other
      move mmdb2-rc-ok to return-code
  end-evaluate
  goback.

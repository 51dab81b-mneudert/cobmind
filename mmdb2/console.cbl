*>   PF3    exit
*>   PF4    previous registered database  PF5  next registered database
*>   PF6    toggle --explain tracing on the next lookup
*>   PF7    jobs in flight - the live progress monitor's screen
*>          (mmdb2-job-progress): ENTER refreshes, PF3 returns
*>
*> every lookup is written to the audit trail exactly as a command
*> line "-i" lookup would be. database switching closes the old
*> operator annotation on the matched network (mmdb2-annotate).
01 network-note      pic x(64) value spaces.

*> jobs-in-flight screen: the monitor's two lines per job, nine jobs
*> to a screen. the console only looks - stall events are the batch
*> status step's to raise.
copy 'mmdb2-jobs.cpy'.
01 jobs-done-rec     pic x(1) value 'N'.
   88 jobs-done      value 'Y', false 'N'.
01 jobs-stall-mins   pic 9(4) value 0.
01 jobs-notify-flag  pic x(1) value 'N'.
01 jobs-line-table.
   05 jobs-line occurs 18 times pic x(78) value spaces.
01 jobs-line-ix      pic 9(2) value 0.
01 jobs-ix           pic 9(2) value 0.
01 jobs-title-line   pic x(78) value spaces.
01 jobs-status-line  pic x(78) value spaces.

linkage section.

01 lookup-db     pic x(128).
   05 line 19 column 3 pic x(78) from recent-line(5).
   05 line 21 column 1 pic x(78) from scr-status-line highlight.
   05 line 23 column 1 value 'ENTER=lookup  PF2=info  PF3=exit'
      & '  PF4/PF5=switch db  PF6=explain  PF7=jobs'.

01 jobs-screen.
   05 blank screen.
   05 line 1 column 1 value 'COBMIND JOBS IN FLIGHT' highlight.
   05 line 2 column 1 pic x(78) from jobs-title-line.
   05 line 3 column 1 pic x(78) from jobs-line(1).
   05 line 4 column 1 pic x(78) from jobs-line(2).
   05 line 5 column 1 pic x(78) from jobs-line(3).
   05 line 6 column 1 pic x(78) from jobs-line(4).
   05 line 7 column 1 pic x(78) from jobs-line(5).
   05 line 8 column 1 pic x(78) from jobs-line(6).
   05 line 9 column 1 pic x(78) from jobs-line(7).
   05 line 10 column 1 pic x(78) from jobs-line(8).
   05 line 11 column 1 pic x(78) from jobs-line(9).
   05 line 12 column 1 pic x(78) from jobs-line(10).
   05 line 13 column 1 pic x(78) from jobs-line(11).
   05 line 14 column 1 pic x(78) from jobs-line(12).
   05 line 15 column 1 pic x(78) from jobs-line(13).
   05 line 16 column 1 pic x(78) from jobs-line(14).
   05 line 17 column 1 pic x(78) from jobs-line(15).
   05 line 18 column 1 pic x(78) from jobs-line(16).
   05 line 19 column 1 pic x(78) from jobs-line(17).
   05 line 20 column 1 pic x(78) from jobs-line(18).
   05 line 22 column 1 pic x(78) from jobs-status-line highlight.
   05 line 23 column 1 value 'ENTER=refresh  PF3=back'.

*>*********************************************************************

    when 1005
      perform switch-next-database

    when 1007
      perform show-jobs-in-flight

    when 1006
      if explain-flag-ws = 'Y'
        move 'N' to explain-flag-ws
  end-evaluate
  .

*>*********************************************************************
*> PF7 - the live job monitor, refreshed on ENTER until PF3.
*>*********************************************************************

show-jobs-in-flight.
  set jobs-done to false
  perform refresh-jobs-screen

  perform until jobs-done
    display jobs-screen
    accept jobs-screen

    evaluate crt-status
      when 1003
        set jobs-done to true
      when other
        perform refresh-jobs-screen
    end-evaluate
  end-perform

  move 'ready' to scr-status-line
  .

refresh-jobs-screen.
  call 'mmdb2-job-progress' using jobs-stall-mins, jobs-notify-flag,
      mmdb2-job-table

  move spaces to jobs-line-table jobs-title-line jobs-status-line
  move 0 to jobs-line-ix

  if mmdb2-job-window-end = spaces
    string 'window: none today   stalled after '
        mmdb2-job-stall-mins ' min'
        delimited by size into jobs-title-line
  else
    string 'window ends ' mmdb2-job-window-end
        '   stalled after ' mmdb2-job-stall-mins ' min'
        delimited by size into jobs-title-line
  end-if

  perform varying jobs-ix from 1 by 1
      until jobs-ix > mmdb2-job-count or jobs-line-ix >= 18
    add 1 to jobs-line-ix
    move mmdb2-job-line-1(jobs-ix) to jobs-line(jobs-line-ix)
    add 1 to jobs-line-ix
    move mmdb2-job-line-2(jobs-ix) to jobs-line(jobs-line-ix)
  end-perform

  if mmdb2-job-count = 0
    move 'no jobs in flight' to jobs-status-line
  else
    string mmdb2-job-count ' job(s) in flight, '
        mmdb2-job-stalled ' stalled, '
        mmdb2-job-overrun ' predicted past the window'
        delimited by size into jobs-status-line
  end-if
  .

*>*********************************************************************
*> database switching - PF4/PF5 cycle through the alias registry in
*> the order the file lists them, wrapping at either end.

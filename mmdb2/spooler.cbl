*> runs only while the mmdb2-check-window calendar allows, polls
*> like mmdb2-watch, and honors the stop sentinel:
*>
*>   PARM='<drop-dir> <done-dir> [<poll-secs>|DRAIN]'
*>
*> poll-secs 0 means one pass and exit; the default 30 stays
*> resident. DRAIN is the scheduled job step's mode: passes run back
*> to back until one finds nothing left to run (a pass takes at most
*> 50 jobs, and files keep landing while it runs), then the step
*> ends - with mmdb2-rc-window-closed if the run window shut on a
*> queue that was still draining. finished inputs move to the done
*> directory together with their "_results", and every cycle prints
*> the queue state. the card's db may be a path or an alias out of
*> the registry ("COBMIND_ALIASES"); its purpose code is exported
01 poll-wait-secs pic 9(4) comp-x value 30.
01 one-pass-rec   pic x(1) value 'N'.
   88 one-pass    value 'Y', false 'N'.
01 drain-rec      pic x(1) value 'N'.
   88 drain-mode  value 'Y', false 'N'.
01 jobs-before-cycle pic 9(4) value 0.

01 listing-file   pic x(160) value spaces.
01 listing-status pic xx value spaces.

  if drop-dir = spaces or done-dir = spaces
    display 'usage: mmdb2-spooler <drop-dir> <done-dir>'
        ' [<poll-secs>|DRAIN]'
    move mmdb2-rc-bad-argument to return-code
    goback
  end-if

  if function upper-case(function trim(poll-raw)) = 'DRAIN'
    set drain-mode to true
  end-if

  if function trim(poll-raw) not = spaces
  and function trim(poll-raw) is numeric
    move function numval(poll-raw) to poll-wait-secs
      ' (done -> ' function trim(done-dir) ')'

  perform until spooler-done
    move jobs-run to jobs-before-cycle
    perform run-one-cycle

    evaluate true
      when one-pass
        set spooler-done to true
      when drain-mode
        perform check-drained
      when other
        perform wait-next-cycle
    end-evaluate
  end-perform

  display 'spooler:  ' jobs-run ' job(s) run'
  if drain-mode and window-allowed = 'N'
    move mmdb2-rc-window-closed to return-code
  else
    move mmdb2-rc-ok to return-code
  end-if
  goback.

*>*********************************************************************

*> a drain ends on the first pass that runs nothing - the drop
*> directory holds no runnable job (a job without a usable card is
*> skipped every pass and would otherwise hold the step forever) -
*> or when the window or the operator stops it.
check-drained.
  evaluate true
    when window-allowed = 'N'
      display 'spooler:  run window closed - drain stopped'
      set spooler-done to true
    when jobs-run = jobs-before-cycle
      display 'spooler:  drop directory drained'
      set spooler-done to true
    when other
      call 'cobmind-stop-check' using stop-flag
      if stop-flag = 'Y'
        display 'spooler:  stop sentinel found - shutting down'
        set spooler-done to true
      end-if
  end-evaluate
  .

wait-next-cycle.
  call 'cobmind-stop-check' using stop-flag
  if stop-flag = 'Y'
    display 'spooler:  stop sentinel found - shutting down'
    set spooler-done to true
  else
    call 'C$SLEEP' using poll-wait-secs
  end-if
  .

*>*********************************************************************


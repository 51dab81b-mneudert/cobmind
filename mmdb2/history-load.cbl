*> run as its own job step:
*>   PARM='<results-file> <history-file> [<date YYYYMMDD>]'
*> (date defaults to today - the morning-after load of last night's
*> file). the digest itself is mmdb2-history-digest, which a
*> restatement calls for each corrected date.
*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-retcode.cpy'.

01 results-path   pic x(128) value spaces.
01 history-path   pic x(128) value spaces.
01 date-arg       pic x(8) value spaces.
01 load-date      pic x(8) value spaces.

*>*********************************************************************

procedure division.
    move function current-date(1:8) to load-date
  end-if

  call 'mmdb2-history-digest' using results-path, history-path,
      load-date
  goback.

*>*********************************************************************
*> shared heartbeat record for the resident request-queue server
*> (mmdb2-server), managed through mmdb2-heartbeat. the serving
*> instance rewrites "<request-file>_heartbeat" after every request
*> line it considers and on every idle poll; a standby instance
*> keeps its own "<request-file>_standby" beat the same way while it
*> watches. one line per file:
*>
*>   <YYYYMMDD-HHMMSS>,served=<line>,owner=<PRIMARY|STANDBY>,
*>       state=<SERVING|RELEASED|ENDED|WATCHING>,paused=<Y|N>,
*>       ahead=<line>;<line>;...
*>
*> (one line, wrapped here). served is the last request-file line
*> the owner has dealt with - the line a taking-over instance
*> resumes after; paused and ahead carry the operator command
*> channel's PAUSE state and its commands answered out of order, so
*> nothing is re-served across a takeover. age is filled in by a
*> read only: seconds since the beat was written.
*>*********************************************************************

01 mmdb2-hb-rec.
   05 mmdb2-hb-ts          pic x(15) value spaces.
   05 mmdb2-hb-served      pic 9(10) value 0.
   05 mmdb2-hb-owner       pic x(8) value spaces.
      88 mmdb2-hb-primary        value 'PRIMARY'.
      88 mmdb2-hb-standby        value 'STANDBY'.
   05 mmdb2-hb-state       pic x(8) value spaces.
      88 mmdb2-hb-serving        value 'SERVING'.
      88 mmdb2-hb-released       value 'RELEASED'.
      88 mmdb2-hb-ended          value 'ENDED'.
      88 mmdb2-hb-watching       value 'WATCHING'.
   05 mmdb2-hb-paused      pic x(1) value 'N'.
   05 mmdb2-hb-ahead       pic x(560) value spaces.
   05 mmdb2-hb-age-secs    pic 9(9) value 0.

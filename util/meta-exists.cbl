   88 size-exists   value 'Y', false 'N'.
01 live-db-size     pic x(8) comp-x.

*> structured console-feed fields (see cobmind-notify).
01 notify-event     pic x(16) value spaces.
01 notify-text      pic x(128) value spaces.

linkage section.

01 database   pic x(128) value spaces.
    or live-db-size not = mmdb2-meta-db-size
      display 'database changed since metadata was cached, re-scanning: '
          function trim(database)
      move 'metadata cache does not match the database file'
          to notify-text
      move 'META-MISMATCH' to notify-event
      call 'cobmind-notify' using 'W', database, notify-event,
          notify-text
      set exists to false
    end-if
  end-if

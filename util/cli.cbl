   88 argv-corroborate value "--corroborate".
   88 argv-threat-table value "--threat-table".
   88 argv-threat-limit value "--threat-limit".
   88 argv-rir-ref    value "--rir-ref".
   88 argv-territories value "--territories".
   88 argv-codepage value "--codepage".
   88 argv-recfm    value "--recfm".
   88 argv-anon-flags value "--anon-flags".
   88 argv-csv-quote  value "--csv-quote".
   88 argv-csv-strict value "--csv-strict".
   88 argv-sorted-walk value "--sorted-walk".
   88 argv-drill      value "--drill".
   88 argv-burst      value "--burst".
   88 argv-standby    value "--standby".

01 cmdstatus   pic x value spaces.
   88 lastcmd  value "l".
   88 seen-site-table value 'Y', false 'N'.
01 seen-cidr-batch-rec pic x(1) value 'N'.
   88 seen-cidr-batch value 'Y', false 'N'.
01 seen-drill-rec pic x(1) value 'N'.
   88 seen-drill value 'Y', false 'N'.
01 seen-as-of-rec pic x(1) value 'N'.
   88 seen-as-of value 'Y', false 'N'.
01 seen-schema-rec pic x(1) value 'N'.
    when argv-threat-table
      accept opt-threat-table from argument-value

    when argv-rir-ref
      accept opt-rir-reference from argument-value

    when argv-territories
      accept opt-territory-file from argument-value

    when argv-csv-strict
      move 'Y' to opt-csv-strict

    when argv-sorted-walk
      move 'Y' to opt-sorted-walk

    when argv-burst
      move 'Y' to opt-report-burst

    when argv-standby
      move 'Y' to opt-server-standby

    when argv-drill
      move opt-drill to dup-prior-value
      accept opt-drill from argument-value

      if seen-drill
        if opt-drill <> dup-prior-value(1:length of opt-drill)
          move '--drill' to dup-switch-name
          perform flag-conflict
        end-if
      else
        set seen-drill to true
      end-if

    when argv-codepage
      move spaces to codepage-raw
      accept codepage-raw from argument-value
          if function trim(config-value) is numeric
            move function numval(config-value) to opt-daily-limit
          end-if
        when 'space_margin_pct'
          if function trim(config-value) is numeric
            move function numval(config-value) to opt-space-margin
          end-if
        when 'census_counts'
          move config-value to opt-census-counts
        when 'schema_report'
          move config-value to opt-schema-report
        when other continue
      end-evaluate
    end-if

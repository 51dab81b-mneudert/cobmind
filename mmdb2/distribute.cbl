*> verified (the cobmind-trailer arithmetic) BEFORE the copy - a
*> file that fails, or carries no trailer at all, is not shipped
*> and is flagged. outputs that never carry a trailer by design (the
*> printed report, the aggregated supernets) route with a
*> "verify=none" column: shipped as-is and manifested "unverified",
*> while the "_results"-shaped files keep mandatory verification.
*> the option columns (up to four, after the destination) may come
*> in any order. a destination inside a data-residency zone says so
*> with a "zone=<EU|UK|US|APAC|REST>" column:
*>
*>   eushare,/geoip/batch/nightly.iplist_results_EU,/shares/eu/in,zone=EU
*>   usshare,/geoip/batch/nightly.iplist_results_US,/shares/us/in,zone=US
*>
*> a file mmdb2-residency-split wrote carries its zone on a
*> "# residency zone=" line, and is refused - not shipped, flagged
*> REFUSED in the manifest, a DIST-RESIDENCY notify event, return
*> code 94 - unless the destination declares that same zone. REST
*> files and files carrying no zone ship anywhere, as before.
*> a recipient's clearance is a "clearance=<label>" column, in any
*> of the option places:
*>
*>   db2team,/geoip/batch/nightly.iplist_results,/shares/db2/in,clearance=CONFIDENTIAL
*>   biz,/geoip/reports/census.txt,/shares/biz/in,verify=none,clearance=PUBLIC
*>
*> and a recipient that declares none is cleared for INTERNAL. every
*> file's classification is the class= its provenance header was
*> stamped with (cobmind-classify; a file with none is held at the
*> classification table's default), and a file labelled above the
*> recipient's clearance is refused - not shipped, flagged REFUSED
*> in the manifest, a DIST-CLASS notify event, return code 99.
*> one manifest per recipient lands in their
*> destination directory (manifest_<recipient>.<YYYYMMDD>), listing
*> every file delivered with its row count and the time it landed
*> ("at=<YYYYMMDD-HHMMSS>") - and every expected
*> pattern that matched nothing raises a DIST-MISSING notify event,
*> because a team silently not getting their file is exactly the
*> failure this exists to catch.
*>
*> the hours a recipient has agreed to collect within are a
*> "collect=<hours>" column, in any of the option places (24 when
*> none is declared); the router ships regardless - it is
*> mmdb2-receipt-reconcile that holds the recipient to it:
*>
*>   db2team,/geoip/batch/nightly.iplist_results,/shares/db2/in,collect=6
*>
*>   PARM='<control-file>'
*>
*> the routing itself is mmdb2-route-outputs, which the playbook
*> sweep also calls to re-run the route.
*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-retcode.cpy'.

01 control-file    pic x(128) value spaces.

*>*********************************************************************

    goback
  end-if

  call 'mmdb2-route-outputs' using control-file
  goback.

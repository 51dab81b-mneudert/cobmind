*>     live file's metadata)
*>   - previous build date (from the rollback copy's saved cache,
*>     when one exists)
*>   - the diff headline numbers, the impact churn, the anchor
*>     outcome, and any per-country field completeness drops (so
*>     consumers hear a field went blank before their loads do),
*>     read back from the gate-state file the GEOREFR gate
*>     steps record (cobmind-gate-state) - stale gate lines (dated
*>     before today) are labelled as such rather than passed off as
*>     tonight's
*>   - the latest geolocation accuracy scorecard headline against
*>     confirmed customer addresses (mmdb2-accuracy-score), which
*>     names the release it scored
*>
*> plus one RELEASE-BULLETIN event on the notifications feed.
*>*********************************************************************
  move 'ANCHOR' to gate-kind
  perform write-gate-bulletin-line

  move 'COMPLETE' to gate-kind
  perform write-gate-bulletin-line

  move 'ACCURACY' to gate-kind
  perform write-gate-bulletin-line

  close bulletin-out

  display 'bulletin appended to: ' function trim(bulletin-file)

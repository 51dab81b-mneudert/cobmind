   05 mmdb2-rc-meta-not-found  pic 9(02) value 20.
   05 mmdb2-rc-invalid-ip      pic 9(02) value 30.
   05 mmdb2-rc-open-failed     pic 9(02) value 40.
   *> 46/47: drop checksum verification (mmdb2-verify-drop) - 46 the
   *> vendor's checksum file lists no checksum for the drop (or there
   *> is no checksum file), 47 it lists a different one. either way
   *> the drop goes to quarantine, not to the gates.
   05 mmdb2-rc-checksum-unlisted pic 9(02) value 46.
   05 mmdb2-rc-checksum-mismatch pic 9(02) value 47.
   *> 48: month-end (mmdb2-month-close) found another month's
   *> month-end lock still held, or was asked to archive or close a
   *> month it holds no lock for.
   05 mmdb2-rc-month-locked    pic 9(02) value 48.
   *> 49: the annual control attestation (mmdb2-control-attest)
   *> found a control that did not operate every time it should
   *> have - the report lists each exception with its reference.
   05 mmdb2-rc-control-exception pic 9(02) value 49.
   05 mmdb2-rc-not-found       pic 9(02) value 50.
   05 mmdb2-rc-reserved-range  pic 9(02) value 51.
   05 mmdb2-rc-cidr-split      pic 9(02) value 52.
   05 mmdb2-rc-screen-deny     pic 9(02) value 56.
   05 mmdb2-rc-impact-churn    pic 9(02) value 57.
   05 mmdb2-rc-anchor-moved    pic 9(02) value 58.
   05 mmdb2-rc-undo-refused    pic 9(02) value 59.
   05 mmdb2-rc-io-error        pic 9(02) value 60.
   05 mmdb2-rc-trailer-bad     pic 9(02) value 61.
   05 mmdb2-rc-threat-score    pic 9(02) value 62.
   05 mmdb2-rc-watchlist-drift pic 9(02) value 82.
   05 mmdb2-rc-perf-regressed  pic 9(02) value 83.
   *> 84 is the per-run record reconciliation (mmdb2-run-balance:
   *> audit lines vs results rows vs trailer), and any other tie
   *> that fails to hold (the quarterly return's, the DB2
   *> load-back's); 85 is the census
   *> search-tree shape check (mmdb2-check-imbalance). unrelated
   *> conditions despite the neighboring names.
   05 mmdb2-rc-out-of-balance  pic 9(02) value 84.
   05 mmdb2-rc-sync-mismatch   pic 9(02) value 86.
   05 mmdb2-rc-schema-drift    pic 9(02) value 87.
   05 mmdb2-rc-estate-failed   pic 9(02) value 88.
   05 mmdb2-rc-risk-alert      pic 9(02) value 89.
   05 mmdb2-rc-bad-argument    pic 9(02) value 90.
   05 mmdb2-rc-patch-gap       pic 9(02) value 91.
   05 mmdb2-rc-out-of-pattern  pic 9(02) value 92.
   05 mmdb2-rc-change-frozen   pic 9(02) value 93.
   05 mmdb2-rc-residency-refused pic 9(02) value 94.
   05 mmdb2-rc-insider-finding pic 9(02) value 95.
   05 mmdb2-rc-playbook-escalated pic 9(02) value 96.
   05 mmdb2-rc-space-short     pic 9(02) value 97.
   05 mmdb2-rc-job-stalled     pic 9(02) value 98.
   05 mmdb2-rc-class-refused   pic 9(02) value 99.

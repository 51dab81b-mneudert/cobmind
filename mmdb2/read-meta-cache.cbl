01 found-rec     pic x.
   88 found      value 'Y', false 'N'.

*> the field dictionary is told the database type - only the
*> operation code and the name matter to a 'T'.
01 dict-op       pic x(1) value 'T'.
01 dict-cand     pic 9(2) value 0.
01 dict-path     pic x(64) value spaces.
01 dict-found    pic x(1) value 'N'.

linkage section.

01 database  pic x(128) value spaces.
  move 'database_type' to field-key
  perform extract-kv-field
  move field-value to mmdb2-meta-db-type
  move 'T' to dict-op
  call 'mmdb2-field-dict' using dict-op, mmdb2-meta-db-type, dict-cand,
      dict-path, dict-found

  move 'description' to field-key
  perform extract-kv-field

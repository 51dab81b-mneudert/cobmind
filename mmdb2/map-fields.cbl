*> "field,start,length" lines: field is a dotted path into the decoded
*> record (resolved via mmdb2-get-field) or one of the literal names
*> "ip", "reason", "network", "prefix_len" for the row's own columns.
*> a field may be given by its canonical name (CTRY, CITY.en, ASN -
*> see mmdb2-field-dict) instead of the vendor's path.
*> columns whose field is absent from the record are left at spaces,
*> so a load utility's NULLIF handling stays possible downstream.
*> decoded values are UTF-8 and the record (and its code-page 037
*> image) is not, so every decoded value goes through
*> mmdb2-transliterate before it is placed.
*>
*> the control file is parsed once and kept across calls (keyed by
*> name, reloaded only if a different file is asked for), since batch
01 field-value     pic x(256) value spaces.
01 found-flag      pic x(1) value 'N'.
01 copy-len        pic 9(03) value 0.
01 translit-op     pic x(1) value 'T'.

linkage section.

    when other
      call 'mmdb2-get-field' using mmdb2-result-decoded,
          map-field(map-ix), field-value, found-flag
      if found-flag = 'Y'
        call 'mmdb2-transliterate' using translit-op,
            map-field(map-ix), mmdb2-result-decoded, field-value
      end-if
  end-evaluate

  move map-length(map-ix) to copy-len

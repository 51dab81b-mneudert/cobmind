*>   PARM='<vendor-csv> <inventory-out> [<max-prefix>]'
*>
*> vendor rows: network,country,city,asn (one header line skipped).
*> the vendor file runs to millions of networks and an emergency
*> day has no use for them, so rows aggregate up to max-prefix
*> (default 16 for IPv4, doubled for IPv6) with the first record per
*> aggregate winning - country-grade answers, which is exactly what an
*> emergency day needs. output records carry the dotted vendor key
*> names as flat keys ("country.iso_code=..."), which
*> mmdb2-get-field resolves through its flat-key fallback - so

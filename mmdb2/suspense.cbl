
*>*********************************************************************
*> standing suspense file for batch rows that ended in an error (ER)
*> or came back truncated - or was shipped but never landed in the DB2
*> load (mmdb2-load-back, reason LD): instead of being forgotten, each
*> such address accumulates here and is automatically re-driven by
*> mmdb2-suspense-retry after the next promotion swaps in a new
*> release. suspense file
*> ("COBMIND_SUSPENSE", ./cobmind.suspense when unset):
*>
*>   <ip>,<reason>,<first-seen>,<last-seen>,<attempts>

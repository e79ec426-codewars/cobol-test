      *>  BATCH_DEADLINE, the highest-numbered classes are shed
      *>  first and recorded WINDOW-SHED.
           05 cat-priority-in     pic x(1).
      *>  Toolchain class: SQL marks an embedded-SQL kata whose
      *>  solutions carry EXEC SQL - the batch precompiles them
      *>  (batch/sql-precompile.sh), links the ESQL runtime and turns
      *>  on the per-testcase scratch database; a runner without the
      *>  toolchain reports the kata SKIPPED-TOOLCHAIN instead of
      *>  failing its compile. blank is plain cobc.
           05 cat-toolchain-in    pic x(8).
      *>  Runtime-check policy for the RUNTIME_CHECKS shadow run:
      *>  F makes a finding (a subscript out of bounds, non-numeric
      *>  data in a numeric field) fail the kata with status
      *>  RUNTIME-CHECK; blank or A reports it as advisory only.
           05 cat-runtime-check-in pic x(1).
      *>  Tenant whose candidates may sit the kata
      *>  (src/ttendata.cpy): '*' is a kata shared by every tenant,
      *>  blank the home tenant's alone.
           05 cat-tenant-in       pic x(8).

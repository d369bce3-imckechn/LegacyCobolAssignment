      *> dated monthly archive files past a retention date (nothing is
      *> destroyed, just moved) and the live files are compacted, the
      *> way STATINQ's PURGE already maintains the results master.
      *> Later the audit log is carried at 250 wide, the width STATS
      *> and STATBATCH write it, so a sweep keeps every line whole.

       identification division.

       fd parm-file.
       01 parm-line        pic x(30).
       fd audit-file.
       01 audit-line       pic x(250).
       fd history-file.
       01 history-line     pic x(250).
       fd audit-work-file.
       01 audit-work-line  pic x(250).
       fd hist-work-file.
       01 hist-work-line   pic x(250).
       fd audit-arc-file.
       01 audit-arc-line   pic x(250).
       fd hist-arc-file.
       01 hist-arc-line    pic x(250).
       fd output-file.

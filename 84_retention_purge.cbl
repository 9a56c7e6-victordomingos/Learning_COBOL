      *          file with a control trailer, refuses to purge
      *          anything newer than the last posted (closed) GL
      *          period, and prints per-file counts purged and
      *          retained for the morning check. The shared report
      *          archive (report index and report spool) is purged
      *          with rules of date position 07 and 00 months: each
      *          of its lines carries its own purge date there, from
      *          the retention class the report was given.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT

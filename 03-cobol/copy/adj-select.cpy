      * Ground-truth adjustments: forestry's own tree count for a
      * sector and slope on a count date, after a crew walked the
      * trajectory. Kept apart from history so our counted figure
      * and theirs both stand; appended, never rewritten, so every
      * correction stays on the record. The latest row for a date,
      * sector and slope is the standing adjustment.
       SELECT fd-adjust
           ASSIGN TO DYNAMIC ws-adj-filename
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-adj-file-status.

           COPY hist-rec.

       FD fd-archive.
       01 fs-archive-rec PIC X(54).

       FD fd-report.
       01 fs-report-line PIC X(132).

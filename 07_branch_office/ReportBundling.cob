      *>   whole report. The manifest lists every bundle with its
      *>   line and copy counts for the post room to prove the
      *>   trolley against.
      *>   2026-10-15  Bundle lines widen to 96 with the RPTTAGD
      *>   line, for the league table's audit findings column.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD TaggedReportFile.
       COPY RPTTAGD.
       FD BundleFile.
       01 BundleLine PIC X(96).
       FD ManifestFile.
       01 ManifestLine PIC X(70).
       WORKING-STORAGE SECTION.

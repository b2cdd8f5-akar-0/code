      * one archived morning report on the RPTINDEX catalog; COPY
      * under an 01 (level 05 fields). 'ReportArchive' files each
      * night's reports under the run date and report name and keeps
      * this index of them; 'OnlineMaintenance' lists a run date's
      * reports from it and pages the dated copy to the console.
      * the run date is the date the night began.
           05 rix-run-date         pic x(8).
           05 filler               pic x(1).
           05 rix-report-name      pic x(30).
           05 filler               pic x(1).
      *    the dated copy, <report>.Ryyyymmdd
           05 rix-archive-name     pic x(40).
           05 filler               pic x(1).
           05 rix-line-count       pic 9(7).
           05 filler               pic x(1).
      *    YYYY-MM-DD HH:MM:SS the copy was taken
           05 rix-archived-stamp   pic x(19).
           05 filler               pic x(1).
      *    the copy is purged on the first run after this date
           05 rix-purge-date       pic x(8).

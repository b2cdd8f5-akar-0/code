      * one shift handover note on the HANDOVER file; COPY under an
      * 01 (level 05 fields). 'OnlineMaintenance' appends them as the
      * night operator keys them and 'MorningDigest' prints the run
      * date's notes on MORNDGST. the run date is the date the night
      * began: a note keyed before noon belongs to the previous
      * evening's run.
           05 hnd-run-date         pic x(8).
           05 filler               pic x(1).
      *    YYYY-MM-DD HH:MM:SS the note was keyed
           05 hnd-stamp            pic x(19).
           05 filler               pic x(1).
           05 hnd-operator-id      pic x(8).
           05 filler               pic x(1).
      *    what the note is about, all optional: a scheduler step
      *    (its program in HND-JOB-NAME), a job, or an alert (its
      *    timestamp and job)
           05 hnd-step-number      pic x(2).
           05 filler               pic x(1).
           05 hnd-job-name         pic x(20).
           05 filler               pic x(1).
           05 hnd-alert-stamp      pic x(19).
           05 filler               pic x(1).
           05 hnd-note             pic x(80).

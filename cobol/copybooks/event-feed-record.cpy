      * one event on the outbound console feed (EVNTFEED.*), written
      * by EventFeed between the standard HDR/TRL stamps. the
      * sequence number runs on from feed to feed and is never
      * reused, so the console can tell a new event from a repeat.
      *   JOBSTART / JOBEND    from RUNLOG; EVT-CODE is the completion
      *                        code on JOBEND
      *   STEPHELD / STEPFAIL  from SCHEDLOG; EVT-CODE is the step's
      *                        last return code
      *   ALERT / ALERTACK     from ALERTS; EVT-CODE is the severity
           05 evt-sequence      pic 9(9).
           05 evt-stamp         pic x(19).
           05 evt-source        pic x(8).
           05 evt-type          pic x(8).
           05 evt-job-name      pic x(20).
           05 evt-job-id        pic x(10).
           05 evt-code          pic 9(4).
           05 evt-text          pic x(60).

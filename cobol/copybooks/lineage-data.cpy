      * caller-side fields for the 'LineageLogger' service; COPY under
      * a 01 group, INITIALIZE it and fill the job name and job-id
      * once at start of job, then set the file name before each
      * call. the logger stamps the run the first time it is called
      * and hands the stamp back here, so every file the run logs
      * carries the same run key; the run date defaults to today
      * unless the job pins one. a job that handles several files
      * independently in one run (the gateway, the packager, the
      * collector) sets LIN-UNIT per file so each one's inputs and
      * outputs stay together; the others leave it spaces. the count
      * and checksum the logger worked out come back as well.
           05 lin-job-name      pic x(20).
           05 lin-job-id        pic x(10).
           05 lin-run-date      pic x(8).
           05 lin-run-stamp     pic x(19).
           05 lin-unit          pic x(8).
           05 lin-file-name     pic x(100).
           05 lin-record-count  pic 9(9).
           05 lin-checksum      pic x(8).
           05 lin-status        pic x(1).
              88 lin-logged     value 'L'.
              88 lin-missing    value 'M'.

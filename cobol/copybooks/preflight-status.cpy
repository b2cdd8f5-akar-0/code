      * the one-record PREFLSTS verdict 'PreFlightCheck' leaves for
      * the night: when it ran, GO or NO-GO, and how many checks
      * failed or warned. BatchScheduler will not start on a NO-GO
      * unless the override fields are filled -- a supervisor does
      * that through OnlineMaintenance with a reason, and the next
      * pre-flight run writes the record afresh with them cleared.
           05 pfs-run-date       pic x(8).
           05 pfs-run-time       pic x(6).
           05 pfs-verdict        pic x(5).
              88 pfs-go          value 'GO'.
              88 pfs-no-go       value 'NO-GO'.
           05 pfs-nogo-count     pic 9(3).
           05 pfs-warn-count     pic 9(3).
           05 pfs-override-oper  pic x(8).
           05 pfs-override-stamp pic x(19).
           05 pfs-override-reason pic x(60).

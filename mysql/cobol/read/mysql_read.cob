      *	             code and writes a machine-readable summary
      *	             file the scheduler can parse before running
      *	             the next step.
      *	Oct/15/2026  the run_control row now carries the operator
      *	             column; an unattended batch run records itself
      *	             as BATCH.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
        environment     division.
        input-output    section.

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'test1',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then

      *
      *	    city-id TAB name TAB population TAB founding-date
      *	    TAB prefecture TAB action TAB program TAB timestamp
      *	    TAB operator
      *
      *	closed by a TRAILER record carrying the row count.
      *	mysql_histinq.cob answers the "what was the value
      *	on the table.
      *
      *					Sep/02/2026
      *	Oct/15/2026  the run_control row now carries the operator
      *	             column; an unattended batch run records itself
      *	             as BATCH.
      *	Oct/15/2026  the operator column of cities_hist is unloaded
      *	             as a ninth field on every row.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-unload.
        01  h-action         pic x(01).
        01  h-program        pic x(20).
        01  h-ts             pic x(19).
        01  h-opr            pic x(08).

        01  w-expected-txt   pic x(10).
        01  w-expected       pic 9(07) value zero.
            end-if
            call "MySQL_fetch_fields" using result h-id h-name
                        h-pop h-date h-pref h-action h-program h-ts
                        h-opr
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result h-id h-name
                           h-pop h-date h-pref h-action h-program
                           h-ts h-opr
               if return-code = -1 then
                  exit perform
               end-if
                      h-pref x"09"
                      h-action x"09"
                      function trim(h-program) x"09"
                      h-ts x"09"
                      function trim(h-opr)
                      delimited by size into w-work-area
               write unl-rec from w-work-area
               add 1 to w-written
        8500-run-control-start.
            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-unload',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then

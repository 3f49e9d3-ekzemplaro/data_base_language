      *	over.  connects the same way test1 does.
      *
      *					Aug/22/2026
      *	Oct/15/2026  each job line now shows the operator the
      *	             run_control row was recorded under.
      *	Oct/15/2026  each job line also shows the throughput
      *	             (records per second) the load and the delta
      *	             record on the new rate column.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-runstat.
        01  r-count          pic 9(06).
        01  r-outcome        pic x(20).
        01  r-status         pic x(10).
        01  r-opr            pic x(08).
        01  r-rate           pic x(08).
        procedure       division.

        0000-mainline.

            call "MySQL_fetch_fields" using result r-date r-program
                        r-start-ts r-end-ts r-count r-outcome
                        r-status r-opr r-rate
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result r-date r-program
                           r-start-ts r-end-ts r-count r-outcome
                           r-status r-opr r-rate
               if return-code = -1 then
                  exit perform
               end-if
               display r-program " " r-status " " r-start-ts " "
                       r-end-ts " " r-count " " r-outcome " "
                       r-opr " " function trim(r-rate) "件/秒"
               add 1 to w-row-count
            end-perform


      *	             code and writes a machine-readable summary
      *	             file the scheduler can parse before running
      *	             the next step.
      *	Oct/15/2026  the run_control row now carries the operator
      *	             column; an unattended batch run records itself
      *	             as BATCH.
      *	Oct/15/2026  the wards on the new cities_ward table are
      *	             written back out as W lines under their city
      *	             (the table is read left-joined to cities_ward,
      *	             in id order), so an export-then-restore keeps
      *	             every ward.  wards stay out of the trailer
      *	             totals, as text_read.cob counts them.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-export.
        01  work-area           pic x(80).
        working-storage section.
        copy cityrec.
        copy wardrec.
        01  w-output-filename   pic x(256)
                                 value "/var/tmp/plain_text/cities.txt".
        01  w-gen-filename      pic x(256).
        01  w-id-edited         pic zzzzz9.
        01  w-pop-zd            pic z(07)9.
        01  w-id-text           pic x(07).
        01  w-query             pic x(300).
        01  w-last-id           pic 9(06) value zero.
        01  w-ward-count        pic 9(06) value zero.
        01  cid                 usage pointer.
        01  result              usage pointer.
        01  errno               pic x(04).

            perform 8500-run-control-start

      * one row per ward, or one row with a blank ward for a city
      * that has none; a city's rows arrive together
            move spaces to w-query
            string "select c.a, c.b, c.c, c.d, c.e,"
                   " ifnull(w.w,''), ifnull(w.c,0)"
                   " from cities c left join cities_ward w"
                   " on w.a = c.a order by c.a"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            end-if

            call "MySQL_fetch_fields" using result a b cpop cdate cpref
                                           wname wpop
            if result = NULL then
               perform db-error
            end-if

            perform until eod not = eod
               call "MySQL_fetch_row" using result a b cpop cdate cpref
                                           wname wpop
               if return-code = -1 then
                  exit perform
               end-if
               if w-export-count = zero or a not = w-last-id
                  perform write-one-city
                  move a to w-last-id
               end-if
               if wname not = space
                  perform write-one-ward
               end-if
            end-perform

            perform 2000-write-trailer
            perform 9800-write-run-summary

            display "件数 : " w-export-count
            display "区件数 : " w-ward-count
            display "*** 終了 ***"
            move w-exit-code to return-code
            stop run.
            add 1 to w-export-count
            add cpop to w-pop-total.

      * a ward line in the layout text_read.cob takes: "W", the
      * ward name, its population
        write-one-ward.
            move spaces to work-area
            move wpop to w-pop-zd
            string "W"             delimited by size
                   x"09"           delimited by size
                   function trim(wname) delimited by size
                   x"09"           delimited by size
                   function trim(w-pop-zd) delimited by size
                   into work-area
            write out-rec from work-area
            write gen-rec from work-area
            add 1 to w-ward-count.

      * ---------------------------------------------------------
      *	append the same record-count / population-total trailer
      *	text_create.cob writes, so this file checks out the same

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-export',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then
            string "RECORDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move w-ward-count to w-sum-count
            move spaces to w-sum-line
            string "WARDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "CONDITION=" function trim(w-rc-outcome)
                   delimited by size into w-sum-line

      * ---------------------------------------------------------
      *	mysql_prefout.cob
      *
      *	regenerates prefect.txt from the prefectures table, so the
      *	text programs (text_read, text_correct, text_update,
      *	text_split, text_merge and the rest) keep reading the same
      *	two-column "code TAB name" file they always have while the
      *	table, maintained through mysql_prefect.cob, is the one
      *	place a prefecture is added, renamed or retired.  only the
      *	prefectures active and in effect on the as-of date (today
      *	unless the control file says otherwise) are written, in
      *	code order.  the file is rebuilt only once every row has
      *	been fetched; a table that returns no prefecture at all
      *	leaves yesterday's file in place and ends the run RC 8,
      *	since an empty prefect.txt would fail every text program
      *	downstream.  connects the same way test1 does.
      *
      *	control file mysql_prefout.ctl, one KEYWORD=VALUE a line:
      *	  OUTPUT-FILE  the prefect.txt to write
      *	  AS-OF        the effective date, yyyy-mm-dd
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-prefout.
        environment     division.
        input-output    section.
        file-control.
            select o-file
                assign to w-output-filename
                organization line sequential.
            select ctl-file
                assign to w-ctl-filename
                organization line sequential
                file status is w-ctl-status.
            select sum-file
                assign to w-sum-filename
                organization line sequential.
        data            division.
        file            section.
        fd  o-file
            label records are standard.
        01  out-rec.
            03  pic x(80).
        fd  ctl-file
            label records are standard.
        01  ctl-rec.
            03  pic x(300).
        fd  sum-file
            label records are standard.
        01  sum-rec.
            03  pic x(80).
        working-storage section.
        01  w-output-filename   pic x(256)
                       value "/var/tmp/plain_text/prefect.txt".
        01  w-ctl-filename      pic x(256)
                       value "/var/tmp/plain_text/mysql_prefout.ctl".
        01  w-ctl-status        pic x(02).
        01  w-ctl-keyword       pic x(20).
        01  w-ctl-value         pic x(256).
        01  w-ctl-sw            pic x value "N".
            88  w-ctl-present       value "Y".
        01  w-sum-filename      pic x(256)
                       value "/var/tmp/plain_text/mysql_prefout.sum".
        01  w-sum-line          pic x(80).
        01  w-sum-count         pic 9(06).
        01  w-exit-code         pic 9(02) value zero.
        01  w-as-of             pic x(10) value space.
        01  w-as-of-sql         pic x(14).
        01  p-code              pic x(02).
        01  p-name              pic x(20).
        01  w-pref-table.
            03  w-pref-entry    occurs 50 times.
                05  w-pref-code pic x(02).
                05  w-pref-name pic x(20).
        01  w-pref-count        pic 9(03) value zero.
        01  w-pref-ix           pic 9(03).
        01  w-skip-count        pic 9(03) value zero.
        01  w-out-line          pic x(80).
        01  w-query             pic x(300).
        01  cid                 usage pointer.
        01  result              usage pointer.
        01  errno               pic x(04).
        01  err-msg             pic x(80).
        01  w-rc-query          pic x(300).
        01  w-rc-outcome        pic x(20).
        01  w-rc-ending-sw      pic x value "N".
            88  w-rc-ending         value "Y".
        01  w-rc-rows-out       pic 9(06) value zero.
        01  w-rc-status-out     pic x(10).
        01  eod                 pic x.
        procedure       division.
        0000-mainline.
            display "*** 開始 ***"
            perform 0300-read-control-file
            if not w-ctl-present
               display "基準日 yyyy-mm-dd（省略時は本日）："
               accept w-as-of
            end-if
            if w-as-of = space
               move "curdate()" to w-as-of-sql
            else
               move spaces to w-as-of-sql
               string "'" w-as-of "'"
                      delimited by size into w-as-of-sql
            end-if

            call "MySQL_init" using cid
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_real_connect"
                        using "host_mysql" "scott"  "tiger"
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_selectdb" using "city"
            if return-code not = 0 then
               perform db-error
            end-if

            perform 8500-run-control-start

            move spaces to w-query
            string "select code, name from prefectures"
                   " where active = 'Y' and eff_from <= "
                   function trim(w-as-of-sql)
                   " and eff_to >= "
                   function trim(w-as-of-sql)
                   " order by code"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if

            call "MySQL_fetch_fields" using result p-code p-name
            if result = NULL then
               perform db-error
            end-if

            perform until eod not = eod
               call "MySQL_fetch_row" using result p-code p-name
               if return-code = -1 then
                  exit perform
               end-if
               if w-pref-count < 50
                  add 1 to w-pref-count
                  move p-code to w-pref-code(w-pref-count)
                  move p-name to w-pref-name(w-pref-count)
               else
                  add 1 to w-skip-count
               end-if
            end-perform

            evaluate true
                when w-pref-count = zero
                     display "有効な都道府県がありません"
                     display "prefect.txt は更新しません"
                     move 8 to w-exit-code
                     move "NO PREFECTURES" to w-rc-outcome
                     move "FAILED" to w-rc-status-out
                when w-skip-count > zero
                     perform write-prefect-file
                     display "50件を超えた分は未出力 : "
                             w-skip-count
                     move 4 to w-exit-code
                     move "TRUNCATED" to w-rc-outcome
                     move "COMPLETED" to w-rc-status-out
                when other
                     perform write-prefect-file
                     move "NORMAL" to w-rc-outcome
                     move "COMPLETED" to w-rc-status-out
            end-evaluate

            move w-pref-count to w-rc-rows-out
            perform 8600-run-control-end

            call "MySQL_close"

            perform 9800-write-run-summary

            display "件数 : " w-pref-count
            display "*** 終了 ***"
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	the same "code TAB name" line the text programs UNSTRING
      * ---------------------------------------------------------
        write-prefect-file.
            open output o-file
            perform varying w-pref-ix from 1 by 1
                    until w-pref-ix > w-pref-count
               move spaces to w-out-line
               string w-pref-code(w-pref-ix) delimited by size
                      x"09" delimited by size
                      function trim(w-pref-name(w-pref-ix))
                      delimited by size
                      into w-out-line
               write out-rec from w-out-line
            end-perform
            close o-file.

        0300-read-control-file.
            open input ctl-file
            if w-ctl-status not = "00"
               continue
            else
               set w-ctl-present to true
               display "制御ファイルから実行します"
               perform until w-ctl-status not = "00"
                  read ctl-file
                  if w-ctl-status = "00" and ctl-rec not = space
                     perform 0310-apply-control-line
                  end-if
               end-perform
               close ctl-file
            end-if.

        0310-apply-control-line.
            move spaces to w-ctl-keyword w-ctl-value
            unstring ctl-rec delimited by "="
                into w-ctl-keyword w-ctl-value
            end-unstring
            evaluate w-ctl-keyword
                when "OUTPUT-FILE"
                     move w-ctl-value to w-output-filename
                when "AS-OF"
                     move w-ctl-value(1:10) to w-as-of
                when other
                     display "不明なキーワード: " w-ctl-keyword
            end-evaluate.

      * ---------------------------------------------------------
      *	today's row on run_control.  prefect.txt is rebuilt
      *	whole on every run, so a second run the same day does no
      *	harm and there is no already-run guard.
      * ---------------------------------------------------------
        8500-run-control-start.
            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-prefout',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then
               perform db-error
            end-if.

      * ---------------------------------------------------------
      *	close today's RUNNING row with the end time, the record
      *	count and the outcome
      * ---------------------------------------------------------
        8600-run-control-end.
            move spaces to w-rc-query
            string "update run_control set end_ts = now()"
                   ", rec_count = " delimited by size
                   w-rc-rows-out delimited by size
                   ", outcome = '" delimited by size
                   function trim(w-rc-outcome) delimited by size
                   "', status = '" delimited by size
                   function trim(w-rc-status-out) delimited by size
                   "' where program = 'mysql-prefout'"
                   " and run_date = curdate()"
                   " and status = 'RUNNING'"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then
               perform db-error
            end-if.

      * error
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            if not w-rc-ending
               set w-rc-ending to true
               move "DB ERROR" to w-rc-outcome
               move "FAILED" to w-rc-status-out
               move w-pref-count to w-rc-rows-out
               perform 8600-run-control-end
            end-if
            move 12 to w-exit-code
            perform 9800-write-run-summary
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
        9800-write-run-summary.
            open output sum-file
            write sum-rec from "PROGRAM=mysql-prefout"
            move w-pref-count to w-sum-count
            move spaces to w-sum-line
            string "RECORDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "CONDITION=" function trim(w-rc-outcome)
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "RC=" w-exit-code
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            close sum-file.

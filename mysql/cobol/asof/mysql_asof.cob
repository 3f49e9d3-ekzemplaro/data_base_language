      * ---------------------------------------------------------
      *	mysql_asof.cob
      *
      *	point-in-time rebuild of the cities table: given an as-of
      *	date, the city list is rebuilt the way it stood at the
      *	close of that day and written out in the cities.txt
      *	layout mysql_export.cob writes, TRAILER and all, so
      *	text_report.cob, text_rank.cob and text_compare.cob run
      *	against it unchanged.
      *
      *	every cities_hist row after the as-of date is a change
      *	that had not happened yet; the earliest such change per
      *	city tells what the city looked like on the day:
      *
      *	    'U' / 'D'  the before-image is the row as it stood,
      *	    'I'        the city did not exist yet,
      *	    none       the row is as it stands now on cities -
      *	               or it was gone already.
      *
      *	the changes are gathered from the cities_hist table and,
      *	for the years mysql_unload.cob has purged, from the
      *	unload files on the cities_hist.unl catalog; a
      *	cities_arch row deleted after the as-of date stands in
      *	as the before-image for a delete that left no history
      *	row.  all of it is SORTed by city id, change time and
      *	kind, and the first entry for each id decides.  the
      *	table reads run inside one consistent-snapshot
      *	transaction, so changes made while the rebuild runs do
      *	not leak into it.
      *
      *	the run is recorded on run_control and ends 0, 4 when an
      *	unload file on the catalog could not be read (the rebuild
      *	may be missing changes from that period), 12 on a bad
      *	date or a database failure.  control file keywords:
      *	AS-OF (YYYY-MM-DD), OUTPUT-FILE (default
      *	cities.asof.YYYYMMDD next to cities.txt), UNLOAD-CATALOG.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-asof.
        environment     division.
        input-output    section.
        file-control.
            select o-file
                assign to w-output-filename
                organization line sequential.
            select s-file
                assign to w-sortwk-filename.
            select uc-file
                assign to w-catalog-filename
                organization line sequential
                file status is w-catalog-status.
            select u-file
                assign to w-unload-filename
                organization line sequential
                file status is w-unload-status.
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
            03  pic x(1024).
        sd  s-file.
        01  srt-rec.
            03  srt-id          pic 9(06).
            03  srt-ts          pic x(19).
            03  srt-rank        pic 9(01).
            03  srt-kind        pic x(01).
            03  srt-name        pic x(20).
            03  srt-pop         pic 9(08).
            03  srt-date        pic x(10).
            03  srt-pref        pic x(02).
        fd  uc-file
            label records are standard.
        01  uc-rec.
            03  uc-filename     pic x(256).
        fd  u-file
            label records are standard.
        01  unl-rec.
            03  pic x(120).
        fd  ctl-file
            label records are standard.
        01  ctl-rec.
            03  pic x(300).
        fd  sum-file
            label records are standard.
        01  sum-rec.
            03  pic x(80).
        working-storage section.
        copy cityrec.
        01  work-area           pic x(80).
        01  w-output-filename   pic x(256).
        01  w-sortwk-filename   pic x(256)
                       value "/var/tmp/plain_text/asof.srt".
        01  w-catalog-filename  pic x(256)
                       value "/var/tmp/plain_text/cities_hist.unl".
        01  w-catalog-status    pic x(02).
        01  w-unload-filename   pic x(256).
        01  w-unload-status     pic x(02).
        01  w-file-eof          pic x.
        01  w-sort-eof          pic x.

      * the as-of date and the last instant of it - a change
      * stamped later than this had not happened yet
        01  w-asof              pic x(10).
        01  w-asof-end          pic x(19).
        01  w-asof-yyyy         pic x(04).
        01  w-asof-mm           pic x(02).
        01  w-asof-dd           pic x(02).
        01  w-asof-compact      pic x(08).
        01  w-date-bad-sw       pic x value "N".
            88  w-date-bad          value "Y".

      * the unload files on the catalog, oldest first
        01  w-unl-table.
            03  w-unl-entry     occurs 60 times
                                 pic x(256).
        01  w-unl-count         pic 9(03) value zero.
        01  w-unl-ix            pic 9(03).
        01  w-unl-missing       pic 9(03) value zero.

      * one cities_hist / cities_arch row, or one unloaded row
        01  h-id                pic 9(06).
        01  h-name              pic x(10).
        01  h-pop               pic 9(08).
        01  h-date              pic x(10).
        01  h-pref              pic x(02).
        01  h-action            pic x(01).
        01  h-program           pic x(20).
        01  h-ts                pic x(19).
        01  h-opr               pic x(08).
        01  u-id                pic x(06).
        01  u-name              pic x(20).
        01  u-pop               pic x(08).
        01  u-date              pic x(10).
        01  u-pref              pic x(02).
        01  u-action            pic x(01).
        01  u-program           pic x(20).
        01  u-ts                pic x(19).
        01  u-opr               pic x(08).

      * the first sorted entry for an id decides; the rest of the
      * id's entries are passed over
        01  w-last-id           pic 9(06).
        01  w-first-sw          pic x value "Y".
            88  w-first-entry       value "Y".

        01  w-hist-count        pic 9(07) value zero.
        01  w-unl-rows          pic 9(07) value zero.
        01  w-arch-count        pic 9(07) value zero.
        01  w-live-count        pic 9(07) value zero.
        01  w-from-hist         pic 9(07) value zero.
        01  w-from-arch         pic 9(07) value zero.
        01  w-from-live         pic 9(07) value zero.
        01  w-not-yet           pic 9(07) value zero.
        01  w-export-count      pic 9(07) value zero.
        01  w-pop-total         pic 9(10) value zero.
        01  w-trailer-count     pic 9(05).
        01  w-id-edited         pic zzzzz9.
        01  w-pop-zd            pic z(07)9.
        01  w-id-text           pic x(07).

        01  w-query             pic x(300).
        01  w-quote-count       pic 9(03) value zero.
        01  cid                 usage pointer.
        01  result              usage pointer.
        01  errno               pic x(04).
        01  err-msg             pic x(80).
        01  eod                 pic x.
        01  w-rc-query          pic x(300).
        01  w-rc-outcome        pic x(20).
        01  w-rc-status-out     pic x(10).
        01  w-rc-ending-sw      pic x value "N".
            88  w-rc-ending         value "Y".
        01  w-connected-sw      pic x value "N".
            88  w-connected         value "Y".
        01  w-ctl-filename      pic x(256)
                       value "/var/tmp/plain_text/mysql_asof.ctl".
        01  w-ctl-status        pic x(02).
        01  w-ctl-keyword       pic x(20).
        01  w-ctl-value         pic x(256).
        01  w-ctl-sw            pic x value "N".
            88  w-ctl-present       value "Y".
        01  w-parm-filename     pic x(256).
        01  w-sum-filename      pic x(256)
                       value "/var/tmp/plain_text/mysql_asof.sum".
        01  w-sum-line          pic x(80).
        01  w-exit-code         pic 9(02) value zero.
        procedure       division.

        0000-mainline.
            display "*** 開始 ***"
            perform 0300-read-control-file
            if not w-ctl-present
               display "基準日 (YYYY-MM-DD)："
               accept w-asof
               display "出力ファイル名（省略可）："
               accept w-parm-filename
            end-if
            perform 0400-check-asof-date
            if w-date-bad
               display "基準日が不正です"
               move "SETUP ERROR" to w-rc-outcome
               move 12 to w-exit-code
               perform 9800-write-run-summary
               move w-exit-code to return-code
               stop run
            end-if
            if w-parm-filename not = space
               move w-parm-filename to w-output-filename
            else
               move spaces to w-output-filename
               string "/var/tmp/plain_text/cities.asof."
                      w-asof-compact
                      delimited by size into w-output-filename
            end-if
            display "基準日　: " w-asof
            perform 0500-load-catalog

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
            set w-connected to true

            perform 8500-run-control-start

            call "MySQL_query" using
                 "start transaction with consistent snapshot"
            if return-code not = 0 then
               perform db-error
            end-if

            sort s-file on ascending key srt-id srt-ts srt-rank
                input procedure 1000-gather-changes
                output procedure 3000-rebuild-cities

            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if

            if w-unl-missing > zero
               move 4 to w-exit-code
               move "UNLOAD MISSING" to w-rc-outcome
            else
               move "NORMAL" to w-rc-outcome
            end-if
            move "COMPLETED" to w-rc-status-out
            perform 8600-run-control-end

            call "MySQL_close"

            display "履歴行数　: " w-hist-count
            display "退避行数　: " w-unl-rows
            display "削除保管　: " w-arch-count
            display "現在行数　: " w-live-count
            display "--- 再構成 ---"
            display "履歴から　: " w-from-hist
            display "保管から　: " w-from-arch
            display "現在から　: " w-from-live
            display "未登録　　: " w-not-yet
            display "件数　　　: " w-export-count
            display "人口合計　: " w-pop-total
            if w-unl-missing > zero
               display "読めない退避ファイルがあります: "
                       w-unl-missing
               display "その期間の変更が欠けている恐れ"
            end-if
            display "出力先　　:"
            display w-output-filename

            perform 9800-write-run-summary

            display "*** 終了 ***"
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	(AS-OF, OUTPUT-FILE, UNLOAD-CATALOG) replace the prompts
      * ---------------------------------------------------------
        0300-read-control-file.
            move spaces to w-asof w-parm-filename
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
                when "AS-OF"
                     move w-ctl-value(1:10) to w-asof
                when "OUTPUT-FILE"
                     move w-ctl-value to w-parm-filename
                when "UNLOAD-CATALOG"
                     move w-ctl-value to w-catalog-filename
                when other
                     display "不明なキーワード: " w-ctl-keyword
            end-evaluate.

      * ---------------------------------------------------------
      *	the as-of date must be a plain YYYY-MM-DD (it goes into
      *	the queries quoted); the last instant of that day is the
      *	cut between "had happened" and "had not happened yet"
      * ---------------------------------------------------------
        0400-check-asof-date.
            move spaces to w-asof-yyyy w-asof-mm w-asof-dd
            unstring w-asof delimited by "-"
                into w-asof-yyyy w-asof-mm w-asof-dd
            end-unstring
            if w-asof-yyyy not numeric or w-asof-mm not numeric
                    or w-asof-dd not numeric
                    or w-asof(5:1) not = "-"
                    or w-asof(8:1) not = "-"
               set w-date-bad to true
            else
               if w-asof-mm < "01" or w-asof-mm > "12"
                       or w-asof-dd < "01" or w-asof-dd > "31"
                  set w-date-bad to true
               end-if
            end-if
            move spaces to w-asof-end
            string w-asof " 23:59:59"
                   delimited by size into w-asof-end
            move spaces to w-asof-compact
            string w-asof-yyyy w-asof-mm w-asof-dd
                   delimited by size into w-asof-compact.

      * ---------------------------------------------------------
        0500-load-catalog.
            open input uc-file
            if w-catalog-status not = "00"
               continue
            else
               perform until w-catalog-status not = "00"
                  read uc-file
                  if w-catalog-status = "00"
                          and uc-filename not = space
                          and w-unl-count < 60
                     add 1 to w-unl-count
                     move uc-filename to w-unl-entry(w-unl-count)
                  end-if
               end-perform
               close uc-file
            end-if.

      * ---------------------------------------------------------
      *	RELEASE every entry that can decide a city's state on the
      *	as-of date.  the rank orders entries stamped at the same
      *	instant: a before-image (U/D) first, a cities_arch image
      *	next, an insert last - mysql_load.cob's replace mode
      *	writes its 'D' and 'I' rows under the same now(), and it
      *	is the 'D' that shows the row as it stood
      * ---------------------------------------------------------
        1000-gather-changes.
            perform 1100-release-history
            perform varying w-unl-ix from 1 by 1
                    until w-unl-ix > w-unl-count
               perform 1200-release-one-unload
            end-perform
            perform 1300-release-archive
            perform 1400-release-live.

      * ---------------------------------------------------------
        1100-release-history.
            move spaces to w-query
            string "select a, b, c, d, e, action, ts"
                   " from cities_hist where ts > '"
                   delimited by size
                   w-asof-end delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result h-id h-name
                        h-pop h-date h-pref h-action h-ts
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result h-id h-name
                           h-pop h-date h-pref h-action h-ts
               if return-code = -1 then
                  exit perform
               end-if
               move h-id     to srt-id
               move h-ts     to srt-ts
               move h-action to srt-kind
               move h-name   to srt-name
               move h-pop    to srt-pop
               move h-date   to srt-date
               move h-pref   to srt-pref
               perform 1500-rank-and-release
               add 1 to w-hist-count
            end-perform.

      * ---------------------------------------------------------
      *	the purged years: the same rows, from one unload file
      *	in the layout mysql_unload.cob writes
      * ---------------------------------------------------------
        1200-release-one-unload.
            move w-unl-entry(w-unl-ix) to w-unload-filename
            open input u-file
            if w-unload-status not = "00"
               display "開けません: " w-unload-filename(1:50)
               add 1 to w-unl-missing
            else
               move low-value to w-file-eof
               perform until w-file-eof = high-value
                  read u-file
                      at end move high-value to w-file-eof
                      not at end
                          perform 1210-release-if-later
                  end-read
               end-perform
               close u-file
            end-if.

        1210-release-if-later.
            if unl-rec(1:7) = "TRAILER"
               continue
            else
               move spaces to u-id u-name u-pop u-date u-pref
                              u-action u-program u-ts u-opr
               unstring unl-rec delimited by x"09"
                   into u-id u-name u-pop u-date u-pref
                        u-action u-program u-ts u-opr
               end-unstring
               if function trim(u-id) numeric
                       and function trim(u-pop) numeric
                       and u-ts > w-asof-end
                  compute srt-id = function numval(u-id)
                  move u-ts     to srt-ts
                  move u-action to srt-kind
                  move u-name   to srt-name
                  compute srt-pop = function numval(u-pop)
                  move u-date   to srt-date
                  move u-pref   to srt-pref
                  perform 1500-rank-and-release
                  add 1 to w-unl-rows
               end-if
            end-if.

      * ---------------------------------------------------------
      *	cities deleted after the as-of date, stamped with their
      *	delete time
      * ---------------------------------------------------------
        1300-release-archive.
            move spaces to w-query
            string "select a, b, c, d, e, del_ts"
                   " from cities_arch where del_ts > '"
                   delimited by size
                   w-asof-end delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result h-id h-name
                        h-pop h-date h-pref h-ts
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result h-id h-name
                           h-pop h-date h-pref h-ts
               if return-code = -1 then
                  exit perform
               end-if
               move h-id     to srt-id
               move h-ts     to srt-ts
               move "A"      to srt-kind
               move h-name   to srt-name
               move h-pop    to srt-pop
               move h-date   to srt-date
               move h-pref   to srt-pref
               perform 1500-rank-and-release
               add 1 to w-arch-count
            end-perform.

      * ---------------------------------------------------------
      *	the cities as they stand now, sorted after every change
      * ---------------------------------------------------------
        1400-release-live.
            call "MySQL_query" using "select a, b, c, d, e from cities"
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result a b cpop cdate cpref
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result a b cpop cdate
                           cpref
               if return-code = -1 then
                  exit perform
               end-if
               move a        to srt-id
               move high-values to srt-ts
               move "C"      to srt-kind
               move b        to srt-name
               move cpop     to srt-pop
               move cdate    to srt-date
               move cpref    to srt-pref
               perform 1500-rank-and-release
               add 1 to w-live-count
            end-perform.

      * ---------------------------------------------------------
        1500-rank-and-release.
            evaluate srt-kind
                when "U"
                when "D"
                     move 1 to srt-rank
                when "A"
                     move 2 to srt-rank
                when "I"
                     move 3 to srt-rank
                when other
                     move 4 to srt-rank
            end-evaluate
            release srt-rec.

      * ---------------------------------------------------------
      *	the first entry for each id decides: an insert means the
      *	city was not there yet, anything else is the row as it
      *	stood on the as-of date
      * ---------------------------------------------------------
        3000-rebuild-cities.
            open output o-file
            move low-value to w-sort-eof
            perform until w-sort-eof = high-value
               return s-file
                   at end move high-value to w-sort-eof
                   not at end
                       if w-first-entry or srt-id not = w-last-id
                          move "N" to w-first-sw
                          move srt-id to w-last-id
                          perform 3100-decide-one-city
                       end-if
               end-return
            end-perform
            perform 3200-write-trailer
            close o-file.

        3100-decide-one-city.
            evaluate srt-kind
                when "I"
                     add 1 to w-not-yet
                when "C"
                     add 1 to w-from-live
                     perform 3150-write-one-city
                when "A"
                     add 1 to w-from-arch
                     perform 3150-write-one-city
                when other
                     add 1 to w-from-hist
                     perform 3150-write-one-city
            end-evaluate.

      * the text id carries a leading "t" that the numeric MySQL
      * id does not, the same as mysql_export.cob writes it
        3150-write-one-city.
            move spaces to w-id-text
            move spaces to work-area
            move srt-id to w-id-edited
            string "t" delimited by size
                   function trim(w-id-edited) delimited by size
                   into w-id-text
            move srt-pop to w-pop-zd
            string w-id-text       delimited by size
                   x"09"           delimited by size
                   function trim(srt-name) delimited by size
                   x"09"           delimited by size
                   function trim(w-pop-zd) delimited by size
                   x"09"           delimited by size
                   function trim(srt-date) delimited by size
                   x"09"           delimited by size
                   function trim(srt-pref) delimited by size
                   into work-area
            write out-rec from work-area
            add 1 to w-export-count
            add srt-pop to w-pop-total.

      * ---------------------------------------------------------
      *	the same record-count / population-total trailer
      *	mysql_export.cob writes, so the rebuilt file checks out
      *	against text_read.cob
      * ---------------------------------------------------------
        3200-write-trailer.
            move spaces to work-area
            move w-export-count to w-trailer-count
            string "TRAILER" x'09' w-trailer-count x'09' w-pop-total
                   delimited by size into work-area
            write out-rec from work-area.

      * ---------------------------------------------------------
      *	mark this run RUNNING on the run_control table - an
      *	inquiry, so any number of runs a day are allowed
      * ---------------------------------------------------------
        8500-run-control-start.
            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-asof',now(),null,0,'','RUNNING',"
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
                   w-export-count delimited by size
                   ", outcome = '" delimited by size
                   function trim(w-rc-outcome) delimited by size
                   "', status = '" delimited by size
                   function trim(w-rc-status-out) delimited by size
                   "' where program = 'mysql-asof'"
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
            if w-connected and not w-rc-ending
               set w-rc-ending to true
               call "MySQL_query" using "rollback"
               move "DB ERROR" to w-rc-outcome
               move "FAILED" to w-rc-status-out
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
            write sum-rec from "PROGRAM=mysql-asof"
            move spaces to w-sum-line
            string "AS-OF=" w-asof
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "RECORDS=" w-export-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "POPULATION=" w-pop-total
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

      * ---------------------------------------------------------
      *	mysql_region.cob
      *
      *	population rollup by region, then prefecture, over the
      *	cities table, printed as a page-headed file the way
      *	mysql_opsreport.cob does it.  the region of each city
      *	comes from the prefectures table (maintained through
      *	mysql_prefect.cob) by the city's prefecture code, so a
      *	prefecture moved from one region to another is reported
      *	under its new region on the next run without any program
      *	change.  for each region its prefectures are listed with
      *	the city count, the population and the share of the whole
      *	population, followed by the region subtotal; the grand
      *	total closes the report.  a code found on cities but not
      *	on prefectures is shown under "(未登録)" rather than
      *	dropped, so the totals still agree with the table.
      *	regions come out in the order their first prefecture
      *	code does - JIS code order, which runs north to south.
      *	connects the same way test1 does.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-region.
        environment     division.
        input-output    section.
        file-control.
            select p-file
                assign to w-print-filename
                organization line sequential.
        data            division.
        file            section.
        fd  p-file
            label records are standard.
        01  prt-rec.
            03  pic x(132).
        working-storage section.
        01  cid              usage pointer.
        01  result           usage pointer.
        01  errno            pic x(04).
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(300).

        01  w-parm-filename  pic x(256).
        01  w-print-filename pic x(256)
                       value "/var/tmp/plain_text/region.rpt".
        01  w-print-area     pic x(132).

      * one prefecture's rollup as the database returns it
        01  r-region         pic x(20).
        01  r-code           pic x(02).
        01  r-name           pic x(20).
        01  r-count          pic x(08).
        01  r-pop            pic x(12).

      * every prefecture is held until the grand total is known,
      * since each line shows its share of that total
        01  w-pref-table.
            03  w-pref-entry occurs 50 times.
                05  w-pref-code     pic x(02).
                05  w-pref-name     pic x(20).
                05  w-pref-region   pic 9(02).
                05  w-pref-cities   pic 9(06).
                05  w-pref-pop      pic 9(12).
        01  w-pref-count     pic 9(02) value zero.
        01  w-pref-ix        pic 9(02).
        01  w-skip-count     pic 9(03) value zero.

        01  w-region-table.
            03  w-region-entry occurs 50 times.
                05  w-reg-name      pic x(20).
                05  w-reg-cities    pic 9(06).
                05  w-reg-pop       pic 9(12).
        01  w-region-count   pic 9(02) value zero.
        01  w-reg-ix         pic 9(02).
        01  w-reg-found-sw   pic x.
            88  w-reg-found      value "Y".

        01  w-total-cities   pic 9(06) value zero.
        01  w-total-pop      pic 9(12) value zero.
        01  w-share          pic 9(03)v9.

        01  w-page-num       pic 9(04) value zero.
        01  w-line-count     pic 9(02) value 99.
        01  w-page-size      pic 9(02) value 50.
        01  w-run-date       pic x(08).

        01  w-page-ed        pic zzz9.
        01  w-cities-ed      pic zzz,zz9.
        01  w-pop-ed         pic zzz,zzz,zzz,zz9.
        01  w-share-ed       pic zz9.9.
        procedure       division.

        0000-mainline.
            display "*** 開始 ***"

            display "帳票ファイル名（省略可）："
            accept w-parm-filename
            if w-parm-filename not = space
               move w-parm-filename to w-print-filename
            end-if
            accept w-run-date from date yyyymmdd

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

            move spaces to w-query
            string "select ifnull(p.region,''), c.e,"
                   " ifnull(p.name,''), count(*), sum(c.c)"
                   " from cities c left join prefectures p"
                   " on p.code = c.e"
                   " group by c.e, p.region, p.name"
                   " order by c.e"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if

            call "MySQL_fetch_fields" using result r-region r-code
                        r-name r-count r-pop
            if result = NULL then
               perform db-error
            end-if

            perform until eod not = eod
               call "MySQL_fetch_row" using result r-region r-code
                           r-name r-count r-pop
               if return-code = -1 then
                  exit perform
               end-if
               perform 2000-hold-one-prefecture
            end-perform

            call "MySQL_close"

            open output p-file
            perform 3100-print-page-heading
            if w-pref-count = zero
               move "対象の市なし" to w-print-area
               write prt-rec from w-print-area
            else
               perform varying w-reg-ix from 1 by 1
                       until w-reg-ix > w-region-count
                  perform 4000-print-one-region
               end-perform
               perform 4500-print-grand-total
            end-if
            close p-file

            display "帳票を作成しました："
            display w-print-filename
            display "都道府県数 : " w-pref-count
            display "地方数 : " w-region-count
            if w-skip-count > zero
               display "50件を超えた分は未集計 : "
                       w-skip-count
               move 4 to return-code
            end-if
            display "*** 終了 ***"
            stop run.

      * ---------------------------------------------------------
      *	hold one prefecture and fold it into its region (found
      *	or added in first-seen order) and the grand total
      * ---------------------------------------------------------
        2000-hold-one-prefecture.
            if w-pref-count >= 50
               add 1 to w-skip-count
            else
               if r-region = space
                  move "(未登録)" to r-region
               end-if
               if r-name = space
                  move "(未登録)" to r-name
               end-if
               perform 2100-find-region
               add 1 to w-pref-count
               move r-code to w-pref-code(w-pref-count)
               move r-name to w-pref-name(w-pref-count)
               move w-reg-ix to w-pref-region(w-pref-count)
               compute w-pref-cities(w-pref-count) =
                       function numval(r-count)
               compute w-pref-pop(w-pref-count) =
                       function numval(r-pop)
               add w-pref-cities(w-pref-count)
                   to w-reg-cities(w-reg-ix) w-total-cities
               add w-pref-pop(w-pref-count)
                   to w-reg-pop(w-reg-ix) w-total-pop
            end-if.

        2100-find-region.
            move "N" to w-reg-found-sw
            perform varying w-reg-ix from 1 by 1
                    until w-reg-ix > w-region-count
                       or w-reg-found
               if w-reg-name(w-reg-ix) = r-region
                  set w-reg-found to true
               end-if
            end-perform
            if w-reg-found
               subtract 1 from w-reg-ix
            else
               add 1 to w-region-count
               move w-region-count to w-reg-ix
               move r-region to w-reg-name(w-reg-ix)
               move zero to w-reg-cities(w-reg-ix)
                            w-reg-pop(w-reg-ix)
            end-if.

        3100-print-page-heading.
            add 1 to w-page-num
            move w-page-num to w-page-ed
            move spaces to w-print-area
            string "地方別人口集計　　作成日: "
                   w-run-date(1:4) "/" w-run-date(5:2) "/"
                   w-run-date(7:2)
                   "　　頁: " w-page-ed
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            move all "-" to w-print-area(1:70)
            write prt-rec from w-print-area
            move zero to w-line-count.

      * ---------------------------------------------------------
      *	one region: its heading, each of its prefectures in code
      *	order, then the region subtotal
      * ---------------------------------------------------------
        4000-print-one-region.
            if w-line-count + 3 > w-page-size
               perform 3100-print-page-heading
            end-if
            move spaces to w-print-area
            write prt-rec from w-print-area
            move spaces to w-print-area
            string "■ " function trim(w-reg-name(w-reg-ix))
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            move spaces to w-print-area
            string "  コード 都道府県                市数"
                   "            人口   構成比%"
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            add 3 to w-line-count

            perform varying w-pref-ix from 1 by 1
                    until w-pref-ix > w-pref-count
               if w-pref-region(w-pref-ix) = w-reg-ix
                  perform 4100-print-one-prefecture
               end-if
            end-perform

            if w-line-count >= w-page-size
               perform 3100-print-page-heading
            end-if
            move w-reg-cities(w-reg-ix) to w-cities-ed
            move w-reg-pop(w-reg-ix) to w-pop-ed
            perform 4900-compute-share
            move spaces to w-print-area
            string "  ＊地方計" "                 " w-cities-ed
                   "  " w-pop-ed "   " w-share-ed
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            add 1 to w-line-count.

        4100-print-one-prefecture.
            if w-line-count >= w-page-size
               perform 3100-print-page-heading
            end-if
            move w-pref-cities(w-pref-ix) to w-cities-ed
            move w-pref-pop(w-pref-ix) to w-pop-ed
            compute w-share rounded =
                    w-pref-pop(w-pref-ix) * 100 / w-total-pop
                    on size error move zero to w-share
            end-compute
            move w-share to w-share-ed
            move spaces to w-print-area
            string "    " w-pref-code(w-pref-ix) "   "
                   w-pref-name(w-pref-ix) "  " w-cities-ed
                   "  " w-pop-ed "   " w-share-ed
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            add 1 to w-line-count.

        4500-print-grand-total.
            if w-line-count + 2 > w-page-size
               perform 3100-print-page-heading
            end-if
            move spaces to w-print-area
            write prt-rec from w-print-area
            move w-total-cities to w-cities-ed
            move w-total-pop to w-pop-ed
            move spaces to w-print-area
            string "＊＊総計" "                   " w-cities-ed
                   "  " w-pop-ed "   100.0"
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            add 2 to w-line-count.

      * the region's share of the grand total
        4900-compute-share.
            compute w-share rounded =
                    w-reg-pop(w-reg-ix) * 100 / w-total-pop
                    on size error move zero to w-share
            end-compute
            move w-share to w-share-ed.

      * error
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            move 12 to return-code
            stop run.

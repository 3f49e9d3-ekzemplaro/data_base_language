      *	Sep/02/2026  the browse table grew from 500 to 2000 rows
      *	             ahead of the nationwide take-on; narrow the
      *	             filters when a query would pass even that.
      *	Oct/15/2026  an edit or a delete no longer touches the
      *	             cities table: it is queued on cities_pend as
      *	             a PENDING request, and only a supervisor's
      *	             approval in mysql_approve.cob applies it
      *	             (archive, history row and all) - so no
      *	             single operator can change an official
      *	             figure unseen.
      *	Oct/15/2026  the run starts with an operator sign-on
      *	             against the operators table; browse-only (role
      *	             B) operators can list and view but not edit or
      *	             delete, and every queued request carries the
      *	             operator id that keyed it.
      *	Oct/15/2026  an edit or a delete is queued only if the row
      *	             is still what the operator was shown; a row
      *	             changed since (by mysql_write.cob, another
      *	             session or a mysql_delta.cob run) is refused
      *	             with its current values and the last
      *	             cities_hist change shown, and the request
      *	             carries the row as seen for the approval to
      *	             check again.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-maintain.
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(300).
        01  w-where          pic x(120).
        01  w-where-2        pic x(120).
        01  w-any-filter-sw  pic x value "N".
        01  w-new-pop        pic x(08).
        01  w-old-name       pic x(10).
        01  w-old-pop        pic 9(08).

      * the picked row as it stands on the cities table now, and
      * the last cities_hist row written for it - what the other
      * party did when the row has moved since it was listed
        01  w-cur-count      pic 9(03).
        01  w-cur-id         pic 9(06).
        01  w-cur-name       pic x(10).
        01  w-cur-pop        pic 9(08).
        01  w-cur-date       pic x(10).
        01  w-cur-pref       pic x(02).
        01  w-stale-sw       pic x value "N".
            88  w-stale          value "Y" "G".
            88  w-gone           value "G".
        01  w-last-count     pic 9(03).
        01  w-last-name      pic x(10).
        01  w-last-pop       pic 9(08).
        01  w-last-action    pic x(01).
        01  w-last-prog      pic x(20).
        01  w-last-ts        pic x(19).
        01  w-last-opr       pic x(08).

      * the signed-on operator, from the operators table (opr_id,
      * opr_name, role, pin, active); the role decides what this
      * operator may do - B browse only, M maintain, S supervisor
        01  w-opr-id         pic x(08).
        01  w-opr-pin        pic x(08).
        01  w-opr-name       pic x(20).
        01  w-opr-role       pic x(01).
            88  w-opr-may-change    value "M" "S".
            88  w-opr-supervisor    value "S".
        01  w-opr-found      pic 9(01) value zero.
        01  w-opr-tries      pic 9(01) value zero.
        procedure       division.

        0000-mainline.
               perform db-error
            end-if

            perform 0200-sign-on
            if w-opr-found = zero
               display "サインオンできません"
               call "MySQL_close"
               stop run
            end-if

            perform 1000-ask-filters
            perform 1500-load-rows

            display "*** 終了 ***"
            stop run.

      * ---------------------------------------------------------
      *	sign-on against the operators table: three tries at the
      *	id and pin of an active operator; w-opr-found stays zero
      *	when all three fail
      * ---------------------------------------------------------
        0200-sign-on.
            move zero to w-opr-tries
            move zero to w-opr-found
            perform until w-opr-found > zero or w-opr-tries >= 3
               add 1 to w-opr-tries
               display "担当者ID："
               accept w-opr-id
               display "暗証番号："
               accept w-opr-pin
               perform 0210-check-operator
               if w-opr-found = zero
                  display "IDまたは暗証番号が違います"
               end-if
            end-perform
            if w-opr-found > zero
               display "担当者　: " w-opr-id " " w-opr-name
            end-if.

        0210-check-operator.
            move zero to w-quote-count
            inspect w-opr-id tallying w-quote-count for all quote
            inspect w-opr-pin tallying w-quote-count for all quote
            if w-quote-count > 0 or w-opr-id = space
               exit paragraph
            end-if
            move spaces to w-query
            string "select opr_name, role from operators"
                   " where opr_id = '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' and pin = '" delimited by size
                   function trim(w-opr-pin) delimited by size
                   "' and active = 'Y'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-opr-name
                        w-opr-role
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-opr-name
                           w-opr-role
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-opr-found
            end-perform.

      * ---------------------------------------------------------
      *	the same optional id-range / name filter test1 offers
      * ---------------------------------------------------------
               evaluate w-cmd
                   when "E"
                   when "e"
                        if w-opr-may-change
                           perform 3100-edit-row
                           if not w-stale or w-gone
                              set w-detail-done to true
                           end-if
                        else
                           display "照会のみの権限です"
                        end-if
                   when "D"
                   when "d"
                        if w-opr-may-change
                           perform 3200-delete-row
                           if not w-stale or w-gone
                              set w-detail-done to true
                           end-if
                        else
                           display "照会のみの権限です"
                        end-if
                   when "B"
                   when "b"
                        set w-detail-done to true
            end-perform.

      * ---------------------------------------------------------
      *	blank keeps the current value; the update is queued for
      *	approval, and the approval writes the history trail
      * ---------------------------------------------------------
        3100-edit-row.
            move "N" to w-stale-sw
            move w-tbl-name(w-sel) to w-old-name
            move w-tbl-pop(w-sel) to w-old-pop

               end-if
            end-if

            perform 3400-check-unchanged
            if w-stale
               exit paragraph
            end-if

            move w-tbl-id(w-sel)   to a
            move w-new-name        to b
            move w-tbl-date(w-sel) to cdate
            move w-tbl-pref(w-sel) to cpref
            move "U" to w-cmd
            perform 5000-queue-request
            display "承認待ちに登録しました : "
                    w-tbl-id(w-sel).

      * ---------------------------------------------------------
      *	delete only after an explicit confirmation; the delete
      *	is queued for approval, and the approval archives the
      *	row to cities_arch before it goes
      * ---------------------------------------------------------
        3200-delete-row.
            move "N" to w-stale-sw
            display "この都市を削除しますか(Y/N)："
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               exit paragraph
            end-if

            perform 3400-check-unchanged
            if w-stale
               exit paragraph
            end-if

            move w-tbl-id(w-sel)   to a
            move w-tbl-name(w-sel) to b
            move w-tbl-pop(w-sel)  to cpop
            move w-tbl-date(w-sel) to cdate
            move w-tbl-pref(w-sel) to cpref
            move "D" to w-cmd
            perform 5000-queue-request
            display "承認待ちに登録しました : "
                    w-tbl-id(w-sel).

      * ---------------------------------------------------------
      *	the row must still be what the operator was shown: the
      *	list was loaded earlier, and mysql_write.cob, another
      *	maintain session or a mysql_delta.cob run may have
      *	changed it since.  when it has, nothing is queued - the
      *	current values and the other party's change are shown,
      *	the list entry takes the current values, and the
      *	operator decides again from the detail view.  a row that
      *	has gone altogether drops off the reloaded list and the
      *	detail view closes
      * ---------------------------------------------------------
        3400-check-unchanged.
            move "N" to w-stale-sw
            perform 3410-fetch-current
            if w-cur-count = zero
               set w-gone to true
               display "既に削除されています : "
                       w-tbl-id(w-sel)
               perform 3420-show-last-change
               perform 1500-load-rows
               exit paragraph
            end-if
            if w-cur-name not = w-tbl-name(w-sel)
                    or w-cur-pop not = w-tbl-pop(w-sel)
                    or w-cur-date not = w-tbl-date(w-sel)
                    or w-cur-pref not = w-tbl-pref(w-sel)
               set w-stale to true
               display "表示後に他で変更されています : "
                       w-tbl-id(w-sel)
               display "--- 現在の行 ---"
               display "名称　　: " w-cur-name
               display "人口　　: " w-cur-pop
               display "創設日　: " w-cur-date
               display "県コード: " w-cur-pref
               perform 3420-show-last-change
               move w-cur-name to w-tbl-name(w-sel)
               move w-cur-pop  to w-tbl-pop(w-sel)
               move w-cur-date to w-tbl-date(w-sel)
               move w-cur-pref to w-tbl-pref(w-sel)
               display "現在の値で再度操作してください"
            end-if.

        3410-fetch-current.
            move zero to w-cur-count
            move spaces to w-query
            string "select * from cities where a = "
                   delimited by size
                   w-tbl-id(w-sel) delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-cur-id
                        w-cur-name w-cur-pop w-cur-date
                        w-cur-pref
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row"
                           using result w-cur-id w-cur-name
                                 w-cur-pop w-cur-date
                                 w-cur-pref
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-cur-count
            end-perform.

      * ---------------------------------------------------------
      *	the other party's change: the newest cities_hist row for
      *	the city - when, by which program and operator, and the
      *	values it recorded (the before-image of an update)
      * ---------------------------------------------------------
        3420-show-last-change.
            move zero to w-last-count
            move spaces to w-query
            string "select b, c, action, program, ts, opr"
                   " from cities_hist where a = " delimited by size
                   w-tbl-id(w-sel) delimited by size
                   " order by ts desc limit 1" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-last-name
                        w-last-pop w-last-action w-last-prog
                        w-last-ts w-last-opr
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-last-name
                           w-last-pop w-last-action w-last-prog
                           w-last-ts w-last-opr
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-last-count
            end-perform
            if w-last-count > zero
               display "--- 最後の変更 ---"
               display "日時　　: " w-last-ts
               display "変更元　: " function trim(w-last-prog)
                       " " w-last-opr
               display "区分　　: " w-last-action
               display "変更前　: " w-last-name " " w-last-pop
            end-if.

      * ---------------------------------------------------------
      *	one PENDING request on cities_pend: the values asked for
      *	(on a delete, the row to be deleted), the action in
      *	w-cmd ("U" or "D"), this program's name, now(), and the
      *	row as the operator was shown it, so the approval can
      *	tell whether it has changed since.  the cities table and
      *	cities_hist are left to the approval in
      *	mysql_approve.cob
      * ---------------------------------------------------------
        5000-queue-request.
            move spaces to w-query
            string "insert into cities_pend values (null,"
                   delimited by size
                   a delimited by size
                   "," delimited by size quote
                   function trim(b) delimited by size
                   quote "," delimited by size
                   cpop delimited by size
                   "," delimited by size quote
                   function trim(cdate) delimited by size
                   quote "," delimited by size quote
                   cpref delimited by size
                   quote "," delimited by size quote
                   w-cmd(1:1) delimited by size
                   quote ",'mysql-maintain',now(),'PENDING',"
                   "'',null,'" delimited by size
                   function trim(w-opr-id) delimited by size
                   "','','" delimited by size
                   function trim(w-tbl-name(w-sel)) delimited by size
                   "'," delimited by size
                   w-tbl-pop(w-sel) delimited by size
                   ",'" delimited by size
                   function trim(w-tbl-date(w-sel)) delimited by size
                   "','" delimited by size
                   w-tbl-pref(w-sel) delimited by size
                   "')" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if.

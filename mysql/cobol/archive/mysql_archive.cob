      *	             best-available name for cities_arch's sixth
      *	             column (the same kind of guess
      *	             mysql_write.cob documents for "c").
      *	Oct/15/2026  the run starts with an operator sign-on
      *	             against the operators table; any signed-on
      *	             operator may browse, only a supervisor (role
      *	             S) may restore, and the restore's history row
      *	             carries the operator id.
      *	Oct/15/2026  a restore now runs as one transaction and
      *	             reads the archive row and the live id again
      *	             under a lock first; an image restored or
      *	             changed by another session since the list was
      *	             loaded is refused, with the current values and
      *	             the last cities_hist change shown.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-archive.
        01  w-check-pop      pic 9(08).
        01  w-check-date     pic x(10).
        01  w-check-pref     pic x(02).
        01  w-arch-found     pic 9(03).
        01  w-stale-sw       pic x value "N".
            88  w-stale          value "Y".
        01  w-in-tran-sw     pic x value "N".
            88  w-in-tran        value "Y".

      * the last cities_hist row written for the city - what the
      * other party did when the archive row has moved since it
      * was listed
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
      *	the same optional id-range / name filter mysql_maintain
      *	offers
               evaluate w-cmd
                   when "R"
                   when "r"
                        if w-opr-supervisor
                           perform 3100-restore-row
                           set w-detail-done to true
                        else
                           display "復元の権限がありません"
                        end-if
                   when "B"
                   when "b"
                        set w-detail-done to true
      *	restore only after confirmation and only when the id is
      *	not live again; the restored row goes back into cities,
      *	onto cities_hist like any other change, and off
      *	cities_arch.  all three go in one transaction, and the
      *	archive row and the live id are read again under a lock
      *	inside it: another session may have restored this image
      *	(or restored and deleted it again) since the list was
      *	loaded, and a restore from a stale list would put back
      *	a row the operator was never shown
      * ---------------------------------------------------------
        3100-restore-row.
            display "この都市を復元しますか(Y/N)："
               exit paragraph
            end-if

            call "MySQL_query" using "start transaction"
            if return-code not = 0 then
               perform db-error
            end-if
            set w-in-tran to true

            perform 3300-check-unchanged
            if w-stale
               call "MySQL_query" using "rollback"
               move "N" to w-in-tran-sw
               perform 3400-show-last-change
               display "復元できません"
               display "一覧を再表示します"
               perform 1500-load-rows
               exit paragraph
            end-if

               perform db-error
            end-if

            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if
            move "N" to w-in-tran-sw

            display "復元しました : " w-tbl-id(w-sel)
            perform 1500-load-rows.

      * ---------------------------------------------------------
      *	is this id live on the cities table again?  same
      *	existence check mysql_write.cob runs before its insert,
      *	locking the id for the rest of the restore
      * ---------------------------------------------------------
        3200-check-live.
            move zero to w-live-count
            string "select * from cities where a = "
                   delimited by size
                   w-tbl-id(w-sel) delimited by size
                   " for update" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               move 1 to w-live-count
            end-perform.

      * ---------------------------------------------------------
      *	the picked image must still be on cities_arch exactly as
      *	listed (same id and deletion timestamp, same values) and
      *	the id must not be live; when either has moved, the
      *	current values are shown
      * ---------------------------------------------------------
        3300-check-unchanged.
            move "N" to w-stale-sw
            move zero to w-arch-found
            move spaces to w-query
            string "select a, b, c, d, e from cities_arch"
                   " where a = " delimited by size
                   w-tbl-id(w-sel) delimited by size
                   " and del_ts = '" delimited by size
                   w-tbl-delts(w-sel) delimited by size
                   "' for update" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-check-id
                        w-check-name w-check-pop w-check-date
                        w-check-pref
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row"
                           using result w-check-id w-check-name
                                 w-check-pop w-check-date
                                 w-check-pref
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-arch-found
            end-perform

            if w-arch-found = zero
               set w-stale to true
               display "この保存行は既にありません : "
                       w-tbl-id(w-sel)
               exit paragraph
            end-if
            if w-check-name not = w-tbl-name(w-sel)
                    or w-check-pop not = w-tbl-pop(w-sel)
                    or w-check-date not = w-tbl-date(w-sel)
                    or w-check-pref not = w-tbl-pref(w-sel)
               set w-stale to true
               display "表示後に変更されています : "
                       w-tbl-id(w-sel)
               display "--- 現在の保存行 ---"
               display "名称　　: " w-check-name
               display "人口　　: " w-check-pop
               display "創設日　: " w-check-date
               display "県コード: " w-check-pref
               exit paragraph
            end-if

            perform 3200-check-live
            if w-live-count > zero
               set w-stale to true
               display "このIDは既に使用中です : "
                       w-tbl-id(w-sel)
               display "--- 現在の行 ---"
               display "名称　　: " w-check-name
               display "人口　　: " w-check-pop
               display "創設日　: " w-check-date
               display "県コード: " w-check-pref
            end-if.

      * ---------------------------------------------------------
      *	the other party's change: the newest cities_hist row for
      *	the city - when, by which program and operator, and the
      *	values it recorded
      * ---------------------------------------------------------
        3400-show-last-change.
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
               display "履歴値　: " w-last-name " " w-last-pop
            end-if.

      * ---------------------------------------------------------
      *	one cities_hist row for the restore: the restored values,
      *	action 'I', this program's name and now() - the same
                   delimited by size
                   quote "," delimited by size quote
                   w-tbl-pref(w-sel) delimited by size
                   quote ",'I','mysql-archive',now(),"
                   delimited by size quote
                   function trim(w-opr-id) delimited by size
                   quote ")" delimited by size
                   into w-hist-query
            call "MySQL_query" using w-hist-query
            if return-code not = 0 then
               perform db-error
            end-if.

      * ---------------------------------------------------------
      *	any MySQL failure lands here: a restore half applied is
      *	rolled back, so the row is still on cities_arch and the
      *	cities table is as it was
      * ---------------------------------------------------------
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            if w-in-tran
               move "N" to w-in-tran-sw
               call "MySQL_query" using "rollback"
               display "テーブルは変更されていません"
            end-if
            stop run.

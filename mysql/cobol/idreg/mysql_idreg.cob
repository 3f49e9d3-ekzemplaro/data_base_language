      * ---------------------------------------------------------
      *	mysql_idreg.cob
      *
      *	the city-id registry: issues the next free city id for a
      *	prefecture, so a new city's id is no longer made up by
      *	whoever keys the A transaction for text_update.cob or
      *	the insert in mysql_write.cob.  an issued id is
      *	"t" + the two-digit prefecture code + a three-digit
      *	sequence + a check digit - t230011 is prefecture 23,
      *	sequence 001, check digit 1 - and is recorded on the
      *	cities_ids table the moment it is issued, so it is never
      *	issued twice even if the city is never keyed.
      *
      *	the next sequence is one past the highest id in the
      *	prefecture's range held anywhere: cities_ids itself,
      *	cities (live), cities_arch (archived), cities_hist (any
      *	id the database has ever seen), and on the flat-file side
      *	cities.txt, the text master, the retired-record archive
      *	cities.master.ret and both sides of the merger
      *	cross-reference cities.xref - so an id retired by a
      *	merger and still on the cross-reference cannot come
      *	round again.  the registry rows for the prefecture are
      *	locked while the highest id is found, so two operators
      *	issuing at once cannot be handed the same id.
      *
      *	the check digit is the mod-10 (Luhn) digit: working from
      *	the right, the check digit itself is taken as it is,
      *	every second digit after it is doubled (less 9 when the
      *	double exceeds 9), and the total must end in 0.  a
      *	transposed or mistyped digit fails it.  text_read.cob,
      *	text_update.cob, text_hostin.cob and mysql_write.cob
      *	carry the same check and reject an id that fails it.
      *	ids of four digits or fewer (t2381) predate the
      *	registry, carry no check digit and are not checked.
      *
      *	cities_ids columns, in order: a (the numeric id, as on
      *	cities), e (prefecture code), status (ISSUED, or LEGACY
      *	for an id that predates the registry), program, ts, opr.
      *	mysql_convert.cob conversion 5 creates it.
      *
      *	option 1 issues an id (maintain or supervisor operators
      *	only), option 2 lists a prefecture's ids with the city
      *	now holding each.  connects the same way test1 does.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-idreg.
        environment     division.
        input-output    section.
        file-control.
            select pf-file
                assign to w-pref-filename
                organization line sequential
                file status is w-pref-status.
            select scan-file
                assign to w-scan-filename
                organization line sequential
                file status is w-scan-status.
        data            division.
        file            section.
        fd  pf-file
            label records are standard.
        01  pf-rec.
            03  pic x(80).
        fd  scan-file
            label records are standard.
        01  scan-rec.
            03  pic x(1024).
        working-storage section.
        01  cid              usage pointer.
        01  result           usage pointer.
        01  errno            pic x(04).
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(400).
        01  w-quote-count    pic 9(03) value zero.
        01  w-pick           pic x(01).
        01  w-in-trans-sw    pic x value "N".
            88  w-in-trans       value "Y".

      * the prefecture lookup file, for the code keyed in
        01  w-pref-filename  pic x(256)
                       value "/var/tmp/plain_text/prefect.txt".
        01  w-pref-status    pic x(02).
        01  w-pref-table.
            03  w-pref-entry     occurs 50 times
                                  indexed by w-pref-ix.
                05  w-pref-code      pic x(02).
                05  w-pref-name      pic x(20).
        01  w-pref-count     pic 9(02) value zero.
        01  w-pref-found-sw  pic x.
            88  w-pref-found     value "Y".
            88  w-pref-not-found value "N".
        01  w-pref-in        pic x(02).

      * the flat files scanned for ids already used; the
      * cross-reference carries an id in both of its fields
        01  w-scan-filename  pic x(256).
        01  w-scan-status    pic x(02).
        01  w-txt-filename   pic x(256)
                       value "/var/tmp/plain_text/cities.txt".
        01  w-master-filename pic x(256)
                       value "/var/tmp/plain_text/cities.master".
        01  w-retire-filename pic x(256)
                       value "/var/tmp/plain_text/cities.master.ret".
        01  w-xref-filename  pic x(256)
                       value "/var/tmp/plain_text/cities.xref".
        01  w-scan-both-sw   pic x value "N".
            88  w-scan-both      value "Y".
        01  w-scan-id-1      pic x(07).
        01  w-scan-id-2      pic x(07).
        01  w-note-id        pic x(07).
        01  w-note-len       pic 9(02).
        01  w-note-num       pic 9(06).

      * the prefecture's id range and the highest id in it
        01  w-lo-id          pic 9(06).
        01  w-hi-id          pic 9(06).
        01  w-high-id        pic 9(06).
        01  w-max-txt        pic x(10).
        01  w-max-num        pic 9(06).
        01  w-next-seq       pic 9(04).
        01  w-new-id         pic 9(06).
        01  w-id-edited      pic zzzzz9.
        01  w-id-text        pic x(07).

      * the city-id check digit (copied by the programs that
      * check it)
        01  w-ckd-work       pic 9(06).
        01  w-ckd-quot       pic 9(06).
        01  w-ckd-digit      pic 9(01).
        01  w-ckd-double     pic 9(02).
        01  w-ckd-sum        pic 9(03).
        01  w-ckd-rem        pic 9(01).
        01  w-ckd-ix         pic 9(01).
        01  w-ckd-alt-sw     pic x.
            88  w-ckd-alt        value "Y".

      * one registry row for the list
        01  w-f-id           pic 9(06).
        01  w-f-status       pic x(08).
        01  w-f-program      pic x(20).
        01  w-f-ts           pic x(19).
        01  w-f-opr          pic x(08).
        01  w-f-name         pic x(10).
        01  w-list-count     pic 9(04).

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
            display "*** 開始 ***"

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

            perform 0200-sign-on
            if w-opr-found = zero
               display "サインオンできません"
               call "MySQL_close"
               stop run
            end-if

            perform 0400-load-pref-table

            display "1=新しい市IDを払い出します"
            display "2=県の市ID一覧を表示します"
            display "番号："
            accept w-pick
            evaluate w-pick
                when "1"
                     if w-opr-may-change
                        perform 1000-issue-id
                     else
                        display "払出の権限がありません"
                     end-if
                when "2"
                     perform 2000-list-ids
                when other
                     display "取り消しました"
            end-evaluate

            call "MySQL_close"

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
      *	the check-digit sum of a six-digit id in w-ckd-work:
      *	from the right, the first digit as it is, every second
      *	one after it doubled (less 9 over 9).  an id is good when
      *	the sum ends in 0; a new id's check digit is whatever
      *	brings the sum of its digits with a 0 in the check
      *	position up to the next multiple of 10.  leading zeros
      *	add nothing, so the same sum serves any id length
      * ---------------------------------------------------------
        0300-check-id-sum.
            move zero to w-ckd-sum
            move "N" to w-ckd-alt-sw
            perform varying w-ckd-ix from 1 by 1 until w-ckd-ix > 6
               divide w-ckd-work by 10 giving w-ckd-quot
                      remainder w-ckd-digit
               move w-ckd-quot to w-ckd-work
               if w-ckd-alt
                  compute w-ckd-double = w-ckd-digit * 2
                  if w-ckd-double > 9
                     subtract 9 from w-ckd-double
                  end-if
                  add w-ckd-double to w-ckd-sum
                  move "N" to w-ckd-alt-sw
               else
                  add w-ckd-digit to w-ckd-sum
                  move "Y" to w-ckd-alt-sw
               end-if
            end-perform
            divide w-ckd-sum by 10 giving w-ckd-quot
                   remainder w-ckd-rem.

      * ---------------------------------------------------------
      *	the prefecture lookup file: code, tab, name per line
      * ---------------------------------------------------------
        0400-load-pref-table.
            open input pf-file
            if w-pref-status not = "00"
               display "都道府県ファイルが開けません: "
                       w-pref-status
               call "MySQL_close"
               move 12 to return-code
               stop run
            end-if
            perform until w-pref-status not = "00"
               read pf-file
               if w-pref-status = "00" and pf-rec not = space
                       and w-pref-count < 50
                  add 1 to w-pref-count
                  set w-pref-ix to w-pref-count
                  unstring pf-rec delimited by x"09"
                      into w-pref-code(w-pref-ix)
                           w-pref-name(w-pref-ix)
                  end-unstring
               end-if
            end-perform
            close pf-file.

      * ---------------------------------------------------------
      *	the prefecture code keyed in must be on the lookup file
      * ---------------------------------------------------------
        0500-ask-pref.
            display "県コード："
            accept w-pref-in
            set w-pref-not-found to true
            set w-pref-ix to 1
            search w-pref-entry
                at end set w-pref-not-found to true
                when w-pref-code(w-pref-ix) = w-pref-in
                     set w-pref-found to true
            end-search
            if w-pref-not-found or w-pref-in not numeric
               set w-pref-not-found to true
               display "県コードが不正です: " w-pref-in
            end-if.

      * ---------------------------------------------------------
      *	issue the next id for a prefecture: the highest id in
      *	the prefecture's range held anywhere, one sequence on,
      *	with its check digit, recorded ISSUED on cities_ids in
      *	the same transaction that found it
      * ---------------------------------------------------------
        1000-issue-id.
            perform 0500-ask-pref
            if w-pref-not-found
               exit paragraph
            end-if
            compute w-lo-id = function numval(w-pref-in) * 10000
            compute w-hi-id = w-lo-id + 9999
            move w-lo-id to w-high-id

            call "MySQL_query" using "start transaction"
            if return-code not = 0 then
               perform db-error
            end-if
            set w-in-trans to true

      * the registry rows first, locked for the rest of the
      * transaction, then every table an id can live on
            move spaces to w-query
            string "select coalesce(max(a),0) from cities_ids"
                   " where a between " delimited by size
                   w-lo-id delimited by size
                   " and " delimited by size
                   w-hi-id delimited by size
                   " for update" delimited by size
                   into w-query
            perform 1100-fetch-max

            move spaces to w-query
            string "select coalesce(max(a),0) from"
                   " (select a from cities"
                   " union all select a from cities_arch"
                   " union all select a from cities_hist) x"
                   " where a between " delimited by size
                   w-lo-id delimited by size
                   " and " delimited by size
                   w-hi-id delimited by size
                   into w-query
            perform 1100-fetch-max

            move "N" to w-scan-both-sw
            move w-txt-filename to w-scan-filename
            perform 1200-scan-file
            move w-master-filename to w-scan-filename
            perform 1200-scan-file
            move w-retire-filename to w-scan-filename
            perform 1200-scan-file
            set w-scan-both to true
            move w-xref-filename to w-scan-filename
            perform 1200-scan-file

            divide w-high-id by 10 giving w-ckd-quot
            compute w-next-seq = w-ckd-quot - (w-lo-id / 10) + 1
            if w-next-seq > 999
               call "MySQL_query" using "rollback"
               move "N" to w-in-trans-sw
               display "この県の市IDは使い切りました: "
                       w-pref-in
               exit paragraph
            end-if

            compute w-new-id = w-lo-id + w-next-seq * 10
            move w-new-id to w-ckd-work
            perform 0300-check-id-sum
            if w-ckd-rem not = zero
               compute w-new-id = w-new-id + 10 - w-ckd-rem
            end-if

            move spaces to w-query
            string "insert into cities_ids values (" delimited by size
                   w-new-id delimited by size
                   ",'" delimited by size
                   w-pref-in delimited by size
                   "','ISSUED','mysql-idreg',now(),'"
                   delimited by size
                   function trim(w-opr-id) delimited by size
                   "')" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if
            move "N" to w-in-trans-sw

            move w-new-id to w-id-edited
            move spaces to w-id-text
            string "t" delimited by size
                   function trim(w-id-edited) delimited by size
                   into w-id-text
            display "払い出した市ID : " w-id-text
                    " (" w-pref-name(w-pref-ix) ")".

      * ---------------------------------------------------------
      *	one max(a) query in w-query; a higher id than any seen
      *	so far becomes the highest
      * ---------------------------------------------------------
        1100-fetch-max.
            move zero to w-max-num
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-max-txt
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-max-txt
               if return-code = -1 then
                  exit perform
               end-if
               if function trim(w-max-txt) numeric
                  compute w-max-num = function numval(w-max-txt)
               end-if
            end-perform
            if w-max-num > w-high-id
               move w-max-num to w-high-id
            end-if.

      * ---------------------------------------------------------
      *	one flat file: the id in the first field of every line
      *	(both fields on the cross-reference).  a file not there
      *	holds no ids; ward, TRAILER and other lines without a
      *	"t" id are passed over
      * ---------------------------------------------------------
        1200-scan-file.
            open input scan-file
            if w-scan-status not = "00"
               exit paragraph
            end-if
            perform until w-scan-status not = "00"
               read scan-file
               if w-scan-status = "00"
                  move spaces to w-scan-id-1 w-scan-id-2
                  unstring scan-rec delimited by x"09"
                      into w-scan-id-1 w-scan-id-2
                  end-unstring
                  move w-scan-id-1 to w-note-id
                  perform 1210-note-id
                  if w-scan-both
                     move w-scan-id-2 to w-note-id
                     perform 1210-note-id
                  end-if
               end-if
            end-perform
            close scan-file.

        1210-note-id.
            if w-note-id(1:1) not = "t"
               exit paragraph
            end-if
            move zero to w-note-len
            inspect w-note-id(2:6) tallying w-note-len
                    for characters before initial space
            if w-note-len = zero
               exit paragraph
            end-if
            if w-note-id(2:w-note-len) not numeric
               exit paragraph
            end-if
            compute w-note-num =
                    function numval(w-note-id(2:w-note-len))
            if w-note-num >= w-lo-id and w-note-num <= w-hi-id
                    and w-note-num > w-high-id
               move w-note-num to w-high-id
            end-if.

      * ---------------------------------------------------------
      *	a prefecture's registry rows in id order, each with the
      *	name of the city now holding the id on cities (blank
      *	when it is archived, retired or not yet keyed)
      * ---------------------------------------------------------
        2000-list-ids.
            perform 0500-ask-pref
            if w-pref-not-found
               exit paragraph
            end-if
            move zero to w-list-count
            move spaces to w-query
            string "select i.a, i.status, i.program, i.ts, i.opr,"
                   " coalesce(c.b,'') from cities_ids i"
                   " left join cities c on c.a = i.a"
                   " where i.e = '" delimited by size
                   w-pref-in delimited by size
                   "' order by i.a" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-id
                        w-f-status w-f-program w-f-ts w-f-opr
                        w-f-name
            if result = NULL then
               perform db-error
            end-if
            display "--- " w-pref-in " " w-pref-name(w-pref-ix)
                    " ---"
            perform until eod not = eod
               move spaces to w-f-name
               call "MySQL_fetch_row" using result w-f-id
                           w-f-status w-f-program w-f-ts w-f-opr
                           w-f-name
               if return-code = -1 then
                  exit perform
               end-if
               add 1 to w-list-count
               move w-f-id to w-id-edited
               move spaces to w-id-text
               string "t" delimited by size
                      function trim(w-id-edited) delimited by size
                      into w-id-text
               display w-id-text " " w-f-status " " w-f-ts " "
                       w-f-opr " " w-f-name
            end-perform
            display "件数 : " w-list-count.

      * error
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            if w-in-trans
               move "N" to w-in-trans-sw
               call "MySQL_query" using "rollback"
            end-if
            move 12 to return-code
            stop run.

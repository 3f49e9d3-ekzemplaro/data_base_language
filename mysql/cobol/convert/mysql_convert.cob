      *	field is cpop only to dodge a reserved-word clash).
      *
      *					Sep/02/2026
      *	Oct/15/2026  a second conversion adds the operator column
      *	             ("opr") to cities_hist and run_control, so
      *	             every history and run_control row can say
      *	             who caused it; the run now asks which
      *	             conversion to take.  the operator sign-on
      *	             against the operators table comes first and
      *	             only a supervisor (role S) may convert.
      *	Oct/15/2026  a third conversion adds the requester's view
      *	             of the row (ob, oc, od, oe) to cities_pend,
      *	             for the approval's changed-since-requested
      *	             check.
      *	Oct/15/2026  a fourth conversion creates the ward tables,
      *	             cities_ward and its history cities_ward_hist
      *	             (layout in wardrec.cpy), for the load, delta,
      *	             reconcile and export to carry the W lines.
      *	Oct/15/2026  a fifth conversion creates the city-id
      *	             registry cities_ids that mysql_idreg.cob
      *	             issues new ids from, and puts every id
      *	             already held on cities, cities_arch or
      *	             cities_hist on it as LEGACY.
      *	Oct/15/2026  a sixth conversion adds the throughput column
      *	             ("rate", records per elapsed second) to
      *	             run_control, which mysql_load.cob and
      *	             mysql_delta.cob fill in and mysql_opsreport
      *	             .cob reports; every program's run_control
      *	             insert now carries it.
      *	Oct/15/2026  a seventh conversion creates the prefecture
      *	             reference table prefectures and its audit
      *	             table prefectures_hist, seeded with the
      *	             three prefectures of prefect.txt; from then
      *	             on mysql_prefect.cob maintains it and
      *	             mysql_prefout.cob regenerates prefect.txt
      *	             from it.
      *	Oct/15/2026  an eighth conversion creates the operators
      *	             table the sign-on reads and the cities_pend
      *	             approval queue, with every column
      *	             mysql_approve.cob uses; on a database with no
      *	             operators table yet it takes the first
      *	             supervisor instead of a sign-on and is the
      *	             only conversion offered.  the third
      *	             conversion now adds ob, oc, od, oe only
      *	             where cities_pend lacks them.  this run's
      *	             own run_control row names its columns and
      *	             carries opr and rate only once the second
      *	             and sixth conversions have put them on, so
      *	             any conversion can be taken first.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-convert.
        01  w-rc-outcome     pic x(20).
        01  w-rc-status-out  pic x(10).
        01  w-done-count     pic 9(01) value zero.
        01  eod              pic x.
        01  w-query          pic x(300).
        01  w-quote-count    pic 9(03) value zero.
        01  w-conv-pick      pic x(01).
        01  w-long-query     pic x(800).
        01  w-col-count      pic 9(06).
        01  w-rc-cols        pic x(20).
        01  w-rc-vals        pic x(20).
        01  w-rc-opr-sw      pic x value "N".
            88  w-rc-has-opr     value "Y".
        01  w-rc-rate-sw     pic x value "N".
            88  w-rc-has-rate    value "Y".
        01  w-opr-table-sw   pic x value "N".
            88  w-opr-table-missing value "Y".

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

      * no operators table yet means nobody can sign on: the only
      * thing to do is conversion 8, which creates it
            perform 0100-check-operators-table
            if w-opr-table-missing
               display "担当者の表がありません"
               display "8=担当者と承認待ちの表を作成"
               display "  します (operators, cities_pend)"
               move "8" to w-conv-pick
            else
               perform 0150-sign-on-and-pick
            end-if
            display "実行しますか(Y/N)："
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               display "変換を取り消しました"
               call "MySQL_close"
               stop run
            end-if

            evaluate w-conv-pick
                when "1"
                     perform 1000-widen-population
                when "2"
                     perform 2000-add-operator-column
                when "3"
                     perform 3000-add-seen-columns
                when "4"
                     perform 4000-create-ward-tables
                when "5"
                     perform 5000-create-id-registry
                when "6"
                     perform 6000-add-rate-column
                when "7"
                     perform 7000-create-prefecture-tables
                when "8"
                     perform 8000-create-queue-tables
            end-evaluate

            move "NORMAL" to w-rc-outcome
            move "COMPLETED" to w-rc-status-out
            perform 8600-run-control-end

            call "MySQL_close"

            if w-conv-pick = "1"
               display "索引マスターの再作成を忘れずに"
               display " (text_index.cob)"
            end-if
            display "*** 終了 ***"
            stop run.

      * ---------------------------------------------------------
      *	whether the operators table is there to sign on against
      * ---------------------------------------------------------
        0100-check-operators-table.
            move spaces to w-query
            string "select count(*) from information_schema.tables"
                   " where table_schema = database()"
                   " and table_name = 'operators'"
                   delimited by size into w-query
            perform 8400-count-rows
            if w-col-count = zero
               set w-opr-table-missing to true
            end-if.

      * ---------------------------------------------------------
      *	a supervisor signs on and picks the conversion to take
      * ---------------------------------------------------------
        0150-sign-on-and-pick.
            perform 0200-sign-on
            if w-opr-found = zero
               display "サインオンできません"
               call "MySQL_close"
               stop run
            end-if
            if not w-opr-supervisor
               display "変換の権限がありません"
               call "MySQL_close"
               stop run
            end-if

            display "1=人口欄を広げます (cities, cities_hist,"
            display "  cities_arch)"
            display "2=担当者欄を追加します (cities_hist,"
            display "  run_control)"
            display "3=依頼時の行を追加します (cities_pend)"
            display "4=区の表を作成します (cities_ward,"
            display "  cities_ward_hist)"
            display "5=市IDの台帳を作成します (cities_ids)"
            display "6=処理速度欄を追加します (run_control)"
            display "7=都道府県の表を作成します"
            display "  (prefectures, prefectures_hist)"
            display "8=担当者と承認待ちの表を作成します"
            display "  (operators, cities_pend)"
            display "変換番号："
            accept w-conv-pick
            if w-conv-pick not = "1" and w-conv-pick not = "2"
                                     and w-conv-pick not = "3"
                                     and w-conv-pick not = "4"
                                     and w-conv-pick not = "5"
                                     and w-conv-pick not = "6"
                                     and w-conv-pick not = "7"
                                     and w-conv-pick not = "8"
               display "変換を取り消しました"
               call "MySQL_close"
               stop run
            end-if.

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
      *	conversion 1: the population column widened on all three
      *	tables
      * ---------------------------------------------------------
        1000-widen-population.
            perform 8500-run-control-start

            call "MySQL_query" using
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_arch : 変換済み".

      * ---------------------------------------------------------
      *	conversion 2: the operator column on cities_hist and
      *	run_control.  run_control is altered first, so this
      *	run's own row already carries the operator; rows written
      *	before the conversion show the operator blank
      * ---------------------------------------------------------
        2000-add-operator-column.
            move spaces to w-query
            string "alter table run_control add opr varchar(8)"
                   " not null default ''" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "run_control : 変換済み"

            perform 8500-run-control-start

            move spaces to w-query
            string "alter table cities_hist add opr varchar(8)"
                   " not null default ''" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_hist : 変換済み".

      * ---------------------------------------------------------
      *	conversion 3: the row as the requester saw it (ob, oc,
      *	od, oe) on cities_pend, so an approval can tell whether
      *	the city has changed since the request was keyed.  a
      *	cities_pend made by conversion 8 has the columns already
      *	and only the values are filled in.  the requests already
      *	PENDING take the row as it stands now, the best that is
      *	known about what their requester saw
      * ---------------------------------------------------------
        3000-add-seen-columns.
            perform 8500-run-control-start

            move spaces to w-query
            string "select count(*) from information_schema.columns"
                   " where table_schema = database()"
                   " and table_name = 'cities_pend'"
                   " and column_name = 'ob'"
                   delimited by size into w-query
            perform 8400-count-rows
            if w-col-count > zero
               display "cities_pend : 依頼時の行は作成済み"
            else
               perform 3100-alter-seen-columns
            end-if

            move spaces to w-query
            string "update cities_pend p, cities c"
                   " set p.ob = c.b, p.oc = c.c, p.od = c.d,"
                   " p.oe = c.e where p.a = c.a"
                   " and p.status = 'PENDING'"
                   " and p.action in ('U','D')"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if.

        3100-alter-seen-columns.
            move spaces to w-query
            string "alter table cities_pend"
                   " add ob varchar(10) not null default '',"
                   " add oc int not null default 0,"
                   " add od varchar(10) not null default '',"
                   " add oe varchar(2) not null default ''"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_pend : 変換済み".

      * ---------------------------------------------------------
      *	conversion 4: the ward child table, keyed on the city id
      *	plus the ward name, and its history table.  both start
      *	empty: the wards are only on the flat files.  the next
      *	mysql_load.cob replace run loads every W line, and the
      *	next mysql_delta.cob run that finds cities_ward empty
      *	puts every ward of its new generation on, each with its
      *	'I' history row
      * ---------------------------------------------------------
        4000-create-ward-tables.
            perform 8500-run-control-start

            move spaces to w-query
            string "create table cities_ward ("
                   "a int not null,"
                   " w varchar(20) not null,"
                   " c int not null default 0,"
                   " primary key (a, w))"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_ward      : 作成済み"

            move spaces to w-query
            string "create table cities_ward_hist ("
                   "a int not null,"
                   " w varchar(20) not null,"
                   " c int not null default 0,"
                   " action varchar(1) not null,"
                   " program varchar(20) not null,"
                   " ts datetime not null,"
                   " opr varchar(8) not null default '')"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_ward_hist : 作成済み".

      * ---------------------------------------------------------
      *	conversion 5: the city-id registry, one row per id ever
      *	held - a (the numeric id), e (its prefecture), status
      *	(ISSUED by mysql_idreg.cob, or LEGACY for an id that
      *	predates the registry), the program, time and operator
      *	that put it on.  the ids already on the three city
      *	tables go on as LEGACY, so the registry starts out
      *	knowing every id the database has ever held
      * ---------------------------------------------------------
        5000-create-id-registry.
            perform 8500-run-control-start

            move spaces to w-query
            string "create table cities_ids ("
                   "a int not null,"
                   " e varchar(2) not null default '',"
                   " status varchar(8) not null,"
                   " program varchar(20) not null,"
                   " ts datetime not null,"
                   " opr varchar(8) not null default '',"
                   " primary key (a))"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_ids       : 作成済み"

            move spaces to w-query
            string "insert ignore into cities_ids"
                   " select a, e, 'LEGACY', 'mysql-convert',"
                   " now(), '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' from (select a, e from cities"
                   " union select a, e from cities_arch"
                   " union select a, e from cities_hist) x"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "cities_ids       : 既存IDを登録済み".

      * ---------------------------------------------------------
      *	conversion 6: the throughput column on run_control.  as
      *	with conversion 2 the table is altered first, so this
      *	run's own row already carries it; rows written before
      *	the conversion show a rate of zero
      * ---------------------------------------------------------
        6000-add-rate-column.
            move spaces to w-query
            string "alter table run_control add rate int"
                   " not null default 0" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "run_control : 変換済み"

            perform 8500-run-control-start.

      * ---------------------------------------------------------
      *	conversion 7: the prefecture reference table - code, name,
      *	region, the dates it is in effect from and to (9999-12-31
      *	while open-ended) and an active flag - and its audit
      *	table, which carries the row plus action (I/U; the new
      *	values on an I, the before-image on a U), program, ts and
      *	operator the way cities_hist does.  the three prefectures
      *	of prefect.txt go on with their regions, each with its
      *	'I' audit row
      * ---------------------------------------------------------
        7000-create-prefecture-tables.
            perform 8500-run-control-start

            move spaces to w-query
            string "create table prefectures ("
                   "code varchar(2) not null,"
                   " name varchar(20) not null,"
                   " region varchar(20) not null,"
                   " eff_from date not null,"
                   " eff_to date not null,"
                   " active varchar(1) not null default 'Y',"
                   " primary key (code))"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "prefectures      : 作成済み"

            move spaces to w-query
            string "create table prefectures_hist ("
                   "code varchar(2) not null,"
                   " name varchar(20) not null,"
                   " region varchar(20) not null,"
                   " eff_from date not null,"
                   " eff_to date not null,"
                   " active varchar(1) not null,"
                   " action varchar(1) not null,"
                   " program varchar(20) not null,"
                   " ts datetime not null,"
                   " opr varchar(8) not null default '')"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "prefectures_hist : 作成済み"

            move spaces to w-query
            string "insert into prefectures values"
                   " ('21','岐阜','中部',"
                   "'1900-01-01','9999-12-31','Y'),"
                   " ('23','愛知','中部',"
                   "'1900-01-01','9999-12-31','Y'),"
                   " ('24','三重','近畿',"
                   "'1900-01-01','9999-12-31','Y')"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            move spaces to w-query
            string "insert into prefectures_hist select code, name,"
                   " region, eff_from, eff_to, active, 'I',"
                   " 'mysql-convert', now(), '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' from prefectures" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "prefectures      : 3件登録済み".

      * ---------------------------------------------------------
      *	conversion 8: the two tables the sign-on and the approval
      *	queue stand on.  operators: opr_id, opr_name, role (B
      *	browse only, M maintain, S supervisor), pin, active.
      *	cities_pend: every column in the order mysql_approve.cob
      *	documents, the requester's view ob, oc, od, oe included.
      *	a table already there is left as it is.  with no
      *	operators table there is nobody to sign on as, so the
      *	run takes the first supervisor's id, name and pin and
      *	puts that supervisor on the new table.  on a database
      *	that has neither table this conversion comes before
      *	conversions 2 and 3
      * ---------------------------------------------------------
        8000-create-queue-tables.
            if w-opr-table-missing
               perform 8100-take-first-supervisor
            end-if
            perform 8500-run-control-start

            move spaces to w-long-query
            string "create table if not exists operators ("
                   "opr_id varchar(8) not null,"
                   " opr_name varchar(20) not null,"
                   " role varchar(1) not null,"
                   " pin varchar(8) not null,"
                   " active varchar(1) not null default 'Y',"
                   " primary key (opr_id))"
                   delimited by size into w-long-query
            call "MySQL_query" using w-long-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "operators        : 作成済み"

            if w-opr-table-missing
               move spaces to w-query
               string "insert into operators values ('"
                      delimited by size
                      function trim(w-opr-id) delimited by size
                      "','" delimited by size
                      function trim(w-opr-name) delimited by size
                      "','S','" delimited by size
                      function trim(w-opr-pin) delimited by size
                      "','Y')" delimited by size
                      into w-query
               call "MySQL_query" using w-query
               if return-code not = 0 then
                  perform db-error
               end-if
               display "operators        : 監督者を登録済み"
            end-if

            move spaces to w-long-query
            string "create table if not exists cities_pend ("
                   "req_no int not null auto_increment,"
                   " a int not null,"
                   " b varchar(10) not null default '',"
                   " c int not null default 0,"
                   " d varchar(10) not null default '',"
                   " e varchar(2) not null default '',"
                   " action varchar(1) not null,"
                   " program varchar(20) not null,"
                   " req_ts datetime not null,"
                   " status varchar(10) not null,"
                   " reason varchar(60) not null default '',"
                   " dec_ts datetime null,"
                   " req_by varchar(8) not null default '',"
                   " dec_by varchar(8) not null default '',"
                   " ob varchar(10) not null default '',"
                   " oc int not null default 0,"
                   " od varchar(10) not null default '',"
                   " oe varchar(2) not null default '',"
                   " primary key (req_no))"
                   delimited by size into w-long-query
            call "MySQL_query" using w-long-query
            if return-code not = 0 then
               perform db-error
            end-if
            add 1 to w-done-count
            display "cities_pend      : 作成済み".

      * ---------------------------------------------------------
      *	the first supervisor, keyed in place of a sign-on; the id
      *	and pin go into the query text, so a quote is refused
      * ---------------------------------------------------------
        8100-take-first-supervisor.
            display "最初の監督者を登録します"
            display "担当者ID："
            accept w-opr-id
            display "氏名："
            accept w-opr-name
            display "暗証番号："
            accept w-opr-pin
            move zero to w-quote-count
            inspect w-opr-id tallying w-quote-count for all quote
            inspect w-opr-name tallying w-quote-count for all quote
            inspect w-opr-pin tallying w-quote-count for all quote
            if w-quote-count > 0 or w-opr-id = space
                                 or w-opr-pin = space
               display "IDまたは暗証番号が不正です"
               display "変換を取り消しました"
               call "MySQL_close"
               stop run
            end-if.

      * ---------------------------------------------------------
      *	one count(*) from the query in w-query into w-col-count
      * ---------------------------------------------------------
        8400-count-rows.
            move zero to w-col-count
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-col-count
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-col-count
               if return-code = -1 then
                  exit perform
               end-if
            end-perform.

      * ---------------------------------------------------------
      *	mark this run RUNNING on the run_control table; being a
      *	one-time job there is no same-day rerun guard - an ALTER
      *	already taken simply has nothing left to do.  the row
      *	names its columns, and carries the operator (conversion
      *	2) and the rate (conversion 6) only once the table has
      *	them, so every conversion can write it whatever has been
      *	taken before
      * ---------------------------------------------------------
        8500-run-control-start.
            move spaces to w-query
            string "select count(*) from information_schema.columns"
                   " where table_schema = database()"
                   " and table_name = 'run_control'"
                   " and column_name = 'opr'"
                   delimited by size into w-query
            perform 8400-count-rows
            if w-col-count > zero
               set w-rc-has-opr to true
            end-if
            move spaces to w-query
            string "select count(*) from information_schema.columns"
                   " where table_schema = database()"
                   " and table_name = 'run_control'"
                   " and column_name = 'rate'"
                   delimited by size into w-query
            perform 8400-count-rows
            if w-col-count > zero
               set w-rc-has-rate to true
            end-if

            move spaces to w-rc-cols w-rc-vals
            evaluate true
                when w-rc-has-opr and w-rc-has-rate
                     move ", opr, rate" to w-rc-cols
                     string ",'" function trim(w-opr-id) "',0"
                            delimited by size into w-rc-vals
                when w-rc-has-opr
                     move ", opr" to w-rc-cols
                     string ",'" function trim(w-opr-id) "'"
                            delimited by size into w-rc-vals
                when w-rc-has-rate
                     move ", rate" to w-rc-cols
                     move ",0" to w-rc-vals
                when other
                     continue
            end-evaluate

            move spaces to w-rc-query
            string "insert into run_control (run_date, program,"
                   " start_ts, end_ts, rec_count, outcome, status"
                   delimited by size
                   w-rc-cols delimited by "  "
                   ") values (curdate(),'mysql-convert',now(),"
                   "null,0,'','RUNNING'" delimited by size
                   w-rc-vals delimited by "  "
                   ")" delimited by size
                   into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then
               perform db-error

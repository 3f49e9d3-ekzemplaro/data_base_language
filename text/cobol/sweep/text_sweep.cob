      * ---------------------------------------------------------
      *	text_sweep.cob
      *
      *	weekly referential-integrity sweep over everything that
      *	refers to a city id: the verified cities.txt, the indexed
      *	master text_index.cob builds from it, the merger
      *	cross-reference cities.xref and the retired-record
      *	archive cities.master.ret text_update.cob writes, the
      *	prefecture lookup prefect.txt, and the cities,
      *	cities_arch and cities_hist tables.  every disagreement
      *	is printed on the sweep report, one line each:
      *
      *	    errors -
      *	    a cross-reference successor that is neither a live
      *	    city nor retired onward by a later merger,
      *	    a merger chain that comes back on itself, or that
      *	    runs past MAX-HOPS hops (default 5, the hops the
      *	    desk inquiry in text_inquire.cob is meant to follow),
      *	    a retired id (archive or cross-reference) that is
      *	    live again on cities.txt or the cities table,
      *	    a prefecture code in use on cities.txt or the cities
      *	    table that is not on prefect.txt;
      *
      *	    warnings -
      *	    an indexed master older than cities.txt (a city
      *	    missing from it or carried with other values, or a
      *	    different number of cities) - rebuild it with
      *	    text_index.cob,
      *	    a cities_arch row whose id has no cities_hist row.
      *
      *	a city is live when it is on cities.txt or the cities
      *	table.  the run ends 0 clean, 4 with warnings only, 8
      *	with any error, 12 when cities.txt or prefect.txt cannot
      *	be read or the database fails - so text_chain.cob can
      *	run it from the weekly plan with the max-rc it wants to
      *	stop on.  the run is recorded on run_control like
      *	text_read.cob.
      *
      *	control file keywords: INPUT-FILE, INDEX-FILE,
      *	XREF-FILE, RETIRE-FILE, PREF-FILE, REPORT-FILE,
      *	MAX-HOPS.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_sweep.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT K-FILE
           ASSIGN TO W-INDEX-FILENAME
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY MST-CITY-ID
           ALTERNATE RECORD KEY MST-CITY-NAME WITH DUPLICATES
           FILE STATUS IS W-INDEX-STATUS.
       SELECT X-FILE
           ASSIGN TO W-XREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-XREF-STATUS.
       SELECT A-FILE
           ASSIGN TO W-RETIRE-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-RETIRE-STATUS.
       SELECT PF-FILE
           ASSIGN TO W-PREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PREF-STATUS.
       SELECT P-FILE
           ASSIGN TO W-PRINT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CTL-FILE
           ASSIGN TO W-CTL-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CTL-STATUS.
       SELECT SUM-FILE
           ASSIGN TO W-SUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  I-FILE
           LABEL RECORDS ARE STANDARD.
       01  INP-REC.
           03 PIC X(70).
       FD  K-FILE
           LABEL RECORDS ARE STANDARD.
       COPY citymst.
       FD  X-FILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-REC.
           03 PIC X(30).
       FD  A-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-REC.
           03 PIC X(100).
       FD  PF-FILE
           LABEL RECORDS ARE STANDARD.
       01  PF-REC.
           03 PIC X(80).
       FD  P-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-REC.
           03 PIC X(132).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 PIC X(300).
       FD  SUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03 PIC X(300).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.txt".
       77  W-INPUT-STATUS    PIC X(02).
       77  W-INDEX-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.idx".
       77  W-INDEX-STATUS    PIC X(02).
       77  W-XREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.xref".
       77  W-XREF-STATUS     PIC X(02).
       77  W-RETIRE-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/cities.master.ret".
       77  W-RETIRE-STATUS   PIC X(02).
       77  W-PREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.swp".
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X VALUE LOW-VALUE.
       77  W-PRINT-AREA      PIC X(132).
      *
       77  W-CITY-ID         PIC X(07).
       77  W-CITY-NAME       PIC X(20).
       77  W-CITY-POP-TEXT   PIC X(08).
       77  W-CITY-DATE       PIC X(10).
       77  W-CITY-PREF       PIC X(02).
       77  W-CITY-POP-NUM    PIC 9(08).
      *
      * the live cities: every id on cities.txt or the cities
      * table, and where it was found (F file, D table, B both)
       01  W-LIVE-TABLE.
           03  W-LIVE-ENTRY      OCCURS 5000 TIMES.
               05  W-LIVE-ID         PIC X(07).
               05  W-LIVE-SRC        PIC X(01).
       77  W-LIVE-COUNT      PIC 9(04) VALUE ZERO.
       77  W-LIVE-IX         PIC 9(04).
       77  W-FILE-CITIES     PIC 9(05) VALUE ZERO.
       77  W-DB-CITIES       PIC 9(05) VALUE ZERO.
       77  W-LIVE-OVER-SW    PIC X VALUE "N".
           88  W-LIVE-OVERFLOW   VALUE "Y".
      *
      * the merger cross-reference, in file order
       01  W-XREF-TABLE.
           03  W-XREF-ENTRY      OCCURS 500 TIMES.
               05  W-XREF-OLD-ID     PIC X(07).
               05  W-XREF-NEW-ID     PIC X(07).
       77  W-XREF-COUNT      PIC 9(03) VALUE ZERO.
       77  W-XREF-IX         PIC 9(03).
       77  W-XREF-CUR        PIC 9(03).
       77  W-XREF-OLD-TXT    PIC X(07).
       77  W-XREF-NEW-TXT    PIC X(07).
      *
      * every retired id, from the archive and the old side of
      * the cross-reference, once each
       01  W-RET-TABLE.
           03  W-RET-ENTRY       OCCURS 1000 TIMES.
               05  W-RET-ID          PIC X(07).
               05  W-RET-SRC         PIC X(01).
       77  W-RET-COUNT       PIC 9(04) VALUE ZERO.
       77  W-RET-IX          PIC 9(04).
       77  W-RET-SRC-IN      PIC X(01).
       77  W-RET-WORK        PIC X(07).
      *
      * the merger-chain walk
       77  W-SEEK-ID         PIC X(07).
       77  W-NEXT-ID         PIC X(07).
       77  W-CHAIN-END       PIC X(07).
       77  W-HOP-COUNT       PIC 9(03).
       77  W-MAX-HOPS        PIC 9(02) VALUE 5.
       77  W-FOUND-SW        PIC X.
           88  W-FOUND           VALUE "Y".
           88  W-NOT-FOUND       VALUE "N".
       77  W-CHAIN-SW        PIC X.
           88  W-CHAIN-OPEN      VALUE "O".
           88  W-CHAIN-LOOPS     VALUE "L".
           88  W-CHAIN-LONG      VALUE "X".
           88  W-CHAIN-ENDED     VALUE "E".
      *
      * the prefecture lookup file, and the codes in use
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
       77  W-PREF-COUNT      PIC 9(02) VALUE ZERO.
       77  W-PREF-IX         PIC 9(02).
       01  W-USED-TABLE.
           03  W-USED-ENTRY      OCCURS 50 TIMES.
               05  W-USED-CODE       PIC X(02).
               05  W-USED-FILE       PIC 9(05).
               05  W-USED-DB         PIC 9(05).
       77  W-USED-COUNT      PIC 9(02) VALUE ZERO.
       77  W-USED-IX         PIC 9(02).
       77  W-USED-CODE-IN    PIC X(02).
       77  W-USED-ADD-FILE   PIC 9(05).
       77  W-USED-ADD-DB     PIC 9(05).
      *
      * the indexed master against cities.txt
       77  W-INDEX-OPEN-SW   PIC X VALUE "N".
           88  W-INDEX-OPEN      VALUE "Y".
       77  W-INDEX-MISSING   PIC 9(05) VALUE ZERO.
       77  W-INDEX-DIFFERS   PIC 9(05) VALUE ZERO.
       77  W-INDEX-RECORDS   PIC 9(05) VALUE ZERO.
       77  W-INDEX-EOF       PIC X.
      *
      * what the database said
       77  CID               USAGE POINTER.
       77  RESULT            USAGE POINTER.
       77  ERRNO             PIC X(04).
       77  ERR-MSG           PIC X(80).
       77  W-QUERY           PIC X(300).
       77  W-EOD             PIC X.
       77  W-DB-ID           PIC 9(06).
       77  W-DB-PREF         PIC X(02).
       77  W-DB-COUNT-TXT    PIC X(10).
       77  W-DB-COUNT        PIC 9(05).
       77  W-ID-EDITED       PIC ZZZZZ9.
      *
      * the report
       77  W-RUN-DATE        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 50.
       77  W-PAGE-ED         PIC ZZZ9.
       77  W-SEV-SW          PIC X.
           88  W-SEV-ERROR       VALUE "E".
           88  W-SEV-WARNING     VALUE "W".
       77  W-SEV-TEXT        PIC X(06).
       77  W-KIND-TEXT       PIC X(24).
       77  W-ITEM-ID         PIC X(07).
       77  W-DETAIL          PIC X(80).
       77  W-COUNT-ED        PIC ZZZZ9.
       77  W-COUNT-ED-2      PIC ZZZZ9.
       77  W-HOP-ED          PIC ZZ9.
      *
       77  W-ERROR-COUNT     PIC 9(05) VALUE ZERO.
       77  W-WARNING-COUNT   PIC 9(05) VALUE ZERO.
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_sweep.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-QUERY        PIC X(300).
       77  W-RC-STATUS-COL   PIC X(10).
       77  W-RC-ROWS         PIC 9(03).
       77  W-RC-OUTCOME      PIC X(20).
       77  W-OVERRIDE        PIC X(01).
       77  W-RC-EOD          PIC X.
       77  W-RC-ENDING-SW    PIC X VALUE "N".
           88  W-RC-ENDING       VALUE "Y".
       77  W-RC-ROWS-OUT     PIC 9(06) VALUE ZERO.
       77  W-RC-STATUS-OUT   PIC X(10).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_sweep.sum".
       77  W-SUM-LINE        PIC X(300).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "入力ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-INPUT-FILENAME
          END-IF
          DISPLAY "索引ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-INDEX-FILENAME
          END-IF
       END-IF.
      *
       PERFORM 0400-LOAD-PREF-TABLE.
       PERFORM 0800-CONNECT-MYSQL.
       PERFORM 8500-RUN-CONTROL-START.
      *
       OPEN OUTPUT P-FILE.
       PERFORM 1000-LOAD-CITIES-TXT.
       PERFORM 1500-LOAD-DB-CITIES.
       IF W-LIVE-OVERFLOW
          DISPLAY "都市件数が上限5000を超過"
          CLOSE P-FILE
          MOVE "TABLE OVERFLOW" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       PERFORM 1600-LOAD-XREF.
       PERFORM 1700-LOAD-RETIRED.
      *
       PERFORM 2000-CHECK-XREF.
       PERFORM 3000-CHECK-RETIRED.
       PERFORM 4000-CHECK-ARCH-HISTORY.
       PERFORM 5000-CHECK-INDEX.
       PERFORM 6000-CHECK-PREF-CODES.
      *
       EVALUATE TRUE
           WHEN W-ERROR-COUNT > ZERO
                MOVE "INTEGRITY ERRORS" TO W-RC-OUTCOME
                MOVE 8 TO W-EXIT-CODE
           WHEN W-WARNING-COUNT > ZERO
                MOVE "WARNINGS" TO W-RC-OUTCOME
                MOVE 4 TO W-EXIT-CODE
           WHEN OTHER
                MOVE "NORMAL" TO W-RC-OUTCOME
       END-EVALUATE.
       PERFORM 7000-PRINT-TOTALS.
       CLOSE P-FILE.
      *
       COMPUTE W-RC-ROWS-OUT = W-ERROR-COUNT + W-WARNING-COUNT.
       MOVE "COMPLETED" TO W-RC-STATUS-OUT.
       PERFORM 8600-RUN-CONTROL-END.
       CALL "MySQL_close".
      *
       DISPLAY "都市件数　　: " W-LIVE-COUNT.
       DISPLAY "重大件数　　: " W-ERROR-COUNT.
       DISPLAY "警告件数　　: " W-WARNING-COUNT.
       DISPLAY "帳票を作成しました：".
       DISPLAY W-PRINT-FILENAME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts, so the weekly plan can run this
      *	program hands-off
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           OPEN INPUT CTL-FILE
           IF W-CTL-STATUS NOT = "00"
              CONTINUE
           ELSE
              SET W-CTL-PRESENT TO TRUE
              DISPLAY "制御ファイルから実行します"
              PERFORM UNTIL W-CTL-STATUS NOT = "00"
                 READ CTL-FILE
                 IF W-CTL-STATUS = "00" AND CTL-REC NOT = SPACE
                    PERFORM 0310-APPLY-CONTROL-LINE
                 END-IF
              END-PERFORM
              CLOSE CTL-FILE
           END-IF.
      * ---------------------------------------------------------
       0310-APPLY-CONTROL-LINE.
           MOVE SPACE TO W-CTL-KEYWORD W-CTL-VALUE
           UNSTRING CTL-REC DELIMITED BY "="
               INTO W-CTL-KEYWORD W-CTL-VALUE
           END-UNSTRING
           EVALUATE W-CTL-KEYWORD
               WHEN "INPUT-FILE"
                    MOVE W-CTL-VALUE TO W-INPUT-FILENAME
               WHEN "INDEX-FILE"
                    MOVE W-CTL-VALUE TO W-INDEX-FILENAME
               WHEN "XREF-FILE"
                    MOVE W-CTL-VALUE TO W-XREF-FILENAME
               WHEN "RETIRE-FILE"
                    MOVE W-CTL-VALUE TO W-RETIRE-FILENAME
               WHEN "PREF-FILE"
                    MOVE W-CTL-VALUE TO W-PREF-FILENAME
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN "MAX-HOPS"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-MAX-HOPS =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the prefecture lookup file: code, tab, name per line
      * ---------------------------------------------------------
       0400-LOAD-PREF-TABLE.
           OPEN INPUT PF-FILE
           IF W-PREF-STATUS NOT = "00"
              DISPLAY "都道府県ファイルが開けません: "
                      W-PREF-STATUS
              MOVE "SETUP ERROR" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"
                     INTO W-PREF-CODE(W-PREF-COUNT)
                          W-PREF-NAME(W-PREF-COUNT)
                 END-UNSTRING
              END-IF
           END-PERFORM
           CLOSE PF-FILE
           IF W-PREF-COUNT = ZERO
              DISPLAY "都道府県ファイルが空です"
              MOVE "SETUP ERROR" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF.
      * ---------------------------------------------------------
       0800-CONNECT-MYSQL.
           CALL "MySQL_init" USING CID
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_real_connect"
                       USING "host_mysql" "scott" "tiger"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_selectdb" USING "city"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF.
      * ---------------------------------------------------------
      *	the city records of cities.txt (ward lines and the
      *	TRAILER passed over): each goes on the live table, its
      *	prefecture code on the codes in use, and - when the
      *	indexed master opens - is read back from the master by
      *	its id to see whether the master still carries it as is
      * ---------------------------------------------------------
       1000-LOAD-CITIES-TXT.
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS NOT = "00"
              DISPLAY "入力ファイルが開けません: "
                      W-INPUT-STATUS
              CLOSE P-FILE
              MOVE "SETUP ERROR" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           OPEN INPUT K-FILE
           IF W-INDEX-STATUS = "00"
              SET W-INDEX-OPEN TO TRUE
           END-IF
           MOVE LOW-VALUE TO W-EOF
           READ I-FILE INTO INP-REC AT END MOVE HIGH-VALUE TO W-EOF
           END-READ
           PERFORM UNTIL W-EOF = HIGH-VALUE
              IF INP-REC NOT = SPACE
                      AND INP-REC(1:7) NOT = "TRAILER"
                      AND NOT (INP-REC(1:1) = "W"
                               AND INP-REC(2:1) = X"09")
                 PERFORM 1100-LOAD-ONE-CITY
              END-IF
              READ I-FILE INTO INP-REC
                   AT END MOVE HIGH-VALUE TO W-EOF END-READ
           END-PERFORM
           CLOSE I-FILE.
      * ---------------------------------------------------------
       1100-LOAD-ONE-CITY.
           MOVE SPACE TO W-CITY-ID W-CITY-NAME
                         W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-CITY-ID W-CITY-NAME
                    W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           END-UNSTRING
           IF W-CITY-ID = SPACE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-FILE-CITIES
           MOVE W-CITY-ID TO W-SEEK-ID
           PERFORM 8000-FIND-LIVE
           IF W-NOT-FOUND
              PERFORM 8050-ADD-LIVE
              IF W-LIVE-COUNT > ZERO
                 MOVE "F" TO W-LIVE-SRC(W-LIVE-COUNT)
              END-IF
           END-IF
           MOVE W-CITY-PREF TO W-USED-CODE-IN
           MOVE 1 TO W-USED-ADD-FILE
           MOVE ZERO TO W-USED-ADD-DB
           PERFORM 8200-COUNT-USED-PREF
           IF W-INDEX-OPEN
              PERFORM 1200-CHECK-INDEX-ONE
           END-IF.
      * ---------------------------------------------------------
      *	the indexed master must carry this city exactly as
      *	cities.txt has it; a city missing from it or carried
      *	with other values means it was built from an older file
      * ---------------------------------------------------------
       1200-CHECK-INDEX-ONE.
           MOVE ZERO TO W-CITY-POP-NUM
           IF FUNCTION TRIM(W-CITY-POP-TEXT) NUMERIC
              COMPUTE W-CITY-POP-NUM =
                      FUNCTION NUMVAL(W-CITY-POP-TEXT)
           END-IF
           MOVE W-CITY-ID TO MST-CITY-ID
           READ K-FILE
               INVALID KEY
                   ADD 1 TO W-INDEX-MISSING
                   SET W-SEV-WARNING TO TRUE
                   MOVE "索引に無い都市" TO W-KIND-TEXT
                   MOVE W-CITY-ID TO W-ITEM-ID
                   MOVE SPACE TO W-DETAIL
                   STRING FUNCTION TRIM(W-CITY-NAME)
                          " は cities.txt にあり索引に無い"
                          DELIMITED BY SIZE INTO W-DETAIL
                   PERFORM 9000-PRINT-EXCEPTION
               NOT INVALID KEY
                   IF MST-CITY-NAME NOT = W-CITY-NAME
                           OR MST-CITY-POP NOT = W-CITY-POP-NUM
                           OR MST-CITY-DATE NOT = W-CITY-DATE
                           OR MST-CITY-PREF NOT = W-CITY-PREF
                      ADD 1 TO W-INDEX-DIFFERS
                      SET W-SEV-WARNING TO TRUE
                      MOVE "索引の値が古い" TO W-KIND-TEXT
                      MOVE W-CITY-ID TO W-ITEM-ID
                      MOVE SPACE TO W-DETAIL
                      STRING "索引: " FUNCTION TRIM(MST-CITY-NAME)
                             " " MST-CITY-POP
                             "  cities.txt: "
                             FUNCTION TRIM(W-CITY-NAME)
                             " " W-CITY-POP-NUM
                             DELIMITED BY SIZE INTO W-DETAIL
                      PERFORM 9000-PRINT-EXCEPTION
                   END-IF
           END-READ.
      * ---------------------------------------------------------
      *	the cities table: every id joins the live table (shown
      *	as "t" + the id, the way mysql_export.cob writes it),
      *	and every prefecture code in use joins the codes in use
      * ---------------------------------------------------------
       1500-LOAD-DB-CITIES.
           MOVE SPACE TO W-QUERY
           STRING "select a, e from cities order by a"
                  DELIMITED BY SIZE INTO W-QUERY
           PERFORM 8800-OPEN-QUERY
           CALL "MySQL_fetch_fields" USING RESULT W-DB-ID W-DB-PREF
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           PERFORM UNTIL W-EOD NOT = W-EOD
              CALL "MySQL_fetch_row" USING RESULT W-DB-ID W-DB-PREF
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-DB-CITIES
              PERFORM 8300-DB-ID-TO-TEXT
              PERFORM 8000-FIND-LIVE
              IF W-FOUND
                 MOVE "B" TO W-LIVE-SRC(W-LIVE-IX)
              ELSE
                 PERFORM 8050-ADD-LIVE
                 IF W-LIVE-COUNT > ZERO
                    MOVE "D" TO W-LIVE-SRC(W-LIVE-COUNT)
                 END-IF
              END-IF
              MOVE W-DB-PREF TO W-USED-CODE-IN
              MOVE ZERO TO W-USED-ADD-FILE
              MOVE 1 TO W-USED-ADD-DB
              PERFORM 8200-COUNT-USED-PREF
           END-PERFORM.
      * ---------------------------------------------------------
      *	the cross-reference, old id and successor per line; its
      *	old ids are retired ids as well
      * ---------------------------------------------------------
       1600-LOAD-XREF.
           OPEN INPUT X-FILE
           IF W-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-XREF-STATUS NOT = "00"
              READ X-FILE
              IF W-XREF-STATUS = "00" AND XRF-REC NOT = SPACE
                      AND W-XREF-COUNT < 500
                 MOVE SPACE TO W-XREF-OLD-TXT W-XREF-NEW-TXT
                 UNSTRING XRF-REC DELIMITED BY X"09"
                     INTO W-XREF-OLD-TXT W-XREF-NEW-TXT
                 END-UNSTRING
                 ADD 1 TO W-XREF-COUNT
                 MOVE W-XREF-OLD-TXT TO W-XREF-OLD-ID(W-XREF-COUNT)
                 MOVE W-XREF-NEW-TXT TO W-XREF-NEW-ID(W-XREF-COUNT)
                 MOVE W-XREF-OLD-TXT TO W-RET-WORK
                 MOVE "X" TO W-RET-SRC-IN
                 PERFORM 8400-ADD-RETIRED
              END-IF
           END-PERFORM
           CLOSE X-FILE.
      * ---------------------------------------------------------
      *	the retired-record archive: the retired city record as
      *	it last stood, its id in the first field
      * ---------------------------------------------------------
       1700-LOAD-RETIRED.
           OPEN INPUT A-FILE
           IF W-RETIRE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-RETIRE-STATUS NOT = "00"
              READ A-FILE
              IF W-RETIRE-STATUS = "00" AND RET-REC NOT = SPACE
                 MOVE SPACE TO W-RET-WORK
                 UNSTRING RET-REC DELIMITED BY X"09"
                     INTO W-RET-WORK
                 END-UNSTRING
                 MOVE "A" TO W-RET-SRC-IN
                 PERFORM 8400-ADD-RETIRED
              END-IF
           END-PERFORM
           CLOSE A-FILE.
      * ---------------------------------------------------------
      *	every cross-reference line: its successor must be live
      *	or retired onward by a later line, and the chain from its
      *	old id must end at a live city within MAX-HOPS hops
      *	without coming back on itself
      * ---------------------------------------------------------
       2000-CHECK-XREF.
           PERFORM VARYING W-XREF-CUR FROM 1 BY 1
                   UNTIL W-XREF-CUR > W-XREF-COUNT
              PERFORM 2100-CHECK-SUCCESSOR
              PERFORM 2200-WALK-CHAIN
           END-PERFORM.
      * ---------------------------------------------------------
       2100-CHECK-SUCCESSOR.
           MOVE W-XREF-NEW-ID(W-XREF-CUR) TO W-SEEK-ID
           PERFORM 8000-FIND-LIVE
           IF W-FOUND
              EXIT PARAGRAPH
           END-IF
           PERFORM 8100-FIND-XREF-OLD
           IF W-FOUND
              EXIT PARAGRAPH
           END-IF
           SET W-SEV-ERROR TO TRUE
           MOVE "後継ID不在" TO W-KIND-TEXT
           MOVE W-XREF-OLD-ID(W-XREF-CUR) TO W-ITEM-ID
           MOVE SPACE TO W-DETAIL
           STRING "後継 " FUNCTION TRIM(W-XREF-NEW-ID(W-XREF-CUR))
                  " は現存せず、その先の合併もない"
                  DELIMITED BY SIZE INTO W-DETAIL
           PERFORM 9000-PRINT-EXCEPTION.
      * ---------------------------------------------------------
      *	follow the chain from this line's old id the way
      *	text_inquire.cob does - the last cross-reference line
      *	for an id wins - until it ends, comes back to an id
      *	already passed, or runs past MAX-HOPS
      * ---------------------------------------------------------
       2200-WALK-CHAIN.
           MOVE W-XREF-OLD-ID(W-XREF-CUR) TO W-SEEK-ID
           MOVE ZERO TO W-HOP-COUNT
           SET W-CHAIN-OPEN TO TRUE
           PERFORM UNTIL NOT W-CHAIN-OPEN
              PERFORM 8100-FIND-XREF-OLD
              IF W-NOT-FOUND
                 SET W-CHAIN-ENDED TO TRUE
              ELSE
                 ADD 1 TO W-HOP-COUNT
                 IF W-NEXT-ID = W-XREF-OLD-ID(W-XREF-CUR)
                    SET W-CHAIN-LOOPS TO TRUE
                 ELSE
                    IF W-HOP-COUNT > W-MAX-HOPS
                       SET W-CHAIN-LONG TO TRUE
                    END-IF
                 END-IF
                 MOVE W-NEXT-ID TO W-SEEK-ID
              END-IF
           END-PERFORM
           MOVE W-HOP-COUNT TO W-HOP-ED
           EVALUATE TRUE
               WHEN W-CHAIN-LOOPS
                    SET W-SEV-ERROR TO TRUE
                    MOVE "合併の循環" TO W-KIND-TEXT
                    MOVE W-XREF-OLD-ID(W-XREF-CUR) TO W-ITEM-ID
                    MOVE SPACE TO W-DETAIL
                    STRING FUNCTION TRIM(W-HOP-ED)
                           " 段目で自分に戻る"
                           DELIMITED BY SIZE INTO W-DETAIL
                    PERFORM 9000-PRINT-EXCEPTION
               WHEN W-CHAIN-LONG
                    SET W-SEV-ERROR TO TRUE
                    MOVE "合併段数の超過" TO W-KIND-TEXT
                    MOVE W-XREF-OLD-ID(W-XREF-CUR) TO W-ITEM-ID
                    MOVE W-MAX-HOPS TO W-HOP-ED
                    MOVE SPACE TO W-DETAIL
                    STRING FUNCTION TRIM(W-HOP-ED)
                           " 段を超えても終わらない（"
                           FUNCTION TRIM(W-SEEK-ID) " まで）"
                           DELIMITED BY SIZE INTO W-DETAIL
                    PERFORM 9000-PRINT-EXCEPTION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      * ---------------------------------------------------------
      *	a retired id - on the archive or the old side of the
      *	cross-reference - must not be live again
      * ---------------------------------------------------------
       3000-CHECK-RETIRED.
           PERFORM VARYING W-RET-IX FROM 1 BY 1
                   UNTIL W-RET-IX > W-RET-COUNT
              MOVE W-RET-ID(W-RET-IX) TO W-SEEK-ID
              PERFORM 8000-FIND-LIVE
              IF W-FOUND
                 SET W-SEV-ERROR TO TRUE
                 MOVE "廃止IDの復活" TO W-KIND-TEXT
                 MOVE W-RET-ID(W-RET-IX) TO W-ITEM-ID
                 MOVE SPACE TO W-DETAIL
                 EVALUATE W-LIVE-SRC(W-LIVE-IX)
                     WHEN "F"
                          MOVE "cities.txt に現存" TO W-DETAIL
                     WHEN "D"
                          MOVE "cities 表に現存" TO W-DETAIL
                     WHEN OTHER
                          MOVE "cities.txt と cities 表に現存"
                            TO W-DETAIL
                 END-EVALUATE
                 PERFORM 9000-PRINT-EXCEPTION
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	every archived row was deleted by a program that writes
      *	cities_hist first, so an archived id with no history at
      *	all was put there some other way
      * ---------------------------------------------------------
       4000-CHECK-ARCH-HISTORY.
           MOVE SPACE TO W-QUERY
           STRING "select distinct a from cities_arch"
                  " where a not in (select a from cities_hist)"
                  " order by a"
                  DELIMITED BY SIZE INTO W-QUERY
           PERFORM 8800-OPEN-QUERY
           CALL "MySQL_fetch_fields" USING RESULT W-DB-ID
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           PERFORM UNTIL W-EOD NOT = W-EOD
              CALL "MySQL_fetch_row" USING RESULT W-DB-ID
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              PERFORM 8300-DB-ID-TO-TEXT
              SET W-SEV-WARNING TO TRUE
              MOVE "履歴の無い退避行" TO W-KIND-TEXT
              MOVE W-SEEK-ID TO W-ITEM-ID
              MOVE "cities_arch にあり cities_hist に無い"
                TO W-DETAIL
              PERFORM 9000-PRINT-EXCEPTION
           END-PERFORM.
      * ---------------------------------------------------------
      *	the indexed master as a whole: missing altogether, or
      *	holding a different number of cities from cities.txt, or
      *	any city checked above missing or stale - one line
      *	saying it is older than cities.txt and wants rebuilding
      * ---------------------------------------------------------
       5000-CHECK-INDEX.
           IF NOT W-INDEX-OPEN
              SET W-SEV-WARNING TO TRUE
              MOVE "索引マスター無し" TO W-KIND-TEXT
              MOVE SPACE TO W-ITEM-ID
              MOVE SPACE TO W-DETAIL
              STRING "開けません (" W-INDEX-STATUS
                     ")  text_index で作成"
                     DELIMITED BY SIZE INTO W-DETAIL
              PERFORM 9000-PRINT-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO W-INDEX-EOF
           MOVE LOW-VALUE TO MST-CITY-ID
           START K-FILE KEY NOT < MST-CITY-ID
               INVALID KEY
                   MOVE HIGH-VALUE TO W-INDEX-EOF
           END-START
           PERFORM UNTIL W-INDEX-EOF = HIGH-VALUE
              READ K-FILE NEXT RECORD
                  AT END
                      MOVE HIGH-VALUE TO W-INDEX-EOF
                  NOT AT END
                      ADD 1 TO W-INDEX-RECORDS
              END-READ
           END-PERFORM
           CLOSE K-FILE
           IF W-INDEX-RECORDS NOT = W-FILE-CITIES
                   OR W-INDEX-MISSING > ZERO
                   OR W-INDEX-DIFFERS > ZERO
              SET W-SEV-WARNING TO TRUE
              MOVE "索引マスターが旧い" TO W-KIND-TEXT
              MOVE SPACE TO W-ITEM-ID
              MOVE W-INDEX-RECORDS TO W-COUNT-ED
              MOVE W-FILE-CITIES TO W-COUNT-ED-2
              MOVE SPACE TO W-DETAIL
              STRING "索引 " FUNCTION TRIM(W-COUNT-ED)
                     "件 / cities.txt " FUNCTION TRIM(W-COUNT-ED-2)
                     "件  text_index で再作成"
                     DELIMITED BY SIZE INTO W-DETAIL
              PERFORM 9000-PRINT-EXCEPTION
           END-IF.
      * ---------------------------------------------------------
      *	every prefecture code in use must be on prefect.txt
      * ---------------------------------------------------------
       6000-CHECK-PREF-CODES.
           PERFORM VARYING W-USED-IX FROM 1 BY 1
                   UNTIL W-USED-IX > W-USED-COUNT
              SET W-NOT-FOUND TO TRUE
              PERFORM VARYING W-PREF-IX FROM 1 BY 1
                      UNTIL W-PREF-IX > W-PREF-COUNT OR W-FOUND
                 IF W-PREF-CODE(W-PREF-IX) = W-USED-CODE(W-USED-IX)
                    SET W-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF W-NOT-FOUND
                 SET W-SEV-ERROR TO TRUE
                 MOVE "県コード未登録" TO W-KIND-TEXT
                 MOVE W-USED-CODE(W-USED-IX) TO W-ITEM-ID
                 MOVE W-USED-FILE(W-USED-IX) TO W-COUNT-ED
                 MOVE W-USED-DB(W-USED-IX) TO W-COUNT-ED-2
                 MOVE SPACE TO W-DETAIL
                 STRING "prefect.txt に無い  cities.txt "
                        FUNCTION TRIM(W-COUNT-ED) "件 / 表 "
                        FUNCTION TRIM(W-COUNT-ED-2) "件"
                        DELIMITED BY SIZE INTO W-DETAIL
                 PERFORM 9000-PRINT-EXCEPTION
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	the closing block: what was swept and the verdict
      * ---------------------------------------------------------
       7000-PRINT-TOTALS.
           IF W-PAGE-NUM = ZERO
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "  都市 cities.txt:" W-FILE-CITIES
                  "　cities表:" W-DB-CITIES
                  "　合併参照:" W-XREF-COUNT
                  "　廃止ID:" W-RET-COUNT
                  "　索引:" W-INDEX-RECORDS
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           EVALUATE TRUE
               WHEN W-ERROR-COUNT > ZERO
                    STRING "  判定: 重大 " W-ERROR-COUNT
                           "件　警告 " W-WARNING-COUNT "件"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN W-WARNING-COUNT > ZERO
                    STRING "  判定: 警告 " W-WARNING-COUNT "件"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
               WHEN OTHER
                    STRING "  判定: 不整合なし"
                           DELIMITED BY SIZE INTO W-PRINT-AREA
           END-EVALUATE
           WRITE PRT-REC FROM W-PRINT-AREA.
      * ---------------------------------------------------------
      *	is W-SEEK-ID a live city?  W-LIVE-IX is left on it
      * ---------------------------------------------------------
       8000-FIND-LIVE.
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-LIVE-IX FROM 1 BY 1
                   UNTIL W-LIVE-IX > W-LIVE-COUNT OR W-FOUND
              IF W-LIVE-ID(W-LIVE-IX) = W-SEEK-ID
                 SET W-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF W-FOUND
              SUBTRACT 1 FROM W-LIVE-IX
           END-IF.
      * ---------------------------------------------------------
       8050-ADD-LIVE.
           IF W-LIVE-COUNT >= 5000
              SET W-LIVE-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO W-LIVE-COUNT
              MOVE W-SEEK-ID TO W-LIVE-ID(W-LIVE-COUNT)
           END-IF.
      * ---------------------------------------------------------
      *	the successor of W-SEEK-ID on the cross-reference - the
      *	last line for it wins, as in text_inquire.cob
      * ---------------------------------------------------------
       8100-FIND-XREF-OLD.
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-XREF-IX FROM 1 BY 1
                   UNTIL W-XREF-IX > W-XREF-COUNT
              IF W-XREF-OLD-ID(W-XREF-IX) = W-SEEK-ID
                 SET W-FOUND TO TRUE
                 MOVE W-XREF-NEW-ID(W-XREF-IX) TO W-NEXT-ID
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	count one city into its prefecture code in use
      * ---------------------------------------------------------
       8200-COUNT-USED-PREF.
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-USED-IX FROM 1 BY 1
                   UNTIL W-USED-IX > W-USED-COUNT OR W-FOUND
              IF W-USED-CODE(W-USED-IX) = W-USED-CODE-IN
                 SET W-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF W-FOUND
              SUBTRACT 1 FROM W-USED-IX
           ELSE
              IF W-USED-COUNT >= 50
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-USED-COUNT
              MOVE W-USED-COUNT TO W-USED-IX
              MOVE W-USED-CODE-IN TO W-USED-CODE(W-USED-IX)
              MOVE ZERO TO W-USED-FILE(W-USED-IX)
              MOVE ZERO TO W-USED-DB(W-USED-IX)
           END-IF
           ADD W-USED-ADD-FILE TO W-USED-FILE(W-USED-IX)
           ADD W-USED-ADD-DB TO W-USED-DB(W-USED-IX).
      * ---------------------------------------------------------
      *	the numeric MySQL id as the text id: "t" + the digits
      * ---------------------------------------------------------
       8300-DB-ID-TO-TEXT.
           MOVE W-DB-ID TO W-ID-EDITED
           MOVE SPACE TO W-SEEK-ID
           STRING "t" FUNCTION TRIM(W-ID-EDITED)
                  DELIMITED BY SIZE INTO W-SEEK-ID.
      * ---------------------------------------------------------
      *	one retired id onto the retired table, once
      * ---------------------------------------------------------
       8400-ADD-RETIRED.
           IF W-RET-WORK = SPACE
              EXIT PARAGRAPH
           END-IF
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-RET-IX FROM 1 BY 1
                   UNTIL W-RET-IX > W-RET-COUNT OR W-FOUND
              IF W-RET-ID(W-RET-IX) = W-RET-WORK
                 SET W-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF W-NOT-FOUND AND W-RET-COUNT < 1000
              ADD 1 TO W-RET-COUNT
              MOVE W-RET-WORK TO W-RET-ID(W-RET-COUNT)
              MOVE W-RET-SRC-IN TO W-RET-SRC(W-RET-COUNT)
           END-IF.
      * ---------------------------------------------------------
      *	refuse a second start for today's cycle unless the
      *	operator overrides, then mark this run RUNNING on the
      *	run_control table
      * ---------------------------------------------------------
       8500-RUN-CONTROL-START.
           MOVE ZERO TO W-RC-ROWS
           MOVE SPACE TO W-RC-QUERY
           STRING "select status from run_control"
                  " where program = 'text_sweep'"
                  " and run_date = curdate()"
                  " and status in ('RUNNING','COMPLETED')"
                  DELIMITED BY SIZE INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_fetch_fields" USING RESULT W-RC-STATUS-COL
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           PERFORM UNTIL W-RC-EOD NOT = W-RC-EOD
              CALL "MySQL_fetch_row" USING RESULT W-RC-STATUS-COL
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-RC-ROWS
           END-PERFORM

           IF W-RC-ROWS > 0
              DISPLAY "本日分は実行済みです (run_control)"
              DISPLAY "強行しますか(Y/N)："
              ACCEPT W-OVERRIDE
              IF W-OVERRIDE NOT = "Y" AND W-OVERRIDE NOT = "y"
                 DISPLAY "起動を中止します"
                 MOVE 12 TO W-EXIT-CODE
                 MOVE "ALREADY RUN" TO W-RC-OUTCOME
                 PERFORM 9800-WRITE-RUN-SUMMARY
                 MOVE W-EXIT-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACE TO W-RC-QUERY
              STRING "update run_control set status ="
                     " 'OVERRIDDEN', end_ts = now()"
                     " where program = 'text_sweep'"
                     " and run_date = curdate()"
                     " and status = 'RUNNING'"
                     DELIMITED BY SIZE INTO W-RC-QUERY
              CALL "MySQL_query" USING W-RC-QUERY
              IF RETURN-CODE NOT = 0
                 PERFORM 9900-DB-ERROR
              END-IF
           END-IF

           MOVE SPACE TO W-RC-QUERY
           STRING "insert into run_control values (curdate(),"
                  "'text_sweep',now(),null,0,'','RUNNING',"
                  "'BATCH',0)"
                  DELIMITED BY SIZE INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF.
      * ---------------------------------------------------------
      *	close today's RUNNING row with the end time, the number
      *	of inconsistencies and the outcome
      * ---------------------------------------------------------
       8600-RUN-CONTROL-END.
           MOVE SPACE TO W-RC-QUERY
           STRING "update run_control set end_ts = now()"
                  ", rec_count = " DELIMITED BY SIZE
                  W-RC-ROWS-OUT DELIMITED BY SIZE
                  ", outcome = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-RC-OUTCOME) DELIMITED BY SIZE
                  "', status = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-RC-STATUS-OUT) DELIMITED BY SIZE
                  "' where program = 'text_sweep'"
                  " and run_date = curdate()"
                  " and status = 'RUNNING'"
                  DELIMITED BY SIZE INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF.
      * ---------------------------------------------------------
      *	run the query in W-QUERY and open its result
      * ---------------------------------------------------------
       8800-OPEN-QUERY.
           CALL "MySQL_query" USING W-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF.
      * ---------------------------------------------------------
      *	one inconsistency on the report, counted by its grade
      * ---------------------------------------------------------
       9000-PRINT-EXCEPTION.
           IF W-LINE-COUNT >= W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           IF W-SEV-ERROR
              MOVE "重大" TO W-SEV-TEXT
              ADD 1 TO W-ERROR-COUNT
           ELSE
              MOVE "警告" TO W-SEV-TEXT
              ADD 1 TO W-WARNING-COUNT
           END-IF
           MOVE SPACE TO W-PRINT-AREA
           STRING W-SEV-TEXT " " W-KIND-TEXT " " W-ITEM-ID " "
                  W-DETAIL
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       9060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "参照整合性チェック　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "入力　: " FUNCTION TRIM(W-INPUT-FILENAME)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "重大度 種別                     ID      内容"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE ALL "-" TO W-PRINT-AREA(1:100)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE ZERO TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	a file that cannot be read: RC 12 and the summary,
      *	nothing swept; run_control is closed when it was opened
      * ---------------------------------------------------------
       9700-END-SETUP-ERROR.
           MOVE 12 TO W-EXIT-CODE
           IF W-RC-QUERY NOT = SPACE AND NOT W-RC-ENDING
              SET W-RC-ENDING TO TRUE
              MOVE "FAILED" TO W-RC-STATUS-OUT
              MOVE ZERO TO W-RC-ROWS-OUT
              PERFORM 8600-RUN-CONTROL-END
              CALL "MySQL_close"
           END-IF
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_sweep"
           MOVE SPACE TO W-SUM-LINE
           STRING "RUN-DATE=" W-RUN-DATE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-LIVE-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "ERRORS=" W-ERROR-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "WARNINGS=" W-WARNING-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "REPORT=" FUNCTION TRIM(W-PRINT-FILENAME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "CONDITION=" FUNCTION TRIM(W-RC-OUTCOME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RC=" W-EXIT-CODE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           CLOSE SUM-FILE.
      * ---------------------------------------------------------
       9900-DB-ERROR.
           CALL "MySQL_errno" USING ERRNO
           DISPLAY ERRNO ":".
           CALL "MySQL_error" USING ERR-MSG
           DISPLAY ERR-MSG.
           IF NOT W-RC-ENDING
              SET W-RC-ENDING TO TRUE
              MOVE "DB ERROR" TO W-RC-OUTCOME
              MOVE "FAILED" TO W-RC-STATUS-OUT
              COMPUTE W-RC-ROWS-OUT = W-ERROR-COUNT + W-WARNING-COUNT
              PERFORM 8600-RUN-CONTROL-END
           END-IF.
           MOVE 12 TO W-EXIT-CODE.
           PERFORM 9800-WRITE-RUN-SUMMARY.
           MOVE W-EXIT-CODE TO RETURN-CODE.
           STOP RUN.

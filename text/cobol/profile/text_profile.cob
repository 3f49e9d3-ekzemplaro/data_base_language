      * ---------------------------------------------------------
      *	text_profile.cob
      *
      *	one-page city profile for the mayor's office and the
      *	press desk, in place of pulling the pieces from
      *	text_inquire.cob, mysql_history.cob, mysql_histinq.cob,
      *	mysql_archive.cob and the merger cross-reference by
      *	hand.  the city is taken by its id, or by its name over
      *	the alternate name key of the INDEXED master
      *	text_index.cob builds; an id retired by a merger is
      *	followed to its successor the way text_inquire.cob does
      *	it.  each profile starts a page of its own and shows:
      *
      *	    the current record from the indexed master, with
      *	    the prefecture name from prefect.txt,
      *	    its population rank within its prefecture and over
      *	    every city on the master (equal populations share a
      *	    rank),
      *	    its wards (区) from the W lines of cities.txt, each
      *	    with its share of the city figure,
      *	    every change to it on the cities_hist table,
      *	    every change to it on the unload files
      *	    mysql_unload.cob lists on the cities_hist.unl
      *	    catalog,
      *	    every municipality merged into it, directly or
      *	    through an earlier merger, from cities.xref,
      *	    the archived rows on cities_arch of the city and of
      *	    those predecessors.
      *
      *	the text id "t2381" is MySQL id 2381, as mysql_export.cob
      *	writes it.  a database that cannot be reached leaves the
      *	two database sections marked as left out and the run
      *	ends RC 4; the rest of the profile is still printed.
      *
      *	at the prompt, keying N asks for a city name (an exact
      *	match; a city name held by more than one city prints a
      *	profile for each) and P asks for a prefecture code and
      *	prints the profile of every city in it, in id order, for
      *	the annual briefing pack.  control file keywords:
      *	CITY-ID, CITY-NAME, PREFECTURE (one of the three), and
      *	INDEX-FILE, INPUT-FILE, UNLOAD-CATALOG, REPORT-FILE.
      *	RC 0, 4 when a city asked for is not found or the
      *	database could not be read, 12 when the master will not
      *	open or nothing was asked for.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_profile.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT K-FILE
           ASSIGN TO W-INDEX-FILENAME
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY MST-CITY-ID
           ALTERNATE RECORD KEY MST-CITY-NAME WITH DUPLICATES
           FILE STATUS IS W-INDEX-STATUS.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT PF-FILE
           ASSIGN TO W-PREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PREF-STATUS.
       SELECT X-FILE
           ASSIGN TO W-XREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-XREF-STATUS.
       SELECT UC-FILE
           ASSIGN TO W-CATALOG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CATALOG-STATUS.
       SELECT U-FILE
           ASSIGN TO W-UNLOAD-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-UNLOAD-STATUS.
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
       FD  K-FILE
           LABEL RECORDS ARE STANDARD.
       COPY citymst.
       FD  I-FILE
           LABEL RECORDS ARE STANDARD.
       01  INP-REC.
           03 PIC X(70).
       FD  PF-FILE
           LABEL RECORDS ARE STANDARD.
       01  PF-REC.
           03 PIC X(40).
       FD  X-FILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-REC.
           03 PIC X(30).
       FD  UC-FILE
           LABEL RECORDS ARE STANDARD.
       01  UC-REC.
           03  UC-FILENAME       PIC X(256).
       FD  U-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNL-REC.
           03 PIC X(120).
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
           03 PIC X(80).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INDEX-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.idx".
       77  W-INDEX-STATUS    PIC X(02).
       77  W-INPUT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.txt".
       77  W-INPUT-STATUS    PIC X(02).
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.prf".
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X.
       77  W-PRINT-AREA      PIC X(132).
       77  W-HEAD-AREA       PIC X(132).
      *
      * what was asked for
       77  W-REQ-ID          PIC X(07).
       77  W-REQ-NAME        PIC X(20).
       77  W-REQ-PREF        PIC X(02).
       77  W-PROFILE-COUNT   PIC 9(05) VALUE ZERO.
       77  W-NOT-FOUND-COUNT PIC 9(05) VALUE ZERO.
       77  W-FOUND-SW        PIC X.
           88  W-FOUND           VALUE "Y".
      *
      * prefecture names from prefect.txt; a missing file only
      * leaves the name blank
       77  W-PREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
       77  W-PREF-COUNT      PIC 9(02) VALUE ZERO.
       77  W-PRF-PREF-NAME   PIC X(20).
      *
      * the merger cross-reference text_update.cob writes
       77  W-XREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.xref".
       77  W-XREF-STATUS     PIC X(02).
       01  W-XREF-TABLE.
           03  W-XREF-ENTRY      OCCURS 500 TIMES.
               05  W-XREF-OLD-ID     PIC X(07).
               05  W-XREF-NEW-ID     PIC X(07).
               05  W-XREF-DATE       PIC X(08).
       77  W-XREF-COUNT      PIC 9(03) VALUE ZERO.
       77  W-XREF-IX         PIC 9(03).
       77  W-XREF-OLD-TXT    PIC X(07).
       77  W-XREF-NEW-TXT    PIC X(07).
       77  W-XREF-DATE-TXT   PIC X(08).
       77  W-SEEK-ID         PIC X(07).
       77  W-NEXT-ID         PIC X(07).
       77  W-HOP-COUNT       PIC 9(01).
      *
      * the unload files on the catalog, oldest first
       77  W-CATALOG-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/cities_hist.unl".
       77  W-CATALOG-STATUS  PIC X(02).
       77  W-UNLOAD-FILENAME PIC X(256).
       77  W-UNLOAD-STATUS   PIC X(02).
       01  W-UNL-TABLE.
           03  W-UNL-ENTRY       OCCURS 60 TIMES
                                  PIC X(256).
       77  W-UNL-COUNT       PIC 9(03) VALUE ZERO.
       77  W-UNL-IX          PIC 9(03).
      *
      * every city on the master - id, prefecture, population -
      * for the ranks and the prefecture batch
       01  W-RANK-TABLE.
           03  W-RANK-ENTRY      OCCURS 3000 TIMES.
               05  W-RK-ID           PIC X(07).
               05  W-RK-PREF         PIC X(02).
               05  W-RK-POP          PIC 9(08).
       77  W-RANK-COUNT      PIC 9(04) VALUE ZERO.
       77  W-RANK-IX         PIC 9(04).
       77  W-RANK-DROPPED    PIC 9(05) VALUE ZERO.
      *
      * the city being profiled
       77  W-PRF-ID          PIC X(07).
       77  W-PRF-NAME        PIC X(20).
       77  W-PRF-POP         PIC 9(08).
       77  W-PRF-DATE        PIC X(10).
       77  W-PRF-PREF        PIC X(02).
       77  W-PREF-RANK       PIC 9(04).
       77  W-PREF-CITIES     PIC 9(04).
       77  W-ALL-RANK        PIC 9(04).
       77  W-ALL-CITIES      PIC 9(04).
      *
      * its wards from cities.txt
       01  W-WARD-TABLE.
           03  W-WARD-ENTRY      OCCURS 50 TIMES.
               05  W-WD-NAME         PIC X(20).
               05  W-WD-POP          PIC 9(08).
       77  W-WARD-COUNT      PIC 9(02).
       77  W-WARD-IX         PIC 9(02).
       77  W-WARD-SUM        PIC 9(10).
       77  W-IN-CITY-SW      PIC X.
           88  W-IN-CITY         VALUE "Y".
       77  W-LINE-ID         PIC X(07).
       77  W-WARD-FLAG       PIC X(01).
       77  W-WARD-NAME       PIC X(20).
       77  W-WARD-POP-TEXT   PIC X(08).
      *
      * the municipalities merged into it, nearest first
       01  W-PRED-TABLE.
           03  W-PRED-ENTRY      OCCURS 20 TIMES.
               05  W-PD-ID           PIC X(07).
               05  W-PD-INTO         PIC X(07).
               05  W-PD-DATE         PIC X(08).
       77  W-PRED-COUNT      PIC 9(02).
       77  W-PRED-IX         PIC 9(02).
      *
      * the cities a name search found, profiled after the scan
       01  W-HIT-TABLE.
           03  W-HIT-ID          OCCURS 20 TIMES PIC X(07).
       77  W-HIT-COUNT       PIC 9(02).
       77  W-HIT-IX          PIC 9(02).
       77  W-NAME-EOF        PIC X.
      *
      * one cities_hist row, from the table or an unload file,
      * and one cities_arch row
       77  H-ID              PIC X(06).
       77  H-NAME            PIC X(20).
       77  H-POP             PIC X(08).
       77  H-DATE            PIC X(10).
       77  H-PREF            PIC X(02).
       77  H-ACTION          PIC X(01).
       77  H-PROGRAM         PIC X(20).
       77  H-TS              PIC X(19).
       77  H-OPR             PIC X(08).
       77  H-DEL-TS          PIC X(19).
       77  W-ROW-COUNT       PIC 9(05).
      *
      * the database side
       77  CID               USAGE POINTER.
       77  RESULT            USAGE POINTER.
       77  ERRNO             PIC X(04).
       77  ERR-MSG           PIC X(80).
       77  W-QUERY           PIC X(300).
       77  W-QUERY-PTR       PIC 9(03).
       77  W-EOD             PIC X.
       77  W-DB-SW           PIC X VALUE "N".
           88  W-DB-OK           VALUE "Y".
       77  W-DB-FAILED-SW    PIC X VALUE "N".
           88  W-DB-FAILED       VALUE "Y".
       77  W-DB-ID           PIC X(06).
       77  W-DB-ID-SW        PIC X.
           88  W-DB-ID-OK        VALUE "Y".
       77  W-SQL-ID          PIC X(06).
      *
       77  W-RUN-DATE        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 60.
       77  W-PAGE-ED         PIC ZZZ9.
       77  W-POP-ED          PIC ZZZ,ZZZ,ZZ9.
       77  W-RANK-ED         PIC Z,ZZ9.
       77  W-RANK-ED-2       PIC Z,ZZ9.
       77  W-SHARE           PIC 9(03)V9.
       77  W-SHARE-ED        PIC ZZ9.9.
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_profile.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-OUTCOME      PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_profile.sum".
       77  W-SUM-LINE        PIC X(80).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       MOVE SPACE TO W-REQ-ID W-REQ-NAME W-REQ-PREF.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "帳票ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-PRINT-FILENAME
          END-IF
       END-IF.
       IF W-CTL-PRESENT AND W-REQ-ID = SPACE
               AND W-REQ-NAME = SPACE AND W-REQ-PREF = SPACE
          DISPLAY "対象の指定がありません"
          MOVE "NO REQUEST" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
      *
       OPEN INPUT K-FILE.
       IF W-INDEX-STATUS NOT = "00"
          DISPLAY "索引ファイルが開けません: "
                  W-INDEX-STATUS
          MOVE "INDEX NOT FOUND" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       PERFORM 0400-LOAD-PREF-TABLE.
       PERFORM 0500-LOAD-XREF.
       PERFORM 0600-LOAD-CATALOG.
       PERFORM 0700-LOAD-RANK-TABLE.
       PERFORM 0800-CONNECT-MYSQL.
      *
       OPEN OUTPUT P-FILE.
       IF W-CTL-PRESENT
          EVALUATE TRUE
              WHEN W-REQ-PREF NOT = SPACE
                   PERFORM 3000-PROFILE-PREFECTURE
              WHEN W-REQ-NAME NOT = SPACE
                   PERFORM 2500-PROFILE-BY-NAME
              WHEN OTHER
                   PERFORM 2000-PROFILE-BY-ID
          END-EVALUATE
       ELSE
          PERFORM 1000-ONE-REQUEST
          PERFORM UNTIL W-REQ-ID = SPACE
             PERFORM 1000-ONE-REQUEST
          END-PERFORM
       END-IF.
       CLOSE P-FILE.
       CLOSE K-FILE.
       IF W-DB-OK
          CALL "MySQL_close"
       END-IF.
      *
       EVALUATE TRUE
           WHEN W-NOT-FOUND-COUNT > ZERO
                MOVE "NOT FOUND" TO W-RC-OUTCOME
                MOVE 4 TO W-EXIT-CODE
           WHEN W-DB-FAILED
                MOVE "DB UNAVAILABLE" TO W-RC-OUTCOME
                MOVE 4 TO W-EXIT-CODE
           WHEN OTHER
                MOVE "NORMAL" TO W-RC-OUTCOME
       END-EVALUATE.
       DISPLAY "プロフィール: " W-PROFILE-COUNT.
       DISPLAY "該当なし　　: " W-NOT-FOUND-COUNT.
       DISPLAY "帳票を作成しました：".
       DISPLAY W-PRINT-FILENAME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts
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
               WHEN "CITY-ID"
                    MOVE W-CTL-VALUE(1:7) TO W-REQ-ID
               WHEN "CITY-NAME"
                    MOVE W-CTL-VALUE(1:20) TO W-REQ-NAME
               WHEN "PREFECTURE"
                    MOVE W-CTL-VALUE(1:2) TO W-REQ-PREF
               WHEN "INDEX-FILE"
                    MOVE W-CTL-VALUE TO W-INDEX-FILENAME
               WHEN "INPUT-FILE"
                    MOVE W-CTL-VALUE TO W-INPUT-FILENAME
               WHEN "UNLOAD-CATALOG"
                    MOVE W-CTL-VALUE TO W-CATALOG-FILENAME
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
       0400-LOAD-PREF-TABLE.
           OPEN INPUT PF-FILE
           IF W-PREF-STATUS NOT = "00"
              DISPLAY "都道府県ファイルが開けません: "
                      W-PREF-STATUS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"
                     INTO W-PREF-CODE(W-PREF-IX)
                          W-PREF-NAME(W-PREF-IX)
                 END-UNSTRING
              END-IF
           END-PERFORM
           CLOSE PF-FILE.
      * ---------------------------------------------------------
      *	the whole cross-reference in core: old id, new id and
      *	the date of the merger
      * ---------------------------------------------------------
       0500-LOAD-XREF.
           OPEN INPUT X-FILE
           IF W-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-XREF-STATUS NOT = "00"
              READ X-FILE
              IF W-XREF-STATUS = "00" AND XRF-REC NOT = SPACE
                      AND W-XREF-COUNT < 500
                 MOVE SPACE TO W-XREF-OLD-TXT W-XREF-NEW-TXT
                               W-XREF-DATE-TXT
                 UNSTRING XRF-REC DELIMITED BY X"09"
                     INTO W-XREF-OLD-TXT W-XREF-NEW-TXT
                          W-XREF-DATE-TXT
                 END-UNSTRING
                 ADD 1 TO W-XREF-COUNT
                 MOVE W-XREF-OLD-TXT TO W-XREF-OLD-ID(W-XREF-COUNT)
                 MOVE W-XREF-NEW-TXT TO W-XREF-NEW-ID(W-XREF-COUNT)
                 MOVE W-XREF-DATE-TXT TO W-XREF-DATE(W-XREF-COUNT)
              END-IF
           END-PERFORM
           CLOSE X-FILE.
      * ---------------------------------------------------------
      *	the unload files mysql_unload.cob has catalogued
      * ---------------------------------------------------------
       0600-LOAD-CATALOG.
           OPEN INPUT UC-FILE
           IF W-CATALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-CATALOG-STATUS NOT = "00"
              READ UC-FILE
              IF W-CATALOG-STATUS = "00"
                      AND UC-FILENAME NOT = SPACE
                      AND W-UNL-COUNT < 60
                 ADD 1 TO W-UNL-COUNT
                 MOVE UC-FILENAME TO W-UNL-ENTRY(W-UNL-COUNT)
              END-IF
           END-PERFORM
           CLOSE UC-FILE.
      * ---------------------------------------------------------
      *	one pass of the master in id order, before any random
      *	read, for the ranks and the prefecture batch
      * ---------------------------------------------------------
       0700-LOAD-RANK-TABLE.
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ K-FILE NEXT RECORD
                  AT END
                      MOVE HIGH-VALUE TO W-EOF
                  NOT AT END
                      IF W-RANK-COUNT < 3000
                         ADD 1 TO W-RANK-COUNT
                         MOVE MST-CITY-ID TO W-RK-ID(W-RANK-COUNT)
                         MOVE MST-CITY-PREF
                           TO W-RK-PREF(W-RANK-COUNT)
                         MOVE MST-CITY-POP TO W-RK-POP(W-RANK-COUNT)
                      ELSE
                         ADD 1 TO W-RANK-DROPPED
                      END-IF
              END-READ
           END-PERFORM
           IF W-RANK-DROPPED > ZERO
              DISPLAY "順位表に収まらず省略: " W-RANK-DROPPED
           END-IF.
      * ---------------------------------------------------------
      *	a database that cannot be reached is not the end of the
      *	run: the two database sections say so instead
      * ---------------------------------------------------------
       0800-CONNECT-MYSQL.
           CALL "MySQL_init" USING CID
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_real_connect"
                       USING "host_mysql" "scott" "tiger"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_selectdb" USING "city"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           SET W-DB-OK TO TRUE.
      * ---------------------------------------------------------
      *	one prompt round: an id, N for a name, P for a whole
      *	prefecture; a blank id ends the session
      * ---------------------------------------------------------
       1000-ONE-REQUEST.
           DISPLAY "ID（終了は空白、N=名称、"
                   "P=都道府県一括）："
           ACCEPT W-REQ-ID
           EVALUATE TRUE
               WHEN W-REQ-ID = SPACE
                    CONTINUE
               WHEN W-REQ-ID = "N" OR W-REQ-ID = "n"
                    DISPLAY "名称："
                    ACCEPT W-REQ-NAME
                    PERFORM 2500-PROFILE-BY-NAME
               WHEN W-REQ-ID = "P" OR W-REQ-ID = "p"
                    DISPLAY "都道府県コード："
                    ACCEPT W-REQ-PREF
                    PERFORM 3000-PROFILE-PREFECTURE
               WHEN OTHER
                    PERFORM 2000-PROFILE-BY-ID
           END-EVALUATE.
      * ---------------------------------------------------------
      *	a direct read by id; an id the master no longer holds is
      *	followed through the cross-reference to the city it
      *	was merged into (5 hops at most)
      * ---------------------------------------------------------
       2000-PROFILE-BY-ID.
           MOVE W-REQ-ID TO MST-CITY-ID
           READ K-FILE
               INVALID KEY
                   MOVE "N" TO W-FOUND-SW
               NOT INVALID KEY
                   SET W-FOUND TO TRUE
           END-READ
           IF W-FOUND
              PERFORM 4000-PRINT-PROFILE
              EXIT PARAGRAPH
           END-IF
           MOVE W-REQ-ID TO W-SEEK-ID
           MOVE ZERO TO W-HOP-COUNT
           MOVE "X" TO W-NEXT-ID
           PERFORM UNTIL W-NEXT-ID = SPACE OR W-HOP-COUNT >= 5
                   OR W-FOUND
              MOVE SPACE TO W-NEXT-ID
              PERFORM VARYING W-XREF-IX FROM 1 BY 1
                      UNTIL W-XREF-IX > W-XREF-COUNT
                 IF W-XREF-OLD-ID(W-XREF-IX) = W-SEEK-ID
                    MOVE W-XREF-NEW-ID(W-XREF-IX) TO W-NEXT-ID
                 END-IF
              END-PERFORM
              IF W-NEXT-ID NOT = SPACE
                 ADD 1 TO W-HOP-COUNT
                 DISPLAY "合併済み: " W-SEEK-ID " → " W-NEXT-ID
                 MOVE W-NEXT-ID TO W-SEEK-ID
                 MOVE W-SEEK-ID TO MST-CITY-ID
                 READ K-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET W-FOUND TO TRUE
                 END-READ
              END-IF
           END-PERFORM
           IF W-FOUND
              PERFORM 4000-PRINT-PROFILE
           ELSE
              DISPLAY "見つかりません: " W-REQ-ID
              ADD 1 TO W-NOT-FOUND-COUNT
           END-IF.
      * ---------------------------------------------------------
      *	an exact name over the alternate key: every city that
      *	carries it is collected first, then each is profiled
      *	(a profile reads the master at random)
      * ---------------------------------------------------------
       2500-PROFILE-BY-NAME.
           MOVE ZERO TO W-HIT-COUNT
           MOVE LOW-VALUE TO W-NAME-EOF
           MOVE W-REQ-NAME TO MST-CITY-NAME
           START K-FILE KEY NOT < MST-CITY-NAME
               INVALID KEY
                   MOVE HIGH-VALUE TO W-NAME-EOF
           END-START
           PERFORM UNTIL W-NAME-EOF = HIGH-VALUE
              READ K-FILE NEXT RECORD
                  AT END
                      MOVE HIGH-VALUE TO W-NAME-EOF
                  NOT AT END
                      IF MST-CITY-NAME = W-REQ-NAME
                              AND W-HIT-COUNT < 20
                         ADD 1 TO W-HIT-COUNT
                         MOVE MST-CITY-ID TO W-HIT-ID(W-HIT-COUNT)
                      ELSE
                         MOVE HIGH-VALUE TO W-NAME-EOF
                      END-IF
              END-READ
           END-PERFORM
           IF W-HIT-COUNT = ZERO
              DISPLAY "見つかりません: " W-REQ-NAME
              ADD 1 TO W-NOT-FOUND-COUNT
           END-IF
           IF W-HIT-COUNT > 1
              DISPLAY "同名の市: " W-HIT-COUNT
           END-IF
           PERFORM VARYING W-HIT-IX FROM 1 BY 1
                   UNTIL W-HIT-IX > W-HIT-COUNT
              MOVE W-HIT-ID(W-HIT-IX) TO MST-CITY-ID
              READ K-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 4000-PRINT-PROFILE
              END-READ
           END-PERFORM.
      * ---------------------------------------------------------
      *	every city of one prefecture, in id order, for the
      *	annual briefing pack
      * ---------------------------------------------------------
       3000-PROFILE-PREFECTURE.
           MOVE ZERO TO W-HIT-COUNT
           PERFORM VARYING W-RANK-IX FROM 1 BY 1
                   UNTIL W-RANK-IX > W-RANK-COUNT
              IF W-RK-PREF(W-RANK-IX) = W-REQ-PREF
                 MOVE W-RK-ID(W-RANK-IX) TO MST-CITY-ID
                 READ K-FILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         ADD 1 TO W-HIT-COUNT
                         PERFORM 4000-PRINT-PROFILE
                 END-READ
              END-IF
           END-PERFORM
           IF W-HIT-COUNT = ZERO
              DISPLAY "該当する市がありません: " W-REQ-PREF
              ADD 1 TO W-NOT-FOUND-COUNT
           END-IF.
      * ---------------------------------------------------------
      *	one profile for the master record just read, on a page
      *	of its own
      * ---------------------------------------------------------
       4000-PRINT-PROFILE.
           MOVE MST-CITY-ID   TO W-PRF-ID
           MOVE MST-CITY-NAME TO W-PRF-NAME
           MOVE MST-CITY-POP  TO W-PRF-POP
           MOVE MST-CITY-DATE TO W-PRF-DATE
           MOVE MST-CITY-PREF TO W-PRF-PREF
           MOVE "N" TO W-DB-ID-SW
           MOVE SPACE TO W-DB-ID
           IF W-PRF-ID(1:1) = "t"
                   AND FUNCTION TRIM(W-PRF-ID(2:6)) NUMERIC
              MOVE FUNCTION TRIM(W-PRF-ID(2:6)) TO W-DB-ID
              SET W-DB-ID-OK TO TRUE
           END-IF
           ADD 1 TO W-PROFILE-COUNT
           DISPLAY "プロフィール: " W-PRF-ID " " W-PRF-NAME
           PERFORM 9060-PRINT-PAGE-HEADING
           PERFORM 4100-PRINT-CURRENT
           PERFORM 4200-PRINT-RANKS
           PERFORM 4300-PRINT-WARDS
           PERFORM 4400-PRINT-HISTORY
           PERFORM 4500-PRINT-UNLOADED
           PERFORM 4600-PRINT-PREDECESSORS
           PERFORM 4700-PRINT-ARCHIVE.
      * ---------------------------------------------------------
       4100-PRINT-CURRENT.
           MOVE "■ 現在の記録" TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           MOVE SPACE TO W-PRF-PREF-NAME
           SET W-PREF-IX TO 1
           SEARCH W-PREF-ENTRY
               AT END
                   CONTINUE
               WHEN W-PREF-CODE(W-PREF-IX) = W-PRF-PREF
                   MOVE W-PREF-NAME(W-PREF-IX) TO W-PRF-PREF-NAME
           END-SEARCH
           STRING "  ID　　　: " W-PRF-ID
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           STRING "  名称　　: " W-PRF-NAME
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           MOVE W-PRF-POP TO W-POP-ED
           STRING "  人口　　: " W-POP-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           STRING "  設立日　: " W-PRF-DATE
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           STRING "  都道府県: " W-PRF-PREF " "
                  W-PRF-PREF-NAME
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE.
      * ---------------------------------------------------------
      *	rank = 1 + the cities with more people; equal
      *	populations share a rank
      * ---------------------------------------------------------
       4200-PRINT-RANKS.
           MOVE 1 TO W-PREF-RANK W-ALL-RANK
           MOVE ZERO TO W-PREF-CITIES W-ALL-CITIES
           PERFORM VARYING W-RANK-IX FROM 1 BY 1
                   UNTIL W-RANK-IX > W-RANK-COUNT
              ADD 1 TO W-ALL-CITIES
              IF W-RK-POP(W-RANK-IX) > W-PRF-POP
                 ADD 1 TO W-ALL-RANK
              END-IF
              IF W-RK-PREF(W-RANK-IX) = W-PRF-PREF
                 ADD 1 TO W-PREF-CITIES
                 IF W-RK-POP(W-RANK-IX) > W-PRF-POP
                    ADD 1 TO W-PREF-RANK
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 人口順位" TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           MOVE W-PREF-RANK TO W-RANK-ED
           MOVE W-PREF-CITIES TO W-RANK-ED-2
           STRING "  都道府県内: " W-RANK-ED " 位 / "
                  W-RANK-ED-2 " 市"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           MOVE W-ALL-RANK TO W-RANK-ED
           MOVE W-ALL-CITIES TO W-RANK-ED-2
           STRING "  全体　　　: " W-RANK-ED " 位 / "
                  W-RANK-ED-2 " 市"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE.
      * ---------------------------------------------------------
      *	the W lines that follow the city's own line on
      *	cities.txt, each with its share of the city figure
      * ---------------------------------------------------------
       4300-PRINT-WARDS.
           MOVE ZERO TO W-WARD-COUNT W-WARD-SUM
           MOVE "N" TO W-IN-CITY-SW
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS = "00"
              MOVE LOW-VALUE TO W-EOF
              PERFORM UNTIL W-EOF = HIGH-VALUE
                 READ I-FILE
                     AT END
                         MOVE HIGH-VALUE TO W-EOF
                     NOT AT END
                         PERFORM 4310-WARD-SCAN-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE I-FILE
           END-IF
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 区別人口" TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           IF W-WARD-COUNT = ZERO
              MOVE "  区なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING W-WARD-IX FROM 1 BY 1
                   UNTIL W-WARD-IX > W-WARD-COUNT
              MOVE W-WD-POP(W-WARD-IX) TO W-POP-ED
              MOVE ZERO TO W-SHARE
              IF W-PRF-POP > ZERO
                 COMPUTE W-SHARE ROUNDED =
                         W-WD-POP(W-WARD-IX) * 100 / W-PRF-POP
                         ON SIZE ERROR MOVE ZERO TO W-SHARE
                 END-COMPUTE
              END-IF
              MOVE W-SHARE TO W-SHARE-ED
              STRING "  " W-WD-NAME(W-WARD-IX) " " W-POP-ED
                     "  " W-SHARE-ED "%"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
           END-PERFORM
           MOVE W-WARD-SUM TO W-POP-ED
           STRING "  区計" "               " W-POP-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           IF W-WARD-SUM NOT = W-PRF-POP
              STRING "（市の人口と不一致）" DELIMITED BY SIZE
                     INTO W-PRINT-AREA(40:)
           END-IF
           PERFORM 9000-WRITE-LINE.
      * ---------------------------------------------------------
       4310-WARD-SCAN-ONE-LINE.
           IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
              IF W-IN-CITY AND W-WARD-COUNT < 50
                 MOVE SPACE TO W-WARD-FLAG W-WARD-NAME
                               W-WARD-POP-TEXT
                 UNSTRING INP-REC DELIMITED BY X"09"
                     INTO W-WARD-FLAG W-WARD-NAME W-WARD-POP-TEXT
                 END-UNSTRING
                 IF FUNCTION TRIM(W-WARD-POP-TEXT) NUMERIC
                    ADD 1 TO W-WARD-COUNT
                    MOVE W-WARD-NAME TO W-WD-NAME(W-WARD-COUNT)
                    COMPUTE W-WD-POP(W-WARD-COUNT) =
                            FUNCTION NUMVAL(W-WARD-POP-TEXT)
                    ADD W-WD-POP(W-WARD-COUNT) TO W-WARD-SUM
                 END-IF
              END-IF
           ELSE
              IF W-IN-CITY
                 MOVE HIGH-VALUE TO W-EOF
              ELSE
                 MOVE SPACE TO W-LINE-ID
                 UNSTRING INP-REC DELIMITED BY X"09"
                     INTO W-LINE-ID
                 END-UNSTRING
                 IF W-LINE-ID = W-PRF-ID
                    SET W-IN-CITY TO TRUE
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	the city's rows on cities_hist, in timestamp order
      * ---------------------------------------------------------
       4400-PRINT-HISTORY.
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 変更履歴 (cities_hist)" TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           IF NOT W-DB-OK
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           IF NOT W-DB-ID-OK
              MOVE "  なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-QUERY
           STRING "select * from cities_hist where a = "
                  FUNCTION TRIM(W-DB-ID)
                  " order by ts"
                  DELIMITED BY SIZE INTO W-QUERY
           CALL "MySQL_query" USING W-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_fetch_fields" USING RESULT H-ID H-NAME
                       H-POP H-DATE H-PREF H-ACTION H-PROGRAM
                       H-TS H-OPR
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO W-ROW-COUNT
           PERFORM UNTIL W-EOD NOT = W-EOD
              CALL "MySQL_fetch_row" USING RESULT H-ID H-NAME
                          H-POP H-DATE H-PREF H-ACTION H-PROGRAM
                          H-TS H-OPR
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              PERFORM 4900-PRINT-HISTORY-ROW
           END-PERFORM
           IF W-ROW-COUNT = ZERO
              MOVE "  なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
           END-IF.
      * ---------------------------------------------------------
      *	the city's rows on every catalogued unload file, oldest
      *	file first
      * ---------------------------------------------------------
       4500-PRINT-UNLOADED.
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 退避済みの変更履歴 (cities_hist.unl)"
             TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           MOVE ZERO TO W-ROW-COUNT
           IF W-DB-ID-OK
              PERFORM VARYING W-UNL-IX FROM 1 BY 1
                      UNTIL W-UNL-IX > W-UNL-COUNT
                 PERFORM 4510-SCAN-ONE-UNLOAD-FILE
              END-PERFORM
           END-IF
           IF W-ROW-COUNT = ZERO
              MOVE "  なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
           END-IF.
      * ---------------------------------------------------------
       4510-SCAN-ONE-UNLOAD-FILE.
           MOVE W-UNL-ENTRY(W-UNL-IX) TO W-UNLOAD-FILENAME
           OPEN INPUT U-FILE
           IF W-UNLOAD-STATUS NOT = "00"
              STRING "  開けません: " W-UNLOAD-FILENAME(1:60)
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ U-FILE
                  AT END
                      MOVE HIGH-VALUE TO W-EOF
                  NOT AT END
                      IF UNL-REC(1:7) NOT = "TRAILER"
                         MOVE SPACE TO H-ID H-NAME H-POP H-DATE
                                H-PREF H-ACTION H-PROGRAM H-TS H-OPR
                         UNSTRING UNL-REC DELIMITED BY X"09"
                             INTO H-ID H-NAME H-POP H-DATE H-PREF
                                  H-ACTION H-PROGRAM H-TS H-OPR
                         END-UNSTRING
                         IF FUNCTION TRIM(H-ID) NUMERIC
                            IF FUNCTION NUMVAL(H-ID)
                                    = FUNCTION NUMVAL(W-DB-ID)
                               PERFORM 4900-PRINT-HISTORY-ROW
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM
           CLOSE U-FILE.
      * ---------------------------------------------------------
      *	every id merged into the city: first the ones merged
      *	straight into it, then the ones merged into each of
      *	those in turn (the table grows as it is walked)
      * ---------------------------------------------------------
       4600-PRINT-PREDECESSORS.
           MOVE ZERO TO W-PRED-COUNT
           MOVE W-PRF-ID TO W-SEEK-ID
           PERFORM 4610-ADD-PREDECESSORS
           PERFORM VARYING W-PRED-IX FROM 1 BY 1
                   UNTIL W-PRED-IX > W-PRED-COUNT
              MOVE W-PD-ID(W-PRED-IX) TO W-SEEK-ID
              PERFORM 4610-ADD-PREDECESSORS
           END-PERFORM
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 合併前の市町村 (cities.xref)"
             TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           IF W-PRED-COUNT = ZERO
              MOVE "  なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING W-PRED-IX FROM 1 BY 1
                   UNTIL W-PRED-IX > W-PRED-COUNT
              STRING "  " W-PD-ID(W-PRED-IX) " → "
                     W-PD-INTO(W-PRED-IX) "  合併日 "
                     W-PD-DATE(W-PRED-IX)
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
           END-PERFORM.
      * ---------------------------------------------------------
       4610-ADD-PREDECESSORS.
           PERFORM VARYING W-XREF-IX FROM 1 BY 1
                   UNTIL W-XREF-IX > W-XREF-COUNT
              IF W-XREF-NEW-ID(W-XREF-IX) = W-SEEK-ID
                      AND W-XREF-OLD-ID(W-XREF-IX) NOT = W-PRF-ID
                      AND W-PRED-COUNT < 20
                 ADD 1 TO W-PRED-COUNT
                 MOVE W-XREF-OLD-ID(W-XREF-IX)
                   TO W-PD-ID(W-PRED-COUNT)
                 MOVE W-SEEK-ID TO W-PD-INTO(W-PRED-COUNT)
                 MOVE W-XREF-DATE(W-XREF-IX)
                   TO W-PD-DATE(W-PRED-COUNT)
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	the archived rows of the city and of every predecessor,
      *	in deletion order
      * ---------------------------------------------------------
       4700-PRINT-ARCHIVE.
           PERFORM 9010-WRITE-BLANK
           MOVE "■ 削除済みの記録 (cities_arch)"
             TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           IF NOT W-DB-OK
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-QUERY
           MOVE 1 TO W-QUERY-PTR
           STRING "select * from cities_arch where a in (0"
                  DELIMITED BY SIZE
                  INTO W-QUERY WITH POINTER W-QUERY-PTR
           IF W-DB-ID-OK
              STRING "," FUNCTION TRIM(W-DB-ID)
                     DELIMITED BY SIZE
                     INTO W-QUERY WITH POINTER W-QUERY-PTR
           END-IF
           PERFORM VARYING W-PRED-IX FROM 1 BY 1
                   UNTIL W-PRED-IX > W-PRED-COUNT
              IF W-PD-ID(W-PRED-IX)(1:1) = "t"
                      AND FUNCTION TRIM(W-PD-ID(W-PRED-IX)(2:6))
                          NUMERIC
                 MOVE FUNCTION TRIM(W-PD-ID(W-PRED-IX)(2:6))
                   TO W-SQL-ID
                 STRING "," FUNCTION TRIM(W-SQL-ID)
                        DELIMITED BY SIZE
                        INTO W-QUERY WITH POINTER W-QUERY-PTR
              END-IF
           END-PERFORM
           STRING ") order by del_ts"
                  DELIMITED BY SIZE
                  INTO W-QUERY WITH POINTER W-QUERY-PTR
           CALL "MySQL_query" USING W-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_fetch_fields" USING RESULT H-ID H-NAME
                       H-POP H-DATE H-PREF H-DEL-TS
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              PERFORM 9020-WRITE-DB-LEFT-OUT
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO W-ROW-COUNT
           PERFORM UNTIL W-EOD NOT = W-EOD
              CALL "MySQL_fetch_row" USING RESULT H-ID H-NAME
                          H-POP H-DATE H-PREF H-DEL-TS
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              STRING "  " H-DEL-TS " 削除  " H-ID " " H-NAME " "
                     H-POP " " H-DATE " " H-PREF
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
              ADD 1 TO W-ROW-COUNT
           END-PERFORM
           IF W-ROW-COUNT = ZERO
              MOVE "  なし" TO W-PRINT-AREA
              PERFORM 9000-WRITE-LINE
           END-IF.
      * ---------------------------------------------------------
      *	one history row, the way mysql_history.cob lists it
      * ---------------------------------------------------------
       4900-PRINT-HISTORY-ROW.
           STRING "  " H-TS " " H-ACTION " " H-POP " " H-NAME " "
                  H-DATE " " H-PREF " " H-PROGRAM " " H-OPR
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE
           ADD 1 TO W-ROW-COUNT.
      * ---------------------------------------------------------
      *	write the line built in W-PRINT-AREA and clear it; a
      *	profile that outgrows its page carries on overleaf
      * ---------------------------------------------------------
       9000-WRITE-LINE.
           IF W-LINE-COUNT >= W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       9010-WRITE-BLANK.
           MOVE SPACE TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE.
      * ---------------------------------------------------------
       9020-WRITE-DB-LEFT-OUT.
           MOVE "  データベースに接続できないため省略"
             TO W-PRINT-AREA
           PERFORM 9000-WRITE-LINE.
      * ---------------------------------------------------------
       9060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-HEAD-AREA
           STRING "都市プロフィール　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-HEAD-AREA
           WRITE PRT-REC FROM W-HEAD-AREA
           MOVE SPACE TO W-HEAD-AREA
           MOVE ALL "-" TO W-HEAD-AREA(1:70)
           WRITE PRT-REC FROM W-HEAD-AREA
           MOVE 2 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	the master will not open or nothing was asked for: RC 12
      *	and the summary, no report
      * ---------------------------------------------------------
       9700-END-SETUP-ERROR.
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_profile"
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-PROFILE-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "NOT-FOUND=" W-NOT-FOUND-COUNT
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
      *	the database could not be read: the run carries on
      *	without it and ends RC 4
      * ---------------------------------------------------------
       9900-DB-ERROR.
           CALL "MySQL_errno" USING ERRNO
           DISPLAY ERRNO ":"
           CALL "MySQL_error" USING ERR-MSG
           DISPLAY ERR-MSG
           SET W-DB-FAILED TO TRUE
           IF W-DB-OK
              CALL "MySQL_close"
           END-IF
           MOVE "N" TO W-DB-SW.

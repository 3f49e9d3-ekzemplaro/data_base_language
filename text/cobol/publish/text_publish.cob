      * ---------------------------------------------------------
      *	text_publish.cob
      *
      *	open-data publication for the city web portal: the
      *	verified cities file - tonight's cities.txt, or a dated
      *	generation named from the <input>.gen catalog
      *	text_create.cob and mysql_export.cob keep - is written
      *	out as a JSON file and as an XML file carrying the same
      *	content:
      *
      *	    a header block - the as-of date (the generation's
      *	    date, or today for the current file), the city
      *	    record count and the population total, held to the
      *	    file's own TRAILER, so the portal can check it has
      *	    the whole file the way text_read.cob does;
      *	    every city - id, name, population, founding date
      *	    (YYYY-MM-DD), prefecture code and its name from
      *	    prefect.txt, and its wards (区) as a nested list;
      *	    the cities retired by merger up to the as-of date,
      *	    from the cross-reference text_update.cob writes -
      *	    id, name (from the retired-record archive), the city
      *	    merged into, and the successor id at the end of the
      *	    merger chain (followed up to 5 hops, as the desk
      *	    inquiry does), so portal links can be redirected.
      *
      *	nothing is written unless the input checks against its
      *	TRAILER.  the run ends 0, 4 when a city carries a
      *	prefecture code not on prefect.txt (published with an
      *	empty prefecture name), 6 on a trailer mismatch, 12 on a
      *	setup failure.  control file keywords: INPUT-FILE,
      *	GENERATION (a number into the catalog or a full
      *	filename), PREF-FILE, XREF-FILE, RETIRE-FILE, JSON-FILE,
      *	XML-FILE.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_publish.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT GC-FILE
           ASSIGN TO W-CATALOG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CATALOG-STATUS.
       SELECT PF-FILE
           ASSIGN TO W-PREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PREF-STATUS.
       SELECT X-FILE
           ASSIGN TO W-XREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-XREF-STATUS.
       SELECT A-FILE
           ASSIGN TO W-RETIRE-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-RETIRE-STATUS.
       SELECT J-FILE
           ASSIGN TO W-JSON-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT M-FILE
           ASSIGN TO W-XML-FILENAME
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
           03 PIC X(1024).
       FD  GC-FILE
           LABEL RECORDS ARE STANDARD.
       01  GC-REC.
           03 GC-FILENAME        PIC X(256).
       FD  PF-FILE
           LABEL RECORDS ARE STANDARD.
       01  PF-REC.
           03 PIC X(80).
       FD  X-FILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-REC.
           03 PIC X(30).
       FD  A-FILE
           LABEL RECORDS ARE STANDARD.
       01  RET-REC.
           03 PIC X(100).
       FD  J-FILE
           LABEL RECORDS ARE STANDARD.
       01  JSN-REC.
           03 PIC X(4000).
       FD  M-FILE
           LABEL RECORDS ARE STANDARD.
       01  XML-REC.
           03 PIC X(300).
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
       77  W-PREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       77  W-XREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.xref".
       77  W-XREF-STATUS     PIC X(02).
       77  W-RETIRE-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/cities.master.ret".
       77  W-RETIRE-STATUS   PIC X(02).
       77  W-JSON-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.json".
       77  W-XML-FILENAME    PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.xml".
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X.
       77  W-RUN-DATE        PIC X(08).
      *
      * the generation catalog and the pick out of it
       77  W-CATALOG-FILENAME PIC X(256).
       77  W-CATALOG-STATUS  PIC X(02).
       01  W-GEN-TABLE.
           03  W-GEN-ENTRY       OCCURS 60 TIMES
                                  PIC X(256).
       77  W-GEN-COUNT       PIC 9(03) VALUE ZERO.
       77  W-PICK            PIC 9(03) VALUE ZERO.
       77  W-PICK-PARM       PIC X(256).
      *
      * the as-of date: the generation's YYYYMMDD suffix, or
      * today for the current file
       77  W-AS-OF           PIC X(08).
       77  W-AS-OF-ISO       PIC X(10).
       77  W-NAME-LEN        PIC 9(03).
      *
       77  W-CITY-ID         PIC X(07).
       77  W-CITY-NAME       PIC X(20).
       77  W-CITY-POP-TEXT   PIC X(08).
       77  W-CITY-DATE       PIC X(10).
       77  W-CITY-PREF       PIC X(02).
       77  W-CITY-POP-NUM    PIC 9(08).
       77  W-WARD-NAME       PIC X(20).
       77  W-WARD-POP-TEXT   PIC X(08).
       77  W-WARD-POP-NUM    PIC 9(08).
       77  W-TOTAL-RECORDS   PIC 9(07) VALUE ZERO.
       77  W-TOTAL-POP       PIC 9(10) VALUE ZERO.
       77  W-WARD-COUNT      PIC 9(07) VALUE ZERO.
       77  W-PUB-RECORDS     PIC 9(07) VALUE ZERO.
       77  W-PUB-WARDS       PIC 9(07) VALUE ZERO.
       77  W-CITY-WARDS      PIC 9(03).
       77  W-CITY-OPEN-SW    PIC X VALUE "N".
           88  W-CITY-OPEN       VALUE "Y".
       77  W-UNKNOWN-PREF    PIC 9(05) VALUE ZERO.
      *
      * the founding date as YYYY-MM-DD (cities.txt carries it
      * unpadded, 1941-3-21)
       77  W-DT-Y-TXT        PIC X(04).
       77  W-DT-M-TXT        PIC X(02).
       77  W-DT-D-TXT        PIC X(02).
       77  W-DT-Y            PIC 9(04).
       77  W-DT-M            PIC 9(02).
       77  W-DT-D            PIC 9(02).
       77  W-DATE-ISO        PIC X(10).
      *
       77  W-TRAILER-LABEL   PIC X(07).
       77  W-TRAILER-CNT-TXT PIC X(07).
       77  W-TRAILER-POP-TXT PIC X(10).
       77  W-TRAILER-COUNT   PIC 9(07).
       77  W-TRAILER-POP     PIC 9(10).
       77  W-TRAILER-BAD-SW  PIC X VALUE "N".
           88  W-TRAILER-BAD     VALUE "Y".
       77  W-TRAILER-SEEN-SW PIC X VALUE "N".
           88  W-TRAILER-SEEN    VALUE "Y".
      *
      * the prefecture lookup file
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
       77  W-PREF-COUNT      PIC 9(02) VALUE ZERO.
       77  W-PREF-IX         PIC 9(02).
       77  W-PREF-NAME-OUT   PIC X(20).
      *
      * the cities retired by merger up to the as-of date, one
      * entry per retired id (the last cross-reference line for
      * an id wins, as in text_inquire.cob)
       01  W-XREF-TABLE.
           03  W-XREF-ENTRY      OCCURS 500 TIMES.
               05  W-XREF-OLD-ID     PIC X(07).
               05  W-XREF-NEW-ID     PIC X(07).
               05  W-XREF-DATE       PIC X(08).
               05  W-XREF-NAME       PIC X(20).
       77  W-XREF-COUNT      PIC 9(03) VALUE ZERO.
       77  W-XREF-IX         PIC 9(03).
       77  W-XREF-CUR        PIC 9(03).
       77  W-XREF-OLD-TXT    PIC X(07).
       77  W-XREF-NEW-TXT    PIC X(07).
       77  W-XREF-DATE-TXT   PIC X(08).
       77  W-RET-ID          PIC X(07).
       77  W-RET-NAME        PIC X(20).
       77  W-SEEK-ID         PIC X(07).
       77  W-HOP-COUNT       PIC 9(02).
       77  W-FOUND-SW        PIC X.
           88  W-FOUND           VALUE "Y".
           88  W-NOT-FOUND       VALUE "N".
      *
      * JSON and XML text: escaping and the lines built
       77  W-ESC-IN          PIC X(20).
       77  W-ESC-OUT         PIC X(120).
       77  W-ESC-CHAR        PIC X.
       77  W-ESC-IX          PIC 9(02).
       77  W-ESC-PTR         PIC 9(03).
       77  W-ESC-MODE        PIC X.
           88  W-ESC-JSON        VALUE "J".
           88  W-ESC-XML         VALUE "X".
       77  W-ESC-NAME        PIC X(120).
       77  W-ESC-PREF        PIC X(120).
       77  W-JS-LINE         PIC X(4000).
       77  W-JS-PTR          PIC 9(04).
       77  W-JS-PENDING-SW   PIC X VALUE "N".
           88  W-JS-PENDING      VALUE "Y".
       77  W-XML-LINE        PIC X(300).
       77  W-NUM-ED          PIC Z(9)9.
       77  W-NUM-TXT         PIC X(10).
       77  W-NUM-TXT-2       PIC X(10).
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_publish.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-OUTCOME      PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_publish.sum".
       77  W-SUM-LINE        PIC X(300).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       MOVE SPACE TO W-PICK-PARM.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "入力ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-INPUT-FILENAME
          END-IF
          DISPLAY "世代（番号またはファイル名）"
          DISPLAY "（省略時は入力ファイル）："
          ACCEPT W-PICK-PARM
       END-IF.
      *
       PERFORM 0500-PICK-INPUT.
       PERFORM 0600-SET-AS-OF.
       DISPLAY "入力　　: " W-INPUT-FILENAME(1:60).
       DISPLAY "基準日　: " W-AS-OF-ISO.
       PERFORM 0400-LOAD-PREF-TABLE.
      *
       PERFORM 2000-VERIFY-INPUT.
       IF W-TRAILER-BAD OR NOT W-TRAILER-SEEN
          DISPLAY "トレーラー検証に失敗しました"
          DISPLAY "公開ファイルは作成していません"
          MOVE "TRAILER MISMATCH" TO W-RC-OUTCOME
          MOVE 6 TO W-EXIT-CODE
          PERFORM 9800-WRITE-RUN-SUMMARY
          MOVE W-EXIT-CODE TO RETURN-CODE
          STOP RUN
       END-IF.
      *
       PERFORM 2500-LOAD-XREF.
       PERFORM 2600-LOAD-RETIRED-NAMES.
      *
       OPEN OUTPUT J-FILE M-FILE.
       PERFORM 3000-WRITE-HEADERS.
       PERFORM 4000-WRITE-CITIES.
       PERFORM 5000-WRITE-RETIRED.
       PERFORM 6000-WRITE-CLOSERS.
       CLOSE J-FILE M-FILE.
      *
       IF W-UNKNOWN-PREF > ZERO
          MOVE "UNKNOWN PREFECTURE" TO W-RC-OUTCOME
          MOVE 4 TO W-EXIT-CODE
       ELSE
          MOVE "NORMAL" TO W-RC-OUTCOME
       END-IF.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "都市件数: " W-PUB-RECORDS.
       DISPLAY "区件数　: " W-PUB-WARDS.
       DISPLAY "人口合計: " W-TOTAL-POP.
       DISPLAY "合併廃止: " W-XREF-COUNT.
       IF W-UNKNOWN-PREF > ZERO
          DISPLAY "未登録の県コード: " W-UNKNOWN-PREF "件"
       END-IF.
       DISPLAY "公開ファイルを作成しました：".
       DISPLAY W-JSON-FILENAME.
       DISPLAY W-XML-FILENAME.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts, so the publication can be scheduled
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
               WHEN "GENERATION"
                    MOVE W-CTL-VALUE TO W-PICK-PARM
               WHEN "PREF-FILE"
                    MOVE W-CTL-VALUE TO W-PREF-FILENAME
               WHEN "XREF-FILE"
                    MOVE W-CTL-VALUE TO W-XREF-FILENAME
               WHEN "RETIRE-FILE"
                    MOVE W-CTL-VALUE TO W-RETIRE-FILENAME
               WHEN "JSON-FILE"
                    MOVE W-CTL-VALUE TO W-JSON-FILENAME
               WHEN "XML-FILE"
                    MOVE W-CTL-VALUE TO W-XML-FILENAME
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
           CLOSE PF-FILE.
      * ---------------------------------------------------------
      *	a generation picked by number comes off the input's
      *	catalog (oldest first, as text_variance.cob numbers
      *	them); one picked by filename is taken as given
      * ---------------------------------------------------------
       0500-PICK-INPUT.
           IF W-PICK-PARM = SPACE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(W-PICK-PARM) NOT NUMERIC
              MOVE W-PICK-PARM TO W-INPUT-FILENAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-CATALOG-FILENAME
           STRING FUNCTION TRIM(W-INPUT-FILENAME) ".gen"
                  DELIMITED BY SIZE INTO W-CATALOG-FILENAME
           MOVE ZERO TO W-GEN-COUNT
           OPEN INPUT GC-FILE
           IF W-CATALOG-STATUS = "00"
              PERFORM UNTIL W-CATALOG-STATUS NOT = "00"
                 READ GC-FILE
                 IF W-CATALOG-STATUS = "00"
                         AND GC-FILENAME NOT = SPACE
                         AND W-GEN-COUNT < 60
                    ADD 1 TO W-GEN-COUNT
                    MOVE GC-FILENAME TO W-GEN-ENTRY(W-GEN-COUNT)
                 END-IF
              END-PERFORM
              CLOSE GC-FILE
           END-IF
           COMPUTE W-PICK = FUNCTION NUMVAL(W-PICK-PARM)
           IF W-PICK >= 1 AND W-PICK <= W-GEN-COUNT
              MOVE W-GEN-ENTRY(W-PICK) TO W-INPUT-FILENAME
           ELSE
              DISPLAY "番号が範囲外です"
              MOVE "NO GENERATION" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF.
      * ---------------------------------------------------------
      *	a generation is <input>.YYYYMMDD: its date is the as-of
      *	date; the current file is as of today
      * ---------------------------------------------------------
       0600-SET-AS-OF.
           MOVE W-RUN-DATE TO W-AS-OF
           COMPUTE W-NAME-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(W-INPUT-FILENAME))
           IF W-NAME-LEN > 9
              IF W-INPUT-FILENAME(W-NAME-LEN - 8:1) = "."
                      AND W-INPUT-FILENAME(W-NAME-LEN - 7:8) NUMERIC
                 MOVE W-INPUT-FILENAME(W-NAME-LEN - 7:8) TO W-AS-OF
              END-IF
           END-IF
           MOVE SPACE TO W-AS-OF-ISO
           STRING W-AS-OF(1:4) "-" W-AS-OF(5:2) "-" W-AS-OF(7:2)
                  DELIMITED BY SIZE INTO W-AS-OF-ISO.
      * ---------------------------------------------------------
      *	first pass: count the cities and their population the
      *	way text_read.cob counts them (wards and the trailer
      *	stay out) and hold the total against the TRAILER
      * ---------------------------------------------------------
       2000-VERIFY-INPUT.
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS NOT = "00"
              DISPLAY "入力ファイルが開けません: "
                      W-INPUT-STATUS
              MOVE "INPUT NOT FOUND" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ I-FILE
                  AT END MOVE HIGH-VALUE TO W-EOF
                  NOT AT END PERFORM 2100-COUNT-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE I-FILE.
      * ---------------------------------------------------------
       2100-COUNT-ONE-LINE.
           IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
              ADD 1 TO W-WARD-COUNT
           ELSE
              IF INP-REC(1:7) = "TRAILER"
                 PERFORM 2200-VERIFY-TRAILER
              ELSE
                 MOVE SPACE TO W-CITY-ID W-CITY-NAME
                               W-CITY-POP-TEXT
                 UNSTRING INP-REC DELIMITED BY X"09"
                     INTO W-CITY-ID W-CITY-NAME W-CITY-POP-TEXT
                 END-UNSTRING
                 IF W-CITY-ID NOT = SPACE
                         AND FUNCTION TRIM(W-CITY-POP-TEXT)
                                 NUMERIC
                    ADD 1 TO W-TOTAL-RECORDS
                    COMPUTE W-CITY-POP-NUM =
                            FUNCTION NUMVAL(W-CITY-POP-TEXT)
                    ADD W-CITY-POP-NUM TO W-TOTAL-POP
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	same check as 3000-VERIFY-TRAILER in text_read.cob
      * ---------------------------------------------------------
       2200-VERIFY-TRAILER.
           SET W-TRAILER-SEEN TO TRUE
           MOVE SPACE TO W-TRAILER-LABEL W-TRAILER-CNT-TXT
                         W-TRAILER-POP-TXT
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-TRAILER-LABEL W-TRAILER-CNT-TXT
                    W-TRAILER-POP-TXT
           END-UNSTRING
           IF FUNCTION TRIM(W-TRAILER-CNT-TXT) NUMERIC
                   AND FUNCTION TRIM(W-TRAILER-POP-TXT) NUMERIC
              COMPUTE W-TRAILER-COUNT =
                      FUNCTION NUMVAL(W-TRAILER-CNT-TXT)
              COMPUTE W-TRAILER-POP =
                      FUNCTION NUMVAL(W-TRAILER-POP-TXT)
              IF W-TRAILER-COUNT = W-TOTAL-RECORDS
                      AND W-TRAILER-POP = W-TOTAL-POP
                 DISPLAY "トレーラーと一致しました"
              ELSE
                 SET W-TRAILER-BAD TO TRUE
                 DISPLAY "トレーラー不一致"
                 DISPLAY "  トレーラー件数　: " W-TRAILER-COUNT
                 DISPLAY "  読込件数　　　　: " W-TOTAL-RECORDS
                 DISPLAY "  トレーラー人口　: " W-TRAILER-POP
                 DISPLAY "  読込人口　　　　: " W-TOTAL-POP
              END-IF
           ELSE
              SET W-TRAILER-BAD TO TRUE
              DISPLAY "トレーラーの形式が不正です"
           END-IF.
      * ---------------------------------------------------------
      *	the mergers on the cross-reference up to the as-of date;
      *	a later line for the same retired id replaces the
      *	earlier one
      * ---------------------------------------------------------
       2500-LOAD-XREF.
           OPEN INPUT X-FILE
           IF W-XREF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-XREF-STATUS NOT = "00"
              READ X-FILE
              IF W-XREF-STATUS = "00" AND XRF-REC NOT = SPACE
                 MOVE SPACE TO W-XREF-OLD-TXT W-XREF-NEW-TXT
                               W-XREF-DATE-TXT
                 UNSTRING XRF-REC DELIMITED BY X"09"
                     INTO W-XREF-OLD-TXT W-XREF-NEW-TXT
                          W-XREF-DATE-TXT
                 END-UNSTRING
                 IF W-XREF-DATE-TXT NOT > W-AS-OF
                    PERFORM 2510-KEEP-ONE-MERGER
                 END-IF
              END-IF
           END-PERFORM
           CLOSE X-FILE.
      * ---------------------------------------------------------
       2510-KEEP-ONE-MERGER.
           MOVE W-XREF-OLD-TXT TO W-SEEK-ID
           PERFORM 8500-FIND-XREF-ENTRY
           IF W-NOT-FOUND
              IF W-XREF-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-XREF-COUNT
              MOVE W-XREF-COUNT TO W-XREF-IX
              MOVE W-XREF-OLD-TXT TO W-XREF-OLD-ID(W-XREF-IX)
              MOVE SPACE TO W-XREF-NAME(W-XREF-IX)
           END-IF
           MOVE W-XREF-NEW-TXT TO W-XREF-NEW-ID(W-XREF-IX)
           MOVE W-XREF-DATE-TXT TO W-XREF-DATE(W-XREF-IX).
      * ---------------------------------------------------------
      *	the retired city's name, from its record as it last
      *	stood on the retired-record archive
      * ---------------------------------------------------------
       2600-LOAD-RETIRED-NAMES.
           IF W-XREF-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT A-FILE
           IF W-RETIRE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-RETIRE-STATUS NOT = "00"
              READ A-FILE
              IF W-RETIRE-STATUS = "00" AND RET-REC NOT = SPACE
                 MOVE SPACE TO W-RET-ID W-RET-NAME
                 UNSTRING RET-REC DELIMITED BY X"09"
                     INTO W-RET-ID W-RET-NAME
                 END-UNSTRING
                 MOVE W-RET-ID TO W-SEEK-ID
                 PERFORM 8500-FIND-XREF-ENTRY
                 IF W-FOUND
                    MOVE W-RET-NAME TO W-XREF-NAME(W-XREF-IX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE A-FILE.
      * ---------------------------------------------------------
      *	the header block of both files
      * ---------------------------------------------------------
       3000-WRITE-HEADERS.
           WRITE JSN-REC FROM "{"
           WRITE JSN-REC FROM "  ""header"": {"
           MOVE SPACE TO W-JS-LINE
           STRING "    ""asOf"": """ W-AS-OF-ISO ""","
                  DELIMITED BY SIZE INTO W-JS-LINE
           WRITE JSN-REC FROM W-JS-LINE
           MOVE W-TOTAL-RECORDS TO W-NUM-ED
           MOVE SPACE TO W-JS-LINE
           STRING "    ""recordCount"": " FUNCTION TRIM(W-NUM-ED) ","
                  DELIMITED BY SIZE INTO W-JS-LINE
           WRITE JSN-REC FROM W-JS-LINE
           MOVE W-TOTAL-POP TO W-NUM-ED
           MOVE SPACE TO W-JS-LINE
           STRING "    ""populationTotal"": "
                  FUNCTION TRIM(W-NUM-ED) ","
                  DELIMITED BY SIZE INTO W-JS-LINE
           WRITE JSN-REC FROM W-JS-LINE
           MOVE W-XREF-COUNT TO W-NUM-ED
           MOVE SPACE TO W-JS-LINE
           STRING "    ""retiredCount"": " FUNCTION TRIM(W-NUM-ED)
                  DELIMITED BY SIZE INTO W-JS-LINE
           WRITE JSN-REC FROM W-JS-LINE
           WRITE JSN-REC FROM "  },"
           WRITE JSN-REC FROM "  ""cities"": ["
      *
           WRITE XML-REC FROM
                 "<?xml version=""1.0"" encoding=""UTF-8""?>"
           WRITE XML-REC FROM "<cityFeed>"
           WRITE XML-REC FROM "  <header>"
           MOVE SPACE TO W-XML-LINE
           STRING "    <asOf>" W-AS-OF-ISO "</asOf>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE W-TOTAL-RECORDS TO W-NUM-ED
           MOVE SPACE TO W-XML-LINE
           STRING "    <recordCount>" FUNCTION TRIM(W-NUM-ED)
                  "</recordCount>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE W-TOTAL-POP TO W-NUM-ED
           MOVE SPACE TO W-XML-LINE
           STRING "    <populationTotal>" FUNCTION TRIM(W-NUM-ED)
                  "</populationTotal>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE W-XREF-COUNT TO W-NUM-ED
           MOVE SPACE TO W-XML-LINE
           STRING "    <retiredCount>" FUNCTION TRIM(W-NUM-ED)
                  "</retiredCount>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           WRITE XML-REC FROM "  </header>"
           WRITE XML-REC FROM "  <cities>".
      * ---------------------------------------------------------
      *	second pass: each city opens its entry, the ward lines
      *	under it fill the nested list, the next city (or the end
      *	of the file) closes it.  a JSON city is one line, held
      *	back until the next one shows whether it takes a comma
      * ---------------------------------------------------------
       4000-WRITE-CITIES.
           OPEN INPUT I-FILE
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ I-FILE
                  AT END MOVE HIGH-VALUE TO W-EOF
                  NOT AT END PERFORM 4100-PUBLISH-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE I-FILE
           IF W-CITY-OPEN
              PERFORM 4400-CLOSE-CITY
           END-IF
           IF W-JS-PENDING
              MOVE SPACE TO JSN-REC
              STRING "    " W-JS-LINE(1:W-JS-PTR - 1)
                     DELIMITED BY SIZE INTO JSN-REC
              WRITE JSN-REC
           END-IF.
      * ---------------------------------------------------------
       4100-PUBLISH-ONE-LINE.
           IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
              IF W-CITY-OPEN
                 PERFORM 4300-ADD-WARD
              END-IF
           ELSE
              IF INP-REC(1:7) NOT = "TRAILER"
                 MOVE SPACE TO W-CITY-ID W-CITY-NAME
                               W-CITY-POP-TEXT W-CITY-DATE
                               W-CITY-PREF
                 UNSTRING INP-REC DELIMITED BY X"09"
                     INTO W-CITY-ID W-CITY-NAME W-CITY-POP-TEXT
                          W-CITY-DATE W-CITY-PREF
                 END-UNSTRING
                 IF W-CITY-ID NOT = SPACE
                         AND FUNCTION TRIM(W-CITY-POP-TEXT)
                                 NUMERIC
                    IF W-CITY-OPEN
                       PERFORM 4400-CLOSE-CITY
                    END-IF
                    PERFORM 4200-OPEN-CITY
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
       4200-OPEN-CITY.
           IF W-JS-PENDING
              MOVE SPACE TO JSN-REC
              STRING "    " W-JS-LINE(1:W-JS-PTR - 1) ","
                     DELIMITED BY SIZE INTO JSN-REC
              WRITE JSN-REC
           END-IF
           SET W-CITY-OPEN TO TRUE
           MOVE ZERO TO W-CITY-WARDS
           ADD 1 TO W-PUB-RECORDS
           COMPUTE W-CITY-POP-NUM = FUNCTION NUMVAL(W-CITY-POP-TEXT)
           MOVE W-CITY-POP-NUM TO W-NUM-ED
           MOVE FUNCTION TRIM(W-NUM-ED) TO W-NUM-TXT
           PERFORM 8200-FORMAT-DATE
           PERFORM 8300-FIND-PREF-NAME
      *
           MOVE W-CITY-NAME TO W-ESC-IN
           SET W-ESC-JSON TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           MOVE W-ESC-OUT TO W-ESC-NAME
           MOVE W-PREF-NAME-OUT TO W-ESC-IN
           PERFORM 8000-ESCAPE-TEXT
           MOVE W-ESC-OUT TO W-ESC-PREF
           MOVE SPACE TO W-JS-LINE
           MOVE 1 TO W-JS-PTR
           STRING "{""id"": """ FUNCTION TRIM(W-CITY-ID) """, "
                  """name"": """ FUNCTION TRIM(W-ESC-NAME) """, "
                  """population"": " FUNCTION TRIM(W-NUM-TXT) ", "
                  """founded"": """ FUNCTION TRIM(W-DATE-ISO) """, "
                  """prefectureCode"": """
                  FUNCTION TRIM(W-CITY-PREF) """, "
                  """prefecture"": """ FUNCTION TRIM(W-ESC-PREF)
                  """, ""wards"": ["
                  DELIMITED BY SIZE INTO W-JS-LINE
                  WITH POINTER W-JS-PTR
           SET W-JS-PENDING TO TRUE
      *
           MOVE W-CITY-NAME TO W-ESC-IN
           SET W-ESC-XML TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           MOVE W-ESC-OUT TO W-ESC-NAME
           MOVE W-PREF-NAME-OUT TO W-ESC-IN
           PERFORM 8000-ESCAPE-TEXT
           MOVE W-ESC-OUT TO W-ESC-PREF
           MOVE SPACE TO W-XML-LINE
           STRING "    <city id=""" FUNCTION TRIM(W-CITY-ID) """>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <name>" FUNCTION TRIM(W-ESC-NAME) "</name>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <population>" FUNCTION TRIM(W-NUM-TXT)
                  "</population>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <founded>" FUNCTION TRIM(W-DATE-ISO)
                  "</founded>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <prefecture code="""
                  FUNCTION TRIM(W-CITY-PREF) """>"
                  FUNCTION TRIM(W-ESC-PREF) "</prefecture>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           WRITE XML-REC FROM "      <wards>".
      * ---------------------------------------------------------
       4300-ADD-WARD.
           MOVE SPACE TO W-WARD-NAME W-WARD-POP-TEXT
           UNSTRING INP-REC(3:) DELIMITED BY X"09"
               INTO W-WARD-NAME W-WARD-POP-TEXT
           END-UNSTRING
           MOVE ZERO TO W-WARD-POP-NUM
           IF FUNCTION TRIM(W-WARD-POP-TEXT) NUMERIC
              COMPUTE W-WARD-POP-NUM =
                      FUNCTION NUMVAL(W-WARD-POP-TEXT)
           END-IF
           MOVE W-WARD-POP-NUM TO W-NUM-ED
           MOVE FUNCTION TRIM(W-NUM-ED) TO W-NUM-TXT
           ADD 1 TO W-CITY-WARDS W-PUB-WARDS
      *
           MOVE W-WARD-NAME TO W-ESC-IN
           SET W-ESC-JSON TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           IF W-CITY-WARDS > 1
              STRING ", " DELIMITED BY SIZE
                     INTO W-JS-LINE WITH POINTER W-JS-PTR
           END-IF
           STRING "{""name"": """ FUNCTION TRIM(W-ESC-OUT) """, "
                  """population"": " FUNCTION TRIM(W-NUM-TXT) "}"
                  DELIMITED BY SIZE INTO W-JS-LINE
                  WITH POINTER W-JS-PTR
      *
           SET W-ESC-XML TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           MOVE SPACE TO W-XML-LINE
           STRING "        <ward><name>" FUNCTION TRIM(W-ESC-OUT)
                  "</name><population>" FUNCTION TRIM(W-NUM-TXT)
                  "</population></ward>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE.
      * ---------------------------------------------------------
       4400-CLOSE-CITY.
           STRING "]}" DELIMITED BY SIZE
                  INTO W-JS-LINE WITH POINTER W-JS-PTR
           WRITE XML-REC FROM "      </wards>"
           WRITE XML-REC FROM "    </city>"
           MOVE "N" TO W-CITY-OPEN-SW.
      * ---------------------------------------------------------
      *	the retired section: each city retired by merger, the
      *	city it was merged into and where the chain of mergers
      *	ends today
      * ---------------------------------------------------------
       5000-WRITE-RETIRED.
           WRITE JSN-REC FROM "  ],"
           WRITE JSN-REC FROM "  ""retired"": ["
           WRITE XML-REC FROM "  </cities>"
           WRITE XML-REC FROM "  <retired>"
           PERFORM VARYING W-XREF-CUR FROM 1 BY 1
                   UNTIL W-XREF-CUR > W-XREF-COUNT
              PERFORM 5100-WRITE-ONE-RETIRED
           END-PERFORM.
      * ---------------------------------------------------------
       5100-WRITE-ONE-RETIRED.
           MOVE W-XREF-NEW-ID(W-XREF-CUR) TO W-SEEK-ID
           PERFORM 8600-FOLLOW-CHAIN
           MOVE W-XREF-DATE(W-XREF-CUR) TO W-DATE-ISO
           IF W-XREF-DATE(W-XREF-CUR) NUMERIC
              MOVE SPACE TO W-DATE-ISO
              STRING W-XREF-DATE(W-XREF-CUR)(1:4) "-"
                     W-XREF-DATE(W-XREF-CUR)(5:2) "-"
                     W-XREF-DATE(W-XREF-CUR)(7:2)
                     DELIMITED BY SIZE INTO W-DATE-ISO
           END-IF
      *
           MOVE W-XREF-NAME(W-XREF-CUR) TO W-ESC-IN
           SET W-ESC-JSON TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           MOVE SPACE TO W-JS-LINE
           MOVE 1 TO W-JS-PTR
           STRING "    {""id"": """
                  FUNCTION TRIM(W-XREF-OLD-ID(W-XREF-CUR)) """, "
                  """name"": """ FUNCTION TRIM(W-ESC-OUT) """, "
                  """mergedInto"": """
                  FUNCTION TRIM(W-XREF-NEW-ID(W-XREF-CUR)) """, "
                  """mergedOn"": """ FUNCTION TRIM(W-DATE-ISO)
                  """, ""successorId"": """
                  FUNCTION TRIM(W-SEEK-ID) """}"
                  DELIMITED BY SIZE INTO W-JS-LINE
                  WITH POINTER W-JS-PTR
           IF W-XREF-CUR < W-XREF-COUNT
              STRING "," DELIMITED BY SIZE
                     INTO W-JS-LINE WITH POINTER W-JS-PTR
           END-IF
           WRITE JSN-REC FROM W-JS-LINE
      *
           SET W-ESC-XML TO TRUE
           PERFORM 8000-ESCAPE-TEXT
           MOVE SPACE TO W-XML-LINE
           STRING "    <city id="""
                  FUNCTION TRIM(W-XREF-OLD-ID(W-XREF-CUR))
                  """><name>" FUNCTION TRIM(W-ESC-OUT) "</name>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <mergedInto>"
                  FUNCTION TRIM(W-XREF-NEW-ID(W-XREF-CUR))
                  "</mergedInto><mergedOn>" FUNCTION TRIM(W-DATE-ISO)
                  "</mergedOn>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE
           MOVE SPACE TO W-XML-LINE
           STRING "      <successorId>" FUNCTION TRIM(W-SEEK-ID)
                  "</successorId></city>"
                  DELIMITED BY SIZE INTO W-XML-LINE
           WRITE XML-REC FROM W-XML-LINE.
      * ---------------------------------------------------------
       6000-WRITE-CLOSERS.
           WRITE JSN-REC FROM "  ]"
           WRITE JSN-REC FROM "}"
           WRITE XML-REC FROM "  </retired>"
           WRITE XML-REC FROM "</cityFeed>".
      * ---------------------------------------------------------
      *	W-ESC-IN made safe inside a JSON string (W-ESC-JSON:
      *	quote and backslash) or XML text (W-ESC-XML: the markup
      *	characters) into W-ESC-OUT.  multi-byte characters pass
      *	through untouched - none of their bytes is below X"80"
      * ---------------------------------------------------------
       8000-ESCAPE-TEXT.
           MOVE SPACE TO W-ESC-OUT
           MOVE 1 TO W-ESC-PTR
           PERFORM VARYING W-ESC-IX FROM 1 BY 1 UNTIL W-ESC-IX > 20
              MOVE W-ESC-IN(W-ESC-IX:1) TO W-ESC-CHAR
              EVALUATE TRUE
                  WHEN W-ESC-JSON AND W-ESC-CHAR = QUOTE
                       STRING "\" QUOTE DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN W-ESC-JSON AND W-ESC-CHAR = "\"
                       STRING "\\" DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN W-ESC-XML AND W-ESC-CHAR = "&"
                       STRING "&amp;" DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN W-ESC-XML AND W-ESC-CHAR = "<"
                       STRING "&lt;" DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN W-ESC-XML AND W-ESC-CHAR = ">"
                       STRING "&gt;" DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN W-ESC-XML AND W-ESC-CHAR = QUOTE
                       STRING "&quot;" DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
                  WHEN OTHER
                       STRING W-ESC-CHAR DELIMITED BY SIZE
                              INTO W-ESC-OUT WITH POINTER W-ESC-PTR
              END-EVALUATE
           END-PERFORM.
      * ---------------------------------------------------------
      *	the founding date as YYYY-MM-DD; a date that will not
      *	split into three numbers goes out as the file has it
      * ---------------------------------------------------------
       8200-FORMAT-DATE.
           MOVE W-CITY-DATE TO W-DATE-ISO
           MOVE SPACE TO W-DT-Y-TXT W-DT-M-TXT W-DT-D-TXT
           UNSTRING W-CITY-DATE DELIMITED BY "-" OR "/"
               INTO W-DT-Y-TXT W-DT-M-TXT W-DT-D-TXT
           END-UNSTRING
           IF FUNCTION TRIM(W-DT-Y-TXT) NUMERIC
                   AND FUNCTION TRIM(W-DT-M-TXT) NUMERIC
                   AND FUNCTION TRIM(W-DT-D-TXT) NUMERIC
              COMPUTE W-DT-Y = FUNCTION NUMVAL(W-DT-Y-TXT)
              COMPUTE W-DT-M = FUNCTION NUMVAL(W-DT-M-TXT)
              COMPUTE W-DT-D = FUNCTION NUMVAL(W-DT-D-TXT)
              MOVE SPACE TO W-DATE-ISO
              STRING W-DT-Y "-" W-DT-M "-" W-DT-D
                     DELIMITED BY SIZE INTO W-DATE-ISO
           END-IF.
      * ---------------------------------------------------------
       8300-FIND-PREF-NAME.
           MOVE SPACE TO W-PREF-NAME-OUT
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-PREF-IX FROM 1 BY 1
                   UNTIL W-PREF-IX > W-PREF-COUNT OR W-FOUND
              IF W-PREF-CODE(W-PREF-IX) = W-CITY-PREF
                 SET W-FOUND TO TRUE
                 MOVE W-PREF-NAME(W-PREF-IX) TO W-PREF-NAME-OUT
              END-IF
           END-PERFORM
           IF W-NOT-FOUND
              ADD 1 TO W-UNKNOWN-PREF
              DISPLAY "未登録の県コード: " W-CITY-ID " "
                      W-CITY-PREF
           END-IF.
      * ---------------------------------------------------------
      *	the retired-city entry for W-SEEK-ID, left in W-XREF-IX
      * ---------------------------------------------------------
       8500-FIND-XREF-ENTRY.
           SET W-NOT-FOUND TO TRUE
           PERFORM VARYING W-XREF-IX FROM 1 BY 1
                   UNTIL W-XREF-IX > W-XREF-COUNT OR W-FOUND
              IF W-XREF-OLD-ID(W-XREF-IX) = W-SEEK-ID
                 SET W-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF W-FOUND
              SUBTRACT 1 FROM W-XREF-IX
           END-IF.
      * ---------------------------------------------------------
      *	from the city merged into, on through any later merger
      *	of that city, up to 5 hops; W-SEEK-ID ends on the
      *	successor
      * ---------------------------------------------------------
       8600-FOLLOW-CHAIN.
           MOVE ZERO TO W-HOP-COUNT
           SET W-FOUND TO TRUE
           PERFORM UNTIL W-NOT-FOUND OR W-HOP-COUNT >= 5
              PERFORM 8500-FIND-XREF-ENTRY
              IF W-FOUND
                 MOVE W-XREF-NEW-ID(W-XREF-IX) TO W-SEEK-ID
                 ADD 1 TO W-HOP-COUNT
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	a missing file or generation: RC 12 and the summary,
      *	nothing published
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
           WRITE SUM-REC FROM "PROGRAM=text_publish"
           MOVE SPACE TO W-SUM-LINE
           STRING "INPUT=" FUNCTION TRIM(W-INPUT-FILENAME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "AS-OF=" W-AS-OF
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-PUB-RECORDS
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "POPULATION=" W-TOTAL-POP
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "WARDS=" W-PUB-WARDS
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RETIRED=" W-XREF-COUNT
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

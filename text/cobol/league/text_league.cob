      * ---------------------------------------------------------
      *	text_league.cob
      *
      *	growth league table between two period-end snapshots
      *	frozen by text_snapshot.cob.  both periods are looked up
      *	on the snapshot catalog, each snapshot is SORTed by city
      *	id (its wards under it) and the two are match-merged the
      *	way text_compare.cob pairs generations.  the report has
      *	five sections:
      *
      *	    1  every city in both periods - population then and
      *	       now, absolute and percentage change - with its
      *	       wards (区) under it,
      *	    2  the fastest growing cities, by percentage,
      *	    3  the fastest shrinking cities, by percentage,
      *	    4  prefecture subtotals with their own growth rates,
      *	    5  cities present in one period only - for a city
      *	       that has gone, its successor from the merger
      *	       cross-reference text_update.cob keeps; for a city
      *	       that is new, the ids merged into it.
      *
      *	sections 2 and 3 are a second SORT of the matched cities
      *	on their percentage change; a city with no population in
      *	the earlier period has no rate and is left out of them.
      *	the run ends 0, 12 when a period is not on the catalog or
      *	its snapshot cannot be read.  control file keywords:
      *	OLD-PERIOD, NEW-PERIOD, TOP (default 10), CATALOG,
      *	REPORT-FILE.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_league.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT S-FILE
           ASSIGN TO W-SORTWK-FILENAME.
       SELECT OS-FILE
           ASSIGN TO W-OLDSORT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT NS-FILE
           ASSIGN TO W-NEWSORT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CH-FILE
           ASSIGN TO W-CHANGE-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RS-FILE
           ASSIGN TO W-SORTWK2-FILENAME.
       SELECT RK-FILE
           ASSIGN TO W-RANK-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT SC-FILE
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
       SD  S-FILE.
       01  SRT-REC.
           03  SRT-KEY.
               05  SRT-ID        PIC X(07).
               05  SRT-WARD      PIC X(20).
           03  SRT-NAME          PIC X(20).
           03  SRT-POP           PIC 9(08).
           03  SRT-PREF          PIC X(02).
       FD  OS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REC.
           03  OLD-KEY.
               05  OLD-ID        PIC X(07).
               05  OLD-WARD      PIC X(20).
           03  OLD-NAME          PIC X(20).
           03  OLD-POP           PIC 9(08).
           03  OLD-PREF          PIC X(02).
       FD  NS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-REC.
           03  NEW-KEY.
               05  NEW-ID        PIC X(07).
               05  NEW-WARD      PIC X(20).
           03  NEW-NAME          PIC X(20).
           03  NEW-POP           PIC 9(08).
           03  NEW-PREF          PIC X(02).
      * one matched city with a rate, for the league sections
       FD  CH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHG-REC.
           03  CHG-ID            PIC X(07).
           03  CHG-NAME          PIC X(20).
           03  CHG-PREF          PIC X(02).
           03  CHG-OLD-POP       PIC 9(08).
           03  CHG-NEW-POP       PIC 9(08).
           03  CHG-DIFF          PIC S9(09) SIGN LEADING SEPARATE.
           03  CHG-PCT           PIC S9(05)V9 SIGN LEADING SEPARATE.
       SD  RS-FILE.
       01  RSR-REC.
           03  RSR-ID            PIC X(07).
           03  RSR-NAME          PIC X(20).
           03  RSR-PREF          PIC X(02).
           03  RSR-OLD-POP       PIC 9(08).
           03  RSR-NEW-POP       PIC 9(08).
           03  RSR-DIFF          PIC S9(09) SIGN LEADING SEPARATE.
           03  RSR-PCT           PIC S9(05)V9 SIGN LEADING SEPARATE.
       FD  RK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RNK-REC.
           03  RNK-ID            PIC X(07).
           03  RNK-NAME          PIC X(20).
           03  RNK-PREF          PIC X(02).
           03  RNK-OLD-POP       PIC 9(08).
           03  RNK-NEW-POP       PIC 9(08).
           03  RNK-DIFF          PIC S9(09) SIGN LEADING SEPARATE.
           03  RNK-PCT           PIC S9(05)V9 SIGN LEADING SEPARATE.
       FD  SC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SC-REC.
           03 PIC X(300).
       FD  PF-FILE
           LABEL RECORDS ARE STANDARD.
       01  PF-REC.
           03 PIC X(40).
       FD  X-FILE
           LABEL RECORDS ARE STANDARD.
       01  XRF-REC.
           03 PIC X(30).
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
       77  W-INPUT-FILENAME  PIC X(256).
       77  W-INPUT-STATUS    PIC X(02).
       77  W-SORTWK-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/league.srt".
       77  W-SORTWK2-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/league.rs".
       77  W-OLDSORT-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/league.old".
       77  W-NEWSORT-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/league.new".
       77  W-CHANGE-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/league.chg".
       77  W-RANK-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/league.rnk".
       77  W-CATALOG-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/cities.snap.cat".
       77  W-CATALOG-STATUS  PIC X(02).
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.lgt".
       77  W-EOF             PIC X VALUE LOW-VALUE.
       77  W-OLD-EOF         PIC X.
       77  W-NEW-EOF         PIC X.
       77  W-RANK-EOF        PIC X.
       77  W-PRINT-AREA      PIC X(132).
      *
      * the two periods and their snapshots from the catalog
       77  W-OLD-PERIOD      PIC X(12).
       77  W-NEW-PERIOD      PIC X(12).
       77  W-OLD-SNAP        PIC X(256).
       77  W-NEW-SNAP        PIC X(256).
       77  W-CAT-LABEL       PIC X(12).
       77  W-CAT-FILE        PIC X(256).
      *
       77  W-CITY-ID         PIC X(07).
       77  W-CITY-NAME       PIC X(20).
       77  W-CITY-POP-TEXT   PIC X(08).
       77  W-CITY-DATE       PIC X(10).
       77  W-CITY-PREF       PIC X(02).
       77  W-WARD-FLAG       PIC X(01).
       77  W-WARD-NAME       PIC X(20).
       77  W-WARD-POP-TEXT   PIC X(08).
       77  W-PARENT-ID       PIC X(07).
      *
      * prefecture names from prefect.txt and the subtotals of
      * both periods; a code that is not on prefect.txt gets a
      * line of its own with no name
       77  W-PREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
               05  W-PREF-OLD-RECS   PIC 9(05).
               05  W-PREF-OLD-POP    PIC 9(10).
               05  W-PREF-NEW-RECS   PIC 9(05).
               05  W-PREF-NEW-POP    PIC 9(10).
       77  W-PREF-COUNT      PIC 9(02) VALUE ZERO.
       77  W-ADD-PREF        PIC X(02).
       77  W-ADD-POP         PIC 9(08).
       77  W-ADD-SIDE        PIC X(01).
      *
      * the merger cross-reference text_update.cob writes
       77  W-XREF-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.xref".
       77  W-XREF-STATUS     PIC X(02).
       01  W-XREF-TABLE.
           03  W-XREF-ENTRY      OCCURS 500 TIMES.
               05  W-XREF-OLD-ID     PIC X(07).
               05  W-XREF-NEW-ID     PIC X(07).
       77  W-XREF-COUNT      PIC 9(03) VALUE ZERO.
       77  W-XREF-IX         PIC 9(03).
       77  W-XREF-OLD-TXT    PIC X(07).
       77  W-XREF-NEW-TXT    PIC X(07).
       77  W-SEEK-ID         PIC X(07).
       77  W-NEXT-ID         PIC X(07).
       77  W-HOP-COUNT       PIC 9(01).
       77  W-LINK-TEXT       PIC X(40).
       77  W-LINK-PTR        PIC 9(03).
       77  W-LINK-COUNT      PIC 9(02).
      *
      * the cities present in one period only, held for
      * section 5 until the match is over
       01  W-ONE-SIDE-TABLE.
           03  W-ONE-ENTRY       OCCURS 500 TIMES.
               05  W-ONE-SIDE        PIC X(01).
               05  W-ONE-ID          PIC X(07).
               05  W-ONE-NAME        PIC X(20).
               05  W-ONE-POP         PIC 9(08).
       77  W-ONE-COUNT       PIC 9(03) VALUE ZERO.
       77  W-ONE-IX          PIC 9(03).
       77  W-OLD-ONLY-COUNT  PIC 9(05) VALUE ZERO.
       77  W-NEW-ONLY-COUNT  PIC 9(05) VALUE ZERO.
      *
       77  W-MATCH-COUNT     PIC 9(07) VALUE ZERO.
       77  W-RATED-COUNT     PIC 9(07) VALUE ZERO.
       77  W-TOP             PIC 9(03) VALUE 10.
       77  W-TOP-PARM        PIC X(03).
       77  W-RANK-NUM        PIC 9(03).
       77  W-CITY-IN-BOTH-SW PIC X VALUE "N".
           88  W-CITY-IN-BOTH    VALUE "Y".
      *
       77  W-POP-DIFF        PIC S9(10).
       77  W-POP-PCT         PIC S9(05)V9.
       77  W-CALC-OLD        PIC 9(10).
       77  W-CALC-NEW        PIC 9(10).
       77  W-TOT-OLD-RECS    PIC 9(07) VALUE ZERO.
       77  W-TOT-OLD-POP     PIC 9(10) VALUE ZERO.
       77  W-TOT-NEW-RECS    PIC 9(07) VALUE ZERO.
       77  W-TOT-NEW-POP     PIC 9(10) VALUE ZERO.
      *
       77  W-POP-ED          PIC ZZZ,ZZZ,ZZ9.
       77  W-POP-ED-2        PIC ZZZ,ZZZ,ZZ9.
       77  W-DIFF-ED         PIC ---,---,--9.
       77  W-PCT-ED          PIC -----9.9.
       77  W-REC-ED          PIC ZZZZ9.
       77  W-REC-ED-2        PIC ZZZZ9.
       77  W-RANK-ED         PIC ZZ9.
       77  W-LEAGUE-SW       PIC X.
           88  W-LEAGUE-GROWERS  VALUE "G".
           88  W-LEAGUE-SHRINKERS VALUE "S".
      *
       77  W-RUN-DATE        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 50.
       77  W-PAGE-ED         PIC ZZZ9.
       77  W-SECTION-TITLE   PIC X(60).
       77  W-COLUMN-TITLE    PIC X(100).
       77  W-FIGURE-TITLE    PIC X(60).
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_league.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-OUTCOME      PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_league.sum".
       77  W-SUM-LINE        PIC X(80).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "比較元の期間ラベル："
          ACCEPT W-OLD-PERIOD
          DISPLAY "比較先の期間ラベル："
          ACCEPT W-NEW-PERIOD
          DISPLAY "上位件数（省略時 10）："
          ACCEPT W-TOP-PARM
       END-IF.
       IF W-TOP-PARM NOT = SPACE
               AND FUNCTION TRIM(W-TOP-PARM) NUMERIC
          COMPUTE W-TOP = FUNCTION NUMVAL(W-TOP-PARM)
       END-IF.
      *
       PERFORM 0600-FIND-SNAPSHOTS.
       IF W-OLD-SNAP = SPACE OR W-NEW-SNAP = SPACE
          DISPLAY "期間がカタログにありません"
          MOVE "PERIOD NOT FOUND" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       DISPLAY "比較元: " W-OLD-PERIOD " " W-OLD-SNAP(1:50).
       DISPLAY "比較先: " W-NEW-PERIOD " " W-NEW-SNAP(1:50).
       PERFORM 0400-LOAD-PREF-TABLE.
       PERFORM 0500-LOAD-XREF.
      *
       MOVE W-OLD-SNAP TO W-INPUT-FILENAME.
       PERFORM 1900-CHECK-INPUT-OPENS.
       SORT S-FILE ON ASCENDING KEY SRT-KEY
           INPUT PROCEDURE 2000-RELEASE-ONE-SNAPSHOT
           GIVING OS-FILE.
       MOVE W-NEW-SNAP TO W-INPUT-FILENAME.
       PERFORM 1900-CHECK-INPUT-OPENS.
       SORT S-FILE ON ASCENDING KEY SRT-KEY
           INPUT PROCEDURE 2000-RELEASE-ONE-SNAPSHOT
           GIVING NS-FILE.
      *
       OPEN OUTPUT P-FILE.
       MOVE "１　都市別増減" TO W-SECTION-TITLE.
       MOVE "ID      名称" TO W-COLUMN-TITLE.
       MOVE "     比較元      比較先        増減  増減率"
         TO W-FIGURE-TITLE.
       MOVE 99 TO W-LINE-COUNT.
       PERFORM 3000-MATCH-PERIODS.
      *
       MOVE "２　増加率上位" TO W-SECTION-TITLE.
       SET W-LEAGUE-GROWERS TO TRUE.
       SORT RS-FILE ON DESCENDING KEY RSR-PCT
           USING CH-FILE GIVING RK-FILE.
       PERFORM 4000-PRINT-LEAGUE.
       MOVE "３　減少率上位" TO W-SECTION-TITLE.
       SET W-LEAGUE-SHRINKERS TO TRUE.
       SORT RS-FILE ON ASCENDING KEY RSR-PCT
           USING CH-FILE GIVING RK-FILE.
       PERFORM 4000-PRINT-LEAGUE.
      *
       PERFORM 5000-PRINT-PREF-SUBTOTALS.
       PERFORM 6000-PRINT-ONE-PERIOD-ONLY.
       CLOSE P-FILE.
      *
       MOVE "NORMAL" TO W-RC-OUTCOME.
       DISPLAY "両期の都市: " W-MATCH-COUNT.
       DISPLAY "比較元のみ: " W-OLD-ONLY-COUNT.
       DISPLAY "比較先のみ: " W-NEW-ONLY-COUNT.
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
           MOVE SPACE TO W-OLD-PERIOD W-NEW-PERIOD W-TOP-PARM
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
               WHEN "OLD-PERIOD"
                    MOVE W-CTL-VALUE(1:12) TO W-OLD-PERIOD
               WHEN "NEW-PERIOD"
                    MOVE W-CTL-VALUE(1:12) TO W-NEW-PERIOD
               WHEN "TOP"
                    MOVE W-CTL-VALUE(1:3) TO W-TOP-PARM
               WHEN "CATALOG"
                    MOVE W-CTL-VALUE TO W-CATALOG-FILENAME
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	prefecture names for the subtotals; a missing prefect.txt
      *	only leaves the names blank
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
                 MOVE ZERO TO W-PREF-OLD-RECS(W-PREF-IX)
                              W-PREF-OLD-POP(W-PREF-IX)
                              W-PREF-NEW-RECS(W-PREF-IX)
                              W-PREF-NEW-POP(W-PREF-IX)
              END-IF
           END-PERFORM
           CLOSE PF-FILE.
      * ---------------------------------------------------------
      *	the whole cross-reference in core: old id, new id; a
      *	later line for the same old id wins, as text_inquire.cob
      *	reads it
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
                 UNSTRING XRF-REC DELIMITED BY X"09"
                     INTO W-XREF-OLD-TXT W-XREF-NEW-TXT
                 END-UNSTRING
                 ADD 1 TO W-XREF-COUNT
                 MOVE W-XREF-OLD-TXT TO W-XREF-OLD-ID(W-XREF-COUNT)
                 MOVE W-XREF-NEW-TXT TO W-XREF-NEW-ID(W-XREF-COUNT)
              END-IF
           END-PERFORM
           CLOSE X-FILE.
      * ---------------------------------------------------------
      *	both periods' snapshot files from the catalog
      *	text_snapshot.cob keeps
      * ---------------------------------------------------------
       0600-FIND-SNAPSHOTS.
           MOVE SPACE TO W-OLD-SNAP W-NEW-SNAP
           OPEN INPUT SC-FILE
           IF W-CATALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-CATALOG-STATUS NOT = "00"
              READ SC-FILE
              IF W-CATALOG-STATUS = "00" AND SC-REC NOT = SPACE
                 MOVE SPACE TO W-CAT-LABEL W-CAT-FILE
                 UNSTRING SC-REC DELIMITED BY X"09"
                     INTO W-CAT-LABEL W-CAT-FILE
                 END-UNSTRING
                 IF W-CAT-LABEL = W-OLD-PERIOD
                    MOVE W-CAT-FILE TO W-OLD-SNAP
                 END-IF
                 IF W-CAT-LABEL = W-NEW-PERIOD
                    MOVE W-CAT-FILE TO W-NEW-SNAP
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SC-FILE.
      * ---------------------------------------------------------
       1900-CHECK-INPUT-OPENS.
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS NOT = "00"
              DISPLAY "スナップショットが開けません: "
                      W-INPUT-FILENAME(1:50)
              MOVE "SNAPSHOT NOT FOUND" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           CLOSE I-FILE.
      * ---------------------------------------------------------
      *	one snapshot, one fixed-layout record per city and per
      *	ward; a ward carries its city's id and sorts under it
      * ---------------------------------------------------------
       2000-RELEASE-ONE-SNAPSHOT.
           MOVE SPACE TO W-PARENT-ID
           MOVE LOW-VALUE TO W-EOF
           OPEN INPUT I-FILE
           READ I-FILE AT END MOVE HIGH-VALUE TO W-EOF END-READ
           PERFORM UNTIL W-EOF = HIGH-VALUE
              IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
                 PERFORM 2200-RELEASE-ONE-WARD
              ELSE
                 IF INP-REC(1:7) NOT = "TRAILER"
                    PERFORM 2100-RELEASE-ONE-CITY
                 END-IF
              END-IF
              READ I-FILE
                   AT END MOVE HIGH-VALUE TO W-EOF END-READ
           END-PERFORM
           CLOSE I-FILE.
      * ---------------------------------------------------------
       2100-RELEASE-ONE-CITY.
           MOVE SPACE TO W-CITY-ID W-CITY-NAME
                         W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-CITY-ID W-CITY-NAME
                    W-CITY-POP-TEXT W-CITY-DATE W-CITY-PREF
           END-UNSTRING
           IF W-CITY-ID = SPACE
                   OR FUNCTION TRIM(W-CITY-POP-TEXT) NOT NUMERIC
              MOVE SPACE TO W-PARENT-ID
           ELSE
              MOVE W-CITY-ID   TO W-PARENT-ID
              MOVE W-CITY-ID   TO SRT-ID
              MOVE SPACE       TO SRT-WARD
              MOVE W-CITY-NAME TO SRT-NAME
              COMPUTE SRT-POP = FUNCTION NUMVAL(W-CITY-POP-TEXT)
              MOVE W-CITY-PREF TO SRT-PREF
              RELEASE SRT-REC
           END-IF.
      * ---------------------------------------------------------
       2200-RELEASE-ONE-WARD.
           MOVE SPACE TO W-WARD-FLAG W-WARD-NAME W-WARD-POP-TEXT
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-WARD-FLAG W-WARD-NAME W-WARD-POP-TEXT
           END-UNSTRING
           IF W-PARENT-ID NOT = SPACE AND W-WARD-NAME NOT = SPACE
                   AND FUNCTION TRIM(W-WARD-POP-TEXT) NUMERIC
              MOVE W-PARENT-ID TO SRT-ID
              MOVE W-WARD-NAME TO SRT-WARD
              MOVE SPACE       TO SRT-NAME
              COMPUTE SRT-POP = FUNCTION NUMVAL(W-WARD-POP-TEXT)
              MOVE SPACE       TO SRT-PREF
              RELEASE SRT-REC
           END-IF.
      * ---------------------------------------------------------
      *	classic two-file match on (city id, ward name): a city
      *	on both sides is printed and filed for the league, a city
      *	on one side only is held for section 5; wards follow
      *	their city
      * ---------------------------------------------------------
       3000-MATCH-PERIODS.
           OPEN INPUT OS-FILE
           OPEN INPUT NS-FILE
           OPEN OUTPUT CH-FILE
           MOVE LOW-VALUE TO W-OLD-EOF W-NEW-EOF
           PERFORM 3100-READ-OLD
           PERFORM 3200-READ-NEW
           PERFORM UNTIL W-OLD-EOF = HIGH-VALUE
                   AND W-NEW-EOF = HIGH-VALUE
              EVALUATE TRUE
                  WHEN W-NEW-EOF = HIGH-VALUE
                       PERFORM 3300-OLD-ONLY
                       PERFORM 3100-READ-OLD
                  WHEN W-OLD-EOF = HIGH-VALUE
                       PERFORM 3400-NEW-ONLY
                       PERFORM 3200-READ-NEW
                  WHEN OLD-KEY < NEW-KEY
                       PERFORM 3300-OLD-ONLY
                       PERFORM 3100-READ-OLD
                  WHEN OLD-KEY > NEW-KEY
                       PERFORM 3400-NEW-ONLY
                       PERFORM 3200-READ-NEW
                  WHEN OTHER
                       PERFORM 3500-IN-BOTH
                       PERFORM 3100-READ-OLD
                       PERFORM 3200-READ-NEW
              END-EVALUATE
           END-PERFORM
           CLOSE CH-FILE
           CLOSE OS-FILE
           CLOSE NS-FILE.
      * ---------------------------------------------------------
       3100-READ-OLD.
           READ OS-FILE
               AT END MOVE HIGH-VALUE TO W-OLD-EOF
           END-READ.
      * ---------------------------------------------------------
       3200-READ-NEW.
           READ NS-FILE
               AT END MOVE HIGH-VALUE TO W-NEW-EOF
           END-READ.
      * ---------------------------------------------------------
      *	a city (or a ward) in the earlier period only
      * ---------------------------------------------------------
       3300-OLD-ONLY.
           IF OLD-WARD = SPACE
              MOVE "N" TO W-CITY-IN-BOTH-SW
              ADD 1 TO W-OLD-ONLY-COUNT
              MOVE OLD-PREF TO W-ADD-PREF
              MOVE OLD-POP TO W-ADD-POP
              MOVE "O" TO W-ADD-SIDE
              PERFORM 3700-ADD-TO-PREF
              IF W-ONE-COUNT < 500
                 ADD 1 TO W-ONE-COUNT
                 MOVE "O"      TO W-ONE-SIDE(W-ONE-COUNT)
                 MOVE OLD-ID   TO W-ONE-ID(W-ONE-COUNT)
                 MOVE OLD-NAME TO W-ONE-NAME(W-ONE-COUNT)
                 MOVE OLD-POP  TO W-ONE-POP(W-ONE-COUNT)
              END-IF
           ELSE
              IF W-CITY-IN-BOTH
                 MOVE OLD-WARD TO W-WARD-NAME
                 MOVE OLD-POP TO W-CALC-OLD
                 MOVE ZERO TO W-CALC-NEW
                 PERFORM 3800-PRINT-WARD-LINE
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	a city (or a ward) in the later period only
      * ---------------------------------------------------------
       3400-NEW-ONLY.
           IF NEW-WARD = SPACE
              MOVE "N" TO W-CITY-IN-BOTH-SW
              ADD 1 TO W-NEW-ONLY-COUNT
              MOVE NEW-PREF TO W-ADD-PREF
              MOVE NEW-POP TO W-ADD-POP
              MOVE "N" TO W-ADD-SIDE
              PERFORM 3700-ADD-TO-PREF
              IF W-ONE-COUNT < 500
                 ADD 1 TO W-ONE-COUNT
                 MOVE "N"      TO W-ONE-SIDE(W-ONE-COUNT)
                 MOVE NEW-ID   TO W-ONE-ID(W-ONE-COUNT)
                 MOVE NEW-NAME TO W-ONE-NAME(W-ONE-COUNT)
                 MOVE NEW-POP  TO W-ONE-POP(W-ONE-COUNT)
              END-IF
           ELSE
              IF W-CITY-IN-BOTH
                 MOVE NEW-WARD TO W-WARD-NAME
                 MOVE ZERO TO W-CALC-OLD
                 MOVE NEW-POP TO W-CALC-NEW
                 PERFORM 3800-PRINT-WARD-LINE
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	on both sides: a city is printed with its change and
      *	filed for the league, a ward is printed under it
      * ---------------------------------------------------------
       3500-IN-BOTH.
           MOVE OLD-POP TO W-CALC-OLD
           MOVE NEW-POP TO W-CALC-NEW
           IF OLD-WARD NOT = SPACE
              MOVE OLD-WARD TO W-WARD-NAME
              PERFORM 3800-PRINT-WARD-LINE
              EXIT PARAGRAPH
           END-IF
           SET W-CITY-IN-BOTH TO TRUE
           ADD 1 TO W-MATCH-COUNT
           MOVE OLD-PREF TO W-ADD-PREF
           MOVE OLD-POP TO W-ADD-POP
           MOVE "O" TO W-ADD-SIDE
           PERFORM 3700-ADD-TO-PREF
           MOVE NEW-PREF TO W-ADD-PREF
           MOVE NEW-POP TO W-ADD-POP
           MOVE "N" TO W-ADD-SIDE
           PERFORM 3700-ADD-TO-PREF
           PERFORM 3600-COMPUTE-CHANGE
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           STRING NEW-ID " " NEW-NAME " "
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 3900-APPEND-FIGURES
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT
           IF OLD-POP > ZERO
              ADD 1 TO W-RATED-COUNT
              MOVE NEW-ID      TO CHG-ID
              MOVE NEW-NAME    TO CHG-NAME
              MOVE NEW-PREF    TO CHG-PREF
              MOVE OLD-POP     TO CHG-OLD-POP
              MOVE NEW-POP     TO CHG-NEW-POP
              MOVE W-POP-DIFF  TO CHG-DIFF
              MOVE W-POP-PCT   TO CHG-PCT
              WRITE CHG-REC
           END-IF.
      * ---------------------------------------------------------
      *	the change from W-CALC-OLD to W-CALC-NEW; no rate when
      *	there was nothing to grow from
      * ---------------------------------------------------------
       3600-COMPUTE-CHANGE.
           COMPUTE W-POP-DIFF = W-CALC-NEW - W-CALC-OLD
           IF W-CALC-OLD = ZERO
              MOVE ZERO TO W-POP-PCT
           ELSE
              COMPUTE W-POP-PCT ROUNDED =
                      W-POP-DIFF * 100 / W-CALC-OLD
                  ON SIZE ERROR MOVE 99999.9 TO W-POP-PCT
              END-COMPUTE
           END-IF.
      * ---------------------------------------------------------
      *	add one city to its prefecture's subtotal for one side
      * ---------------------------------------------------------
       3700-ADD-TO-PREF.
           PERFORM VARYING W-PREF-IX FROM 1 BY 1
                   UNTIL W-PREF-IX > W-PREF-COUNT
                   OR W-PREF-CODE(W-PREF-IX) = W-ADD-PREF
              CONTINUE
           END-PERFORM
           IF W-PREF-IX > W-PREF-COUNT
              IF W-PREF-COUNT >= 50
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-PREF-COUNT
              SET W-PREF-IX TO W-PREF-COUNT
              MOVE W-ADD-PREF TO W-PREF-CODE(W-PREF-IX)
              MOVE SPACE TO W-PREF-NAME(W-PREF-IX)
              MOVE ZERO TO W-PREF-OLD-RECS(W-PREF-IX)
                           W-PREF-OLD-POP(W-PREF-IX)
                           W-PREF-NEW-RECS(W-PREF-IX)
                           W-PREF-NEW-POP(W-PREF-IX)
           END-IF
           PERFORM 3710-ADD-ONE-SIDE.
      * ---------------------------------------------------------
       3710-ADD-ONE-SIDE.
           IF W-ADD-SIDE = "O"
              ADD 1 TO W-PREF-OLD-RECS(W-PREF-IX)
              ADD W-ADD-POP TO W-PREF-OLD-POP(W-PREF-IX)
              ADD 1 TO W-TOT-OLD-RECS
              ADD W-ADD-POP TO W-TOT-OLD-POP
           ELSE
              ADD 1 TO W-PREF-NEW-RECS(W-PREF-IX)
              ADD W-ADD-POP TO W-PREF-NEW-POP(W-PREF-IX)
              ADD 1 TO W-TOT-NEW-RECS
              ADD W-ADD-POP TO W-TOT-NEW-POP
           END-IF.
      * ---------------------------------------------------------
      *	a ward under its city, indented; a ward on one side only
      *	shows zero on the other
      * ---------------------------------------------------------
       3800-PRINT-WARD-LINE.
           PERFORM 3600-COMPUTE-CHANGE
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           STRING "        区 " W-WARD-NAME
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 3900-APPEND-FIGURES
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	then, now, change and rate from column 37 on
      * ---------------------------------------------------------
       3900-APPEND-FIGURES.
           MOVE W-CALC-OLD TO W-POP-ED
           MOVE W-CALC-NEW TO W-POP-ED-2
           MOVE W-POP-DIFF TO W-DIFF-ED
           MOVE W-POP-PCT  TO W-PCT-ED
           STRING W-POP-ED " " W-POP-ED-2 " " W-DIFF-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA(37:)
           IF W-CALC-OLD > ZERO
              STRING W-PCT-ED "%"
                     DELIMITED BY SIZE INTO W-PRINT-AREA(74:)
           END-IF.
      * ---------------------------------------------------------
      *	a new page when the current one is full; the section
      *	title and its column heading repeat on every page
      * ---------------------------------------------------------
       3050-CHECK-PAGE.
           IF W-LINE-COUNT >= W-PAGE-SIZE
              PERFORM 3060-PRINT-PAGE-HEADING
           END-IF.
      * ---------------------------------------------------------
       3060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "人口増減順位表　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "比較元: " W-OLD-PERIOD "  比較先: "
                  W-NEW-PERIOD
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           WRITE PRT-REC FROM W-SECTION-TITLE
           MOVE SPACE TO W-PRINT-AREA
           MOVE W-COLUMN-TITLE TO W-PRINT-AREA
           MOVE W-FIGURE-TITLE TO W-PRINT-AREA(37:)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE ALL "-" TO W-PRINT-AREA(1:82)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE ZERO TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	the first W-TOP cities off the ranked file that moved in
      *	the section's direction
      * ---------------------------------------------------------
       4000-PRINT-LEAGUE.
           MOVE "順位 ID      名称" TO W-COLUMN-TITLE
           MOVE 99 TO W-LINE-COUNT
           MOVE ZERO TO W-RANK-NUM
           OPEN INPUT RK-FILE
           MOVE LOW-VALUE TO W-RANK-EOF
           PERFORM UNTIL W-RANK-EOF = HIGH-VALUE
                   OR W-RANK-NUM >= W-TOP
              READ RK-FILE
                  AT END MOVE HIGH-VALUE TO W-RANK-EOF
                  NOT AT END PERFORM 4100-PRINT-RANK-LINE
              END-READ
           END-PERFORM
           CLOSE RK-FILE
           IF W-RANK-NUM = ZERO
              PERFORM 3050-CHECK-PAGE
              MOVE SPACE TO W-PRINT-AREA
              MOVE "  該当なし" TO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF.
      * ---------------------------------------------------------
       4100-PRINT-RANK-LINE.
           IF (W-LEAGUE-GROWERS AND RNK-PCT NOT > ZERO)
                   OR (W-LEAGUE-SHRINKERS AND RNK-PCT NOT < ZERO)
              MOVE HIGH-VALUE TO W-RANK-EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-RANK-NUM
           MOVE RNK-OLD-POP TO W-CALC-OLD
           MOVE RNK-NEW-POP TO W-CALC-NEW
           MOVE RNK-DIFF    TO W-POP-DIFF
           MOVE RNK-PCT     TO W-POP-PCT
           MOVE W-RANK-NUM  TO W-RANK-ED
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           STRING " " W-RANK-ED " " RNK-ID " " RNK-NAME
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 3900-APPEND-FIGURES
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	every prefecture that had a city in either period, with
      *	its own rate, and the grand total under them
      * ---------------------------------------------------------
       5000-PRINT-PREF-SUBTOTALS.
           MOVE "４　都道府県別小計" TO W-SECTION-TITLE
           MOVE "県 名称           件数(元/先)" TO W-COLUMN-TITLE
           MOVE 99 TO W-LINE-COUNT
           PERFORM VARYING W-PREF-IX FROM 1 BY 1
                   UNTIL W-PREF-IX > W-PREF-COUNT
              IF W-PREF-OLD-RECS(W-PREF-IX) > ZERO
                      OR W-PREF-NEW-RECS(W-PREF-IX) > ZERO
                 MOVE W-PREF-OLD-POP(W-PREF-IX) TO W-CALC-OLD
                 MOVE W-PREF-NEW-POP(W-PREF-IX) TO W-CALC-NEW
                 MOVE W-PREF-OLD-RECS(W-PREF-IX) TO W-REC-ED
                 MOVE W-PREF-NEW-RECS(W-PREF-IX) TO W-REC-ED-2
                 PERFORM 3600-COMPUTE-CHANGE
                 PERFORM 3050-CHECK-PAGE
                 MOVE SPACE TO W-PRINT-AREA
                 STRING W-PREF-CODE(W-PREF-IX) " "
                        W-PREF-NAME(W-PREF-IX)(1:15) " "
                        W-REC-ED "/" W-REC-ED-2
                        DELIMITED BY SIZE INTO W-PRINT-AREA
                 PERFORM 3900-APPEND-FIGURES
                 WRITE PRT-REC FROM W-PRINT-AREA
                 ADD 1 TO W-LINE-COUNT
              END-IF
           END-PERFORM
           MOVE W-TOT-OLD-POP TO W-CALC-OLD
           MOVE W-TOT-NEW-POP TO W-CALC-NEW
           MOVE W-TOT-OLD-RECS TO W-REC-ED
           MOVE W-TOT-NEW-RECS TO W-REC-ED-2
           PERFORM 3600-COMPUTE-CHANGE
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           STRING "   合計            "
                  W-REC-ED "/" W-REC-ED-2
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           PERFORM 3900-APPEND-FIGURES
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	the cities in one period only: a city that has gone shows
      *	where it went (the cross-reference followed a few hops,
      *	as text_inquire.cob follows it), a new city shows the
      *	ids merged into it
      * ---------------------------------------------------------
       6000-PRINT-ONE-PERIOD-ONLY.
           MOVE "５　片方の期間のみ" TO W-SECTION-TITLE
           MOVE "区分 ID      名称" TO W-COLUMN-TITLE
           MOVE "   人口  合併先・合併元" TO W-FIGURE-TITLE
           MOVE 99 TO W-LINE-COUNT
           PERFORM VARYING W-ONE-IX FROM 1 BY 1
                   UNTIL W-ONE-IX > W-ONE-COUNT
              PERFORM 6100-PRINT-ONE-LINE
           END-PERFORM
           IF W-ONE-COUNT = ZERO
              PERFORM 3050-CHECK-PAGE
              MOVE SPACE TO W-PRINT-AREA
              MOVE "  該当なし" TO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
              ADD 1 TO W-LINE-COUNT
           END-IF.
      * ---------------------------------------------------------
       6100-PRINT-ONE-LINE.
           MOVE SPACE TO W-LINK-TEXT
           MOVE 1 TO W-LINK-PTR
           IF W-ONE-SIDE(W-ONE-IX) = "O"
              PERFORM 6200-FIND-SUCCESSOR
           ELSE
              PERFORM 6300-FIND-PREDECESSORS
           END-IF
           MOVE W-ONE-POP(W-ONE-IX) TO W-POP-ED
           PERFORM 3050-CHECK-PAGE
           MOVE SPACE TO W-PRINT-AREA
           IF W-ONE-SIDE(W-ONE-IX) = "O"
              STRING "消滅 " W-ONE-ID(W-ONE-IX) " "
                     W-ONE-NAME(W-ONE-IX) " " W-POP-ED
                     "  " W-LINK-TEXT
                     DELIMITED BY SIZE INTO W-PRINT-AREA
           ELSE
              STRING "新設 " W-ONE-ID(W-ONE-IX) " "
                     W-ONE-NAME(W-ONE-IX) " " W-POP-ED
                     "  " W-LINK-TEXT
                     DELIMITED BY SIZE INTO W-PRINT-AREA
           END-IF
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 1 TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	follow the cross-reference from the gone id, hop by hop,
      *	to the end of its merger chain (5 hops at most)
      * ---------------------------------------------------------
       6200-FIND-SUCCESSOR.
           MOVE W-ONE-ID(W-ONE-IX) TO W-SEEK-ID
           MOVE ZERO TO W-HOP-COUNT
           MOVE "X" TO W-NEXT-ID
           PERFORM UNTIL W-NEXT-ID = SPACE OR W-HOP-COUNT >= 5
              MOVE SPACE TO W-NEXT-ID
              PERFORM VARYING W-XREF-IX FROM 1 BY 1
                      UNTIL W-XREF-IX > W-XREF-COUNT
                 IF W-XREF-OLD-ID(W-XREF-IX) = W-SEEK-ID
                    MOVE W-XREF-NEW-ID(W-XREF-IX) TO W-NEXT-ID
                 END-IF
              END-PERFORM
              IF W-NEXT-ID NOT = SPACE
                 ADD 1 TO W-HOP-COUNT
                 MOVE W-NEXT-ID TO W-SEEK-ID
              END-IF
           END-PERFORM
           IF W-HOP-COUNT = ZERO
              MOVE "後継なし" TO W-LINK-TEXT
           ELSE
              STRING "→ 合併先 " W-SEEK-ID
                     DELIMITED BY SIZE INTO W-LINK-TEXT
           END-IF.
      * ---------------------------------------------------------
      *	every id the cross-reference says was merged into the
      *	new city
      * ---------------------------------------------------------
       6300-FIND-PREDECESSORS.
           MOVE ZERO TO W-LINK-COUNT
           PERFORM VARYING W-XREF-IX FROM 1 BY 1
                   UNTIL W-XREF-IX > W-XREF-COUNT
              IF W-XREF-NEW-ID(W-XREF-IX) = W-ONE-ID(W-ONE-IX)
                      AND W-LINK-COUNT < 3
                 IF W-LINK-COUNT = ZERO
                    STRING "← 合併元 " DELIMITED BY SIZE
                           INTO W-LINK-TEXT WITH POINTER W-LINK-PTR
                 END-IF
                 ADD 1 TO W-LINK-COUNT
                 STRING FUNCTION TRIM(W-XREF-OLD-ID(W-XREF-IX)) " "
                        DELIMITED BY SIZE
                        INTO W-LINK-TEXT WITH POINTER W-LINK-PTR
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	a period not on the catalog or a snapshot that will not
      *	open: RC 12 and the summary, no report
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
           WRITE SUM-REC FROM "PROGRAM=text_league"
           MOVE SPACE TO W-SUM-LINE
           STRING "OLD-PERIOD=" W-OLD-PERIOD
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "NEW-PERIOD=" W-NEW-PERIOD
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-MATCH-COUNT
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

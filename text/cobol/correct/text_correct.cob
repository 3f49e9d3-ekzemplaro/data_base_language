      *	             stops the run before anything is processed,
      *	             cities.susp untouched, the same way
      *	             text_read.cob refuses it.
      *	Oct/15/2026  the prefecture table holds 50 entries, not
      *	             10: prefect.txt is now regenerated from
      *	             the prefectures table by mysql_prefout.cob
      *	             and must have room for every prefecture
      *	             in the country.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_correct.
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"

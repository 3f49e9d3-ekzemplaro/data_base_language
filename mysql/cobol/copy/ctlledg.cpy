      * ---------------------------------------------------------
      *	ctlledg.cpy
      *
      *	record layout of the control ledger (control.ldg), the
      *	mysql-side twin of the copybook of the same name in
      *	text/cobol/copy: one line per run of a nightly step,
      *	appended at the end of the run, carrying the step's
      *	control totals - what it read, what it wrote and what it
      *	rejected - for text_balance.cob to walk.  the two
      *	layouts must be changed together.
      *
      *	ldg-in-name and ldg-out-name name the dataset read and
      *	the one written (the file as opened, or the table as
      *	"TABLE:cities").  records and population are city-level;
      *	wards (区) are counted on their own and never enter the
      *	population, which the city figure already includes.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        01  ldg-rec.
            03  ldg-run-date        pic x(08).
            03  ldg-program         pic x(20).
            03  ldg-time            pic x(06).
            03  ldg-in-name         pic x(80).
            03  ldg-in-recs         pic 9(07).
            03  ldg-in-pop          pic 9(11).
            03  ldg-in-wards        pic 9(07).
            03  ldg-out-name        pic x(80).
            03  ldg-out-recs        pic 9(07).
            03  ldg-out-pop         pic 9(11).
            03  ldg-out-wards       pic 9(07).
            03  ldg-rej-recs        pic 9(07).
            03  ldg-rej-pop         pic 9(11).
            03  ldg-rej-wards       pic 9(07).
            03  ldg-ward-mode       pic x(01).
                88  ldg-wards-carried   value "Y".
                88  ldg-wards-dropped   value "N".
            03  ldg-rc              pic 9(02).

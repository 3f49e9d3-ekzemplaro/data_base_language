      * ---------------------------------------------------------
      *	wardrec.cpy
      *
      *	row layout for the "cities_ward" child table - one row
      *	per ward (区) of a city, keyed on the city id plus the
      *	ward name - shared by every program that reads or writes
      *	it through MySQL_fetch_row / MySQL_query.  the columns
      *	are a (the city's id, as on cities), w (the ward name)
      *	and c (the ward's population); the ward populations of a
      *	city sum to the city's own figure, the rule text_read.cob
      *	enforces on the W lines of cities.txt.
      *
      *	cities_ward_hist carries one row per ward change the way
      *	cities_hist does per city change: a, w, c, action (I/U/D;
      *	the new values on an I, the before-image on a U or a D),
      *	program, ts, opr.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        01  wa                  pic 9(06).
        01  wname               pic x(20).
        01  wpop                pic 9(08).

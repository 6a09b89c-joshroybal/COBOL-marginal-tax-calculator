      * live log where the month-end reports will count them as
      * malformed rather than disappearing into an archive nobody
      * reads.  MTRC-008 knows to read the dated archives for the
      * months a report asks about.  only the date stamp at the front
      * of a line is looked at, so lines that carry the calculator's
      * client id and older lines that end at the tax figure are
      * moved alike, and an archive may hold both side by side.
      *
      *    usage: logarch YYMM
      * Copyright 2015-2018 Josh Roybal

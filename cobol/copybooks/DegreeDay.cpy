      *          forecast for tomorrow, and the normal daily degree
      *          days for the season.  OilsForecast scales each
      *          tank's burn rate by these to decide which tanks are
      *          due tomorrow.  The card also carries the
      *          weather service's cumulative heating degree days
      *          for the season to date and for the same point last
      *          season, for OilsSalesAnalysis to put the two
      *          seasons' gallons on the same weather; a card keyed
      *          before those fields existed reads them as spaces,
      *          which the analysis takes as not given.
      ******************************************************************
       01  DegreeDayRecord.
           05  DegreeDayDate           PIC 9(08).
           05  DegreeDayToday          PIC 9(03).
           05  DegreeDayForecast       PIC 9(03).
           05  DegreeDayNormal         PIC 9(03).
           05  DegreeDaySeasonToDate   PIC 9(05).
           05  DegreeDayLastSeasonToDate PIC 9(05).
           05  Filler                  PIC X(53).

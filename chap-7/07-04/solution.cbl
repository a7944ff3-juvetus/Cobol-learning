      * Station master: number, name, and location for every station
      * that should be reporting. Readings are validated against it
      * on load, and the per-station statistics print the station's
      * name instead of a bare number. The neighbor list is for the
      * repository's neighbor-station check.
      *----------------------------------------------------------------
       FD STATIONFILE.
       01 STATION-RECORD.
           02 STA-NAME     PIC X(30).
           02 FILLER       PIC X(1).
           02 STA-LOCATION PIC X(30).
           02 STA-NEIGHBOR-LIST.
              03 STA-NEIGHBOR OCCURS 6 TIMES.
                 04 FILLER              PIC X(1).
                 04 STA-NEIGHBOR-NUMBER PIC X(6).

      *----------------------------------------------------------------
      * Batch command file shared with WEATHER2020: this program owns

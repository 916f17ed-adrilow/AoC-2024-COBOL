      *----------------------------------------------------------------
      * AntennaInvFd.cpy
      * FD/record for the antenna inventory.  Row and column are the
      * 1-based map cell; the owning department is joined from the
      * DAY8_OWNERS frequency registration whenever the record is
      * added or changed.  Retired antennas stay on file with their
      * retirement date - only ACTIVE ones are put on the map.
      *----------------------------------------------------------------
       fd antenna-inv-file.
       01 antenna-inv-record.
           05 inv-antenna-id pic X(10).
           05 inv-frequency pic X.
           05 inv-row pic 9(3).
           05 inv-col pic 9(3).
           05 inv-install-date pic 9(8).
           05 inv-status pic X(7).
               88 inv-active value "ACTIVE".
               88 inv-retired value "RETIRED".
           05 inv-department pic X(30).
           05 inv-retired-date pic 9(8).

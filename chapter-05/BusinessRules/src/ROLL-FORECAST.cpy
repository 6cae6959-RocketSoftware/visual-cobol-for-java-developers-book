       01 (PREFIX)-ROLL-FORECAST.
        03 (PREFIX)-FORECAST-MONTH     PIC 9(06).
        03 (PREFIX)-PROJECTED-LOSS     PIC S9(14)V99.
      * The trailing roll rates the projection was built from - the
      * baseline the stress scenarios shock.
        03 (PREFIX)-RATE-30-60         PIC 9V9(4) VALUE 0.
        03 (PREFIX)-RATE-60-90         PIC 9V9(4) VALUE 0.
        03 (PREFIX)-RATE-90-120        PIC 9V9(4) VALUE 0.
        03 (PREFIX)-RATE-120-CO        PIC 9V9(4) VALUE 0.

       01 batch-run-id pic X(20) external.
       01 run-id-prefix pic X value "S".
       01 run-id-date pic 9(8).
       01 run-id-date-text pic X(10).
       01 run-id-time pic 9(8).

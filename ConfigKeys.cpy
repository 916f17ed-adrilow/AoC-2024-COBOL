      *----------------------------------------------------------------
      * ConfigKeys.cpy
      * The complete set of keywords the programs look up through
      * get-config-value, each with its kind: FILE (an input the
      * value should point at), OUT (a file the system writes),
      * DIR, FLAG, NUM or TEXT.  ConfigLint checks aoc_config.txt
      * against it and RunSnapshot records every key's effective
      * value per window, so a new key goes in here, in sorted
      * order, and nowhere else.
      *----------------------------------------------------------------
       78 known-key-count value 172.
       01 known-keys-values.
           05 filler pic X(32) value "AOC_ALERT_ROUTES          FILE".
           05 filler pic X(32) value "AOC_ARCHIVE_CUTOFF        NUM".
           05 filler pic X(32) value "AOC_ARCHIVE_DIR           DIR".
           05 filler pic X(32) value "AOC_ARCHIVE_KEEP          NUM".
           05 filler pic X(32) value "AOC_BACKUP_DIR            DIR".
           05 filler pic X(32) value "AOC_BASELINE_SET          TEXT".
           05 filler pic X(32) value "AOC_BATCH_CHECKPOINT      OUT".
           05 filler pic X(32) value "AOC_BATCH_CONCURRENCY     NUM".
           05 filler pic X(32) value "AOC_CALENDAR              FILE".
           05 filler pic X(32) value "AOC_CAPTURE_BASELINE      FLAG".
           05 filler pic X(32) value "AOC_CATCHUP_FROM          NUM".
           05 filler pic X(32) value "AOC_CATCHUP_TO            NUM".
           05 filler pic X(32) value "AOC_CERTIFICATION_FILE    FILE".
           05 filler pic X(32) value "AOC_CFGCHG_FROM           NUM".
           05 filler pic X(32) value "AOC_CFGCHG_KEY            TEXT".
           05 filler pic X(32) value "AOC_CFGCHG_TO             NUM".
           05 filler pic X(32) value "AOC_CHARGE_PERIOD         NUM".
           05 filler pic X(32) value "AOC_CHARGE_RATES          FILE".
           05 filler pic X(32) value "AOC_CHARGE_USERS          FILE".
           05 filler pic X(32) value "AOC_CLOSE_PERIOD          NUM".
           05 filler pic X(32) value "AOC_CONFIG_HISTORY        OUT".
           05 filler pic X(32) value "AOC_CONFIRM_HOURS         NUM".
           05 filler pic X(32) value "AOC_DATA_DIR              DIR".
           05 filler pic X(32) value "AOC_DAY7_SHARDS           NUM".
           05 filler pic X(32) value "AOC_DISTRIBUTION_LOG      FILE".
           05 filler pic X(32) value "AOC_ENVELOPE_REQUIRED     FLAG".
           05 filler pic X(32) value "AOC_EXCEPTION_DISP        FILE".
           05 filler pic X(32) value "AOC_EXPORT_DIR            DIR".
           05 filler pic X(32) value "AOC_FEED_SEQUENCE         FILE".
           05 filler pic X(32) value "AOC_FREEZE_CALENDAR       FILE".
           05 filler pic X(32) value "AOC_FREEZE_FROM           NUM".
           05 filler pic X(32) value "AOC_FREEZE_REGISTER       OUT".
           05 filler pic X(32) value "AOC_FREEZE_TO             NUM".
           05 filler pic X(32) value "AOC_GOLDEN_DIR            DIR".
           05 filler pic X(32) value "AOC_GOLDEN_LIST           FILE".
           05 filler pic X(32) value "AOC_HANDOVER_HOURS        NUM".
           05 filler pic X(32) value "AOC_HANDOVER_SIGNOFF      TEXT".
           05 filler pic X(32) value "AOC_IMPACT_FROM           NUM".
           05 filler pic X(32) value "AOC_IMPACT_INPUT          TEXT".
           05 filler pic X(32) value "AOC_IMPACT_TO             NUM".
           05 filler pic X(32) value "AOC_INPUT_RETRIES         NUM".
           05 filler pic X(32) value "AOC_INPUT_RETRY_WAIT      NUM".
           05 filler pic X(32) value "AOC_KNOWN_PROGRAMS        TEXT".
           05 filler pic X(32) value "AOC_LINEAGE_PERIOD        NUM".
           05 filler pic X(32) value "AOC_LINEAGE_RUN_ID        TEXT".
           05 filler pic X(32) value "AOC_LOCK_MAX_HOURS        NUM".
           05 filler pic X(32) value "AOC_MASK_REGISTER         OUT".
           05 filler pic X(32) value "AOC_MODULE_DIR            DIR".
           05 filler pic X(32) value "AOC_OVERRIDE_MONTH        TEXT".
           05 filler pic X(32) value "AOC_PERIOD_OVERRIDE       FLAG".
           05 filler pic X(32) value "AOC_PROFILE_HISTORY       OUT".
           05 filler pic X(32) value "AOC_PROFILE_MIN_HISTORY   NUM".
           05 filler pic X(32) value "AOC_PROFILE_TOLERANCE     NUM".
           05 filler pic X(32) value "AOC_QUARANTINE            OUT".
           05 filler pic X(32) value "AOC_RELEASE_INSTALLER     TEXT".
           05 filler pic X(32) value "AOC_RELEASE_MODULE        FILE".
           05 filler pic X(32) value "AOC_RELEASE_PROGRAM       TEXT".
           05 filler pic X(32) value "AOC_RELEASE_REGISTER      FILE".
           05 filler pic X(32) value "AOC_RELEASE_VERSION       TEXT".
           05 filler pic X(32) value "AOC_REPORT_DEFS           FILE".
           05 filler pic X(32) value "AOC_REPORT_KEEP           NUM".
           05 filler pic X(32) value "AOC_REPORT_NAME           TEXT".
           05 filler pic X(32) value "AOC_REPORT_STAMP          FLAG".
           05 filler pic X(32) value "AOC_RERUN_CONTROL         OUT".
           05 filler pic X(32) value "AOC_RETENTION_POLICY      FILE".
           05 filler pic X(32) value "AOC_RUN_CONTROL           FILE".
           05 filler pic X(32) value "AOC_RUN_DATE              NUM".
           05 filler pic X(32) value "AOC_RUN_ID                TEXT".
           05 filler pic X(32) value "AOC_RUN_SNAPSHOTS         OUT".
           05 filler pic X(32) value "AOC_SCENARIO_DIR          DIR".
           05 filler pic X(32) value "AOC_SCHEDULE              FILE".
           05 filler pic X(32) value "AOC_SEAL_OVERRIDE         FLAG".
           05 filler pic X(32) value "AOC_SITES                 FILE".
           05 filler pic X(32) value "AOC_SLA_DEFS              FILE".
           05 filler pic X(32) value "AOC_SLA_PERIOD            NUM".
           05 filler pic X(32) value "AOC_STATUS_BOARD          FILE".
           05 filler pic X(32) value "AOC_STEP_LAUNCHER         TEXT".
           05 filler pic X(32) value "AOC_SUBSCRIPTIONS         FILE".
           05 filler pic X(32) value "AOC_THROUGHPUT_DROP_PCT   NUM".
           05 filler pic X(32) value "AOC_THROUGHPUT_FLAT_PCT   NUM".
           05 filler pic X(32) value "AOC_THROUGHPUT_RUNS       NUM".
           05 filler pic X(32) value "AOC_TRIGGER_DIR           DIR".
           05 filler pic X(32) value "AOC_VERBOSITY             TEXT".
           05 filler pic X(32) value "AOC_WAIVERS               FILE".
           05 filler pic X(32) value "AOC_WAREHOUSE_CONFIRM_DIR DIR".
           05 filler pic X(32) value "AOC_WAREHOUSE_EXTRACT     OUT".
           05 filler pic X(32) value "COMPARE_INPUT_A           FILE".
           05 filler pic X(32) value "COMPARE_INPUT_B           FILE".
           05 filler pic X(32) value "COMPARE_PROGRAM           TEXT".
           05 filler pic X(32) value "DAY10_INPUT               FILE".
           05 filler pic X(32) value "DAY10_MAP                 OUT".
           05 filler pic X(32) value "DAY10_ROUTE_REQUESTS      FILE".
           05 filler pic X(32) value "DAY10_TILES               FILE".
           05 filler pic X(32) value "DAY10_TRAILS              OUT".
           05 filler pic X(32) value "DAY11_ATTRIBUTION         FLAG".
           05 filler pic X(32) value "DAY11_BLINKS              NUM".
           05 filler pic X(32) value "DAY11_BLINK_REPORT        FLAG".
           05 filler pic X(32) value "DAY11_CENSUS              FLAG".
           05 filler pic X(32) value "DAY11_CENSUS_QUERY        FILE".
           05 filler pic X(32) value "DAY11_CENSUS_TOP          NUM".
           05 filler pic X(32) value "DAY11_CHECKPOINT          OUT".
           05 filler pic X(32) value "DAY11_CHECKPOINT_EVERY    NUM".
           05 filler pic X(32) value "DAY11_INPUT               FILE".
           05 filler pic X(32) value "DAY11_RULES               FILE".
           05 filler pic X(32) value "DAY1_CORRECTIONS          FILE".
           05 filler pic X(32) value "DAY1_INPUT                FILE".
           05 filler pic X(32) value "DAY1_NEW_MASTER           OUT".
           05 filler pic X(32) value "DAY1_PATCHED              OUT".
           05 filler pic X(32) value "DAY1_TRANSACTIONS         FILE".
           05 filler pic X(32) value "DAY2_ANALYSIS             FLAG".
           05 filler pic X(32) value "DAY2_INPUT                FILE".
           05 filler pic X(32) value "DAY2_POLICY               FILE".
           05 filler pic X(32) value "DAY2_REACTOR_CLASS        TEXT".
           05 filler pic X(32) value "DAY2_SOURCES              FILE".
           05 filler pic X(32) value "DAY3_CLEANED              OUT".
           05 filler pic X(32) value "DAY3_GRAMMAR              FILE".
           05 filler pic X(32) value "DAY3_INPUT                FILE".
           05 filler pic X(32) value "DAY3_REPAIR               FLAG".
           05 filler pic X(32) value "DAY3_SEGMENTS             FILE".
           05 filler pic X(32) value "DAY3_SEGMENT_STATE        TEXT".
           05 filler pic X(32) value "DAY4_BATCH                FILE".
           05 filler pic X(32) value "DAY4_INPUT                FILE".
           05 filler pic X(32) value "DAY4_PATTERNS             FILE".
           05 filler pic X(32) value "DAY4_PREVIOUS_MATCHES     FILE".
           05 filler pic X(32) value "DAY4_WORD                 TEXT".
           05 filler pic X(32) value "DAY4_WORDLIST             FILE".
           05 filler pic X(32) value "DAY4_ZONES                FILE".
           05 filler pic X(32) value "DAY5_BATCH                FILE".
           05 filler pic X(32) value "DAY5_BATCH_CHECKPOINT     OUT".
           05 filler pic X(32) value "DAY5_INPUT1               FILE".
           05 filler pic X(32) value "DAY5_INPUT2               FILE".
           05 filler pic X(32) value "DAY5_PUBLISH_ORDER        FLAG".
           05 filler pic X(32) value "DAY5_RULES_AUDIT          FLAG".
           05 filler pic X(32) value "DAY5_RULES_MIN            FLAG".
           05 filler pic X(32) value "DAY5_RULE_DATE            NUM".
           05 filler pic X(32) value "DAY5_WHATIF               FILE".
           05 filler pic X(32) value "DAY6_CANDIDATES           FILE".
           05 filler pic X(32) value "DAY6_CHECKPOINT           OUT".
           05 filler pic X(32) value "DAY6_CHECKPOINT_EVERY     NUM".
           05 filler pic X(32) value "DAY6_INPUT                FILE".
           05 filler pic X(32) value "DAY6_TIME_BUDGET          NUM".
           05 filler pic X(32) value "DAY6_TRACE                FLAG".
           05 filler pic X(32) value "DAY7_CACHE                OUT".
           05 filler pic X(32) value "DAY7_CENSUS               FLAG".
           05 filler pic X(32) value "DAY7_INPUT                FILE".
           05 filler pic X(32) value "DAY7_OPERATORS            TEXT".
           05 filler pic X(32) value "DAY8_DELTA                FILE".
           05 filler pic X(32) value "DAY8_INPUT                FILE".
           05 filler pic X(32) value "DAY8_INVENTORY            FILE".
           05 filler pic X(32) value "DAY8_OWNERS               FILE".
           05 filler pic X(32) value "DAY8_PLAN                 FILE".
           05 filler pic X(32) value "DAY8_SEPARATION           FILE".
           05 filler pic X(32) value "DAY8_SNAPSHOT             FLAG".
           05 filler pic X(32) value "DAY8_TARGET               NUM".
           05 filler pic X(32) value "DAY9_CATALOG              FILE".
           05 filler pic X(32) value "DAY9_CATALOG_CONTROL      FILE".
           05 filler pic X(32) value "DAY9_CATALOG_VOLUME_FILES NUM".
           05 filler pic X(32) value "DAY9_CHECKPOINT           OUT".
           05 filler pic X(32) value "DAY9_FIT                  TEXT".
           05 filler pic X(32) value "DAY9_INPUT                FILE".
           05 filler pic X(32) value "DAY9_MOVES                OUT".
           05 filler pic X(32) value "DAY9_PRIORITY             FILE".
           05 filler pic X(32) value "DAY9_TRACE                FLAG".
           05 filler pic X(32) value "DAY9_VOLUMES              FILE".
           05 filler pic X(32) value "DAY9_VOLUME_LOCK          FLAG".
           05 filler pic X(32) value "LEDGER_PART               TEXT".
           05 filler pic X(32) value "LEDGER_PROGRAM            TEXT".
           05 filler pic X(32) value "LEDGER_SOURCE             FILE".
           05 filler pic X(32) value "TESTGEN_DAY               TEXT".
           05 filler pic X(32) value "TESTGEN_OUTPUT            OUT".
           05 filler pic X(32) value "TESTGEN_SEED              NUM".
           05 filler pic X(32) value "TESTGEN_SIZE              NUM".
       01 known-keys redefines known-keys-values.
           05 known-key-entry occurs known-key-count times
              indexed by kk.
               10 known-key pic X(26).
               10 known-kind pic X(6).

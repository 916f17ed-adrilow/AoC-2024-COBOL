      * environment, then configuration, then built-in default -
      * cannot be audited by eye.
      *
      * The known-key table (ConfigKeys.cpy) is the complete set of
      * keywords the programs look up through get-config-value,
      * each with its kind: FILE (an input the value should point
      * at), OUT (a file the system writes), DIR, FLAG, NUM or TEXT.
      * The checker flags config keys outside this set, duplicate keys
      * (the later one silently loses - get-config-value returns
      * the first match), FILE values that do not exist, and
      * non-numeric NUM values.  The effective-configuration
       01 probe-file-name pic X(200).
       01 probe-file-status pic X(2).

       copy 'ConfigKeys.cpy'.

       01 env-lookup-value pic X(200).
       01 resolved-value pic X(200).

      *----------------------------------------------------------------
      * FreezeFields.cpy
      * Working-storage for the change-freeze check.  The calendar
      * (AOC_FREEZE_CALENDAR, default aoc_freeze_calendar.txt) holds
      * one window per line:
      *     from-yyyymmdd to-yyyymmdd level reason
      * HARD refuses every change unless an emergency change number
      * is supplied (AOC_EMERGENCY_CHANGE); SOFT lets the change
      * through but records it.  A level the check does not know is
      * taken as HARD.  Refused, emergency and soft-freeze changes
      * are each appended to the freeze register (AOC_FREEZE_REGISTER,
      * default aoc_freeze_register.txt) as
      *     stamp,program,user,object,level,outcome,change-number,
      *     window-from,window-to,reason
      * The caller names what it is about to change in
      * freeze-change-object and who is changing it in
      * freeze-change-user before performing check-change-freeze.
      *----------------------------------------------------------------
       01 freeze-calendar-file-name pic X(200).
       01 freeze-calendar-file-status pic X(2).
       01 freeze-register-file-name pic X(200).
       01 freeze-register-file-status pic X(2).
       01 freeze-eof pic X value 'n'.
       01 freeze-today pic 9(8).
       01 freeze-stamp-date pic 9(8).
       01 freeze-stamp-time pic 9(8).
       01 freeze-row-from pic X(10).
       01 freeze-row-to pic X(10).
       01 freeze-row-level pic X(10).
       01 freeze-row-reason pic X(60).
       01 freeze-row-pointer binary-long value 0.
       01 freeze-level pic X(4).
       01 freeze-from pic X(8).
       01 freeze-to pic X(8).
       01 freeze-reason pic X(60).
       01 freeze-outcome pic X(9).
       01 freeze-emergency-change pic X(20).
       01 freeze-change-object pic X(60).
       01 freeze-change-user pic X(30).
       01 freeze-message pic X(70).
       01 filler pic X value 'n'.
           88 freeze-active value 'y'.
           88 freeze-none value 'n'.
       01 filler pic X value 'n'.
           88 freeze-change-refused value 'y'.
           88 freeze-change-allowed value 'n'.

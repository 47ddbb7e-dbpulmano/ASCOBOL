      ******************************************************************
      * CALENDAR.CPY
      * Shared shop calendar layout - CALENDAR.DAT. One record for
      * every day of every year CalendarMaint has built, in date
      * order. A year is built with Saturdays and Sundays typed N
      * and every other day W; bank holidays are then keyed as H
      * with their name, and an office closure or a working
      * Saturday is retyped N or W the same way. A day typed H or N
      * is not a working day. For a year not yet built the readers
      * fall back to Monday to Friday, so nothing stops when the
      * calendar runs out - CalendarList shows the office what the
      * next year holds before it starts.
      ******************************************************************
       01  CalendarRecord.
           02  CAL-Date               PIC 9(8).
           02  CAL-Date-Split REDEFINES CAL-Date.
               03  CAL-Date-YYYY      PIC 9(4).
               03  CAL-Date-MM        PIC 9(2).
               03  CAL-Date-DD        PIC 9(2).
           02  FILLER                 PIC X       VALUE SPACE.
           02  CAL-Day-Type           PIC X.
               88  CAL-Working-Day            VALUE "W".
               88  CAL-Bank-Holiday           VALUE "H".
               88  CAL-Non-Working            VALUE "N".
           02  FILLER                 PIC X       VALUE SPACE.
           02  CAL-Description        PIC X(30).

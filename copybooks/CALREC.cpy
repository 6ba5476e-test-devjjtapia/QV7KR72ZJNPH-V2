      *> CALREC.cpy
      *> Shared CALENDAR-FILE record layout (CALENDAR.DAT, an indexed
      *> KSDS keyed on CL-CALENDAR-KEY). The business-day calendar of
      *> each currency's country, maintained by CAL-MAINT from
      *> CALMAINT.DAT. Monday to Friday are business days and Saturday
      *> and Sunday are not, unless the calendar says otherwise for
      *> that date: a record marks either a bank holiday ('H') that
      *> falls on a weekday, or a weekend day the banks open ('B').
      *> A date with no record follows the weekday rule, so a currency
      *> nobody has loaded holidays for still skips weekends. The USD
      *> calendar is the house calendar: the nightly schedule, the
      *> cycle end and funds-availability holds run by it; standing
      *> orders and future-dated items follow their own currency's.
       01  CALENDAR-RECORD.
           05  CL-CALENDAR-KEY.
               10  CL-CALENDAR-CODE    PIC X(03).
               10  CL-CALENDAR-DATE    PIC 9(08).
           05  CL-DAY-TYPE             PIC X(01).
               88  CL-DAY-HOLIDAY      VALUE 'H'.
               88  CL-DAY-BUSINESS     VALUE 'B'.
           05  CL-DESCRIPTION          PIC X(30).

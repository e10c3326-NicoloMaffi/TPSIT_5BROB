      * 15/10/2026 NM - NEW COPYBOOK. ONE NON-BUSINESS DAY ON THE
      *   BUSINESS-DAY CALENDAR, CALENDAR.dat: A BANK HOLIDAY OR OFFICE
      *   CLOSURE THAT FALLS ON A WEEKDAY. SATURDAYS AND SUNDAYS ARE
      *   NEVER BUSINESS DAYS AND ARE NOT KEYED. EVERY DATE RULE IN THE
      *   SUITE WAS PURE CALENDAR ARITHMETIC -- STANDING ORDERS FIRED ON
      *   A SUNDAY, A DUE DATE THIRTY DAYS ON LANDED ON CHRISTMAS. THE
      *   FILE IS MAINTAINED THROUGH FILES-34 ALONGSIDE THE RATE TABLES
      *   AND LOADED AT START BY THE DATE-SENSITIVE PROGRAMS: FILES-7
      *   ROLLS OPN-DUE-DATE TO THE NEXT BUSINESS DAY, FILES-31 ROLLS A
      *   STANDING ORDER DUE ON A NON-BUSINESS DAY TO THE NEXT ONE,
      *   FILES-32 AGES IN BUSINESS DAYS UNDER THE AGING-DAY-BASIS
      *   RUN-PARM, FILES-52 COUNTS THE GRACE PERIOD IN BUSINESS DAYS
      *   WHEN THE LATE-FEE SCHEDULE LINE SAYS SO, AND RUN-CONTROL RUNS
      *   A STEP MARKED FOR BUSINESS DAYS OR THE MONTH'S LAST BUSINESS
      *   DAY ONLY WHEN IT IS ONE. NO CALENDAR FILE MEANS WEEKENDS ARE
      *   THE ONLY NON-BUSINESS DAYS. THE LINE FITS THE RATES-JOURNAL
      *   IMAGE WHOLE.
           01 CAL-CALENDAR-RECORD.
               02 CAL-DATE            PIC 9(8).
               02 CAL-DESCRIPTION     PIC X(30).

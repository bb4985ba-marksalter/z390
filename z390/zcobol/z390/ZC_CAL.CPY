      *    CAL-PROCESS-DATE, CAL-NEXT-BUSINESS-DAY AND
      *    CAL-PREV-BUSINESS-DAY ARE SET, CAL-DATE-OVERRIDDEN SAYS
      *    WHERE THE DATE CAME FROM, AND CAL-END-OF-MONTH /
      *    CAL-END-OF-QUARTER / CAL-END-OF-YEAR SAY WHETHER THE
      *    PROCESSING DATE IS THE LAST BUSINESS DAY OF ITS MONTH,
      *    QUARTER OR CALENDAR YEAR.
       01  CAL-PROCESS-DATE               PIC 9(08).
       01  CAL-PROCESS-DATE-SPLIT REDEFINES CAL-PROCESS-DATE.
           05  CAL-PD-YEAR                PIC 9(04).
       01  CAL-EOQ-SWITCH                 PIC X(01) VALUE 'N'.
           88  CAL-END-OF-QUARTER                   VALUE 'Y'.
           88  CAL-NOT-END-OF-QUARTER               VALUE 'N'.
       01  CAL-EOY-SWITCH                 PIC X(01) VALUE 'N'.
           88  CAL-END-OF-YEAR                      VALUE 'Y'.
           88  CAL-NOT-END-OF-YEAR                  VALUE 'N'.
       01  CAL-BUSINESS-SWITCH            PIC X(01) VALUE 'N'.
           88  CAL-IS-BUSINESS-DAY                  VALUE 'Y'.
           88  CAL-NOT-BUSINESS-DAY                 VALUE 'N'.

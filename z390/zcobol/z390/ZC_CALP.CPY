           END-IF.
      *
      *    THE PROCESSING DATE IS END-OF-MONTH WHEN THE NEXT BUSINESS
      *    DAY FALLS IN A DIFFERENT MONTH, END-OF-QUARTER WHEN THAT
      *    MONTH IS THE LAST OF A CALENDAR QUARTER, AND END-OF-YEAR
      *    WHEN IT IS DECEMBER.
       CAL-SET-PERIOD-FLAGS.
           IF CAL-NB-MONTH NOT = CAL-PD-MONTH
               SET CAL-END-OF-MONTH TO TRUE
               SET CAL-END-OF-QUARTER TO TRUE
           ELSE
               SET CAL-NOT-END-OF-QUARTER TO TRUE
           END-IF
           IF CAL-END-OF-MONTH AND CAL-PD-MONTH = 12
               SET CAL-END-OF-YEAR TO TRUE
           ELSE
               SET CAL-NOT-END-OF-YEAR TO TRUE
           END-IF.

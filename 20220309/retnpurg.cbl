      *                     record per program per night and is        *
      *                     exactly the kind of file this batch        *
      *                     exists for.                                *
      *    2022-04-27  SHK  Pass over the STUMAST entry - it is the    *
      *                     retention ANONPURG applies to departed     *
      *                     students, not a dataset aged here.         *
      *                                                                *
      ******************************************************************

                               MOVE RT-RETAIN-DAYS TO WS-ERRLG-DAYS
                           WHEN "VOLHIST"
                               MOVE RT-RETAIN-DAYS TO WS-VOLH-DAYS
      *    ANONPURG's departed-student retention.
                           WHEN "STUMAST"
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "RETNPARM names a dataset "
                                   "this batch does not know: "

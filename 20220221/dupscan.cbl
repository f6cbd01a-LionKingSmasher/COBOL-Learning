      *                     a staged-RUNDATE rerun stamped with the    *
      *                     real date looked like a scheduled job      *
      *                     that never ran.                            *
      *    2022-04-27  SHK  Leave ANONPURG's anonymized records out    *
      *                     of the scan - they all share one name and  *
      *                     a blank address and are no one's           *
      *                     duplicate.                                 *
      *                                                                *
      ******************************************************************

               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF SM-NAME = "ANONYMIZED"
                       GO TO 1000-EXIT
                   END-IF
                   IF WS-STU-COUNT < 500
                       ADD 1 TO WS-STU-COUNT
                       MOVE SM-KR-ID TO WS-STU-KR-ID (WS-STU-COUNT)

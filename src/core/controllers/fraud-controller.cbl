      *> Modification History:
      *>   01/09/2025 - jm - First cut: raise/list-open/review against
      *>                     a real indexed FRAUD-MASTER-FILE.
      *>   15/10/2026 - jm - Review stamps FRAUD-REVIEWED-ON so the
      *>                     segregation-of-duties scan can pick up
      *>                     the day's clearances.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FRAUD-CONTROLLER.
               ELSE
                   SET FRAUD-REVIEWED TO TRUE
                   MOVE LK-USER-ID TO FRAUD-REVIEWED-BY
                   PERFORM STAMP-FRAUD-TIME
                   MOVE WS-TIMESTAMP(1:8) TO FRAUD-REVIEWED-ON
                   REWRITE FRAUD-RECORD
                   IF WS-FILE-STATUS = "00"
                       MOVE 0 TO LK-RET-CODE

           PERFORM 500-WRITE-SUBTOTALS THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "BUDGET VARIANCE REPORT COMPLETE".
           GOBACK.
      *****************************************************************
      *  Read the next account off the master.
      *****************************************************************
      *   Open the files.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM, AND CGLMONTHEND CHECKS IT TO DECIDE WHETHER THIS
      *    STEP SUCCEEDED - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               MOVE ZERO TO WS-TYPE-ACTUAL (WS-TYPE-SUB)

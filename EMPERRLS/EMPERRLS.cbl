               WHEN "9"
                   MOVE "REHIRE - NO HISTORY RECORD FOUND"
                       TO REASON-TEXT
               WHEN "A"
                   MOVE "OVER DEPARTMENT POSITION BUDGET"
                       TO REASON-TEXT
               WHEN "B"
                   MOVE "MASTER NOT FOUND - LEAVE START"
                       TO REASON-TEXT
               WHEN "C"
                   MOVE "INVALID LEAVE TYPE OR RETURN DATE"
                       TO REASON-TEXT
               WHEN "D"
                   MOVE "LEAVE START - ALREADY ON LEAVE"
                       TO REASON-TEXT
               WHEN "E"
                   MOVE "MASTER NOT FOUND - LEAVE END"
                       TO REASON-TEXT
               WHEN "F"
                   MOVE "LEAVE END - NOT ON LEAVE"
                       TO REASON-TEXT
               WHEN "G"
                   MOVE "REJECTED BY SECOND APPROVER"
                       TO REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE"
                       TO REASON-TEXT

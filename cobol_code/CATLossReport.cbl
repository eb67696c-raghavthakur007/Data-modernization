      *> carries its case reserve.
               WHEN "REVIEW"
               WHEN "SIU"
               WHEN "CONTEST"
                   PERFORM Fetch-Open-Reserve
               WHEN "RECOVERY"
                   MOVE CR-Net-Payment-Amount TO WS-Incurred-Amount

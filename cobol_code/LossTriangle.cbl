      *> carries its case reserve.
               WHEN "REVIEW"
               WHEN "SIU"
               WHEN "CONTEST"
                   PERFORM Fetch-Open-Reserve
               WHEN OTHER
                   CONTINUE

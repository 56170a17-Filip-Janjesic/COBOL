                   WHEN "STATUS-CHG"
                   WHEN "ADD-OPER"
                   WHEN "CHG-OPER"
                   WHEN "RESET-OPER"
                   WHEN "ASSIGN-ID"
                   WHEN "IN-REVIEW"
                   WHEN "CLOSE"

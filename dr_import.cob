                           CONTINUE
                   END-WRITE
               WHEN "REGX"
                   MOVE LS-Rec-Text(1:79) TO REGX-REC
                   WRITE REGX-REC
                       INVALID KEY
                           CONTINUE

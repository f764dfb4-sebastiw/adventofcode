                       MOVE F-Old-Active TO REGX-Active
                   END-IF
                   MOVE SPACES TO REGX-Param-1, REGX-Param-2,
                                  REGX-Param-3, REGX-Eff-From,
                                  REGX-Eff-To
                   WRITE REGX-REC
                       INVALID KEY
                           REWRITE REGX-REC

                   MOVE USER-AUTH-FATORIAL TO WK-USER-AUTH-FLAG
               WHEN 'FIBONACCI'
                   MOVE USER-AUTH-FIBONACCI TO WK-USER-AUTH-FLAG
      *> Re-sending a FIBIC feed is governed by the flag of the
      *> program that produced it.
               WHEN 'FIBRESND'
                   MOVE USER-AUTH-FIBONACCI TO WK-USER-AUTH-FLAG
               WHEN 'PARA'
                   MOVE USER-AUTH-PARA TO WK-USER-AUTH-FLAG
               WHEN 'SOMA2'
                   MOVE USER-AUTH-SOMA2 TO WK-USER-AUTH-FLAG
               WHEN 'AUDITRPT'
                   MOVE USER-AUTH-AUDITRPT TO WK-USER-AUTH-FLAG
      *> The chain verification is the auditors' tool, granted
      *> with the audit-trail report.
               WHEN 'AUDVERIF'
                   MOVE USER-AUTH-AUDITRPT TO WK-USER-AUTH-FLAG
               WHEN 'HISTREPT'
                   MOVE USER-AUTH-HISTREPT TO WK-USER-AUTH-FLAG
      *> The menu history inquiry reads the same data HISTREPT
                   MOVE USER-AUTH-ERRSUMM TO WK-USER-AUTH-FLAG
               WHEN 'SEQVERIF'
                   MOVE USER-AUTH-SEQVERIF TO WK-USER-AUTH-FLAG
               WHEN 'USERMNT'
                   MOVE USER-AUTH-USERMNT TO WK-USER-AUTH-FLAG
      *> A restore can put back USERLIST itself, so it is held to
      *> the same flag as maintaining the list.
               WHEN 'MSTREST'
                   MOVE USER-AUTH-USERMNT TO WK-USER-AUTH-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

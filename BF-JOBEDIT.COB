               MOVE "EFFECTIVE-TO NOT YYYYMMDD OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-RETAIN-GENS NOT = SPACES
                  AND JR-RETAIN-GENS IS NOT NUMERIC
               PERFORM ADD-EDIT-ERROR
               MOVE "RETAIN-GENERATIONS NOT 00-99 OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF NOT JR-NOTIFY-MAIL AND NOT JR-NOTIFY-PAGE
                  AND NOT JR-NOTIFY-BOTH AND NOT JR-NOTIFY-NONE
               PERFORM ADD-EDIT-ERROR
               MOVE "NOTIFY NOT M, P, B, N, OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-DELIVER-BY NOT = SPACES
               IF JR-DELIVER-BY IS NOT NUMERIC
                   PERFORM ADD-EDIT-ERROR
                   MOVE "DELIVER-BY NOT HHMM OR BLANK"
                       TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
               ELSE
                   IF JR-DELIVER-BY-HH > 23 OR JR-DELIVER-BY-MM > 59
                       PERFORM ADD-EDIT-ERROR
                       MOVE "DELIVER-BY NOT HHMM OR BLANK"
                           TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
                   END-IF
               END-IF
           END-IF.
           IF JR-MAX-ELAPSED NOT = SPACES
                  AND JR-MAX-ELAPSED IS NOT NUMERIC
               PERFORM ADD-EDIT-ERROR
               MOVE "MAX-ELAPSED NOT 0000-9999 MINUTES OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-INPUT-CONTROL-SWITCH NOT = "Y"
                  AND JR-INPUT-CONTROL-SWITCH NOT = "N"
                  AND JR-INPUT-CONTROL-SWITCH NOT = SPACE
               PERFORM ADD-EDIT-ERROR
               MOVE "INPUT-CONTROL-SWITCH NOT Y, N, OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-INPUT-CONTROLLED AND JR-INPUT-MODE NOT = "D"
               PERFORM ADD-EDIT-ERROR
               MOVE "INPUT-CONTROL Y BUT INPUT-MODE NOT D"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-TRAILER-SWITCH NOT = "Y"
                  AND JR-TRAILER-SWITCH NOT = "N"
                  AND JR-TRAILER-SWITCH NOT = SPACE
               PERFORM ADD-EDIT-ERROR
               MOVE "TRAILER-SWITCH NOT Y, N, OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-TRAILER-ON AND JR-RESTART-SWITCH = "Y"
               PERFORM ADD-EDIT-ERROR
               MOVE "TRAILER Y NOT ALLOWED FOR RESTART JOB"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           IF JR-STATE-SWITCH NOT = "Y"
                  AND JR-STATE-SWITCH NOT = "N"
                  AND JR-STATE-SWITCH NOT = SPACE
               PERFORM ADD-EDIT-ERROR
               MOVE "STATE-SWITCH NOT Y, N, OR BLANK"
                   TO JE-ERROR-MESSAGE(JE-ERROR-COUNT)
           END-IF.
           EXIT PROGRAM.

       ADD-EDIT-ERROR.

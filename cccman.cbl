      *   references of the other cards so they keep aiming at the
      *   same card ; a reference to a deleted card is cleared and
      *   announced
      * - suspense mode "S" and rejoin mode "J" accepted as mode
      *   letters ; a suspense or rejoin card reads text only and
      *   takes no LRECL
      * - delta mode "K" accepted ; a delta card reads text only and
      *   takes no LRECL
      * - selection mode "X" accepted
      * - export mode "E" accepted
      * - dictionary mode "W" accepted ; a dictionary card reads no
      *   extract and takes no LRECL
      * - skeleton mode "G" accepted ; a skeleton card reads the
      *   catalog, not an extract, and takes no LRECL
      * - masking mode "A" accepted
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              AND WS-EDIT-MODE NOT = "M" AND WS-EDIT-MODE NOT = "m"
              AND WS-EDIT-MODE NOT = "L" AND WS-EDIT-MODE NOT = "l"
              AND WS-EDIT-MODE NOT = "T" AND WS-EDIT-MODE NOT = "t"
              AND WS-EDIT-MODE NOT = "S" AND WS-EDIT-MODE NOT = "s"
              AND WS-EDIT-MODE NOT = "J" AND WS-EDIT-MODE NOT = "j"
              AND WS-EDIT-MODE NOT = "K" AND WS-EDIT-MODE NOT = "k"
              AND WS-EDIT-MODE NOT = "X" AND WS-EDIT-MODE NOT = "x"
              AND WS-EDIT-MODE NOT = "E" AND WS-EDIT-MODE NOT = "e"
              AND WS-EDIT-MODE NOT = "W" AND WS-EDIT-MODE NOT = "w"
              AND WS-EDIT-MODE NOT = "G" AND WS-EDIT-MODE NOT = "g"
              AND WS-EDIT-MODE NOT = "A" AND WS-EDIT-MODE NOT = "a"
              MOVE "N" TO WS-VALID-SW
              MOVE "MODE INVALIDE (F R V C P D I M L T S J K X E W G A)"
                   TO WS-MESSAGE
           END-IF
           IF WS-CARD-VALID AND WS-EDIT-INPUT = SPACES
              MOVE "N" TO WS-VALID-SW
                   OR WS-EDIT-MODE = "C" OR WS-EDIT-MODE = "c"
                   OR WS-EDIT-MODE = "M" OR WS-EDIT-MODE = "m"
                   OR WS-EDIT-MODE = "I" OR WS-EDIT-MODE = "i"
                   OR WS-EDIT-MODE = "D" OR WS-EDIT-MODE = "d"
                   OR WS-EDIT-MODE = "S" OR WS-EDIT-MODE = "s"
                   OR WS-EDIT-MODE = "J" OR WS-EDIT-MODE = "j"
                   OR WS-EDIT-MODE = "K" OR WS-EDIT-MODE = "k"
                   OR WS-EDIT-MODE = "W" OR WS-EDIT-MODE = "w"
                   OR WS-EDIT-MODE = "G" OR WS-EDIT-MODE = "g")
              MOVE "N" TO WS-VALID-SW
              MOVE "LRECL INUTILE POUR CE MODE" TO WS-MESSAGE
           END-IF

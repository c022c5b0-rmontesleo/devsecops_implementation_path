      * PHONKYPR - shared phonetic name-key logic, COPYed into the
      * PROCEDURE DIVISION of every program that matches customer
      * names by sound rather than by exact spelling (fields in
      * PHONKYWS). Works on the standardized last and first name
      * NAMSTDPR leaves behind, so case and spacing never change a
      * key. American Soundex: keep the first letter, code the rest
      *   B F P V          1      L                4
      *   C G J K Q S X Z  2      M N              5
      *   D T              3      R                6
      * dropping vowels (and Y), dropping a code equal to the one
      * before it, letting H and W fall out without separating two
      * equal codes, and padding with zeros to three digits.
       8800-BUILD-PHONETIC-KEYS.
           MOVE WS-SN-STD-LAST TO WS-PK-NAME-IN.
           PERFORM 8810-CODE-ONE-NAME.
           MOVE WS-PK-KEY-OUT TO WS-PK-LAST-KEY.
           MOVE WS-SN-STD-FIRST TO WS-PK-NAME-IN.
           PERFORM 8810-CODE-ONE-NAME.
           MOVE WS-PK-KEY-OUT TO WS-PK-FIRST-KEY.
           EXIT.

       8810-CODE-ONE-NAME.
      * Each letter translates to its code digit in WS-PK-CODES: '0'
      * for a vowel, which separates two equal codes, and '9' for H
      * or W, which does not. Anything that is not a letter (hyphen,
      * apostrophe, trailing blanks) is skipped.
           MOVE SPACES TO WS-PK-KEY-OUT.
           MOVE ZERO TO WS-PK-KEY-LEN WS-PK-START.
           MOVE WS-PK-NAME-IN TO WS-PK-CODES.
           INSPECT WS-PK-CODES CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO '01230129022455012623019202'.
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > 20 OR WS-PK-START > ZERO
               IF WS-PK-NAME-IN(WS-PK-IDX:1) IS ALPHABETIC-UPPER
                       AND WS-PK-NAME-IN(WS-PK-IDX:1) NOT = SPACE
                   MOVE WS-PK-IDX TO WS-PK-START
               END-IF
           END-PERFORM.
           IF WS-PK-START > ZERO
               MOVE WS-PK-NAME-IN(WS-PK-START:1)
                   TO WS-PK-KEY-OUT(1:1)
               MOVE 1 TO WS-PK-KEY-LEN
               MOVE WS-PK-CODES(WS-PK-START:1) TO WS-PK-PRIOR-CODE
               ADD 1 TO WS-PK-START
               PERFORM 8820-CODE-ONE-LETTER
                   VARYING WS-PK-IDX FROM WS-PK-START BY 1
                   UNTIL WS-PK-IDX > 20 OR WS-PK-KEY-LEN = 4
               INSPECT WS-PK-KEY-OUT(2:3) REPLACING ALL SPACE BY '0'
           END-IF.
           EXIT.

       8820-CODE-ONE-LETTER.
           IF WS-PK-NAME-IN(WS-PK-IDX:1) IS ALPHABETIC-UPPER
                   AND WS-PK-NAME-IN(WS-PK-IDX:1) NOT = SPACE
               MOVE WS-PK-CODES(WS-PK-IDX:1) TO WS-PK-THIS-CODE
               EVALUATE TRUE
                   WHEN WS-PK-THIS-CODE = '0'
                       MOVE '0' TO WS-PK-PRIOR-CODE
                   WHEN WS-PK-THIS-CODE = '9'
                       CONTINUE
                   WHEN WS-PK-THIS-CODE = WS-PK-PRIOR-CODE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-PK-KEY-LEN
                       MOVE WS-PK-THIS-CODE
                           TO WS-PK-KEY-OUT(WS-PK-KEY-LEN:1)
                       MOVE WS-PK-THIS-CODE TO WS-PK-PRIOR-CODE
               END-EVALUATE
           END-IF.
           EXIT.

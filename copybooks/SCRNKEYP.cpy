      *----------------------------------------------------------------*
      *  SCRNKEYP - shared screening-key build, used by SCRNCHK and    *
      *  SCRNCHKC so the list is filed and searched under exactly the  *
      *  same key. COPY this into the PROCEDURE DIVISION and PERFORM   *
      *  BUILD-SCREEN-KEY: SCRNPARM-NAME is reduced to upper case,     *
      *  punctuation to spaces, single-letter initials and honorifics  *
      *  dropped, and the remaining words (up to eight) sorted into    *
      *  alphabetical order and strung single-spaced into              *
      *  SCRNPARM-SCREEN-KEY - SPACES when no word survives. Requires  *
      *  COPY SCRNPARM and COPY SCRNKEY in WORKING-STORAGE or LINKAGE. *
      *----------------------------------------------------------------*
       BUILD-SCREEN-KEY SECTION.
           MOVE SCRNPARM-NAME TO SCRNKEY-NAME-WORK
           INSPECT SCRNKEY-NAME-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/&()'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ        '
           MOVE SPACES TO SCRNKEY-RAW-WORDS
           UNSTRING SCRNKEY-NAME-WORK DELIMITED BY ALL SPACE
               INTO SCRNKEY-RAW-WORD(1) SCRNKEY-RAW-WORD(2)
                    SCRNKEY-RAW-WORD(3) SCRNKEY-RAW-WORD(4)
                    SCRNKEY-RAW-WORD(5) SCRNKEY-RAW-WORD(6)
                    SCRNKEY-RAW-WORD(7) SCRNKEY-RAW-WORD(8)
           END-UNSTRING
           MOVE SPACES TO SCRNKEY-KEPT-WORDS
           MOVE 0 TO SCRNKEY-WORD-COUNT
           PERFORM KEEP-ONE-KEY-WORD
               VARYING SCRNKEY-I FROM 1 BY 1 UNTIL SCRNKEY-I > 8
           PERFORM SORT-ONE-PASS
               VARYING SCRNKEY-I FROM 1 BY 1
               UNTIL SCRNKEY-I >= SCRNKEY-WORD-COUNT

           MOVE SPACES TO SCRNPARM-SCREEN-KEY
           MOVE 1 TO SCRNKEY-POINTER
           PERFORM APPEND-ONE-KEY-WORD
               VARYING SCRNKEY-I FROM 1 BY 1
               UNTIL SCRNKEY-I > SCRNKEY-WORD-COUNT
           .
       BUILD-SCREEN-KEY-EXIT.
           EXIT.

       KEEP-ONE-KEY-WORD SECTION.
           IF SCRNKEY-RAW-WORD(SCRNKEY-I) = SPACES
              OR SCRNKEY-RAW-WORD(SCRNKEY-I)(2:) = SPACES
              GO TO KEEP-ONE-KEY-WORD-EXIT
           END-IF
           SET SCRNKEY-HX TO 1
           SEARCH SCRNKEY-HONORIFIC
              AT END
                 ADD 1 TO SCRNKEY-WORD-COUNT
                 MOVE SCRNKEY-RAW-WORD(SCRNKEY-I)
                   TO SCRNKEY-KEPT-WORD(SCRNKEY-WORD-COUNT)
              WHEN SCRNKEY-HONORIFIC(SCRNKEY-HX) =
                   SCRNKEY-RAW-WORD(SCRNKEY-I)
                 CONTINUE
           END-SEARCH
           .
       KEEP-ONE-KEY-WORD-EXIT.
           EXIT.

      * One bubble pass: the largest of the unsorted words sinks to
      * the end of the unsorted part.
       SORT-ONE-PASS SECTION.
           PERFORM COMPARE-ADJACENT-WORDS
               VARYING SCRNKEY-J FROM 1 BY 1
               UNTIL SCRNKEY-J > SCRNKEY-WORD-COUNT - SCRNKEY-I
           .
       SORT-ONE-PASS-EXIT.
           EXIT.

       COMPARE-ADJACENT-WORDS SECTION.
           IF SCRNKEY-KEPT-WORD(SCRNKEY-J) >
              SCRNKEY-KEPT-WORD(SCRNKEY-J + 1)
              MOVE SCRNKEY-KEPT-WORD(SCRNKEY-J) TO SCRNKEY-SWAP-WORD
              MOVE SCRNKEY-KEPT-WORD(SCRNKEY-J + 1)
                TO SCRNKEY-KEPT-WORD(SCRNKEY-J)
              MOVE SCRNKEY-SWAP-WORD
                TO SCRNKEY-KEPT-WORD(SCRNKEY-J + 1)
           END-IF
           .
       COMPARE-ADJACENT-WORDS-EXIT.
           EXIT.

      * A word that would run past the 40-byte key is left off; the
      * words in front of it still identify the name.
       APPEND-ONE-KEY-WORD SECTION.
           IF SCRNKEY-POINTER > 40
              GO TO APPEND-ONE-KEY-WORD-EXIT
           END-IF
           IF SCRNKEY-I > 1
              ADD 1 TO SCRNKEY-POINTER
           END-IF
           IF SCRNKEY-POINTER <= 40
              STRING SCRNKEY-KEPT-WORD(SCRNKEY-I) DELIMITED BY SPACE
                  INTO SCRNPARM-SCREEN-KEY
                  WITH POINTER SCRNKEY-POINTER
                  ON OVERFLOW
                     MOVE 41 TO SCRNKEY-POINTER
              END-STRING
           END-IF
           .
       APPEND-ONE-KEY-WORD-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bndlautl.

      ******************************************************************
      * Copyright (c) 1994 Duke Communications International.
      * All rights reserved.
      *
      * Bundle authentication arithmetic (see BNDLSTRU for what the
      * "Z" record's AUTHENTICATION-VALUE covers). The caller keeps
      * the running value in AUTHENTICATION-REQUEST and hands this
      * program one piece of the segment at a time:
      *
      *   "S"  start a segment: the value goes back to zero and the
      *        key's 16 characters are taken in;
      *   "R"  one bundle record, all 100 bytes;
      *   "F"  finish: the first 16 bytes of the "Z" record, then
      *        the key again.
      *
      * BUNDLEL and SYNCBNDL sign what they write with it, BNDBRWL
      * signs its work bundle, and BNDLTRSL checks what arrives, so
      * the rule lives in one place. Nothing is kept here between
      * calls.
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  authentication-work          PIC 9(11) PACKED-DECIMAL.
       01  authentication-quotient      PIC 9(11) PACKED-DECIMAL.
       01  authentication-modulus       PIC 9(9)  PACKED-DECIMAL
           VALUE 999999937.
       01  character-index              PIC S9(4) PACKED-DECIMAL.

      *----------------------------------------------------------------
      * The character is moved behind a LOW-VALUE byte and read back
      * through a two-byte binary redefinition, as the member
      * checksum does, so the pair's value IS the character's.
      *----------------------------------------------------------------
       01  checksum-char-pair.
           02  FILLER                   PIC X(1)  VALUE LOW-VALUE.
           02  checksum-char            PIC X(1).
       01  checksum-char-value REDEFINES checksum-char-pair
                                        PIC 9(4) COMP.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  authentication-request.
           02  authentication-function  PIC X(1).
           02  authentication-key       PIC X(16).
           02  authentication-data      PIC X(100).
           02  authentication-total     PIC 9(9).

      ******************************************************************
       PROCEDURE DIVISION USING authentication-request.
      *----------------------------------------------------------------
       mainline.
           EVALUATE authentication-function
               WHEN "S"
                  MOVE ZERO TO authentication-total
                  PERFORM add-key-character
                     VARYING character-index FROM 1 BY 1
                     UNTIL character-index > 16
               WHEN "R"
                  PERFORM add-data-character
                     VARYING character-index FROM 1 BY 1
                     UNTIL character-index > 100
               WHEN "F"
                  PERFORM add-data-character
                     VARYING character-index FROM 1 BY 1
                     UNTIL character-index > 16
                  PERFORM add-key-character
                     VARYING character-index FROM 1 BY 1
                     UNTIL character-index > 16
               WHEN OTHER
                  MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *----------------------------------------------------------------
       add-key-character.
           MOVE authentication-key (character-index:1)
              TO checksum-char.
           PERFORM add-character-value.
      *----------------------------------------------------------------
       add-data-character.
           MOVE authentication-data (character-index:1)
              TO checksum-char.
           PERFORM add-character-value.
      *----------------------------------------------------------------
       add-character-value.
           COMPUTE authentication-work =
              authentication-total * 31 + checksum-char-value + 1.
           DIVIDE authentication-work BY authentication-modulus
              GIVING authentication-quotient
              REMAINDER authentication-total.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLDCRYPT.
       AUTHOR. ALTORO-MUTUAL-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * FLDCRYPT.cbl - PII Field Encryption
      * Altoro Mutual Banking System - COBOL Edition
      *
      * Encrypts and decrypts the sensitive fields kept on CUSTFILE,
      * ACCTFILE and CARDFILE - the SSN, the security answer and the
      * account and card PINs - so none of them sits on disk, in a
      * backup or in an update journal image in the clear. Called
      * with a PII-CRYPT-REQUEST (see PIICRYPT.cpy) from the few
      * paragraphs that need a clear value, which decrypt into their
      * own working storage and never write the clear value back.
      *
      * The keys are not in the source or the load library: they
      * are read from the PIIKEYS key store, which security
      * administration keeps, one line per key version -
      *   version (3 digits), status, key material (32), created.
      * Status A is the key new values are sealed under, N a key
      * staged for the next rotation, R a retired key kept so older
      * backups and journal images can still be read. Only one key
      * is A at a time. A rotation (ACCTMGMT 8791) re-encrypts every
      * record under the N key and then promotes it here.
      *
      * The cipher is format-preserving over the letters and digits,
      * so a sealed field keeps its length, prints, and never holds
      * a delimiter or quote the extracts and SQL would trip on; the
      * record layouts did not have to grow. The key material, the
      * field ID and the record key seed two modular accumulators
      * that give one shift per character position. Blanks and
      * punctuation are left where they are, so an all-blank field
      * stays blank and the existing "not on file" tests still work.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-STORE-FILE
               ASSIGN TO "PIIKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-STORE-FILE.
       01  KEY-STORE-RECORD.
           05  KEY-VERSION             PIC 9(03).
           05  KEY-STATUS              PIC X(01).
               88  KEY-ACTIVE          VALUE "A".
               88  KEY-PENDING         VALUE "N".
               88  KEY-RETIRED         VALUE "R".
           05  KEY-MATERIAL            PIC X(32).
           05  KEY-CREATED             PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-NAME             PIC X(08) VALUE "FLDCRYPT".
       01  WS-KEY-FILE-STATUS          PIC X(02).
           88  WS-KEY-FILE-OK          VALUE "00".
           88  WS-KEY-FILE-EOF         VALUE "10".
           88  WS-KEY-FILE-MISSING     VALUE "35".

      * Key store, loaded on the first call and again after a
      * promotion
       01  WS-KEYS-LOADED-FLAG         PIC X(01) VALUE "N".
           88  WS-KEYS-LOADED          VALUE "Y".
       01  WS-KEY-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-KEY-MAX                  PIC 9(03) VALUE 50.
       01  WS-KEY-IDX                  PIC 9(03) VALUE ZEROS.
       01  WS-KEY-FOUND-IDX            PIC 9(03) VALUE ZEROS.
       01  WS-KEY-ACTIVE-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-KEY-PENDING-IDX          PIC 9(03) VALUE ZEROS.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 50 TIMES.
               10  WS-KEY-TBL-VERSION  PIC 9(03).
               10  WS-KEY-TBL-STATUS   PIC X(01).
               10  WS-KEY-TBL-MATERIAL PIC X(32).
               10  WS-KEY-TBL-CREATED  PIC X(08).

      * Key stream work area
       01  WS-CRY-FIELDS.
           05  WS-CRY-ACC-1            PIC 9(18) COMP.
           05  WS-CRY-ACC-2            PIC 9(18) COMP.
           05  WS-CRY-MODULUS-1        PIC 9(10) VALUE 4294967291.
           05  WS-CRY-MODULUS-2        PIC 9(10) VALUE 4294967279.
           05  WS-CRY-MATERIAL         PIC X(32).
           05  WS-CRY-SEED-TEXT        PIC X(54).
           05  WS-CRY-IDX              PIC 9(04) COMP.
           05  WS-CRY-KEY-POS          PIC 9(04) COMP.
           05  WS-CRY-BYTE             PIC 9(04) COMP.
           05  WS-CRY-SHIFT            PIC 9(04) COMP.
           05  WS-CRY-ORD              PIC 9(04) COMP.
           05  WS-CRY-POS              PIC 9(04) COMP.
           05  WS-CRY-DIRECTION        PIC X(01).
               88  WS-CRY-FORWARD      VALUE "F".
               88  WS-CRY-BACKWARD     VALUE "B".
           05  WS-CRY-ALPHABET.
               10  FILLER              PIC X(36) VALUE
                   "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               10  FILLER              PIC X(26) VALUE
                   "abcdefghijklmnopqrstuvwxyz".

       LINKAGE SECTION.
           COPY PIICRYPT.

       PROCEDURE DIVISION USING PII-CRYPT-REQUEST.

      ******************************************************************
      * MAIN CONTROL
      ******************************************************************
       0000-MAIN-CONTROL.
           MOVE "00" TO PCR-RETURN-CODE
           IF NOT WS-KEYS-LOADED
               PERFORM 1000-LOAD-KEY-STORE THRU 1000-LOAD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PCR-ENCRYPT
                   PERFORM 2000-ENCRYPT-FIELD THRU 2000-ENCRYPT-EXIT
               WHEN PCR-DECRYPT
                   PERFORM 3000-DECRYPT-FIELD THRU 3000-DECRYPT-EXIT
               WHEN PCR-PENDING-VERSION
                   IF WS-KEY-PENDING-IDX > ZEROS
                       MOVE WS-KEY-TBL-VERSION(WS-KEY-PENDING-IDX)
                           TO PCR-KEY-VERSION
                   ELSE
                       MOVE ZEROS TO PCR-KEY-VERSION
                       MOVE "NK" TO PCR-RETURN-CODE
                   END-IF
               WHEN PCR-PROMOTE-PENDING
                   PERFORM 4000-PROMOTE-PENDING-KEY
                       THRU 4000-PROMOTE-EXIT
               WHEN OTHER
                   MOVE "NK" TO PCR-RETURN-CODE
           END-EVALUATE

           GOBACK.

      ******************************************************************
      * 1000 - LOAD KEY STORE
      * Reads PIIKEYS into the key table and notes the active and
      * pending entries. No key store (status 35) leaves the table
      * empty: encryption then hands the value back in the clear
      * with version zero, so a site that has not set one up yet
      * runs as it did before.
      ******************************************************************
       1000-LOAD-KEY-STORE.
           MOVE ZEROS TO WS-KEY-COUNT
           MOVE ZEROS TO WS-KEY-ACTIVE-IDX
           MOVE ZEROS TO WS-KEY-PENDING-IDX
           SET WS-KEYS-LOADED TO TRUE

           OPEN INPUT KEY-STORE-FILE
           IF NOT WS-KEY-FILE-OK
               IF NOT WS-KEY-FILE-MISSING
                   DISPLAY "Unable to open PIIKEYS, status "
                           WS-KEY-FILE-STATUS
               END-IF
               GO TO 1000-LOAD-EXIT
           END-IF

           PERFORM UNTIL WS-KEY-FILE-EOF
               READ KEY-STORE-FILE
               IF WS-KEY-FILE-OK
                   AND KEY-VERSION IS NUMERIC
                   AND KEY-VERSION > ZEROS
                   AND KEY-MATERIAL NOT = SPACES
                   AND WS-KEY-COUNT < WS-KEY-MAX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE KEY-VERSION
                       TO WS-KEY-TBL-VERSION(WS-KEY-COUNT)
                   MOVE KEY-STATUS
                       TO WS-KEY-TBL-STATUS(WS-KEY-COUNT)
                   MOVE KEY-MATERIAL
                       TO WS-KEY-TBL-MATERIAL(WS-KEY-COUNT)
                   MOVE KEY-CREATED
                       TO WS-KEY-TBL-CREATED(WS-KEY-COUNT)
                   IF KEY-ACTIVE
                       MOVE WS-KEY-COUNT TO WS-KEY-ACTIVE-IDX
                   END-IF
                   IF KEY-PENDING
                       MOVE WS-KEY-COUNT TO WS-KEY-PENDING-IDX
                   END-IF
               END-IF
           END-PERFORM

           CLOSE KEY-STORE-FILE.

       1000-LOAD-EXIT.
           CONTINUE.

      ******************************************************************
      * 2000 - ENCRYPT FIELD
      * Version zero asks for the active key; any other version is
      * used as given (the rotation seals under the pending key
      * before it is promoted).
      ******************************************************************
       2000-ENCRYPT-FIELD.
           IF PCR-KEY-VERSION = ZEROS
               IF WS-KEY-ACTIVE-IDX = ZEROS
                   MOVE "NK" TO PCR-RETURN-CODE
                   GO TO 2000-ENCRYPT-EXIT
               END-IF
               MOVE WS-KEY-ACTIVE-IDX TO WS-KEY-FOUND-IDX
               MOVE WS-KEY-TBL-VERSION(WS-KEY-FOUND-IDX)
                   TO PCR-KEY-VERSION
           ELSE
               PERFORM 5000-FIND-KEY-VERSION
               IF WS-KEY-FOUND-IDX = ZEROS
                   MOVE ZEROS TO PCR-KEY-VERSION
                   MOVE "NK" TO PCR-RETURN-CODE
                   GO TO 2000-ENCRYPT-EXIT
               END-IF
           END-IF

           IF PCR-DATA(1:PCR-DATA-LEN) = SPACES
               GO TO 2000-ENCRYPT-EXIT
           END-IF

           SET WS-CRY-FORWARD TO TRUE
           PERFORM 6000-SEED-KEY-STREAM
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1
                   UNTIL WS-CRY-IDX > PCR-DATA-LEN
               PERFORM 6100-NEXT-SHIFT
               PERFORM 6200-SHIFT-CHARACTER THRU 6200-SHIFT-EXIT
           END-PERFORM.

       2000-ENCRYPT-EXIT.
           CONTINUE.

      ******************************************************************
      * 3000 - DECRYPT FIELD
      * Version zero is a field still in the clear and comes back
      * as it is. A version not in the key store leaves the field as
      * it is and returns NK - the caller decides what that means.
      ******************************************************************
       3000-DECRYPT-FIELD.
           IF PCR-KEY-VERSION = ZEROS
               GO TO 3000-DECRYPT-EXIT
           END-IF
           PERFORM 5000-FIND-KEY-VERSION
           IF WS-KEY-FOUND-IDX = ZEROS
               MOVE "NK" TO PCR-RETURN-CODE
               GO TO 3000-DECRYPT-EXIT
           END-IF
           IF PCR-DATA(1:PCR-DATA-LEN) = SPACES
               GO TO 3000-DECRYPT-EXIT
           END-IF

           SET WS-CRY-BACKWARD TO TRUE
           PERFORM 6000-SEED-KEY-STREAM
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1
                   UNTIL WS-CRY-IDX > PCR-DATA-LEN
               PERFORM 6100-NEXT-SHIFT
               PERFORM 6200-SHIFT-CHARACTER THRU 6200-SHIFT-EXIT
           END-PERFORM.

       3000-DECRYPT-EXIT.
           CONTINUE.

      ******************************************************************
      * 4000 - PROMOTE PENDING KEY
      * End of a rotation: the active key is retired (kept, so the
      * backups and journal images written under it still open) and
      * the pending key becomes active. PIIKEYS is rewritten from
      * the table and loaded again.
      ******************************************************************
       4000-PROMOTE-PENDING-KEY.
           IF WS-KEY-PENDING-IDX = ZEROS
               MOVE ZEROS TO PCR-KEY-VERSION
               MOVE "NK" TO PCR-RETURN-CODE
               GO TO 4000-PROMOTE-EXIT
           END-IF

           IF WS-KEY-ACTIVE-IDX > ZEROS
               MOVE "R" TO WS-KEY-TBL-STATUS(WS-KEY-ACTIVE-IDX)
           END-IF
           MOVE "A" TO WS-KEY-TBL-STATUS(WS-KEY-PENDING-IDX)
           MOVE WS-KEY-TBL-VERSION(WS-KEY-PENDING-IDX)
               TO PCR-KEY-VERSION

           OPEN OUTPUT KEY-STORE-FILE
           IF NOT WS-KEY-FILE-OK
               DISPLAY "Unable to rewrite PIIKEYS, status "
                       WS-KEY-FILE-STATUS
               MOVE "NK" TO PCR-RETURN-CODE
               GO TO 4000-PROMOTE-EXIT
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               MOVE WS-KEY-TBL-VERSION(WS-KEY-IDX) TO KEY-VERSION
               MOVE WS-KEY-TBL-STATUS(WS-KEY-IDX) TO KEY-STATUS
               MOVE WS-KEY-TBL-MATERIAL(WS-KEY-IDX) TO KEY-MATERIAL
               MOVE WS-KEY-TBL-CREATED(WS-KEY-IDX) TO KEY-CREATED
               WRITE KEY-STORE-RECORD
           END-PERFORM
           CLOSE KEY-STORE-FILE

           PERFORM 1000-LOAD-KEY-STORE THRU 1000-LOAD-EXIT.

       4000-PROMOTE-EXIT.
           CONTINUE.

      ******************************************************************
      * 5000 - FIND KEY VERSION
      ******************************************************************
       5000-FIND-KEY-VERSION.
           MOVE ZEROS TO WS-KEY-FOUND-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-KEY-FOUND-IDX > ZEROS
               IF WS-KEY-TBL-VERSION(WS-KEY-IDX) = PCR-KEY-VERSION
                   MOVE WS-KEY-IDX TO WS-KEY-FOUND-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * 6000 - SEED KEY STREAM
      * Runs the key material, the field ID and the tweak through
      * both accumulators, each feeding the other.
      ******************************************************************
       6000-SEED-KEY-STREAM.
           MOVE WS-KEY-TBL-MATERIAL(WS-KEY-FOUND-IDX)
               TO WS-CRY-MATERIAL
           MOVE SPACES TO WS-CRY-SEED-TEXT
           STRING WS-CRY-MATERIAL PCR-FIELD-ID PCR-TWEAK
               DELIMITED SIZE INTO WS-CRY-SEED-TEXT
           MOVE 5381 TO WS-CRY-ACC-1
           MOVE 52711 TO WS-CRY-ACC-2
           PERFORM VARYING WS-CRY-IDX FROM 1 BY 1
                   UNTIL WS-CRY-IDX > 54
               COMPUTE WS-CRY-BYTE =
                   FUNCTION ORD(WS-CRY-SEED-TEXT(WS-CRY-IDX:1))
               COMPUTE WS-CRY-ACC-1 =
                   FUNCTION MOD(WS-CRY-ACC-1 * 257 + WS-CRY-BYTE
                                + WS-CRY-ACC-2, WS-CRY-MODULUS-1)
               COMPUTE WS-CRY-ACC-2 =
                   FUNCTION MOD(WS-CRY-ACC-2 * 263 + WS-CRY-BYTE
                                + WS-CRY-ACC-1, WS-CRY-MODULUS-2)
           END-PERFORM.

      ******************************************************************
      * 6100 - NEXT SHIFT
      * Advances both accumulators by the position and the next key
      * byte and takes the shift for this character from them.
      ******************************************************************
       6100-NEXT-SHIFT.
           COMPUTE WS-CRY-KEY-POS =
               FUNCTION MOD(WS-CRY-IDX - 1, 32) + 1
           COMPUTE WS-CRY-BYTE =
               FUNCTION ORD(WS-CRY-MATERIAL(WS-CRY-KEY-POS:1))
               + WS-CRY-IDX
           COMPUTE WS-CRY-ACC-1 =
               FUNCTION MOD(WS-CRY-ACC-1 * 257 + WS-CRY-BYTE
                            + WS-CRY-ACC-2, WS-CRY-MODULUS-1)
           COMPUTE WS-CRY-ACC-2 =
               FUNCTION MOD(WS-CRY-ACC-2 * 263 + WS-CRY-BYTE
                            + WS-CRY-ACC-1, WS-CRY-MODULUS-2)
           COMPUTE WS-CRY-SHIFT =
               FUNCTION MOD(WS-CRY-ACC-1 + WS-CRY-ACC-2, 62).

      ******************************************************************
      * 6200 - SHIFT CHARACTER
      * Moves the character at WS-CRY-IDX forward (encrypt) or back
      * (decrypt) WS-CRY-SHIFT places round WS-CRY-ALPHABET. Anything
      * not in the alphabet is left as it is.
      ******************************************************************
       6200-SHIFT-CHARACTER.
           COMPUTE WS-CRY-ORD = FUNCTION ORD(PCR-DATA(WS-CRY-IDX:1))
           EVALUATE TRUE
               WHEN WS-CRY-ORD >= 49 AND WS-CRY-ORD <= 58
                   COMPUTE WS-CRY-POS = WS-CRY-ORD - 49
               WHEN WS-CRY-ORD >= 66 AND WS-CRY-ORD <= 91
                   COMPUTE WS-CRY-POS = WS-CRY-ORD - 56
               WHEN WS-CRY-ORD >= 98 AND WS-CRY-ORD <= 123
                   COMPUTE WS-CRY-POS = WS-CRY-ORD - 62
               WHEN OTHER
                   GO TO 6200-SHIFT-EXIT
           END-EVALUATE
           IF WS-CRY-FORWARD
               COMPUTE WS-CRY-POS =
                   FUNCTION MOD(WS-CRY-POS + WS-CRY-SHIFT, 62)
           ELSE
               COMPUTE WS-CRY-POS =
                   FUNCTION MOD(WS-CRY-POS + 62 - WS-CRY-SHIFT, 62)
           END-IF
           MOVE WS-CRY-ALPHABET(WS-CRY-POS + 1:1)
               TO PCR-DATA(WS-CRY-IDX:1).

       6200-SHIFT-EXIT.
           CONTINUE.

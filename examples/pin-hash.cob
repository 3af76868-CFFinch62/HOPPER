      *> pin-hash.cob - HOPPER Example 13h: Operator PIN Hash
      *> hopper_operators.txt used to carry each operator's PIN in
      *> clear, so anyone who could read the file could sign on as
      *> anyone. The file now keeps only the eight-digit value this
      *> subprogram returns for an id and PIN, and a PIN is checked by
      *> hashing what was keyed and comparing the two -- the PIN
      *> itself is never written anywhere.
      *> The work is AuditHash's multiply-and-add chain, the one
      *> hashing routine the shop already has, run over the id and
      *> the PIN together and then folded back over the same text
      *> for a fixed number of further rounds, each round starting
      *> from the last round's value. The rounds do not make a
      *> four-digit PIN unguessable to someone holding the file --
      *> nothing can, with ten thousand possible PINs -- but they do
      *> mean a PIN cannot be read back off the file, and the
      *> lockout in OperatorAuth still caps guesses at the console.
      *> Changing the round count or the text layout changes every
      *> hash on file, so every operator would have to be given a
      *> new PIN through OperAdmin.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinHash.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-HASH-ROUNDS PIC 9(3) VALUE 250.
           01 WS-ROUND       PIC 9(3) VALUE ZERO.
           COPY HASHCTL.

       LINKAGE SECTION.
           COPY PINHCTL.

       PROCEDURE DIVISION USING PIN-HASH-BLOCK.
       0000-MAIN.
           MOVE SPACES TO AH-TEXT
           STRING "HOPPER-OPERATOR-PIN " PH-OPERATOR-ID " " PH-PIN
               DELIMITED BY SIZE INTO AH-TEXT
           MOVE ZERO TO AH-PRIOR-HASH
           CALL "AuditHash" USING AUDIT-HASH-BLOCK
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-HASH-ROUNDS
               MOVE AH-HASH TO AH-PRIOR-HASH
               CALL "AuditHash" USING AUDIT-HASH-BLOCK
           END-PERFORM
           MOVE AH-HASH TO PH-HASH
           GOBACK.

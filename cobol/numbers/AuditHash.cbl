       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-HASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Two independent polynomial hashes, each kept below its own
      *> 12-digit prime; a change has to fool both at once to go
      *> unnoticed.
       01 WS-MODULUS-1     PIC 9(12) VALUE 999999999989.
       01 WS-MODULUS-2     PIC 9(12) VALUE 999999999959.
       01 WS-MULTIPLIER-1  PIC 9(3)  VALUE 257.
       01 WS-MULTIPLIER-2  PIC 9(3)  VALUE 263.
       01 WS-WORK          PIC 9(16).
       01 WS-BYTE-I        PIC 9(3).
       01 WS-BYTE-VALUE    PIC 9(3).
       01 WS-HASH-LENGTH   PIC 9(3).

       LINKAGE SECTION.
       COPY HASHLINK.

      *> Every byte of the row counts, spaces included, so a row
      *> padded or shortened is as much a change as one re-keyed.
      *> The one exception is the last three bytes, the element
      *> index of a list case: rows were sealed before it existed,
      *> so it is folded in only when it is not blank, and every row
      *> without one hashes exactly as it did at 119 bytes.
       PROCEDURE DIVISION USING SH-TEXT SH-HASH-1 SH-HASH-2.

       MAIN-LOGIC.
           MOVE 119 TO WS-HASH-LENGTH
           IF SH-TEXT(120:3) NOT = SPACES
               MOVE 122 TO WS-HASH-LENGTH
           END-IF
           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                   UNTIL WS-BYTE-I > WS-HASH-LENGTH
               COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(SH-TEXT(WS-BYTE-I:1))
               COMPUTE WS-WORK =
                   SH-HASH-1 * WS-MULTIPLIER-1 + WS-BYTE-VALUE
               COMPUTE SH-HASH-1 = FUNCTION MOD(WS-WORK, WS-MODULUS-1)
               COMPUTE WS-WORK =
                   SH-HASH-2 * WS-MULTIPLIER-2 + WS-BYTE-VALUE
               COMPUTE SH-HASH-2 = FUNCTION MOD(WS-WORK, WS-MODULUS-2)
           END-PERFORM
           GOBACK.

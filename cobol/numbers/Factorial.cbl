      *> the cache is left untouched and every call computes without
      *> it, so a logic change can never serve stale answers. Bump
      *> FACT-LOGIC-VERSION in any commit that changes the arithmetic,
      *> then PURGE or REBUILD the cache with FACTCACHE-MGR, and
      *> certify the new build with LIB-CERTIFY before it runs in
      *> production.
           SELECT FACT-CACHE-FILE ASSIGN TO "FACTCACHE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           END-IF.
           GOBACK.

      *> The logic version this build was compiled with, returned in
      *> N, so VERSION-CHECK can match the build against the
      *> certified versions without touching the cache.
       FACTORIAL-VERSION-POINT.
           ENTRY 'FACTORIAL-VERSION' USING N NU-STATUS.
           SET NU-STATUS-OK TO TRUE.
           MOVE FACT-LOGIC-VERSION TO N.
           GOBACK.

       OPEN-CACHE-FILE.
           MOVE 'N' TO WS-CACHE-OPEN-FLAG
           OPEN I-O FACT-CACHE-FILE

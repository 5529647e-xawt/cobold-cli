      *              -- an "anthropic" style is folded to x-api-key    *
      *              with a warning rather than producing calls that   *
      *              can only fail.                                    *
      *              API_BASE_URL=mock selects the offline             *
      *              MOCK-PROVIDER in place of any endpoint (scripted  *
      *              replies, nothing ledgered or charged); no API key *
      *              is needed then.                                   *
      *                                                                *
      * CALL "PROVIDER-CONFIG" USING                                   *
      *   LK-ACTION       PIC X      -- 'L' load from the profile's    *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-08-21    Initial version                                *
      *   2026-10-15    API_BASE_URL=mock selects the offline mock     *
      *                 provider for training and dry runs             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-CONFIG.

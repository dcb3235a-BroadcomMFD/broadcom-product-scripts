      *    39-42 current level (zero-padded)
      *    44-51 last-action date (YYYYMMDD)
      *    53-60 last-action user
      *    62-73 last-action CCID
      *  Like the non-'C'/'M' function codes in ECHAPDEF, this block
      *  and the list layout are a desk check against the vendor-
      *  supplied ENA$NDVR, not a verification - re-confirm both

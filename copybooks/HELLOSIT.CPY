      *
      *  ONE RECORD PER SITE, KEYED BY SITE-CODE, SO DETAIL RECORDS
      *  CAN BE VERIFIED AGAINST A MAINTAINED REFERENCE INSTEAD OF A
      *  BARE FOUR-CHARACTER CODE. MAINTAINED BY HELLOSMT (BATCH
      *  CARDS) AND HELLOSMO (ONLINE, TRANSACTION HSMO). HELLOSMO
      *  BROWSES BY NAME THROUGH AN ALTERNATE INDEX ON SITE-NAME.
      *
      *  SITE-STATUS      - 'A' = ACTIVE, 'I' = INACTIVE
      *  DEFAULT-LOCALE   - LOCALE USED WHEN A DETAIL RECORD CARRIES

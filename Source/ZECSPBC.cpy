      ***************************************************************** 00000010
      * zECS REFERENCE DATA PUBLISH FEED record definition.           * 00000020
      *                                                               * 00000030
      * One record per row ZECSPUB found new, changed, unchanged or   * 00000040
      * removed when it compared a reference-data file against the    * 00000050
      * keys under one BU_SBU/application prefix.  Batch cannot write * 00000060
      * through the region, so ZECSPUB writes the feed to a dataset   * 00000070
      * operations load as the extrapartition publish TD queue;       * 00000080
      * ZECS001's admin-gated GET /zEcsPublish destructively reads it * 00000090
      * and applies each record through the online write and delete   * 00000100
      * internals, so the version, compression, encryption, audit,    * 00000110
      * invalidation event and Data Center replication rules apply    * 00000120
      * exactly as they do to a /resources request.                   * 00000130
      *                                                               * 00000140
      * PB-ACTION 'P' - store PB-VALUE under PB-KEY (new or changed). * 00000150
      *           'T' - the stored value is current; refresh its TTL  * 00000160
      *                 only, so unchanged rows do not age out.       * 00000170
      *           'D' - the key is no longer in the file; delete it.  * 00000180
      * PB-KEY       full key (BU_SBU/application/...), LOW-VALUE     * 00000190
      *              padded, as ZK-KEY.                               * 00000200
      * PB-TTL       seconds; zero takes the application's policy     * 00000210
      *              default, as a POST without ttl= does.            * 00000220
      * PB-MEDIA     media type of PB-VALUE.                          * 00000230
      * PB-CHECKSUM  the checksum ZECSPUB computed over PB-VALUE, for * 00000240
      *              the record only ('P'; SPACES otherwise).         * 00000250
      * PB-LENGTH    bytes of PB-VALUE present ('P'; zero otherwise). * 00000260
      * PB-VALUE     the payload.  The record is variable length and  * 00000270
      *              ends after PB-LENGTH bytes of it.                * 00000280
      ***************************************************************** 00000290
       01  PB-RECORD.                                                   00000300
           02  PB-ACTION          PIC  X(01) VALUE SPACES.              00000310
               88  PB-STORE       VALUE 'P'.                            00000320
               88  PB-REFRESH     VALUE 'T'.                            00000330
               88  PB-REMOVE      VALUE 'D'.                            00000340
           02  PB-KEY             PIC  X(255) VALUE LOW-VALUES.         00000350
           02  PB-TTL             PIC  9(06) VALUE ZEROES.              00000360
           02  PB-MEDIA           PIC  X(56) VALUE SPACES.              00000370
           02  PB-CHECKSUM        PIC  X(09) VALUE SPACES.              00000380
           02  PB-LENGTH          PIC  9(05) VALUE ZEROES.              00000390
           02  FILLER             PIC  X(08) VALUE SPACES.              00000400
           02  PB-VALUE           PIC  X(32000).                        00000410

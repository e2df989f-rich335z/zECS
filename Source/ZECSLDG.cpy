      ***************************************************************** 00000010
      * zECS BATCH RUN LEDGER record definition.                      * 00000020
      *                                                               * 00000030
      * Appended to the shared ledger dataset (LEDGER DD) by every    * 00000040
      * nightly batch job - ZECSEXP, ZECSORF, ZECSCKV, ZECSRPT,       * 00000050
      * ZECSCMP, ZECSARC, ZECSACR, ZECSPUB and ZECSCAP - by the daily * 00000060
      * ZECSFLR and ZECSRTR reports, by ZECSSCN, ZECSRKY, the ZECSHIT * 00000070
      * and ZECSTRD capacity-planning reports, the ZECSUNL/ZECSREL    * 00000080
      * unload and reload utilities and the monthly ZECSCHG, and read * 00000090
      * by ZECSLDR for the morning summary.                           * 00000100
      * Each run writes two records: a START record (LDG-EVENT 'S')   * 00000110
      * before it opens its files, and an END record (LDG-EVENT 'E')  * 00000120
      * after it closes them.  A run that abends leaves a START       * 00000130
      * record with no matching END record, which is how ZECSLDR      * 00000140
      * knows it failed.  The two records of one run are paired on    * 00000150
      * LDG-JOB + LDG-START-DATE + LDG-START-TIME.                    * 00000160
      *                                                               * 00000170
      * Records are appended in run order, so the dataset is already  * 00000180
      * in time sequence - ZECSLDR relies on that, no sort step.      * 00000190
      * Dates are YYYYMMDD digits and times HHMMSShh, as ACCEPT FROM  * 00000200
      * DATE YYYYMMDD / FROM TIME return them.                        * 00000210
      *                                                               * 00000220
      * LDG-MODE is the job's run mode as it took it from SYSIN:      * 00000230
      *   ZECSEXP/ZECSORF  'D' delete, anything else report only      * 00000240
      *   ZECSCMP          'X' extract, 'C' compare                   * 00000250
      *   ZECSARC          'A' archive cutoff given, 'Q' query only   * 00000260
      *   ZECSSCN          'C' candidate list, anything else report   * 00000270
      *   ZECSCAP          'D' evict, anything else report only       * 00000280
      *   ZECSPUB/ZECSRKY  'U' update, anything else report only      * 00000290
      *   others           blank                                      * 00000300
      *                                                               * 00000310
      * The counts are the job's own, mapped on to four columns:      * 00000320
      *   LDG-PROCESSED  keys / records read                          * 00000330
      *   LDG-OUTPUT     records written to the job's output dataset  * 00000340
      *   LDG-FOUND      exceptions found (expired, orphaned,         * 00000350
      *                  failed verification, drifted, rejected,      * 00000360
      *                  skipped, lockouts, SLA breaches, selected    * 00000370
      *                  for eviction)                                * 00000380
      *   LDG-REPAIRED   exceptions repaired (deleted, evicted,       * 00000390
      *                  re-keyed)                                    * 00000400
      *                                                               * 00000410
      ***************************************************************** 00000420
       01  LDG-RECORD.                                                  00000430
           02  LDG-JOB            PIC  X(08).                           00000440
           02  LDG-EVENT          PIC  X(01).                           00000450
               88  LDG-START-EVENT    VALUE 'S'.                        00000460
               88  LDG-END-EVENT      VALUE 'E'.                        00000470
           02  LDG-MODE           PIC  X(01).                           00000480
           02  LDG-START-DATE     PIC  9(08).                           00000490
           02  LDG-START-TIME     PIC  9(08).                           00000500
           02  LDG-END-DATE       PIC  9(08).                           00000510
           02  LDG-END-TIME       PIC  9(08).                           00000520
      ***************************************************************** 00000530
      * END record only: C complete, R complete after resuming from a * 00000540
      * checkpoint, F failed (the job ended without doing its work,   * 00000550
      * e.g. an invalid run mode).                                    * 00000560
      ***************************************************************** 00000570
           02  LDG-STATUS         PIC  X(01).                           00000580
               88  LDG-COMPLETE       VALUE 'C'.                        00000590
               88  LDG-RESTARTED      VALUE 'R'.                        00000600
               88  LDG-FAILED         VALUE 'F'.                        00000610
           02  LDG-PROCESSED      PIC  9(09).                           00000620
           02  LDG-OUTPUT         PIC  9(09).                           00000630
           02  LDG-FOUND          PIC  9(09).                           00000640
           02  LDG-REPAIRED       PIC  9(09).                           00000650
           02  FILLER             PIC  X(21).                           00000660

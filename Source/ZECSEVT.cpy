      * is reached it is reset and restarted from item 1 - consumers  * 00000120
      * treat a returned item number lower than their last-seen as    * 00000130
      * "resync: flush everything", the same answer as a restart.     * 00000140
      * Keys removed by batch jobs outside the region (ZECSCAP) reach * 00000142
      * the queue through ZECS001's GET /zEcsInval feed load, as the  * 00000144
      * same record image.                                            * 00000146
      ***************************************************************** 00000150
       01  EVT-RECORD.                                                  00000160
           02  EVT-DATE           PIC  X(10) VALUE SPACES.              00000170

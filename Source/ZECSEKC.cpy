      ***************************************************************** 00000010
      * zECS ENCRYPTION KEY table and ICSF parameter definitions.     * 00000020
      *                                                               * 00000030
      * Payloads stored under a sensitive prefix designated for       * 00000040
      * encryption at rest (ZN-ENCRYPT 'Y', see ZECSZNC) are          * 00000050
      * encrypted with an AES DATA key held in the ICSF CKDS and      * 00000060
      * named here by its key label - the key itself never leaves     * 00000070
      * ICSF.  The table is the ZCxxEK document template online and   * 00000080
      * the KEYIN DD in batch; both are the same 80-byte lines:       * 00000090
      *                                                               * 00000100
      *   cols  1-2    key generation (01-99)                         * 00000110
      *   col   3      blank                                          * 00000120
      *   cols  4-67   ICSF key label, blank padded                   * 00000130
      *   cols 68-78   blank                                          * 00000140
      *   cols 79-80   CRLF (template only)                           * 00000150
      *                                                               * 00000160
      * Line 1 is the CURRENT generation - every new write uses it.   * 00000170
      * Lines 2-8 keep earlier generations readable until ZECSRKY     * 00000180
      * has re-keyed every entry written under them; only then may a  * 00000190
      * retired generation's line (and its CKDS key) be removed.      * 00000200
      *                                                               * 00000210
      * An encrypted entry is flagged in every segment's ZF-EXTRA:    * 00000220
      * byte 10 'E', bytes 11-12 the key generation.  The stored      * 00000230
      * bytes are a 16-byte random initialization vector followed     * 00000240
      * by the AES-CBC ciphertext (PKCS padding) of the payload - of  * 00000250
      * the run-length encoded payload when ZF-EXTRA byte 1 is 'C',   * 00000260
      * since compression runs first.  The ZK-CHECKSUM is always      * 00000270
      * taken over the clear, decoded payload.                        * 00000280
      ***************************************************************** 00000290
       01  EK-DSECT.                                                    00000300
           02  EK-TABLE        OCCURS     8 TIMES.                      00000310
               05  EK-GENERATION  PIC  X(02).                           00000320
               05  FILLER         PIC  X(01).                           00000330
               05  EK-LABEL       PIC  X(64).                           00000340
               05  FILLER         PIC  X(11).                           00000350
               05  EK-CRLF        PIC  X(02).                           00000360
                                                                        00000370
      ***************************************************************** 00000380
      * ICSF callable services - CSNBSYE/CSNBSYD (symmetric key       * 00000390
      * encipher/decipher) and CSNBRNG (random number generate, for   * 00000400
      * the initialization vector).                                   * 00000410
      ***************************************************************** 00000420
       01  EK-CSNBSYE             PIC  X(08) VALUE 'CSNBSYE '.          00000430
       01  EK-CSNBSYD             PIC  X(08) VALUE 'CSNBSYD '.          00000440
       01  EK-CSNBRNG             PIC  X(08) VALUE 'CSNBRNG '.          00000450
                                                                        00000460
       01  EK-ICSF-PARMS.                                               00000470
           02  EK-RETURN-CODE     PIC S9(08) COMP VALUE ZEROES.         00000480
           02  EK-REASON-CODE     PIC S9(08) COMP VALUE ZEROES.         00000490
           02  EK-EXIT-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00000500
           02  EK-EXIT-DATA       PIC  X(04) VALUE SPACES.              00000510
           02  EK-RULE-COUNT      PIC S9(08) COMP VALUE  4.             00000520
           02  EK-RULE-ARRAY.                                           00000530
               05  FILLER         PIC  X(08) VALUE 'AES     '.          00000540
               05  FILLER         PIC  X(08) VALUE 'PKCS-PAD'.          00000550
               05  FILLER         PIC  X(08) VALUE 'KEYIDENT'.          00000560
               05  FILLER         PIC  X(08) VALUE 'INITIAL '.          00000570
           02  EK-KEY-LENGTH      PIC S9(08) COMP VALUE 64.             00000580
           02  EK-KEY-LABEL       PIC  X(64) VALUE SPACES.              00000590
           02  EK-KEY-PARMS-LENGTH                                      00000600
                                  PIC S9(08) COMP VALUE ZEROES.         00000610
           02  EK-KEY-PARMS       PIC  X(04) VALUE SPACES.              00000620
           02  EK-BLOCK-SIZE      PIC S9(08) COMP VALUE 16.             00000630
           02  EK-IV-LENGTH       PIC S9(08) COMP VALUE 16.             00000640
           02  EK-IV              PIC  X(16) VALUE LOW-VALUES.          00000650
           02  EK-CHAIN-LENGTH    PIC S9(08) COMP VALUE 32.             00000660
           02  EK-CHAIN-DATA      PIC  X(32) VALUE LOW-VALUES.          00000670
           02  EK-CLEAR-LENGTH    PIC S9(08) COMP VALUE ZEROES.         00000680
           02  EK-CIPHER-LENGTH   PIC S9(08) COMP VALUE ZEROES.         00000690
           02  EK-OPTIONAL-LENGTH PIC S9(08) COMP VALUE ZEROES.         00000700
           02  EK-OPTIONAL-DATA   PIC  X(04) VALUE SPACES.              00000710
           02  EK-RANDOM-FORM     PIC  X(08) VALUE 'RANDOM  '.          00000720
           02  EK-RANDOM          PIC  X(08) VALUE LOW-VALUES.          00000730
                                                                        00000740
      ***************************************************************** 00000750
      * Stored-size overhead of an encrypted payload: the IV plus at  * 00000760
      * most one block of PKCS padding.  ICSF return codes above      * 00000770
      * EK-WARNING-RC are failures.                                   * 00000780
      ***************************************************************** 00000790
       01  EK-OVERHEAD            PIC S9(08) COMP VALUE 32.             00000800
       01  EK-WARNING-RC          PIC S9(08) COMP VALUE  4.             00000810

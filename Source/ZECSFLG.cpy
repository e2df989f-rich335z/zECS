      ***************************************************************** 00000010
      * zECS FAILED LOGIN LOG record definition.                      * 00000020
      *                                                               * 00000030
      * One record per authentication event of interest, written to   * 00000040
      * the failed-login TD queue by ZECS001's 9620-WRITE-FAIL-LOG    * 00000050
      * and by ZECS010 when an ADMIN clears a lockout.  The TD queue  * 00000060
      * is drained to a daily dataset by operations, the same way as  * 00000070
      * the accounting queue, and reported on by ZECSFLR for the      * 00000080
      * security team.  FLG-HOST is the client address the request    * 00000090
      * arrived from; FLG-FAIL-COUNT is the userid's failure count in * 00000100
      * the current window after the event.                           * 00000110
      ***************************************************************** 00000120
       01  FLG-RECORD.                                                  00000130
           02  FLG-DATE           PIC  X(10) VALUE SPACES.              00000140
           02  FLG-TIME           PIC  X(08) VALUE SPACES.              00000150
           02  FLG-TRANID         PIC  X(04) VALUE SPACES.              00000160
           02  FLG-USERID         PIC  X(08) VALUE SPACES.              00000170
           02  FLG-HOST           PIC  X(40) VALUE SPACES.              00000180
           02  FLG-EVENT          PIC  X(01) VALUE SPACES.              00000190
               88  FLG-FAILURE    VALUE 'F'.                            00000200
               88  FLG-LOCKOUT    VALUE 'L'.                            00000210
               88  FLG-REJECTED   VALUE 'R'.                            00000220
               88  FLG-CLEARED    VALUE 'C'.                            00000230
           02  FLG-FAIL-COUNT     PIC  9(04) VALUE ZEROES.              00000240
           02  FILLER             PIC  X(25) VALUE SPACES.              00000250

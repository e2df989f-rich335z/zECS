      ***************************************************************** 00000010
      * zECS FAILED LOGIN record definition.                          * 00000020
      *                                                               * 00000030
      * One record per userid that has failed Basic Authentication    * 00000040
      * (ZECS002 rejected the credentials) inside the current         * 00000050
      * window, maintained by ZECS001's 1530-COUNT-FAILURE and        * 00000060
      * consulted by 1520-CHECK-LOCKOUT before ZECS002 is LINKed to.  * 00000070
      * ZT-FAIL-COUNT counts failures since ZT-WINDOW-ABS; once it    * 00000080
      * reaches the failure limit ZT-LOCKED-ABS is set and the userid * 00000090
      * answers 401 without a ZECS002 call until the lockout period   * 00000100
      * has elapsed.  A successful authentication deletes the record, * 00000110
      * and an ADMIN can clear it online through ZECS010.             * 00000120
      ***************************************************************** 00000130
       01  ZT-RECORD.                                                   00000140
           02  ZT-KEY.                                                  00000150
               05  ZT-USER-ID     PIC  X(08) VALUE SPACES.              00000160
           02  ZT-FAIL-COUNT      PIC S9(04) COMP VALUE ZEROES.         00000170
           02  ZT-LOCKOUT-COUNT   PIC S9(04) COMP VALUE ZEROES.         00000180
           02  ZT-WINDOW-ABS      PIC S9(15) VALUE ZEROES COMP-3.       00000190
           02  ZT-LAST-ABS        PIC S9(15) VALUE ZEROES COMP-3.       00000200
      ***************************************************************** 00000210
      * Zero when the userid is not locked out.                       * 00000220
      ***************************************************************** 00000230
           02  ZT-LOCKED-ABS      PIC S9(15) VALUE ZEROES COMP-3.       00000240
           02  ZT-LAST-HOST       PIC  X(40) VALUE SPACES.              00000250
           02  FILLER             PIC  X(20) VALUE SPACES.              00000260

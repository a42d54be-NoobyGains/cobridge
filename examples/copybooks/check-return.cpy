      *================================================================*
      * RETURNED CHECK RECORD - COBridge Example
      * One RI row per presented check CHKCLEAR refuses, sent back
      * to the presenting bank under the standard FHT header and
      * trailer (trailer count = returned items, control total =
      * their amounts). The reason is the X9 return reason code;
      * the deadline is the midnight deadline - the end of the
      * banking day after the presentment - the return must be
      * dispatched by. Paying banks send our deposited items back to
      * us in the same layout, the presentment they came back from
      * in the letter id and item sequence; RDIRETN charges those
      * back to the depositor.
      *================================================================*
       01  CHECK-RETURN-RECORD.
           05  CR-RECORD-TYPE            PIC X(2).
               88  CR-HEADER-ROW             VALUE 'HD'.
               88  CR-TRAILER-ROW            VALUE 'TR'.
               88  CR-ITEM-ROW               VALUE 'RI'.
           05  CR-DETAIL                 PIC X(98).
           05  CR-ITEM-DETAIL REDEFINES CR-DETAIL.
               10  CR-CASH-LETTER-ID     PIC X(8).
               10  CR-ITEM-SEQ           PIC 9(11).
               10  CR-PRESENTING-ROUTING PIC X(9).
               10  CR-MICR-ROUTING       PIC X(9).
               10  CR-MICR-ACCOUNT       PIC X(17).
               10  CR-MICR-SERIAL        PIC X(10).
               10  CR-AMOUNT             PIC 9(9)V99.
               10  CR-RETURN-REASON      PIC X(1).
                   88  CR-NSF                VALUE 'A'.
                   88  CR-UNCOLLECTED-HOLD   VALUE 'B'.
                   88  CR-STOP-PAYMENT       VALUE 'C'.
                   88  CR-CLOSED-ACCOUNT     VALUE 'D'.
                   88  CR-NO-ACCOUNT         VALUE 'E'.
                   88  CR-FROZEN-ACCOUNT     VALUE 'F'.
                   88  CR-ALTERED-ITEM       VALUE 'N'.
                   88  CR-UNABLE-TO-PROCESS  VALUE 'O'.
                   88  CR-NOT-AUTHORIZED     VALUE 'Q'.
                   88  CR-DUPLICATE-ITEM     VALUE 'Y'.
               10  CR-PRESENT-DATE       PIC 9(8).
               10  CR-RETURN-DEADLINE    PIC 9(8).
               10  FILLER                PIC X(6).

      *    age field and handled through a legacy view of the record
      *    - they are all coupons, and the first re-suspension
      *    migrates them to the current layout.
      *  - Installment count carried on the suspense record and
      *    written back out on released coupons, so a purchase in
      *    cuotas released to a later cycle still opens its plan.
      *    Records from before the installment column read as a
      *    single charge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Original settlement currency - blank is pesos.
         03 SUSP-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
      *> Installments (cuotas) the coupon was sold in - zero on
      *> payment/credit items; blank (older records) is one.
         03 SUSP-CUOTAS                  PIC 9(2).
      *> Pre-TIPO/pre-age view of the same record area.  Records
      *> written before those fields existed run straight from
      *> IMPORTE into the reason text, so on them SUSP-TIPO above
         03 SNEW-COMERCIO                PIC 9(6).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SNEW-MONEDA                  PIC X(3).
         03 FILLER                       PIC X(1)  VALUE SPACE.
         03 SNEW-CUOTAS                  PIC 9(2).

       FD ReleaseFile.
       01 ReleaseRecord.
         03 REL-IMPORTE                  PIC 9(6)V99.
         03 REL-COMERCIO                 PIC 9(6).
         03 REL-MONEDA                   PIC X(3).
         03 REL-CUOTAS                   PIC 9(2).
      *> Control-total trailer the billing run's up-front feed
      *> verification demands of every CUPONCTL.DAT feed - this
      *> release file is one of them.
       01 WS-ITEM-REASON                 PIC X(30).
       01 WS-ITEM-COMERCIO               PIC 9(6).
       01 WS-ITEM-MONEDA                 PIC X(3).
       01 WS-ITEM-CUOTAS                 PIC 9(2).

       01 WS-released-count              PIC 9(6) VALUE 0.
       01 WS-released-hash               PIC 9(10)V99 VALUE 0.
                MOVE 0 TO WS-ITEM-COMERCIO
             END-IF
             MOVE SUSP-MONEDA TO WS-ITEM-MONEDA
             IF SUSP-CUOTAS NUMERIC
                MOVE SUSP-CUOTAS TO WS-ITEM-CUOTAS
             ELSE
                MOVE 1 TO WS-ITEM-CUOTAS
             END-IF
             IF WS-ITEM-CUOTAS = 0
                AND WS-ITEM-TIPO NOT = "C" AND WS-ITEM-TIPO NOT = "D"
                MOVE 1 TO WS-ITEM-CUOTAS
             END-IF
          ELSE
             MOVE 0 TO WS-ITEM-AGE
             MOVE SPACE TO WS-ITEM-TIPO
             MOVE SL-REASON TO WS-ITEM-REASON
             MOVE 0 TO WS-ITEM-COMERCIO
             MOVE SPACES TO WS-ITEM-MONEDA
             MOVE 1 TO WS-ITEM-CUOTAS
          END-IF.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
             MOVE SUSP-IMPORTE TO REL-IMPORTE
             MOVE WS-ITEM-COMERCIO TO REL-COMERCIO
             MOVE WS-ITEM-MONEDA TO REL-MONEDA
             MOVE WS-ITEM-CUOTAS TO REL-CUOTAS
             WRITE ReleaseRecord
             ADD 1 TO WS-released-count
             ADD SUSP-IMPORTE TO WS-released-hash
          MOVE WS-ITEM-AGE TO SNEW-CYCLE-AGE.
          MOVE WS-ITEM-COMERCIO TO SNEW-COMERCIO.
          MOVE WS-ITEM-MONEDA TO SNEW-MONEDA.
          MOVE WS-ITEM-CUOTAS TO SNEW-CUOTAS.
          WRITE SuspenseNewRecord.
          ADD 1 TO WS-resuspended-count.

